       identification division.

       program-id. sqlrshm.

       author.    Heirloom Computing Inc.

      ******************************************************************
      *        Copyright (C) 2010-2018 Heirloom Computing Inc.         *
      *                                                                *
      *                        ALL RIGHTS RESERVED                     *
      ******************************************************************
      *                                                                *
      * Property of Heirloom Computing Inc.  This software contains    *
      * confidential and proprietary information of Heirloom Computing *
      * Inc. and is made available solely pursuant to the terms of a   *
      * software license agreement, which governs its use.             *
      *                                                                *
      * No disclosure, reproduction or use of any portion of these     *
      * materials may be made without the express written consent of   *
      * Heirloom Computing Inc.                                        *
      *                                                                *
      ******************************************************************

      *=================================================================
      * TPCC rush rate maintenance
      *
      * The RUSHRATE table holds the priority codes a clerk may key
      * on an expedited order: the flat surcharge New Order adds to
      * the order total for the code, the way freight is added, and
      * a short description of what the code promises. An order
      * keyed with a code that has no row here is refused.
      *
      *   reqtype 'S' - set a code (insert or replace)
      *   reqtype 'X' - remove one
      *   reqtype 'Q' - read one back
      *
      * SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
LJ     SOURCE-COMPUTER. JVM with debugging mode. | SETS DEBUGGING ON
       SPECIAL-NAMES.
LJ    * IMPLEMENTOR clause.
LJ     SYSERR IS OUTERR. | DISPLAY goes to SYSERR
LJ    * SYSOUT IS OUTERR.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  ws-program-name                   pic x(8) value 'SQLRSHM '.

           EXEC SQL INCLUDE SQLCA END-EXEC

           EXEC SQL INCLUDE TPCC END-EXEC

       01  currentdate.
           03  cdyyyy                        pic 9(4).
           03  cdmm                          pic 9(2).
           03  cddd                          pic 9(2).
       01  currenttime.
           03  cthh                          pic 9(2).
           03  ctmn                          pic 9(2).
           03  ctss                          pic 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC

       01  datetime                          pic x(19).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  filler redefines datetime.
           03  dtyear                        pic x(4).
           03  filler                        pic x(1).
           03  dtmonth                       pic x(2).
           03  filler                        pic x(1).
           03  dtday                         pic x(2).
           03  filler                        pic x(1).
           03  dthour                        pic x(2).
           03  filler                        pic x(1).
           03  dtmin                         pic x(2).
           03  filler                        pic x(1).
           03  dtsec                         pic x(2).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrshm.

       PROCEDURE DIVISION.
       MAIN.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           move "YYYY-MM-DD HH:MM:SS" to datetime
           accept currentdate from date yyyymmdd
           accept currenttime from time
           move cdyyyy to dtyear
           move cdmm  to dtmonth
           move cddd  to dtday
           move cthh  to dthour
           move ctmn  to dtmin
           move ctss  to dtsec

           if rushcode = space
               perform missing-code
           end-if
           move rushcode to rr-code

           evaluate true
               when rsh-set
                   perform set-rate
               when rsh-remove
                   perform remove-rate
               when rsh-query
                   perform query-rate
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       set-rate.
           if rushcharge = 0
               perform missing-charge
           end-if
           move rushcharge to rr-charge
           move rushdesc to rr-desc

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE rushrate
               SET rr_charge = :rr-charge, rr_desc = :rr-desc
               WHERE rr_code = :rr-code
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO rushrate
                       (rr_code, rr_charge, rr_desc)
                       VALUES (:rr-code, :rr-charge, :rr-desc)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move "Rush rate recorded" to msg
           .

      *> orders already keyed with the code keep the
      *> surcharge they were billed; only new entry is refused
       remove-rate.
           EXEC SQL WHENEVER NOT FOUND go to rate-not-found
               END-EXEC
           EXEC SQL
               SELECT rr_charge INTO :rr-charge
               FROM rushrate
               WHERE rr_code = :rr-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           EXEC SQL
               DELETE FROM rushrate
               WHERE rr_code = :rr-code
           END-EXEC

           move "Rush rate removed" to msg
           .

       query-rate.
           EXEC SQL WHENEVER NOT FOUND go to rate-not-found
               END-EXEC
           EXEC SQL
               SELECT rr_charge, rr_desc INTO :rr-charge, :rr-desc
               FROM rushrate
               WHERE rr_code = :rr-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move rr-charge to rushcharge
           move rr-desc to rushdesc
           move "Rush rate returned" to msg
           .

       bad-reqtype.
           move "Request type must be S, X, or Q" to err

           move 1 to result-code
           perform audit-return.

       missing-code.
           move "A priority code is required" to err

           move 2 to result-code
           perform audit-return.

       missing-charge.
           move "A nonzero surcharge is required" to err

           move 3 to result-code
           perform audit-return.

       rate-not-found.
           move "Rush rate not found" to err

           move 4 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
               "SQL Error: CODE=" delimited size
               csqlcode delimited size
               " STATE=" delimited size
               sqlstate delimited size
               " " delimited size
               sqlerrmc delimited size
           into err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlfrtm.cbl  $ end
      ***--------------------------------------------------------------*
