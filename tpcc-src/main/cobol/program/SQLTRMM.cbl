       identification division.

       program-id. sqltrmm.

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
      * TPCC payment terms maintenance transaction
      *
      * Every account was on "30-day terms" only in the wording of the
      * monthly statement - nothing held a due date or a discount. This
      * maintains the TERMS master the customer record points at
      * (c_terms): net days until an invoice is due, and an optional
      * early-payment discount (a percentage off when the invoice is
      * paid in full within so many days). SQLINVC prints the due date
      * and discount terms off it, and Payment grants the discount.
      *
      *   reqtype 'A' - add a terms code, or correct the one on file
      *   reqtype 'D' - delete a code no customer is still on
      *   reqtype 'Q' - return a code's settings
      *
      * The standard codes - NET30, 2/10N30 (2% off inside 10 days,
      * otherwise net 30) and COD - self-seed the first time this runs
      * against an empty table, the same idiom SITECONFIG uses.
      *
      * SQL only - Returns precedent for new capabilities.
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
       01  ws-program-name                   pic x(8) value 'SQLTRMM '.

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

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-terms-cnt                      pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the standard codes, seeded on first run against
      *> an empty TERMS table: code, description, net days,
      *> discount days, discount percent (99v99)
       01  ws-std-terms-table.
           03  filler                        pic x(42) value
               'NET30   NET 30 DAYS             0300000000'.
           03  filler                        pic x(42) value
               '2/10N30 2% 10 DAYS, NET 30      0300100200'.
           03  filler                        pic x(42) value
               'COD     CASH ON DELIVERY        0000000000'.
       01  filler redefines ws-std-terms-table.
           03  ws-std-terms occurs 3.
               05  ws-std-code               pic x(8).
               05  ws-std-desc               pic x(24).
               05  ws-std-net                pic 9(3).
               05  ws-std-disc-days          pic 9(3).
               05  ws-std-disc-pct           pic 99v99.
       01  ws-std-count                      pic s9(9) comp value 3.
       01  ws-std-x                          pic s9(9) comp.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpytrmm.

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

           perform seed-terms-if-empty

           if termscode = spaces
               perform missing-code
           end-if
           move termscode to tm-code

           evaluate true
               when terms-add
                   perform add-terms
               when terms-delete
                   perform delete-terms
               when terms-query
                   perform query-terms
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

      *> the standard codes go in the first time this
      *> runs against an empty table, same idiom as SITECONFIG
       seed-terms-if-empty.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-terms-cnt FROM terms
           END-EXEC
           if ws-terms-cnt = 0
               perform seed-one-terms
                   varying ws-std-x from 1 by 1
                   until ws-std-x > ws-std-count
           end-if
           .

       seed-one-terms.
           move ws-std-code (ws-std-x) to tm-code
           move ws-std-desc (ws-std-x) to tm-desc
           move ws-std-net (ws-std-x) to tm-net-days
           move ws-std-disc-days (ws-std-x) to tm-disc-days
           move ws-std-disc-pct (ws-std-x) to tm-disc-pct
           EXEC SQL
               INSERT INTO terms
                   (tm_code, tm_desc, tm_net_days, tm_disc_days,
                       tm_disc_pct)
                   VALUES (:tm-code, :tm-desc, :tm-net-days,
                       :tm-disc-days, :tm-disc-pct)
           END-EXEC
           .

      *> one row per code - keying a code again is a
      *> correction, and only reaches invoices raised after it
       add-terms.
           if discpct not = 0 and discdays = 0
               perform bad-discount
           end-if
           if discdays > netdays
               perform bad-discount
           end-if

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tm_desc INTO :tm-desc
               FROM terms
               WHERE tm_code = :tm-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move termsdesc to tm-desc
           move netdays to tm-net-days
           move discdays to tm-disc-days
           move discpct to tm-disc-pct
           if discpct = 0
               move 0 to tm-disc-days
           end-if

           if sqlcode = 100
               EXEC SQL
                   INSERT INTO terms
                       (tm_code, tm_desc, tm_net_days, tm_disc_days,
                           tm_disc_pct)
                       VALUES (:tm-code, :tm-desc, :tm-net-days,
                           :tm-disc-days, :tm-disc-pct)
               END-EXEC
               move "Terms added" to msg
           else
               EXEC SQL
                   UPDATE terms
                   SET tm_desc = :tm-desc,
                       tm_net_days = :tm-net-days,
                       tm_disc_days = :tm-disc-days,
                       tm_disc_pct = :tm-disc-pct
                   WHERE tm_code = :tm-code
               END-EXEC
               move "Terms corrected" to msg
           end-if
           .

      *> a code still on a customer record stays - the
      *> customer would silently fall back to NET30
       delete-terms.
           EXEC SQL WHENEVER NOT FOUND go to terms-not-found END-EXEC
           EXEC SQL
               SELECT tm_desc INTO :tm-desc
               FROM terms
               WHERE tm_code = :tm-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move tm-code to c-terms
           EXEC SQL
               SELECT COUNT(*) INTO :ws-terms-cnt
               FROM customer
               WHERE c_terms = :c-terms
           END-EXEC
           if ws-terms-cnt > 0
               perform terms-in-use
           end-if

           EXEC SQL
               DELETE FROM terms
               WHERE tm_code = :tm-code
           END-EXEC

           move "Terms deleted" to msg
           .

       query-terms.
           move 'N' to termsfound

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tm_desc, tm_net_days, tm_disc_days,
                   tm_disc_pct
               INTO :tm-desc, :tm-net-days, :tm-disc-days,
                   :tm-disc-pct
               FROM terms
               WHERE tm_code = :tm-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if sqlcode = 0
               move 'Y' to termsfound
               move tm-desc to termsdesc
               move tm-net-days to netdays
               move tm-disc-days to discdays
               move tm-disc-pct to discpct
               move "Terms returned" to msg
           else
               move "No such terms code on file" to msg
           end-if
           .

       bad-reqtype.
           move "Request type must be A, D, or Q" to err

           move 1 to result-code
           perform audit-return.

       missing-code.
           move "Terms code is required" to err

           move 2 to result-code
           perform audit-return.

       terms-not-found.
           move "No such terms code on file" to err

           move 3 to result-code
           perform audit-return.

       terms-in-use.
           move "Customers are still on these terms" to err

           move 4 to result-code
           perform audit-return.

       bad-discount.
           move "Discount needs days, inside the net days" to err

           move 5 to result-code
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
      ***  $Workfile:   sqltrmm.cbl  $ end
      ***--------------------------------------------------------------*
