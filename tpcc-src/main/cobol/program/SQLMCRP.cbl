       identification division.

       program-id. sqlmcrp.

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
      * TPCC maker-checker change report (monthly)
      *
      * The auditors' record of the sensitive master-data changes -
      * credit limit raises, item prices, vendor addresses and tax
      * rates - keyed in the month and worked through SQLMCHK. One
      * entry per change, in the order they were keyed:
      *
      *   the change number, kind and record, the maker and when it
      *   was keyed, how it stands (APPROVED / REJECTED / PENDING),
      *   the checker and when it was decided
      *   WAS   the value on file when it was keyed
      *   NOW   the value asked for
      *   WHY   the checker's reason, on a rejection
      *
      * with counts by status at the end.
      *
      * Report lines to TS queue MCKRPT. SQL only - no VSM
      * counterpart, Returns precedent.
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
       01  ws-program-name                   pic x(8) value 'SQLMCRP '.

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
       01  ws-from-d                         pic x(20).
       01  ws-thru-d                         pic x(20).
       01  ws-kind-filter                    pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-month                          pic x(7).
       01  ws-work-yyyy                      pic 9(4).
       01  ws-work-mm                        pic 9(2).

       01  ws-report-q-name                  pic x(8) value 'MCKRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'MCKRPT '.
           03  filler                        pic x(34)
               value 'MAKER-CHECKER CHANGE REPORT FOR'.
           03  ws-hd-month                   pic x(7).
           03  filler                        pic x(6) value ' KIND '.
           03  ws-hd-kind                    pic x(3).
       01  ws-change-line.
           03  filler                        pic x(7)
               value 'MCKRPT '.
           03  ws-ch-id                      pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-ch-kind                    pic x(1).
           03  filler                        pic x(1) value space.
           03  ws-ch-key                     pic x(30).
           03  filler                        pic x(7) value ' MAKER '.
           03  ws-ch-maker                   pic x(4).
           03  filler                        pic x(1) value space.
           03  ws-ch-made                    pic x(16).
           03  filler                        pic x(1) value space.
           03  ws-ch-status                  pic x(8).
           03  filler                        pic x(9)
               value ' CHECKER '.
           03  ws-ch-checker                 pic x(4).
           03  filler                        pic x(1) value space.
           03  ws-ch-checked                 pic x(16).
       01  ws-value-line.
           03  filler                        pic x(7)
               value 'MCKRPT '.
           03  filler                        pic x(10) value spaces.
           03  ws-vl-label                   pic x(6).
           03  ws-vl-text                    pic x(60).
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'MCKRPT '.
           03  filler                        pic x(9)
               value 'CHANGES '.
           03  ws-tl-changes                 pic z(4)9.
           03  filler                        pic x(10)
               value ' APPROVED '.
           03  ws-tl-approved                pic z(4)9.
           03  filler                        pic x(10)
               value ' REJECTED '.
           03  ws-tl-rejected                pic z(4)9.
           03  filler                        pic x(9)
               value ' PENDING '.
           03  ws-tl-pending                 pic z(4)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpymcrp.

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

      *> run at month end for the month just closed
           if reportmonth = spaces
               move cdyyyy to ws-work-yyyy
               move cdmm to ws-work-mm
               if ws-work-mm = 1
                   move 12 to ws-work-mm
                   subtract 1 from ws-work-yyyy
               else
                   subtract 1 from ws-work-mm
               end-if
               move spaces to ws-month
               string
                   ws-work-yyyy delimited size
                   "-" delimited size
                   ws-work-mm delimited size
               into ws-month
           else
               move reportmonth to ws-month
           end-if
      *> mc_made_d is a timestamp, so the month runs to the
      *> last second of its 31st
           move spaces to ws-from-d
           string
               ws-month delimited size
               "-01 00:00:00" delimited size
           into ws-from-d
           move spaces to ws-thru-d
           string
               ws-month delimited size
               "-31 23:59:59" delimited size
           into ws-thru-d

           move 0 to changecount
           move 0 to approvedcount
           move 0 to rejectedcount
           move 0 to pendingcount
           move 0 to rptcount

           move ws-month to ws-hd-month
           if kindfilter = spaces
               move 'ALL' to ws-hd-kind
           else
               move kindfilter to ws-hd-kind
           end-if
           move ws-header-line to ws-report-line
           perform queue-report-line

           move kindfilter to ws-kind-filter
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_mcrp CURSOR FOR
               SELECT mc_id, mc_kind, mc_status, mc_key,
                   mc_before, mc_after, mc_maker, mc_made_d,
                   COALESCE(mc_checker, ' '),
                   COALESCE(mc_checked_d, ' '),
                   COALESCE(mc_reason, ' ')
                   FROM mchange
                   WHERE mc_made_d >= :ws-from-d
                       AND mc_made_d <= :ws-thru-d
                       AND (:ws-kind-filter = ' '
                           OR mc_kind = :ws-kind-filter)
                   ORDER BY mc_id
           END-EXEC
           EXEC SQL OPEN c_mcrp END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_mcrp INTO :mc-id, :mc-kind, :mc-status,
                       :mc-key, :mc-before, :mc-after, :mc-maker,
                       :mc-made-d, :mc-checker, :mc-checked-d,
                       :mc-reason
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-one-change
           end-perform
           EXEC SQL CLOSE c_mcrp END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move changecount to ws-tl-changes
           move approvedcount to ws-tl-approved
           move rejectedcount to ws-tl-rejected
           move pendingcount to ws-tl-pending
           move ws-total-line to ws-report-line
           perform queue-report-line

           move "Maker-checker change report queued" to msg

           move 0 to result-code
           perform audit-return.

       report-one-change.
           add 1 to changecount
           move mc-id to ws-ch-id
           move mc-kind to ws-ch-kind
           move mc-key to ws-ch-key
           move mc-maker to ws-ch-maker
           move mc-made-d to ws-ch-made
           move mc-checker to ws-ch-checker
           move mc-checked-d to ws-ch-checked
           evaluate mc-status
               when 'A'
                   move 'APPROVED' to ws-ch-status
                   add 1 to approvedcount
               when 'R'
                   move 'REJECTED' to ws-ch-status
                   add 1 to rejectedcount
               when other
                   move 'PENDING' to ws-ch-status
                   add 1 to pendingcount
           end-evaluate
           move ws-change-line to ws-report-line
           perform queue-report-line

           move 'WAS' to ws-vl-label
           move mc-before to ws-vl-text
           move ws-value-line to ws-report-line
           perform queue-report-line
           move 'NOW' to ws-vl-label
           move mc-after to ws-vl-text
           move ws-value-line to ws-report-line
           perform queue-report-line
           if mc-status = 'R'
               move 'WHY' to ws-vl-label
               move mc-reason to ws-vl-text
               move ws-value-line to ws-report-line
               perform queue-report-line
           end-if
           .

       queue-report-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-report-line)
               length(length of ws-report-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

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
      ***  $Workfile:   sqlmcrp.cbl  $ end
      ***--------------------------------------------------------------*
