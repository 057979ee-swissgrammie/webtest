       identification division.

       program-id. sqlrush.

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
      * TPCC expedited order report
      *
      * An expedited order is keyed with a priority code off the
      * RUSHRATE table and billed a rush surcharge for it, on the
      * promise that it goes out the day it is entered: the delivery
      * sweep, the wave, the pick tickets and the manifest all take
      * it first. This is the daily check on that promise. For a
      * run date (default today) it lists every expedited order
      * entered that day and whether it actually shipped that day:
      *
      *   SAME DAY   every line out on the entry date
      *   LATE       the last line went out on a later day
      *   OPEN       a line is still waiting to go out
      *   CANCELLED  the order was cancelled
      *
      * A drop-ship line goes out from the vendor, not from here,
      * and is left out. A will-call order collected at the counter
      * counts as shipped when it is collected. Report lines to TS
      * queue RSHRPT, a count of each status back in the commarea.
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
       01  ws-program-name                   pic x(8) value 'SQLRUSH '.

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
      *> the pattern is sized to exactly date + '%' - a
      *> trailing blank in a CHAR host variable is significant to
      *> LIKE and would match nothing
       01  ws-w-id                           pic s9(9) comp.
       01  ws-run-date                       pic x(10).
       01  ws-run-date-pat                   pic x(11).
       01  ws-line-cnt                       pic s9(9) comp.
       01  ws-open-cnt                       pic s9(9) comp.
       01  ws-last-ship-d                    pic x(20).
       01  ws-entry-d                        pic x(20).
       01  ws-cancel-sentinel                pic s9(9) comp value 99.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).

       01  ws-report-q-name                  pic x(8) value 'RSHRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-text-line.
           03  filler                        pic x(7)
               value 'RSHRPT '.
           03  ws-txt-text                   pic x(60).
       01  ws-rush-line.
           03  filler                        pic x(7)
               value 'RSHRPT '.
           03  ws-rs-status                  pic x(9).
           03  filler                        pic x(1) value space.
           03  ws-rs-wid                     pic z(3)9.
           03  filler                        pic x(1) value '-'.
           03  ws-rs-did                     pic 99.
           03  filler                        pic x(1) value '-'.
           03  ws-rs-oid                     pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-rs-cid                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rs-clast                   pic x(16).
           03  filler                        pic x(3) value ' P:'.
           03  ws-rs-code                    pic x(1).
           03  filler                        pic x(9)
               value ' ENTERED '.
           03  ws-rs-entry                   pic x(5).
           03  filler                        pic x(9)
               value ' SHIPPED '.
           03  ws-rs-ship                    pic x(16).
           03  filler                        pic x(6) value ' RUSH '.
           03  ws-rs-charge                  pic z(5)9.99.
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'RSHRPT '.
           03  filler                        pic x(10)
               value 'EXPEDITED '.
           03  ws-tot-rush                   pic z(4)9.
           03  filler                        pic x(10)
               value '  SAME DAY'.
           03  ws-tot-same                   pic z(4)9.
           03  filler                        pic x(6) value '  LATE'.
           03  ws-tot-late                   pic z(4)9.
           03  filler                        pic x(6) value '  OPEN'.
           03  ws-tot-open                   pic z(4)9.
           03  filler                        pic x(11)
               value '  CANCELLED'.
           03  ws-tot-cancel                 pic z(4)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrush.

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

           move 0 to rptcount
           move 0 to rushcount
           move 0 to samedaycount
           move 0 to latecount
           move 0 to opencount
           move 0 to cancelcount

           if rundate = spaces
               move datetime(1:10) to ws-run-date
           else
               move rundate to ws-run-date
           end-if
           move ws-run-date to ws-work-date
           perform date-to-int
           if ws-date-ok not = 'Y'
               perform bad-run-date
           end-if
           move spaces to ws-run-date-pat
           string
               ws-run-date delimited size
               "%" delimited size
           into ws-run-date-pat

           move spaces to ws-txt-text
           string
               "EXPEDITED ORDERS ENTERED " delimited size
               ws-run-date delimited size
           into ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

      *> every order keyed with a priority code that day,
      *> in the order it was entered
           move wid to ws-w-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_rush CURSOR FOR
               SELECT o_w_id, o_d_id, o_id, o_c_id, c_last,
                   o_priority, o_entry_d, COALESCE(o_rush_chg, 0),
                   COALESCE(o_carrier_id, 0)
                   FROM orders, customer
                   WHERE o_entry_d LIKE :ws-run-date-pat
                       AND (:ws-w-id = 0 OR o_w_id = :ws-w-id)
                       AND o_priority IS NOT NULL
                       AND o_priority <> ' '
                       AND c_w_id = o_w_id AND c_d_id = o_d_id
                       AND c_id = o_c_id
                   ORDER BY o_entry_d, o_w_id, o_d_id, o_id
           END-EXEC
           EXEC SQL OPEN c_rush END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_rush INTO :o-w-id, :o-d-id, :o-id,
                       :o-c-id, :c-last, :o-priority, :ws-entry-d,
                       :o-rush-chg, :o-carrier-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform check-one-order
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_rush END-EXEC

           move rushcount to ws-tot-rush
           move samedaycount to ws-tot-same
           move latecount to ws-tot-late
           move opencount to ws-tot-open
           move cancelcount to ws-tot-cancel
           move ws-total-line to ws-report-line
           perform queue-report-line

           move "Expedited order report queued" to msg

           move 0 to result-code
           perform audit-return.

      *> shipped means every line that leaves from here
      *> has a delivery stamp; the latest stamp is the day the
      *> order was complete. Aggregates only, so nothing here can
      *> end the fetch loop.
       check-one-order.
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(CASE WHEN ol_delivery_d IS NULL
                                THEN 1 ELSE 0 END), 0),
                   COALESCE(MAX(ol_delivery_d), ' ')
               INTO :ws-line-cnt, :ws-open-cnt, :ws-last-ship-d
               FROM order_line
               WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                   AND ol_o_id = :o-id
                   AND ol_drop_po IS NULL
           END-EXEC

           move spaces to ws-rs-ship
           evaluate true
               when o-carrier-id = ws-cancel-sentinel
                   move 'CANCELLED' to ws-rs-status
                   add 1 to cancelcount
               when ws-open-cnt > 0 or ws-line-cnt = 0
                   move 'OPEN' to ws-rs-status
                   add 1 to opencount
               when ws-last-ship-d(1:10) = ws-run-date
                   move 'SAME DAY' to ws-rs-status
                   move ws-last-ship-d(1:16) to ws-rs-ship
                   add 1 to samedaycount
               when other
                   move 'LATE' to ws-rs-status
                   move ws-last-ship-d(1:16) to ws-rs-ship
                   add 1 to latecount
           end-evaluate
           add 1 to rushcount

           move o-w-id to ws-rs-wid
           move o-d-id to ws-rs-did
           move o-id to ws-rs-oid
           move o-c-id to ws-rs-cid
           move c-last to ws-rs-clast
           move o-priority to ws-rs-code
           move ws-entry-d(12:5) to ws-rs-entry
           move o-rush-chg to ws-rs-charge
           move ws-rush-line to ws-report-line
           perform queue-report-line
           .

       date-to-int.
           move 'N' to ws-date-ok
           if ws-work-date(1:4) is numeric
               and ws-work-date(5:1) = '-'
               and ws-work-date(6:2) is numeric
               and ws-work-date(8:1) = '-'
               and ws-work-date(9:2) is numeric
               move ws-work-date(1:4) to ws-dd-yyyy
               move ws-work-date(6:2) to ws-dd-mm
               move ws-work-date(9:2) to ws-dd-dd
               if ws-dd-mm >= 1 and ws-dd-mm <= 12
                   and ws-dd-dd >= 1 and ws-dd-dd <= 31
                   and ws-dd-yyyy >= 1601
                   compute ws-work-int =
                       function integer-of-date(ws-date-digits)
                   move 'Y' to ws-date-ok
               end-if
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

       bad-run-date.
           move "Run date must be YYYY-MM-DD" to err

           move 1 to result-code
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
      ***  $Workfile:   sqlrush.cbl  $ end
      ***--------------------------------------------------------------*
