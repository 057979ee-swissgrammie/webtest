       identification division.

       program-id. sqlfbil.

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
      * TPCC carrier freight bill audit
      *
      * Carriers bill monthly for their runs and the total used to be
      * paid as billed. This keys (or loads) a carrier's bill line by
      * line and re-rates every line the way we would have priced it:
      *
      *   weight   the manifest weight - what the stop's lines that
      *            went out on the run weigh (i_weight times the
      *            units; drop-ship lines never rode the truck)
      *   rate     the carrier's own FRTRATE row for the stop's zone
      *            (first digit of the customer's zip), per cwt
      *
      * A line is a stop (its SHIPTRK tracking number) or a whole run
      * (warehouse, run date and load, 0 = every load of the run).
      *
      *   reqtype 'E' - enter bill lines. A line within the tolerance
      *                 of the re-rate is agreed as billed (status A);
      *                 anything else - off by more, not this carrier's
      *                 stop, a stop or run already billed, no rate for
      *                 the zone - goes to the FRTDISP dispute worklist
      *                 (status D) with nothing payable on it, the same
      *                 worklist idiom APDISCR keeps for vendor bills.
      *   reqtype 'R' - settle a disputed line at the amount agreed
      *                 with the carrier (what they billed, what we
      *                 rated, or a keyed figure); the worklist row is
      *                 marked resolved rather than deleted.
      *   reqtype 'I' - show a bill's totals and lines.
      *
      * Only agreed amounts ever reach fb_payable; the bill is
      * payable in full (status P) once nothing is left in dispute.
      *
      * SQL only - no VSM counterpart, same Returns precedent the
      * other post-benchmark transactions follow.
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
       01  ws-program-name                   pic x(8) value 'SQLFBIL '.

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
       01  ws-zone                           pic x(1).
       01  ws-prior-cnt                      pic s9(9) comp.
       01  ws-norate-cnt                     pic s9(9) comp.
       01  ws-dispute-cnt                    pic s9(9) comp.
       01  ws-start-line                     pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  k                                 pic s9(4) comp.
       01  ws-tolerance                      pic s9(5)v99 comp-3.
       01  ws-diff                           pic s9(8)v99 comp-3.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyfbil.

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

           evaluate true
               when fbil-enter
                   perform enter-bill
               when fbil-resolve
                   perform resolve-line
               when fbil-inquire
                   perform inquire-bill
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

      *> everything that can refuse the call is checked
      *> before the first row is written
       enter-bill.
           move carid to car-id
           EXEC SQL WHENEVER NOT FOUND go to carrier-not-found
               END-EXEC
           EXEC SQL
               SELECT car_name INTO :car-name
               FROM carrier
               WHERE car_id = :car-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if linecnt = 0 or linecnt > 20
               perform bad-line-count
           end-if

           if fbid = 0
               if fbref = spaces
                   perform missing-ref
               end-if
           else
               move fbid to fb-id
               perform read-bill
               if fb-car-id not = car-id
                   perform wrong-carrier
               end-if
           end-if

           if toleranceamt = 0
               move 1.00 to ws-tolerance
           else
               move toleranceamt to ws-tolerance
           end-if

           if fbid = 0
               perform next-fb-id
               move car-id to fb-car-id
               move fbref to fb-ref
               move 0 to fb-line-cnt
               move 0 to fb-billed
               move 0 to fb-rated
               move 0 to fb-payable
               move 'P' to fb-status
               move datetime to fb-entry-d
               EXEC SQL
                   INSERT INTO frtbill
                       (fb_id, fb_car_id, fb_ref, fb_line_cnt,
                           fb_billed, fb_rated, fb_payable,
                           fb_status, fb_entry_d)
                       VALUES (:fb-id, :fb-car-id, :fb-ref,
                           :fb-line-cnt, :fb-billed, :fb-rated,
                           :fb-payable, :fb-status, :fb-entry-d)
               END-EXEC
               move fb-id to fbid
           end-if

           perform varying k from 1 by 1 until k > linecnt
               perform audit-one-line
           end-perform

           perform refresh-bill-totals

           if ws-dispute-cnt = 0
               move "Freight bill agreed and payable" to msg
           else
               move "Freight bill lines held on dispute worklist"
                   to msg
           end-if
           .

      *> re-rate the line, then agree it or dispute it; the
      *> first reason found is the one the worklist shows
       audit-one-line.
           add 1 to fb-line-cnt
           move fb-id to fl-fb-id
           move fb-line-cnt to fl-number
           move fltkno (k) to fl-tk-no
           move flwid (k) to fl-w-id
           move flrund (k) to fl-run-d
           move flloadno (k) to fl-load-no
           move flbilled (k) to fl-billed
           move 0 to fl-stops
           move 0 to fl-weight
           move 0 to fl-rated
           move spaces to fl-reason

           if fl-tk-no not = spaces
               perform rate-stop
           else
               if fl-w-id not = 0 and fl-run-d not = spaces
                   perform rate-run
               else
                   move "Line needs a tracking number or a run"
                       to fl-reason
               end-if
           end-if

           if fl-reason = spaces
               compute ws-diff = fl-billed - fl-rated
               if ws-diff > ws-tolerance
                   move "Billed over the re-rate beyond tolerance"
                       to fl-reason
               else
                   if ws-diff < 0 - ws-tolerance
                       move "Billed under re-rate beyond tolerance"
                           to fl-reason
                   end-if
               end-if
           end-if

           if fl-reason = spaces
               move 'A' to fl-status
               move fl-billed to fl-agreed
           else
               move 'D' to fl-status
               move 0 to fl-agreed
           end-if

           EXEC SQL
               INSERT INTO frtblln
                   (fl_fb_id, fl_number, fl_tk_no, fl_w_id,
                       fl_run_d, fl_load_no, fl_stops, fl_weight,
                       fl_billed, fl_rated, fl_agreed, fl_status,
                       fl_reason)
                   VALUES (:fl-fb-id, :fl-number, :fl-tk-no,
                       :fl-w-id, :fl-run-d, :fl-load-no, :fl-stops,
                       :fl-weight, :fl-billed, :fl-rated,
                       :fl-agreed, :fl-status, :fl-reason)
           END-EXEC

           if fl-status = 'D'
               perform write-dispute
           end-if

           move fl-number to flnumber (k)
           move fl-stops to flstops (k)
           move fl-weight to flweight (k)
           move fl-rated to flrated (k)
           move fl-agreed to flagreed (k)
           move fl-status to flstatus (k)
           move fl-reason to flreason (k)
           .

      *> one stop: the tracking number names the order, the
      *> carrier and the run it went out on
       rate-stop.
           move fl-tk-no to tk-no
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tk_w_id, tk_d_id, tk_o_id, tk_car_id,
                   tk_run_d, COALESCE(tk_load_no, 1)
               INTO :tk-w-id, :tk-d-id, :tk-o-id, :tk-car-id,
                   :tk-run-d, :tk-load-no
               FROM shiptrk
               WHERE tk_no = :tk-no
           END-EXEC
           if sqlcode = 100
               move "Tracking number not on file" to fl-reason
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if fl-reason = spaces
               move tk-w-id to fl-w-id
               move tk-run-d to fl-run-d
               move tk-load-no to fl-load-no
               move 1 to fl-stops
               if tk-car-id not = car-id
                   move "Stop was not on this carrier's run"
                       to fl-reason
               end-if
           end-if

           if fl-reason = spaces
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-prior-cnt
                   FROM frtblln, frtbill
                   WHERE fb_id = fl_fb_id
                       AND fb_car_id = :car-id
                       AND (fl_tk_no = :tk-no
                           OR (fl_tk_no = ' '
                               AND fl_w_id = :tk-w-id
                               AND fl_run_d = :tk-run-d
                               AND (fl_load_no = 0
                                   OR fl_load_no = :tk-load-no)))
               END-EXEC
               if ws-prior-cnt not = 0
                   move "Stop already billed" to fl-reason
               end-if
           end-if

           if fl-reason = spaces
               EXEC SQL
                   SELECT SUBSTR(c_zip, 1, 1) INTO :ws-zone
                   FROM orders, customer
                   WHERE o_w_id = :tk-w-id AND o_d_id = :tk-d-id
                       AND o_id = :tk-o-id
                       AND c_w_id = o_w_id AND c_d_id = o_d_id
                       AND c_id = o_c_id
               END-EXEC
               EXEC SQL
                   SELECT COALESCE(SUM(ol_quantity * i_weight), 0)
                   INTO :fl-weight
                   FROM order_line, item
                   WHERE ol_w_id = :tk-w-id AND ol_d_id = :tk-d-id
                       AND ol_o_id = :tk-o-id
                       AND SUBSTR(ol_delivery_d, 1, 10) = :tk-run-d
                       AND ol_drop_po IS NULL
                       AND i_id = ol_i_id
               END-EXEC
               move car-id to fr-car-id
               move ws-zone to fr-zone
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT fr_rate_cwt INTO :fr-rate-cwt
                   FROM frtrate
                   WHERE fr_car_id = :fr-car-id
                       AND fr_zone = :fr-zone
               END-EXEC
               if sqlcode = 100
                   move "No FRTRATE row for the carrier and zone"
                       to fl-reason
               else
                   compute fl-rated rounded =
                       fl-weight * fr-rate-cwt / 100
               end-if
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           end-if
           .

      *> a whole run: every stop the carrier took out of the
      *> warehouse that day (on the one load, when a load is
      *> named), each at its own zone's rate
       rate-run.
           move car-id to tk-car-id
           move fl-w-id to tk-w-id
           move fl-run-d to tk-run-d
           move fl-load-no to tk-load-no
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(CASE WHEN NOT EXISTS
                       (SELECT 1 FROM frtrate
                           WHERE fr_car_id = tk_car_id
                               AND fr_zone = SUBSTR(c_zip, 1, 1))
                       THEN 1 ELSE 0 END), 0)
               INTO :fl-stops, :ws-norate-cnt
               FROM shiptrk, orders, customer
               WHERE tk_car_id = :tk-car-id
                   AND tk_w_id = :tk-w-id
                   AND tk_run_d = :tk-run-d
                   AND (:tk-load-no = 0
                       OR COALESCE(tk_load_no, 1) = :tk-load-no)
                   AND o_w_id = tk_w_id AND o_d_id = tk_d_id
                   AND o_id = tk_o_id
                   AND c_w_id = o_w_id AND c_d_id = o_d_id
                   AND c_id = o_c_id
           END-EXEC
           if fl-stops = 0
               move "No stops for this carrier on that run"
                   to fl-reason
           else
               if ws-norate-cnt not = 0
                   move "No FRTRATE row for a zone on the run"
                       to fl-reason
               end-if
           end-if

           if fl-reason = spaces
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-prior-cnt
                   FROM frtblln, frtbill
                   WHERE fb_id = fl_fb_id
                       AND fb_car_id = :tk-car-id
                       AND fl_w_id = :tk-w-id
                       AND fl_run_d = :tk-run-d
                       AND (:tk-load-no = 0 OR fl_load_no = 0
                           OR fl_load_no = :tk-load-no)
               END-EXEC
               if ws-prior-cnt not = 0
                   move "Run or a stop on it already billed"
                       to fl-reason
               end-if
           end-if

           if fl-reason = spaces
               EXEC SQL
                   SELECT COALESCE(SUM(rr_weight), 0),
                       COALESCE(SUM(rr_cost), 0)
                   INTO :fl-weight, :fl-rated
                   FROM (SELECT ol_quantity * i_weight AS rr_weight,
                           ol_quantity * i_weight
                               * (SELECT fr_rate_cwt
                                   FROM frtrate
                                   WHERE fr_car_id = tk_car_id
                                       AND fr_zone =
                                           SUBSTR(c_zip, 1, 1))
                               / 100 AS rr_cost
                       FROM shiptrk, orders, customer, order_line,
                           item
                       WHERE tk_car_id = :tk-car-id
                           AND tk_w_id = :tk-w-id
                           AND tk_run_d = :tk-run-d
                           AND (:tk-load-no = 0
                               OR COALESCE(tk_load_no, 1)
                                   = :tk-load-no)
                           AND o_w_id = tk_w_id AND o_d_id = tk_d_id
                           AND o_id = tk_o_id
                           AND c_w_id = o_w_id AND c_d_id = o_d_id
                           AND c_id = o_c_id
                           AND ol_w_id = tk_w_id
                           AND ol_d_id = tk_d_id
                           AND ol_o_id = tk_o_id
                           AND SUBSTR(ol_delivery_d, 1, 10)
                               = tk_run_d
                           AND ol_drop_po IS NULL
                           AND i_id = ol_i_id) AS rr
               END-EXEC
           end-if
           .

       write-dispute.
           move fl-fb-id to fd-fb-id
           move fl-number to fd-number
           move car-id to fd-car-id
           move fl-billed to fd-billed
           move fl-rated to fd-rated
           move fl-reason to fd-reason
           move 'N' to fd-resolved
           move spaces to fd-op-id
           move datetime to fd-entry-d
           EXEC SQL
               INSERT INTO frtdisp
                   (fd_fb_id, fd_number, fd_car_id, fd_billed,
                       fd_rated, fd_reason, fd_resolved, fd_op_id,
                       fd_entry_d)
                   VALUES (:fd-fb-id, :fd-number, :fd-car-id,
                       :fd-billed, :fd-rated, :fd-reason,
                       :fd-resolved, :fd-op-id, :fd-entry-d)
           END-EXEC
           .

      *> the carrier and the clerk have settled a disputed
      *> line: it becomes payable at the agreed amount
       resolve-line.
           move fbid to fb-id
           perform read-bill

           move fb-id to fl-fb-id
           move resolveline to fl-number
           EXEC SQL WHENEVER NOT FOUND go to not-in-dispute END-EXEC
           EXEC SQL
               SELECT fl_status, fl_billed, fl_rated
               INTO :fl-status, :fl-billed, :fl-rated
               FROM frtblln
               WHERE fl_fb_id = :fl-fb-id AND fl_number = :fl-number
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if fl-status not = 'D'
               perform not-in-dispute
           end-if

           evaluate true
               when resolve-billed
                   move fl-billed to fl-agreed
               when resolve-rated
                   move fl-rated to fl-agreed
               when resolve-amount
                   move resolveamt to fl-agreed
               when other
                   perform bad-resolve
           end-evaluate

           move 'R' to fl-status
           EXEC SQL
               UPDATE frtblln
               SET fl_status = :fl-status, fl_agreed = :fl-agreed
               WHERE fl_fb_id = :fl-fb-id AND fl_number = :fl-number
           END-EXEC

           move 'Y' to fd-resolved
           move opid to fd-op-id
           EXEC SQL
               UPDATE frtdisp
               SET fd_resolved = :fd-resolved, fd_op_id = :fd-op-id
               WHERE fd_fb_id = :fl-fb-id AND fd_number = :fl-number
           END-EXEC

           perform refresh-bill-totals
           move "Disputed freight line settled" to msg
           .

       inquire-bill.
           move fbid to fb-id
           perform read-bill
           move fb-car-id to carid
           move fb-ref to fbref

           if startline = 0
               move 1 to ws-start-line
           else
               move startline to ws-start-line
           end-if
           move 0 to linecnt
           move fb-id to fl-fb-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_fbil CURSOR FOR
               SELECT fl_number, fl_tk_no, fl_w_id, fl_run_d,
                   fl_load_no, fl_stops, fl_weight, fl_billed,
                   fl_rated, fl_agreed, fl_status, fl_reason
                   FROM frtblln
                   WHERE fl_fb_id = :fl-fb-id
                       AND fl_number >= :ws-start-line
                   ORDER BY fl_number
           END-EXEC
           EXEC SQL OPEN c_fbil END-EXEC
           perform until sqlcode = 100 or linecnt >= 20
               EXEC SQL
                   FETCH c_fbil INTO :fl-number, :fl-tk-no,
                       :fl-w-id, :fl-run-d, :fl-load-no, :fl-stops,
                       :fl-weight, :fl-billed, :fl-rated,
                       :fl-agreed, :fl-status, :fl-reason
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to linecnt
               move linecnt to k
               move fl-tk-no to fltkno (k)
               move fl-w-id to flwid (k)
               move fl-run-d to flrund (k)
               move fl-load-no to flloadno (k)
               move fl-billed to flbilled (k)
               move fl-number to flnumber (k)
               move fl-stops to flstops (k)
               move fl-weight to flweight (k)
               move fl-rated to flrated (k)
               move fl-agreed to flagreed (k)
               move fl-status to flstatus (k)
               move fl-reason to flreason (k)
           end-perform
           EXEC SQL CLOSE c_fbil END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform refresh-bill-totals
           move "Freight bill found" to msg
           .

      *> the header is always rebuilt from its lines, so
      *> fb_payable can only ever be what has been agreed
       refresh-bill-totals.
           move fb-id to fl-fb-id
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(fl_billed), 0),
                   COALESCE(SUM(fl_rated), 0),
                   COALESCE(SUM(fl_agreed), 0),
                   COALESCE(SUM(CASE WHEN fl_status = 'D'
                       THEN 1 ELSE 0 END), 0)
               INTO :fb-line-cnt, :fb-billed, :fb-rated,
                   :fb-payable, :ws-dispute-cnt
               FROM frtblln
               WHERE fl_fb_id = :fl-fb-id
           END-EXEC
           if ws-dispute-cnt = 0
               move 'P' to fb-status
           else
               move 'D' to fb-status
           end-if
           EXEC SQL
               UPDATE frtbill
               SET fb_line_cnt = :fb-line-cnt,
                   fb_billed = :fb-billed, fb_rated = :fb-rated,
                   fb_payable = :fb-payable, fb_status = :fb-status
               WHERE fb_id = :fb-id
           END-EXEC

           move fb-billed to totbilled
           move fb-rated to totrated
           move fb-payable to totpayable
           move fb-status to fbstatus
           move ws-dispute-cnt to disputecnt
           .

       read-bill.
           EXEC SQL WHENEVER NOT FOUND go to bill-not-found END-EXEC
           EXEC SQL
               SELECT fb_car_id, fb_ref, fb_line_cnt
               INTO :fb-car-id, :fb-ref, :fb-line-cnt
               FROM frtbill
               WHERE fb_id = :fb-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> hand out fb-id off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id, with
      *> the same self-seeding first time through.
       next-fb-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_fb_id
               INTO :fb-id
               FROM frtbill_seq
           END-EXEC
           if sqlcode = 100
               move 1 to fb-id
               EXEC SQL
                   INSERT INTO frtbill_seq (seq_id, next_fb_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE frtbill_seq
                   SET next_fb_id = next_fb_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_fb_id
                   INTO :fb-id
                   FROM frtbill_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       bad-reqtype.
           move "Request type must be E, R or I" to err

           move 1 to result-code
           perform audit-return.

       carrier-not-found.
           move "Carrier not found" to err

           move 2 to result-code
           perform audit-return.

       missing-ref.
           move "Carrier invoice reference is required" to err

           move 3 to result-code
           perform audit-return.

       bad-line-count.
           move "Line count must be 1 to 20" to err

           move 4 to result-code
           perform audit-return.

       bill-not-found.
           move "Freight bill not found" to err

           move 5 to result-code
           perform audit-return.

       wrong-carrier.
           move "Freight bill belongs to another carrier" to err

           move 6 to result-code
           perform audit-return.

       not-in-dispute.
           move "Bill line is not in dispute" to err

           move 7 to result-code
           perform audit-return.

       bad-resolve.
           move "Resolve by must be B, R or A" to err

           move 8 to result-code
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
      ***  $Workfile:   sqlfbil.cbl  $ end
      ***--------------------------------------------------------------*
