       01  ws-ship-cnt                       pic s9(9) comp.
       01  ws-ord-freight                    pic s9(6)v99 comp-3.
       01  ws-ord-freight-ind                pic s9(4) comp.
       01  ws-ord-rush                       pic s9(6)v99 comp-3.
       01  ws-bill-total                     pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the business event this transaction publishes to
      *> the outbound feed as it commits
       01  ws-evnt-ca.
           copy cpyevnt.

       copy tpctdata.
       copy cpyaudt.
       copy cpycapt.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

       MAIN. | SECTION.
      *> the commarea as it arrived, for the capture log -
      *> once: a deadlock retry comes back through here with the
      *> commarea already partly filled in, and CAPT, not being
      *> recoverable, still holds the first input anyway
           if ws-retry-cnt = 0
               move 'I' to tpc-capt-direction
               perform capture-commarea
           end-if
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           move "YYYY-MM-DD HH:MM:SS" to datetime
           CountTheTime ctt1 = new
           CountTheTime("SQLDELV-SelectFromNewOrder");
           END-EXEC
      *> a pickup order waits on the will-call list for
      *> the customer to collect it (SQLWCAL); no truck takes it.
      *> Expedited orders go ahead of the queue, oldest first
               EXEC SQL
                   DECLARE c_no CURSOR FOR
                   SELECT no_o_id
                   FROM new_order, orders
                   WHERE no_d_id = :d-id AND no_w_id = :w-id
                       AND o_w_id = no_w_id AND o_d_id = no_d_id
                       AND o_id = no_o_id
                       AND NOT EXISTS
                           (SELECT 1 FROM willcall
                            WHERE wc_w_id = no_w_id
                                AND wc_d_id = no_d_id
                                AND wc_o_id = no_o_id)
                   ORDER BY CASE WHEN COALESCE(o_priority, ' ') = ' '
                       THEN 1 ELSE 0 END,
                       no_o_id ASC
               END-EXEC
           EXEC JAVA
                ctt1.close();
           CountTheTime("SQLDELV-SelectFromOrders");
           END-EXEC
                   EXEC SQL
                       SELECT o_c_id, o_freight,
                           COALESCE(o_rush_chg, 0)
                       INTO :c-id,
                           :ws-ord-freight :ws-ord-freight-ind,
                           :ws-ord-rush
                       FROM orders
                       WHERE o_id = :no-o-id AND o_d_id = :d-id
                           AND o_w_id = :w-id
                       WHERE ol_o_id = :no-o-id AND ol_d_id = :d-id
                           AND ol_w_id = :w-id
                           AND ol_delivery_d IS NULL
                           AND ol_drop_po IS NULL
                           AND NOT EXISTS
                               (SELECT 1 FROM backorder
                                WHERE bo_w_id = ol_w_id
           END-EXEC
      *> the freight New Order billed onto the order
      *> joins the receivable on the run that completes it - once
      *> per order, with the goods all on the dock. An
      *> expedited order's rush surcharge goes with it
                   if ws-blocked-cnt = 0
                       compute ws-bill-total =
                           ol-total + ws-ord-freight + ws-ord-rush
                   else
                       move ol-total to ws-bill-total
                   end-if
      *> comes off LOYRATE (no row = program not configured = no
      *> accrual, deliberately)
                   perform accrue-loyalty-points
                   perform publish-event
                   end-if
          EXEC JAVA
                ctt6.close();
           .

      *> lines this order could stamp today: unstamped
      *> and not waiting on an open backorder. A drop-ship line
      *> is the vendor's to deliver (SQLDSHP), never the sweep's
       count-shippable-lines.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-ship-cnt
               WHERE ol_o_id = :no-o-id AND ol_d_id = :d-id
                   AND ol_w_id = :w-id
                   AND ol_delivery_d IS NULL
                   AND ol_drop_po IS NULL
                   AND NOT EXISTS
                       (SELECT 1 FROM backorder
                        WHERE bo_w_id = ol_w_id
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the shipment goes out on the feed with the district's
      *> commit, for what was billed; the carrier is the reference
       publish-event.
           initialize business-event-data
           move 'P' to evreqtype
           move 'SHIPPED' to evtype
           move w-id to evwid
           move d-id to evdid
           move c-id to evcid
           move no-o-id to evoid
           move ws-bill-total to evamount
           move o-carrier-id to evref
           move 'SQLDELV' to evsource
           exec cics link
               program('SQLEVNT')
               commarea(business-event-data)
           end-exec
           if evresult < 0
               go to event-failed
           end-if
           .

       event-failed.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move everr to err

           move -1 to result-code
           perform audit-return.

       SQLErr.
      *> a deadlock (-911) or lock timeout (-913) usually
      *> succeeds on a simple retry; back off briefly and re-drive
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           move 'O' to tpc-capt-direction
           perform capture-commarea

           exec cics return end-exec.

      *> the commarea to TPCCCAPT, which writes it to the capture
      *> log when this program's CWA capture flag is on
       capture-commarea.
           move ws-program-name to tpc-capt-program
           move eibtaskn to tpc-capt-task
           move eibcalen to tpc-capt-length
           call 'TPCCCAPT' using tpc-capture-data-block dfhcommarea
           .

