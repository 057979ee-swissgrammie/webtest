      * the customer's balance, restocks the returned quantity at the
      * supplying warehouse, and records a permanent RETURN_LINE row.
      *
      * Goods are only taken against a return authorization
      * customer service issued in advance (SQLRMAI): the RMA must
      * be open, unexpired, for this same order line, and have the
      * quantity still to come. The line is counted in against the
      * RMA, which closes when all of it is in. Without an RMA an
      * active supervisor has to let the goods in, and the return
      * line names who did (SQLRMAR reports both).
      *
      * SQL only - there is no VSMRETN counterpart. Every other
      * SQL*/VSM* pair in this system mirrors one of the five original
      * TPC-C terminal transactions across both backends; Returns is a

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-loyalty-clawed                 pic s9(9) comp.
       01  ws-rma-today                      pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the business event this transaction publishes to
      *> the outbound feed as it commits
       01  ws-evnt-ca.
           copy cpyevnt.

       copy tpctdata.
       copy cpyaudt.

               perform bad-quantity
           end-if

           perform check-return-authority

           compute rl-amount rounded =
               ol-amount * rlqty / ol-quantity

               INSERT INTO return_line
                   (rl_id, rl_o_id, rl_d_id, rl_w_id, rl_number,
                       rl_quantity, rl_amount, rl_reason,
                       rl_entry_d, rl_keyed_by, rl_rma_no,
                       rl_ovr_super)
                   VALUES (:rl-id, :ol-o-id, :ol-d-id, :ol-w-id,
                       :ol-number, :rlqty, :rl-amount, :rlreason,
                       :rl-entry-d, :rl-keyed-by, :rl-rma-no,
                       :rl-ovr-super)
           END-EXEC
           if tpc-trace-reqd
               set trace-sqlretn to true
               call 'TPCTRACE' using tpc-trace-data-block
           end-if

      *> the goods counted in against the RMA; the last
      *> of them closes it
           if rl-rma-no not = spaces
               EXEC SQL
                   UPDATE rma
                   SET rma_recv_qty = rma_recv_qty + :rlqty,
                       rma_status =
                           CASE WHEN rma_recv_qty + :rlqty >= rma_qty
                               THEN 'R' ELSE 'O' END
                   WHERE rma_no = :rl-rma-no
               END-EXEC
           end-if

           move rl-id to rlid
           move rl-amount to rlamount

           perform note-if-period-closed

           perform publish-event

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           move 3 to result-code
           perform audit-return.

       rma-not-valid.
           move "RMA not open for this line, expired, or quantity short"
               to err

           move 5 to result-code
           perform audit-return.

       rma-required.
           move "No RMA - a supervisor has to authorize this return"
               to err

           move 6 to result-code
           perform audit-return.

      *> the goods come in against an open, unexpired
      *> RMA for this line with the quantity still to come; with
      *> none, only an active supervisor lets them in
       check-return-authority.
           move spaces to rl-rma-no
           move spaces to rl-ovr-super
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           if rmano not = spaces
               move rmano to rma-no
               move datetime(1:10) to ws-rma-today
               EXEC SQL
                   SELECT rma_w_id, rma_d_id, rma_o_id,
                       rma_ol_number, rma_qty, rma_recv_qty,
                       rma_expiry_d, rma_status
                   INTO :rma-w-id, :rma-d-id, :rma-o-id,
                       :rma-ol-number, :rma-qty, :rma-recv-qty,
                       :rma-expiry-d, :rma-status
                   FROM rma
                   WHERE rma_no = :rma-no
               END-EXEC
               if sqlcode = 100
                   perform rma-not-valid
               end-if
               if rma-w-id not = ol-w-id or rma-d-id not = ol-d-id
                   or rma-o-id not = ol-o-id
                   or rma-ol-number not = ol-number
                   or rma-status not = 'O'
                   or rma-expiry-d < ws-rma-today
                   or rlqty > rma-qty - rma-recv-qty
                   perform rma-not-valid
               end-if
               move rma-no to rl-rma-no
           else
               if rmasupervisorid = spaces
                   perform rma-required
               end-if
               move rmasupervisorid to op-id
               EXEC SQL
                   SELECT op_auth, op_status
                   INTO :op-auth, :op-status
                   FROM operator
                   WHERE op_id = :op-id
               END-EXEC
               if sqlcode = 100
                   perform rma-required
               end-if
               if op-auth not = 'S' or op-status not = 'A'
                   perform rma-required
               end-if
               move rmasupervisorid to rl-ovr-super
           end-if
           EXEC SQL WHENEVER NOT FOUND go to line-not-found END-EXEC
           .

      *> month-old numbers must not keep moving: when
      *> the current period has been closed, the posting still
      *> lands in the current period (this program can only post
           move 'I' to sx-type
           move rl-amount to sx-amount
           move datetime to sx-entry-d
           move EIBTRMID to sx-op-id
           EXEC SQL
               INSERT INTO scredtxn
                   (sx_scr_no, sx_type, sx_amount, sx_entry_d,
                       sx_op_id)
                   VALUES (:sx-scr-no, :sx-type, :sx-amount,
                       :sx-entry-d, :sx-op-id)
           END-EXEC

           move scr-no to storecreditno
           move ws-scr-build to scr-no
           .

      *> the return on the outbound feed, for the credit
      *> given; the return line number is the reference and the
      *> customer comes off the order
       publish-event.
           initialize business-event-data
           move 'P' to evreqtype
           move 'RETURN' to evtype
           move ol-w-id to evwid
           move ol-d-id to evdid
           move ol-o-id to evoid
           move rl-amount to evamount
           move rlid to evref
           move 'SQLRETN' to evsource
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
