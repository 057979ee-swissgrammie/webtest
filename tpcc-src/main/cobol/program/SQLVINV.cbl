      *   ordered  - po_qty as the replenishment sweep cut it
      *   received - po_recv_qty/po_recv_d as the receiving path
      *              posted them (the PO must have been received at
      *              all before anything is payable against it;
      *              a drop-ship line is "received" when the vendor
      *              confirms it shipped to the customer, SQLDSHP)
      *   billed   - the quantity and amount keyed off the bill
      *
      *   reqtype 'E' - enter a bill. A clean match leaves the

           EXEC SQL BEGIN DECLARE SECTION END-EXEC

       01  ws-ds-ind                         pic s9(4) comp.
       01  datetime                          pic x(19).
           EXEC SQL END DECLARE SECTION END-EXEC

           move spaces to ws-mismatch-reason

           if po-status not = 'R'
               if ws-ds-ind >= 0
                   move "Drop-ship not yet confirmed by vendor"
                       to ws-mismatch-reason
               else
                   move "PO not received - nothing to bill against"
                       to ws-mismatch-reason
               end-if
           else
               if vibillqty > po-qty
                   move "Billed quantity exceeds quantity ordered"
           EXEC SQL WHENEVER NOT FOUND go to po-not-found END-EXEC
           EXEC SQL
               SELECT po_w_id, po_i_id, po_qty, po_status,
                   po_recv_qty, po_vn_id, po_ds_o_id
               INTO :po-w-id, :po-i-id, :po-qty, :po-status,
                   :po-recv-qty, :po-vn-id, :po-ds-o-id :ws-ds-ind
               FROM purchase_order
               WHERE po_id = :po-id
           END-EXEC
