      *   inbound    = open PURCHASE_ORDER lines, each landing at
      *       its entry date plus the vendor's quoted lead days
      *       (the default below when the line carries no vendor),
      *       or on the date the vendor confirmed once its
      *       acknowledgement is in (SQLPOXM), for the quantity
      *       it accepted; and in-transit XFERs landing at ship
      *       date plus the standard transit allowance
      *
      * The events are walked in landing order; the first date
      * the running total covers the asked quantity is the
       01  ws-sup-entry-d                    pic x(20).
       01  ws-sup-lead                       pic s9(9) comp.
       01  ws-sup-lead-ind                   pic s9(4) comp.
       01  ws-sup-conf-d                     pic x(10).
       01  ws-sup-conf-ind                   pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> a PO line with no vendor has no quoted lead
           perform audit-return.

      *> the dated inbound supply: open PO lines at
      *> entry + vendor lead (or the vendor's confirmed date),
      *> in-transit XFERs at ship + transit
       gather-inbound-events.
           move 0 to ws-event-cnt

           EXEC SQL
               DECLARE c_atp_po CURSOR FOR
               SELECT COALESCE(po_ack_qty, po_qty), po_entry_d,
                   (SELECT vn_lead_days FROM vendor
                    WHERE vn_id = po_vn_id),
                   po_conf_d
                   FROM purchase_order
                   WHERE po_w_id = :ws-atp-w-id
                       AND po_i_id = :ws-atp-i-id
                       AND po_status = 'O'
                       AND po_ds_o_id IS NULL
           END-EXEC
           EXEC SQL OPEN c_atp_po END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
               EXEC SQL
                   FETCH c_atp_po INTO :ws-sup-qty,
                       :ws-sup-entry-d,
                       :ws-sup-lead :ws-sup-lead-ind,
                       :ws-sup-conf-d :ws-sup-conf-ind
               END-EXEC
               if sqlcode = 100
                   exit perform
               if ws-sup-lead-ind < 0 or ws-sup-lead = 0
                   move ws-default-lead to ws-sup-lead
               end-if
      *> a confirmed date replaces the quoted lead
               if ws-sup-conf-ind >= 0
                   and ws-sup-conf-d(1:4) is numeric
                   move ws-sup-conf-d to ws-sup-entry-d
                   move 0 to ws-sup-lead
               end-if
               perform add-one-event
           end-perform
           EXEC SQL CLOSE c_atp_po END-EXEC
