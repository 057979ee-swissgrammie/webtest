      *       vendor, which the receiving dock ships against;
      *       its id echoes back
      *
      * A returned kit is disposed of as its components - each
      * restocked, scrapped or sent back in the kit quantity times
      * its count in the kit; a kit has no shelf stock of its own.
      *
      * A line disposes exactly once (the RETNDISP row is the
      * lock and the audit). The return transaction itself no
      * longer touches STOCK - unexamined returns going straight
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-disp-cnt                       pic s9(9) comp.
       01  ws-vn-ind                         pic s9(4) comp.
      *> the item and quantity being disposed of: the line's
      *> own, or each component of a returned kit in turn
       01  ws-disp-i-id                      pic s9(9) comp.
       01  ws-disp-qty                       pic s9(9) comp.
       01  ws-kit-comp-cnt                   pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       copy tpctdata.
               perform already-disposed
           end-if

           move ol-i-id to kc-kit-i-id
           EXEC SQL
               SELECT COUNT(*) INTO :ws-kit-comp-cnt
               FROM kitcomp
               WHERE kc_kit_i_id = :kc-kit-i-id
           END-EXEC
           if ws-kit-comp-cnt = 0
               move ol-i-id to ws-disp-i-id
               move rl-quantity to ws-disp-qty
               perform dispose-goods
           else
               perform dispose-kit-components
           end-if

           perform record-disposition

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       dispose-goods.
           evaluate true
               when disp-restock
                   perform restock-goods
               when other
                   perform bad-disposition
           end-evaluate
           .

      *> each component the kit held, times the kits
      *> that came back
       dispose-kit-components.
           EXEC SQL
               DECLARE c_rdkit CURSOR FOR
                   SELECT kc_comp_i_id, kc_qty
                   FROM kitcomp
                   WHERE kc_kit_i_id = :kc-kit-i-id
                   ORDER BY kc_comp_i_id
           END-EXEC
           EXEC SQL OPEN c_rdkit END-EXEC
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_rdkit INTO :kc-comp-i-id, :kc-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move kc-comp-i-id to ws-disp-i-id
               compute ws-disp-qty = rl-quantity * kc-qty
               perform dispose-goods
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_rdkit END-EXEC
           .

      *> sellable goods back into the book, with the
      *> trail that says where the quantity came from
               SELECT s_quantity INTO :s-quantity
               FROM stock
               WHERE s_w_id = :ol-supply-w-id
                   AND s_i_id = :ws-disp-i-id
           END-EXEC

           move ol-supply-w-id to sa-w-id
           move ws-disp-i-id to sa-i-id
           move s-quantity to sa-old-qty
           compute sa-new-qty = s-quantity + ws-disp-qty
           move ws-disp-qty to sa-variance
           move 'R' to sa-reason
           move keyedby to sa-keyed-by
           move datetime to sa-entry-d

           EXEC SQL
               UPDATE stock
               SET s_quantity = s_quantity + :ws-disp-qty
               WHERE s_w_id = :ol-supply-w-id
                   AND s_i_id = :ws-disp-i-id
           END-EXEC

           move "Returned goods restocked" to msg
               SELECT s_quantity INTO :s-quantity
               FROM stock
               WHERE s_w_id = :ol-supply-w-id
                   AND s_i_id = :ws-disp-i-id
           END-EXEC

           move ol-supply-w-id to sa-w-id
           move ws-disp-i-id to sa-i-id
           move s-quantity to sa-old-qty
           move s-quantity to sa-new-qty
           move 0 to sa-variance
      *> purchase order (status V) the receiving dock ships
      *> against, placed with the item's assigned vendor
       return-to-vendor.
           move ws-disp-i-id to iv-i-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT iv_vn_id INTO :iv-vn-id
           perform next-po-id

           move ol-supply-w-id to po-w-id
           move ws-disp-i-id to po-i-id
           compute po-qty = 0 - ws-disp-qty
           move 'V' to po-status
           move datetime to po-entry-d
           move iv-vn-id to po-vn-id
                       :po-poh-id)
           END-EXEC

      *> a kit raises one movement per component; the
      *> first one's id echoes back
           if rtvpoid = 0
               move po-id to rtvpoid
           end-if
           move "Return-to-vendor movement raised" to msg
           .

           move 3 to result-code
           perform audit-return.

      *> a kit's earlier components may already have moved
       no-vendor-assigned.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "Item has no assigned vendor for an RTV" to err

           move 4 to result-code
