           EXEC SQL
               SELECT ho_w_id, ho_d_id, ho_c_id, ho_status,
                   ho_ol_cnt, ho_ship_to, ho_quote_id,
                   ho_ovr_super, COALESCE(ho_pickup, ' '),
                   COALESCE(ho_pay_method, ' '),
                   COALESCE(ho_priority, ' '),
                   COALESCE(ho_promo_code, ' '),
                   COALESCE(ho_cust_po, ' ')
               INTO :ho-w-id, :ho-d-id, :ho-c-id, :ho-status,
                   :ho-ol-cnt, :ho-ship-to, :ho-quote-id,
                   :ho-ovr-super, :ho-pickup, :ho-pay-method,
                   :ho-priority, :ho-promo-code, :ho-cust-po
               FROM heldord
               WHERE ho_id = :ho-id
           END-EXEC
           move ho-c-id to cid of new-order-data
           move superid to expsupervisorid of new-order-data
      *> everything the clerk keyed goes back exactly:
      *> ship-to, quote, the original override supervisor,
      *> whether the customer is collecting it, how it is paid
      *> for, and how urgently it is wanted
           move ho-ship-to to shiptono of new-order-data
           move ho-quote-id to quoteno of new-order-data
           move ho-ovr-super
             to ovrsupervisorid of new-order-data
           move ho-pickup to pickup of new-order-data
           move ho-pay-method to paymethod of new-order-data
           move ho-priority to rushcode of new-order-data
           move ho-promo-code to promocode of new-order-data
           move ho-cust-po to custpo of new-order-data

           move ho-id to hl-ho-id
           EXEC SQL
               DECLARE c_lines CURSOR FOR
               SELECT hl_number, hl_supw, hl_i_id, hl_qty,
                   hl_custpart, hl_unitflag, hl_ovrprice,
                   COALESCE(hl_bk_id, 0), COALESCE(hl_dropship, ' '),
                   COALESCE(hl_sub_for, 0)
                   FROM heldline
                   WHERE hl_ho_id = :hl-ho-id
                   ORDER BY hl_number
               EXEC SQL
                   FETCH c_lines INTO :hl-number, :hl-supw,
                       :hl-i-id, :hl-qty, :hl-custpart,
                       :hl-unitflag, :hl-ovrprice, :hl-bk-id,
                       :hl-dropship, :hl-sub-for
               END-EXEC
               if sqlcode = 100
                   exit perform
               move hl-custpart to custpart of no-item-data (i)
               move hl-unitflag to unitflag of no-item-data (i)
               move hl-ovrprice to ovrprice of no-item-data (i)
               move hl-bk-id to blanketid of no-item-data (i)
               move hl-dropship to dropship of no-item-data (i)
               move hl-sub-for to subforitemid of no-item-data (i)
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_lines END-EXEC
