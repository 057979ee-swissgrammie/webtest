           move ws-held-id (ws-held-y) to ho-id

      *> everything the clerk keyed rides the held row:
      *> ship-to, quote, override supervisor, the pickup flag,
      *> the payment method, the priority, the promotion code
      *> and the customer's PO reference on the header, and
      *> the alias / cases / override details per line below
           EXEC SQL
               SELECT ho_ship_to, ho_quote_id, ho_ovr_super,
                   COALESCE(ho_pickup, ' '),
                   COALESCE(ho_pay_method, ' '),
                   COALESCE(ho_priority, ' '),
                   COALESCE(ho_promo_code, ' '),
                   COALESCE(ho_cust_po, ' ')
               INTO :ho-ship-to, :ho-quote-id, :ho-ovr-super,
                   :ho-pickup, :ho-pay-method, :ho-priority,
                   :ho-promo-code, :ho-cust-po
               FROM heldord
               WHERE ho_id = :ho-id
           END-EXEC
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
               DECLARE c_heldln CURSOR FOR
               SELECT hl_number, hl_supw, hl_i_id, hl_qty,
                   hl_custpart, hl_unitflag, hl_ovrprice,
                   COALESCE(hl_bk_id, 0), COALESCE(hl_dropship, ' '),
                   COALESCE(hl_sub_for, 0)
                   FROM heldline
                   WHERE hl_ho_id = :hl-ho-id
                   ORDER BY hl_number
               EXEC SQL
                   FETCH c_heldln INTO :hl-number, :hl-supw,
                       :hl-i-id, :hl-qty, :hl-custpart,
                       :hl-unitflag, :hl-ovrprice, :hl-bk-id,
                       :hl-dropship, :hl-sub-for
               END-EXEC
               if sqlcode = 100
                   exit perform
                 to unitflag of no-item-data (ws-held-l)
               move hl-ovrprice
                 to ovrprice of no-item-data (ws-held-l)
               move hl-bk-id
                 to blanketid of no-item-data (ws-held-l)
               move hl-dropship
                 to dropship of no-item-data (ws-held-l)
               move hl-sub-for
                 to subforitemid of no-item-data (ws-held-l)
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_heldln END-EXEC
