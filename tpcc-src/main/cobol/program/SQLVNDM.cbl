      *
      *   reqtype 'A' - add a vendor (id assigned past the highest
      *                 existing vn_id when vnid is 0)
      *   reqtype 'U' - update name/address/phone/lead-time/terms
      *                 (spaces or 0 = leave that field alone). A
      *                 new remit-to address is where AP's money
      *                 goes, so it is a maker-checker change: it
      *                 waits on MCHANGE with the old and new
      *                 address and the keying clerk until a second
      *                 operator with supervisor authority approves
      *                 it (SQLMCHK). The other fields apply at
      *                 once.
      *   reqtype 'I' - take a vendor out of service. The row stays
      *                 (purchase orders point at it) but the sweep
      *                 in SQLREPL cuts it nothing new.
      *                 row the sweep uses to consolidate one
      *                 vendor's item lines onto one PO per run.
      *                 Re-assigning an item moves it.
      *   reqtype 'P' - set the vendor's price list entry for an
      *                 item: cost, minimum order quantity, pack
      *                 size and preference rank from an effective
      *                 date (VENDPRC). Any number of vendors can
      *                 price one item; the sweep buys from the
      *                 best-ranked active one whose minimum the
      *                 need meets, and ITEMVEND only covers items
      *                 no vendor has priced.
      *
      * A vendor's payment terms are a TERMS master code, the same
      * codes customers are billed on; the AP payment run in
      * SQLAPAY pays each invoice the terms' net days after it was
      * keyed.
      *
      * SQL only - no VSM counterpart, same Returns precedent the
      * other post-benchmark transactions follow.
           03  filler                        pic x(1).
           03  dtsec                         pic x(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-pending-cnt                    pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the address on file while an update is built, so a
      *> changed one can be held back for approval
       01  ws-old-address.
           03  ws-old-street-1               pic x(20).
           03  ws-old-street-2               pic x(20).
           03  ws-old-city                   pic x(20).
           03  ws-old-state                  pic x(2).
           03  ws-old-zip                    pic x(9).
       01  ws-new-address.
           03  ws-new-street-1               pic x(20).
           03  ws-new-street-2               pic x(20).
           03  ws-new-city                   pic x(20).
           03  ws-new-state                  pic x(2).
           03  ws-new-zip                    pic x(9).

       copy tpctdata.
       copy cpyaudt.

                   perform set-vendor-status
               when vendor-assign-item
                   perform assign-item
               when vendor-price-item
                   perform price-item
               when other
                   perform bad-reqtype
           end-evaluate
           move vmphone to vn-phone
           move vmleaddays to vn-lead-days
           move 'A' to vn-status
           if vmterms = spaces
               move 'NET30' to vn-terms
           else
               move vmterms to vn-terms
               perform check-terms-code
           end-if

           EXEC SQL INSERT INTO
               vendor (vn_id, vn_name,
                   vn_street_1, vn_street_2,
                   vn_city, vn_state, vn_zip, vn_phone,
                   vn_lead_days, vn_status, vn_terms)
               values (:vn-id, :vn-name,
                   :vn-street-1, :vn-street-2, :vn-city,
                   :vn-state, :vn-zip, :vn-phone,
                   :vn-lead-days, :vn-status, :vn-terms)
           END-EXEC

           move vn-id to vnid
       update-vendor.
           move vnid to vn-id
           perform read-vendor
           move vn-street-1 to ws-old-street-1
           move vn-street-2 to ws-old-street-2
           move vn-city to ws-old-city
           move vn-state to ws-old-state
           move vn-zip to ws-old-zip
           move 0 to pendingid

      *> spaces (or 0 lead days) means "leave that field alone"
           if vmname not = spaces
           if vmleaddays not = 0
               move vmleaddays to vn-lead-days
           end-if
           if vmterms not = spaces
               move vmterms to vn-terms
               perform check-terms-code
           end-if

      *> the address as keyed goes on MCHANGE; the row keeps
      *> the one on file until the change is approved
           move vn-street-1 to ws-new-street-1
           move vn-street-2 to ws-new-street-2
           move vn-city to ws-new-city
           move vn-state to ws-new-state
           move vn-zip to ws-new-zip
           if ws-new-address not = ws-old-address
               perform queue-address-change
               move ws-old-street-1 to vn-street-1
               move ws-old-street-2 to vn-street-2
               move ws-old-city to vn-city
               move ws-old-state to vn-state
               move ws-old-zip to vn-zip
           end-if

           EXEC SQL
               UPDATE vendor
                   vn_state = :vn-state,
                   vn_zip = :vn-zip,
                   vn_phone = :vn-phone,
                   vn_lead_days = :vn-lead-days,
                   vn_terms = :vn-terms
               WHERE vn_id = :vn-id
           END-EXEC

           if pendingid not = 0
               move "Vendor updated; address change awaits approval"
                   to msg
           else
               move "Vendor updated" to msg
           end-if
           .

       queue-address-change.
           perform clear-pending-change
           move 'V' to mc-kind
           move vn-id to mc-v-id
           move spaces to mc-key
           string
               "VENDOR " delimited size
               vnid delimited size
           into mc-key
           move ws-new-street-1 to mc-new-street-1
           move ws-new-street-2 to mc-new-street-2
           move ws-new-city to mc-new-city
           move ws-new-state to mc-new-state
           move ws-new-zip to mc-new-zip
      *> street 1, street 2, city, state, zip - the free-text
      *> parts cut at their first double space so the whole
      *> address fits the 60-byte image; SQLMCHK builds the
      *> on-file address the same way to test for staleness
           move spaces to mc-before
           string
               ws-old-street-1 delimited "  "
               " " delimited size
               ws-old-street-2 delimited "  "
               " " delimited size
               ws-old-city delimited "  "
               " " delimited size
               ws-old-state delimited size
               " " delimited size
               ws-old-zip delimited size
           into mc-before
           move spaces to mc-after
           string
               ws-new-street-1 delimited "  "
               " " delimited size
               ws-new-street-2 delimited "  "
               " " delimited size
               ws-new-city delimited "  "
               " " delimited size
               ws-new-state delimited size
               " " delimited size
               ws-new-zip delimited size
           into mc-after
           move vmopid to mc-maker
           perform queue-pending-change
           .

       clear-pending-change.
           move 0 to mc-w-id
           move 0 to mc-d-id
           move 0 to mc-c-id
           move 0 to mc-i-id
           move 0 to mc-v-id
           move spaces to mc-tx-state
           move spaces to mc-tx-zip
           move spaces to mc-eff-d
           move 0 to mc-old-amt
           move 0 to mc-new-amt
           move spaces to mc-new-street-1
           move spaces to mc-new-street-2
           move spaces to mc-new-city
           move spaces to mc-new-state
           move spaces to mc-new-zip
           move 'S' to mc-action
           .

      *> the change waits on MCHANGE for a second operator
      *> (SQLMCHK); one pending change per record at a time, so
      *> the checker never approves on top of another one
       queue-pending-change.
           if mc-maker = spaces
               perform missing-maker
           end-if
           EXEC SQL
               SELECT COUNT(*) INTO :ws-pending-cnt
               FROM mchange
               WHERE mc_kind = :mc-kind AND mc_key = :mc-key
                   AND mc_status = 'P'
           END-EXEC
           if ws-pending-cnt not = 0
               perform change-already-pending
           end-if

           perform next-mc-id
           move 'P' to mc-status
           move datetime to mc-made-d
           move spaces to mc-checker
           move spaces to mc-checked-d
           move spaces to mc-reason
           EXEC SQL
               INSERT INTO mchange
                   (mc_id, mc_kind, mc_action, mc_status, mc_key,
                       mc_w_id, mc_d_id, mc_c_id, mc_i_id, mc_v_id,
                       mc_tx_state, mc_tx_zip, mc_eff_d, mc_old_amt,
                       mc_new_amt, mc_new_street_1, mc_new_street_2,
                       mc_new_city, mc_new_state, mc_new_zip,
                       mc_before, mc_after, mc_maker, mc_made_d,
                       mc_checker, mc_checked_d, mc_reason)
                   VALUES (:mc-id, :mc-kind, :mc-action, :mc-status,
                       :mc-key, :mc-w-id, :mc-d-id, :mc-c-id,
                       :mc-i-id, :mc-v-id, :mc-tx-state, :mc-tx-zip,
                       :mc-eff-d, :mc-old-amt, :mc-new-amt,
                       :mc-new-street-1, :mc-new-street-2,
                       :mc-new-city, :mc-new-state, :mc-new-zip,
                       :mc-before, :mc-after, :mc-maker, :mc-made-d,
                       :mc-checker, :mc-checked-d, :mc-reason)
           END-EXEC
           move mc-id to pendingid
           .

      *> hand out mc-id off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id, with
      *> the same self-seeding first time through.
       next-mc-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_mc_id
               INTO :mc-id
               FROM mchange_seq
           END-EXEC
           if sqlcode = 100
               move 1 to mc-id
               EXEC SQL
                   INSERT INTO mchange_seq (seq_id, next_mc_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE mchange_seq
                   SET next_mc_id = next_mc_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_mc_id
                   INTO :mc-id
                   FROM mchange_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .


       set-vendor-status.
           move vnid to vn-id
           perform read-vendor
           move "Item assigned to vendor" to msg
           .

      *> one row per vendor, item and effective date;
      *> keying the same date again corrects it in place. A price
      *> dated ahead takes over from the current one on its day.
       price-item.
           move vnid to vn-id
           perform read-vendor

           if vmitemid = 0
               perform missing-item
           end-if
           move vmitemid to iv-i-id
           perform check-item-exists

           if vmeffdate = spaces
               move datetime(1:10) to vp-eff-d
           else
               move vmeffdate to vp-eff-d
           end-if
           if vp-eff-d(1:4) not numeric or vp-eff-d(5:1) not = '-'
               or vp-eff-d(6:2) not numeric
               or vp-eff-d(8:1) not = '-'
               or vp-eff-d(9:2) not numeric
               perform bad-effective-date
           end-if

           move vn-id to vp-vn-id
           move vmitemid to vp-i-id
           move vmcost to vp-cost
           move vmminqty to vp-min-qty
           move vmpackqty to vp-pack-qty
           if vmrank = 0
               move 99 to vp-rank
           else
               move vmrank to vp-rank
           end-if
           move datetime to vp-entry-d

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE vendprc
               SET vp_cost = :vp-cost, vp_min_qty = :vp-min-qty,
                   vp_pack_qty = :vp-pack-qty, vp_rank = :vp-rank,
                   vp_entry_d = :vp-entry-d
               WHERE vp_vn_id = :vp-vn-id AND vp_i_id = :vp-i-id
                   AND vp_eff_d = :vp-eff-d
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO vendprc
                       (vp_vn_id, vp_i_id, vp_eff_d, vp_cost,
                           vp_min_qty, vp_pack_qty, vp_rank,
                           vp_entry_d)
                       VALUES (:vp-vn-id, :vp-i-id, :vp-eff-d,
                           :vp-cost, :vp-min-qty, :vp-pack-qty,
                           :vp-rank, :vp-entry-d)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move "Vendor price list entry set" to msg
           .

       check-item-exists.
           EXEC SQL WHENEVER NOT FOUND go to item-not-found END-EXEC
           EXEC SQL
           EXEC SQL
               SELECT vn_name, vn_street_1, vn_street_2,
                   vn_city, vn_state, vn_zip, vn_phone,
                   vn_lead_days, vn_status,
                   COALESCE(vn_terms, 'NET30')
               INTO :vn-name, :vn-street-1, :vn-street-2,
                   :vn-city, :vn-state, :vn-zip, :vn-phone,
                   :vn-lead-days, :vn-status, :vn-terms
               FROM vendor
               WHERE vn_id = :vn-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> terms have to be a code SQLTRMM maintains, the
      *> same rule customer maintenance applies
       check-terms-code.
           move vn-terms to tm-code
           EXEC SQL WHENEVER NOT FOUND go to bad-terms END-EXEC
           EXEC SQL
               SELECT tm_net_days INTO :tm-net-days
               FROM terms
               WHERE tm_code = :tm-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       bad-reqtype.
           move "Request type must be A, U, I, V, X, or P" to err

           move 1 to result-code
           perform audit-return.
           move 6 to result-code
           perform audit-return.

       bad-terms.
           move "Terms code is not on the TERMS master" to err

           move 7 to result-code
           perform audit-return.

       bad-effective-date.
           move "Effective date must be YYYY-MM-DD" to err

           move 8 to result-code
           perform audit-return.

       missing-maker.
           move "Operator id is required on a change needing approval"
               to err

           move 9 to result-code
           perform audit-return.

       change-already-pending.
           move "A change to this record is already awaiting approval"
               to err

           move 10 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
