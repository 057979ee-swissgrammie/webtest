      *                 of an existing customer. Fields left as
      *                 spaces are left alone.
      *
      * Either request can set the account's receivables mode
      * (c_ar_mode): O for open item, where cash is applied to
      * individual invoices, or B for balance forward - and its
      * payment terms (c_terms), which must be on the TERMS master -
      * and whether it is exempt from the monthly finance charge
      * (c_fc_exempt Y/N) - and how it takes the order
      * acknowledgement New Order sends it (c_ack_deliv: P printed,
      * F as a file) - and, for a trading partner, the TD queue its
      * advance ship notices go to (c_asn_queue, NONE to stop).
      *
      * An update can also change the credit limit. A cut applies
      * at once and is noted on CUSTNOTE (category R, like every
      * credit event); a raise is a maker-checker change - it
      * waits on MCHANGE, with the before and after limits and
      * the keying clerk, until a second operator with supervisor
      * authority approves it in SQLMCHK, and only then moves.
      *
      * Chain accounts: either request can make the account a
      * branch of a head-office customer (c_parent_w_id/d_id/id,
      * which may sit in any district or warehouse) or unlink it,
      * and set the head office's chain credit limit (c_chain_lim)
      * that New Order tests the whole chain's exposure against.
      *
      * New customer ids are handed out from customer_seq, one
      * counter row per warehouse/district, the same UPDATE-then-
      * SELECT-back idiom SQLRETN uses for rl-id. The first use for a
           03  filler                        pic x(1).
           03  dtsec                         pic x(2).

      *> the head office an account is being linked under
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-head-w-id                      pic s9(9) comp.
       01  ws-head-d-id                      pic s9(9) comp.
       01  ws-head-id                        pic s9(9) comp.
       01  ws-head-parent                    pic s9(9) comp.
       01  ws-branch-count                   pic s9(9) comp.
       01  ws-pending-cnt                    pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-limit-cut                      pic x(1).
       01  ws-old-lim                        pic s9(10)v99 comp-3.
       01  ws-lim-ed                         pic z(9)9.99.
       01  ws-lim-ed2                        pic z(9)9.99.
      *> the address as it stood before the update, so a change
      *> of address leaves a customer note the auditors can follow
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
       copy cpyaddr.
           move cmrecvdays to c-recv-days
           move cmrecvfrom to c-recv-from
           move cmrecvthru to c-recv-thru
           if cmarmode = spaces
               move 'B' to c-ar-mode
           else
               if not cm-open-item and not cm-balance-forward
                   perform bad-ar-mode
               end-if
               move cmarmode to c-ar-mode
           end-if
           move 0 to c-unapplied
           if cmterms = spaces
               move 'NET30' to c-terms
           else
               move cmterms to c-terms
               perform check-terms-code
           end-if
           if cmfcexempt = spaces
               move 'N' to c-fc-exempt
           else
               if not cm-fc-exempt and not cm-fc-chargeable
                   perform bad-fc-exempt
               end-if
               move cmfcexempt to c-fc-exempt
           end-if
           if cmackdeliv = spaces
               move 'P' to c-ack-deliv
           else
               if not cm-ack-printed and not cm-ack-file
                   perform bad-ack-deliv
               end-if
               move cmackdeliv to c-ack-deliv
           end-if
           if cm-asn-none
               move spaces to c-asn-queue
           else
               move cmasnqueue to c-asn-queue
           end-if
           move 0 to c-parent-w-id
           move 0 to c-parent-d-id
           move 0 to c-parent-id
           move 0 to c-chain-lim
           perform apply-chain-link

           move "GC" to c-credit
           move "N" to c-credit-hold
                       c_credit_hold,
                       c_credit_lim, c_discount, c_balance, c_data,
                       c_ytd_payment, c_payment_cnt, c_delivery_cnt,
                       c_recv_days, c_recv_from, c_recv_thru,
                       c_ar_mode, c_unapplied, c_terms,
                       c_fc_exempt, c_parent_w_id, c_parent_d_id,
                       c_parent_id, c_chain_lim, c_ack_deliv,
                       c_asn_queue)
               values (:c-id, :c-d-id, :c-w-id,
                       :c-first, :c-middle, :c-last,
                       :c-street-1, :c-street-2, :c-city, :c-state,
                       :c-credit-hold,
                       :c-credit-lim, :c-discount, :c-balance,
                       :c-data, 0, 0, 0,
                       :c-recv-days, :c-recv-from, :c-recv-thru,
                       :c-ar-mode, :c-unapplied, :c-terms,
                       :c-fc-exempt, :c-parent-w-id, :c-parent-d-id,
                       :c-parent-id, :c-chain-lim, :c-ack-deliv,
                       :c-asn-queue)
           END-EXEC

           move c-id to cid
           EXEC SQL
               SELECT c_street_1, c_street_2, c_city, c_state,
                   c_zip, c_phone, c_since, c_recv_days,
                   c_recv_from, c_recv_thru, COALESCE(c_ar_mode, 'B'),
                   COALESCE(c_terms, 'NET30'),
                   COALESCE(c_fc_exempt, 'N'),
                   COALESCE(c_parent_w_id, 0),
                   COALESCE(c_parent_d_id, 0),
                   COALESCE(c_parent_id, 0),
                   COALESCE(c_chain_lim, 0),
                   COALESCE(c_ack_deliv, 'P'),
                   COALESCE(c_asn_queue, ' '), c_credit_lim
               INTO :c-street-1, :c-street-2, :c-city, :c-state,
                   :c-zip, :c-phone, :c-since, :c-recv-days,
                   :c-recv-from, :c-recv-thru, :c-ar-mode, :c-terms,
                   :c-fc-exempt, :c-parent-w-id, :c-parent-d-id,
                   :c-parent-id, :c-chain-lim, :c-ack-deliv,
                   :c-asn-queue, :c-credit-lim
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move c-street-1 to ws-old-street-1
           move c-street-2 to ws-old-street-2
           move c-city to ws-old-city
           move c-state to ws-old-state
           move c-zip to ws-old-zip

      *> spaces means "leave that field alone", so a
      *> clerk can fix just the piece that changed
           if cmrecvthru not = spaces
               move cmrecvthru to c-recv-thru
           end-if
           if cmarmode not = spaces
               if not cm-open-item and not cm-balance-forward
                   perform bad-ar-mode
               end-if
               move cmarmode to c-ar-mode
           end-if
           if cmterms not = spaces
               move cmterms to c-terms
               perform check-terms-code
           end-if
           if cmfcexempt not = spaces
               if not cm-fc-exempt and not cm-fc-chargeable
                   perform bad-fc-exempt
               end-if
               move cmfcexempt to c-fc-exempt
           end-if
           if cmackdeliv not = spaces
               if not cm-ack-printed and not cm-ack-file
                   perform bad-ack-deliv
               end-if
               move cmackdeliv to c-ack-deliv
           end-if
           if cm-asn-none
               move spaces to c-asn-queue
           else
               if cmasnqueue not = spaces
                   move cmasnqueue to c-asn-queue
               end-if
           end-if
           perform apply-chain-link

           perform standardize-address

           move 0 to pendingid
           move 'N' to ws-limit-cut
           move c-credit-lim to ws-old-lim
           if cm-set-credit-lim
               if cmcreditlim > c-credit-lim
                   perform queue-credit-raise
               else
                   if cmcreditlim < c-credit-lim
                       move cmcreditlim to c-credit-lim
                       move 'Y' to ws-limit-cut
                   end-if
               end-if
           end-if

           EXEC SQL
               UPDATE customer
               SET c_street_1 = :c-street-1,
                   c_since = :c-since,
                   c_recv_days = :c-recv-days,
                   c_recv_from = :c-recv-from,
                   c_recv_thru = :c-recv-thru,
                   c_ar_mode = :c-ar-mode,
                   c_terms = :c-terms,
                   c_fc_exempt = :c-fc-exempt,
                   c_parent_w_id = :c-parent-w-id,
                   c_parent_d_id = :c-parent-d-id,
                   c_parent_id = :c-parent-id,
                   c_chain_lim = :c-chain-lim,
                   c_ack_deliv = :c-ack-deliv,
                   c_asn_queue = :c-asn-queue,
                   c_credit_lim = :c-credit-lim
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

           if ws-limit-cut = 'Y'
               perform note-limit-cut
           end-if

           move c-street-1 to ws-new-street-1
           move c-street-2 to ws-new-street-2
           move c-city to ws-new-city
           move c-state to ws-new-state
           move c-zip to ws-new-zip
           if ws-new-address not = ws-old-address
               perform note-address-change
           end-if

           if pendingid not = 0
               move "Customer updated; limit raise awaits approval"
                   to msg
           else
               move "Customer updated" to msg
           end-if
           .

      *> a raise is the sensitive direction - it goes on
      *> MCHANGE and c_credit_lim stays where it is until SQLMCHK
      *> approves it
       queue-credit-raise.
           perform clear-pending-change
           move 'C' to mc-kind
           move c-w-id to mc-w-id
           move c-d-id to mc-d-id
           move c-id to mc-c-id
           move spaces to mc-key
           string
               "CUST " delimited size
               wid delimited size
               "-" delimited size
               did delimited size
               "-" delimited size
               cid delimited size
           into mc-key
           move c-credit-lim to mc-old-amt
           move cmcreditlim to mc-new-amt
           move c-credit-lim to ws-lim-ed
           move cmcreditlim to ws-lim-ed2
           move spaces to mc-before
           string
               "CREDIT LIMIT " delimited size
               ws-lim-ed delimited size
           into mc-before
           move spaces to mc-after
           string
               "CREDIT LIMIT " delimited size
               ws-lim-ed2 delimited size
           into mc-after
           move cmopid to mc-maker
           perform queue-pending-change
           .

       note-limit-cut.
           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move cmopid to cn-operator
           move 'R' to cn-category
           move ws-old-lim to ws-lim-ed
           move c-credit-lim to ws-lim-ed2
           move spaces to cn-text
           string
               "Credit limit cut from" delimited size
               ws-lim-ed delimited size
               " to" delimited size
               ws-lim-ed2 delimited size
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC
           .

      *> category A: the address moved, from what to what
       note-address-change.
           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           if cmopid = spaces
               move EIBTRMID to cn-operator
           else
               move cmopid to cn-operator
           end-if
           move 'A' to cn-category
           move spaces to cn-text
           string
               "Address was " delimited size
               ws-old-street-1 delimited "  "
               ", " delimited size
               ws-old-city delimited "  "
               " " delimited size
               ws-old-state delimited size
               " " delimited size
               ws-old-zip delimited " "
               "; now " delimited size
               ws-new-street-1 delimited "  "
               ", " delimited size
               ws-new-city delimited "  "
               " " delimited size
               ws-new-state delimited size
               " " delimited size
               ws-new-zip delimited " "
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC
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


      *> the shared TPCCADDR routine repairs what is
      *> mechanically fixable (case, zip decoration, swapped
      *> street lines) in place and refuses what a person has to
           move tpc-addr-zip to c-zip
           .

      *> terms have to be a code SQLTRMM maintains, or
      *> invoices would quietly bill the account NET30
       check-terms-code.
           move c-terms to tm-code
           EXEC SQL WHENEVER NOT FOUND go to bad-terms END-EXEC
           EXEC SQL
               SELECT tm_net_days INTO :tm-net-days
               FROM terms
               WHERE tm_code = :tm-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> link to / unlink from a head office and set the
      *> chain limit. One level only, so the chain is always just
      *> the head office plus the accounts pointing straight at it.
       apply-chain-link.
           evaluate true
               when cm-link-parent
                   perform check-parent-account
                   move cmparentwid to c-parent-w-id
                   move cmparentdid to c-parent-d-id
                   move cmparentcid to c-parent-id
               when cm-unlink-parent
                   move 0 to c-parent-w-id
                   move 0 to c-parent-d-id
                   move 0 to c-parent-id
               when cmparentact = spaces
                   continue
               when other
                   perform bad-parent-action
           end-evaluate

           if cm-set-chain-lim
               if c-parent-id not = 0 and cmchainlim not = 0
                   perform branch-chain-limit
               end-if
               move cmchainlim to c-chain-lim
           end-if
           if c-parent-id not = 0 and c-chain-lim not = 0
               perform branch-chain-limit
           end-if
           .

      *> the head office must be a real account that is
      *> not a branch itself, and an account that already has
      *> branches of its own can't be tucked under another one
       check-parent-account.
           if cmparentwid = c-w-id and cmparentdid = c-d-id
               and cmparentcid = c-id
               perform bad-parent
           end-if
           move cmparentwid to ws-head-w-id
           move cmparentdid to ws-head-d-id
           move cmparentcid to ws-head-id
           EXEC SQL WHENEVER NOT FOUND go to bad-parent END-EXEC
           EXEC SQL
               SELECT COALESCE(c_parent_id, 0)
               INTO :ws-head-parent
               FROM customer
               WHERE c_w_id = :ws-head-w-id
                   AND c_d_id = :ws-head-d-id
                   AND c_id = :ws-head-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if ws-head-parent not = 0
               perform bad-parent
           end-if
           if cust-update
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :ws-branch-count
                   FROM customer
                   WHERE c_parent_w_id = :c-w-id
                       AND c_parent_d_id = :c-d-id
                       AND c_parent_id = :c-id
               END-EXEC
               if ws-branch-count not = 0
                   perform bad-parent
               end-if
           end-if
           .

       bad-reqtype.
           move "Request type must be A (add) or U (update)" to err

           move 5 to result-code
           perform audit-return.

       bad-ar-mode.
           move "Receivables mode must be O (open item) or B"
             to err

           move 6 to result-code
           perform audit-return.

       bad-terms.
           move "Terms code is not on the TERMS master" to err

           move 7 to result-code
           perform audit-return.

       bad-fc-exempt.
           move "Finance charge exempt flag must be Y or N" to err

           move 8 to result-code
           perform audit-return.

       bad-parent.
           move "Head office not found, is a branch, or has branches"
             to err

           move 9 to result-code
           perform audit-return.

       bad-parent-action.
           move "Parent action must be L (link) or U (unlink)" to err

           move 10 to result-code
           perform audit-return.

       branch-chain-limit.
           move "A chain limit belongs on the head office, not a branch"
             to err

           move 11 to result-code
           perform audit-return.

       bad-ack-deliv.
           move "Acknowledgement delivery must be P (print) or F (file)"
             to err

           move 12 to result-code
           perform audit-return.

       missing-maker.
           move "Operator id is required on a change needing approval"
               to err

           move 13 to result-code
           perform audit-return.

       change-already-pending.
           move "A change to this record is already awaiting approval"
               to err

           move 14 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
