      *
      *   reqtype 'A' - add a rate effective a given date
      *   reqtype 'D' - delete exactly that state/zip/date row
      *                 ('A' and 'D' are maker-checker changes: they
      *                 wait on MCHANGE until a second operator with
      *                 supervisor authority approves them in
      *                 SQLMCHK, which is what writes TAXRATE)
      *   reqtype 'Q' - resolve the rate in force for a state/zip as
      *                 of a date, zip row first then state-wide,
      *                 exactly the way SQLNORD resolves it at order

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-asof-d                         pic x(10).
       01  ws-pending-cnt                    pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-rate-ed                        pic 9.9999.

       copy tpctdata.
       copy cpyaudt.

               perform missing-state
           end-if

           move 0 to pendingid
           move txstate to tx-state
           move txzip to tx-zip
           if effdate = spaces
       add-rate.
           move txrate to tx-rate
           move ws-asof-d to tx-eff-d
           perform clear-pending-change

      *> one rate per state/zip/date - keying the same
      *> effective date again is a correction, not a duplicate;
      *> the rate on file rides along so the checker can tell
      *> which one is being approved
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tx_rate INTO :tx-rate
               WHERE tx_state = :tx-state AND tx_zip = :tx-zip
                   AND tx_eff_d = :tx-eff-d
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move spaces to mc-before
           if sqlcode = 100
               move "NO RATE ON FILE" to mc-before
               move "Tax rate add awaits approval" to msg
           else
               move tx-rate to mc-old-amt
               move tx-rate to ws-rate-ed
               string
                   "RATE " delimited size
                   ws-rate-ed delimited size
               into mc-before
               move "Tax rate correction awaits approval" to msg
           end-if

           move txrate to mc-new-amt
           move txrate to ws-rate-ed
           move spaces to mc-after
           string
               "RATE " delimited size
               ws-rate-ed delimited size
           into mc-after
           perform queue-rate-change
           .

       delete-rate.
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform clear-pending-change
           move tx-rate to mc-old-amt
           move tx-rate to ws-rate-ed
           move spaces to mc-before
           string
               "RATE " delimited size
               ws-rate-ed delimited size
           into mc-before
           move "DELETED" to mc-after
           move 'D' to mc-action
           perform queue-rate-change

           move "Tax rate delete awaits approval" to msg
           .

       queue-rate-change.
           move 'T' to mc-kind
           move tx-state to mc-tx-state
           move tx-zip to mc-tx-zip
           move tx-eff-d to mc-eff-d
           move spaces to mc-key
           string
               "TAX " delimited size
               tx-state delimited size
               " " delimited size
               tx-zip delimited size
               " " delimited size
               tx-eff-d delimited size
           into mc-key
           move txopid to mc-maker
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


      *> the same two-step resolution SQLNORD uses at
      *> order entry: the zip-specific rate in force as of the date,
      *> else the state-wide (blank zip) rate in force
           move 3 to result-code
           perform audit-return.

       missing-maker.
           move "Operator id is required on a change needing approval"
               to err

           move 4 to result-code
           perform audit-return.

       change-already-pending.
           move "A change to this record is already awaiting approval"
               to err

           move 5 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
