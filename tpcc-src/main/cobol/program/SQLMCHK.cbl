       identification division.

       program-id. sqlmchk.

       author.    Heirloom Computing Inc.

      ******************************************************************
      *        Copyright (C) 2010-2018 Heirloom Computing Inc.         *
      *                                                                *
      *                        ALL RIGHTS RESERVED                     *
      ******************************************************************
      *                                                                *
      * Property of Heirloom Computing Inc.  This software contains    *
      * confidential and proprietary information of Heirloom Computing *
      * Inc. and is made available solely pursuant to the terms of a   *
      * software license agreement, which governs its use.             *
      *                                                                *
      * No disclosure, reproduction or use of any portion of these     *
      * materials may be made without the express written consent of   *
      * Heirloom Computing Inc.                                        *
      *                                                                *
      ******************************************************************

      *=================================================================
      * TPCC maker-checker approval transaction
      *
      * A customer credit limit raise (SQLCUSM), an item price change
      * (SQLITMM), a vendor remit-to address change (SQLVNDM) and a
      * TAXRATE add, correction or delete (SQLTAXM) are no longer
      * applied by the clerk who keys them. Each waits on MCHANGE with
      * the value on file, the new value and the maker's operator id;
      * this is where a second operator works them off.
      *
      *   reqtype 'W' - the worklist: changes still pending, oldest
      *                 first, optionally one kind only
      *   reqtype 'Q' - show one change, whatever its status
      *   reqtype 'A' - approve a pending change and apply it
      *   reqtype 'R' - reject a pending change, with a reason
      *
      * The checker on 'A' and 'R' has to be an active supervisor on
      * OPERATOR and cannot be the change's maker. Before applying, the
      * record is read again: a value that has moved since the change
      * was keyed (another approval, a cut, a reload) refuses the
      * approval rather than overwriting it blind. An approved price
      * change lands on PRICE_HIST under the maker's id and goes into
      * ITEM now or by SQLITMM's apply sweep on its effective date; a
      * credit limit raise leaves a credit note (CUSTNOTE category R).
      *
      * SQL only - there is no VSMMCHK counterpart (the Returns
      * precedent).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
LJ     SOURCE-COMPUTER. JVM with debugging mode. | SETS DEBUGGING ON
       SPECIAL-NAMES.
LJ    * IMPLEMENTOR clause.
LJ     SYSERR IS OUTERR. | DISPLAY goes to SYSERR
LJ    * SYSOUT IS OUTERR.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  ws-program-name                   pic x(8) value 'SQLMCHK '.

           EXEC SQL INCLUDE SQLCA END-EXEC

           EXEC SQL INCLUDE TPCC END-EXEC

       01  currentdate.
           03  cdyyyy                        pic 9(4).
           03  cdmm                          pic 9(2).
           03  cddd                          pic 9(2).
       01  currenttime.
           03  cthh                          pic 9(2).
           03  ctmn                          pic 9(2).
           03  ctss                          pic 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC

       01  datetime                          pic x(19).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  filler redefines datetime.
           03  dtyear                        pic x(4).
           03  filler                        pic x(1).
           03  dtmonth                       pic x(2).
           03  filler                        pic x(1).
           03  dtday                         pic x(2).
           03  filler                        pic x(1).
           03  dthour                        pic x(2).
           03  filler                        pic x(1).
           03  dtmin                         pic x(2).
           03  filler                        pic x(1).
           03  dtsec                         pic x(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-start-id                       pic s9(9) comp.
       01  ws-kind-filter                    pic x(1).
       01  ws-today                          pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-lim-ed                         pic z(9)9.99.
       01  ws-lim-ed2                        pic z(9)9.99.
       01  ws-on-file                        pic x(60).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpymchk.

       PROCEDURE DIVISION.
       MAIN.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           move "YYYY-MM-DD HH:MM:SS" to datetime
           accept currentdate from date yyyymmdd
           accept currenttime from time
           move cdyyyy to dtyear
           move cdmm  to dtmonth
           move cddd  to dtday
           move cthh  to dthour
           move ctmn  to dtmin
           move ctss  to dtsec
           move datetime(1:10) to ws-today

           evaluate true
               when mchk-worklist
                   perform build-worklist
               when mchk-query
                   perform read-change
                   perform echo-change
                   move "Change returned" to msg
               when mchk-approve
                   perform read-change
                   perform validate-checker
                   perform approve-change
                   perform echo-change
               when mchk-reject
                   perform read-change
                   perform validate-checker
                   perform reject-change
                   perform echo-change
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       build-worklist.
           move 0 to wlcnt
           move 0 to nextid
           move startid to ws-start-id
           move kindfilter to ws-kind-filter

           EXEC SQL
               DECLARE c_mcwork CURSOR FOR
               SELECT mc_id, mc_kind, mc_key, mc_before, mc_after,
                   mc_maker, mc_made_d
                   FROM mchange
                   WHERE mc_status = 'P' AND mc_id >= :ws-start-id
                       AND (:ws-kind-filter = ' '
                           OR mc_kind = :ws-kind-filter)
                   ORDER BY mc_id
           END-EXEC
           EXEC SQL OPEN c_mcwork END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_mcwork INTO :mc-id, :mc-kind, :mc-key,
                       :mc-before, :mc-after, :mc-maker, :mc-made-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
      *> a sixteenth row only says where the next page starts
               if wlcnt = 15
                   move mc-id to nextid
                   exit perform
               end-if
               add 1 to wlcnt
               move mc-id to wlid(wlcnt)
               move mc-kind to wlkind(wlcnt)
               move mc-key to wlkey(wlcnt)
               move mc-before to wlbefore(wlcnt)
               move mc-after to wlafter(wlcnt)
               move mc-maker to wlmaker(wlcnt)
               move mc-made-d to wlmade(wlcnt)
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_mcwork END-EXEC

           if wlcnt = 0
               move "Nothing awaiting approval" to msg
           else
               move "Pending changes returned" to msg
           end-if
           .

       read-change.
           move mcid to mc-id
           EXEC SQL WHENEVER NOT FOUND go to change-not-found END-EXEC
           EXEC SQL
               SELECT mc_kind, mc_action, mc_status, mc_key,
                   mc_w_id, mc_d_id, mc_c_id, mc_i_id, mc_v_id,
                   mc_tx_state, mc_tx_zip, mc_eff_d, mc_old_amt,
                   mc_new_amt, mc_new_street_1, mc_new_street_2,
                   mc_new_city, mc_new_state, mc_new_zip,
                   mc_before, mc_after, mc_maker, mc_made_d,
                   COALESCE(mc_checker, ' '),
                   COALESCE(mc_checked_d, ' '),
                   COALESCE(mc_reason, ' ')
               INTO :mc-kind, :mc-action, :mc-status, :mc-key,
                   :mc-w-id, :mc-d-id, :mc-c-id, :mc-i-id, :mc-v-id,
                   :mc-tx-state, :mc-tx-zip, :mc-eff-d, :mc-old-amt,
                   :mc-new-amt, :mc-new-street-1, :mc-new-street-2,
                   :mc-new-city, :mc-new-state, :mc-new-zip,
                   :mc-before, :mc-after, :mc-maker, :mc-made-d,
                   :mc-checker, :mc-checked-d, :mc-reason
               FROM mchange
               WHERE mc_id = :mc-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       echo-change.
           move mc-kind to mckind
           move mc-action to mcaction
           move mc-status to mcstatus
           move mc-key to mckey
           move mc-before to mcbefore
           move mc-after to mcafter
           move mc-maker to mcmaker
           move mc-made-d to mcmade
           move mc-checker to mcchecker
           move mc-checked-d to mcchecked
           move mc-reason to mcreason
           .

      *> the second pair of eyes: a pending change, an active
      *> supervisor, and not the operator who keyed it
       validate-checker.
           if mc-status not = 'P'
               perform change-not-pending
           end-if
           if checkerid = spaces
               perform checker-not-valid
           end-if
           move checkerid to op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT op_auth, op_status
               INTO :op-auth, :op-status
               FROM operator
               WHERE op_id = :op-id
           END-EXEC
           if sqlcode = 100
               perform checker-not-valid
           end-if
           if op-auth not = 'S' or op-status not = 'A'
               perform checker-not-valid
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if checkerid = mc-maker
               perform checker-is-maker
           end-if
           .

       approve-change.
           evaluate mc-kind
               when 'C'
                   perform apply-credit-limit
               when 'P'
                   perform apply-item-price
               when 'V'
                   perform apply-vendor-address
               when 'T'
                   perform apply-tax-rate
           end-evaluate

           move 'A' to mc-status
           move spaces to mc-reason
           perform record-decision
           move "Change approved and applied" to msg
           .

       reject-change.
           if rejectreason = spaces
               perform missing-reason
           end-if
           move 'R' to mc-status
           move rejectreason to mc-reason
           perform record-decision
           move "Change rejected" to msg
           .

       record-decision.
           move checkerid to mc-checker
           move datetime to mc-checked-d
           EXEC SQL
               UPDATE mchange
               SET mc_status = :mc-status,
                   mc_checker = :mc-checker,
                   mc_checked_d = :mc-checked-d,
                   mc_reason = :mc-reason
               WHERE mc_id = :mc-id
           END-EXEC
           .

       apply-credit-limit.
           move mc-w-id to c-w-id
           move mc-d-id to c-d-id
           move mc-c-id to c-id
           EXEC SQL WHENEVER NOT FOUND go to record-changed END-EXEC
           EXEC SQL
               SELECT c_credit_lim INTO :c-credit-lim
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if c-credit-lim not = mc-old-amt
               perform record-changed
           end-if

           move mc-new-amt to c-credit-lim
           EXEC SQL
               UPDATE customer
               SET c_credit_lim = :c-credit-lim
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move mc-maker to cn-operator
           move 'R' to cn-category
           move mc-old-amt to ws-lim-ed
           move mc-new-amt to ws-lim-ed2
           move spaces to cn-text
           string
               "Credit limit raised from" delimited size
               ws-lim-ed delimited size
               " to" delimited size
               ws-lim-ed2 delimited size
               ", approved by " delimited size
               checkerid delimited size
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

      *> the PRICE_HIST row SQLITMM used to write at keying
      *> time, now written here under the maker's id; a date
      *> still ahead is left for SQLITMM's apply sweep
       apply-item-price.
           move mc-i-id to i-id
           EXEC SQL WHENEVER NOT FOUND go to record-changed END-EXEC
           EXEC SQL
               SELECT i_price INTO :i-price
               FROM item
               WHERE i_id = :i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if i-price not = mc-old-amt
               perform record-changed
           end-if

           move i-id to ph-i-id
           move 'P' to ph-action
           move i-price to ph-old-price
           move mc-new-amt to ph-new-price
           move mc-eff-d to ph-eff-d
           move mc-maker to ph-chg-by
           move datetime to ph-entry-d
           if ph-eff-d not > ws-today
               move 'Y' to ph-applied
               move mc-new-amt to i-price
               EXEC SQL
                   UPDATE item
                   SET i_price = :i-price
                   WHERE i_id = :i-id
               END-EXEC
           else
               move 'N' to ph-applied
           end-if
           EXEC SQL
               INSERT INTO price_hist
                   (ph_i_id, ph_action, ph_old_price, ph_new_price,
                       ph_eff_d, ph_chg_by, ph_entry_d, ph_applied)
                   VALUES (:ph-i-id, :ph-action, :ph-old-price,
                       :ph-new-price, :ph-eff-d, :ph-chg-by,
                       :ph-entry-d, :ph-applied)
           END-EXEC
           .

      *> the address on file has to read exactly as the
      *> maker saw it, built the way SQLVNDM built mc-before
       apply-vendor-address.
           move mc-v-id to vn-id
           EXEC SQL WHENEVER NOT FOUND go to record-changed END-EXEC
           EXEC SQL
               SELECT vn_street_1, vn_street_2, vn_city, vn_state,
                   vn_zip
               INTO :vn-street-1, :vn-street-2, :vn-city, :vn-state,
                   :vn-zip
               FROM vendor
               WHERE vn_id = :vn-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move spaces to ws-on-file
           string
               vn-street-1 delimited "  "
               " " delimited size
               vn-street-2 delimited "  "
               " " delimited size
               vn-city delimited "  "
               " " delimited size
               vn-state delimited size
               " " delimited size
               vn-zip delimited size
           into ws-on-file
           if ws-on-file not = mc-before
               perform record-changed
           end-if

           move mc-new-street-1 to vn-street-1
           move mc-new-street-2 to vn-street-2
           move mc-new-city to vn-city
           move mc-new-state to vn-state
           move mc-new-zip to vn-zip
           EXEC SQL
               UPDATE vendor
               SET vn_street_1 = :vn-street-1,
                   vn_street_2 = :vn-street-2,
                   vn_city = :vn-city,
                   vn_state = :vn-state,
                   vn_zip = :vn-zip
               WHERE vn_id = :vn-id
           END-EXEC
           .

      *> an add expects no row for the state/zip/date, a
      *> correction or delete expects the rate the maker saw
       apply-tax-rate.
           move mc-tx-state to tx-state
           move mc-tx-zip to tx-zip
           move mc-eff-d to tx-eff-d
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tx_rate INTO :tx-rate
               FROM taxrate
               WHERE tx_state = :tx-state AND tx_zip = :tx-zip
                   AND tx_eff_d = :tx-eff-d
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if mc-action = 'D'
               if sqlcode = 100 or tx-rate not = mc-old-amt
                   perform record-changed
               end-if
               EXEC SQL
                   DELETE FROM taxrate
                   WHERE tx_state = :tx-state AND tx_zip = :tx-zip
                       AND tx_eff_d = :tx-eff-d
               END-EXEC
           else
               if mc-before = "NO RATE ON FILE"
                   if sqlcode not = 100
                       perform record-changed
                   end-if
                   move mc-new-amt to tx-rate
                   EXEC SQL
                       INSERT INTO taxrate
                           (tx_state, tx_zip, tx_rate, tx_eff_d)
                           VALUES (:tx-state, :tx-zip, :tx-rate,
                               :tx-eff-d)
                   END-EXEC
               else
                   if sqlcode = 100 or tx-rate not = mc-old-amt
                       perform record-changed
                   end-if
                   move mc-new-amt to tx-rate
                   EXEC SQL
                       UPDATE taxrate
                       SET tx_rate = :tx-rate
                       WHERE tx_state = :tx-state AND tx_zip = :tx-zip
                           AND tx_eff_d = :tx-eff-d
                   END-EXEC
               end-if
           end-if
           .

       bad-reqtype.
           move "Request type must be W, Q, A, or R" to err

           move 1 to result-code
           perform audit-return.

       change-not-found.
           move "No such pending change" to err

           move 2 to result-code
           perform audit-return.

       change-not-pending.
           move "That change has already been approved or rejected"
               to err

           move 3 to result-code
           perform audit-return.

       checker-not-valid.
           move "Checker must be an active supervisor operator" to err

           move 4 to result-code
           perform audit-return.

       checker-is-maker.
           move "The checker cannot approve their own change" to err

           move 5 to result-code
           perform audit-return.

       missing-reason.
           move "A reason is required to reject a change" to err

           move 6 to result-code
           perform audit-return.

       record-changed.
           move "Record has changed since this was keyed - reject it"
               to err

           move 7 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
               "SQL Error: CODE=" delimited size
               csqlcode delimited size
               " STATE=" delimited size
               sqlstate delimited size
               " " delimited size
               sqlerrmc delimited size
           into err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlmchk.cbl  $ end
      ***--------------------------------------------------------------*
