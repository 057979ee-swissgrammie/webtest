       identification division.

       program-id. sqlrfnd.

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
      * TPCC credit-balance refunds
      *
      * Returns credits, payment reversals, duplicate payments and
      * the CUSTTAX bridge's re-keyed credits can all leave c_balance
      * negative, and those accounts sat holding our money until the
      * customer phoned. This finds them and pays them back:
      *
      *   reqtype 'L' - the refund worklist: every account with a
      *                 credit balance over the threshold gets a
      *                 pending REFUND row for the credit (an account
      *                 already pending has its amount brought up to
      *                 date), queued to TS queue RFDRPT for the
      *                 supervisor to work through
      *   reqtype 'A' - a supervisor approves a pending refund: the
      *                 amount (never more than the credit still on the
      *                 account) goes back on the balance as a HISTORY
      *                 row of tender REFUND - so the statement and the
      *                 GL journal show where the credit went - and the
      *                 disbursement record (payee, address off the
      *                 customer master, amount) goes to transient data
      *                 queue RFDD, the file accounts payable cuts the
      *                 cheques from
      *   reqtype 'X' - a supervisor rejects a pending refund
      *
      * SQL only - Returns precedent for new capabilities.
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
       01  ws-program-name                   pic x(8) value 'SQLRFND '.

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
       01  ws-q-w-id                         pic s9(9) comp.
       01  ws-credit-floor                   pic s9(10)v99 comp-3.
       01  ws-credit-amt                     pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-list-total                     pic s9(10)v99 comp-3.
       01  ws-pending-found                  pic x(1).
       01  ws-note-amt                       pic z(7)9.99.

      *> the refund worklist for the supervisor
       01  ws-report-q-name                  pic x(8) value 'RFDRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'RFDRPT '.
           03  filler                        pic x(35)
               value 'REFUND WORKLIST - CREDITS OVER    '.
           03  ws-hdr-threshold              pic z(5)9.99.
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'RFDRPT '.
           03  filler                        pic x(7)
               value 'REFUND '.
           03  ws-rpt-rfid                   pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-wh                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-dist                   pic z9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-cust                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-name                   pic x(16).
           03  filler                        pic x(8)
               value ' CREDIT '.
           03  ws-rpt-amount                 pic z(7)9.99.
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'RFDRPT '.
           03  filler                        pic x(8)
               value 'TOTAL - '.
           03  ws-tot-count                  pic z(4)9.
           03  filler                        pic x(20)
               value ' REFUNDS PENDING FOR'.
           03  ws-tot-amount                 pic z(7)9.99.

      *> disbursement record for accounts payable, one per
      *> approved refund, pipe-delimited the way the extract feeds
      *> are
       01  ws-disb-q-name                    pic x(4) value 'RFDD'.
       01  ws-disb-line                      pic x(200).
       01  ws-td-len                         pic s9(4) comp.
       01  ws-resp-writeq-td                 pic s9(8) comp.
       01  ws-fld-rfid                       pic 9(8).
       01  ws-fld-wh                         pic 9(4).
       01  ws-fld-dist                       pic 9(2).
       01  ws-fld-cust                       pic 9(4).
       01  ws-fld-amt                        pic 9(8).99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrfnd.

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

           evaluate true
               when refund-list
                   perform build-worklist
               when refund-approve
                   perform approve-refund
               when refund-reject
                   perform reject-refund
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       build-worklist.
           move 0 to listcount
           move 0 to listtotal
           move 0 to rptcount
           move 0 to ws-list-total
           if threshold = 0
               move 5.00 to threshold
           end-if
           move threshold to ws-hdr-threshold
           perform queue-header-line

           compute ws-credit-floor = 0 - threshold
           move wid to ws-q-w-id
           EXEC SQL
               DECLARE c_rfcust CURSOR FOR
               SELECT c_w_id, c_d_id, c_id, c_last, c_balance
                   FROM customer
                   WHERE (:ws-q-w-id = 0 OR c_w_id = :ws-q-w-id)
                       AND c_balance < :ws-credit-floor
                   ORDER BY c_w_id, c_d_id, c_id
           END-EXEC
           EXEC SQL OPEN c_rfcust END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_rfcust INTO :c-w-id, :c-d-id, :c-id,
                       :c-last, :c-balance
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform list-one-credit
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_rfcust END-EXEC

           move listcount to ws-tot-count
           move ws-list-total to ws-tot-amount
           perform queue-total-line
           move ws-list-total to listtotal

           move "Refund worklist built" to msg
           .

      *> one pending refund per account at a time; a
      *> re-run brings the pending amount up to today's credit
      *> instead of proposing the same money twice
       list-one-credit.
           compute ws-credit-amt = 0 - c-balance
           move c-w-id to rf-w-id
           move c-d-id to rf-d-id
           move c-id to rf-c-id
           move 'N' to ws-pending-found
           EXEC SQL
               SELECT rf_id INTO :rf-id
               FROM refund
               WHERE rf_w_id = :rf-w-id AND rf_d_id = :rf-d-id
                   AND rf_c_id = :rf-c-id AND rf_status = 'P'
           END-EXEC
           if sqlcode = 0
               move 'Y' to ws-pending-found
           end-if

           move ws-credit-amt to rf-amount
           if ws-pending-found = 'Y'
               EXEC SQL
                   UPDATE refund
                   SET rf_amount = :rf-amount
                   WHERE rf_id = :rf-id
               END-EXEC
           else
               perform next-refund-number
               move 'P' to rf-status
               move spaces to rf-op-id
               move datetime to rf-entry-d
               move spaces to rf-appr-d
               EXEC SQL
                   INSERT INTO refund
                       (rf_id, rf_w_id, rf_d_id, rf_c_id,
                           rf_amount, rf_status, rf_op_id,
                           rf_entry_d, rf_appr_d)
                       VALUES (:rf-id, :rf-w-id, :rf-d-id,
                           :rf-c-id, :rf-amount, :rf-status,
                           :rf-op-id, :rf-entry-d, :rf-appr-d)
               END-EXEC
           end-if

           add 1 to listcount
           add ws-credit-amt to ws-list-total
           move rf-id to ws-rpt-rfid
           move c-w-id to ws-rpt-wh
           move c-d-id to ws-rpt-dist
           move c-id to ws-rpt-cust
           move c-last to ws-rpt-name
           move ws-credit-amt to ws-rpt-amount
           perform queue-detail-line
           .

      *> hand out rf-id off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom SQLINVC uses for inv-id, with
      *> the same self-seeding first time through
       next-refund-number.
           EXEC SQL
               SELECT next_rf_id
               INTO :rf-id
               FROM refund_seq
           END-EXEC
           if sqlcode = 100
               move 1 to rf-id
               EXEC SQL
                   INSERT INTO refund_seq (seq_id, next_rf_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE refund_seq
                   SET next_rf_id = next_rf_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_rf_id
                   INTO :rf-id
                   FROM refund_seq
               END-EXEC
           end-if
           .

       approve-refund.
           perform validate-supervisor
           perform fetch-pending-refund

           move rf-w-id to c-w-id
           move rf-d-id to c-d-id
           move rf-c-id to c-id
           EXEC SQL
               SELECT c_first, c_middle, c_last, c_street_1,
                   c_street_2, c_city, c_state, c_zip, c_balance,
                   COALESCE(c_unapplied, 0)
               INTO :c-first, :c-middle, :c-last, :c-street-1,
                   :c-street-2, :c-city, :c-state, :c-zip,
                   :c-balance, :c-unapplied
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

      *> the credit may have been used up since the
      *> worklist ran; only what is still there is paid back
           if c-balance not < 0
               perform no-credit-left
           end-if
           compute ws-credit-amt = 0 - c-balance
           if rf-amount > ws-credit-amt
               move ws-credit-amt to rf-amount
           end-if

      *> unapplied cash on account is the first thing a
      *> refund draws down
           if c-unapplied > rf-amount
               subtract rf-amount from c-unapplied
           else
               move 0 to c-unapplied
           end-if
           EXEC SQL
               UPDATE customer
               SET c_balance = c_balance + :rf-amount,
                   c_unapplied = :c-unapplied
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

           move 'REFUND' to h-tender
           move rf-id to ws-fld-rfid
           move spaces to h-data
           string
               "REFUND NO " delimited size
               ws-fld-rfid delimited size
           into h-data
           move 0 to h-drawer
           EXEC SQL
               INSERT INTO history
                   (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                    h_w_id, h_date, h_amount, h_tender, h_data,
                    h_drawer)
               VALUES
                   (:c-d-id, :c-w-id, :c-id, :c-d-id,
                    :c-w-id, :datetime, :rf-amount, :h-tender,
                    :h-data, :h-drawer)
           END-EXEC

           move 'A' to rf-status
           move op-id to rf-op-id
           move datetime to rf-appr-d
           EXEC SQL
               UPDATE refund
               SET rf_amount = :rf-amount, rf_status = :rf-status,
                   rf_op_id = :rf-op-id, rf_appr_d = :rf-appr-d
               WHERE rf_id = :rf-id
           END-EXEC

           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move op-id to cn-operator
           move 'P' to cn-category
           move rf-amount to ws-note-amt
           move spaces to cn-text
           string
               "Refund " delimited size
               ws-note-amt delimited size
               " approved, refund no " delimited size
               ws-fld-rfid delimited size
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC

           perform write-disbursement
           move rf-amount to refundamount
           move "Refund approved and sent to payables" to msg
           .

      *> payee, address and amount for the cheque; the
      *> refund only stands if accounts payable will get it
       write-disbursement.
           move c-w-id to ws-fld-wh
           move c-d-id to ws-fld-dist
           move c-id to ws-fld-cust
           move rf-amount to ws-fld-amt
           move spaces to ws-disb-line
           string
               "R|" delimited size
               ws-fld-rfid delimited size
               "|" delimited size
               ws-fld-wh delimited size
               "|" delimited size
               ws-fld-dist delimited size
               "|" delimited size
               ws-fld-cust delimited size
               "|" delimited size
               c-first delimited size
               "|" delimited size
               c-middle delimited size
               "|" delimited size
               c-last delimited size
               "|" delimited size
               c-street-1 delimited size
               "|" delimited size
               c-street-2 delimited size
               "|" delimited size
               c-city delimited size
               "|" delimited size
               c-state delimited size
               "|" delimited size
               c-zip delimited size
               "|" delimited size
               ws-fld-amt delimited size
               "|" delimited size
               datetime(1:10) delimited size
           into ws-disb-line
           move length of ws-disb-line to ws-td-len
           exec cics writeq td
               queue(ws-disb-q-name)
               from(ws-disb-line)
               length(ws-td-len)
               resp(ws-resp-writeq-td)
           end-exec
           if ws-resp-writeq-td not = DFHRESP(NORMAL)
               perform disbursement-not-written
           end-if
           .

       reject-refund.
           perform validate-supervisor
           perform fetch-pending-refund

           move 'X' to rf-status
           move op-id to rf-op-id
           move datetime to rf-appr-d
           EXEC SQL
               UPDATE refund
               SET rf_status = :rf-status, rf_op_id = :rf-op-id,
                   rf_appr_d = :rf-appr-d
               WHERE rf_id = :rf-id
           END-EXEC

           move 0 to refundamount
           move "Refund rejected" to msg
           .

       fetch-pending-refund.
           move refundid to rf-id
           EXEC SQL WHENEVER NOT FOUND go to refund-not-found
               END-EXEC
           EXEC SQL
               SELECT rf_w_id, rf_d_id, rf_c_id, rf_amount,
                   rf_status
               INTO :rf-w-id, :rf-d-id, :rf-c-id, :rf-amount,
                   :rf-status
               FROM refund
               WHERE rf_id = :rf-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if rf-status not = 'P'
               perform refund-not-pending
           end-if
           .

      *> the supervisor id must name a real, active
      *> operator with supervisor authority, the same check Payment
      *> makes on an over-limit payment
       validate-supervisor.
           if supervisorid = spaces
               perform supervisor-not-valid
           end-if
           move supervisorid to op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT op_auth, op_status
               INTO :op-auth, :op-status
               FROM operator
               WHERE op_id = :op-id
           END-EXEC
           if sqlcode = 100
               perform supervisor-not-valid
           end-if
           if op-auth not = 'S' or op-status not = 'A'
               perform supervisor-not-valid
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       queue-header-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-header-line)
               length(length of ws-header-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

       queue-detail-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-detail-line)
               length(length of ws-detail-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

       queue-total-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-total-line)
               length(length of ws-total-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

       bad-reqtype.
           move "Request type must be L, A (approve) or X (reject)"
             to err

           move 1 to result-code
           perform audit-return.

       supervisor-not-valid.
           move "Supervisor id is not a valid active supervisor"
               to err

           move 2 to result-code
           perform audit-return.

       refund-not-found.
           move "Refund number not found" to err

           move 3 to result-code
           perform audit-return.

       refund-not-pending.
           move "Refund is not pending approval" to err

           move 4 to result-code
           perform audit-return.

       no-credit-left.
           move "Account no longer carries a credit balance" to err

           move 5 to result-code
           perform audit-return.

       disbursement-not-written.
           move "Disbursement record could not be written" to err

           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 6 to result-code
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
      ***  $Workfile:   sqlrfnd.cbl  $ end
      ***--------------------------------------------------------------*
