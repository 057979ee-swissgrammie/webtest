       identification division.

       program-id. sqldedn.

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
      * TPCC customer deductions and disputes
      *
      * Big accounts short-pay an invoice and write "damaged" or
      * "price wrong" on the remittance. Payment and the lockbox
      * treated the shortfall as still owed, so the account drifted
      * onto COLLWORK and got dunning letters for money it was
      * disputing. This records the disputed amount as a DEDUCT row
      * against the order and/or invoice, with a reason code and an
      * owner, and while it is open the collections sweep and the
      * dunning sweep leave that amount out of what they chase:
      *
      *   reqtype 'A' - record a deduction
      *   reqtype 'C' - resolve it by a credit: either the RETURN_LINE
      *                 credit Returns already issued for the goods, or
      *                 an allowance credited here (HISTORY tender
      *                 ALLOWANCE, applied to the invoice when one was
      *                 named)
      *   reqtype 'R' - resolve it by re-billing; the amount is owed
      *                 again and rejoins collections
      *   reqtype 'G' - the open-deductions aging report: every open
      *                 deduction with its days outstanding and owner,
      *                 bucketed 0-30 / 31-60 / 61-90 / 90+, queued to
      *                 TS queue DEDRPT
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
       01  ws-program-name                   pic x(8) value 'SQLDEDN '.

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
       01  ws-doc-c-id                       pic s9(9) comp.
       01  ws-doc-total                      pic s9(10)v99 comp-3.
       01  ws-apply-amt                      pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> integer day arithmetic for the days outstanding,
      *> same idiom as the collections sweep
       01  ws-today-int                      pic s9(9) comp.
       01  ws-entry-int                      pic s9(9) comp.
       01  ws-age-days                       pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).
       01  ws-note-amt                       pic z(7)9.99.
       01  ws-ded-disp                       pic 9(8).

      *> the four aging buckets: 0-30, 31-60, 61-90, 90+
       01  ws-bucket-x                       pic s9(4) comp.
       01  ws-bucket-table.
           03  ws-bucket-amt                 pic s9(10)v99 comp-3
                                             occurs 4.
       01  ws-open-total                     pic s9(10)v99 comp-3.

      *> open-deductions aging report lines
       01  ws-report-q-name                  pic x(8) value 'DEDRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'DEDRPT '.
           03  filler                        pic x(22)
               value 'OPEN DEDUCTIONS AGING '.
           03  filler                        pic x(30)
               value '  DED-NO   WH DI CUST RS OWNR '.
           03  filler                        pic x(17)
               value '     AMOUNT  DAYS'.
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'DEDRPT '.
           03  filler                        pic x(15) value spaces.
           03  ws-rpt-ded                    pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-wh                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-dist                   pic z9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-cust                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-reason                 pic x(2).
           03  filler                        pic x(1) value space.
           03  ws-rpt-owner                  pic x(4).
           03  filler                        pic x(1) value space.
           03  ws-rpt-amount                 pic z(7)9.99.
           03  filler                        pic x(1) value space.
           03  ws-rpt-days                   pic z(4)9.
       01  ws-bucket-line.
           03  filler                        pic x(7)
               value 'DEDRPT '.
           03  filler                        pic x(6) value '0-30 '.
           03  ws-bkt-1                      pic z(7)9.99.
           03  filler                        pic x(8) value ' 31-60 '.
           03  ws-bkt-2                      pic z(7)9.99.
           03  filler                        pic x(8) value ' 61-90 '.
           03  ws-bkt-3                      pic z(7)9.99.
           03  filler                        pic x(6) value ' 90+ '.
           03  ws-bkt-4                      pic z(7)9.99.
           03  filler                        pic x(8) value ' TOTAL '.
           03  ws-bkt-total                  pic z(8)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpydedn.

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
               when deduction-add
                   perform add-deduction
               when deduction-credit
                   perform fetch-open-deduction
                   perform resolve-by-credit
               when deduction-rebill
                   perform fetch-open-deduction
                   perform resolve-by-rebill
               when deduction-aging
                   perform aging-report
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       add-deduction.
           if dedamount = 0
               perform amount-missing
           end-if
           if not reason-valid
               perform reason-not-valid
           end-if
           if orderid = 0 and invoiceid = 0
               perform document-missing
           end-if

      *> the owner has to be a real, active operator,
      *> same check the promise-to-pay transaction makes
           move ownerid to op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT op_status
               INTO :op-status
               FROM operator
               WHERE op_id = :op-id
           END-EXEC
           if sqlcode = 100 or op-status not = 'A'
               perform owner-not-valid
           end-if

           move wid to c-w-id
           move did to c-d-id
           move cid to c-id
           EXEC SQL WHENEVER NOT FOUND go to customer-not-found
               END-EXEC
           EXEC SQL
               SELECT c_last INTO :c-last
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

      *> the order and invoice have to be this customer's,
      *> and nobody disputes more than the document was for
           if orderid not = 0
               move orderid to o-id
               EXEC SQL WHENEVER NOT FOUND go to document-not-valid
                   END-EXEC
               EXEC SQL
                   SELECT o_c_id INTO :ws-doc-c-id
                   FROM orders
                   WHERE o_w_id = :c-w-id AND o_d_id = :c-d-id
                       AND o_id = :o-id
               END-EXEC
               if ws-doc-c-id not = c-id
                   perform document-not-valid
               end-if
               EXEC SQL
                   SELECT COALESCE(SUM(ol_amount), 0)
                   INTO :ws-doc-total
                   FROM order_line
                   WHERE ol_w_id = :c-w-id AND ol_d_id = :c-d-id
                       AND ol_o_id = :o-id
               END-EXEC
               if dedamount > ws-doc-total
                   perform amount-over-document
               end-if
           end-if
           if invoiceid not = 0
               move invoiceid to inv-id
               EXEC SQL WHENEVER NOT FOUND go to document-not-valid
                   END-EXEC
               EXEC SQL
                   SELECT inv_w_id, inv_d_id,
                       COALESCE(inv_c_id, 0), inv_total
                   INTO :inv-w-id, :inv-d-id, :ws-doc-c-id,
                       :inv-total
                   FROM invoice
                   WHERE inv_id = :inv-id
               END-EXEC
               if inv-w-id not = c-w-id or inv-d-id not = c-d-id
                   or ws-doc-c-id not = c-id
                   perform document-not-valid
               end-if
               if dedamount > inv-total
                   perform amount-over-document
               end-if
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform next-deduction-number
           move c-w-id to dd-w-id
           move c-d-id to dd-d-id
           move c-id to dd-c-id
           move orderid to dd-o-id
           move invoiceid to dd-inv-id
           move dedamount to dd-amount
           move reasoncode to dd-reason
           move ownerid to dd-owner
           move 'O' to dd-status
           move 0 to dd-rl-id
           move datetime to dd-entry-d
           move spaces to dd-resolved-d
           EXEC SQL
               INSERT INTO deduct
                   (dd_id, dd_w_id, dd_d_id, dd_c_id, dd_o_id,
                       dd_inv_id, dd_amount, dd_reason, dd_owner,
                       dd_status, dd_rl_id, dd_entry_d,
                       dd_resolved_d)
                   VALUES (:dd-id, :dd-w-id, :dd-d-id, :dd-c-id,
                       :dd-o-id, :dd-inv-id, :dd-amount, :dd-reason,
                       :dd-owner, :dd-status, :dd-rl-id,
                       :dd-entry-d, :dd-resolved-d)
           END-EXEC

           move dd-amount to ws-note-amt
           move spaces to cn-text
           string
               "Deduction " delimited size
               ws-note-amt delimited size
               " disputed, reason " delimited size
               dd-reason delimited size
               ", owner " delimited size
               dd-owner delimited size
           into cn-text
           perform record-customer-note

           move dd-id to deductionid
           move "Deduction recorded" to msg
           .

      *> hand out dd-id off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom SQLINVC uses for inv-id, with
      *> the same self-seeding first time through
       next-deduction-number.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_dd_id
               INTO :dd-id
               FROM deduct_seq
           END-EXEC
           if sqlcode = 100
               move 1 to dd-id
               EXEC SQL
                   INSERT INTO deduct_seq (seq_id, next_dd_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE deduct_seq
                   SET next_dd_id = next_dd_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_dd_id
                   INTO :dd-id
                   FROM deduct_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       fetch-open-deduction.
           move deductionid to dd-id
           EXEC SQL WHENEVER NOT FOUND go to deduction-not-found
               END-EXEC
           EXEC SQL
               SELECT dd_w_id, dd_d_id, dd_c_id, dd_o_id, dd_inv_id,
                   dd_amount, dd_status
               INTO :dd-w-id, :dd-d-id, :dd-c-id, :dd-o-id,
                   :dd-inv-id, :dd-amount, :dd-status
               FROM deduct
               WHERE dd_id = :dd-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if dd-status not = 'O'
               perform deduction-not-open
           end-if
           move dd-w-id to c-w-id
           move dd-d-id to c-d-id
           move dd-c-id to c-id
           .

      *> a deduction the goods came back for was credited
      *> by Returns already - it only has to be tied to that
      *> return. Anything else (a price the customer was right
      *> about) is credited here as an allowance.
       resolve-by-credit.
           if returnlineid not = 0
               move returnlineid to rl-id
               EXEC SQL WHENEVER NOT FOUND go to return-not-valid
                   END-EXEC
               EXEC SQL
                   SELECT o_c_id INTO :ws-doc-c-id
                   FROM return_line, orders
                   WHERE rl_id = :rl-id
                       AND o_w_id = rl_w_id AND o_d_id = rl_d_id
                       AND o_id = rl_o_id
                       AND rl_w_id = :c-w-id AND rl_d_id = :c-d-id
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if ws-doc-c-id not = c-id
                   perform return-not-valid
               end-if
               move rl-id to dd-rl-id
           else
               move 0 to dd-rl-id
               perform post-allowance
           end-if

           move 'C' to dd-status
           perform close-deduction

           move dd-amount to ws-note-amt
           move dd-id to ws-ded-disp
           move spaces to cn-text
           string
               "Deduction " delimited size
               ws-ded-disp delimited size
               " resolved by credit " delimited size
               ws-note-amt delimited size
           into cn-text
           perform record-customer-note

           move "Deduction resolved by credit" to msg
           .

      *> the allowance comes off the balance as its own
      *> HISTORY row and, on an open-item account, off the invoice
      *> disputed; what the invoice can't take is held as unapplied
      *> credit like any other
       post-allowance.
           EXEC SQL
               SELECT COALESCE(c_ar_mode, 'B')
               INTO :c-ar-mode
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL
               UPDATE customer
               SET c_balance = c_balance - :dd-amount
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

           move 'ALLOWANCE' to h-tender
           move dd-id to ws-ded-disp
           move spaces to h-data
           string
               "DEDUCTION " delimited size
               ws-ded-disp delimited size
           into h-data
           move 0 to h-drawer
           EXEC SQL
               INSERT INTO history
                   (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                    h_w_id, h_date, h_amount, h_tender, h_data,
                    h_drawer)
               VALUES
                   (:c-d-id, :c-w-id, :c-id, :c-d-id,
                    :c-w-id, :datetime, :dd-amount, :h-tender,
                    :h-data, :h-drawer)
           END-EXEC

           move 0 to ws-apply-amt
           if dd-inv-id not = 0
               move dd-inv-id to inv-id
               EXEC SQL
                   SELECT COALESCE(inv_open, 0),
                       COALESCE(inv_status, ' ')
                   INTO :inv-open, :inv-status
                   FROM invoice
                   WHERE inv_id = :inv-id
               END-EXEC
               if inv-status = 'O' or inv-status = 'P'
                   move dd-amount to ws-apply-amt
                   if ws-apply-amt > inv-open
                       move inv-open to ws-apply-amt
                   end-if
               end-if
           end-if
           if ws-apply-amt > 0
               subtract ws-apply-amt from inv-open
               if inv-open = 0
                   move 'Z' to inv-status
               else
                   move 'P' to inv-status
               end-if
               EXEC SQL
                   UPDATE invoice
                   SET inv_open = :inv-open,
                       inv_status = :inv-status
                   WHERE inv_id = :inv-id
               END-EXEC
               move inv-id to ia-inv-id
               move c-w-id to ia-w-id
               move c-d-id to ia-d-id
               move c-id to ia-c-id
               move ws-apply-amt to ia-amount
               move 'A' to ia-source
               move EIBTRMID to ia-keyed-by
               move datetime to ia-entry-d
               EXEC SQL
                   INSERT INTO invappl
                       (ia_inv_id, ia_w_id, ia_d_id, ia_c_id,
                           ia_amount, ia_source, ia_keyed_by,
                           ia_entry_d)
                       VALUES (:ia-inv-id, :ia-w-id, :ia-d-id,
                           :ia-c-id, :ia-amount, :ia-source,
                           :ia-keyed-by, :ia-entry-d)
               END-EXEC
           end-if
           if c-ar-mode = 'O' and ws-apply-amt < dd-amount
               compute c-unapplied = dd-amount - ws-apply-amt
               EXEC SQL
                   UPDATE customer
                   SET c_unapplied = COALESCE(c_unapplied, 0)
                       + :c-unapplied
                   WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                       AND c_id = :c-id
               END-EXEC
           end-if
           .

      *> the customer was wrong: the amount is owed again
      *> and goes back into what collections and dunning chase
       resolve-by-rebill.
           move 0 to dd-rl-id
           move 'R' to dd-status
           perform close-deduction

           move dd-amount to ws-note-amt
           move dd-id to ws-ded-disp
           move spaces to cn-text
           string
               "Deduction " delimited size
               ws-ded-disp delimited size
               " re-billed, " delimited size
               ws-note-amt delimited size
               " owed again" delimited size
           into cn-text
           perform record-customer-note

           move "Deduction re-billed" to msg
           .

       close-deduction.
           move datetime to dd-resolved-d
           EXEC SQL
               UPDATE deduct
               SET dd_status = :dd-status, dd_rl_id = :dd-rl-id,
                   dd_resolved_d = :dd-resolved-d
               WHERE dd_id = :dd-id
           END-EXEC
           .

       record-customer-note.
           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move EIBTRMID to cn-operator
           move 'P' to cn-category
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC
           .

      *> every open deduction, oldest first, with how long
      *> it has been outstanding
       aging-report.
           move 0 to opencount
           move 0 to opentotal
           move 0 to rptcount
           move 0 to ws-open-total
           perform varying ws-bucket-x from 1 by 1
                   until ws-bucket-x > 4
               move 0 to ws-bucket-amt (ws-bucket-x)
           end-perform
           move currentdate to ws-date-digits
           compute ws-today-int =
               function integer-of-date(ws-date-digits)

           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-header-line)
               length(length of ws-header-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if

           move wid to ws-q-w-id
           EXEC SQL
               DECLARE c_dedopen CURSOR FOR
               SELECT dd_id, dd_w_id, dd_d_id, dd_c_id, dd_amount,
                   dd_reason, dd_owner, dd_entry_d
                   FROM deduct
                   WHERE dd_status = 'O'
                       AND (:ws-q-w-id = 0 OR dd_w_id = :ws-q-w-id)
                   ORDER BY dd_entry_d
           END-EXEC
           EXEC SQL OPEN c_dedopen END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_dedopen INTO :dd-id, :dd-w-id, :dd-d-id,
                       :dd-c-id, :dd-amount, :dd-reason, :dd-owner,
                       :dd-entry-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform age-one-deduction
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_dedopen END-EXEC

           move ws-bucket-amt (1) to ws-bkt-1
           move ws-bucket-amt (2) to ws-bkt-2
           move ws-bucket-amt (3) to ws-bkt-3
           move ws-bucket-amt (4) to ws-bkt-4
           move ws-open-total to ws-bkt-total
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-bucket-line)
               length(length of ws-bucket-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           move ws-open-total to opentotal

           move "Open deductions aging queued" to msg
           .

       age-one-deduction.
           move dd-entry-d(1:4) to ws-date-digits(1:4)
           move dd-entry-d(6:2) to ws-date-digits(5:2)
           move dd-entry-d(9:2) to ws-date-digits(7:2)
           compute ws-entry-int =
               function integer-of-date(ws-date-digits)
           compute ws-age-days = ws-today-int - ws-entry-int
           evaluate true
               when ws-age-days <= 30
                   move 1 to ws-bucket-x
               when ws-age-days <= 60
                   move 2 to ws-bucket-x
               when ws-age-days <= 90
                   move 3 to ws-bucket-x
               when other
                   move 4 to ws-bucket-x
           end-evaluate
           add dd-amount to ws-bucket-amt (ws-bucket-x)
           add dd-amount to ws-open-total
           add 1 to opencount

           move dd-id to ws-rpt-ded
           move dd-w-id to ws-rpt-wh
           move dd-d-id to ws-rpt-dist
           move dd-c-id to ws-rpt-cust
           move dd-reason to ws-rpt-reason
           move dd-owner to ws-rpt-owner
           move dd-amount to ws-rpt-amount
           move ws-age-days to ws-rpt-days
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

       bad-reqtype.
           move "Request type must be A, C (credit), R or G" to err

           move 1 to result-code
           perform audit-return.

       amount-missing.
           move "Deduction amount is required" to err

           move 2 to result-code
           perform audit-return.

       reason-not-valid.
           move "Reason must be DM, PR, SH, LT or OT" to err

           move 3 to result-code
           perform audit-return.

       document-missing.
           move "An order or an invoice number is required" to err

           move 4 to result-code
           perform audit-return.

       owner-not-valid.
           move "Owner is not an active operator" to err

           move 5 to result-code
           perform audit-return.

       customer-not-found.
           move "Customer not found" to err

           move 6 to result-code
           perform audit-return.

       document-not-valid.
           move "Order or invoice is not this customer's" to err

           move 7 to result-code
           perform audit-return.

       amount-over-document.
           move "Deduction is more than the document total" to err

           move 8 to result-code
           perform audit-return.

       deduction-not-found.
           move "Deduction number not found" to err

           move 9 to result-code
           perform audit-return.

       deduction-not-open.
           move "Deduction is already resolved" to err

           move 10 to result-code
           perform audit-return.

       return-not-valid.
           move "Return line is not one of this customer's" to err

           move 11 to result-code
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
           move wid to tpc-audit-w-id
           move did to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqldedn.cbl  $ end
      ***--------------------------------------------------------------*
