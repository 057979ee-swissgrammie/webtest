       identification division.

       program-id. sqlapay.

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
      * TPCC accounts payable payment run
      *
      * SQLVINV gets a vendor bill as far as payable and there the
      * trail stopped: cheques were written off a printout and
      * nothing recorded that an invoice had been paid. This is the
      * payment run:
      *
      *   reqtype 'R' - pay every invoice cleared for payment (P, or
      *                 C once a buyer clears a discrepancy) that is
      *                 due by the run date - keyed date plus the net
      *                 days of the vendor's TERMS code, NET30 when
      *                 unset - one payment per vendor. Each invoice
      *                 goes to S (paid) with the payment number on it.
      *   reqtype 'V' - void a payment whose cheque came back; its
      *                 invoices go back to payable for the next run.
      *   reqtype 'I' - void and reissue the same invoices on a new
      *                 payment straight away.
      *
      * Every payment writes its cheque record (payee, address,
      * amount) and one remittance line per invoice to the APDB
      * disbursement queue, and its issue - or void - to the APPP
      * positive-pay queue the bank checks presented cheques against.
      * The run register goes to TS queue APYRPT. The APPAY rows are
      * what the nightly journal posts: DR accounts payable / CR cash
      * on issue, the reverse on a void. A void or reissue needs an
      * active supervisor.
      *
      * SQL only - no VSM counterpart, Returns precedent.
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
       01  ws-program-name                   pic x(8) value 'SQLAPAY '.

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
       01  ws-q-vn-id                        pic s9(9) comp.
       01  ws-cutoff-ts                      pic x(20).
       01  ws-due-cnt                        pic s9(9) comp.
       01  ws-due-amt                        pic s9(10)v99 comp-3.
       01  ws-old-pa-id                      pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-run-d                          pic x(10).
       01  ws-run-int                        pic s9(9) comp.
       01  ws-pay-total                      pic s9(10)v99 comp-3.
       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.

      *> the bank's two files: cheques with their
      *> remittance, and the positive-pay issue/void list
       01  ws-disb-q-name                    pic x(4) value 'APDB'.
       01  ws-ppay-q-name                    pic x(4) value 'APPP'.
       01  ws-disb-line                      pic x(200).
       01  ws-td-len                         pic s9(4) comp.
       01  ws-resp-writeq-td                 pic s9(8) comp.
       01  ws-fld-payid                      pic 9(8).
       01  ws-fld-vnid                       pic 9(4).
       01  ws-fld-viid                       pic 9(8).
       01  ws-fld-cnt                        pic 9(4).
       01  ws-fld-amt                        pic 9(8).99.

      *> printable/queued payment register
       01  ws-report-q-name                  pic x(8) value 'APYRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(80).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'APYRPT '.
           03  filler                        pic x(24)
               value 'AP PAYMENT RUN DUE BY   '.
           03  ws-hdr-run-d                  pic x(10).
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'APYRPT '.
           03  ws-rpt-action                 pic x(6).
           03  ws-rpt-payid                  pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-vnid                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-name                   pic x(24).
           03  filler                        pic x(5)
               value ' INV '.
           03  ws-rpt-cnt                    pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-amount                 pic z(7)9.99.
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'APYRPT '.
           03  filler                        pic x(8)
               value 'TOTAL - '.
           03  ws-tot-pays                   pic z(4)9.
           03  filler                        pic x(11)
               value ' PAYMENTS, '.
           03  ws-tot-invs                   pic z(4)9.
           03  filler                        pic x(11)
               value ' INVOICES, '.
           03  ws-tot-amount                 pic z(9)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyapay.

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

           move 0 to paycount
           move 0 to invcount
           move 0 to paytotal
           move 0 to newpayid
           move 0 to rptcount

           evaluate true
               when apay-run
                   perform run-payments
               when apay-void
                   perform void-payment
               when apay-reissue
                   perform reissue-payment
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       run-payments.
           if rundate = spaces
               move datetime(1:10) to ws-run-d
           else
               move rundate to ws-run-d
           end-if
           move ws-run-d to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               perform rundate-not-valid
           end-if
           move ws-work-int to ws-run-int
           move 0 to ws-pay-total

           move ws-run-d to ws-hdr-run-d
           move ws-header-line to ws-report-line
           perform queue-report-line

           move vnid to ws-q-vn-id
           EXEC SQL
               DECLARE c_apvend CURSOR FOR
               SELECT DISTINCT vi_vn_id
                   FROM vendinv
                   WHERE vi_status IN ('P', 'C')
                       AND (:ws-q-vn-id = 0 OR vi_vn_id = :ws-q-vn-id)
                   ORDER BY vi_vn_id
           END-EXEC
           EXEC SQL OPEN c_apvend END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_apvend INTO :vi-vn-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform pay-one-vendor
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_apvend END-EXEC

           move paycount to ws-tot-pays
           move invcount to ws-tot-invs
           move ws-pay-total to ws-tot-amount
           move ws-total-line to ws-report-line
           perform queue-report-line
           move ws-pay-total to paytotal

           move "Payment run complete" to msg
           .

      *> an invoice is due its vendor's net days after
      *> it was keyed, so everything keyed on or before the run
      *> date less those days is paid this run
       pay-one-vendor.
           move vi-vn-id to vn-id
           perform read-vendor

           move vn-terms to tm-code
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tm_net_days INTO :tm-net-days
               FROM terms
               WHERE tm_code = :tm-code
           END-EXEC
           if sqlcode = 100
               move 30 to tm-net-days
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           compute ws-work-int = ws-run-int - tm-net-days
           perform work-int-to-date
           move spaces to ws-cutoff-ts
           string
               ws-work-date delimited size
               " 23:59:59" delimited size
           into ws-cutoff-ts

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(vi_amount), 0)
               INTO :ws-due-cnt, :ws-due-amt
               FROM vendinv, purchase_order
               WHERE vi_vn_id = :vn-id
                   AND vi_status IN ('P', 'C')
                   AND vi_entry_d <= :ws-cutoff-ts
                   AND po_id = vi_po_id
           END-EXEC
           if ws-due-cnt > 0 and ws-due-amt > 0
               perform issue-vendor-payment
           end-if
           .

       issue-vendor-payment.
           perform next-payment-number
           move vn-id to pa-vn-id
           move ws-due-amt to pa-amount
           move ws-due-cnt to pa-inv-cnt
           perform write-cheque-record

           EXEC SQL
               DECLARE c_apinv CURSOR FOR
               SELECT vi_id, vi_ref, vi_amount, po_w_id
                   FROM vendinv, purchase_order
                   WHERE vi_vn_id = :vn-id
                       AND vi_status IN ('P', 'C')
                       AND vi_entry_d <= :ws-cutoff-ts
                       AND po_id = vi_po_id
                   ORDER BY vi_id
           END-EXEC
           EXEC SQL OPEN c_apinv END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_apinv INTO :pl-vi-id, :vi-ref, :pl-amount,
                       :pl-w-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move pa-id to pl-pa-id
               EXEC SQL
                   INSERT INTO appayln
                       (pl_pa_id, pl_vi_id, pl_w_id, pl_amount)
                       VALUES (:pl-pa-id, :pl-vi-id, :pl-w-id,
                           :pl-amount)
               END-EXEC
               perform write-remittance-line
               add 1 to invcount
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_apinv END-EXEC

           move ws-run-d to pa-run-d
           move 0 to pa-reissue-of
           perform insert-payment

           EXEC SQL
               UPDATE vendinv
               SET vi_status = 'S',
                   vi_pa_id = :pa-id,
                   vi_paid_d = :datetime
               WHERE vi_id IN
                   (SELECT pl_vi_id FROM appayln
                    WHERE pl_pa_id = :pa-id)
           END-EXEC

           perform write-positive-pay-issue
           move 'ISSUE ' to ws-rpt-action
           perform queue-payment-line
           add 1 to paycount
           add pa-amount to ws-pay-total
           .

       insert-payment.
           move 'I' to pa-status
           move datetime to pa-issue-d
           move spaces to pa-void-d
           move EIBTRMID to pa-op-id
           EXEC SQL
               INSERT INTO appay
                   (pa_id, pa_vn_id, pa_amount, pa_inv_cnt,
                    pa_run_d, pa_status, pa_issue_d, pa_void_d,
                    pa_reissue_of, pa_op_id)
                   VALUES (:pa-id, :pa-vn-id, :pa-amount,
                       :pa-inv-cnt, :pa-run-d, :pa-status,
                       :pa-issue-d, :pa-void-d, :pa-reissue-of,
                       :pa-op-id)
           END-EXEC
           .

      *> a returned cheque: the payment is voided for the
      *> bank and the journal, and what it paid is owed again
       void-payment.
           perform validate-supervisor
           perform fetch-issued-payment
           perform void-one-payment

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE vendinv
               SET vi_status = 'P',
                   vi_pa_id = 0,
                   vi_paid_d = ' '
               WHERE vi_pa_id = :pa-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move pa-inv-cnt to invcount
           move "Payment voided - invoices back to payable" to msg
           .

      *> the same invoices go straight out again on a new
      *> payment number; they stay paid throughout
       reissue-payment.
           perform validate-supervisor
           perform fetch-issued-payment
           perform void-one-payment

           move pa-id to ws-old-pa-id
           perform next-payment-number
           move datetime(1:10) to ws-run-d
           perform write-cheque-record

           move pa-id to pl-pa-id
           EXEC SQL
               INSERT INTO appayln
                   (pl_pa_id, pl_vi_id, pl_w_id, pl_amount)
                   SELECT :pl-pa-id, pl_vi_id, pl_w_id, pl_amount
                   FROM appayln
                   WHERE pl_pa_id = :ws-old-pa-id
           END-EXEC

           EXEC SQL
               DECLARE c_apreis CURSOR FOR
               SELECT pl_vi_id, vi_ref, pl_amount
                   FROM appayln, vendinv
                   WHERE pl_pa_id = :pl-pa-id
                       AND vi_id = pl_vi_id
                   ORDER BY pl_vi_id
           END-EXEC
           EXEC SQL OPEN c_apreis END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_apreis INTO :pl-vi-id, :vi-ref, :pl-amount
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform write-remittance-line
               add 1 to invcount
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_apreis END-EXEC

           move ws-run-d to pa-run-d
           move ws-old-pa-id to pa-reissue-of
           perform insert-payment

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE vendinv
               SET vi_pa_id = :pa-id,
                   vi_paid_d = :datetime
               WHERE vi_pa_id = :ws-old-pa-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform write-positive-pay-issue
           move 'REISS ' to ws-rpt-action
           perform queue-payment-line
           move 1 to paycount
           move pa-amount to paytotal
           move pa-id to newpayid
           move "Payment voided and reissued" to msg
           .

       fetch-issued-payment.
           move payid to pa-id
           EXEC SQL WHENEVER NOT FOUND go to payment-not-found
               END-EXEC
           EXEC SQL
               SELECT pa_vn_id, pa_amount, pa_inv_cnt, pa_status
               INTO :pa-vn-id, :pa-amount, :pa-inv-cnt, :pa-status
               FROM appay
               WHERE pa_id = :pa-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if pa-status not = 'I'
               perform payment-already-void
           end-if
           move pa-vn-id to vn-id
           perform read-vendor
           .

       void-one-payment.
           EXEC SQL
               UPDATE appay
               SET pa_status = 'V',
                   pa_void_d = :datetime
               WHERE pa_id = :pa-id
           END-EXEC

           move pa-id to ws-fld-payid
           move pa-amount to ws-fld-amt
           move spaces to ws-disb-line
           string
               "V|" delimited size
               ws-fld-payid delimited size
               "|" delimited size
               ws-fld-amt delimited size
               "|" delimited size
               datetime(1:10) delimited size
               "|" delimited size
               vn-name delimited size
           into ws-disb-line
           perform write-positive-pay

           move 'VOID  ' to ws-rpt-action
           perform queue-payment-line
           .

       read-vendor.
           EXEC SQL
               SELECT vn_name, vn_street_1, vn_street_2, vn_city,
                   vn_state, vn_zip, COALESCE(vn_terms, 'NET30')
               INTO :vn-name, :vn-street-1, :vn-street-2, :vn-city,
                   :vn-state, :vn-zip, :vn-terms
               FROM vendor
               WHERE vn_id = :vn-id
           END-EXEC
           .

      *> hand out pa-id off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom SQLRFND uses for rf-id, with
      *> the same self-seeding first time through
       next-payment-number.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_pa_id
               INTO :pa-id
               FROM appay_seq
           END-EXEC
           if sqlcode = 100
               move 1 to pa-id
               EXEC SQL
                   INSERT INTO appay_seq (seq_id, next_pa_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE appay_seq
                   SET next_pa_id = next_pa_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_pa_id
                   INTO :pa-id
                   FROM appay_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the cheque: payee and address off the vendor
      *> master, the amount, and how many invoices it settles
       write-cheque-record.
           move pa-id to ws-fld-payid
           move vn-id to ws-fld-vnid
           move pa-amount to ws-fld-amt
           move pa-inv-cnt to ws-fld-cnt
           move spaces to ws-disb-line
           string
               "P|" delimited size
               ws-fld-payid delimited size
               "|" delimited size
               ws-fld-vnid delimited size
               "|" delimited size
               vn-name delimited size
               "|" delimited size
               vn-street-1 delimited size
               "|" delimited size
               vn-street-2 delimited size
               "|" delimited size
               vn-city delimited size
               "|" delimited size
               vn-state delimited size
               "|" delimited size
               vn-zip delimited size
               "|" delimited size
               ws-fld-amt delimited size
               "|" delimited size
               ws-run-d delimited size
               "|" delimited size
               ws-fld-cnt delimited size
           into ws-disb-line
           perform write-disbursement
           .

      *> one remittance line per invoice the cheque pays,
      *> with the vendor's own invoice reference
       write-remittance-line.
           move pa-id to ws-fld-payid
           move pl-vi-id to ws-fld-viid
           move pl-amount to ws-fld-amt
           move spaces to ws-disb-line
           string
               "I|" delimited size
               ws-fld-payid delimited size
               "|" delimited size
               ws-fld-viid delimited size
               "|" delimited size
               vi-ref delimited size
               "|" delimited size
               ws-fld-amt delimited size
           into ws-disb-line
           perform write-disbursement
           .

       write-positive-pay-issue.
           move pa-id to ws-fld-payid
           move pa-amount to ws-fld-amt
           move spaces to ws-disb-line
           string
               "I|" delimited size
               ws-fld-payid delimited size
               "|" delimited size
               ws-fld-amt delimited size
               "|" delimited size
               datetime(1:10) delimited size
               "|" delimited size
               vn-name delimited size
           into ws-disb-line
           perform write-positive-pay
           .

      *> the payment only stands if the bank will get it
       write-disbursement.
           move length of ws-disb-line to ws-td-len
           exec cics writeq td
               queue(ws-disb-q-name)
               from(ws-disb-line)
               length(ws-td-len)
               resp(ws-resp-writeq-td)
           end-exec
           if ws-resp-writeq-td not = DFHRESP(NORMAL)
               perform file-not-written
           end-if
           .

       write-positive-pay.
           move length of ws-disb-line to ws-td-len
           exec cics writeq td
               queue(ws-ppay-q-name)
               from(ws-disb-line)
               length(ws-td-len)
               resp(ws-resp-writeq-td)
           end-exec
           if ws-resp-writeq-td not = DFHRESP(NORMAL)
               perform file-not-written
           end-if
           .

       queue-payment-line.
           move pa-id to ws-rpt-payid
           move vn-id to ws-rpt-vnid
           move vn-name to ws-rpt-name
           move pa-inv-cnt to ws-rpt-cnt
           move pa-amount to ws-rpt-amount
           move ws-detail-line to ws-report-line
           perform queue-report-line
           .

       queue-report-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-report-line)
               length(length of ws-report-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

      *> the supervisor id must name a real, active
      *> operator with supervisor authority, the same check the
      *> refund approval makes
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

      *> 'YYYY-MM-DD' in ws-work-date to an integer day in
      *> ws-work-int; ws-date-ok says whether it parsed
       date-to-int.
           move 'N' to ws-date-ok
           if ws-work-date(1:4) is numeric
               and ws-work-date(6:2) is numeric
               and ws-work-date(9:2) is numeric
               move ws-work-date(1:4) to ws-dd-yyyy
               move ws-work-date(6:2) to ws-dd-mm
               move ws-work-date(9:2) to ws-dd-dd
               if ws-dd-mm >= 1 and ws-dd-mm <= 12
                   and ws-dd-dd >= 1 and ws-dd-dd <= 31
                   and ws-dd-yyyy >= 1601
                   compute ws-work-int =
                       function integer-of-date(ws-date-digits)
                   move 'Y' to ws-date-ok
               end-if
           end-if
           .

       work-int-to-date.
           compute ws-date-digits =
               function date-of-integer(ws-work-int)
           move spaces to ws-work-date
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
               "-" delimited size
               ws-date-digits(7:2) delimited size
           into ws-work-date
           .

       bad-reqtype.
           move "Request type must be R, V, or I" to err

           move 1 to result-code
           perform audit-return.

       rundate-not-valid.
           move "Run date must be YYYY-MM-DD" to err

           move 2 to result-code
           perform audit-return.

       payment-not-found.
           move "Payment not found" to err

           move 3 to result-code
           perform audit-return.

       payment-already-void.
           move "Payment has already been voided" to err

           move 4 to result-code
           perform audit-return.

       supervisor-not-valid.
           move "Supervisor id not valid for a void" to err

           move 5 to result-code
           perform audit-return.

       file-not-written.
           move "Bank file record could not be written" to err

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
      ***  $Workfile:   sqlapay.cbl  $ end
      ***--------------------------------------------------------------*
