       identification division.

       program-id. sqlopni.

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
      * TPCC open-item receivables
      *
      * A balance-forward account only knows one number, c_balance,
      * so a customer who pays invoice by invoice could never be told
      * which documents were still outstanding. An open-item account
      * (c_ar_mode = 'O') carries what is still owed on each INVOICE
      * row (inv_open / inv_status), Payment settles named invoices
      * through INVAPPL rows, and whatever a payment does not settle
      * is held on the account as unapplied cash (c_unapplied).
      *
      *   reqtype 'I' - list the customer's open and part-paid
      *                 invoices, oldest first, 20 per page, with
      *                 each one's age in days, the total still
      *                 open, and the unapplied cash on account.
      *   reqtype 'A' - apply unapplied cash to one invoice. The
      *                 invoice has to be this customer's and still
      *                 open; the amount (0 = as much as can go)
      *                 can exceed neither what the invoice owes nor
      *                 the unapplied cash. c_balance does not move -
      *                 the cash already came off it when it was
      *                 received - and the application is recorded
      *                 as an INVAPPL row with source U plus a
      *                 customer note.
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
       01  ws-program-name                   pic x(8) value 'SQLOPNI '.

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
       01  ws-start-after                    pic s9(9) comp.
       01  ws-total-open                     pic s9(10)v99 comp-3.
       01  ws-apply-amt                      pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> integer day arithmetic for the invoice ages,
      *> same as the AR aging report
       01  ws-today-int                      pic s9(9) comp.
       01  ws-inv-int                        pic s9(9) comp.
       01  ws-age-days                       pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).
       01  ws-edit-amt                       pic z(7)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyopni.

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

           move 0 to invcount
           move 0 to appliedamt
           move spaces to msg
           move 'N' to morepages

           move wid to c-w-id
           move did to c-d-id
           move cid to c-id

           EXEC SQL WHENEVER NOT FOUND go to cust-not-found END-EXEC
           EXEC SQL
               SELECT COALESCE(c_ar_mode, 'B'),
                   COALESCE(c_unapplied, 0)
               INTO :c-ar-mode, :c-unapplied
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           evaluate true
               when opn-inquiry
                   perform list-open-items
               when opn-apply
                   perform apply-unapplied-cash
                   EXEC CICS SYNCPOINT END-EXEC
                   perform list-open-items
               when other
                   perform bad-reqtype
           end-evaluate

           move 0 to result-code
           perform audit-return.

      *> the customer's open and part-paid invoices,
      *> oldest first; a 21st row only proves another page exists
       list-open-items.
           move c-unapplied to unapplied
           move startafter to ws-start-after

           move currentdate to ws-date-digits
           compute ws-today-int =
               function integer-of-date(ws-date-digits)

           EXEC SQL
               SELECT COALESCE(SUM(inv_open), 0)
               INTO :ws-total-open
               FROM invoice
               WHERE inv_w_id = :c-w-id AND inv_d_id = :c-d-id
                   AND inv_c_id = :c-id
                   AND inv_status IN ('O', 'P')
           END-EXEC
           move ws-total-open to totalopen

           EXEC SQL
               DECLARE c_opni CURSOR FOR
               SELECT inv_id, inv_o_id, inv_total, inv_open,
                   inv_status, inv_entry_d
                   FROM invoice
                   WHERE inv_w_id = :c-w-id AND inv_d_id = :c-d-id
                       AND inv_c_id = :c-id
                       AND inv_status IN ('O', 'P')
                       AND inv_id > :ws-start-after
                   ORDER BY inv_id
           END-EXEC
           EXEC SQL OPEN c_opni END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_opni INTO :inv-id, :inv-o-id, :inv-total,
                       :inv-open, :inv-status, :inv-entry-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if invcount >= 20
                   move 'Y' to morepages
                   exit perform
               end-if
               add 1 to invcount
               move inv-id to oiinvno (invcount)
               move inv-o-id to oioid (invcount)
               move inv-entry-d(1:10) to oidate (invcount)
               move inv-total to oitotal (invcount)
               move inv-open to oiopen (invcount)
               move inv-status to oistatus (invcount)
               perform age-one-invoice
               move ws-age-days to oiagedays (invcount)
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_opni END-EXEC

           if msg = spaces
               move "Open items returned" to msg
           end-if
           .

      *> days since the invoice was raised; an
      *> unparseable date shows as 0 rather than a made-up age
       age-one-invoice.
           move 0 to ws-age-days
           if inv-entry-d(1:4) is numeric
               and inv-entry-d(6:2) is numeric
               and inv-entry-d(9:2) is numeric
               compute ws-date-digits =
                   function numval(inv-entry-d(1:4)) * 10000
                   + function numval(inv-entry-d(6:2)) * 100
                   + function numval(inv-entry-d(9:2))
               compute ws-inv-int =
                   function integer-of-date(ws-date-digits)
               compute ws-age-days = ws-today-int - ws-inv-int
               if ws-age-days < 0
                   move 0 to ws-age-days
               end-if
           end-if
           .

      *> put unapplied cash on account against one of
      *> the customer's open invoices
       apply-unapplied-cash.
           move applyinvno to inv-id
           EXEC SQL WHENEVER NOT FOUND go to invoice-not-valid END-EXEC
           EXEC SQL
               SELECT inv_w_id, inv_d_id, COALESCE(inv_c_id, 0),
                   COALESCE(inv_open, 0), COALESCE(inv_status, ' ')
               INTO :inv-w-id, :inv-d-id, :inv-c-id, :inv-open,
                   :inv-status
               FROM invoice
               WHERE inv_id = :inv-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if inv-w-id not = c-w-id or inv-d-id not = c-d-id
               or inv-c-id not = c-id
               perform invoice-not-valid
           end-if
           if inv-status not = 'O' and inv-status not = 'P'
               perform invoice-not-open
           end-if
           if c-unapplied not > 0
               perform no-unapplied-cash
           end-if

           move applyamount to ws-apply-amt
           if ws-apply-amt = 0
               move inv-open to ws-apply-amt
               if ws-apply-amt > c-unapplied
                   move c-unapplied to ws-apply-amt
               end-if
           end-if
           if ws-apply-amt > inv-open
               perform apply-exceeds-open
           end-if
           if ws-apply-amt > c-unapplied
               perform apply-exceeds-unapplied
           end-if

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

           subtract ws-apply-amt from c-unapplied
           EXEC SQL
               UPDATE customer
               SET c_unapplied = :c-unapplied
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

           move inv-id to ia-inv-id
           move c-w-id to ia-w-id
           move c-d-id to ia-d-id
           move c-id to ia-c-id
           move ws-apply-amt to ia-amount
           move 'U' to ia-source
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

           move ws-apply-amt to ws-edit-amt
           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move EIBTRMID to cn-operator
           move 'P' to cn-category
           move spaces to cn-text
           string
               "Unapplied cash " delimited size
               ws-edit-amt delimited size
               " applied to invoice " delimited size
               applyinvno delimited size
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC

           move ws-apply-amt to appliedamt
           move "Unapplied cash applied" to msg
           .

       bad-reqtype.
           move "Request type must be I (inquiry) or A (apply)" to err

           move 1 to result-code
           perform audit-return.

       cust-not-found.
           move "Customer not found" to err

           move 2 to result-code
           perform audit-return.

       invoice-not-valid.
           move "Invoice not on file for this customer" to err

           move 3 to result-code
           perform audit-return.

       invoice-not-open.
           move "Invoice is already paid" to err

           move 4 to result-code
           perform audit-return.

       no-unapplied-cash.
           move "No unapplied cash on account" to err

           move 5 to result-code
           perform audit-return.

       apply-exceeds-open.
           move "Amount is more than the invoice still owes" to err

           move 6 to result-code
           perform audit-return.

       apply-exceeds-unapplied.
           move "Amount is more than the unapplied cash" to err

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
           move wid to tpc-audit-w-id
           move did to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlopni.cbl  $ end
      ***--------------------------------------------------------------*
