       identification division.

       program-id. sqlcfor.

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
      * TPCC weekly cash-flow forecast
      *
      * Finance asks every Monday what cash will come in and go out
      * over the coming weeks. Everything needed is on file, so this
      * builds the forecast for the 13 weeks starting on the as-of
      * date, by warehouse. Receipts are expected from:
      *
      *   promises        open PROMISE rows, on the promised date
      *   open invoices   what the promises do not cover, oldest
      *                   first, on each invoice's due date
      *   the rest        of the balance on the last payment date
      *                   plus the customer's TERMS net days
      *                   (NET30 when unset)
      *   standing orders each STANDORD run falling due, valued at
      *                   item price, on the run date plus net days
      *
      * Disbursements are the vendor invoices cleared for payment
      * (VENDINV 'P' or 'C', warehouse off the purchase order), due
      * the net days of the vendor's terms after entry - when the
      * AP payment run will pay them. Anything already due lands in
      * week 1.
      * An account whose last payment is 90 days old or more, and
      * any invoice that far past due, is shown as doubtful instead
      * of forecast. One line per week with its net and running net,
      * and a total per warehouse, go to TS queue CFCRPT for the
      * spool; the step can sit on the BATSCHED schedule.
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
       01  ws-program-name                   pic x(8) value 'SQLCFOR '.

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
       01  ws-fc-w-id                        pic s9(9) comp.
       01  ws-last-pay-d                     pic x(20).
       01  ws-last-pay-d-ind                 pic s9(4) comp.
       01  ws-so-value                       pic s9(10)v99 comp-3.
       01  ws-ap-entry-d                     pic x(20).
       01  ws-net-days                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the 13 weeks being forecast for one warehouse
       01  ws-week-table.
           03  ws-week occurs 13.
               05  ws-wk-receipts            pic s9(10)v99 comp-3.
               05  ws-wk-disburse            pic s9(10)v99 comp-3.
       01  ws-wk-ix                          pic s9(4) comp.
       01  ws-wh-receipts                    pic s9(10)v99 comp-3.
       01  ws-wh-disburse                    pic s9(10)v99 comp-3.
       01  ws-wh-doubtful                    pic s9(10)v99 comp-3.
       01  ws-running-net                    pic s9(10)v99 comp-3.
       01  ws-receipts-total                 pic s9(10)v99 comp-3.
       01  ws-disburse-total                 pic s9(10)v99 comp-3.
       01  ws-doubtful-total                 pic s9(10)v99 comp-3.

      *> one customer's balance as it is spread out
       01  ws-remaining                      pic s9(10)v99 comp-3.
       01  ws-promised-left                  pic s9(10)v99 comp-3.
       01  ws-take                           pic s9(10)v99 comp-3.
       01  ws-flow-amt                       pic s9(10)v99 comp-3.

      *> day arithmetic: every date is turned into an integer
      *> day so weeks are just sevens counted off the as-of date
       01  ws-asof-d                         pic x(10).
       01  ws-asof-int                       pic s9(9) comp.
       01  ws-horizon-int                    pic s9(9) comp.
       01  ws-due-int                        pic s9(9) comp.
       01  ws-occur-int                      pic s9(9) comp.
       01  ws-age-days                       pic s9(9) comp.
       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.

      *> printable/queued cash forecast
       01  ws-report-q-name                  pic x(8) value 'CFCRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(110).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'CFCRPT '.
           03  filler                        pic x(34)
               value 'CASH FORECAST 13 WEEKS STARTING  '.
           03  ws-hdr-asof                   pic x(10).
       01  ws-week-line.
           03  filler                        pic x(7)
               value 'CFCRPT '.
           03  ws-wl-wh                      pic z(3)9.
           03  filler                        pic x(6)
               value ' WEEK '.
           03  ws-wl-week                    pic z9.
           03  filler                        pic x(1) value space.
           03  ws-wl-from                    pic x(10).
           03  filler                        pic x(4)
               value ' IN '.
           03  ws-wl-in                      pic z(9)9.99.
           03  filler                        pic x(5)
               value ' OUT '.
           03  ws-wl-out                     pic z(9)9.99.
           03  filler                        pic x(5)
               value ' NET '.
           03  ws-wl-net                     pic -(10)9.99.
           03  filler                        pic x(5)
               value ' CUM '.
           03  ws-wl-cum                     pic -(10)9.99.
       01  ws-wh-total-line.
           03  filler                        pic x(7)
               value 'CFCRPT '.
           03  ws-wt-wh                      pic z(3)9.
           03  filler                        pic x(10)
               value ' TOTAL IN '.
           03  ws-wt-in                      pic z(9)9.99.
           03  filler                        pic x(5)
               value ' OUT '.
           03  ws-wt-out                     pic z(9)9.99.
           03  filler                        pic x(10)
               value ' DOUBTFUL '.
           03  ws-wt-doubtful                pic z(9)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpycfor.

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

           perform build-forecast

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       build-forecast.
           move 0 to whcount
           move 0 to rptcount
           move 0 to ws-receipts-total
           move 0 to ws-disburse-total
           move 0 to ws-doubtful-total

           if asofdate = spaces
               move datetime(1:10) to ws-asof-d
           else
               move asofdate to ws-asof-d
           end-if
           move ws-asof-d to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               perform asof-not-valid
           end-if
           move ws-work-int to ws-asof-int
      *> the last day of week 13
           compute ws-horizon-int = ws-asof-int + 90

           move ws-asof-d to ws-hdr-asof
           move ws-header-line to ws-report-line
           perform queue-report-line

           if wid = 0
               EXEC SQL
                   DECLARE c_cfwh CURSOR FOR
                   SELECT w_id FROM warehouse
                       ORDER BY w_id
               END-EXEC
               EXEC SQL OPEN c_cfwh END-EXEC
               EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
               perform until sqlcode = 100
                   EXEC SQL
                       FETCH c_cfwh INTO :ws-fc-w-id
                   END-EXEC
                   if sqlcode = 100
                       exit perform
                   end-if
                   perform forecast-one-warehouse
               end-perform
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               EXEC SQL CLOSE c_cfwh END-EXEC
           else
               move wid to ws-fc-w-id
               perform forecast-one-warehouse
           end-if

           move ws-receipts-total to receiptstotal
           move ws-disburse-total to disbursetotal
           move ws-doubtful-total to doubtfultotal
           move "Cash forecast queued" to msg
           .

       forecast-one-warehouse.
           initialize ws-week-table
           move 0 to ws-wh-doubtful

           perform forecast-receivables
           perform forecast-standing-orders
           perform forecast-payables
           perform queue-warehouse-lines

           add 1 to whcount
           .

      *> every customer of the warehouse who owes money
       forecast-receivables.
           EXEC SQL
               DECLARE c_cfcust CURSOR FOR
               SELECT c_d_id, c_id, c_balance, c_since,
                   COALESCE(c_terms, 'NET30'),
                   (SELECT MAX(h_date) FROM history
                    WHERE h_c_w_id = c_w_id AND h_c_d_id = c_d_id
                        AND h_c_id = c_id)
                   FROM customer
                   WHERE c_w_id = :ws-fc-w-id
                       AND c_balance > 0
                   ORDER BY c_d_id, c_id
           END-EXEC
           EXEC SQL OPEN c_cfcust END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cfcust INTO :c-d-id, :c-id, :c-balance,
                       :c-since, :c-terms,
                       :ws-last-pay-d :ws-last-pay-d-ind
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform forecast-one-customer
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_cfcust END-EXEC
           .

      *> the balance is spread in the order it is most
      *> likely to be paid: what the customer promised, then the
      *> open invoices the promises don't already cover, then
      *> whatever is left on the usual payment cycle
       forecast-one-customer.
           move ws-fc-w-id to c-w-id
           move c-balance to ws-remaining
           move 0 to ws-promised-left

           move c-terms to tm-code
           perform fetch-net-days

           perform forecast-promises
           perform forecast-invoices

           if ws-remaining > 0
               if ws-last-pay-d-ind < 0 or ws-last-pay-d = spaces
                   move c-since to ws-last-pay-d
               end-if
               move ws-last-pay-d(1:10) to ws-work-date
               perform date-to-int
               if not ws-date-parsed
                   compute ws-work-int = ws-asof-int - 999
               end-if
               compute ws-age-days = ws-asof-int - ws-work-int
               if ws-age-days >= 90
                   add ws-remaining to ws-wh-doubtful
               else
                   compute ws-due-int = ws-work-int + ws-net-days
                   move ws-remaining to ws-flow-amt
                   perform add-receipt
               end-if
           end-if
           .

       forecast-promises.
           move c-w-id to pr-w-id
           move c-d-id to pr-d-id
           move c-id to pr-c-id
           EXEC SQL
               DECLARE c_cfprom CURSOR FOR
               SELECT pr_amount, pr_promise_d
                   FROM promise
                   WHERE pr_w_id = :pr-w-id AND pr_d_id = :pr-d-id
                       AND pr_c_id = :pr-c-id AND pr_status = 'O'
                   ORDER BY pr_promise_d
           END-EXEC
           EXEC SQL OPEN c_cfprom END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100 or ws-remaining <= 0
               EXEC SQL
                   FETCH c_cfprom INTO :pr-amount, :pr-promise-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if pr-amount > ws-remaining
                   move ws-remaining to ws-take
               else
                   move pr-amount to ws-take
               end-if
               move pr-promise-d to ws-work-date
               perform date-to-int
               if not ws-date-parsed
                   move ws-asof-int to ws-work-int
               end-if
               move ws-work-int to ws-due-int
               move ws-take to ws-flow-amt
               perform add-receipt
               subtract ws-take from ws-remaining
               add ws-take to ws-promised-left
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_cfprom END-EXEC
           .

      *> a promise is made against the oldest debt, so the
      *> promised amount is taken off the oldest invoices before
      *> the rest are forecast on their due dates
       forecast-invoices.
           move c-w-id to inv-w-id
           move c-d-id to inv-d-id
           move c-id to inv-c-id
           EXEC SQL
               DECLARE c_cfinv CURSOR FOR
               SELECT inv_open, inv_due_d
                   FROM invoice
                   WHERE inv_w_id = :inv-w-id AND inv_d_id = :inv-d-id
                       AND inv_c_id = :inv-c-id
                       AND inv_status IN ('O', 'P')
                       AND inv_open > 0
                   ORDER BY inv_due_d
           END-EXEC
           EXEC SQL OPEN c_cfinv END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100 or ws-remaining <= 0
               EXEC SQL
                   FETCH c_cfinv INTO :inv-open, :inv-due-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-promised-left >= inv-open
                   subtract inv-open from ws-promised-left
               else
                   compute ws-take = inv-open - ws-promised-left
                   move 0 to ws-promised-left
                   if ws-take > ws-remaining
                       move ws-remaining to ws-take
                   end-if
                   perform forecast-one-invoice
                   subtract ws-take from ws-remaining
               end-if
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_cfinv END-EXEC
           .

       forecast-one-invoice.
           move inv-due-d to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               move ws-asof-int to ws-work-int
           end-if
           if ws-asof-int - ws-work-int >= 90
               add ws-take to ws-wh-doubtful
           else
               move ws-work-int to ws-due-int
               move ws-take to ws-flow-amt
               perform add-receipt
           end-if
           .

      *> every run of an active standing order inside the
      *> horizon is a sale, paid net days after it is shipped
       forecast-standing-orders.
           EXEC SQL
               DECLARE c_cfstand CURSOR FOR
               SELECT so_id, so_freq_days, so_next_d,
                   COALESCE(c_terms, 'NET30')
                   FROM standord, customer
                   WHERE so_w_id = :ws-fc-w-id AND so_status = 'A'
                       AND c_w_id = so_w_id AND c_d_id = so_d_id
                       AND c_id = so_c_id
                   ORDER BY so_id
           END-EXEC
           EXEC SQL OPEN c_cfstand END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cfstand INTO :so-id, :so-freq-days,
                       :so-next-d, :c-terms
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform forecast-one-standing-order
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_cfstand END-EXEC
           .

       forecast-one-standing-order.
           move c-terms to tm-code
           perform fetch-net-days

           EXEC SQL
               SELECT COALESCE(SUM(sol_qty * i_price), 0)
               INTO :ws-so-value
               FROM standline, item
               WHERE so_id = :so-id AND i_id = sol_i_id
           END-EXEC

           move so-next-d to ws-work-date
           perform date-to-int
           if ws-date-parsed and ws-so-value > 0
               move ws-work-int to ws-occur-int
               perform until ws-occur-int + ws-net-days
                   > ws-horizon-int
                   compute ws-due-int = ws-occur-int + ws-net-days
                   move ws-so-value to ws-flow-amt
                   perform add-receipt
                   if so-freq-days > 0
                       add so-freq-days to ws-occur-int
                   else
                       move ws-horizon-int to ws-occur-int
                   end-if
               end-perform
           end-if
           .

      *> supplier bills cleared to pay, on the purchase
      *> order's warehouse, due the vendor's terms net days off the
      *> day they were keyed, the same date the payment run uses
       forecast-payables.
           EXEC SQL
               DECLARE c_cfap CURSOR FOR
               SELECT vi_amount, vi_entry_d,
                   COALESCE((SELECT tm_net_days FROM terms
                             WHERE tm_code =
                                 COALESCE(vn_terms, 'NET30')), 30)
                   FROM vendinv, purchase_order, vendor
                   WHERE po_id = vi_po_id AND po_w_id = :ws-fc-w-id
                       AND vi_status IN ('P', 'C')
                       AND vn_id = vi_vn_id
                   ORDER BY vi_entry_d
           END-EXEC
           EXEC SQL OPEN c_cfap END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cfap INTO :vi-amount, :ws-ap-entry-d,
                       :ws-net-days
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move ws-ap-entry-d(1:10) to ws-work-date
               perform date-to-int
               if not ws-date-parsed
                   move ws-asof-int to ws-work-int
               end-if
               compute ws-due-int = ws-work-int + ws-net-days
               move vi-amount to ws-flow-amt
               perform add-disbursement
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_cfap END-EXEC
           .

      *> same TERMS lookup as the finance charge batch,
      *> NET30 when the code isn't on file
       fetch-net-days.
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
           move tm-net-days to ws-net-days
           .

      *> ws-due-int into its week: already due goes in
      *> week 1, past week 13 is outside the forecast
       due-to-week.
           if ws-due-int < ws-asof-int
               move 1 to ws-wk-ix
           else
               compute ws-wk-ix =
                   (ws-due-int - ws-asof-int) / 7 + 1
           end-if
           .

       add-receipt.
           perform due-to-week
           if ws-wk-ix <= 13
               add ws-flow-amt to ws-wk-receipts (ws-wk-ix)
           end-if
           .

       add-disbursement.
           perform due-to-week
           if ws-wk-ix <= 13
               add ws-flow-amt to ws-wk-disburse (ws-wk-ix)
           end-if
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

       queue-warehouse-lines.
           move 0 to ws-running-net
           move 0 to ws-wh-receipts
           move 0 to ws-wh-disburse
           perform varying ws-wk-ix from 1 by 1 until ws-wk-ix > 13
               add ws-wk-receipts (ws-wk-ix) to ws-wh-receipts
               add ws-wk-disburse (ws-wk-ix) to ws-wh-disburse
               compute ws-running-net = ws-running-net
                   + ws-wk-receipts (ws-wk-ix)
                   - ws-wk-disburse (ws-wk-ix)
               compute ws-work-int =
                   ws-asof-int + (ws-wk-ix - 1) * 7
               perform work-int-to-date
               move ws-fc-w-id to ws-wl-wh
               move ws-wk-ix to ws-wl-week
               move ws-work-date to ws-wl-from
               move ws-wk-receipts (ws-wk-ix) to ws-wl-in
               move ws-wk-disburse (ws-wk-ix) to ws-wl-out
               compute ws-wl-net = ws-wk-receipts (ws-wk-ix)
                   - ws-wk-disburse (ws-wk-ix)
               move ws-running-net to ws-wl-cum
               move ws-week-line to ws-report-line
               perform queue-report-line
           end-perform

           move ws-fc-w-id to ws-wt-wh
           move ws-wh-receipts to ws-wt-in
           move ws-wh-disburse to ws-wt-out
           move ws-wh-doubtful to ws-wt-doubtful
           move ws-wh-total-line to ws-report-line
           perform queue-report-line

           add ws-wh-receipts to ws-receipts-total
           add ws-wh-disburse to ws-disburse-total
           add ws-wh-doubtful to ws-doubtful-total
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

       asof-not-valid.
           move "As-of date must be YYYY-MM-DD" to err
           move 1 to result-code
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
      ***  $Workfile:   sqlcfor.cbl  $ end
      ***--------------------------------------------------------------*
