       identification division.

       program-id. sqlfinc.

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
      * TPCC monthly finance charge batch
      *
      * The aged receivables report shows who is 60 and 90 days late,
      * but nothing ever charged them for it, though our terms allow
      * a monthly finance charge. Once a month has been closed
      * (ACCTPERD), this charges each account on the part of its
      * balance that is overdue:
      *
      *   open item       the still-open amount of invoices due on
      *                   or before the last day of the period, less
      *                   any unapplied cash on account
      *   balance fwd     the balance less the orders entered too
      *                   recently to be due yet under the customer's
      *                   terms (TERMS net days, NET30 when unset)
      *
      * at the FCRATE monthly percentage, never less than its
      * minimum charge. Accounts flagged exempt (c_fc_exempt 'Y') and
      * accounts with nothing overdue are passed over. Each charge
      * goes onto c_balance with a HISTORY row of tender FINCHG - so
      * it appears on the next statement and journals to its own
      * income account - and a FINCHG register row, which also stops
      * a re-run of the period charging anyone twice. The register
      * is queued to TS queue FCHRPT for the spool.
      *
      *   reqtype 'S' - set the FCRATE percentage and minimum
      *   reqtype 'R' - charge a closed period
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
       01  ws-program-name                   pic x(8) value 'SQLFINC '.

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
       01  ws-period-end-d                   pic x(10).
       01  ws-notdue-from-d                  pic x(10).
       01  ws-not-due                        pic s9(10)v99 comp-3.
       01  ws-done-cnt                       pic s9(9) comp.
       01  ws-disputed                       pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the period being charged and its last day
       01  ws-period                         pic x(7).
       01  filler redefines ws-period.
           03  ws-period-yyyy                pic 9(4).
           03  filler                        pic x(1).
           03  ws-period-mm                  pic 9(2).
       01  ws-run-date                       pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-period-end-int                 pic s9(9) comp.
       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-charge-total                   pic s9(10)v99 comp-3.

      *> printable/queued finance-charge register
       01  ws-report-q-name                  pic x(8) value 'FCHRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'FCHRPT '.
           03  filler                        pic x(30)
               value 'FINANCE CHARGE REGISTER PERIOD'.
           03  filler                        pic x(1) value space.
           03  ws-hdr-period                 pic x(7).
           03  filler                        pic x(7)
               value ' RATE '.
           03  ws-hdr-pct                    pic z9.99.
           03  filler                        pic x(6)
               value '% MIN '.
           03  ws-hdr-min                    pic z(3)9.99.
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'FCHRPT '.
           03  ws-rpt-wh                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-dist                   pic z9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-cust                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-name                   pic x(16).
           03  filler                        pic x(9)
               value ' OVERDUE '.
           03  ws-rpt-overdue                pic z(7)9.99.
           03  filler                        pic x(8)
               value ' CHARGE '.
           03  ws-rpt-charge                 pic z(5)9.99.
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'FCHRPT '.
           03  filler                        pic x(8)
               value 'TOTAL - '.
           03  ws-tot-cust                   pic z(4)9.
           03  filler                        pic x(19)
               value ' ACCOUNTS CHARGED, '.
           03  ws-tot-amount                 pic z(7)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyfinc.

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
               when finc-set-rates
                   perform set-rates
               when finc-run
                   perform charge-period
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       set-rates.
           move monthlypct to fr-monthly-pct
           move minimumcharge to fr-min-charge
           if fr-monthly-pct > 10
               perform rate-not-valid
           end-if

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE fcrate
               SET fr_monthly_pct = :fr-monthly-pct,
                   fr_min_charge = :fr-min-charge
               WHERE fr_id = 1
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO fcrate
                       (fr_id, fr_monthly_pct, fr_min_charge)
                       VALUES (1, :fr-monthly-pct, :fr-min-charge)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move "Finance charge rates recorded" to msg
           .

       charge-period.
           move 0 to custcharged
           move 0 to chargetotal
           move 0 to rptcount
           move 0 to ws-charge-total

           perform fetch-rates

           if asofdate = spaces
               move datetime(1:10) to ws-run-date
           else
               move asofdate to ws-run-date
           end-if
           perform resolve-period

      *> month-end has to be closed first - the charge
      *> is figured on the period's final numbers
           move ws-period to pd-period
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT pd_status INTO :pd-status
               FROM acctperd
               WHERE pd_period = :pd-period
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 100 or pd-status not = 'C'
               move spaces to msg
               string
                   "Period " delimited size
                   ws-period delimited size
                   " not closed yet - nothing charged"
                       delimited size
               into msg
               go to charge-period-exit
           end-if

           move ws-period to ws-hdr-period
           move fr-monthly-pct to ws-hdr-pct
           move fr-min-charge to ws-hdr-min
           perform queue-header-line

           move wid to ws-q-w-id
           EXEC SQL
               DECLARE c_fccust CURSOR FOR
               SELECT c_w_id, c_d_id, c_id, c_last, c_balance,
                   COALESCE(c_ar_mode, 'B'),
                   COALESCE(c_unapplied, 0),
                   COALESCE(c_terms, 'NET30')
                   FROM customer
                   WHERE (:ws-q-w-id = 0 OR c_w_id = :ws-q-w-id)
                       AND c_balance > 0
                       AND COALESCE(c_fc_exempt, 'N') <> 'Y'
                   ORDER BY c_w_id, c_d_id, c_id
           END-EXEC
           EXEC SQL OPEN c_fccust END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_fccust INTO :c-w-id, :c-d-id, :c-id,
                       :c-last, :c-balance, :c-ar-mode,
                       :c-unapplied, :c-terms
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform charge-one-customer
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_fccust END-EXEC

           move custcharged to ws-tot-cust
           move ws-charge-total to ws-tot-amount
           perform queue-total-line
           move ws-charge-total to chargetotal

           move "Finance charges posted" to msg
           .
       charge-period-exit.
           exit.

      *> FCRATE self-seeds 1.50% a month, 1.00 minimum
      *> the first time, same idiom as SITECONFIG
       fetch-rates.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT fr_monthly_pct, fr_min_charge
               INTO :fr-monthly-pct, :fr-min-charge
               FROM fcrate
               WHERE fr_id = 1
           END-EXEC
           if sqlcode = 100
               move 1.50 to fr-monthly-pct
               move 1.00 to fr-min-charge
               EXEC SQL
                   INSERT INTO fcrate
                       (fr_id, fr_monthly_pct, fr_min_charge)
                       VALUES (1, :fr-monthly-pct, :fr-min-charge)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move fr-monthly-pct to monthlypct
           move fr-min-charge to minimumcharge
           .

      *> the period charged defaults to the month before
      *> the run date; its last day is the day before the first of
      *> the month after it
       resolve-period.
           if chargeperiod = spaces
               move ws-run-date(1:4) to ws-period-yyyy
               move ws-run-date(6:2) to ws-period-mm
               if ws-period-mm = 1
                   move 12 to ws-period-mm
                   subtract 1 from ws-period-yyyy
               else
                   subtract 1 from ws-period-mm
               end-if
               move '-' to ws-period(5:1)
           else
               move chargeperiod to ws-period
           end-if
           if ws-period-yyyy not numeric or ws-period-mm not numeric
               or ws-period-mm < 1 or ws-period-mm > 12
               perform period-not-valid
           end-if
           move ws-period to chargeperiod

           move ws-period-yyyy to ws-dd-yyyy
           move ws-period-mm to ws-dd-mm
           move 1 to ws-dd-dd
           if ws-dd-mm = 12
               move 1 to ws-dd-mm
               add 1 to ws-dd-yyyy
           else
               add 1 to ws-dd-mm
           end-if
           compute ws-period-end-int =
               function integer-of-date(ws-date-digits) - 1
           move ws-period-end-int to ws-work-int
           perform work-int-to-date
           move ws-work-date to ws-period-end-d
           .

      *> integer day to the YYYY-MM-DD every date column
      *> on file uses
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

       charge-one-customer.
           move c-w-id to fch-w-id
           move c-d-id to fch-d-id
           move c-id to fch-c-id
           move ws-period to fch-period
           EXEC SQL
               SELECT COUNT(*) INTO :ws-done-cnt
               FROM finchg
               WHERE fc_w_id = :fch-w-id AND fc_d_id = :fch-d-id
                   AND fc_c_id = :fch-c-id AND fc_period = :fch-period
           END-EXEC
           if ws-done-cnt = 0
               if c-ar-mode = 'O'
                   perform overdue-open-item
               else
                   perform overdue-balance-forward
               end-if
      *> an amount under open dispute (DEDUCT) isn't
      *> charged on until it is resolved
               EXEC SQL
                   SELECT COALESCE(SUM(dd_amount), 0)
                   INTO :ws-disputed
                   FROM deduct
                   WHERE dd_w_id = :c-w-id AND dd_d_id = :c-d-id
                       AND dd_c_id = :c-id AND dd_status = 'O'
               END-EXEC
               subtract ws-disputed from fch-overdue
               if fch-overdue > c-balance
                   move c-balance to fch-overdue
               end-if
               if fch-overdue > 0
                   perform post-finance-charge
               end-if
           end-if
           .

      *> open item: invoices due by the period end still
      *> carrying an open amount, less cash already on account
       overdue-open-item.
           move c-w-id to inv-w-id
           move c-d-id to inv-d-id
           move c-id to inv-c-id
           EXEC SQL
               SELECT COALESCE(SUM(inv_open), 0)
               INTO :fch-overdue
               FROM invoice
               WHERE inv_w_id = :inv-w-id AND inv_d_id = :inv-d-id
                   AND inv_c_id = :inv-c-id
                   AND inv_status IN ('O', 'P')
                   AND inv_due_d <= :ws-period-end-d
           END-EXEC
           subtract c-unapplied from fch-overdue
           .

      *> balance forward: whatever was ordered inside the
      *> terms' net days before the period end (or since) isn't
      *> due yet; the rest of the balance is
       overdue-balance-forward.
           move c-terms to tm-code
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

           compute ws-work-int =
               ws-period-end-int - tm-net-days + 1
           perform work-int-to-date
           move ws-work-date to ws-notdue-from-d

           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               INTO :ws-not-due
               FROM orders, order_line
               WHERE o_w_id = :c-w-id AND o_d_id = :c-d-id
                   AND o_c_id = :c-id
                   AND o_entry_d >= :ws-notdue-from-d
                   AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                   AND ol_o_id = o_id
           END-EXEC
           compute fch-overdue = c-balance - ws-not-due
           .

      *> the charge goes on the balance with its own
      *> HISTORY row (tender FINCHG, no drawer - no cash moved), and
      *> the register row that keeps the period from charging twice
       post-finance-charge.
           compute fch-amount rounded =
               fch-overdue * fr-monthly-pct / 100
           if fch-amount < fr-min-charge
               move fr-min-charge to fch-amount
           end-if
           if fch-amount > 0
               EXEC SQL
                   UPDATE customer
                   SET c_balance = c_balance + :fch-amount
                   WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                       AND c_id = :c-id
               END-EXEC

               move fch-amount to h-amount
               move 'FINCHG' to h-tender
               move spaces to h-data
               string
                   "FINANCE CHARGE " delimited size
                   ws-period delimited size
               into h-data
               move 0 to h-drawer
               EXEC SQL
                   INSERT INTO history
                       (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                        h_w_id, h_date, h_amount, h_tender, h_data,
                        h_drawer)
                   VALUES
                       (:c-d-id, :c-w-id, :c-id, :c-d-id,
                        :c-w-id, :datetime, :fch-amount, :h-tender,
                        :h-data, :h-drawer)
               END-EXEC

               move datetime to fch-entry-d
               EXEC SQL
                   INSERT INTO finchg
                       (fc_w_id, fc_d_id, fc_c_id, fc_period,
                           fc_overdue, fc_amount, fc_entry_d)
                       VALUES (:fch-w-id, :fch-d-id, :fch-c-id,
                           :fch-period, :fch-overdue, :fch-amount,
                           :fch-entry-d)
               END-EXEC

               add 1 to custcharged
               add fch-amount to ws-charge-total
               move c-w-id to ws-rpt-wh
               move c-d-id to ws-rpt-dist
               move c-id to ws-rpt-cust
               move c-last to ws-rpt-name
               move fch-overdue to ws-rpt-overdue
               move fch-amount to ws-rpt-charge
               perform queue-detail-line
           end-if
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
           move "Request type must be S (set rates) or R (run)"
             to err

           move 1 to result-code
           perform audit-return.

       rate-not-valid.
           move "Monthly percentage cannot be over 10.00" to err

           move 2 to result-code
           perform audit-return.

       period-not-valid.
           move "Charge period must be YYYY-MM" to err

           move 3 to result-code
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
      ***  $Workfile:   sqlfinc.cbl  $ end
      ***--------------------------------------------------------------*
