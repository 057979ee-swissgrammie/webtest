       identification division.

       program-id. sqlcprf.

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
      * TPCC customer profitability report
      *
      * Sales ranks customers by revenue (SQLTOPC), but a big buyer
      * can still cost more than they bring in. This takes each
      * customer's delivered revenue over a date range and subtracts
      * what it took to earn it:
      *
      *   cost of goods       ol_quantity at i_cost
      *   freight             what the carrier was paid for the
      *                       delivered weight (FRTRATE for the
      *                       carrier and zone) less the freight billed
      *                       on the orders first delivered in the range
      *   returns             return credits to the balance
      *   store credit        numbered store credit Returns issued
      *   points              loyalty points taken as a POINTS tender
      *   overrides           list less keyed price on delivered lines
      *   write-offs          bad debt written off, less recoveries
      *
      * Revenue is shown at list price - what was billed plus the
      * override give-away - so the OVERRIDE column can be deducted
      * like the rest without being counted twice. A store-credit
      * return also writes its RETURN_LINE, so RETURNS is the return
      * credits less the store credit issued, and the two columns
      * together are the whole refund.
      *
      * Customers are ranked least profitable first within each
      * district, with a district subtotal and a warehouse subtotal
      * after the last district.
      *
      * Report lines to TS queue CPRRPT. SQL only - no VSM
      * counterpart, Returns precedent.
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
       01  ws-program-name                   pic x(8) value 'SQLCPRF '.

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
       01  ws-wid                            pic s9(9) comp.
       01  ws-from-ts                        pic x(19).
       01  ws-thru-ts                        pic x(19).
       01  ws-p-w-id                         pic s9(9) comp.
       01  ws-p-d-id                         pic s9(9) comp.
       01  ws-p-c-id                         pic s9(9) comp.
       01  ws-rev                            pic s9(10)v99 comp-3.
       01  ws-cogs                           pic s9(10)v99 comp-3.
       01  ws-frt-billed                     pic s9(10)v99 comp-3.
       01  ws-frt-paid                       pic s9(10)v99 comp-3.
       01  ws-returns                        pic s9(10)v99 comp-3.
       01  ws-store-cr                       pic s9(10)v99 comp-3.
       01  ws-points                         pic s9(10)v99 comp-3.
       01  ws-overrides                      pic s9(10)v99 comp-3.
       01  ws-writeoffs                      pic s9(10)v99 comp-3.
       01  ws-profit                         pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> one customer's columns, and the same nine summed for the
      *> district and the warehouse: revenue, cogs, net freight,
      *> returns, store credit, points, overrides, write-offs,
      *> profit
       01  ws-cust-amounts.
           03  ws-cu-amt                     pic s9(10)v99 comp-3
                                             occurs 9.
       01  ws-dist-totals.
           03  ws-dt-amt                     pic s9(12)v99 comp-3
                                             occurs 9.
       01  ws-wh-totals.
           03  ws-wt-amt                     pic s9(12)v99 comp-3
                                             occurs 9.
       01  ws-sub-totals.
           03  ws-st-amt                     pic s9(12)v99 comp-3
                                             occurs 9.
       01  ws-amt-ix                         pic s9(4) comp.
       01  ws-last-w-id                      pic s9(9) comp.
       01  ws-last-d-id                      pic s9(9) comp.
       01  ws-cust-rank                      pic s9(9) comp.
       01  ws-all-profit                     pic s9(12)v99 comp-3.

       01  ws-report-q-name                  pic x(8) value 'CPRRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'CPRRPT '.
           03  filler                        pic x(10)
               value 'WAREHOUSE '.
           03  ws-hd-w-id                    pic z(3)9.
           03  filler                        pic x(10)
               value ' DISTRICT '.
           03  ws-hd-d-id                    pic z9.
           03  filler                        pic x(25)
               value ' CUSTOMER PROFITABILITY  '.
           03  ws-hd-from                    pic x(10).
           03  filler                        pic x(3) value ' - '.
           03  ws-hd-thru                    pic x(10).
       01  ws-column-line.
           03  filler                        pic x(7)
               value 'CPRRPT '.
           03  filler                        pic x(26)
               value 'RANK CUST LAST NAME'.
           03  filler                        pic x(33)
               value '    REVENUE       COGS    FREIGHT'.
           03  filler                        pic x(33)
               value '    RETURNS   STORE CR     POINTS'.
           03  filler                        pic x(33)
               value '   OVERRIDE   WRITEOFF     PROFIT'.
       01  ws-cust-line.
           03  filler                        pic x(7)
               value 'CPRRPT '.
           03  ws-cl-rank                    pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-cl-c-id                    pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-cl-last                    pic x(16).
           03  filler                        pic x(1) value space.
           03  ws-cl-rev                     pic -(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cl-cogs                    pic -(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cl-freight                 pic -(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cl-returns                 pic -(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cl-store-cr                pic -(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cl-points                  pic -(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cl-override                pic -(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cl-writeoff                pic -(6)9.99.
           03  filler                        pic x(1) value space.
           03  ws-cl-profit                  pic -(6)9.99.
      *> subtotals run a digit wider into the spacer column
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'CPRRPT '.
           03  ws-tl-label                   pic x(26).
           03  ws-tl-rev                     pic -(7)9.99.
           03  ws-tl-cogs                    pic -(7)9.99.
           03  ws-tl-freight                 pic -(7)9.99.
           03  ws-tl-returns                 pic -(7)9.99.
           03  ws-tl-store-cr                pic -(7)9.99.
           03  ws-tl-points                  pic -(7)9.99.
           03  ws-tl-override                pic -(7)9.99.
           03  ws-tl-writeoff                pic -(7)9.99.
           03  ws-tl-profit                  pic -(7)9.99.
       01  ws-tl-w-id                        pic z(3)9.
       01  ws-tl-d-id                        pic z9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpycprf.

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

           if datefrom = spaces or datethru = spaces
               perform missing-range
           end-if

           move spaces to ws-from-ts
           string
               datefrom delimited size
               " 00:00:00" delimited size
           into ws-from-ts
           move spaces to ws-thru-ts
           string
               datethru delimited size
               " 23:59:59" delimited size
           into ws-thru-ts

           move wid to ws-wid
           move 0 to custcount
           move 0 to losscount
           move 0 to rptcount
           move 0 to ws-last-w-id
           move 0 to ws-last-d-id
           move 0 to ws-all-profit

      *> every source of money in or out becomes a row carrying
      *> just its own column, summed per customer: delivered
      *> lines (revenue, cost, freight paid on their weight - no
      *> carrier is paid for a will-call order, and no rate row
      *> means no figure rather than a guess), orders first
      *> delivered in the range (freight billed), return lines,
      *> store credit issued (taken back out of the returns so
      *> the refund counts once), POINTS tenders, overrides on
      *> delivered lines (added to revenue to bring it to list)
      *> and write-offs net of what has been recovered
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_cprf CURSOR FOR
               SELECT pf_w_id, pf_d_id, pf_c_id, c_last,
                   pf_rev, pf_cogs, pf_fbill, pf_fpaid, pf_ret,
                   pf_scr, pf_pts, pf_ovr, pf_wo,
                   pf_rev - pf_cogs - (pf_fpaid - pf_fbill)
                       - pf_ret - pf_scr - pf_pts - pf_ovr
                       - pf_wo AS pf_profit
               FROM (SELECT pa_w_id AS pf_w_id, pa_d_id AS pf_d_id,
                       pa_c_id AS pf_c_id,
                       SUM(pa_rev) AS pf_rev,
                       SUM(pa_cogs) AS pf_cogs,
                       SUM(pa_fbill) AS pf_fbill,
                       SUM(pa_fpaid) AS pf_fpaid,
                       SUM(pa_ret) AS pf_ret,
                       SUM(pa_scr) AS pf_scr,
                       SUM(pa_pts) AS pf_pts,
                       SUM(pa_ovr) AS pf_ovr,
                       SUM(pa_wo) AS pf_wo
                   FROM (SELECT ol_w_id AS pa_w_id,
                           ol_d_id AS pa_d_id, o_c_id AS pa_c_id,
                           ol_amount AS pa_rev,
                           ol_quantity * i_cost AS pa_cogs,
                           0 AS pa_fbill,
                           CASE WHEN o_pickup = 'Y' THEN 0
                               ELSE ol_quantity * i_weight
                                   * COALESCE((SELECT fr_rate_cwt
                                       FROM frtrate
                                       WHERE fr_car_id = o_carrier_id
                                           AND fr_zone =
                                               SUBSTR(c_zip, 1, 1)),
                                       0) / 100
                               END AS pa_fpaid,
                           0 AS pa_ret, 0 AS pa_scr, 0 AS pa_pts,
                           0 AS pa_ovr, 0 AS pa_wo
                       FROM order_line, orders, item, customer
                       WHERE o_w_id = ol_w_id AND o_d_id = ol_d_id
                           AND o_id = ol_o_id
                           AND i_id = ol_i_id
                           AND c_w_id = o_w_id AND c_d_id = o_d_id
                           AND c_id = o_c_id
                           AND ol_delivery_d IS NOT NULL
                           AND ol_delivery_d >= :ws-from-ts
                           AND ol_delivery_d <= :ws-thru-ts
                           AND (:ws-wid = 0 OR ol_w_id = :ws-wid)
                       UNION ALL
                       SELECT o_w_id, o_d_id, o_c_id, 0, 0,
                           o_freight, 0, 0, 0, 0, 0, 0
                       FROM orders
                       WHERE (:ws-wid = 0 OR o_w_id = :ws-wid)
                           AND (SELECT MIN(ol_delivery_d)
                               FROM order_line
                               WHERE ol_w_id = o_w_id
                                   AND ol_d_id = o_d_id
                                   AND ol_o_id = o_id)
                               BETWEEN :ws-from-ts AND :ws-thru-ts
                       UNION ALL
                       SELECT rl_w_id, rl_d_id, o_c_id, 0, 0, 0, 0,
                           rl_amount, 0, 0, 0, 0
                       FROM return_line, orders
                       WHERE o_w_id = rl_w_id AND o_d_id = rl_d_id
                           AND o_id = rl_o_id
                           AND rl_entry_d >= :ws-from-ts
                           AND rl_entry_d <= :ws-thru-ts
                           AND (:ws-wid = 0 OR rl_w_id = :ws-wid)
                       UNION ALL
                       SELECT scr_w_id, scr_d_id, scr_c_id, 0, 0, 0,
                           0, 0 - scr_orig_amt, scr_orig_amt, 0, 0, 0
                       FROM storecrd
                       WHERE scr_entry_d >= :ws-from-ts
                           AND scr_entry_d <= :ws-thru-ts
                           AND (:ws-wid = 0 OR scr_w_id = :ws-wid)
                       UNION ALL
                       SELECT h_c_w_id, h_c_d_id, h_c_id, 0, 0, 0,
                           0, 0, 0, h_amount, 0, 0
                       FROM history
                       WHERE h_tender = 'POINTS'
                           AND h_date >= :ws-from-ts
                           AND h_date <= :ws-thru-ts
                           AND (:ws-wid = 0 OR h_c_w_id = :ws-wid)
                       UNION ALL
                       SELECT pv_w_id, pv_d_id, o_c_id,
                           (pv_list_price - pv_keyed_price)
                               * ol_quantity,
                           0, 0, 0, 0, 0, 0,
                           (pv_list_price - pv_keyed_price)
                               * ol_quantity,
                           0
                       FROM prcovrd, order_line, orders
                       WHERE ol_w_id = pv_w_id AND ol_d_id = pv_d_id
                           AND ol_o_id = pv_o_id
                           AND ol_number = pv_number
                           AND o_w_id = pv_w_id AND o_d_id = pv_d_id
                           AND o_id = pv_o_id
                           AND ol_delivery_d IS NOT NULL
                           AND ol_delivery_d >= :ws-from-ts
                           AND ol_delivery_d <= :ws-thru-ts
                           AND (:ws-wid = 0 OR pv_w_id = :ws-wid)
                       UNION ALL
                       SELECT wo_w_id, wo_d_id, wo_c_id, 0, 0, 0, 0,
                           0, 0, 0, 0, wo_amount - wo_recovered
                       FROM writeoff
                       WHERE wo_entry_d >= :ws-from-ts
                           AND wo_entry_d <= :ws-thru-ts
                           AND (:ws-wid = 0 OR wo_w_id = :ws-wid))
                       AS pa
                   GROUP BY pa_w_id, pa_d_id, pa_c_id) AS pf,
                   customer
               WHERE c_w_id = pf_w_id AND c_d_id = pf_d_id
                   AND c_id = pf_c_id
               ORDER BY 1, 2, 14, 3
           END-EXEC
           EXEC SQL OPEN c_cprf END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cprf INTO :ws-p-w-id, :ws-p-d-id,
                       :ws-p-c-id, :c-last, :ws-rev, :ws-cogs,
                       :ws-frt-billed, :ws-frt-paid, :ws-returns,
                       :ws-store-cr, :ws-points, :ws-overrides,
                       :ws-writeoffs, :ws-profit
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-p-w-id not = ws-last-w-id
                   perform warehouse-break
               else
                   if ws-p-d-id not = ws-last-d-id
                       perform district-break
                   end-if
               end-if
               perform report-one-customer
           end-perform
           EXEC SQL CLOSE c_cprf END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if ws-last-w-id not = 0
               perform district-total
               perform warehouse-total
           end-if

           move ws-all-profit to totprofit
           move "Customer profitability report queued" to msg

           move 0 to result-code
           perform audit-return.

      *> close off the warehouse before, then start the next
      *> one's first district
       warehouse-break.
           if ws-last-w-id not = 0
               perform district-total
               perform warehouse-total
           end-if
           move ws-p-w-id to ws-last-w-id
           perform varying ws-amt-ix from 1 by 1 until ws-amt-ix > 9
               move 0 to ws-wt-amt (ws-amt-ix)
           end-perform
           move 0 to ws-last-d-id
           perform district-break
           .

       district-break.
           if ws-last-d-id not = 0
               perform district-total
           end-if
           move ws-p-d-id to ws-last-d-id
           move 0 to ws-cust-rank
           perform varying ws-amt-ix from 1 by 1 until ws-amt-ix > 9
               move 0 to ws-dt-amt (ws-amt-ix)
           end-perform
           move ws-p-w-id to ws-hd-w-id
           move ws-p-d-id to ws-hd-d-id
           move datefrom to ws-hd-from
           move datethru to ws-hd-thru
           move ws-header-line to ws-report-line
           perform queue-report-line
           move ws-column-line to ws-report-line
           perform queue-report-line
           .

       district-total.
           move ws-last-w-id to ws-tl-w-id
           move ws-last-d-id to ws-tl-d-id
           move spaces to ws-tl-label
           string
               "DISTRICT " delimited size
               ws-tl-d-id delimited size
               " TOTAL" delimited size
           into ws-tl-label
           move ws-dist-totals to ws-sub-totals
           perform subtotal-line
           .

       warehouse-total.
           move ws-last-w-id to ws-tl-w-id
           move spaces to ws-tl-label
           string
               "WAREHOUSE " delimited size
               ws-tl-w-id delimited size
               " TOTAL" delimited size
           into ws-tl-label
           move ws-wh-totals to ws-sub-totals
           perform subtotal-line
           .

       subtotal-line.
           move ws-st-amt (1) to ws-tl-rev
           move ws-st-amt (2) to ws-tl-cogs
           move ws-st-amt (3) to ws-tl-freight
           move ws-st-amt (4) to ws-tl-returns
           move ws-st-amt (5) to ws-tl-store-cr
           move ws-st-amt (6) to ws-tl-points
           move ws-st-amt (7) to ws-tl-override
           move ws-st-amt (8) to ws-tl-writeoff
           move ws-st-amt (9) to ws-tl-profit
           move ws-total-line to ws-report-line
           perform queue-report-line
           .

      *> freight shows as what it cost us: paid to the carrier
      *> less what the customer was billed
       report-one-customer.
           move ws-rev to ws-cu-amt (1)
           move ws-cogs to ws-cu-amt (2)
           compute ws-cu-amt (3) = ws-frt-paid - ws-frt-billed
           move ws-returns to ws-cu-amt (4)
           move ws-store-cr to ws-cu-amt (5)
           move ws-points to ws-cu-amt (6)
           move ws-overrides to ws-cu-amt (7)
           move ws-writeoffs to ws-cu-amt (8)
           move ws-profit to ws-cu-amt (9)

           add 1 to ws-cust-rank
           move ws-cust-rank to ws-cl-rank
           move ws-p-c-id to ws-cl-c-id
           move c-last to ws-cl-last
           move ws-cu-amt (1) to ws-cl-rev
           move ws-cu-amt (2) to ws-cl-cogs
           move ws-cu-amt (3) to ws-cl-freight
           move ws-cu-amt (4) to ws-cl-returns
           move ws-cu-amt (5) to ws-cl-store-cr
           move ws-cu-amt (6) to ws-cl-points
           move ws-cu-amt (7) to ws-cl-override
           move ws-cu-amt (8) to ws-cl-writeoff
           move ws-cu-amt (9) to ws-cl-profit
           move ws-cust-line to ws-report-line
           perform queue-report-line

           perform varying ws-amt-ix from 1 by 1 until ws-amt-ix > 9
               add ws-cu-amt (ws-amt-ix) to ws-dt-amt (ws-amt-ix)
               add ws-cu-amt (ws-amt-ix) to ws-wt-amt (ws-amt-ix)
           end-perform
           add 1 to custcount
           if ws-profit < 0
               add 1 to losscount
           end-if
           add ws-profit to ws-all-profit
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

       missing-range.
           move "A from and thru date are both required" to err

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
           move wid to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlcprf.cbl  $ end
      ***--------------------------------------------------------------*
