       identification division.

       program-id. sqlvalu.

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
      * TPCC month-end inventory valuation
      *
      * SQLPHYS values stock once a year off a physical count and
      * SQLGLJN only journals the movements into account 1300, so
      * nothing says what the stock is worth at the end of a month.
      * This values every warehouse's s_quantity at i_cost, item by
      * item, with a subtotal per warehouse and a grand total.
      *
      * Stock out at customers' consignment locations (CONSSTK)
      * is still the supplying warehouse's and is added to its
      * value. Items holding stock with no cost on file are listed
      * apart under each warehouse, not folded in at nothing. Each
      * warehouse's value is set against the 1300 INVENTORY balance
      * built from its GLJRNL rows posted up to the month end and
      * the difference shown; the month's totals go to INVVAL and
      * are set against the month before's.
      *
      * Run at month end: stock is as it stands when the batch
      * runs. Re-running a month replaces its INVVAL rows, the
      * correct-in-place convention the end-of-day close uses.
      *
      * Report lines to TS queue VALRPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLVALU '.

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
       01  ws-month-end                      pic x(10).
       01  ws-prior-month                    pic x(7).
       01  ws-item-value                     pic s9(12)v99 comp-3.
       01  ws-prior-value                    pic s9(12)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-month-x.
           03  ws-mon-yyyy                   pic 9(4).
           03  filler                        pic x(1).
           03  ws-mon-mm                     pic 9(2).
       01  ws-next-yyyy                      pic 9(4).
       01  ws-next-mm                        pic 9(2).

       01  ws-have-prior                     pic x(1).
       01  ws-tot-value                      pic s9(12)v99 comp-3.
       01  ws-tot-gl                         pic s9(12)v99 comp-3.
       01  ws-tot-prior                      pic s9(12)v99 comp-3.
       01  ws-change                         pic s9(12)v99 comp-3.
       01  ws-wh-cnt                         pic s9(9) comp.
       01  ws-item-cnt                       pic s9(9) comp.
       01  ws-zero-cnt                       pic s9(9) comp.

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).

       01  ws-report-q-name                  pic x(8) value 'VALRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-wh-disp                        pic z(3)9.
       01  ws-item-line.
           03  filler                        pic x(7)
               value 'VALRPT '.
           03  ws-itm-item                   pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-itm-iname                  pic x(24).
           03  filler                        pic x(5) value ' QTY '.
           03  ws-itm-qty                    pic -(4)9.
           03  filler                        pic x(6) value ' COST '.
           03  ws-itm-cost                   pic zz9.99.
           03  filler                        pic x(7) value ' VALUE '.
           03  ws-itm-value                  pic -(10)9.99.
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'VALRPT '.
           03  ws-tot-text                   pic x(40).
           03  ws-tot-amt                    pic -(12)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyvalu.

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

           if valmonth = spaces
               move datetime(1:7) to valmonth
           end-if
           move valmonth to ws-month-x
           if valmonth(1:4) is not numeric
               or valmonth(5:1) not = '-'
               or valmonth(6:2) is not numeric
               perform month-not-valid
           end-if
           if ws-mon-mm < 1 or ws-mon-mm > 12 or ws-mon-yyyy < 1601
               perform month-not-valid
           end-if
           move valmonth to mv-month

      *> month end is the day before the first of the next month
           if ws-mon-mm = 12
               compute ws-next-yyyy = ws-mon-yyyy + 1
               move 1 to ws-next-mm
           else
               move ws-mon-yyyy to ws-next-yyyy
               compute ws-next-mm = ws-mon-mm + 1
           end-if
           move ws-next-yyyy to ws-dd-yyyy
           move ws-next-mm to ws-dd-mm
           move 1 to ws-dd-dd
           compute ws-work-int =
               function integer-of-date(ws-date-digits) - 1
           perform work-int-to-date
           move ws-work-date to ws-month-end
           move ws-month-end to monthend

           if ws-mon-mm = 1
               compute ws-dd-yyyy = ws-mon-yyyy - 1
               move 12 to ws-dd-mm
           else
               move ws-mon-yyyy to ws-dd-yyyy
               compute ws-dd-mm = ws-mon-mm - 1
           end-if
           move spaces to ws-prior-month
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
           into ws-prior-month

           EXEC SQL
               DELETE FROM invval WHERE mv_month = :mv-month
           END-EXEC

           move 0 to rptcount
           move 0 to ws-wh-cnt
           move 0 to ws-item-cnt
           move 0 to ws-zero-cnt
           move 0 to ws-tot-value
           move 0 to ws-tot-gl
           move 0 to ws-tot-prior
           move 'N' to ws-have-prior

           move spaces to ws-tot-text
           string
               "INVENTORY VALUATION " delimited size
               valmonth delimited size
               " AT " delimited size
               ws-month-end delimited size
           into ws-tot-text
           move ws-total-line to ws-report-line
           move spaces to ws-report-line(48:)
           perform queue-report-line

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_vlwh CURSOR FOR
               SELECT w_id, w_name
                   FROM warehouse
                   ORDER BY w_id
           END-EXEC
           EXEC SQL OPEN c_vlwh END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_vlwh INTO :w-id, :w-name
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform value-one-warehouse
           end-perform
           EXEC SQL CLOSE c_vlwh END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if ws-wh-cnt = 0
               perform no-warehouses
           end-if

           move "GRAND TOTAL STOCK VALUE" to ws-tot-text
           move ws-tot-value to ws-tot-amt
           move ws-total-line to ws-report-line
           perform queue-report-line
           move "GRAND TOTAL GL 1300 BALANCE" to ws-tot-text
           move ws-tot-gl to ws-tot-amt
           move ws-total-line to ws-report-line
           perform queue-report-line
           move "GRAND TOTAL DIFFERENCE" to ws-tot-text
           compute ws-tot-amt = ws-tot-value - ws-tot-gl
           move ws-total-line to ws-report-line
           perform queue-report-line
           if ws-have-prior = 'Y'
               move spaces to ws-tot-text
               string
                   "GRAND TOTAL CHANGE FROM " delimited size
                   ws-prior-month delimited size
               into ws-tot-text
               compute ws-tot-amt = ws-tot-value - ws-tot-prior
               move ws-total-line to ws-report-line
               perform queue-report-line
           end-if

           move ws-wh-cnt to whcount
           move ws-item-cnt to itemcount
           move ws-zero-cnt to zerocostcount
           move ws-tot-value to totalvalue
           move ws-tot-gl to glbalance
           compute difference = ws-tot-value - ws-tot-gl
           move ws-tot-prior to priorvalue

           EXEC CICS SYNCPOINT END-EXEC

           move "Valuation queued" to msg

           move 0 to result-code
           perform audit-return.

      *> the warehouse's items at cost, then the ones with stock
      *> and no cost, then its reconciliation to the ledger and
      *> to last month. The item cursors' CLOSE leaves sqlcode 0
      *> for the warehouse loop.
       value-one-warehouse.
           add 1 to ws-wh-cnt
           move w-id to mv-w-id
           move w-id to ws-wh-disp
           move 0 to mv-value
           move 0 to mv-item-cnt
           move 0 to mv-zero-cnt

           move spaces to ws-tot-text
           string
               "WAREHOUSE " delimited size
               ws-wh-disp delimited size
               " " delimited size
               w-name delimited size
           into ws-tot-text
           move ws-total-line to ws-report-line
           move spaces to ws-report-line(48:)
           perform queue-report-line

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_vlitem CURSOR FOR
               SELECT s_i_id, i_name, s_quantity, i_cost,
                   s_quantity * i_cost
                   FROM stock, item
                   WHERE s_w_id = :mv-w-id AND i_id = s_i_id
                       AND s_quantity <> 0
                       AND COALESCE(i_cost, 0) <> 0
                   ORDER BY s_i_id
           END-EXEC
           EXEC SQL OPEN c_vlitem END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_vlitem INTO :s-i-id, :i-name,
                       :s-quantity, :i-cost, :ws-item-value
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to mv-item-cnt
               add ws-item-value to mv-value
               move i-cost to ws-itm-cost
               perform queue-item-line
           end-perform
           EXEC SQL CLOSE c_vlitem END-EXEC

           move "WAREHOUSE STOCK VALUE" to ws-tot-text
           move mv-value to ws-tot-amt
           move ws-total-line to ws-report-line
           perform queue-report-line

           EXEC SQL
               DECLARE c_vlzero CURSOR FOR
               SELECT s_i_id, i_name, s_quantity
                   FROM stock, item
                   WHERE s_w_id = :mv-w-id AND i_id = s_i_id
                       AND s_quantity <> 0
                       AND COALESCE(i_cost, 0) = 0
                   ORDER BY s_i_id
           END-EXEC
           EXEC SQL OPEN c_vlzero END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_vlzero INTO :s-i-id, :i-name, :s-quantity
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if mv-zero-cnt = 0
                   move "CARRIED AT ZERO COST" to ws-tot-text
                   move ws-total-line to ws-report-line
                   move spaces to ws-report-line(48:)
                   perform queue-report-line
               end-if
               add 1 to mv-zero-cnt
               move 0 to ws-item-value
               move 0 to ws-itm-cost
               perform queue-item-line
           end-perform
           EXEC SQL CLOSE c_vlzero END-EXEC

      *> stock out on consignment at customers' sites is
      *> still the warehouse's, and still in its ledger balance
           EXEC SQL
               SELECT COALESCE(SUM(cq_qty * COALESCE(i_cost, 0)), 0)
               INTO :ws-item-value
               FROM consstk, consloc, item
               WHERE cs_w_id = :mv-w-id AND cq_cs_id = cs_id
                   AND i_id = cq_i_id
           END-EXEC
           if ws-item-value not = 0
               move "CONSIGNMENT STOCK AT CUSTOMERS" to ws-tot-text
               move ws-item-value to ws-tot-amt
               move ws-total-line to ws-report-line
               perform queue-report-line
               add ws-item-value to mv-value
               move "WAREHOUSE VALUE WITH CONSIGNMENT" to ws-tot-text
               move mv-value to ws-tot-amt
               move ws-total-line to ws-report-line
               perform queue-report-line
           end-if

      *> the ledger balance: every 1300 debit less credit the
      *> nightly journal posted for the warehouse to month end
           EXEC SQL
               SELECT COALESCE(SUM(gj_dr - gj_cr), 0)
               INTO :mv-gl-bal
               FROM gljrnl
               WHERE gj_acct = '1300' AND gj_w_id = :mv-w-id
                   AND gj_post_d <= :ws-month-end
           END-EXEC
           compute mv-diff = mv-value - mv-gl-bal

           move "GL 1300 INVENTORY BALANCE" to ws-tot-text
           move mv-gl-bal to ws-tot-amt
           move ws-total-line to ws-report-line
           perform queue-report-line
           move "DIFFERENCE STOCK LESS GL" to ws-tot-text
           move mv-diff to ws-tot-amt
           move ws-total-line to ws-report-line
           perform queue-report-line

           EXEC SQL
               SELECT mv_value INTO :ws-prior-value
               FROM invval
               WHERE mv_month = :ws-prior-month AND mv_w_id = :mv-w-id
           END-EXEC
           if sqlcode = 0
               move 'Y' to ws-have-prior
               add ws-prior-value to ws-tot-prior
               move spaces to ws-tot-text
               string
                   "VALUE AT " delimited size
                   ws-prior-month delimited size
               into ws-tot-text
               move ws-prior-value to ws-tot-amt
               move ws-total-line to ws-report-line
               perform queue-report-line
               move "CHANGE ON PRIOR MONTH" to ws-tot-text
               compute ws-tot-amt = mv-value - ws-prior-value
               move ws-total-line to ws-report-line
               perform queue-report-line
           end-if

           move datetime to mv-entry-d
           EXEC SQL
               INSERT INTO invval
                   (mv_month, mv_w_id, mv_value, mv_item_cnt,
                    mv_zero_cnt, mv_gl_bal, mv_diff, mv_entry_d)
               VALUES (:mv-month, :mv-w-id, :mv-value, :mv-item-cnt,
                    :mv-zero-cnt, :mv-gl-bal, :mv-diff, :mv-entry-d)
           END-EXEC

           add mv-value to ws-tot-value
           add mv-gl-bal to ws-tot-gl
           add mv-item-cnt to ws-item-cnt
           add mv-zero-cnt to ws-zero-cnt
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       queue-item-line.
           move s-i-id to ws-itm-item
           move i-name to ws-itm-iname
           move s-quantity to ws-itm-qty
           move ws-item-value to ws-itm-value
           move ws-item-line to ws-report-line
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

       month-not-valid.
           move "Month must be YYYY-MM" to err

           move 1 to result-code
           perform audit-return.

       no-warehouses.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           move "No warehouses on file" to err

           move 2 to result-code
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
      ***  $Workfile:   sqlvalu.cbl  $ end
      ***--------------------------------------------------------------*
