       identification division.

       program-id. sqlcats.

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
      * TPCC category sales and margin summary (monthly)
      *
      * Purchasing used to rebuild category totals in a spreadsheet
      * every month from the item-by-item reports. This does it at
      * month end: for one warehouse or all of them, the order lines
      * delivered in the month (delivery is when the sale is booked,
      * as the margin report counts it), subtotalled at a level of
      * the product hierarchy - department, category or subcategory
      * (default category):
      *
      *   units, sales (ol_amount), cost at i_cost, the margin as
      *   money and as a percentage of sales
      *
      * biggest sales first within each warehouse, with a warehouse
      * total. Items not yet placed in the hierarchy roll up as one
      * UNASSIGNED line; a line whose items carry no cost on file is
      * flagged NO COST rather than shown as pure margin.
      *
      * Report lines to TS queue CATRPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLCATS '.

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
       01  ws-cat-level                      pic x(1).
       01  ws-from-ts                        pic x(19).
       01  ws-thru-ts                        pic x(19).
       01  ws-c-w-id                         pic s9(9) comp.
       01  ws-qty                            pic s9(9) comp.
       01  ws-sales                          pic s9(12)v99 comp-3.
       01  ws-cost                           pic s9(12)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-month                          pic x(7).
       01  ws-work-yyyy                      pic 9(4).
       01  ws-work-mm                        pic 9(2).
       01  ws-margin                         pic s9(12)v99 comp-3.
       01  ws-margin-pct                     pic s9(5)v9 comp-3.
       01  ws-last-w-id                      pic s9(9) comp.
       01  ws-cat-rank                       pic s9(9) comp.
       01  ws-wh-sales                       pic s9(12)v99 comp-3.
       01  ws-wh-margin                      pic s9(12)v99 comp-3.
       01  ws-all-sales                      pic s9(12)v99 comp-3.
       01  ws-all-margin                     pic s9(12)v99 comp-3.

       01  ws-report-q-name                  pic x(8) value 'CATRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'CATRPT '.
           03  filler                        pic x(10)
               value 'WAREHOUSE '.
           03  ws-hd-w-id                    pic z(3)9.
           03  filler                        pic x(15)
               value ' SALES BY      '.
           03  ws-hd-level                   pic x(11).
           03  filler                        pic x(5) value ' FOR '.
           03  ws-hd-month                   pic x(7).
       01  ws-cat-line.
           03  filler                        pic x(7)
               value 'CATRPT '.
           03  ws-cl-rank                    pic z(2)9.
           03  filler                        pic x(1) value space.
           03  ws-cl-code                    pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-cl-name                    pic x(24).
           03  filler                        pic x(7)
               value ' UNITS '.
           03  ws-cl-units                   pic z(6)9.
           03  filler                        pic x(7)
               value ' SALES '.
           03  ws-cl-sales                   pic z(8)9.99.
           03  filler                        pic x(6)
               value ' COST '.
           03  ws-cl-cost                    pic z(8)9.99.
           03  filler                        pic x(5)
               value ' MGN '.
           03  ws-cl-margin                  pic -(8)9.99.
           03  filler                        pic x(2) value ' %'.
           03  ws-cl-pct                     pic -(3)9.9.
           03  filler                        pic x(1) value space.
           03  ws-cl-flag                    pic x(7).
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'CATRPT '.
           03  filler                        pic x(16)
               value 'WAREHOUSE TOTAL '.
           03  ws-tl-w-id                    pic z(3)9.
           03  filler                        pic x(7)
               value ' SALES '.
           03  ws-tl-sales                   pic z(9)9.99.
           03  filler                        pic x(8)
               value ' MARGIN '.
           03  ws-tl-margin                  pic -(9)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpycats.

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

      *> run at month end for the month just closed
           if salesmonth = spaces
               move cdyyyy to ws-work-yyyy
               move cdmm to ws-work-mm
               if ws-work-mm = 1
                   move 12 to ws-work-mm
                   subtract 1 from ws-work-yyyy
               else
                   subtract 1 from ws-work-mm
               end-if
               move spaces to ws-month
               string
                   ws-work-yyyy delimited size
                   "-" delimited size
                   ws-work-mm delimited size
               into ws-month
           else
               move salesmonth to ws-month
           end-if

           if catlevel = space
               move 'C' to ws-cat-level
           else
               move catlevel to ws-cat-level
           end-if
           if ws-cat-level not = 'D' and ws-cat-level not = 'C'
                   and ws-cat-level not = 'S'
               perform bad-level
           end-if
           evaluate ws-cat-level
               when 'D'
                   move 'DEPARTMENT' to ws-hd-level
               when 'C'
                   move 'CATEGORY' to ws-hd-level
               when other
                   move 'SUBCATEGORY' to ws-hd-level
           end-evaluate

           move spaces to ws-from-ts
           string
               ws-month delimited size
               "-01 00:00:00" delimited size
           into ws-from-ts
           move spaces to ws-thru-ts
           string
               ws-month delimited size
               "-31 23:59:59" delimited size
           into ws-thru-ts

           move wid to ws-wid
           move 0 to catcount
           move 0 to rptcount
           move 0 to ws-last-w-id
           move 0 to ws-all-sales
           move 0 to ws-all-margin

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_cats CURSOR FOR
               SELECT ct_w_id, ct_key, SUM(ct_qty), SUM(ct_amount),
                   SUM(ct_cost)
                   FROM (SELECT ol_w_id AS ct_w_id,
                           COALESCE(CASE :ws-cat-level
                               WHEN 'D' THEN i_dept
                               WHEN 'C' THEN i_cat
                               ELSE i_subcat END, ' ') AS ct_key,
                           ol_quantity AS ct_qty,
                           ol_amount AS ct_amount,
                           ol_quantity * i_cost AS ct_cost
                       FROM order_line, item
                       WHERE i_id = ol_i_id
                           AND ol_delivery_d IS NOT NULL
                           AND ol_delivery_d >= :ws-from-ts
                           AND ol_delivery_d <= :ws-thru-ts
                           AND (:ws-wid = 0
                               OR ol_w_id = :ws-wid)) AS ct
                   GROUP BY ct_w_id, ct_key
                   ORDER BY 1, 4 DESC, 2
           END-EXEC
           EXEC SQL OPEN c_cats END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cats INTO :ws-c-w-id, :cg-code, :ws-qty,
                       :ws-sales, :ws-cost
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-c-w-id not = ws-last-w-id
                   perform warehouse-break
               end-if
               perform report-one-category
           end-perform
           EXEC SQL CLOSE c_cats END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if ws-last-w-id not = 0
               perform warehouse-total
           end-if

           move ws-all-sales to totsales
           move ws-all-margin to totmargin
           move "Category sales summary queued" to msg

           move 0 to result-code
           perform audit-return.

      *> close off the warehouse before and head up the next
       warehouse-break.
           if ws-last-w-id not = 0
               perform warehouse-total
           end-if
           move ws-c-w-id to ws-last-w-id
           move 0 to ws-cat-rank
           move 0 to ws-wh-sales
           move 0 to ws-wh-margin
           move ws-c-w-id to ws-hd-w-id
           move ws-month to ws-hd-month
           move ws-header-line to ws-report-line
           perform queue-report-line
           .

       warehouse-total.
           move ws-last-w-id to ws-tl-w-id
           move ws-wh-sales to ws-tl-sales
           move ws-wh-margin to ws-tl-margin
           move ws-total-line to ws-report-line
           perform queue-report-line
           .

      *> a zero summed cost on units sold means the cost
      *> column was never keyed for them; flag it instead of
      *> printing a pretend margin
       report-one-category.
           compute ws-margin = ws-sales - ws-cost
           if ws-sales not = 0
               compute ws-margin-pct rounded =
                   ws-margin * 100 / ws-sales
           else
               move 0 to ws-margin-pct
           end-if

           perform category-name
           add 1 to ws-cat-rank
           move ws-cat-rank to ws-cl-rank
           move cg-code to ws-cl-code
           move cg-name to ws-cl-name
           move ws-qty to ws-cl-units
           move ws-sales to ws-cl-sales
           move ws-cost to ws-cl-cost
           move ws-margin to ws-cl-margin
           move ws-margin-pct to ws-cl-pct
           if ws-cost = 0 and ws-qty not = 0
               move 'NO COST' to ws-cl-flag
           else
               move spaces to ws-cl-flag
           end-if
           move ws-cat-line to ws-report-line
           perform queue-report-line

           add 1 to catcount
           add ws-sales to ws-wh-sales
           add ws-margin to ws-wh-margin
           add ws-sales to ws-all-sales
           add ws-margin to ws-all-margin
           .

      *> the hierarchy node's name for a summary line
       category-name.
           move spaces to cg-name
           if cg-code = spaces
               move 'UNASSIGNED' to cg-name
           else
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT cg_name INTO :cg-name
                   FROM category
                   WHERE cg_code = :cg-code
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               move 0 to sqlcode
           end-if
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

       bad-level.
           move "Category level must be D, C, or S" to err

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
      ***  $Workfile:   sqlcats.cbl  $ end
      ***--------------------------------------------------------------*
