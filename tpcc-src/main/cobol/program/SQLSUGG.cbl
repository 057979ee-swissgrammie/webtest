       identification division.

       program-id. sqlsugg.

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
      * TPCC suggested reorder basket
      *
      * Most phone orders are a regular customer buying roughly what
      * they bought last time. Keyed by customer, this builds the
      * basket from their own ORDER_LINE history (cancelled orders
      * left out) over a lookback window, default 12 months: every
      * item bought on at least two separate orders, with how many
      * orders it was on, the usual quantity per order, when it was
      * last bought and how many days ago, and the usual cycle - the
      * days between the first and last buy spread over the buys in
      * between. An item not bought for longer than its cycle is
      * flagged overdue; overdue items list first, then the most
      * often bought, fifteen lines - what the order screen takes.
      * Retired items are left off; New Order would refuse them.
      *
      * The clerk marks the lines the customer wants and sends the
      * basket back with reqtype 'O': the selected lines go straight
      * into New Order by LINK, the way standing orders and the
      * batch intake post, with the full validation, pricing,
      * exposure and duplicate screens, and what New Order said
      * comes back with the order id.
      *
      * The weekly overdue-to-reorder list for the sales desk is
      * SQLROVD, built off the same history.
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
       01  ws-program-name                   pic x(8) value 'SQLSUGG '.

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
       01  ws-w-id                           pic s9(9) comp.
       01  ws-d-id                           pic s9(9) comp.
       01  ws-c-id                           pic s9(9) comp.
       01  ws-cutoff-ts                      pic x(19).
       01  ws-min-orders                     pic s9(9) comp.
       01  ws-sg-i-id                        pic s9(9) comp.
       01  ws-sg-orders                      pic s9(9) comp.
       01  ws-sg-units                       pic s9(9) comp.
       01  ws-sg-first-d                     pic x(20).
       01  ws-sg-last-d                      pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-months-back                    pic s9(9) comp.

      *> integer day arithmetic for the window and the cycles
       01  ws-today-int                      pic s9(9) comp.
       01  ws-cutoff-int                     pic s9(9) comp.
       01  ws-first-int                      pic s9(9) comp.
       01  ws-last-int                       pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).

      *> every regular item found, before the fifteen best
      *> are kept; the sort key puts overdue items first, then
      *> the most often bought
       01  ws-cand-table.
           03  ws-cand-entry occurs 100.
               05  ws-cd-sort                pic s9(9) comp.
               05  ws-cd-i-id                pic s9(9) comp.
               05  ws-cd-name                pic x(24).
               05  ws-cd-orders              pic s9(9) comp.
               05  ws-cd-usual               pic s9(9) comp.
               05  ws-cd-last-d              pic x(10).
               05  ws-cd-since               pic s9(9) comp.
               05  ws-cd-cycle               pic s9(9) comp.
               05  ws-cd-overdue             pic x(1).
       01  ws-cand-cnt                       pic s9(9) comp.
       01  ws-hold-cand.
           03  ws-hc-sort                    pic s9(9) comp.
           03  ws-hc-i-id                    pic s9(9) comp.
           03  ws-hc-name                    pic x(24).
           03  ws-hc-orders                  pic s9(9) comp.
           03  ws-hc-usual                   pic s9(9) comp.
           03  ws-hc-last-d                  pic x(10).
           03  ws-hc-since                   pic s9(9) comp.
           03  ws-hc-cycle                   pic s9(9) comp.
           03  ws-hc-overdue                 pic x(1).
       01  i                                 pic s9(9) comp.
       01  j                                 pic s9(9) comp.
       01  ws-line-cnt                       pic s9(9) comp.

       01  ws-nord-commarea.
           copy cpynord.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpysugg.

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
               when suggest-inquire
                   perform build-basket
               when suggest-order
                   perform order-basket
               when other
                   perform bad-reqtype
           end-evaluate

           move 0 to result-code of dfhcommarea
           perform audit-return.

       build-basket.
           move wid of dfhcommarea to ws-w-id
           move did of dfhcommarea to ws-d-id
           move cid of dfhcommarea to ws-c-id
           move ws-w-id to c-w-id
           move ws-d-id to c-d-id
           move ws-c-id to c-id
           EXEC SQL WHENEVER NOT FOUND go to customer-not-found END-EXEC
           EXEC SQL
               SELECT c_last INTO :c-last
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

      *> same "0 means use the default" convention as
      *> the other lookback reports
           if monthsback = 0
               move 12 to ws-months-back
           else
               move monthsback to ws-months-back
           end-if
           if minorders < 2
               move 2 to ws-min-orders
           else
               move minorders to ws-min-orders
           end-if

           move currentdate to ws-date-digits
           compute ws-today-int =
               function integer-of-date(ws-date-digits)
           compute ws-cutoff-int =
               ws-today-int - (ws-months-back * 30)
           compute ws-date-digits =
               function date-of-integer(ws-cutoff-int)
           move spaces to ws-cutoff-ts
           string
               ws-dd-yyyy delimited size
               "-" delimited size
               ws-dd-mm delimited size
               "-" delimited size
               ws-dd-dd delimited size
               " 00:00:00" delimited size
           into ws-cutoff-ts

           move 0 to ws-cand-cnt
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_sugg CURSOR FOR
               SELECT ol_i_id, COUNT(DISTINCT o_id),
                   SUM(ol_quantity), MIN(o_entry_d), MAX(o_entry_d)
                   FROM orders, order_line
                   WHERE o_w_id = :ws-w-id AND o_d_id = :ws-d-id
                       AND o_c_id = :ws-c-id
                       AND o_entry_d >= :ws-cutoff-ts
                       AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                       AND ol_o_id = o_id
                       AND NOT EXISTS
                           (SELECT 1 FROM canclog
                            WHERE cx_w_id = o_w_id
                                AND cx_d_id = o_d_id
                                AND cx_o_id = o_id)
                   GROUP BY ol_i_id
                   HAVING COUNT(DISTINCT o_id) >= :ws-min-orders
           END-EXEC
           EXEC SQL OPEN c_sugg END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_sugg INTO :ws-sg-i-id, :ws-sg-orders,
                       :ws-sg-units, :ws-sg-first-d, :ws-sg-last-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform add-candidate
           end-perform
           EXEC SQL CLOSE c_sugg END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform rank-candidates

           move 0 to sugcnt
           move 0 to overduecnt
           perform varying i from 1 by 1 until i > 15
               if i > ws-cand-cnt
                   initialize sugline (i)
               else
                   perform fill-suggestion
               end-if
           end-perform

           if sugcnt = 0
               move "No regular items in the customer's history"
                   to msg of dfhcommarea
           else
               move "Suggested basket built" to msg of dfhcommarea
           end-if
           .

      *> one regular item: its usual quantity, how long since
      *> it was bought, and its usual days between buys
       add-candidate.
           move ws-sg-i-id to i-id
           move spaces to i-name
           move spaces to i-data
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT i_name, i_data INTO :i-name, :i-data
               FROM item
               WHERE i_id = :i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 100 or i-data(1:8) = "RETIRED "
               move 0 to sqlcode
           else
               if ws-cand-cnt < 100
                   add 1 to ws-cand-cnt
                   perform score-candidate
               end-if
           end-if
           .

       score-candidate.
           move ws-sg-first-d(1:4) to ws-dd-yyyy
           move ws-sg-first-d(6:2) to ws-dd-mm
           move ws-sg-first-d(9:2) to ws-dd-dd
           compute ws-first-int =
               function integer-of-date(ws-date-digits)
           move ws-sg-last-d(1:4) to ws-dd-yyyy
           move ws-sg-last-d(6:2) to ws-dd-mm
           move ws-sg-last-d(9:2) to ws-dd-dd
           compute ws-last-int =
               function integer-of-date(ws-date-digits)

           move ws-sg-i-id to ws-cd-i-id (ws-cand-cnt)
           move i-name to ws-cd-name (ws-cand-cnt)
           move ws-sg-orders to ws-cd-orders (ws-cand-cnt)
           compute ws-cd-usual (ws-cand-cnt) rounded =
               ws-sg-units / ws-sg-orders
           if ws-cd-usual (ws-cand-cnt) < 1
               move 1 to ws-cd-usual (ws-cand-cnt)
           end-if
           if ws-cd-usual (ws-cand-cnt) > 99
               move 99 to ws-cd-usual (ws-cand-cnt)
           end-if
           move ws-sg-last-d(1:10) to ws-cd-last-d (ws-cand-cnt)
           compute ws-cd-since (ws-cand-cnt) =
               ws-today-int - ws-last-int
           compute ws-cd-cycle (ws-cand-cnt) rounded =
               (ws-last-int - ws-first-int) / (ws-sg-orders - 1)

      *> bought twice the same day has no cycle to be late on
           if ws-cd-cycle (ws-cand-cnt) > 0
                   and ws-cd-since (ws-cand-cnt)
                       > ws-cd-cycle (ws-cand-cnt)
               move 'Y' to ws-cd-overdue (ws-cand-cnt)
               compute ws-cd-sort (ws-cand-cnt) =
                   100000 + ws-sg-orders
           else
               move 'N' to ws-cd-overdue (ws-cand-cnt)
               move ws-sg-orders to ws-cd-sort (ws-cand-cnt)
           end-if
           .

      *> straight insertion sort, overdue then most often
      *> bought first
       rank-candidates.
           perform varying i from 2 by 1 until i > ws-cand-cnt
               move ws-cand-entry (i) to ws-hold-cand
               move i to j
               perform until j = 1
                       or ws-cd-sort (j - 1) >= ws-hc-sort
                   move ws-cand-entry (j - 1) to ws-cand-entry (j)
                   subtract 1 from j
               end-perform
               move ws-hold-cand to ws-cand-entry (j)
           end-perform
           .

       fill-suggestion.
           move ws-cd-i-id (i) to sgitemid (i)
           move ws-cd-name (i) to sgname (i)
           move ws-cd-orders (i) to sgorders (i)
           move ws-cd-usual (i) to sgusualqty (i)
           move ws-cd-last-d (i) to sglastdate (i)
           move ws-cd-since (i) to sgdayssince (i)
           move ws-cd-cycle (i) to sgcycledays (i)
           move ws-cd-overdue (i) to sgoverdue (i)
           move 'N' to sgselect (i)
           move 0 to sgqty (i)
           add 1 to sugcnt
           if sg-overdue (i)
               add 1 to overduecnt
           end-if
           .

      *> the marked lines go into New Order exactly as a
      *> clerk keying them would send them
       order-basket.
           initialize new-order-data
           move wid of dfhcommarea to wid of new-order-data
           move did of dfhcommarea to did of new-order-data
           move cid of dfhcommarea to cid of new-order-data
           move shiptono of dfhcommarea
             to shiptono of new-order-data
           move custpo of dfhcommarea to custpo of new-order-data

           move 0 to ws-line-cnt
           perform varying i from 1 by 1 until i > 15
               if sg-selected (i) and sgitemid (i) not = 0
                   add 1 to ws-line-cnt
                   move ws-line-cnt to olno of no-item-data
                       (ws-line-cnt)
                   move wid of dfhcommarea
                     to supware of no-item-data (ws-line-cnt)
                   move sgitemid (i)
                     to itemid of no-item-data (ws-line-cnt)
                   if sgqty (i) = 0
                       move sgusualqty (i)
                         to qty of no-item-data (ws-line-cnt)
                   else
                       move sgqty (i)
                         to qty of no-item-data (ws-line-cnt)
                   end-if
               end-if
           end-perform
           if ws-line-cnt = 0
               perform nothing-selected
           end-if

           exec cics link
               program('SQLNORD')
               commarea(new-order-data)
           end-exec

           move oid of new-order-data to nooid
           move heldorderid of new-order-data to noheldid
           move total of new-order-data to nototal
           move result-code of new-order-data to noresult
           if result-code of new-order-data not = 0
               move err of new-order-data to err of dfhcommarea
               perform order-refused
           end-if
           move msg of new-order-data to msg of dfhcommarea
           .

       bad-reqtype.
           move "Request type must be Q or O" to err of dfhcommarea

           move 1 to result-code of dfhcommarea
           perform audit-return.

       customer-not-found.
           move "Customer not found" to err of dfhcommarea

           move 2 to result-code of dfhcommarea
           perform audit-return.

       nothing-selected.
           move "No suggested lines were selected" to err of dfhcommarea

           move 3 to result-code of dfhcommarea
           perform audit-return.

      *> New Order's own reason is already in err, and its
      *> result code in noresult
       order-refused.
           move 4 to result-code of dfhcommarea
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
           into err of dfhcommarea

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code of dfhcommarea
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move wid of dfhcommarea to tpc-audit-w-id
           move did of dfhcommarea to tpc-audit-d-id
           move result-code of dfhcommarea
             to tpc-audit-result-code
           move err of dfhcommarea to tpc-audit-err
           move msg of dfhcommarea to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlsugg.cbl  $ end
      ***--------------------------------------------------------------*
