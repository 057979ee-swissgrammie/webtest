       identification division.

       program-id. sqlrovd.

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
      * TPCC customers overdue to reorder (weekly)
      *
      * The sales desk's weekly call list. For one warehouse or all
      * of them, every customer's regular items - bought on at least
      * two separate orders inside the lookback window, default 12
      * months, cancelled orders and retired items left out - are
      * measured the way the SQLSUGG suggested basket measures them:
      * the usual days between buys against the days since the last
      * one. A customer with any regular item gone longer than its
      * cycle gets a line - name, phone, how many regular items and
      * how many of them overdue, the last time they bought anything
      * regular, and the item furthest past its cycle with how many
      * days late - so whoever calls knows what to ask about.
      *
      * Report lines to TS queue ROVRPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLROVD '.

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
       01  ws-cutoff-ts                      pic x(19).
       01  ws-min-orders                     pic s9(9) comp.
       01  ws-rv-w-id                        pic s9(9) comp.
       01  ws-rv-d-id                        pic s9(9) comp.
       01  ws-rv-c-id                        pic s9(9) comp.
       01  ws-rv-i-id                        pic s9(9) comp.
       01  ws-rv-orders                      pic s9(9) comp.
       01  ws-rv-first-d                     pic x(20).
       01  ws-rv-last-d                      pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-months-back                    pic s9(9) comp.

      *> integer day arithmetic for the window and the cycles
       01  ws-today-int                      pic s9(9) comp.
       01  ws-cutoff-int                     pic s9(9) comp.
       01  ws-first-int                      pic s9(9) comp.
       01  ws-last-int                       pic s9(9) comp.
       01  ws-since                          pic s9(9) comp.
       01  ws-cycle                          pic s9(9) comp.
       01  ws-days-late                      pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).

      *> the customer being added up
       01  ws-cust-w-id                      pic s9(9) comp.
       01  ws-cust-d-id                      pic s9(9) comp.
       01  ws-cust-c-id                      pic s9(9) comp.
       01  ws-cust-regular                   pic s9(9) comp.
       01  ws-cust-overdue                   pic s9(9) comp.
       01  ws-cust-last-d                    pic x(10).
       01  ws-cust-worst-i-id                pic s9(9) comp.
       01  ws-cust-worst-late                pic s9(9) comp.

       01  ws-report-q-name                  pic x(8) value 'ROVRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(160).
       01  ws-text-line.
           03  filler                        pic x(7)
               value 'ROVRPT '.
           03  ws-txt-text                   pic x(60).
       01  ws-cust-line.
           03  filler                        pic x(7)
               value 'ROVRPT '.
           03  ws-cl-w-id                    pic 9(4).
           03  filler                        pic x(1) value '-'.
           03  ws-cl-d-id                    pic 9(2).
           03  filler                        pic x(1) value '-'.
           03  ws-cl-c-id                    pic 9(4).
           03  filler                        pic x(1) value space.
           03  ws-cl-name                    pic x(33).
           03  filler                        pic x(1) value space.
           03  ws-cl-phone                   pic x(16).
           03  filler                        pic x(9)
               value ' REGULAR '.
           03  ws-cl-regular                 pic z(2)9.
           03  filler                        pic x(9)
               value ' OVERDUE '.
           03  ws-cl-overdue                 pic z(2)9.
           03  filler                        pic x(6)
               value ' LAST '.
           03  ws-cl-last                    pic x(10).
           03  filler                        pic x(8)
               value ' ASK ON '.
           03  ws-cl-item                    pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-cl-iname                   pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-cl-late                    pic z(3)9.
           03  filler                        pic x(10)
               value ' DAYS LATE'.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrovd.

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

      *> same defaults as the SQLSUGG basket, so the desk
      *> and the clerk see the same items overdue
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

           move wid to ws-wid
           move 0 to custcount
           move 0 to overduecnt
           move 0 to rptcount
           move 0 to ws-cust-w-id
           move 0 to ws-cust-d-id
           move 0 to ws-cust-c-id

           move spaces to ws-txt-text
           string
               "CUSTOMERS OVERDUE TO REORDER AS OF " delimited size
               datetime(1:10) delimited size
           into ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_rovd CURSOR FOR
               SELECT o_w_id, o_d_id, o_c_id, ol_i_id,
                   COUNT(DISTINCT o_id), MIN(o_entry_d),
                   MAX(o_entry_d)
                   FROM orders, order_line
                   WHERE (:ws-wid = 0 OR o_w_id = :ws-wid)
                       AND o_entry_d >= :ws-cutoff-ts
                       AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                       AND ol_o_id = o_id
                       AND NOT EXISTS
                           (SELECT 1 FROM canclog
                            WHERE cx_w_id = o_w_id
                                AND cx_d_id = o_d_id
                                AND cx_o_id = o_id)
                       AND ol_i_id IN
                           (SELECT i_id FROM item
                            WHERE i_data NOT LIKE 'RETIRED %')
                   GROUP BY o_w_id, o_d_id, o_c_id, ol_i_id
                   HAVING COUNT(DISTINCT o_id) >= :ws-min-orders
                   ORDER BY o_w_id, o_d_id, o_c_id
           END-EXEC
           EXEC SQL OPEN c_rovd END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_rovd INTO :ws-rv-w-id, :ws-rv-d-id,
                       :ws-rv-c-id, :ws-rv-i-id, :ws-rv-orders,
                       :ws-rv-first-d, :ws-rv-last-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-rv-w-id not = ws-cust-w-id
                       or ws-rv-d-id not = ws-cust-d-id
                       or ws-rv-c-id not = ws-cust-c-id
                   perform customer-break
               end-if
               perform measure-one-item
           end-perform
           EXEC SQL CLOSE c_rovd END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if ws-cust-c-id not = 0
               perform list-customer
           end-if

           move "Overdue-to-reorder list queued" to msg

           move 0 to result-code
           perform audit-return.

       customer-break.
           if ws-cust-c-id not = 0
               perform list-customer
           end-if
           move ws-rv-w-id to ws-cust-w-id
           move ws-rv-d-id to ws-cust-d-id
           move ws-rv-c-id to ws-cust-c-id
           move 0 to ws-cust-regular
           move 0 to ws-cust-overdue
           move spaces to ws-cust-last-d
           move 0 to ws-cust-worst-i-id
           move 0 to ws-cust-worst-late
           .

      *> the usual days between buys against the days since
      *> the last one, as SQLSUGG scores a basket line
       measure-one-item.
           move ws-rv-first-d(1:4) to ws-dd-yyyy
           move ws-rv-first-d(6:2) to ws-dd-mm
           move ws-rv-first-d(9:2) to ws-dd-dd
           compute ws-first-int =
               function integer-of-date(ws-date-digits)
           move ws-rv-last-d(1:4) to ws-dd-yyyy
           move ws-rv-last-d(6:2) to ws-dd-mm
           move ws-rv-last-d(9:2) to ws-dd-dd
           compute ws-last-int =
               function integer-of-date(ws-date-digits)

           compute ws-since = ws-today-int - ws-last-int
           compute ws-cycle rounded =
               (ws-last-int - ws-first-int) / (ws-rv-orders - 1)

           add 1 to ws-cust-regular
           if ws-rv-last-d(1:10) > ws-cust-last-d
               move ws-rv-last-d(1:10) to ws-cust-last-d
           end-if
           if ws-cycle > 0 and ws-since > ws-cycle
               add 1 to ws-cust-overdue
               compute ws-days-late = ws-since - ws-cycle
               if ws-days-late > ws-cust-worst-late
                   move ws-days-late to ws-cust-worst-late
                   move ws-rv-i-id to ws-cust-worst-i-id
               end-if
           end-if
           .

      *> a customer gets a line only when something is late
       list-customer.
           if ws-cust-overdue > 0
               move ws-cust-w-id to c-w-id
               move ws-cust-d-id to c-d-id
               move ws-cust-c-id to c-id
               move spaces to c-first
               move spaces to c-last
               move spaces to c-phone
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT c_first, c_last, c_phone
                   INTO :c-first, :c-last, :c-phone
                   FROM customer
                   WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                       AND c_id = :c-id
               END-EXEC
               move ws-cust-worst-i-id to i-id
               move spaces to i-name
               EXEC SQL
                   SELECT i_name INTO :i-name
                   FROM item
                   WHERE i_id = :i-id
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               move 0 to sqlcode

               move ws-cust-w-id to ws-cl-w-id
               move ws-cust-d-id to ws-cl-d-id
               move ws-cust-c-id to ws-cl-c-id
               move spaces to ws-cl-name
               string
                   c-first delimited space
                   " " delimited size
                   c-last delimited space
               into ws-cl-name
               move c-phone to ws-cl-phone
               move ws-cust-regular to ws-cl-regular
               move ws-cust-overdue to ws-cl-overdue
               move ws-cust-last-d to ws-cl-last
               move ws-cust-worst-i-id to ws-cl-item
               move i-name to ws-cl-iname
               move ws-cust-worst-late to ws-cl-late
               move ws-cust-line to ws-report-line
               perform queue-report-line
               add 1 to custcount
               add ws-cust-overdue to overduecnt
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
      ***  $Workfile:   sqlrovd.cbl  $ end
      ***--------------------------------------------------------------*
