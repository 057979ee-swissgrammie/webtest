       identification division.

       program-id. sqlpmoe.

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
      * TPCC promotion effectiveness report
      *
      * After a promotion has run, marketing needs to know whether
      * it paid for itself. New Order books every order taken under
      * a promotion code on PROMOUSE: the order's goods revenue
      * (ol_amount, as the margin report counts it), their cost at
      * i_cost, and the discount the promotion gave, freight waived
      * included. For one promotion or all of them this reports:
      *
      *   the promotion, its type, dates and budget
      *   orders taken, revenue, discount given, the margin earned
      *   (revenue less cost) as money and as a percentage, and the
      *   percentage it would have been at full price
      *
      * A promotion PAID its way when the margin on its orders
      * covers the discount it gave; NOT PAID when it does not;
      * UNUSED when nothing was ordered under it. Items with no
      * cost on file make a margin look better than it is - the
      * margin report (SQLMRGN) calls those out.
      *
      * Report lines to TS queue PMORPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLPMOE '.

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
       01  ws-code                           pic x(10).
       01  ws-orders                         pic s9(9) comp.
       01  ws-revenue                        pic s9(10)v99 comp-3.
       01  ws-discount                       pic s9(10)v99 comp-3.
       01  ws-cost                           pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-margin                         pic s9(10)v99 comp-3.
       01  ws-margin-pct                     pic s9(5)v9 comp-3.
       01  ws-full-pct                       pic s9(5)v9 comp-3.
       01  ws-total-disc                     pic s9(10)v99 comp-3.

       01  ws-report-q-name                  pic x(8) value 'PMORPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-text-line.
           03  filler                        pic x(7)
               value 'PMORPT '.
           03  ws-txt-text                   pic x(60).
       01  ws-promo-line.
           03  filler                        pic x(7)
               value 'PMORPT '.
           03  ws-pm-code                    pic x(10).
           03  filler                        pic x(1) value space.
           03  ws-pm-desc                    pic x(30).
           03  filler                        pic x(1) value space.
           03  ws-pm-type                    pic x(13).
           03  filler                        pic x(1) value space.
           03  ws-pm-start                   pic x(10).
           03  filler                        pic x(4) value ' TO '.
           03  ws-pm-end                     pic x(10).
           03  filler                        pic x(8)
               value ' BUDGET '.
           03  ws-pm-budget                  pic z(7)9.99.
       01  ws-result-line.
           03  filler                        pic x(7)
               value 'PMORPT '.
           03  filler                        pic x(7)
               value 'ORDERS '.
           03  ws-rs-orders                  pic z(4)9.
           03  filler                        pic x(9)
               value ' REVENUE '.
           03  ws-rs-revenue                 pic z(7)9.99.
           03  filler                        pic x(10)
               value ' DISCOUNT '.
           03  ws-rs-discount                pic z(7)9.99.
           03  filler                        pic x(8)
               value ' MARGIN '.
           03  ws-rs-margin                  pic -z(7)9.99.
           03  filler                        pic x(6) value ' MGN% '.
           03  ws-rs-margin-pct              pic -zz9.9.
           03  filler                        pic x(6) value ' FULL '.
           03  ws-rs-full-pct                pic -zz9.9.
           03  filler                        pic x(1) value space.
           03  ws-rs-verdict                 pic x(8).
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'PMORPT '.
           03  filler                        pic x(11)
               value 'PROMOTIONS '.
           03  ws-tot-promos                 pic z(4)9.
           03  filler                        pic x(8)
               value ' ORDERS '.
           03  ws-tot-orders                 pic z(6)9.
           03  filler                        pic x(16)
               value ' DISCOUNT GIVEN '.
           03  ws-tot-disc                   pic z(8)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpypmoe.

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

           move 0 to rptcount
           move 0 to promocount
           move 0 to totalorders
           move 0 to ws-total-disc

           move spaces to ws-txt-text
           string
               "PROMOTION EFFECTIVENESS AS OF " delimited size
               datetime(1:10) delimited size
           into ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

      *> every promotion on the master, used or not - one
      *> nobody ordered under is an answer too
           move promocode to ws-code
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_pmoe CURSOR FOR
               SELECT pm_code, pm_desc, pm_type, pm_start_d,
                   pm_end_d, pm_budget, COUNT(pu_o_id),
                   COALESCE(SUM(pu_revenue), 0),
                   COALESCE(SUM(pu_discount), 0),
                   COALESCE(SUM(pu_cost), 0)
                   FROM promo LEFT OUTER JOIN promouse
                       ON pu_code = pm_code
                   WHERE (:ws-code = ' ' OR pm_code = :ws-code)
                   GROUP BY pm_code, pm_desc, pm_type, pm_start_d,
                       pm_end_d, pm_budget
                   ORDER BY pm_start_d, pm_code
           END-EXEC
           EXEC SQL OPEN c_pmoe END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_pmoe INTO :pm-code, :pm-desc, :pm-type,
                       :pm-start-d, :pm-end-d, :pm-budget,
                       :ws-orders, :ws-revenue, :ws-discount,
                       :ws-cost
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-one-promotion
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_pmoe END-EXEC

           move promocount to ws-tot-promos
           move totalorders to ws-tot-orders
           move ws-total-disc to ws-tot-disc
           move ws-total-line to ws-report-line
           perform queue-report-line
           move ws-total-disc to totaldisc

           move "Promotion effectiveness report queued" to msg

           move 0 to result-code
           perform audit-return.

      *> the margin is what the promotion's orders earned
      *> after the discount; at full price it would have been
      *> that plus the discount, on revenue plus the discount
       report-one-promotion.
           compute ws-margin = ws-revenue - ws-cost
           move 0 to ws-margin-pct
           move 0 to ws-full-pct
           if ws-revenue > 0
               compute ws-margin-pct rounded =
                   ws-margin * 100 / ws-revenue
               compute ws-full-pct rounded =
                   (ws-margin + ws-discount) * 100
                   / (ws-revenue + ws-discount)
           end-if

           move pm-code to ws-pm-code
           move pm-desc to ws-pm-desc
           if pm-type = 'F'
               move 'FREE FREIGHT' to ws-pm-type
           else
               move 'PERCENT OFF' to ws-pm-type
           end-if
           move pm-start-d to ws-pm-start
           move pm-end-d to ws-pm-end
           move pm-budget to ws-pm-budget
           move ws-promo-line to ws-report-line
           perform queue-report-line

           move ws-orders to ws-rs-orders
           move ws-revenue to ws-rs-revenue
           move ws-discount to ws-rs-discount
           move ws-margin to ws-rs-margin
           move ws-margin-pct to ws-rs-margin-pct
           move ws-full-pct to ws-rs-full-pct
           evaluate true
               when ws-orders = 0
                   move 'UNUSED' to ws-rs-verdict
               when ws-margin >= ws-discount
                   move 'PAID' to ws-rs-verdict
               when other
                   move 'NOT PAID' to ws-rs-verdict
           end-evaluate
           move ws-result-line to ws-report-line
           perform queue-report-line

           add 1 to promocount
           add ws-orders to totalorders
           add ws-discount to ws-total-disc
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
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlpmoe.cbl  $ end
      ***--------------------------------------------------------------*
