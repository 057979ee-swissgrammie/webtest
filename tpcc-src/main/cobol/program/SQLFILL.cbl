       identification division.

       program-id. sqlfill.

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
      * TPCC order fill-rate and service-level report (weekly)
      *
      * We promise to ship complete from stock, and this measures it.
      * For one warehouse or all of them, the orders whose first
      * delivery sweep fell in the week (the seven days ending on the
      * week-ending date, default yesterday), per district with a
      * warehouse total:
      *
      *   line fill    share of their lines filled as ordered - not
      *                on BACKORDER (entry-time wraparound or the
      *                remainder of a short pick), not short on the
      *                PICKCONF confirmation, not re-keyed as a
      *                substitute (ol_sub_for)
      *   order fill   share of the orders with every line filled
      *   1st sweep    share shipped complete by the first delivery
      *                sweep, every line delivered in the same run
      *   bo fill      backorders filled in the week, the average
      *                days from backorder to fill, and the ATP date
      *                quoted at entry kept or broken by the fill
      *
      * then, per warehouse, the items behind the most missed lines
      * with the cause split out - a substitute line counts against
      * the item the customer asked for.
      *
      * Report lines to TS queue FILRPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLFILL '.

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
       01  ws-w-id                           pic s9(9) comp.
       01  ws-d-id                           pic s9(9) comp.
       01  ws-bo-entry-d                     pic x(20).
       01  ws-bo-fill-d                      pic x(20).
       01  ws-bo-promise-d                   pic x(10).
       01  ws-miss-i-id                      pic s9(9) comp.
       01  ws-miss-lines                     pic s9(9) comp.
       01  ws-miss-bo                        pic s9(9) comp.
       01  ws-miss-short                     pic s9(9) comp.
       01  ws-miss-sub                       pic s9(9) comp.
      *> one district's measures as the SELECTs return them
       01  ws-ds-ord                         pic s9(9) comp.
       01  ws-ds-lines                       pic s9(9) comp.
       01  ws-ds-missed                      pic s9(9) comp.
       01  ws-ds-ordfill                     pic s9(9) comp.
       01  ws-ds-first                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-ds-bofill                      pic s9(9) comp.
       01  ws-ds-bodays                      pic s9(9) comp.
       01  ws-ds-kept                        pic s9(9) comp.
       01  ws-ds-broken                      pic s9(9) comp.
      *> the same measures summed for the warehouse, and across
      *> every warehouse reported for the commarea echo
       01  ws-wt-ord                         pic s9(9) comp.
       01  ws-wt-lines                       pic s9(9) comp.
       01  ws-wt-missed                      pic s9(9) comp.
       01  ws-wt-ordfill                     pic s9(9) comp.
       01  ws-wt-first                       pic s9(9) comp.
       01  ws-wt-bofill                      pic s9(9) comp.
       01  ws-wt-bodays                      pic s9(9) comp.
       01  ws-wt-kept                        pic s9(9) comp.
       01  ws-wt-broken                      pic s9(9) comp.
       01  ws-all-ord                        pic s9(9) comp.
       01  ws-all-lines                      pic s9(9) comp.
       01  ws-all-missed                     pic s9(9) comp.
       01  ws-all-ordfill                    pic s9(9) comp.
      *> what goes on the line being built, district or total
       01  ws-ln-ord                         pic s9(9) comp.
       01  ws-ln-lines                       pic s9(9) comp.
       01  ws-ln-missed                      pic s9(9) comp.
       01  ws-ln-ordfill                     pic s9(9) comp.
       01  ws-ln-first                       pic s9(9) comp.
       01  ws-ln-bofill                      pic s9(9) comp.
       01  ws-ln-bodays                      pic s9(9) comp.
       01  ws-ln-kept                        pic s9(9) comp.
       01  ws-ln-broken                      pic s9(9) comp.
       01  ws-pct                            pic s9(3)v9 comp-3.
       01  ws-avg-days                       pic s9(3)v9 comp-3.

       01  ws-top-items                      pic s9(4) comp.
       01  ws-miss-rank                      pic s9(4) comp.
       01  ws-last-w-id                      pic s9(9) comp.
       01  ws-week-end                       pic x(10).
       01  ws-end-int                        pic s9(9) comp.
       01  ws-from-int                       pic s9(9) comp.
       01  ws-entry-int                      pic s9(9) comp.
       01  ws-fill-int                       pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-week-from                      pic x(10).

       01  ws-report-q-name                  pic x(8) value 'FILRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'FILRPT '.
           03  filler                        pic x(10)
               value 'WAREHOUSE '.
           03  ws-hd-w-id                    pic z(3)9.
           03  filler                        pic x(24)
               value ' SERVICE LEVEL FOR WEEK '.
           03  ws-hd-from                    pic x(10).
           03  filler                        pic x(3) value ' - '.
           03  ws-hd-thru                    pic x(10).
       01  ws-level-line.
           03  filler                        pic x(7)
               value 'FILRPT '.
           03  ws-sl-label                   pic x(12).
           03  filler                        pic x(5) value ' ORD '.
           03  ws-sl-ord                     pic z(5)9.
           03  filler                        pic x(7) value ' LINES '.
           03  ws-sl-lines                   pic z(6)9.
           03  filler                        pic x(8)
               value ' LFILL% '.
           03  ws-sl-lfill                   pic zz9.9.
           03  filler                        pic x(8)
               value ' OFILL% '.
           03  ws-sl-ofill                   pic zz9.9.
           03  filler                        pic x(6) value ' 1ST% '.
           03  ws-sl-first                   pic zz9.9.
           03  filler                        pic x(8)
               value ' BOFILL '.
           03  ws-sl-bofill                  pic z(4)9.
           03  filler                        pic x(9)
               value ' AVGDAYS '.
           03  ws-sl-avg                     pic zz9.9.
           03  filler                        pic x(6) value ' KEPT '.
           03  ws-sl-kept                    pic z(4)9.
           03  filler                        pic x(8)
               value ' BROKEN '.
           03  ws-sl-broken                  pic z(4)9.
       01  ws-miss-line.
           03  filler                        pic x(7)
               value 'FILRPT '.
           03  filler                        pic x(9)
               value 'TOP MISS '.
           03  ws-ml-rank                    pic z9.
           03  filler                        pic x(6) value ' ITEM '.
           03  ws-ml-i-id                    pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-ml-name                    pic x(24).
           03  filler                        pic x(8)
               value ' MISSED '.
           03  ws-ml-lines                   pic z(5)9.
           03  filler                        pic x(11)
               value ' BACKORDER '.
           03  ws-ml-bo                      pic z(5)9.
           03  filler                        pic x(7) value ' SHORT '.
           03  ws-ml-short                   pic z(5)9.
           03  filler                        pic x(7) value ' SUBST '.
           03  ws-ml-sub                     pic z(5)9.
       01  ws-tl-w-id                        pic z(3)9.
       01  ws-tl-d-id                        pic z9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyfill.

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

      *> run on Monday morning for the week just ended
           if weekending = spaces
               move currentdate to ws-date-digits
               compute ws-end-int =
                   function integer-of-date(ws-date-digits) - 1
           else
               move weekending(1:4) to ws-dd-yyyy
               move weekending(6:2) to ws-dd-mm
               move weekending(9:2) to ws-dd-dd
               compute ws-end-int =
                   function integer-of-date(ws-date-digits)
           end-if
           compute ws-from-int = ws-end-int - 6
           compute ws-date-digits =
               function date-of-integer(ws-end-int)
           move spaces to ws-week-end
           string
               ws-dd-yyyy delimited size
               "-" delimited size
               ws-dd-mm delimited size
               "-" delimited size
               ws-dd-dd delimited size
           into ws-week-end
           compute ws-date-digits =
               function date-of-integer(ws-from-int)
           move spaces to ws-week-from
           string
               ws-dd-yyyy delimited size
               "-" delimited size
               ws-dd-mm delimited size
               "-" delimited size
               ws-dd-dd delimited size
           into ws-week-from

           move spaces to ws-from-ts
           string
               ws-week-from delimited size
               " 00:00:00" delimited size
           into ws-from-ts
           move spaces to ws-thru-ts
           string
               ws-week-end delimited size
               " 23:59:59" delimited size
           into ws-thru-ts

           if topitems = 0
               move 10 to ws-top-items
           else
               move topitems to ws-top-items
           end-if

           move wid to ws-wid
           move 0 to ordcount
           move 0 to rptcount
           move 0 to ws-last-w-id
           move 0 to ws-all-ord
           move 0 to ws-all-lines
           move 0 to ws-all-missed
           move 0 to ws-all-ordfill

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_fill_dist CURSOR FOR
               SELECT d_w_id, d_id
                   FROM district
                   WHERE (:ws-wid = 0 OR d_w_id = :ws-wid)
                   ORDER BY d_w_id, d_id
           END-EXEC
           EXEC SQL OPEN c_fill_dist END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_fill_dist INTO :ws-w-id, :ws-d-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-w-id not = ws-last-w-id
                   perform warehouse-break
               end-if
               perform report-one-district
           end-perform
           EXEC SQL CLOSE c_fill_dist END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if ws-last-w-id not = 0
               perform warehouse-close
           end-if

           move ws-all-ord to ordcount
           move ws-all-lines to ws-ln-lines
           move ws-all-missed to ws-ln-missed
           move ws-all-ord to ws-ln-ord
           move ws-all-ordfill to ws-ln-ordfill
           perform line-fill-pct
           move ws-pct to linefillpct
           perform order-fill-pct
           move ws-pct to ordfillpct
           move "Service level report queued" to msg

           move 0 to result-code
           perform audit-return.

       warehouse-break.
           if ws-last-w-id not = 0
               perform warehouse-close
           end-if
           move ws-w-id to ws-last-w-id
           move 0 to ws-wt-ord
           move 0 to ws-wt-lines
           move 0 to ws-wt-missed
           move 0 to ws-wt-ordfill
           move 0 to ws-wt-first
           move 0 to ws-wt-bofill
           move 0 to ws-wt-bodays
           move 0 to ws-wt-kept
           move 0 to ws-wt-broken
           move ws-w-id to ws-hd-w-id
           move ws-week-from to ws-hd-from
           move ws-week-end to ws-hd-thru
           move ws-header-line to ws-report-line
           perform queue-report-line
           .

      *> the warehouse total, then what kept it from filling
       warehouse-close.
           move ws-last-w-id to ws-tl-w-id
           move spaces to ws-sl-label
           string
               "WH " delimited size
               ws-tl-w-id delimited size
               " TOTAL" delimited size
           into ws-sl-label
           move ws-wt-ord to ws-ln-ord
           move ws-wt-lines to ws-ln-lines
           move ws-wt-missed to ws-ln-missed
           move ws-wt-ordfill to ws-ln-ordfill
           move ws-wt-first to ws-ln-first
           move ws-wt-bofill to ws-ln-bofill
           move ws-wt-bodays to ws-ln-bodays
           move ws-wt-kept to ws-ln-kept
           move ws-wt-broken to ws-ln-broken
           perform level-line

           perform list-missed-items
           .

      *> an order counts in the week its first delivery sweep
      *> ran; its lines are judged whenever they shipped. A line
      *> is missed if it was re-keyed as a substitute, held on
      *> a BACKORDER row, or confirmed short at the pick. First
      *> sweep complete means every line carries the same
      *> delivery stamp - nothing held over to a later run
       report-one-district.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(fo_lines), 0),
                   COALESCE(SUM(fo_missed), 0),
                   COALESCE(SUM(CASE WHEN fo_missed = 0
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN fo_deliv = fo_lines
                       AND fo_last = fo_first
                       THEN 1 ELSE 0 END), 0)
               INTO :ws-ds-ord, :ws-ds-lines, :ws-ds-missed,
                   :ws-ds-ordfill, :ws-ds-first
               FROM (SELECT ln_o_id, COUNT(*) AS fo_lines,
                       SUM(ln_missed) AS fo_missed,
                       COUNT(ln_deliv) AS fo_deliv,
                       MIN(ln_deliv) AS fo_first,
                       MAX(ln_deliv) AS fo_last
                   FROM (SELECT ml.ol_o_id AS ln_o_id,
                           ml.ol_delivery_d AS ln_deliv,
                           CASE WHEN ml.ol_sub_for IS NOT NULL
                                   THEN 1
                               WHEN EXISTS (SELECT 1
                                   FROM backorder
                                   WHERE bo_w_id = ml.ol_w_id
                                       AND bo_d_id = ml.ol_d_id
                                       AND bo_o_id = ml.ol_o_id
                                       AND bo_ol_number =
                                           ml.ol_number)
                                   THEN 1
                               WHEN EXISTS (SELECT 1
                                   FROM pickconf
                                   WHERE pk_w_id = ml.ol_w_id
                                       AND pk_d_id = ml.ol_d_id
                                       AND pk_o_id = ml.ol_o_id
                                       AND pk_ol_number =
                                           ml.ol_number
                                       AND pk_short_qty > 0)
                                   THEN 1
                               ELSE 0 END AS ln_missed
                       FROM order_line ml
                       WHERE ml.ol_w_id = :ws-w-id
                           AND ml.ol_d_id = :ws-d-id
                           AND ml.ol_o_id IN
                               (SELECT fl.ol_o_id
                               FROM order_line fl
                               WHERE fl.ol_w_id = :ws-w-id
                                   AND fl.ol_d_id = :ws-d-id
                                   AND fl.ol_delivery_d
                                       >= :ws-from-ts
                                   AND fl.ol_delivery_d
                                       <= :ws-thru-ts)) AS ln
                   GROUP BY ln_o_id
                   HAVING MIN(ln_deliv) >= :ws-from-ts
                       AND MIN(ln_deliv) <= :ws-thru-ts) AS fo
           END-EXEC

           perform district-backorders

           move ws-w-id to ws-tl-w-id
           move ws-d-id to ws-tl-d-id
           move spaces to ws-sl-label
           string
               "DISTRICT " delimited size
               ws-tl-d-id delimited size
           into ws-sl-label
           move ws-ds-ord to ws-ln-ord
           move ws-ds-lines to ws-ln-lines
           move ws-ds-missed to ws-ln-missed
           move ws-ds-ordfill to ws-ln-ordfill
           move ws-ds-first to ws-ln-first
           move ws-ds-bofill to ws-ln-bofill
           move ws-ds-bodays to ws-ln-bodays
           move ws-ds-kept to ws-ln-kept
           move ws-ds-broken to ws-ln-broken
           perform level-line

           add ws-ds-ord to ws-wt-ord
           add ws-ds-lines to ws-wt-lines
           add ws-ds-missed to ws-wt-missed
           add ws-ds-ordfill to ws-wt-ordfill
           add ws-ds-first to ws-wt-first
           add ws-ds-bofill to ws-wt-bofill
           add ws-ds-bodays to ws-wt-bodays
           add ws-ds-kept to ws-wt-kept
           add ws-ds-broken to ws-wt-broken
           add ws-ds-ord to ws-all-ord
           add ws-ds-lines to ws-all-lines
           add ws-ds-missed to ws-all-missed
           add ws-ds-ordfill to ws-all-ordfill
           .

      *> backorders the SQLBKOR batch filled in the week: days
      *> waited, and the ATP date New Order quoted against the
      *> day the fill came (a short-pick remainder was never
      *> quoted a date and counts in neither)
       district-backorders.
           move 0 to ws-ds-bofill
           move 0 to ws-ds-bodays
           move 0 to ws-ds-kept
           move 0 to ws-ds-broken
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_fill_bo CURSOR FOR
               SELECT bo_entry_d, bo_fill_d,
                   COALESCE(bo_promise_d, ' ')
                   FROM backorder
                   WHERE bo_w_id = :ws-w-id AND bo_d_id = :ws-d-id
                       AND bo_status = 'F'
                       AND bo_fill_d >= :ws-from-ts
                       AND bo_fill_d <= :ws-thru-ts
           END-EXEC
           EXEC SQL OPEN c_fill_bo END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_fill_bo INTO :ws-bo-entry-d,
                       :ws-bo-fill-d, :ws-bo-promise-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to ws-ds-bofill
               move ws-bo-entry-d(1:4) to ws-dd-yyyy
               move ws-bo-entry-d(6:2) to ws-dd-mm
               move ws-bo-entry-d(9:2) to ws-dd-dd
               compute ws-entry-int =
                   function integer-of-date(ws-date-digits)
               move ws-bo-fill-d(1:4) to ws-dd-yyyy
               move ws-bo-fill-d(6:2) to ws-dd-mm
               move ws-bo-fill-d(9:2) to ws-dd-dd
               compute ws-fill-int =
                   function integer-of-date(ws-date-digits)
               compute ws-ds-bodays =
                   ws-ds-bodays + ws-fill-int - ws-entry-int
               if ws-bo-promise-d not = spaces
                   if ws-bo-fill-d(1:10) > ws-bo-promise-d
                       add 1 to ws-ds-broken
                   else
                       add 1 to ws-ds-kept
                   end-if
               end-if
           end-perform
           EXEC SQL CLOSE c_fill_bo END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move 0 to sqlcode
           .

      *> worst items first; a substitute line is charged to
      *> the item the customer asked for
       list-missed-items.
           move ws-last-w-id to ws-w-id
           move 0 to ws-miss-rank
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_fill_miss CURSOR FOR
               SELECT ms_i_id, i_name, COUNT(*), SUM(ms_bo),
                   SUM(ms_short), SUM(ms_sub)
                   FROM (SELECT COALESCE(ml.ol_sub_for,
                               ml.ol_i_id) AS ms_i_id,
                           CASE WHEN EXISTS (SELECT 1
                                   FROM backorder
                                   WHERE bo_w_id = ml.ol_w_id
                                       AND bo_d_id = ml.ol_d_id
                                       AND bo_o_id = ml.ol_o_id
                                       AND bo_ol_number =
                                           ml.ol_number)
                               THEN 1 ELSE 0 END AS ms_bo,
                           CASE WHEN EXISTS (SELECT 1
                                   FROM pickconf
                                   WHERE pk_w_id = ml.ol_w_id
                                       AND pk_d_id = ml.ol_d_id
                                       AND pk_o_id = ml.ol_o_id
                                       AND pk_ol_number =
                                           ml.ol_number
                                       AND pk_short_qty > 0)
                               THEN 1 ELSE 0 END AS ms_short,
                           CASE WHEN ml.ol_sub_for IS NOT NULL
                               THEN 1 ELSE 0 END AS ms_sub
                       FROM order_line ml
                       WHERE ml.ol_w_id = :ws-w-id
                           AND (SELECT MIN(fl.ol_delivery_d)
                               FROM order_line fl
                               WHERE fl.ol_w_id = ml.ol_w_id
                                   AND fl.ol_d_id = ml.ol_d_id
                                   AND fl.ol_o_id = ml.ol_o_id)
                               BETWEEN :ws-from-ts
                                   AND :ws-thru-ts) AS ms,
                       item
                   WHERE i_id = ms_i_id
                       AND ms_bo + ms_short + ms_sub > 0
                   GROUP BY ms_i_id, i_name
                   ORDER BY 3 DESC, 1
           END-EXEC
           EXEC SQL OPEN c_fill_miss END-EXEC
           perform until sqlcode = 100
                   or ws-miss-rank >= ws-top-items
               EXEC SQL
                   FETCH c_fill_miss INTO :ws-miss-i-id, :i-name,
                       :ws-miss-lines, :ws-miss-bo,
                       :ws-miss-short, :ws-miss-sub
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to ws-miss-rank
               move ws-miss-rank to ws-ml-rank
               move ws-miss-i-id to ws-ml-i-id
               move i-name to ws-ml-name
               move ws-miss-lines to ws-ml-lines
               move ws-miss-bo to ws-ml-bo
               move ws-miss-short to ws-ml-short
               move ws-miss-sub to ws-ml-sub
               move ws-miss-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_fill_miss END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move 0 to sqlcode
           .

       level-line.
           move ws-ln-ord to ws-sl-ord
           move ws-ln-lines to ws-sl-lines
           perform fill-percentages
           if ws-ln-ord not = 0
               compute ws-pct rounded =
                   ws-ln-first * 100 / ws-ln-ord
           else
               move 0 to ws-pct
           end-if
           move ws-pct to ws-sl-first
           move ws-ln-bofill to ws-sl-bofill
           if ws-ln-bofill not = 0
               compute ws-avg-days rounded =
                   ws-ln-bodays / ws-ln-bofill
           else
               move 0 to ws-avg-days
           end-if
           move ws-avg-days to ws-sl-avg
           move ws-ln-kept to ws-sl-kept
           move ws-ln-broken to ws-sl-broken
           move ws-level-line to ws-report-line
           perform queue-report-line
           .

      *> nothing measured reads as nothing to miss: 100%
       fill-percentages.
           perform line-fill-pct
           move ws-pct to ws-sl-lfill
           perform order-fill-pct
           move ws-pct to ws-sl-ofill
           .

       line-fill-pct.
           if ws-ln-lines not = 0
               compute ws-pct rounded =
                   (ws-ln-lines - ws-ln-missed) * 100 / ws-ln-lines
           else
               move 100 to ws-pct
           end-if
           .

       order-fill-pct.
           if ws-ln-ord not = 0
               compute ws-pct rounded =
                   ws-ln-ordfill * 100 / ws-ln-ord
           else
               move 100 to ws-pct
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
      ***  $Workfile:   sqlfill.cbl  $ end
      ***--------------------------------------------------------------*
