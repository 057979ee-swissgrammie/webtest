       identification division.

       program-id. sqlcscr.

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
      * TPCC carrier performance scorecard (monthly)
      *
      * CARRIER rows only say active or inactive; this says how each
      * carrier actually did, for the contract talks. For the month's
      * carrier runs (SHIPTRK run date, one warehouse or all):
      *
      *   stops        stops put on the carrier's runs
      *   on time      confirmed (DELCONF) within the allowed days of
      *                the run date - share of the confirmed stops
      *   transit      average days from run date to confirmation
      *   exceptions   refused / damaged / wrong address as a share
      *                of the confirmed stops
      *   windows      confirmations landing outside the customer's
      *                receiving window (days mask and time band)
      *   $/cwt        what the carrier was paid (FRTRATE for the
      *                carrier and the zone) per hundredweight of the
      *                lines delivered on the run
      *
      * A stop not yet confirmed counts as a stop only. Carriers are
      * ranked best first on a score of on-time rate less the
      * exception rate and the missed-window rate, all in hundredths
      * of a percent to keep the sort integral.
      *
      * Report lines to TS queue CSCRPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLCSCR '.

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
       01  ws-from-d                         pic x(10).
       01  ws-thru-d                         pic x(10).
       01  ws-s-car-id                       pic s9(9) comp.
       01  ws-s-run-d                        pic x(10).
       01  ws-s-conf-d                       pic x(20).
       01  ws-s-exc                          pic x(1).
       01  ws-weight                         pic s9(9)v99 comp-3.
       01  ws-cost                           pic s9(9)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> one entry per carrier with stops in the month
       01  ws-car-table.
           03  ws-car-entry occurs 100.
               05  ws-cr-id                  pic s9(9) comp.
               05  ws-cr-stops               pic s9(9) comp.
               05  ws-cr-confirmed           pic s9(9) comp.
               05  ws-cr-ontime              pic s9(9) comp.
               05  ws-cr-transit             pic s9(9) comp.
               05  ws-cr-refused             pic s9(9) comp.
               05  ws-cr-damaged             pic s9(9) comp.
               05  ws-cr-wrongaddr           pic s9(9) comp.
               05  ws-cr-windowed            pic s9(9) comp.
               05  ws-cr-winmiss             pic s9(9) comp.
               05  ws-cr-weight              pic s9(9)v99 comp-3.
               05  ws-cr-cost                pic s9(9)v99 comp-3.
               05  ws-cr-score               pic s9(9) comp.
       01  ws-car-cnt                        pic s9(9) comp.
       01  ws-hold-entry.
           03  ws-hd-id                      pic s9(9) comp.
           03  ws-hd-stops                   pic s9(9) comp.
           03  ws-hd-confirmed               pic s9(9) comp.
           03  ws-hd-ontime                  pic s9(9) comp.
           03  ws-hd-transit                 pic s9(9) comp.
           03  ws-hd-refused                 pic s9(9) comp.
           03  ws-hd-damaged                 pic s9(9) comp.
           03  ws-hd-wrongaddr               pic s9(9) comp.
           03  ws-hd-windowed                pic s9(9) comp.
           03  ws-hd-winmiss                 pic s9(9) comp.
           03  ws-hd-weight                  pic s9(9)v99 comp-3.
           03  ws-hd-cost                    pic s9(9)v99 comp-3.
           03  ws-hd-score                   pic s9(9) comp.
       01  i                                 pic s9(9) comp.
       01  j                                 pic s9(9) comp.

       01  ws-month                          pic x(7).
       01  ws-work-yyyy                      pic 9(4).
       01  ws-work-mm                        pic 9(2).
       01  ws-ontime-days                    pic s9(4) comp.
       01  ws-run-int                        pic s9(9) comp.
       01  ws-conf-int                       pic s9(9) comp.
       01  ws-transit-days                   pic s9(9) comp.
       01  ws-conf-dow                       pic s9(9) comp.
       01  ws-conf-time                      pic x(5).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-exc-cnt                        pic s9(9) comp.
       01  ws-pct                            pic s9(3)v9 comp-3.
       01  ws-avg-days                       pic s9(3)v9 comp-3.
       01  ws-per-cwt                        pic s9(5)v99 comp-3.

       01  ws-report-q-name                  pic x(8) value 'CSCRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'CSCRPT '.
           03  filler                        pic x(22)
               value 'CARRIER SCORECARD FOR '.
           03  ws-hd-month                   pic x(7).
           03  filler                        pic x(11)
               value ' WAREHOUSE '.
           03  ws-hd-w-id                    pic x(4).
           03  filler                        pic x(21)
               value ' ON TIME = CONFIRMED '.
           03  ws-hd-days                    pic 9.
           03  filler                        pic x(21)
               value ' DAY(S) AFTER THE RUN'.
       01  ws-car-line.
           03  filler                        pic x(7)
               value 'CSCRPT '.
           03  ws-cl-rank                    pic z9.
           03  filler                        pic x(1) value space.
           03  ws-cl-car-id                  pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-cl-name                    pic x(10).
           03  filler                        pic x(7) value ' STOPS '.
           03  ws-cl-stops                   pic z(5)9.
           03  filler                        pic x(6) value ' CONF '.
           03  ws-cl-conf                    pic z(5)9.
           03  filler                        pic x(7) value ' ONTM% '.
           03  ws-cl-ontime                  pic zz9.9.
           03  filler                        pic x(6) value ' TRNS '.
           03  ws-cl-transit                 pic z9.9.
           03  filler                        pic x(6) value ' REF% '.
           03  ws-cl-refused                 pic zz9.9.
           03  filler                        pic x(6) value ' DMG% '.
           03  ws-cl-damaged                 pic zz9.9.
           03  filler                        pic x(6) value ' WRG% '.
           03  ws-cl-wrongaddr               pic zz9.9.
           03  filler                        pic x(7) value ' WINMS '.
           03  ws-cl-winmiss                 pic z(4)9.
           03  filler                        pic x(6) value ' CWT$ '.
           03  ws-cl-per-cwt                 pic zz9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpycscr.

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
           if scoremonth = spaces
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
               move scoremonth to ws-month
           end-if
           move spaces to ws-from-d
           string
               ws-month delimited size
               "-01" delimited size
           into ws-from-d
           move spaces to ws-thru-d
           string
               ws-month delimited size
               "-31" delimited size
           into ws-thru-d

           if ontimedays = 0
               move 1 to ws-ontime-days
           else
               move ontimedays to ws-ontime-days
           end-if

           move wid to ws-wid
           move 0 to carriercount
           move 0 to stopcount
           move 0 to rptcount
           move 0 to ws-car-cnt

           perform gather-stops
           perform varying i from 1 by 1 until i > ws-car-cnt
               perform carrier-freight
               perform carrier-score
           end-perform
           perform rank-carriers

           move ws-month to ws-hd-month
           if wid = 0
               move 'ALL' to ws-hd-w-id
           else
               move wid to ws-hd-w-id
           end-if
           move ws-ontime-days to ws-hd-days
           move ws-header-line to ws-report-line
           perform queue-report-line
           perform varying i from 1 by 1 until i > ws-car-cnt
               perform report-one-carrier
           end-perform

           move ws-car-cnt to carriercount
           move "Carrier scorecard queued" to msg

           move 0 to result-code
           perform audit-return.

      *> every stop on the month's runs, with its confirmation
      *> when there is one and the customer's receiving window;
      *> a carrier past the table's end is left off rather than
      *> folded into another
       gather-stops.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_cscr CURSOR FOR
               SELECT tk_car_id, tk_run_d, COALESCE(dc_conf_d, ' '),
                   COALESCE(dc_exc, ' '), COALESCE(c_recv_days, ' '),
                   COALESCE(c_recv_from, ' '),
                   COALESCE(c_recv_thru, ' ')
                   FROM shiptrk LEFT OUTER JOIN delconf
                           ON dc_w_id = tk_w_id AND dc_d_id = tk_d_id
                               AND dc_o_id = tk_o_id,
                       orders, customer
                   WHERE o_w_id = tk_w_id AND o_d_id = tk_d_id
                       AND o_id = tk_o_id
                       AND c_w_id = o_w_id AND c_d_id = o_d_id
                       AND c_id = o_c_id
                       AND tk_run_d >= :ws-from-d
                       AND tk_run_d <= :ws-thru-d
                       AND (:ws-wid = 0 OR tk_w_id = :ws-wid)
                   ORDER BY tk_car_id
           END-EXEC
           EXEC SQL OPEN c_cscr END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_cscr INTO :ws-s-car-id, :ws-s-run-d,
                       :ws-s-conf-d, :ws-s-exc, :c-recv-days,
                       :c-recv-from, :c-recv-thru
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if ws-car-cnt = 0
                       or ws-s-car-id not = ws-cr-id (ws-car-cnt)
                   if ws-car-cnt < 100
                       add 1 to ws-car-cnt
                       initialize ws-car-entry (ws-car-cnt)
                       move ws-s-car-id to ws-cr-id (ws-car-cnt)
                   end-if
               end-if
               if ws-s-car-id = ws-cr-id (ws-car-cnt)
                   perform score-one-stop
               end-if
           end-perform
           EXEC SQL CLOSE c_cscr END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> integer day 1 is a Monday; position 1 of the
      *> receiving-days mask is Monday, as the delivery sweep
      *> reads it
       score-one-stop.
           add 1 to ws-cr-stops (ws-car-cnt)
           add 1 to stopcount
           if ws-s-conf-d not = spaces
               add 1 to ws-cr-confirmed (ws-car-cnt)
               move ws-s-run-d(1:4) to ws-dd-yyyy
               move ws-s-run-d(6:2) to ws-dd-mm
               move ws-s-run-d(9:2) to ws-dd-dd
               compute ws-run-int =
                   function integer-of-date(ws-date-digits)
               move ws-s-conf-d(1:4) to ws-dd-yyyy
               move ws-s-conf-d(6:2) to ws-dd-mm
               move ws-s-conf-d(9:2) to ws-dd-dd
               compute ws-conf-int =
                   function integer-of-date(ws-date-digits)
               compute ws-transit-days = ws-conf-int - ws-run-int
               add ws-transit-days to ws-cr-transit (ws-car-cnt)
               if ws-transit-days <= ws-ontime-days
                   add 1 to ws-cr-ontime (ws-car-cnt)
               end-if
               evaluate ws-s-exc
                   when 'R'
                       add 1 to ws-cr-refused (ws-car-cnt)
                   when 'D'
                       add 1 to ws-cr-damaged (ws-car-cnt)
                   when 'W'
                       add 1 to ws-cr-wrongaddr (ws-car-cnt)
               end-evaluate
               if c-recv-days not = spaces
                       or c-recv-from not = spaces
                   add 1 to ws-cr-windowed (ws-car-cnt)
                   perform check-stop-window
               end-if
           end-if
           .

       check-stop-window.
           compute ws-conf-dow =
               function mod(ws-conf-int - 1, 7) + 1
           move ws-s-conf-d(12:5) to ws-conf-time
           if c-recv-days not = spaces
                   and c-recv-days(ws-conf-dow:1) = 'N'
               add 1 to ws-cr-winmiss (ws-car-cnt)
           else
               if c-recv-from not = spaces
                   and (ws-conf-time < c-recv-from
                       or (c-recv-thru not = spaces
                           and ws-conf-time > c-recv-thru))
                   add 1 to ws-cr-winmiss (ws-car-cnt)
               end-if
           end-if
           .

      *> weight delivered on the carrier's runs and what the
      *> carrier was paid for it at its zone rate (no rate row
      *> = no cost rather than a guess)
       carrier-freight.
           move ws-cr-id (i) to ws-s-car-id
           EXEC SQL
               SELECT COALESCE(SUM(cw_weight), 0),
                   COALESCE(SUM(cw_cost), 0)
               INTO :ws-weight, :ws-cost
               FROM (SELECT ol_quantity * i_weight AS cw_weight,
                       ol_quantity * i_weight
                           * COALESCE((SELECT fr_rate_cwt
                               FROM frtrate
                               WHERE fr_car_id = tk_car_id
                                   AND fr_zone =
                                       SUBSTR(c_zip, 1, 1)), 0)
                           / 100 AS cw_cost
                   FROM shiptrk, orders, customer, order_line, item
                   WHERE tk_car_id = :ws-s-car-id
                       AND tk_run_d >= :ws-from-d
                       AND tk_run_d <= :ws-thru-d
                       AND (:ws-wid = 0 OR tk_w_id = :ws-wid)
                       AND o_w_id = tk_w_id AND o_d_id = tk_d_id
                       AND o_id = tk_o_id
                       AND c_w_id = o_w_id AND c_d_id = o_d_id
                       AND c_id = o_c_id
                       AND ol_w_id = tk_w_id AND ol_d_id = tk_d_id
                       AND ol_o_id = tk_o_id
                       AND SUBSTR(ol_delivery_d, 1, 10) = tk_run_d
                       AND ol_drop_po IS NULL
                       AND i_id = ol_i_id) AS cw
           END-EXEC
           move ws-weight to ws-cr-weight (i)
           move ws-cost to ws-cr-cost (i)
           .

       carrier-score.
           move 0 to ws-cr-score (i)
           if ws-cr-confirmed (i) not = 0
               compute ws-exc-cnt = ws-cr-refused (i)
                   + ws-cr-damaged (i) + ws-cr-wrongaddr (i)
               compute ws-cr-score (i) =
                   (ws-cr-ontime (i) - ws-exc-cnt) * 10000
                       / ws-cr-confirmed (i)
           end-if
           if ws-cr-windowed (i) not = 0
               compute ws-cr-score (i) = ws-cr-score (i)
                   - ws-cr-winmiss (i) * 10000 / ws-cr-windowed (i)
           end-if
           .

      *> straight insertion sort, best score first
       rank-carriers.
           perform varying i from 2 by 1 until i > ws-car-cnt
               move ws-car-entry (i) to ws-hold-entry
               move i to j
               perform until j = 1
                       or ws-cr-score (j - 1) >= ws-hd-score
                   move ws-car-entry (j - 1) to ws-car-entry (j)
                   subtract 1 from j
               end-perform
               move ws-hold-entry to ws-car-entry (j)
           end-perform
           .

       report-one-carrier.
           move ws-cr-id (i) to car-id
           move spaces to car-name
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT car_name INTO :car-name
               FROM carrier
               WHERE car_id = :car-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move i to ws-cl-rank
           move ws-cr-id (i) to ws-cl-car-id
           move car-name to ws-cl-name
           move ws-cr-stops (i) to ws-cl-stops
           move ws-cr-confirmed (i) to ws-cl-conf
           move 0 to ws-cl-ontime
           move 0 to ws-cl-transit
           move 0 to ws-cl-refused
           move 0 to ws-cl-damaged
           move 0 to ws-cl-wrongaddr
           if ws-cr-confirmed (i) not = 0
               compute ws-pct rounded =
                   ws-cr-ontime (i) * 100 / ws-cr-confirmed (i)
               move ws-pct to ws-cl-ontime
               compute ws-avg-days rounded =
                   ws-cr-transit (i) / ws-cr-confirmed (i)
               move ws-avg-days to ws-cl-transit
               compute ws-pct rounded =
                   ws-cr-refused (i) * 100 / ws-cr-confirmed (i)
               move ws-pct to ws-cl-refused
               compute ws-pct rounded =
                   ws-cr-damaged (i) * 100 / ws-cr-confirmed (i)
               move ws-pct to ws-cl-damaged
               compute ws-pct rounded =
                   ws-cr-wrongaddr (i) * 100 / ws-cr-confirmed (i)
               move ws-pct to ws-cl-wrongaddr
           end-if
           move ws-cr-winmiss (i) to ws-cl-winmiss
           if ws-cr-weight (i) not = 0
               compute ws-per-cwt rounded =
                   ws-cr-cost (i) * 100 / ws-cr-weight (i)
           else
               move 0 to ws-per-cwt
           end-if
           move ws-per-cwt to ws-cl-per-cwt
           move ws-car-line to ws-report-line
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
      ***  $Workfile:   sqlcscr.cbl  $ end
      ***--------------------------------------------------------------*
