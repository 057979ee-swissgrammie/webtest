       identification division.

       program-id. sqlbdgv.

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
      * TPCC sales budget variance report (monthly)
      *
      * Holds what the districts actually took up against the
      * targets kept in BUDGET (SQLBDGM), as at a given day:
      *
      *   district   takings from the DAYTOTALS close snapshots
      *              (SQLEODC) - the dt_ytd movement from the last
      *              close before the month / year began to the last
      *              close on or before the as-at day
      *   category   the district's order lines of the category node
      *              delivered in the period (ol_amount - delivery is
      *              when the sale is booked, as the category summary
      *              counts it), for the category split rows
      *
      *   budget     month to date is the month's target prorated by
      *              the days gone; year to date adds the earlier
      *              months of the year in full
      *   variance   actual less budget, in value and as a percent of
      *              the budget
      *   projection the year-to-date actual run on at the same daily
      *              rate to the end of the year, against the year's
      *              total target
      *
      * A district more than the set percentage behind its year-to-
      * date budget is flagged BEHIND. A district with no close on
      * file by the as-at day shows no takings and is flagged NO
      * CLOSE rather than BEHIND.
      *
      * Report lines to TS queue BDVRPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLBDGV '.

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
       01  ws-asof-d                         pic x(10).
       01  ws-asof-ts                        pic x(19).
       01  ws-month-start                    pic x(10).
       01  ws-year-start                     pic x(10).
       01  ws-period-start                   pic x(10).
       01  ws-period-ts                      pic x(19).
       01  ws-month-key                      pic x(7).
       01  ws-year-key                       pic x(7).
       01  ws-year-end-key                   pic x(7).
       01  ws-close-d                        pic x(10).
       01  ws-close-d-ind                    pic s9(4) comp.
       01  ws-base-d                         pic x(10).
       01  ws-base-d-ind                     pic s9(4) comp.
       01  ws-asof-ytd                       pic s9(10)v99 comp-3.
       01  ws-base-ytd                       pic s9(10)v99 comp-3.
       01  ws-sales                          pic s9(10)v99 comp-3.
       01  ws-bud-month                      pic s9(10)v99 comp-3.
       01  ws-bud-prior                      pic s9(10)v99 comp-3.
       01  ws-bud-year                       pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-behind-pct                     pic s9(3) comp.
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-asof-int                       pic s9(9) comp.
       01  ws-month-int                      pic s9(9) comp.
       01  ws-next-month-int                 pic s9(9) comp.
       01  ws-year-int                       pic s9(9) comp.
       01  ws-next-year-int                  pic s9(9) comp.
       01  ws-month-days-gone                pic s9(4) comp.
       01  ws-month-days                     pic s9(4) comp.
       01  ws-year-days-gone                 pic s9(4) comp.
       01  ws-year-days                      pic s9(4) comp.
       01  ws-no-close                       pic x(1).
       01  ws-mtd-actual                     pic s9(10)v99 comp-3.
       01  ws-ytd-actual                     pic s9(10)v99 comp-3.
       01  ws-mtd-budget                     pic s9(10)v99 comp-3.
       01  ws-ytd-budget                     pic s9(10)v99 comp-3.
       01  ws-variance                       pic s9(10)v99 comp-3.
       01  ws-pct                            pic s9(5)v9 comp-3.
       01  ws-ytd-pct                        pic s9(5)v9 comp-3.

       01  ws-report-q-name                  pic x(8) value 'BDVRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'BDVRPT '.
           03  filler                        pic x(25)
               value 'SALES BUDGET VARIANCE AT '.
           03  ws-hd-asof                    pic x(10).
           03  filler                        pic x(11)
               value ' WAREHOUSE '.
           03  ws-hd-w-id                    pic x(4).
           03  filler                        pic x(10)
               value ' MONTH DAY'.
           03  ws-hd-mdays                   pic z9.
           03  filler                        pic x(4) value ' OF '.
           03  ws-hd-mdays-of                pic z9.
           03  filler                        pic x(9)
               value ' YEAR DAY'.
           03  ws-hd-ydays                   pic zz9.
           03  filler                        pic x(4) value ' OF '.
           03  ws-hd-ydays-of                pic zz9.
           03  filler                        pic x(18)
               value ' BEHIND FLAG OVER '.
           03  ws-hd-behind                  pic z9.
           03  filler                        pic x(1) value '%'.
       01  ws-column-line.
           03  filler                        pic x(35)
               value 'BDVRPT WHSE  D CAT    MTD ACTUAL MT'.
           03  filler                        pic x(35)
               value 'D BUDGET    MTD VAR   VAR% YTD ACTU'.
           03  filler                        pic x(35)
               value 'AL YTD BUDGET    YTD VAR   VAR% PRO'.
           03  filler                        pic x(18)
               value 'JECTION  YR BUDGET'.
       01  ws-var-line.
           03  filler                        pic x(7)
               value 'BDVRPT '.
           03  ws-vl-w-id                    pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-d-id                    pic z9.
           03  filler                        pic x(1) value space.
           03  ws-vl-cat                     pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-vl-mtd-actual              pic -z(8)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-mtd-budget              pic -z(8)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-mtd-var                 pic -z(8)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-mtd-pct                 pic -zz9.9.
           03  filler                        pic x(1) value space.
           03  ws-vl-ytd-actual              pic -z(8)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-ytd-budget              pic -z(8)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-ytd-var                 pic -z(8)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-ytd-pct                 pic -zz9.9.
           03  filler                        pic x(1) value space.
           03  ws-vl-projection              pic -z(8)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-year-budget             pic -z(8)9.
           03  filler                        pic x(1) value space.
           03  ws-vl-flag                    pic x(8).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpybdgv.

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

           if asofdate = spaces
               move datetime(1:10) to ws-asof-d
           else
               move asofdate to ws-asof-d
           end-if
           perform set-periods

           if behindpct = 0
               move 10 to ws-behind-pct
           else
               move behindpct to ws-behind-pct
           end-if

           move wid to ws-wid
           move 0 to districtcount
           move 0 to behindcount
           move 0 to rptcount

           move ws-asof-d to ws-hd-asof
           if wid = 0
               move 'ALL' to ws-hd-w-id
           else
               move wid to ws-hd-w-id
           end-if
           move ws-month-days-gone to ws-hd-mdays
           move ws-month-days to ws-hd-mdays-of
           move ws-year-days-gone to ws-hd-ydays
           move ws-year-days to ws-hd-ydays-of
           move ws-behind-pct to ws-hd-behind
           move ws-header-line to ws-report-line
           perform queue-report-line
           move ws-column-line to ws-report-line
           perform queue-report-line

      *> every district with any budget row in the year -
      *> whole-district or category - gets its total line
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_bdgd CURSOR FOR
               SELECT DISTINCT bg_w_id, bg_d_id
                   FROM budget
                   WHERE bg_month >= :ws-year-key
                       AND bg_month <= :ws-month-key
                       AND (:ws-wid = 0 OR bg_w_id = :ws-wid)
                   ORDER BY bg_w_id, bg_d_id
           END-EXEC
           EXEC SQL OPEN c_bdgd END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_bdgd INTO :d-w-id, :d-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-one-district
           end-perform
           EXEC SQL CLOSE c_bdgd END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move "Sales budget variance report queued" to msg

           move 0 to result-code
           perform audit-return.

      *> the as-at day's month and year, and how far into
      *> each it is
       set-periods.
           move ws-asof-d(1:4) to ws-dd-yyyy
           move ws-asof-d(6:2) to ws-dd-mm
           move ws-asof-d(9:2) to ws-dd-dd
           compute ws-asof-int =
               function integer-of-date(ws-date-digits)
           move ws-dd-dd to ws-month-days-gone

           move 1 to ws-dd-dd
           compute ws-month-int =
               function integer-of-date(ws-date-digits)
           if ws-dd-mm = 12
               add 1 to ws-dd-yyyy
               move 1 to ws-dd-mm
           else
               add 1 to ws-dd-mm
           end-if
           compute ws-next-month-int =
               function integer-of-date(ws-date-digits)
           compute ws-month-days = ws-next-month-int - ws-month-int

           move ws-asof-d(1:4) to ws-dd-yyyy
           move 1 to ws-dd-mm
           move 1 to ws-dd-dd
           compute ws-year-int =
               function integer-of-date(ws-date-digits)
           add 1 to ws-dd-yyyy
           compute ws-next-year-int =
               function integer-of-date(ws-date-digits)
           compute ws-year-days = ws-next-year-int - ws-year-int
           compute ws-year-days-gone = ws-asof-int - ws-year-int + 1

           move ws-asof-d(1:7) to ws-month-key
           move spaces to ws-year-key
           string
               ws-asof-d(1:4) delimited size
               "-01" delimited size
           into ws-year-key
           move spaces to ws-year-end-key
           string
               ws-asof-d(1:4) delimited size
               "-12" delimited size
           into ws-year-end-key
           move spaces to ws-month-start
           string
               ws-month-key delimited size
               "-01" delimited size
           into ws-month-start
           move spaces to ws-year-start
           string
               ws-year-key delimited size
               "-01" delimited size
           into ws-year-start
           move spaces to ws-asof-ts
           string
               ws-asof-d delimited size
               " 23:59:59" delimited size
           into ws-asof-ts
           .

       report-one-district.
           add 1 to districtcount
           move d-w-id to bg-w-id
           move d-id to bg-d-id
           move spaces to bg-cat

           perform district-takings
           perform budget-to-date
           perform format-var-line
           move 'ALL' to ws-vl-cat
           if ws-no-close = 'Y'
               move 'NO CLOSE' to ws-vl-flag
           else
               if ws-vl-flag not = spaces
                   add 1 to behindcount
               end-if
           end-if
           move ws-var-line to ws-report-line
           perform queue-report-line

      *> then the district's category split, if it has one
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_bdgc CURSOR FOR
               SELECT DISTINCT bg_cat
                   FROM budget
                   WHERE bg_w_id = :bg-w-id AND bg_d_id = :bg-d-id
                       AND bg_cat <> ' '
                       AND bg_month >= :ws-year-key
                       AND bg_month <= :ws-month-key
                   ORDER BY bg_cat
           END-EXEC
           EXEC SQL OPEN c_bdgc END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_bdgc INTO :bg-cat
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform category-sales
               perform budget-to-date
               perform format-var-line
               move bg-cat to ws-vl-cat
               move ws-var-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_bdgc END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
      *> the district cursor is still open
           move 0 to sqlcode
           .

      *> dt_ytd only ever accumulates, so takings over a
      *> period are the movement between two closes: the last one
      *> before the period began (or, when the snapshots start
      *> inside the period, the first one in it) and the last
      *> one on or before the as-at day
       district-takings.
           move 'N' to ws-no-close
           move 0 to ws-mtd-actual
           move 0 to ws-ytd-actual
           move d-w-id to dt-w-id
           move d-id to dt-d-id
           EXEC SQL
               SELECT MAX(dt_close_d)
               INTO :ws-close-d :ws-close-d-ind
               FROM daytotals
               WHERE dt_w_id = :dt-w-id AND dt_d_id = :dt-d-id
                   AND dt_close_d <= :ws-asof-d
           END-EXEC
           if ws-close-d-ind < 0
               move 'Y' to ws-no-close
           else
               EXEC SQL
                   SELECT dt_ytd INTO :ws-asof-ytd
                   FROM daytotals
                   WHERE dt_w_id = :dt-w-id AND dt_d_id = :dt-d-id
                       AND dt_close_d = :ws-close-d
               END-EXEC
               move ws-month-start to ws-period-start
               perform takings-base
               compute ws-mtd-actual = ws-asof-ytd - ws-base-ytd
               move ws-year-start to ws-period-start
               perform takings-base
               compute ws-ytd-actual = ws-asof-ytd - ws-base-ytd
           end-if
           .

       takings-base.
           EXEC SQL
               SELECT MAX(dt_close_d)
               INTO :ws-base-d :ws-base-d-ind
               FROM daytotals
               WHERE dt_w_id = :dt-w-id AND dt_d_id = :dt-d-id
                   AND dt_close_d < :ws-period-start
           END-EXEC
           if ws-base-d-ind < 0
               EXEC SQL
                   SELECT MIN(dt_close_d)
                   INTO :ws-base-d :ws-base-d-ind
                   FROM daytotals
                   WHERE dt_w_id = :dt-w-id AND dt_d_id = :dt-d-id
                       AND dt_close_d >= :ws-period-start
               END-EXEC
           end-if
           if ws-base-d-ind < 0
               move ws-asof-ytd to ws-base-ytd
           else
               EXEC SQL
                   SELECT dt_ytd INTO :ws-base-ytd
                   FROM daytotals
                   WHERE dt_w_id = :dt-w-id AND dt_d_id = :dt-d-id
                       AND dt_close_d = :ws-base-d
               END-EXEC
           end-if
           .

      *> category codes are unique across the hierarchy, so
      *> the node matches whichever level it sits at
       category-sales.
           move 'N' to ws-no-close
           move spaces to ws-period-ts
           string
               ws-month-start delimited size
               " 00:00:00" delimited size
           into ws-period-ts
           perform category-sales-since
           move ws-sales to ws-mtd-actual
           move spaces to ws-period-ts
           string
               ws-year-start delimited size
               " 00:00:00" delimited size
           into ws-period-ts
           perform category-sales-since
           move ws-sales to ws-ytd-actual
           .

       category-sales-since.
           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               INTO :ws-sales
               FROM order_line, item
               WHERE ol_w_id = :bg-w-id AND ol_d_id = :bg-d-id
                   AND ol_delivery_d IS NOT NULL
                   AND ol_delivery_d >= :ws-period-ts
                   AND ol_delivery_d <= :ws-asof-ts
                   AND i_id = ol_i_id
                   AND (i_dept = :bg-cat OR i_cat = :bg-cat
                       OR i_subcat = :bg-cat)
           END-EXEC
           .

       budget-to-date.
           EXEC SQL
               SELECT COALESCE(SUM(bg_amount), 0)
               INTO :ws-bud-month
               FROM budget
               WHERE bg_w_id = :bg-w-id AND bg_d_id = :bg-d-id
                   AND bg_cat = :bg-cat
                   AND bg_month = :ws-month-key
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(bg_amount), 0)
               INTO :ws-bud-prior
               FROM budget
               WHERE bg_w_id = :bg-w-id AND bg_d_id = :bg-d-id
                   AND bg_cat = :bg-cat
                   AND bg_month >= :ws-year-key
                   AND bg_month < :ws-month-key
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(bg_amount), 0)
               INTO :ws-bud-year
               FROM budget
               WHERE bg_w_id = :bg-w-id AND bg_d_id = :bg-d-id
                   AND bg_cat = :bg-cat
                   AND bg_month >= :ws-year-key
                   AND bg_month <= :ws-year-end-key
           END-EXEC
           compute ws-mtd-budget rounded =
               ws-bud-month * ws-month-days-gone / ws-month-days
           compute ws-ytd-budget = ws-bud-prior + ws-mtd-budget
           .

       format-var-line.
           move bg-w-id to ws-vl-w-id
           move bg-d-id to ws-vl-d-id
           move spaces to ws-vl-flag

           compute ws-vl-mtd-actual rounded = ws-mtd-actual
           compute ws-vl-mtd-budget rounded = ws-mtd-budget
           compute ws-variance = ws-mtd-actual - ws-mtd-budget
           compute ws-vl-mtd-var rounded = ws-variance
           move 0 to ws-pct
           if ws-mtd-budget not = 0
               compute ws-pct rounded =
                   ws-variance * 100 / ws-mtd-budget
           end-if
           move ws-pct to ws-vl-mtd-pct

           compute ws-vl-ytd-actual rounded = ws-ytd-actual
           compute ws-vl-ytd-budget rounded = ws-ytd-budget
           compute ws-variance = ws-ytd-actual - ws-ytd-budget
           compute ws-vl-ytd-var rounded = ws-variance
           move 0 to ws-ytd-pct
           if ws-ytd-budget not = 0
               compute ws-ytd-pct rounded =
                   ws-variance * 100 / ws-ytd-budget
           end-if
           move ws-ytd-pct to ws-vl-ytd-pct

           compute ws-vl-projection rounded =
               ws-ytd-actual * ws-year-days / ws-year-days-gone
           compute ws-vl-year-budget rounded = ws-bud-year

           if ws-ytd-budget > 0
                   and ws-ytd-pct < 0 - ws-behind-pct
               move 'BEHIND' to ws-vl-flag
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
      ***  $Workfile:   sqlbdgv.cbl  $ end
      ***--------------------------------------------------------------*
