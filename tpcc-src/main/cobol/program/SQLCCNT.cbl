       identification division.

       program-id. sqlccnt.

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
      * TPCC cycle-count schedule by ABC class
      *
      * SQLCYCL posts whatever a counter happens to count. This
      * decides what gets counted, off the classes SQLABCC keeps in
      * ITEMABC: A items once a month (30 days), B once a quarter
      * (91), C once a year (365).
      *
      *   reqtype 'L' - the day's count list. Each class's items are
      *                 spread over the working days of its cycle (no
      *                 Sundays, no BUSCAL non-working days - which get
      *                 no list at all), longest uncounted first, never
      *                 counted ahead of everything; each item printed
      *                 with its bin labels (BINQTY locations, else the
      *                 stock label) and book quantity
      *   reqtype 'R' - per class, the items overdue for a count and
      *                 the count accuracy over the past year: how many
      *                 counts matched the book exactly and the units
      *                 the book was out by, off the STKADJ count
      *                 variances (reason C)
      *
      * "Counted" is a STKADJ count row for the item. Queued to TS
      * queue CNTRPT.
      *
      * SQL only - no VSM counterpart, Returns precedent.
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
       01  ws-program-name                   pic x(8) value 'SQLCCNT '.

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
       01  ws-run-date                       pic x(10).
       01  ws-due-date                       pic x(10).
       01  ws-year-ago                       pic x(10).
       01  ws-last-count                     pic x(10).
       01  ws-cls                            pic x(1).
       01  ws-class-items                    pic s9(9) comp.
       01  ws-cal-cnt                        pic s9(9) comp.
       01  ws-cnt-total                      pic s9(9) comp.
       01  ws-cnt-exact                      pic s9(9) comp.
       01  ws-cnt-units                      pic s9(9) comp.
       01  ws-bin-cnt                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> each class and the days in its count cycle
       01  ws-class-table.
           03  filler                        pic x(4) value 'A030'.
           03  filler                        pic x(4) value 'B091'.
           03  filler                        pic x(4) value 'C365'.
       01  filler redefines ws-class-table.
           03  ws-class-entry occurs 3.
               05  ws-cls-code               pic x(1).
               05  ws-cls-days               pic 9(3).
       01  ws-cls-x                          pic s9(4) comp.

       01  ws-run-int                        pic s9(9) comp.
       01  ws-day-int                        pic s9(9) comp.
       01  ws-cycle-end                      pic s9(9) comp.
       01  ws-work-days                      pic s9(9) comp.
       01  ws-quota                          pic s9(9) comp.
       01  ws-picked                         pic s9(9) comp.
       01  ws-day-is-working                 pic x(1).

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.

       01  ws-report-q-name                  pic x(8) value 'CNTRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'CNTRPT '.
           03  ws-hdr-title                  pic x(13).
           03  filler                        pic x(4) value ' W: '.
           03  ws-hdr-wh                     pic z(3)9.
           03  filler                        pic x(5) value ' FOR '.
           03  ws-hdr-date                   pic x(10).
       01  ws-title-line.
           03  filler                        pic x(7)
               value 'CNTRPT '.
           03  ws-ttl-text                   pic x(14).
           03  ws-ttl-class                  pic x(1).
           03  filler                        pic x(7) value ' EVERY '.
           03  ws-ttl-days                   pic zz9.
           03  filler                        pic x(5) value ' DAYS'.
       01  ws-item-line.
           03  filler                        pic x(7)
               value 'CNTRPT '.
           03  ws-itm-kind                   pic x(8).
           03  ws-itm-class                  pic x(1).
           03  filler                        pic x(1) value space.
           03  ws-itm-item                   pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-itm-iname                  pic x(24).
           03  filler                        pic x(6) value ' LAST '.
           03  ws-itm-last                   pic x(10).
           03  filler                        pic x(6) value ' BOOK '.
           03  ws-itm-book                   pic z(3)9.
       01  ws-bin-line.
           03  filler                        pic x(15)
               value 'CNTRPT     BIN '.
           03  ws-bin-loc                    pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-bin-role                   pic x(8).
           03  filler                        pic x(6) value ' BOOK '.
           03  ws-bin-qty                    pic z(8)9.
       01  ws-accuracy-line.
           03  filler                        pic x(16)
               value 'CNTRPT ACCURACY '.
           03  ws-acc-class                  pic x(1).
           03  filler                        pic x(8) value ' COUNTS '.
           03  ws-acc-counts                 pic z(5)9.
           03  filler                        pic x(7) value ' EXACT '.
           03  ws-acc-exact                  pic z(5)9.
           03  filler                        pic x(5) value ' PCT '.
           03  ws-acc-pct                    pic zz9.9.
           03  filler                        pic x(11)
               value ' UNITS OFF '.
           03  ws-acc-units                  pic z(8)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyccnt.

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

           if not (count-list or count-report)
               perform bad-reqtype
           end-if

           if rundate = spaces
               move datetime(1:10) to ws-run-date
           else
               move rundate to ws-run-date
           end-if
           move ws-run-date to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               perform date-not-valid
           end-if
           move ws-run-date to rundate
           move ws-work-int to ws-run-int

           move wid to w-id
           move wid to ab-w-id
           EXEC SQL
               SELECT COUNT(*) INTO :ws-class-items
               FROM itemabc
               WHERE ab_w_id = :ab-w-id
           END-EXEC
           if ws-class-items = 0
               perform not-classified
           end-if

           move 0 to rptcount
           perform varying ws-cls-x from 1 by 1 until ws-cls-x > 3
               move ws-cls-code (ws-cls-x) to classcode (ws-cls-x)
               move 0 to classitems (ws-cls-x)
               move 0 to listedcount (ws-cls-x)
               move 0 to overduecount (ws-cls-x)
               move 0 to countsdone (ws-cls-x)
               move 0 to exactcounts (ws-cls-x)
               move 0 to accuracypct (ws-cls-x)
           end-perform

           evaluate true
               when count-list
                   perform build-count-list
               when count-report
                   perform build-count-report
           end-evaluate

           move 0 to result-code
           perform audit-return.

       build-count-list.
           move ws-run-int to ws-day-int
           perform check-working-day
           if ws-day-is-working not = 'Y'
               perform non-working-day
           end-if

           move 'COUNT LIST   ' to ws-hdr-title
           move w-id to ws-hdr-wh
           move ws-run-date to ws-hdr-date
           move ws-header-line to ws-report-line
           perform queue-report-line

           perform varying ws-cls-x from 1 by 1 until ws-cls-x > 3
               perform list-one-class
           end-perform

           move "Count list queued" to msg
           .

      *> the class's share of today: its items over the working
      *> days left in one cycle from today, rounded up, taken
      *> longest uncounted first (never counted first of all)
       list-one-class.
           move ws-cls-code (ws-cls-x) to ws-cls
           EXEC SQL
               SELECT COUNT(*) INTO :ws-class-items
               FROM itemabc
               WHERE ab_w_id = :ab-w-id AND ab_class = :ws-cls
           END-EXEC
           move ws-class-items to classitems (ws-cls-x)

           move 0 to ws-work-days
           compute ws-cycle-end =
               ws-run-int + ws-cls-days (ws-cls-x) - 1
           perform varying ws-day-int from ws-run-int by 1
               until ws-day-int > ws-cycle-end
               perform check-working-day
               if ws-day-is-working = 'Y'
                   add 1 to ws-work-days
               end-if
           end-perform
           compute ws-quota =
               (ws-class-items + ws-work-days - 1) / ws-work-days

           move 'COUNT CLASS   ' to ws-ttl-text
           move ws-cls to ws-ttl-class
           move ws-cls-days (ws-cls-x) to ws-ttl-days
           move ws-title-line to ws-report-line
           perform queue-report-line

           move 0 to ws-picked
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_cclist CURSOR FOR
               SELECT ab_i_id, i_name, s_quantity, s_dist_01,
                   COALESCE((SELECT MAX(SUBSTR(sa_entry_d, 1, 10))
                        FROM stkadj
                        WHERE sa_w_id = ab_w_id
                            AND sa_i_id = ab_i_id
                            AND sa_reason = 'C'), '0000-00-00')
                   FROM itemabc, item, stock
                   WHERE ab_w_id = :ab-w-id AND ab_class = :ws-cls
                       AND i_id = ab_i_id
                       AND s_w_id = ab_w_id AND s_i_id = ab_i_id
                   ORDER BY 5, ab_rank
           END-EXEC
           EXEC SQL OPEN c_cclist END-EXEC
           perform until sqlcode = 100 or ws-picked >= ws-quota
               EXEC SQL
                   FETCH c_cclist INTO :ab-i-id, :i-name,
                       :s-quantity, :s-dist-01, :ws-last-count
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
      *> already counted today: nothing left in the class is
      *> older, so the day's share is done
               if ws-last-count >= ws-run-date
                   exit perform
               end-if
               perform list-one-item
           end-perform
           EXEC SQL CLOSE c_cclist END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       list-one-item.
           add 1 to ws-picked
           add 1 to listedcount (ws-cls-x)
           move 'COUNT   ' to ws-itm-kind
           perform queue-item-line
           perform queue-bin-labels
           .

      *> every location the item is held in, primary first, so
      *> the counter counts them all; an item with no locations
      *> is counted at its stock label. The CLOSE leaves sqlcode
      *> 0 for the list loop.
       queue-bin-labels.
           move w-id to bq-w-id
           move ab-i-id to bq-i-id
           move 0 to ws-bin-cnt
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_ccbin CURSOR FOR
               SELECT bq_loc, bq_role, bq_qty
                   FROM binqty
                   WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                   ORDER BY bq_role DESC, bq_loc
           END-EXEC
           EXEC SQL OPEN c_ccbin END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_ccbin INTO :bq-loc, :bq-role, :bq-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to ws-bin-cnt
               move bq-loc to ws-bin-loc
               if bq-role = 'P'
                   move 'PRIMARY ' to ws-bin-role
               else
                   move 'OVERFLOW' to ws-bin-role
               end-if
               move bq-qty to ws-bin-qty
               move ws-bin-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_ccbin END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if ws-bin-cnt = 0
               move s-dist-01 to ws-bin-loc
               move 'LABEL   ' to ws-bin-role
               move s-quantity to ws-bin-qty
               move ws-bin-line to ws-report-line
               perform queue-report-line
           end-if
           .

       build-count-report.
           compute ws-work-int = ws-run-int - 365
           perform work-int-to-date
           move ws-work-date to ws-year-ago

           move 'COUNT REPORT ' to ws-hdr-title
           move w-id to ws-hdr-wh
           move ws-run-date to ws-hdr-date
           move ws-header-line to ws-report-line
           perform queue-report-line

           perform varying ws-cls-x from 1 by 1 until ws-cls-x > 3
               perform report-one-class
           end-perform

           move "Count report queued" to msg
           .

      *> overdue = no count inside the class's cycle back from
      *> the run date
       report-one-class.
           move ws-cls-code (ws-cls-x) to ws-cls
           EXEC SQL
               SELECT COUNT(*) INTO :ws-class-items
               FROM itemabc
               WHERE ab_w_id = :ab-w-id AND ab_class = :ws-cls
           END-EXEC
           move ws-class-items to classitems (ws-cls-x)

           compute ws-work-int = ws-run-int - ws-cls-days (ws-cls-x)
           perform work-int-to-date
           move ws-work-date to ws-due-date

           move 'OVERDUE CLASS ' to ws-ttl-text
           move ws-cls to ws-ttl-class
           move ws-cls-days (ws-cls-x) to ws-ttl-days
           move ws-title-line to ws-report-line
           perform queue-report-line

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_ccover CURSOR FOR
               SELECT ab_i_id, i_name, s_quantity,
                   COALESCE((SELECT MAX(SUBSTR(sa_entry_d, 1, 10))
                        FROM stkadj
                        WHERE sa_w_id = ab_w_id
                            AND sa_i_id = ab_i_id
                            AND sa_reason = 'C'), '0000-00-00')
                   FROM itemabc, item, stock
                   WHERE ab_w_id = :ab-w-id AND ab_class = :ws-cls
                       AND i_id = ab_i_id
                       AND s_w_id = ab_w_id AND s_i_id = ab_i_id
                       AND COALESCE((SELECT MAX(SUBSTR(sa_entry_d,
                                1, 10))
                            FROM stkadj
                            WHERE sa_w_id = ab_w_id
                                AND sa_i_id = ab_i_id
                                AND sa_reason = 'C'), '0000-00-00')
                           <= :ws-due-date
                   ORDER BY 4, ab_rank
           END-EXEC
           EXEC SQL OPEN c_ccover END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_ccover INTO :ab-i-id, :i-name,
                       :s-quantity, :ws-last-count
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to overduecount (ws-cls-x)
               move 'OVERDUE ' to ws-itm-kind
               perform queue-item-line
           end-perform
           EXEC SQL CLOSE c_ccover END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(CASE WHEN sa_variance = 0
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(ABS(sa_variance)), 0)
               INTO :ws-cnt-total, :ws-cnt-exact, :ws-cnt-units
               FROM stkadj, itemabc
               WHERE sa_w_id = :ab-w-id AND sa_reason = 'C'
                   AND sa_entry_d >= :ws-year-ago
                   AND ab_w_id = sa_w_id AND ab_i_id = sa_i_id
                   AND ab_class = :ws-cls
           END-EXEC
           move ws-cnt-total to countsdone (ws-cls-x)
           move ws-cnt-exact to exactcounts (ws-cls-x)
           if ws-cnt-total > 0
               compute accuracypct (ws-cls-x) rounded =
                   ws-cnt-exact * 100 / ws-cnt-total
           end-if
           move ws-cls to ws-acc-class
           move ws-cnt-total to ws-acc-counts
           move ws-cnt-exact to ws-acc-exact
           move accuracypct (ws-cls-x) to ws-acc-pct
           move ws-cnt-units to ws-acc-units
           move ws-accuracy-line to ws-report-line
           perform queue-report-line
           .

       queue-item-line.
           move ws-cls to ws-itm-class
           move ab-i-id to ws-itm-item
           move i-name to ws-itm-iname
           if ws-last-count = '0000-00-00'
               move 'NEVER' to ws-itm-last
           else
               move ws-last-count to ws-itm-last
           end-if
           move s-quantity to ws-itm-book
           move ws-item-line to ws-report-line
           perform queue-report-line
           .

      *> integer day 1 is a Monday, so mod 7 zero is Sunday;
      *> BUSCAL carries the holidays, company-wide (bc_w_id 0) or
      *> for this warehouse
       check-working-day.
           move 'Y' to ws-day-is-working
           if function mod(ws-day-int, 7) = 0
               move 'N' to ws-day-is-working
           else
               move ws-day-int to ws-work-int
               perform work-int-to-date
               move ws-work-date to bc-date
               move w-id to bc-w-id
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-cal-cnt
                   FROM buscal
                   WHERE bc_date = :bc-date
                       AND (bc_w_id = 0 OR bc_w_id = :bc-w-id)
               END-EXEC
               if ws-cal-cnt not = 0
                   move 'N' to ws-day-is-working
               end-if
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

      *> 'YYYY-MM-DD' in ws-work-date to an integer day in
      *> ws-work-int
       date-to-int.
           move 'N' to ws-date-ok
           if ws-work-date(1:4) is numeric
               and ws-work-date(5:1) = '-'
               and ws-work-date(6:2) is numeric
               and ws-work-date(8:1) = '-'
               and ws-work-date(9:2) is numeric
               move ws-work-date(1:4) to ws-dd-yyyy
               move ws-work-date(6:2) to ws-dd-mm
               move ws-work-date(9:2) to ws-dd-dd
               if ws-dd-mm >= 1 and ws-dd-mm <= 12
                   and ws-dd-dd >= 1 and ws-dd-dd <= 31
                   and ws-dd-yyyy >= 1601
                   compute ws-work-int =
                       function integer-of-date(ws-date-digits)
                   move 'Y' to ws-date-ok
               end-if
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

       bad-reqtype.
           move "Request type must be L or R" to err

           move 1 to result-code
           perform audit-return.

       date-not-valid.
           move "Run date must be YYYY-MM-DD" to err

           move 2 to result-code
           perform audit-return.

       non-working-day.
           move "Not a working day - no count list" to err

           move 3 to result-code
           perform audit-return.

       not-classified.
           move "Warehouse has no ABC classes - run SQLABCC" to err

           move 4 to result-code
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
      ***  $Workfile:   sqlccnt.cbl  $ end
      ***--------------------------------------------------------------*
