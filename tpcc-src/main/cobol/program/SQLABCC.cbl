       identification division.

       program-id. sqlabcc.

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
      * TPCC quarterly ABC classification
      *
      * Cycle counting treated every item alike, so the high-value
      * lines were counted no more often than bolts. Run once a
      * quarter per warehouse, this ranks every item the warehouse
      * stocks by the ORDER_LINE value drawn from it (ol_amount,
      * ol_supply_w_id) over the year up to the as-of day, highest
      * first, and restates the warehouse's classes in ITEMABC:
      *
      *   - A while the running value is under the A share of the
      *     total (80% unless the caller says otherwise)
      *   - B while it is under the B share (95%)
      *   - C for the rest, and for every item that didn't sell
      *
      * SQLCCNT schedules the cycle counts off the classes.
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
       01  ws-program-name                   pic x(8) value 'SQLABCC '.

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
       01  ws-asof                           pic x(10).
       01  ws-year-from                      pic x(10).
       01  ws-day-after                      pic x(10).
       01  ws-item-value                     pic s9(11)v99 comp-3.
       01  ws-total-value                    pic s9(11)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-a-limit                        pic s9(11)v99 comp-3.
       01  ws-b-limit                        pic s9(11)v99 comp-3.
       01  ws-running-value                  pic s9(11)v99 comp-3.
       01  ws-a-pct                          pic s9(3) comp.
       01  ws-b-pct                          pic s9(3) comp.
       01  ws-asof-int                       pic s9(9) comp.

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyabcc.

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
               move datetime(1:10) to ws-asof
           else
               move asofdate to ws-asof
           end-if
           move ws-asof to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               perform asof-not-valid
           end-if
           move ws-asof to asofdate
           move ws-work-int to ws-asof-int
           compute ws-work-int = ws-asof-int - 365
           perform work-int-to-date
           move ws-work-date to ws-year-from
           compute ws-work-int = ws-asof-int + 1
           perform work-int-to-date
           move ws-work-date to ws-day-after

           if apct = 0
               move 80 to ws-a-pct
           else
               move apct to ws-a-pct
           end-if
           if bpct = 0
               move 95 to ws-b-pct
           else
               move bpct to ws-b-pct
           end-if
           if ws-a-pct >= ws-b-pct or ws-b-pct > 100
               perform bad-percent
           end-if

           move wid to w-id
           EXEC SQL WHENEVER NOT FOUND go to warehouse-not-found
               END-EXEC
           EXEC SQL
               SELECT w_name INTO :w-name
               FROM warehouse
               WHERE w_id = :w-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(ol_amount), 0)
               INTO :ws-total-value
               FROM order_line, orders
               WHERE ol_supply_w_id = :w-id
                   AND o_w_id = ol_w_id AND o_d_id = ol_d_id
                   AND o_id = ol_o_id
                   AND o_entry_d >= :ws-year-from
                   AND o_entry_d < :ws-day-after
           END-EXEC
           move ws-total-value to totalvalue
           compute ws-a-limit = ws-total-value * ws-a-pct / 100
           compute ws-b-limit = ws-total-value * ws-b-pct / 100

           move 0 to acount
           move 0 to bcount
           move 0 to ccount
           move 0 to ws-running-value
           move 0 to ab-rank

      *> the quarter's classes replace the last quarter's
           move w-id to ab-w-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DELETE FROM itemabc
               WHERE ab_w_id = :ab-w-id
           END-EXEC

           EXEC SQL
               DECLARE c_abc CURSOR FOR
               SELECT s_i_id,
                   (SELECT COALESCE(SUM(ol_amount), 0)
                        FROM order_line, orders
                        WHERE ol_supply_w_id = s_w_id
                            AND ol_i_id = s_i_id
                            AND o_w_id = ol_w_id
                            AND o_d_id = ol_d_id
                            AND o_id = ol_o_id
                            AND o_entry_d >= :ws-year-from
                            AND o_entry_d < :ws-day-after)
                   FROM stock
                   WHERE s_w_id = :w-id
                   ORDER BY 2 DESC, s_i_id
           END-EXEC
           EXEC SQL OPEN c_abc END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_abc INTO :ab-i-id, :ws-item-value
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform class-one-item
           end-perform
           EXEC SQL CLOSE c_abc END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           EXEC CICS SYNCPOINT END-EXEC

           move "ABC classes restated" to msg
           move 0 to result-code
           perform audit-return.

      *> classed by where the running value stood before this
      *> item, so the item that crosses a line still makes it
       class-one-item.
           add 1 to ab-rank
           evaluate true
               when ws-item-value = 0
                   move 'C' to ab-class
                   add 1 to ccount
               when ws-running-value < ws-a-limit
                   move 'A' to ab-class
                   add 1 to acount
               when ws-running-value < ws-b-limit
                   move 'B' to ab-class
                   add 1 to bcount
               when other
                   move 'C' to ab-class
                   add 1 to ccount
           end-evaluate
           add ws-item-value to ws-running-value
           move ws-item-value to ab-annual-value
           move ws-asof to ab-class-d
           EXEC SQL
               INSERT INTO itemabc
                   (ab_w_id, ab_i_id, ab_class, ab_annual_value,
                       ab_rank, ab_class_d)
                   VALUES (:ab-w-id, :ab-i-id, :ab-class,
                       :ab-annual-value, :ab-rank, :ab-class-d)
           END-EXEC
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

       asof-not-valid.
           move "As-of date must be YYYY-MM-DD" to err

           move 1 to result-code
           perform audit-return.

       bad-percent.
           move "A share must be under the B share, B 100 or less"
               to err

           move 2 to result-code
           perform audit-return.

       warehouse-not-found.
           move "Warehouse not found" to err

           move 3 to result-code
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
      ***  $Workfile:   sqlabcc.cbl  $ end
      ***--------------------------------------------------------------*
