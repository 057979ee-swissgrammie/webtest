       identification division.

       program-id. sqlpmom.

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
      * TPCC promotion maintenance
      *
      * Marketing's promotions ("10% off item 1234 in March", "free
      * freight over $500") used to reach the order desk as a memo,
      * and the clerks keyed them as price overrides - filling
      * PRCOVRD with overrides that were really promotions. The
      * PROMO master holds them instead, and New Order takes the
      * code:
      *
      *   reqtype 'S' - set a promotion (insert or replace)
      *   reqtype 'X' - remove one; a promotion already used on an
      *                 order is closed as of yesterday instead, so
      *                 its history stays on SQLPMOE's report
      *   reqtype 'Q' - read one back, with its uses and spend
      *
      * A promotion is percent off list (type P, the percentage
      * required) or free freight (type F). It qualifies on an item
      * (which must exist), a minimum order value, or both, and
      * runs between its start and end dates. The budget is the
      * discount it may give away and the use cap the orders it may
      * go on (0 = no limit on either). Replacing a promotion keeps
      * its uses and spend.
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
       01  ws-program-name                   pic x(8) value 'SQLPMOM '.

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

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpypmom.

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

           if promocode = spaces
               perform missing-code
           end-if
           move promocode to pm-code

           evaluate true
               when pmo-set
                   perform set-promotion
               when pmo-remove
                   perform remove-promotion
               when pmo-query
                   perform query-promotion
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       set-promotion.
           if not pmo-percent-off and not pmo-free-freight
               perform bad-type
           end-if
           if pmo-percent-off
               and (pctoff = 0 or pctoff not < 100)
               perform bad-percent
           end-if
           if not pmo-percent-off
               move 0 to pctoff
           end-if

           move startdate to ws-work-date
           perform date-to-int
           if ws-date-ok not = 'Y'
               perform bad-dates
           end-if
           move enddate to ws-work-date
           perform date-to-int
           if ws-date-ok not = 'Y' or enddate < startdate
               perform bad-dates
           end-if

      *> a promotion on one item needs that item
           if itemid not = 0
               move itemid to i-id
               EXEC SQL WHENEVER NOT FOUND go to item-not-found
                   END-EXEC
               EXEC SQL
                   SELECT i_price INTO :i-price
                   FROM item
                   WHERE i_id = :i-id
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           end-if

           move promodesc to pm-desc
           move itemid to pm-i-id
           move minorder to pm-min-order
           move promotype to pm-type
           move pctoff to pm-pct-off
           move startdate to pm-start-d
           move enddate to pm-end-d
           move budget to pm-budget
           move maxuses to pm-max-uses

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE promo
               SET pm_desc = :pm-desc, pm_i_id = :pm-i-id,
                   pm_min_order = :pm-min-order,
                   pm_type = :pm-type, pm_pct_off = :pm-pct-off,
                   pm_start_d = :pm-start-d, pm_end_d = :pm-end-d,
                   pm_budget = :pm-budget,
                   pm_max_uses = :pm-max-uses
               WHERE pm_code = :pm-code
           END-EXEC
           if sqlcode = 100
               move 0 to pm-uses
               move 0 to pm-spent
               EXEC SQL
                   INSERT INTO promo
                       (pm_code, pm_desc, pm_i_id, pm_min_order,
                           pm_type, pm_pct_off, pm_start_d,
                           pm_end_d, pm_budget, pm_max_uses,
                           pm_uses, pm_spent)
                       VALUES (:pm-code, :pm-desc, :pm-i-id,
                           :pm-min-order, :pm-type, :pm-pct-off,
                           :pm-start-d, :pm-end-d, :pm-budget,
                           :pm-max-uses, :pm-uses, :pm-spent)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move "Promotion recorded" to msg
           .

       remove-promotion.
           EXEC SQL WHENEVER NOT FOUND go to promotion-not-found
               END-EXEC
           EXEC SQL
               SELECT pm_uses INTO :pm-uses
               FROM promo
               WHERE pm_code = :pm-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if pm-uses = 0
               EXEC SQL
                   DELETE FROM promo
                   WHERE pm_code = :pm-code
               END-EXEC
               move "Promotion removed" to msg
           else
               move datetime(1:10) to ws-work-date
               perform date-to-int
               subtract 1 from ws-work-int
               perform work-int-to-date
               move ws-work-date to pm-end-d
               EXEC SQL
                   UPDATE promo
                   SET pm_end_d = :pm-end-d
                   WHERE pm_code = :pm-code
                       AND pm_end_d > :pm-end-d
               END-EXEC
               move "Promotion closed - its history is kept" to msg
           end-if
           .

       query-promotion.
           EXEC SQL WHENEVER NOT FOUND go to promotion-not-found
               END-EXEC
           EXEC SQL
               SELECT pm_desc, pm_i_id, pm_min_order, pm_type,
                   pm_pct_off, pm_start_d, pm_end_d, pm_budget,
                   pm_max_uses, pm_uses, pm_spent
               INTO :pm-desc, :pm-i-id, :pm-min-order, :pm-type,
                   :pm-pct-off, :pm-start-d, :pm-end-d, :pm-budget,
                   :pm-max-uses, :pm-uses, :pm-spent
               FROM promo
               WHERE pm_code = :pm-code
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move pm-desc to promodesc
           move pm-i-id to itemid
           move pm-min-order to minorder
           move pm-type to promotype
           move pm-pct-off to pctoff
           move pm-start-d to startdate
           move pm-end-d to enddate
           move pm-budget to budget
           move pm-max-uses to maxuses
           move pm-uses to uses
           move pm-spent to spent
           move "Promotion returned" to msg
           .

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
           move "Request type must be S, X, or Q" to err

           move 1 to result-code
           perform audit-return.

       missing-code.
           move "A promotion code is required" to err

           move 2 to result-code
           perform audit-return.

       bad-type.
           move "Promotion type must be P (percent off) or F (freight)"
             to err

           move 3 to result-code
           perform audit-return.

       bad-percent.
           move "Percent off must be more than 0 and under 100" to err

           move 4 to result-code
           perform audit-return.

       bad-dates.
           move "Start and end dates must be YYYY-MM-DD, start first"
             to err

           move 5 to result-code
           perform audit-return.

       item-not-found.
           move "Item not found" to err

           move 6 to result-code
           perform audit-return.

       promotion-not-found.
           move "Promotion not found" to err

           move 7 to result-code
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
      ***  $Workfile:   sqlpmom.cbl  $ end
      ***--------------------------------------------------------------*
