       identification division.

       program-id. sqlbdgm.

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
      * TPCC sales budget maintenance
      *
      * The regional managers' targets used to live in a spreadsheet,
      * so nothing could hold the DAYTOTALS actuals up against them.
      * The BUDGET table keeps a sales target per warehouse, district
      * and month, for the district as a whole or split by a CATEGORY
      * node (department, category or subcategory):
      *
      *   reqtype 'S' - set months startmonth on (insert or replace;
      *                 twelve amounts load a whole year)
      *   reqtype 'X' - remove months
      *   reqtype 'Q' - read a year back with its total
      *
      * The district must exist and a category code must be on the
      * CATEGORY master. Every row written is stamped with the
      * operator and the time. SQL only - no VSM counterpart, Returns
      * precedent.
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
       01  ws-program-name                   pic x(8) value 'SQLBDGM '.

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

       01  m                                 pic s9(4) comp.
       01  ws-last-month                     pic s9(4) comp.
       01  ws-month-mm                       pic 9(2).
       01  ws-year-total                     pic s9(11)v99 comp-3.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpybdgm.

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

           move wid to d-w-id
           move did to d-id
           EXEC SQL WHENEVER NOT FOUND go to district-not-found
               END-EXEC
           EXEC SQL
               SELECT d_name INTO :d-name
               FROM district
               WHERE d_w_id = :d-w-id AND d_id = :d-id
           END-EXEC

           if catcode not = spaces
               move catcode to cg-code
               EXEC SQL WHENEVER NOT FOUND go to category-not-found
                   END-EXEC
               EXEC SQL
                   SELECT cg_level INTO :cg-level
                   FROM category
                   WHERE cg_code = :cg-code
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if budgetyear < 1900
               perform bad-year
           end-if
           move wid to bg-w-id
           move did to bg-d-id
           move catcode to bg-cat

      *> Q always reads the whole year; S and X work on
      *> the months named, which have to stay inside the year
           if not bdg-query
               compute ws-last-month = startmonth + monthcnt - 1
               if startmonth = 0 or monthcnt = 0
                       or ws-last-month > 12
                   perform bad-months
               end-if
           end-if

           move 0 to monthsdone
           evaluate true
               when bdg-set
                   perform set-budget
               when bdg-remove
                   perform remove-budget
               when bdg-query
                   perform query-budget
               when other
                   perform bad-reqtype
           end-evaluate

           perform year-total

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       set-budget.
           move opid to bg-op-id
           move datetime to bg-upd-d
           perform varying m from startmonth by 1
                   until m > ws-last-month
               perform budget-month-key
               move budgetamt (m) to bg-amount
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   UPDATE budget
                   SET bg_amount = :bg-amount, bg_op_id = :bg-op-id,
                       bg_upd_d = :bg-upd-d
                   WHERE bg_w_id = :bg-w-id AND bg_d_id = :bg-d-id
                       AND bg_cat = :bg-cat
                       AND bg_month = :bg-month
               END-EXEC
               if sqlcode = 100
                   EXEC SQL
                       INSERT INTO budget
                           (bg_w_id, bg_d_id, bg_cat, bg_month,
                               bg_amount, bg_op_id, bg_upd_d)
                           VALUES (:bg-w-id, :bg-d-id, :bg-cat,
                               :bg-month, :bg-amount, :bg-op-id,
                               :bg-upd-d)
                   END-EXEC
               end-if
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               add 1 to monthsdone
           end-perform

           move "Sales budget recorded" to msg
           .

      *> a month with nothing on file is skipped, not an
      *> error - clearing a quarter shouldn't fail on a gap
       remove-budget.
           perform varying m from startmonth by 1
                   until m > ws-last-month
               perform budget-month-key
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   DELETE FROM budget
                   WHERE bg_w_id = :bg-w-id AND bg_d_id = :bg-d-id
                       AND bg_cat = :bg-cat
                       AND bg_month = :bg-month
               END-EXEC
               if sqlcode not = 100
                   add 1 to monthsdone
               end-if
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           end-perform

           if monthsdone = 0
               perform budget-not-found
           end-if
           move "Sales budget removed" to msg
           .

       query-budget.
           perform varying m from 1 by 1 until m > 12
               perform budget-month-key
               move 0 to budgetamt (m)
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT bg_amount INTO :bg-amount
                   FROM budget
                   WHERE bg_w_id = :bg-w-id AND bg_d_id = :bg-d-id
                       AND bg_cat = :bg-cat
                       AND bg_month = :bg-month
               END-EXEC
               if sqlcode not = 100
                   move bg-amount to budgetamt (m)
                   add 1 to monthsdone
               end-if
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           end-perform

           if monthsdone = 0
               perform budget-not-found
           end-if
           move "Sales budget returned" to msg
           .

       budget-month-key.
           move m to ws-month-mm
           move spaces to bg-month
           string
               budgetyear delimited size
               "-" delimited size
               ws-month-mm delimited size
           into bg-month
           .

       year-total.
           move spaces to bg-month
           string
               budgetyear delimited size
               "-" delimited size
           into bg-month
           EXEC SQL
               SELECT COALESCE(SUM(bg_amount), 0)
               INTO :ws-year-total
               FROM budget
               WHERE bg_w_id = :bg-w-id AND bg_d_id = :bg-d-id
                   AND bg_cat = :bg-cat
                   AND SUBSTR(bg_month, 1, 5) = :bg-month
           END-EXEC
           move ws-year-total to yeartotal
           .

       bad-reqtype.
           move "Request type must be S, X, or Q" to err

           move 1 to result-code
           perform audit-return.

       district-not-found.
           move "Invalid Warehouse or District ID" to err

           move 2 to result-code
           perform audit-return.

       category-not-found.
           move "Category code not found" to err

           move 3 to result-code
           perform audit-return.

       bad-year.
           move "A budget year is required" to err

           move 4 to result-code
           perform audit-return.

       bad-months.
           move "Months must fall within the year" to err

           move 5 to result-code
           perform audit-return.

       budget-not-found.
           move "No budget on file for those months" to err

           move 6 to result-code
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
           move did to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlbdgm.cbl  $ end
      ***--------------------------------------------------------------*
