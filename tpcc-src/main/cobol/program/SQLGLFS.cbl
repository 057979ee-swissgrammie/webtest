       identification division.

       program-id. sqlglfs.

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
      * TPCC trial balance and financial statements
      *
      * Accounting used to export GLJRNL and build balances in their
      * own package. This prints, for a period SQLPERC has closed,
      * from the GLBAL balances the close rolled forward:
      *
      *   trial balance      every GLACCT account's closing balance as
      *                      a debit or a credit, totalled to prove the
      *                      two sides agree
      *   income statement   the period's movement on the revenue (R)
      *                      and expense (E) accounts, and net income
      *   balance sheet      assets (A) and liabilities (L) at period
      *                      end; the chart carries no equity accounts,
      *                      so the earnings to date - every revenue
      *                      less expense balance - stand in for them
      *                      and the sheet balances
      *
      * The prior period and the same period last year print
      * alongside; a comparison period not closed shows OPEN over
      * an empty column. A period not closed is refused.
      *
      * Report lines to TS queue GLFRPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLGLFS '.

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
       01  ws-type                           pic x(1).
       01  ws-fig-period                     pic x(7).
       01  ws-fig-close-amt                  pic s9(12)v99 comp-3.
       01  ws-fig-move-amt                   pic s9(12)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> 1 = the period, 2 = the one before, 3 = the same
      *> period last year
       01  ws-period-table.
           03  ws-per-entry occurs 3.
               05  ws-per-period             pic x(7).
               05  ws-per-closed             pic x(1).
               05  ws-fig-close              pic s9(12)v99 comp-3.
               05  ws-fig-move               pic s9(12)v99 comp-3.
               05  ws-sec-tot                pic s9(12)v99 comp-3.
               05  ws-rev-tot                pic s9(12)v99 comp-3.
               05  ws-exp-tot                pic s9(12)v99 comp-3.
               05  ws-earn-tot               pic s9(12)v99 comp-3.
               05  ws-asset-tot              pic s9(12)v99 comp-3.
               05  ws-liab-tot               pic s9(12)v99 comp-3.
       01  p                                 pic s9(4) comp.
       01  ws-work-yyyy                      pic 9(4).
       01  ws-work-mm                        pic 9(2).
       01  ws-key-period                     pic x(7).
       01  ws-col                            pic s9(4) comp.
       01  ws-label                          pic x(24).
       01  ws-sign                           pic s9(1) comp.
       01  ws-amt                            pic s9(12)v99 comp-3.
       01  ws-tb-debit                       pic s9(12)v99 comp-3.
       01  ws-tb-credit                      pic s9(12)v99 comp-3.

       01  ws-report-q-name                  pic x(8) value 'GLFRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-title-line.
           03  filler                        pic x(7)
               value 'GLFRPT '.
           03  ws-tl-title                   pic x(24).
           03  filler                        pic x(8)
               value ' PERIOD '.
           03  ws-tl-period                  pic x(7).
           03  filler                        pic x(11)
               value ' WAREHOUSE '.
           03  ws-tl-w-id                    pic x(4).
       01  ws-column-line.
           03  filler                        pic x(7)
               value 'GLFRPT '.
           03  filler                        pic x(33)
               value 'ACCT   NAME                     T'.
           03  ws-col-head occurs 4          pic x(17).
       01  ws-gl-line.
           03  filler                        pic x(7)
               value 'GLFRPT '.
           03  ws-gl-acct                    pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-gl-name                    pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-gl-type                    pic x(1).
           03  ws-gl-amounts occurs 4.
               05  filler                    pic x(1).
               05  ws-gl-amt                 pic -z(11)9.99
                                             blank when zero.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyglfs.

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

      *> run after the month-end close for the month just
      *> closed
           if period = spaces
               move cdyyyy to ws-work-yyyy
               move cdmm to ws-work-mm
               perform back-one-month
           else
               move period(1:4) to ws-work-yyyy
               move period(6:2) to ws-work-mm
           end-if
           perform period-key
           move ws-key-period to ws-per-period (1)
           perform back-one-month
           perform period-key
           move ws-key-period to ws-per-period (2)
           move ws-per-period (1)(1:4) to ws-work-yyyy
           subtract 1 from ws-work-yyyy
           move ws-per-period (1)(6:2) to ws-work-mm
           perform period-key
           move ws-key-period to ws-per-period (3)

           perform varying p from 1 by 1 until p > 3
               perform check-closed
               move 0 to ws-sec-tot (p)
               move 0 to ws-rev-tot (p)
               move 0 to ws-exp-tot (p)
               move 0 to ws-earn-tot (p)
               move 0 to ws-asset-tot (p)
               move 0 to ws-liab-tot (p)
           end-perform
           if ws-per-closed (1) not = 'Y'
               perform period-not-closed
           end-if

           move wid to ws-wid
           move 0 to rptcount
           move 0 to ws-tb-debit
           move 0 to ws-tb-credit

           perform trial-balance
           perform income-statement
           perform balance-sheet

           move ws-tb-debit to totdebit
           move ws-tb-credit to totcredit
           if ws-tb-debit = ws-tb-credit
               move 'Y' to inbalance
           else
               move 'N' to inbalance
           end-if
           compute ws-amt = ws-rev-tot (1) - ws-exp-tot (1)
           move ws-amt to netincome
           move "Trial balance and statements queued" to msg

           move 0 to result-code
           perform audit-return.

       back-one-month.
           if ws-work-mm = 1
               move 12 to ws-work-mm
               subtract 1 from ws-work-yyyy
           else
               subtract 1 from ws-work-mm
           end-if
           .

       period-key.
           move spaces to ws-key-period
           string
               ws-work-yyyy delimited size
               "-" delimited size
               ws-work-mm delimited size
           into ws-key-period
           .

      *> only a closed period has balances; no ACCTPERD row
      *> means open
       check-closed.
           move ws-per-period (p) to pd-period
           move 'N' to ws-per-closed (p)
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT pd_status INTO :pd-status
               FROM acctperd
               WHERE pd_period = :pd-period
           END-EXEC
           if sqlcode = 0 and pd-status = 'C'
               move 'Y' to ws-per-closed (p)
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> every account's closing balance on its normal side;
      *> the comparison columns carry the net balance, debit
      *> positive
       trial-balance.
           move 'TRIAL BALANCE' to ws-tl-title
           perform queue-title
           move spaces to ws-col-head (1)
           move 'DEBIT' to ws-col-head (1)(13:5)
           move spaces to ws-col-head (2)
           move 'CREDIT' to ws-col-head (2)(12:6)
           move 2 to p
           perform period-heading
           move 3 to p
           perform period-heading
           move ws-column-line to ws-report-line
           perform queue-report-line

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_gltb CURSOR FOR
               SELECT gl_acct, gl_name, gl_type
                   FROM glacct
                   ORDER BY gl_acct
           END-EXEC
           EXEC SQL OPEN c_gltb END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_gltb INTO :gl-acct, :gl-name, :gl-type
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform account-figures
               perform clear-gl-line
               move gl-acct to ws-gl-acct
               move gl-name to ws-gl-name
               move gl-type to ws-gl-type
               if ws-fig-close (1) < 0
                   compute ws-amt = 0 - ws-fig-close (1)
                   move ws-amt to ws-gl-amt (2)
                   add ws-amt to ws-tb-credit
               else
                   move ws-fig-close (1) to ws-gl-amt (1)
                   add ws-fig-close (1) to ws-tb-debit
               end-if
               move ws-fig-close (2) to ws-gl-amt (3)
               move ws-fig-close (3) to ws-gl-amt (4)
               move ws-gl-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_gltb END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform clear-gl-line
           move 'TOTAL' to ws-gl-name
           move ws-tb-debit to ws-gl-amt (1)
           move ws-tb-credit to ws-gl-amt (2)
           move ws-gl-line to ws-report-line
           perform queue-report-line
           perform clear-gl-line
           if ws-tb-debit = ws-tb-credit
               move 'DEBITS EQUAL CREDITS' to ws-gl-name
           else
               move 'OUT OF BALANCE BY' to ws-gl-name
               compute ws-gl-amt (1) = ws-tb-debit - ws-tb-credit
           end-if
           move ws-gl-line to ws-report-line
           perform queue-report-line
           .

      *> the period's movement, revenue shown credit
      *> positive and expense debit positive
       income-statement.
           move 'INCOME STATEMENT' to ws-tl-title
           perform queue-title
           perform statement-columns

           move 'R' to ws-type
           move -1 to ws-sign
           move 'REVENUE' to ws-label
           perform statement-section
           perform varying p from 1 by 1 until p > 3
               move ws-sec-tot (p) to ws-rev-tot (p)
           end-perform
           move 'TOTAL REVENUE' to ws-label
           perform section-total

           move 'E' to ws-type
           move 1 to ws-sign
           move 'EXPENSES' to ws-label
           perform statement-section
           perform varying p from 1 by 1 until p > 3
               move ws-sec-tot (p) to ws-exp-tot (p)
           end-perform
           move 'TOTAL EXPENSES' to ws-label
           perform section-total

           perform varying p from 1 by 1 until p > 3
               compute ws-sec-tot (p) =
                   ws-rev-tot (p) - ws-exp-tot (p)
           end-perform
           move 'NET INCOME' to ws-label
           perform section-total
           .

      *> balances at period end, assets debit positive and
      *> liabilities credit positive; the earnings to date are
      *> every revenue and expense balance netted, credit
      *> positive
       balance-sheet.
           move 'BALANCE SHEET' to ws-tl-title
           perform queue-title
           perform statement-columns

           move 'A' to ws-type
           move 1 to ws-sign
           move 'ASSETS' to ws-label
           perform statement-section
           perform varying p from 1 by 1 until p > 3
               move ws-sec-tot (p) to ws-asset-tot (p)
           end-perform
           move 'TOTAL ASSETS' to ws-label
           perform section-total

           move 'L' to ws-type
           move -1 to ws-sign
           move 'LIABILITIES' to ws-label
           perform statement-section
           perform varying p from 1 by 1 until p > 3
               move ws-sec-tot (p) to ws-liab-tot (p)
           end-perform
           move 'TOTAL LIABILITIES' to ws-label
           perform section-total

           perform earnings-to-date
           perform varying p from 1 by 1 until p > 3
               move ws-earn-tot (p) to ws-sec-tot (p)
           end-perform
           move 'EARNINGS TO DATE' to ws-label
           perform section-total
           perform varying p from 1 by 1 until p > 3
               compute ws-sec-tot (p) =
                   ws-liab-tot (p) + ws-earn-tot (p)
           end-perform
           move 'TOTAL LIAB AND EARNINGS' to ws-label
           perform section-total
           .

       earnings-to-date.
           perform varying p from 1 by 1 until p > 3
               move ws-per-period (p) to ws-fig-period
               EXEC SQL
                   SELECT COALESCE(SUM(gb_close), 0)
                   INTO :ws-fig-close-amt
                   FROM glbal, glacct
                   WHERE gb_period = :ws-fig-period
                       AND (:ws-wid = 0 OR gb_w_id = :ws-wid)
                       AND gl_acct = gb_acct
                       AND gl_type IN ('R', 'E')
               END-EXEC
               compute ws-earn-tot (p) = 0 - ws-fig-close-amt
           end-perform
           .

      *> one account type's accounts, under the heading in
      *> ws-label; ws-sec-tot comes back with the type's total.
      *> The income statement shows the period's movement, the
      *> balance sheet the closing balance.
       statement-section.
           perform clear-gl-line
           move ws-label to ws-gl-name
           move ws-gl-line to ws-report-line
           perform queue-report-line
           perform varying p from 1 by 1 until p > 3
               move 0 to ws-sec-tot (p)
           end-perform

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_glsec CURSOR FOR
               SELECT gl_acct, gl_name, gl_type
                   FROM glacct
                   WHERE gl_type = :ws-type
                   ORDER BY gl_acct
           END-EXEC
           EXEC SQL OPEN c_glsec END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_glsec INTO :gl-acct, :gl-name, :gl-type
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform account-figures
               perform clear-gl-line
               move gl-acct to ws-gl-acct
               move gl-name to ws-gl-name
               move gl-type to ws-gl-type
               perform varying p from 1 by 1 until p > 3
                   if ws-type = 'R' or ws-type = 'E'
                       compute ws-amt = ws-fig-move (p) * ws-sign
                   else
                       compute ws-amt = ws-fig-close (p) * ws-sign
                   end-if
                   move ws-amt to ws-gl-amt (p)
                   add ws-amt to ws-sec-tot (p)
               end-perform
               move ws-gl-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_glsec END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       section-total.
           perform clear-gl-line
           move ws-label to ws-gl-name
           perform varying p from 1 by 1 until p > 3
               move ws-sec-tot (p) to ws-gl-amt (p)
           end-perform
           move ws-gl-line to ws-report-line
           perform queue-report-line
           .

      *> the account's closing balance and the period's
      *> movement, debit positive, for each of the three periods
       account-figures.
           move gl-acct to gb-acct
           perform varying p from 1 by 1 until p > 3
               move ws-per-period (p) to ws-fig-period
               EXEC SQL
                   SELECT COALESCE(SUM(gb_close), 0),
                       COALESCE(SUM(gb_dr - gb_cr), 0)
                   INTO :ws-fig-close-amt, :ws-fig-move-amt
                   FROM glbal
                   WHERE gb_period = :ws-fig-period
                       AND gb_acct = :gb-acct
                       AND (:ws-wid = 0 OR gb_w_id = :ws-wid)
               END-EXEC
               move ws-fig-close-amt to ws-fig-close (p)
               move ws-fig-move-amt to ws-fig-move (p)
           end-perform
      *> the cursor driving this is still open
           move 0 to sqlcode
           .

       statement-columns.
           perform varying p from 1 by 1 until p > 3
               perform period-heading
           end-perform
           move spaces to ws-col-head (4)
           move ws-column-line to ws-report-line
           perform queue-report-line
           .

      *> a period's column heading, right-aligned over its
      *> figures; the trial balance's comparison columns sit one
      *> further right than the statements'
       period-heading.
           if ws-tl-title = 'TRIAL BALANCE'
               compute ws-col = p + 1
           else
               move p to ws-col
           end-if
           move spaces to ws-col-head (ws-col)
           if ws-per-closed (p) = 'Y'
               move ws-per-period (p) to ws-col-head (ws-col)(11:7)
           else
               move ws-per-period (p) to ws-col-head (ws-col)(6:7)
               move 'OPEN' to ws-col-head (ws-col)(14:4)
           end-if
           .

       queue-title.
           move ws-per-period (1) to ws-tl-period
           if wid = 0
               move 'ALL' to ws-tl-w-id
           else
               move wid to ws-tl-w-id
           end-if
           move ws-title-line to ws-report-line
           perform queue-report-line
           .

       clear-gl-line.
           move spaces to ws-gl-acct
           move spaces to ws-gl-name
           move spaces to ws-gl-type
           perform varying p from 1 by 1 until p > 4
               move 0 to ws-gl-amt (p)
           end-perform
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

       period-not-closed.
           move "Period has not been closed" to err

           move 1 to result-code
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
      ***  $Workfile:   sqlglfs.cbl  $ end
      ***--------------------------------------------------------------*
