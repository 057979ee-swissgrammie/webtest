       identification division.

       program-id. sqlwoff.

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
      * TPCC bad-debt write-off
      *
      * A customer who has gone all the way down the DUNNING ladder
      * to the final demand (level 3) and still can't be collected
      * had no way off the books: the balance sat in the SQLARAG 90+
      * bucket and on COLLWORK forever. This writes the debt off,
      * with a supervisor's authority (an active OPERATOR with
      * op-auth 'S') and a reason:
      *
      *   - the amount (0 = the whole balance) comes off c_balance
      *     as a HISTORY row of tender WRITEOFF, which the GL journal
      *     books to bad-debt expense; no drawer is stamped
      *   - an open-item customer's open invoices close oldest first
      *     against it (status W, INVAPPL source W)
      *   - the DUNNING episode and the COLLWORK rows are cleared and
      *     open PROMISE rows close as W
      *   - a WRITEOFF log row and an R customer note record who
      *     wrote off what and why
      *
      * The credit hold is deliberately left on. A later payment
      * from the customer is recognized by Payment as a recovery of
      * the written-off amount (WRITEOFF wo_recovered).
      *
      * SQL only - Returns precedent for new capabilities.
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
       01  ws-program-name                   pic x(8) value 'SQLWOFF '.

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
       01  ws-wo-amt                         pic s9(10)v99 comp-3.
       01  ws-wo-left                        pic s9(10)v99 comp-3.
       01  ws-inv-amt                        pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-note-amt                       pic z(7)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpywoff.

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

           perform write-off-debt

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       write-off-debt.
           perform validate-supervisor
           if woreason = spaces
               perform reason-missing
           end-if

           move wid to c-w-id
           move did to c-d-id
           move cid to c-id
           EXEC SQL WHENEVER NOT FOUND go to customer-not-found
               END-EXEC
           EXEC SQL
               SELECT c_last, c_balance, COALESCE(c_ar_mode, 'B')
               INTO :c-last, :c-balance, :c-ar-mode
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

      *> only an account the dunning sweep has taken to
      *> the final demand is written off
           move c-w-id to du-w-id
           move c-d-id to du-d-id
           move c-id to du-c-id
           EXEC SQL WHENEVER NOT FOUND go to not-at-final-demand
               END-EXEC
           EXEC SQL
               SELECT du_level INTO :du-level
               FROM dunning
               WHERE du_w_id = :du-w-id AND du_d_id = :du-d-id
                   AND du_c_id = :du-c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if du-level < 3
               perform not-at-final-demand
           end-if

           if c-balance not > 0
               perform nothing-owed
           end-if
           if woamount = 0
               move c-balance to ws-wo-amt
           else
               move woamount to ws-wo-amt
           end-if
           if ws-wo-amt > c-balance
               perform amount-over-balance
           end-if

           EXEC SQL
               UPDATE customer
               SET c_balance = c_balance - :ws-wo-amt
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           subtract ws-wo-amt from c-balance

      *> the written-off amount leaves the receivable as
      *> its own HISTORY row, so the statement shows it and the GL
      *> journal books it to bad-debt expense rather than to cash
           move 'WRITEOFF' to h-tender
           move spaces to h-data
           string
               "BAD DEBT WRITE-OFF" delimited size
           into h-data
           move 0 to h-drawer
           EXEC SQL
               INSERT INTO history
                   (h_c_d_id, h_c_w_id, h_c_id, h_d_id,
                    h_w_id, h_date, h_amount, h_tender, h_data,
                    h_drawer)
               VALUES
                   (:c-d-id, :c-w-id, :c-id, :c-d-id,
                    :c-w-id, :datetime, :ws-wo-amt, :h-tender,
                    :h-data, :h-drawer)
           END-EXEC

           if c-ar-mode = 'O'
               perform close-written-off-invoices
           end-if

           perform close-collection-activity

           move c-w-id to wo-w-id
           move c-d-id to wo-d-id
           move c-id to wo-c-id
           move ws-wo-amt to wo-amount
           move 0 to wo-recovered
           move woreason to wo-reason
           move op-id to wo-op-id
           move datetime to wo-entry-d
           EXEC SQL
               INSERT INTO writeoff
                   (wo_w_id, wo_d_id, wo_c_id, wo_amount,
                       wo_recovered, wo_reason, wo_op_id,
                       wo_entry_d)
                   VALUES (:wo-w-id, :wo-d-id, :wo-c-id,
                       :wo-amount, :wo-recovered, :wo-reason,
                       :wo-op-id, :wo-entry-d)
           END-EXEC

           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move op-id to cn-operator
           move 'R' to cn-category
           move ws-wo-amt to ws-note-amt
           move spaces to cn-text
           string
               "Bad debt written off " delimited size
               ws-note-amt delimited size
               " - " delimited size
               woreason delimited size
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC

           move ws-wo-amt to wowrittenoff
           move c-balance to wobalance
           move "Bad debt written off" to msg
           .

      *> open invoices close oldest first against the
      *> amount written off; one picked off at a time so nothing
      *> reads a row this transaction is updating
       close-written-off-invoices.
           move ws-wo-amt to ws-wo-left
           move c-w-id to inv-w-id
           move c-d-id to inv-d-id
           move c-id to inv-c-id
           perform until ws-wo-left = 0
               EXEC SQL
                   SELECT COALESCE(MIN(inv_id), 0) INTO :inv-id
                   FROM invoice
                   WHERE inv_w_id = :inv-w-id
                       AND inv_d_id = :inv-d-id
                       AND inv_c_id = :inv-c-id
                       AND inv_status IN ('O', 'P')
               END-EXEC
               if inv-id = 0
                   exit perform
               end-if
               EXEC SQL
                   SELECT COALESCE(inv_open, 0) INTO :inv-open
                   FROM invoice
                   WHERE inv_id = :inv-id
               END-EXEC
               move inv-open to ws-inv-amt
               if ws-inv-amt > ws-wo-left
                   move ws-wo-left to ws-inv-amt
               end-if
               subtract ws-inv-amt from inv-open
               subtract ws-inv-amt from ws-wo-left
               if inv-open = 0
                   move 'W' to inv-status
               else
                   move 'P' to inv-status
               end-if
               EXEC SQL
                   UPDATE invoice
                   SET inv_open = :inv-open,
                       inv_status = :inv-status
                   WHERE inv_id = :inv-id
               END-EXEC
               if ws-inv-amt > 0
                   move inv-id to ia-inv-id
                   move c-w-id to ia-w-id
                   move c-d-id to ia-d-id
                   move c-id to ia-c-id
                   move ws-inv-amt to ia-amount
                   move 'W' to ia-source
                   move op-id to ia-keyed-by
                   move datetime to ia-entry-d
                   EXEC SQL
                       INSERT INTO invappl
                           (ia_inv_id, ia_w_id, ia_d_id, ia_c_id,
                               ia_amount, ia_source, ia_keyed_by,
                               ia_entry_d)
                           VALUES (:ia-inv-id, :ia-w-id, :ia-d-id,
                               :ia-c-id, :ia-amount, :ia-source,
                               :ia-keyed-by, :ia-entry-d)
                   END-EXEC
               end-if
           end-perform
           .

      *> the collectors stop chasing: the dunning episode
      *> ends, the account drops off the worklist and any promise
      *> still open closes as written off. c_credit_hold is left
      *> alone on purpose - nobody should sell to this account on
      *> credit again without a supervisor lifting it.
       close-collection-activity.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DELETE FROM dunning
               WHERE du_w_id = :du-w-id AND du_d_id = :du-d-id
                   AND du_c_id = :du-c-id
           END-EXEC

           move c-w-id to cw-w-id
           move c-d-id to cw-d-id
           move c-id to cw-c-id
           EXEC SQL
               DELETE FROM collwork
               WHERE cw_w_id = :cw-w-id AND cw_d_id = :cw-d-id
                   AND cw_c_id = :cw-c-id
           END-EXEC

           move c-w-id to pr-w-id
           move c-d-id to pr-d-id
           move c-id to pr-c-id
           EXEC SQL
               UPDATE promise
               SET pr_status = 'W'
               WHERE pr_w_id = :pr-w-id AND pr_d_id = :pr-d-id
                   AND pr_c_id = :pr-c-id AND pr_status = 'O'
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the supervisor id must name a real, active
      *> operator with supervisor authority, the same check Payment
      *> makes on an over-limit payment
       validate-supervisor.
           if supervisorid = spaces
               perform supervisor-not-valid
           end-if
           move supervisorid to op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT op_auth, op_status
               INTO :op-auth, :op-status
               FROM operator
               WHERE op_id = :op-id
           END-EXEC
           if sqlcode = 100
               perform supervisor-not-valid
           end-if
           if op-auth not = 'S' or op-status not = 'A'
               perform supervisor-not-valid
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       supervisor-not-valid.
           move "Supervisor id is not a valid active supervisor"
               to err

           move 1 to result-code
           perform audit-return.

       reason-missing.
           move "A write-off needs a reason" to err

           move 2 to result-code
           perform audit-return.

       customer-not-found.
           move "Customer not found" to err

           move 3 to result-code
           perform audit-return.

       not-at-final-demand.
           move "Customer is not at final demand (dunning level 3)"
               to err

           move 4 to result-code
           perform audit-return.

       nothing-owed.
           move "Customer has no balance to write off" to err

           move 5 to result-code
           perform audit-return.

       amount-over-balance.
           move "Write-off amount is more than the balance" to err

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
      ***  $Workfile:   sqlwoff.cbl  $ end
      ***--------------------------------------------------------------*
