       identification division.

       program-id. sqlsodx.

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
      * TPCC segregation-of-duties and suspicious-activity exceptions
      *
      * Every posting now carries the operator behind it, so the
      * patterns the auditors ask about can be looked for rather than
      * stumbled on. For the week ending weekending this lists:
      *
      *   1  a payment reversed (SQLPREV) by the operator whose
      *      payment it was - the payment note and the reversal note
      *      on CUSTNOTE name the two
      *   2  a store credit issued by Returns and redeemed through
      *      Payment at the same terminal (SCREDTXN sx-op-id)
      *   3  a price override (PRCOVRD) authorized by the same
      *      supervisor id that keyed the order line
      *   4  an operator whose closed drawer sessions keep coming up a
      *      little short - each no more than shortlimit, shortrepeat
      *      times or more over the last shortdays
      *   5  a refund (REFUND) proposed for a customer whose address was
      *      changed (CUSTNOTE category A) in the refunddays before the
      *      week opened or since, and before the refund
      *   6  anything keyed under an operator id OPERATOR now shows
      *      inactive - orders, customer notes (payments, reversals,
      *      maintenance), returns, drawer sessions, price override
      *      authorizations and stock adjustments
      *
      * Each hit is followed by the rows behind it so the internal
      * auditor can pull them. OPERATOR keeps no date of deactivation,
      * so check 6 reports the week's activity by every id inactive when
      * the report runs.
      *
      * Report lines to TS queue SODRPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLSODX '.

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
       01  ws-from-ts                        pic x(19).
       01  ws-thru-ts                        pic x(19).
       01  ws-short-from-ts                  pic x(19).
       01  ws-addr-from-ts                   pic x(19).
       01  ws-short-floor                    pic s9(8)v99 comp-3.
       01  ws-short-repeat                   pic s9(9) comp.
       01  ws-orig-ts                        pic x(19).
       01  ws-maker                          pic x(4).
       01  ws-issue-d                        pic x(20).
       01  ws-issue-amt                      pic s9(8)v99 comp-3.
       01  ws-src                            pic x(8).
       01  ws-when                           pic x(20).
       01  ws-k1                             pic s9(9) comp.
       01  ws-k2                             pic s9(9) comp.
       01  ws-k3                             pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-week-end                       pic x(10).
       01  ws-week-from                      pic x(10).
       01  ws-end-int                        pic s9(9) comp.
       01  ws-from-int                       pic s9(9) comp.
       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-d                         pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-short-limit                    pic s9(8)v99 comp-3.
       01  ws-short-days                     pic s9(4) comp.
       01  ws-refund-days                    pic s9(4) comp.
       01  ws-last-op                        pic x(4).
       01  ws-last-rf-id                     pic s9(9) comp.

      *> edited pieces strung into the report lines
       01  ws-amt-ed                         pic -(7)9.99.
       01  ws-amt-ed2                        pic -(7)9.99.
       01  ws-num-ed                         pic z(8)9.
       01  ws-cnt-ed                         pic z(4)9.
       01  ws-key-w                          pic 9(4).
       01  ws-key-d                          pic 9(2).
       01  ws-key-n                          pic 9(8).
       01  ws-key                            pic x(16).

       01  ws-report-q-name                  pic x(8) value 'SODRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'SODRPT '.
           03  filler                        pic x(34)
               value 'SEGREGATION OF DUTIES EXCEPTIONS '.
           03  ws-hd-from                    pic x(10).
           03  filler                        pic x(6) value ' THRU '.
           03  ws-hd-thru                    pic x(10).
       01  ws-text-line.
           03  filler                        pic x(7)
               value 'SODRPT '.
           03  ws-tl-text                    pic x(125).
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'SODRPT '.
           03  filler                        pic x(10)
               value 'REVERSALS '.
           03  ws-tt-reversal                pic z(4)9.
           03  filler                        pic x(9)
               value ' CREDITS '.
           03  ws-tt-credit                  pic z(4)9.
           03  filler                        pic x(11)
               value ' OVERRIDES '.
           03  ws-tt-override                pic z(4)9.
           03  filler                        pic x(9)
               value ' DRAWERS '.
           03  ws-tt-drawer                  pic z(4)9.
           03  filler                        pic x(9)
               value ' REFUNDS '.
           03  ws-tt-address                 pic z(4)9.
           03  filler                        pic x(10)
               value ' INACTIVE '.
           03  ws-tt-inactive                pic z(4)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpysodx.

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
           move ws-end-int to ws-work-int
           perform int-to-date
           move ws-work-d to ws-week-end
           move ws-from-int to ws-work-int
           perform int-to-date
           move ws-work-d to ws-week-from

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

           if shortlimit = 0
               move 20.00 to ws-short-limit
           else
               move shortlimit to ws-short-limit
           end-if
           compute ws-short-floor = 0 - ws-short-limit
           if shortrepeat = 0
               move 3 to ws-short-repeat
           else
               move shortrepeat to ws-short-repeat
           end-if
           if shortdays = 0
               move 28 to ws-short-days
           else
               move shortdays to ws-short-days
           end-if
           if refunddays = 0
               move 30 to ws-refund-days
           else
               move refunddays to ws-refund-days
           end-if
           compute ws-work-int = ws-end-int - ws-short-days + 1
           perform int-to-date
           move spaces to ws-short-from-ts
           string
               ws-work-d delimited size
               " 00:00:00" delimited size
           into ws-short-from-ts
           compute ws-work-int = ws-from-int - ws-refund-days
           perform int-to-date
           move spaces to ws-addr-from-ts
           string
               ws-work-d delimited size
               " 00:00:00" delimited size
           into ws-addr-from-ts

           move 0 to reversalhits
           move 0 to credithits
           move 0 to overridehits
           move 0 to drawerhits
           move 0 to addresshits
           move 0 to inactivehits
           move 0 to rptcount

           move ws-week-from to ws-hd-from
           move ws-week-end to ws-hd-thru
           move ws-header-line to ws-report-line
           perform queue-report-line

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           perform check-own-reversals
           perform check-own-store-credits
           perform check-own-overrides
           perform check-drawer-shorts
           perform check-address-refunds
           perform check-inactive-operators
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move reversalhits to ws-tt-reversal
           move credithits to ws-tt-credit
           move overridehits to ws-tt-override
           move drawerhits to ws-tt-drawer
           move addresshits to ws-tt-address
           move inactivehits to ws-tt-inactive
           move ws-total-line to ws-report-line
           perform queue-report-line

           move "Segregation of duties exceptions queued" to msg

           move 0 to result-code
           perform audit-return.

      *> 1 - SQLPREV's note is "Payment of 9999.99 dated
      *> <the payment's timestamp> reversed" under the reversing
      *> supervisor; the payment's own note at that timestamp
      *> names the operator who took it
       check-own-reversals.
           move "1 PAYMENT REVERSED BY THE OPERATOR WHO TOOK IT"
               to ws-tl-text
           perform queue-text-line

           EXEC SQL
               DECLARE c_sodrev CURSOR FOR
               SELECT cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                   cn_operator, cn_text
                   FROM custnote
                   WHERE cn_category = 'P'
                       AND cn_entry_d >= :ws-from-ts
                       AND cn_entry_d <= :ws-thru-ts
                       AND cn_text LIKE 'Payment of %reversed%'
                   ORDER BY cn_entry_d
           END-EXEC
           EXEC SQL OPEN c_sodrev END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_sodrev INTO :cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-text
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move cn-text(26:19) to ws-orig-ts
               EXEC SQL
                   SELECT COALESCE(MAX(cn_operator), ' ')
                   INTO :ws-maker
                   FROM custnote
                   WHERE cn_w_id = :cn-w-id AND cn_d_id = :cn-d-id
                       AND cn_c_id = :cn-c-id
                       AND cn_category = 'P'
                       AND cn_entry_d = :ws-orig-ts
                       AND cn_text LIKE 'Payment %taken%'
               END-EXEC
      *> the cursor is still open: leave sqlcode as it found it
               move 0 to sqlcode
               if ws-maker = cn-operator and ws-maker not = spaces
                   perform report-own-reversal
               end-if
           end-perform
           EXEC SQL CLOSE c_sodrev END-EXEC
           .

       report-own-reversal.
           add 1 to reversalhits
           move cn-w-id to ws-k1
           move cn-d-id to ws-k2
           move cn-c-id to ws-k3
           perform format-key
           move spaces to ws-tl-text
           string
               "  CUSTOMER " delimited size
               ws-key delimited " "
               " OPERATOR " delimited size
               cn-operator delimited size
           into ws-tl-text
           perform queue-text-line
           move spaces to ws-tl-text
           string
               "    PAYMENT  " delimited size
               ws-orig-ts delimited size
               " AMOUNT " delimited size
               cn-text(12:7) delimited size
               " TAKEN BY " delimited size
               ws-maker delimited size
           into ws-tl-text
           perform queue-text-line
           move spaces to ws-tl-text
           string
               "    REVERSAL " delimited size
               cn-entry-d delimited size
               " BY " delimited size
               cn-operator delimited size
           into ws-tl-text
           perform queue-text-line
           .

      *> 2 - the issue and a redemption of the same credit
      *> keyed at the same terminal
       check-own-store-credits.
           move "2 STORE CREDIT ISSUED AND REDEEMED BY ONE OPERATOR"
               to ws-tl-text
           perform queue-text-line

           EXEC SQL
               DECLARE c_sodscr CURSOR FOR
               SELECT r.sx_scr_no, r.sx_entry_d, r.sx_amount,
                   r.sx_op_id, i.sx_entry_d, i.sx_amount,
                   scr_w_id, scr_d_id, scr_c_id
                   FROM scredtxn r, scredtxn i, storecrd
                   WHERE r.sx_type = 'R'
                       AND r.sx_entry_d >= :ws-from-ts
                       AND r.sx_entry_d <= :ws-thru-ts
                       AND r.sx_op_id <> ' '
                       AND i.sx_scr_no = r.sx_scr_no
                       AND i.sx_type = 'I'
                       AND i.sx_op_id = r.sx_op_id
                       AND scr_no = r.sx_scr_no
                   ORDER BY r.sx_op_id, r.sx_entry_d
           END-EXEC
           EXEC SQL OPEN c_sodscr END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_sodscr INTO :sx-scr-no, :sx-entry-d,
                       :sx-amount, :sx-op-id, :ws-issue-d,
                       :ws-issue-amt, :scr-w-id, :scr-d-id,
                       :scr-c-id
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to credithits
               move scr-w-id to ws-k1
               move scr-d-id to ws-k2
               move scr-c-id to ws-k3
               perform format-key
               move spaces to ws-tl-text
               string
                   "  CREDIT " delimited size
                   sx-scr-no delimited size
                   " CUSTOMER " delimited size
                   ws-key delimited " "
                   " OPERATOR " delimited size
                   sx-op-id delimited size
               into ws-tl-text
               perform queue-text-line
               move ws-issue-amt to ws-amt-ed
               move spaces to ws-tl-text
               string
                   "    ISSUED   " delimited size
                   ws-issue-d delimited size
                   " AMOUNT " delimited size
                   ws-amt-ed delimited size
               into ws-tl-text
               perform queue-text-line
               move sx-amount to ws-amt-ed
               move spaces to ws-tl-text
               string
                   "    REDEEMED " delimited size
                   sx-entry-d delimited size
                   " AMOUNT " delimited size
                   ws-amt-ed delimited size
               into ws-tl-text
               perform queue-text-line
           end-perform
           EXEC SQL CLOSE c_sodscr END-EXEC
           .

      *> 3 - the supervisor who authorized the override is
      *> the terminal that keyed the line
       check-own-overrides.
           move "3 PRICE OVERRIDE AUTHORIZED ON OWN ORDER"
               to ws-tl-text
           perform queue-text-line

           EXEC SQL
               DECLARE c_sodovr CURSOR FOR
               SELECT pv_w_id, pv_d_id, pv_o_id, pv_number,
                   pv_i_id, pv_list_price, pv_keyed_price,
                   pv_auth_by, pv_entry_d
                   FROM prcovrd
                   WHERE pv_entry_d >= :ws-from-ts
                       AND pv_entry_d <= :ws-thru-ts
                       AND pv_auth_by = pv_entered_by
                   ORDER BY pv_auth_by, pv_entry_d
           END-EXEC
           EXEC SQL OPEN c_sodovr END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_sodovr INTO :pv-w-id, :pv-d-id, :pv-o-id,
                       :pv-number, :pv-i-id, :pv-list-price,
                       :pv-keyed-price, :pv-auth-by, :pv-entry-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to overridehits
               move pv-w-id to ws-k1
               move pv-d-id to ws-k2
               move pv-o-id to ws-k3
               perform format-key
               move spaces to ws-tl-text
               string
                   "  ORDER " delimited size
                   ws-key delimited " "
                   " SUPERVISOR " delimited size
                   pv-auth-by delimited size
                   " " delimited size
                   pv-entry-d delimited size
               into ws-tl-text
               perform queue-text-line
               move pv-number to ws-cnt-ed
               move pv-i-id to ws-num-ed
               move pv-list-price to ws-amt-ed
               move pv-keyed-price to ws-amt-ed2
               move spaces to ws-tl-text
               string
                   "    LINE " delimited size
                   ws-cnt-ed delimited size
                   " ITEM " delimited size
                   ws-num-ed delimited size
                   " LIST " delimited size
                   ws-amt-ed delimited size
                   " KEYED " delimited size
                   ws-amt-ed2 delimited size
               into ws-tl-text
               perform queue-text-line
           end-perform
           EXEC SQL CLOSE c_sodovr END-EXEC
           .

      *> 4 - small shortages that keep happening; one big
      *> shortage is the drawer close's business, not this
       check-drawer-shorts.
           move spaces to ws-tl-text
           move ws-short-limit to ws-amt-ed
           move ws-short-repeat to ws-cnt-ed
           move ws-short-days to ws-num-ed
           string
               "4 REPEATED SMALL DRAWER SHORTAGES (UP TO" delimited
                   size
               ws-amt-ed delimited size
               "," delimited size
               ws-cnt-ed delimited size
               " OR MORE IN" delimited size
               ws-num-ed delimited size
               " DAYS)" delimited size
           into ws-tl-text
           perform queue-text-line

           move spaces to ws-last-op
           EXEC SQL
               DECLARE c_sodshr CURSOR FOR
               SELECT dr_op_id, dr_id, dr_w_id, dr_d_id, dr_open_d,
                   dr_close_d, dr_over_short
                   FROM drawer
                   WHERE dr_status = 'C'
                       AND dr_close_d >= :ws-short-from-ts
                       AND dr_close_d <= :ws-thru-ts
                       AND dr_over_short < 0
                       AND dr_over_short >= :ws-short-floor
                       AND dr_op_id IN
                           (SELECT dr_op_id FROM drawer
                            WHERE dr_status = 'C'
                                AND dr_close_d >= :ws-short-from-ts
                                AND dr_close_d <= :ws-thru-ts
                                AND dr_over_short < 0
                                AND dr_over_short >= :ws-short-floor
                            GROUP BY dr_op_id
                            HAVING COUNT(*) >= :ws-short-repeat)
                   ORDER BY dr_op_id, dr_close_d
           END-EXEC
           EXEC SQL OPEN c_sodshr END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_sodshr INTO :dr-op-id, :dr-id, :dr-w-id,
                       :dr-d-id, :dr-open-d, :dr-close-d,
                       :dr-over-short
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if dr-op-id not = ws-last-op
                   add 1 to drawerhits
                   move dr-op-id to ws-last-op
                   move spaces to ws-tl-text
                   string
                       "  OPERATOR " delimited size
                       dr-op-id delimited size
                   into ws-tl-text
                   perform queue-text-line
               end-if
               move dr-id to ws-num-ed
               move dr-over-short to ws-amt-ed
               move spaces to ws-tl-text
               string
                   "    SESSION " delimited size
                   ws-num-ed delimited size
                   " OPENED " delimited size
                   dr-open-d delimited size
                   " CLOSED " delimited size
                   dr-close-d delimited size
                   " OVER/SHORT " delimited size
                   ws-amt-ed delimited size
               into ws-tl-text
               perform queue-text-line
           end-perform
           EXEC SQL CLOSE c_sodshr END-EXEC
           .

      *> 5 - the week's refunds, each with the address changes
      *> on the customer from refunddays before the week opened
      *> up to the refund itself
       check-address-refunds.
           move "5 REFUND FOLLOWING A CHANGE OF ADDRESS"
               to ws-tl-text
           perform queue-text-line

           move 0 to ws-last-rf-id
           EXEC SQL
               DECLARE c_sodadr CURSOR FOR
               SELECT rf_id, rf_w_id, rf_d_id, rf_c_id, rf_amount,
                   rf_status, COALESCE(rf_op_id, ' '), rf_entry_d,
                   cn_entry_d, cn_operator, cn_text
                   FROM refund, custnote
                   WHERE rf_entry_d >= :ws-from-ts
                       AND rf_entry_d <= :ws-thru-ts
                       AND cn_w_id = rf_w_id AND cn_d_id = rf_d_id
                       AND cn_c_id = rf_c_id
                       AND cn_category = 'A'
                       AND cn_entry_d >= :ws-addr-from-ts
                       AND cn_entry_d <= rf_entry_d
                   ORDER BY rf_id, cn_entry_d
           END-EXEC
           EXEC SQL OPEN c_sodadr END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_sodadr INTO :rf-id, :rf-w-id, :rf-d-id,
                       :rf-c-id, :rf-amount, :rf-status, :rf-op-id,
                       :rf-entry-d, :cn-entry-d, :cn-operator,
                       :cn-text
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if rf-id not = ws-last-rf-id
                   add 1 to addresshits
                   move rf-id to ws-last-rf-id
                   move rf-w-id to ws-k1
                   move rf-d-id to ws-k2
                   move rf-c-id to ws-k3
                   perform format-key
                   move rf-id to ws-num-ed
                   move rf-amount to ws-amt-ed
                   move spaces to ws-tl-text
                   string
                       "  REFUND " delimited size
                       ws-num-ed delimited size
                       " CUSTOMER " delimited size
                       ws-key delimited " "
                       " AMOUNT " delimited size
                       ws-amt-ed delimited size
                       " STATUS " delimited size
                       rf-status delimited size
                       " PROPOSED " delimited size
                       rf-entry-d delimited size
                       " DECIDED BY " delimited size
                       rf-op-id delimited size
                   into ws-tl-text
                   perform queue-text-line
               end-if
               move spaces to ws-tl-text
               string
                   "    ADDRESS CHANGED " delimited size
                   cn-entry-d delimited size
                   " BY " delimited size
                   cn-operator delimited size
                   ": " delimited size
                   cn-text(1:70) delimited size
               into ws-tl-text
               perform queue-text-line
           end-perform
           EXEC SQL CLOSE c_sodadr END-EXEC
           .

      *> 6 - every place the week's work records who keyed
      *> it, for the ids OPERATOR has marked inactive
       check-inactive-operators.
           move "6 ACTIVITY UNDER AN INACTIVE OPERATOR ID"
               to ws-tl-text
           perform queue-text-line

           move spaces to ws-last-op
           EXEC SQL
               DECLARE c_sodina CURSOR FOR
               SELECT o_entered_by, op_name, 'ORDER   ',
                   o_entry_d, o_w_id, o_d_id, o_id
                   FROM orders, operator
                   WHERE op_id = o_entered_by AND op_status = 'I'
                       AND o_entry_d >= :ws-from-ts
                       AND o_entry_d <= :ws-thru-ts
               UNION ALL
               SELECT cn_operator, op_name, 'CUSTNOTE',
                   cn_entry_d, cn_w_id, cn_d_id, cn_c_id
                   FROM custnote, operator
                   WHERE op_id = cn_operator AND op_status = 'I'
                       AND cn_entry_d >= :ws-from-ts
                       AND cn_entry_d <= :ws-thru-ts
               UNION ALL
               SELECT rl_keyed_by, op_name, 'RETURN  ',
                   rl_entry_d, rl_w_id, rl_d_id, rl_o_id
                   FROM return_line, operator
                   WHERE op_id = rl_keyed_by AND op_status = 'I'
                       AND rl_entry_d >= :ws-from-ts
                       AND rl_entry_d <= :ws-thru-ts
               UNION ALL
               SELECT dr_op_id, op_name, 'DRAWER  ',
                   dr_open_d, dr_w_id, dr_d_id, dr_id
                   FROM drawer, operator
                   WHERE op_id = dr_op_id AND op_status = 'I'
                       AND dr_open_d >= :ws-from-ts
                       AND dr_open_d <= :ws-thru-ts
               UNION ALL
               SELECT pv_auth_by, op_name, 'OVERRIDE',
                   pv_entry_d, pv_w_id, pv_d_id, pv_o_id
                   FROM prcovrd, operator
                   WHERE op_id = pv_auth_by AND op_status = 'I'
                       AND pv_entry_d >= :ws-from-ts
                       AND pv_entry_d <= :ws-thru-ts
               UNION ALL
               SELECT sa_keyed_by, op_name, 'STKADJ  ',
                   sa_entry_d, sa_w_id, 0, sa_i_id
                   FROM stkadj, operator
                   WHERE op_id = sa_keyed_by AND op_status = 'I'
                       AND sa_entry_d >= :ws-from-ts
                       AND sa_entry_d <= :ws-thru-ts
               ORDER BY 1, 4
           END-EXEC
           EXEC SQL OPEN c_sodina END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_sodina INTO :op-id, :op-name, :ws-src,
                       :ws-when, :ws-k1, :ws-k2, :ws-k3
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if op-id not = ws-last-op
                   add 1 to inactivehits
                   move op-id to ws-last-op
                   move spaces to ws-tl-text
                   string
                       "  OPERATOR " delimited size
                       op-id delimited size
                       " " delimited size
                       op-name delimited size
                       " (INACTIVE)" delimited size
                   into ws-tl-text
                   perform queue-text-line
               end-if
               perform format-key
               move spaces to ws-tl-text
               string
                   "    " delimited size
                   ws-src delimited size
                   " " delimited size
                   ws-when delimited size
                   " " delimited size
                   ws-key delimited " "
               into ws-tl-text
               perform queue-text-line
           end-perform
           EXEC SQL CLOSE c_sodina END-EXEC
           .

      *> warehouse-district-number out of ws-k1..3
       format-key.
           move ws-k1 to ws-key-w
           move ws-k2 to ws-key-d
           move ws-k3 to ws-key-n
           move spaces to ws-key
           string
               ws-key-w delimited size
               "-" delimited size
               ws-key-d delimited size
               "-" delimited size
               ws-key-n delimited size
           into ws-key
           .

       int-to-date.
           compute ws-date-digits =
               function date-of-integer(ws-work-int)
           move spaces to ws-work-d
           string
               ws-dd-yyyy delimited size
               "-" delimited size
               ws-dd-mm delimited size
               "-" delimited size
               ws-dd-dd delimited size
           into ws-work-d
           .

       queue-text-line.
           move ws-text-line to ws-report-line
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
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlsodx.cbl  $ end
      ***--------------------------------------------------------------*
