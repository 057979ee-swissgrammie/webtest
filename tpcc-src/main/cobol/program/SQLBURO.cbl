       identification division.

       program-id. sqlburo.

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
      * TPCC credit bureau score intake batch
      *
      * SQLCRRV scored customers only on our own payment history, and a
      * new account keyed through SQLCUSM got its 50000 limit with no
      * outside evidence at all. The credit insurer sends a monthly
      * file of bureau scores and risk grades keyed by customer; this
      * reads it off extrapartition TD queue TBUR (the DCT points it at
      * the transmission dataset, same arrangement as the TLBX lockbox
      * file) and stores each record's score, grade and as-of date on
      * the matching CUSTOMER row, where the periodic credit review
      * picks them up.
      *
      * Grades run A (lowest risk) to E. When the new grade is
      * gradedrop grades or more worse than the one already held
      * (default 2), the account goes on the credit desk's COLLWORK
      * worklist with reason G and the drop is noted in CUSTNOTE
      * category R.
      *
      * Anything that cannot be stored goes to the BURRPT report with
      * the reason alongside the record: unparseable fields or an
      * unknown grade, a w/d/c key that matches no customer, or an
      * as-of date no newer than the score already held (a re-sent
      * file changes nothing). Every grade drop is listed there as
      * well.
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
       01  ws-program-name                   pic x(8) value 'SQLBURO '.

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

       01  ws-intake-q-name                  pic x(4) value 'TBUR'.
       01  ws-resp-readq-td                  pic s9(8) comp.
       01  ws-td-len                         pic s9(4) comp.

      *> one bureau record, fixed layout off the
      *> insurer's file: our customer key, the bureau score, the
      *> risk grade, the date the insurer scored it as of, and the
      *> insurer's own reference
       01  ws-tbur-record.
           03  bu-wid                        pic 9(4).
           03  bu-did                        pic 9(2).
           03  bu-cid                        pic 9(4).
           03  bu-score                      pic 9(3).
           03  bu-grade                      pic x(1).
           03  bu-asof-d                     pic x(10).
           03  bu-ref                        pic x(16).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-old-grade                      pic x(1).
       01  ws-old-d                          pic x(10).
       01  ws-last-pay-d                     pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      *> grade letters as steps, A = 1 .. E = 5, so a
      *> drop is the difference between the two
       01  ws-grade-letters                  pic x(5) value 'ABCDE'.
       01  ws-grade-x                        pic s9(4) comp.
       01  ws-grade-in                       pic x(1).
       01  ws-grade-rank                     pic s9(4) comp.
       01  ws-old-rank                       pic s9(4) comp.
       01  ws-new-rank                       pic s9(4) comp.
       01  ws-drop-limit                     pic s9(4) comp.

      *> integer day arithmetic for days-since-payment,
      *> as the collections sweep figures it
       01  ws-today-int                      pic s9(9) comp.
       01  ws-last-pay-int                   pic s9(9) comp.
       01  ws-age-days                       pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).

       01  ws-report-q-name                  pic x(8) value 'BURRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line.
           03  filler                        pic x(7)
               value 'BURRPT '.
           03  ws-rpt-seq                    pic z(5)9.
           03  filler                        pic x(4) value ' W: '.
           03  ws-rpt-wh                     pic z(3)9.
           03  filler                        pic x(4) value ' D: '.
           03  ws-rpt-dist                   pic z9.
           03  filler                        pic x(4) value ' C: '.
           03  ws-rpt-cust                   pic z(3)9.
           03  filler                        pic x(4) value ' SC '.
           03  ws-rpt-score                  pic zz9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-grade                  pic x(1).
           03  filler                        pic x(1) value space.
           03  ws-rpt-status                 pic x(8).
           03  filler                        pic x(1) value space.
           03  ws-rpt-detail                 pic x(50).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyburo.

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

           move currentdate to ws-date-digits
           compute ws-today-int =
               function integer-of-date(ws-date-digits)

      *> same "0 means use the default" convention as
      *> the other batch thresholds
           if gradedrop = 0
               move 2 to ws-drop-limit
           else
               move gradedrop to ws-drop-limit
           end-if

           move 0 to recsread
           move 0 to recsloaded
           move 0 to recsunmatched
           move 0 to recsrejected
           move 0 to gradedrops
           move 0 to rptcount

           perform read-bureau-record
           perform until ws-resp-readq-td not = DFHRESP(NORMAL)
               add 1 to recsread
               perform load-one-record
               perform read-bureau-record
           end-perform

           EXEC CICS SYNCPOINT END-EXEC

           move "Bureau score intake complete" to msg

           move 0 to result-code
           perform audit-return.

       read-bureau-record.
           move spaces to ws-tbur-record
           move length of ws-tbur-record to ws-td-len
           exec cics readq td
               queue(ws-intake-q-name)
               into(ws-tbur-record)
               length(ws-td-len)
               resp(ws-resp-readq-td)
           end-exec
           .

       load-one-record.
           move recsread to ws-rpt-seq
           move 0 to ws-rpt-wh
           move 0 to ws-rpt-dist
           move 0 to ws-rpt-cust
           move 0 to ws-rpt-score
           move bu-grade to ws-rpt-grade
           move spaces to ws-rpt-detail

      *> everything has to parse before any of it is
      *> moved into a numeric field
           move bu-grade to ws-grade-in
           perform rank-grade
           if bu-wid not numeric or bu-did not numeric
               or bu-cid not numeric or bu-score not numeric
               or ws-grade-rank = 0
               or bu-asof-d(1:4) not numeric
               or bu-asof-d(6:2) not numeric
               or bu-asof-d(9:2) not numeric
               move 'REJECT  ' to ws-rpt-status
               move "unparseable record off the insurer's file"
                 to ws-rpt-detail
               add 1 to recsrejected
               perform queue-report-line
           else
               move bu-wid to ws-rpt-wh
               move bu-did to ws-rpt-dist
               move bu-cid to ws-rpt-cust
               move bu-score to ws-rpt-score
               move ws-grade-rank to ws-new-rank
               perform match-customer
           end-if
           .

      *> A = 1 .. E = 5; 0 for anything that is not a
      *> grade the insurer uses
       rank-grade.
           move 0 to ws-grade-rank
           perform varying ws-grade-x from 1 by 1
                   until ws-grade-x > 5 or ws-grade-rank not = 0
               if ws-grade-in = ws-grade-letters(ws-grade-x:1)
                   move ws-grade-x to ws-grade-rank
               end-if
           end-perform
           .

       match-customer.
           move bu-wid to c-w-id
           move bu-did to c-d-id
           move bu-cid to c-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT c_balance, c_credit_lim,
                   COALESCE(c_bureau_grade, ' '),
                   COALESCE(c_bureau_d, ' ')
               INTO :c-balance, :c-credit-lim, :ws-old-grade,
                   :ws-old-d
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           if sqlcode = 100
               move 'NOMATCH ' to ws-rpt-status
               move spaces to ws-rpt-detail
               string
                   bu-ref delimited size
                   " no customer matches the w/d/c key"
                       delimited size
               into ws-rpt-detail
               add 1 to recsunmatched
               perform queue-report-line
           else
               perform store-bureau-score
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> an as-of date no newer than the one held means
      *> a re-sent or out-of-order file; the newer score stands
       store-bureau-score.
           if ws-old-d not = spaces and bu-asof-d not > ws-old-d
               move 'STALE   ' to ws-rpt-status
               move spaces to ws-rpt-detail
               string
                   bu-ref delimited size
                   " not newer than score held as of "
                       delimited size
                   ws-old-d delimited size
               into ws-rpt-detail
               add 1 to recsrejected
               perform queue-report-line
           else
               move bu-score to c-bureau-score
               move bu-grade to c-bureau-grade
               move bu-asof-d to c-bureau-d
               EXEC SQL
                   UPDATE customer
                   SET c_bureau_score = :c-bureau-score,
                       c_bureau_grade = :c-bureau-grade,
                       c_bureau_d = :c-bureau-d
                   WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                       AND c_id = :c-id
               END-EXEC
               add 1 to recsloaded
               perform check-grade-drop
           end-if
           .

      *> a first-ever grade has nothing to fall from
       check-grade-drop.
           if ws-old-grade not = spaces
               move ws-old-grade to ws-grade-in
               perform rank-grade
               move ws-grade-rank to ws-old-rank
               if ws-old-rank not = 0
                   and ws-new-rank - ws-old-rank >= ws-drop-limit
                   perform worklist-grade-drop
               end-if
           end-if
           .

      *> the same COLLWORK row the collections sweep
      *> writes, reason G, so the credit desk works it from the
      *> one list; noted on the customer's credit trail too
       worklist-grade-drop.
           add 1 to gradedrops

           EXEC SQL
               SELECT COALESCE(MAX(h_date), ' ')
               INTO :ws-last-pay-d
               FROM history
               WHERE h_c_w_id = :c-w-id AND h_c_d_id = :c-d-id
                   AND h_c_id = :c-id
           END-EXEC
           perform days-since-payment

           move c-w-id to cw-w-id
           move c-d-id to cw-d-id
           move c-id to cw-c-id
           move c-balance to cw-balance
           move c-credit-lim to cw-credit-lim
           if c-credit-lim > 0
               compute cw-pct-over =
                   c-balance * 100 / c-credit-lim
           else
               move 0 to cw-pct-over
           end-if
           move ws-age-days to cw-days-since-pay
           move 'N' to cw-held
           move datetime to cw-entry-d
           move 'G' to cw-reason
           EXEC SQL
               INSERT INTO collwork
                   (cw_w_id, cw_d_id, cw_c_id, cw_balance,
                       cw_credit_lim, cw_pct_over,
                       cw_days_since_pay, cw_held, cw_entry_d,
                       cw_reason)
                   VALUES (:cw-w-id, :cw-d-id, :cw-c-id, :cw-balance,
                       :cw-credit-lim, :cw-pct-over,
                       :cw-days-since-pay, :cw-held, :cw-entry-d,
                       :cw-reason)
           END-EXEC

           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move EIBTRMID to cn-operator
           move 'R' to cn-category
           move spaces to cn-text
           string
               "Bureau grade fell " delimited size
               ws-old-grade delimited size
               " to " delimited size
               bu-grade delimited size
               ", score " delimited size
               bu-score delimited size
               " as of " delimited size
               bu-asof-d delimited size
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC

           move 'GRDDROP ' to ws-rpt-status
           move spaces to ws-rpt-detail
           string
               "grade was " delimited size
               ws-old-grade delimited size
               " - on the credit desk worklist" delimited size
           into ws-rpt-detail
           perform queue-report-line
           .

      *> days since the latest payment; a customer who
      *> has never paid shows the 999 "no payment on record" marker
       days-since-payment.
           if ws-last-pay-d = spaces
               move 999 to ws-age-days
           else
               if ws-last-pay-d(1:4) is numeric
                   and ws-last-pay-d(6:2) is numeric
                   and ws-last-pay-d(9:2) is numeric
                   compute ws-date-digits =
                       function numval(ws-last-pay-d(1:4)) * 10000
                       + function numval(ws-last-pay-d(6:2)) * 100
                       + function numval(ws-last-pay-d(9:2))
                   compute ws-last-pay-int =
                       function integer-of-date(ws-date-digits)
                   compute ws-age-days =
                       ws-today-int - ws-last-pay-int
               else
                   move 999 to ws-age-days
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
      ***  $Workfile:   sqlburo.cbl  $ end
      ***--------------------------------------------------------------*
