       identification division.

       program-id. sqlevnt.

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
      * TPCC outbound business event feed
      *
      * The nightly SQLEXTR extract is a day late for the
      * customer-service system and the trading-partner portal, which
      * need to know within minutes what has happened to an order or
      * an account. Each transaction that changes one LINKs here just
      * before it commits, and this writes one small fixed-layout event
      * record to the outbound TD queue EVTQ:
      *
      *   ORDER     SQLNORD  an order placed
      *   SHIPPED   SQLDELV  an order shipped on a delivery run
      *   DELIVERD  SQLPODC  delivery confirmed at the customer
      *   CANCEL    SQLCANC  an order cancelled
      *   AMEND     SQLAMND  an order amended (its new value)
      *   PAYMENT   SQLPAYM  a payment taken
      *   RETURN    SQLRETN  goods returned
      *
      * with the keys, the amount and a sequence number. The number
      * comes off the event_seq counter and the event is logged
      * (EVENTLOG) in the publisher's own unit of work - no syncpoint
      * and no rollback here, the SQLASNX convention - so an event is
      * there exactly when the work it reports commits, numbers reach
      * the feed with no gaps, and the log outlives a region restart.
      * EVTQ is defined as a recoverable queue for the same reason. A
      * consumer that finds a number missing asks for a republish
      * (reqtype 'R'), which rebuilds the events from the log under
      * their original numbers, marked as resent, and commits the
      * resend counts.
      *
      * A log row whose record could not be written stays, with
      * evresult 2 and the publisher carrying on: the consumer sees the
      * gap and the range is republished.
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
       01  ws-program-name                   pic x(8) value 'SQLEVNT '.

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
       01  ws-ev-from                        pic s9(9) comp.
       01  ws-ev-thru                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-event-q-name                   pic x(4) value 'EVTQ'.
       01  ws-resp-writeq-td                 pic s9(8) comp.
       01  ws-td-len                         pic s9(4) comp.
       01  ws-ev-eof                         pic x(1).

      *> one event, fixed layout
       01  ws-event-record.
           03  er-rectype                    pic x(3) value 'EVT'.
      *> 'R' on an event published again for a reported gap
           03  er-resend                     pic x(1).
           03  er-seq                        pic 9(9).
           03  er-type                       pic x(8).
           03  er-wid                        pic 9(4).
           03  er-did                        pic 9(2).
           03  er-cid                        pic 9(4).
           03  er-oid                        pic 9(8).
           03  er-amount                     pic s9(9)v99
                                             sign leading separate.
           03  er-ref                        pic x(20).
           03  er-source                     pic x(8).
           03  er-entry-d                    pic x(19).

      *> local copies of the common outcome fields the
      *> audit block reports; the hand-off block carries its own
      *> evresult/everr for the caller
       01  err                               pic x(80).
       01  msg                               pic x(80).
       01  result-code                       pic s9(9) comp.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyevnt.

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

           move 0 to evsent
           move 0 to evseq
           move spaces to everr

           evaluate true
               when ev-publish
                   perform publish-event
               when ev-republish
                   perform republish-events
               when other
                   go to bad-request
           end-evaluate

           move 0 to evresult
           move 0 to result-code
           perform audit-return.

      *> number and log the event, then send it
       publish-event.
           if not ev-order-placed and not ev-order-shipped
               and not ev-order-delivered and not ev-order-cancelled
               and not ev-order-amended and not ev-payment-taken
               and not ev-goods-returned
               go to bad-request
           end-if

           move evtype to ev-type
           move evwid to ev-w-id
           move evdid to ev-d-id
           move evcid to ev-c-id
           move evoid to ev-o-id
           move evamount to ev-amount
           move evref to ev-ref
           move evsource to ev-source
           move datetime to ev-entry-d
           move 0 to ev-resends
           if ev-c-id = 0 and ev-o-id not = 0
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT o_c_id INTO :ev-c-id
                   FROM orders
                   WHERE o_w_id = :ev-w-id AND o_d_id = :ev-d-id
                       AND o_id = :ev-o-id
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           end-if

           perform next-ev-seq
           EXEC SQL
               INSERT INTO eventlog
                   (ev_seq, ev_type, ev_w_id, ev_d_id, ev_c_id,
                       ev_o_id, ev_amount, ev_ref, ev_source,
                       ev_entry_d, ev_resends)
                   VALUES (:ev-seq, :ev-type, :ev-w-id, :ev-d-id,
                       :ev-c-id, :ev-o-id, :ev-amount, :ev-ref,
                       :ev-source, :ev-entry-d, :ev-resends)
           END-EXEC
           move ev-seq to evseq

           move space to er-resend
           perform build-event
           perform write-event
           move "Event published" to msg
           .

      *> the events a consumer reports missing, rebuilt
      *> from the log under their original numbers
       republish-events.
           if evfromseq = 0
               go to bad-request
           end-if
           move evfromseq to ws-ev-from
           if evthruseq = 0
               move evfromseq to ws-ev-thru
           else
               move evthruseq to ws-ev-thru
           end-if
           EXEC SQL
               DECLARE c_evlog CURSOR FOR
               SELECT ev_seq, ev_type, ev_w_id, ev_d_id, ev_c_id,
                   ev_o_id, ev_amount, ev_ref, ev_source, ev_entry_d
                   FROM eventlog
                   WHERE ev_seq BETWEEN :ws-ev-from AND :ws-ev-thru
                   ORDER BY ev_seq
           END-EXEC
           EXEC SQL OPEN c_evlog END-EXEC
           move 'N' to ws-ev-eof
           perform until ws-ev-eof = 'Y'
               EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
               EXEC SQL
                   FETCH c_evlog INTO :ev-seq, :ev-type, :ev-w-id,
                       :ev-d-id, :ev-c-id, :ev-o-id, :ev-amount,
                       :ev-ref, :ev-source, :ev-entry-d
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-ev-eof
                   exit perform
               end-if
               move ev-seq to evseq
               move 'R' to er-resend
               perform build-event
               perform write-event
               EXEC SQL
                   UPDATE eventlog
                   SET ev_resends = ev_resends + 1
                   WHERE ev_seq = :ev-seq
               END-EXEC
           end-perform
           EXEC SQL CLOSE c_evlog END-EXEC
           if evsent = 0
               go to nothing-to-republish
           end-if

           EXEC CICS SYNCPOINT END-EXEC
           move "Events republished" to msg
           .

       build-event.
           move ev-seq to er-seq
           move ev-type to er-type
           move ev-w-id to er-wid
           move ev-d-id to er-did
           move ev-c-id to er-cid
           move ev-o-id to er-oid
           move ev-amount to er-amount
           move ev-ref to er-ref
           move ev-source to er-source
           move ev-entry-d to er-entry-d
           .

       write-event.
           move length of ws-event-record to ws-td-len
           exec cics writeq td
               queue(ws-event-q-name)
               from(ws-event-record)
               length(ws-td-len)
               resp(ws-resp-writeq-td)
           end-exec
           if ws-resp-writeq-td not = DFHRESP(NORMAL)
               go to event-not-written
           end-if
           add 1 to evsent
           .

      *> hand out ev-seq off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id, with
      *> the same self-seeding first time through. The row stays
      *> locked until the publisher commits, which is what keeps
      *> the numbers in commit order and free of gaps.
       next-ev-seq.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_ev_seq
               INTO :ev-seq
               FROM event_seq
           END-EXEC
           if sqlcode = 100
               move 1 to ev-seq
               EXEC SQL
                   INSERT INTO event_seq (seq_id, next_ev_seq)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE event_seq
                   SET next_ev_seq = next_ev_seq + 1
               END-EXEC
               EXEC SQL
                   SELECT next_ev_seq
                   INTO :ev-seq
                   FROM event_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       bad-request.
           move "Request type must be P with an event type, or R"
               to err
           move err to everr

           move 1 to evresult
           move 1 to result-code
           perform audit-return.

      *> a publish's log row stays: the consumer sees the
      *> gap and asks for the republish
       event-not-written.
           move "Event could not be written to the queue" to err
           move err to everr

           move 2 to evresult
           move 2 to result-code
           perform audit-return.

       nothing-to-republish.
           move "No events in that range" to err
           move err to everr

           move 3 to evresult
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
           move err to everr

      *> a publish belongs to the publisher's unit of work -
      *> the caller rolls it back on evresult -1 (the SQLASNX
      *> convention); a republish is its own
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           if ev-republish
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           end-if

           move -1 to evresult
           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move evwid to tpc-audit-w-id
           move evdid to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlevnt.cbl  $ end
      ***--------------------------------------------------------------*
