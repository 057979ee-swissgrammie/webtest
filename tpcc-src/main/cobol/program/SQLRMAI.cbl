       identification division.

       program-id. sqlrmai.

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
      * TPCC return authorization (RMA)
      *
      * Returns used to take whatever turned up at the dock. Now
      * customer service authorizes a return before the goods are
      * sent: the order line, how many may come back, why, and the
      * last day they will be accepted. The RMA number issued here
      * ('RA' + a sequence off the rma_seq counter, the
      * UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id) is
      * what Returns checks the goods in against (SQLRETN/VSMRETN);
      * it stays open until the quantity is all in, and SQLRMAR
      * reports the ones whose goods never arrived.
      *
      * An RMA is only issued for a line that was delivered and not
      * refused at the door (DELCONF), and for no more than is left
      * of the line after earlier returns and the other RMAs still
      * open on it.
      *
      * VSMRMAI is the KSDS counterpart, the SQLRETN/VSMRETN
      * pairing.
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
       01  ws-program-name                   pic x(8) value 'SQLRMAI '.

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
       01  ol-delivery-d                     pic x(20).
       01  ol-delivery-d-ind                 pic s9(4) comp.
       01  ws-rma-seq                        pic s9(9) comp.
       01  ws-returned-qty                   pic s9(9) comp.
       01  ws-authorized-qty                 pic s9(9) comp.
       01  ws-today                          pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-open-qty                       pic s9(9) comp.
       01  ws-rma-days                       pic s9(9) comp.
       01  ws-default-days                   pic s9(9) comp value 30.

      *> builds the quotable 'RA' number off the rma_seq
      *> counter
       01  ws-rma-build.
           03  filler                        pic x(2) value 'RA'.
           03  ws-rma-build-seq              pic 9(8).

       01  ws-work-int                       pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrmai.

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
           move datetime(1:10) to ws-today

           evaluate true
               when rma-issue
                   perform issue-rma
               when rma-cancel
                   perform cancel-rma
               when rma-inquire
                   perform read-rma
                   move "RMA returned" to msg
               when other
                   go to bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       issue-rma.
           move wid to ol-w-id
           move did to ol-d-id
           move oid to ol-o-id
           move olnumber to ol-number
           EXEC SQL WHENEVER NOT FOUND go to line-not-found END-EXEC
           EXEC SQL
               SELECT ol_quantity, ol_delivery_d, o_c_id
               INTO :ol-quantity,
                   :ol-delivery-d :ol-delivery-d-ind, :o-c-id
               FROM order_line, orders
               WHERE ol_o_id = :ol-o-id AND ol_d_id = :ol-d-id
                   AND ol_w_id = :ol-w-id AND ol_number = :ol-number
                   AND o_w_id = ol_w_id AND o_d_id = ol_d_id
                   AND o_id = ol_o_id
           END-EXEC
           if ol-delivery-d-ind < 0
               go to line-not-delivered
           end-if

      *> nothing to send back from a delivery the
      *> customer refused at the door
           move ol-w-id to dc-w-id
           move ol-d-id to dc-d-id
           move ol-o-id to dc-o-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT dc_exc
               INTO :dc-exc
               FROM delconf
               WHERE dc_w_id = :dc-w-id AND dc_d_id = :dc-d-id
                   AND dc_o_id = :dc-o-id
           END-EXEC
           if sqlcode not = 100 and dc-exc = 'R'
               go to delivery-was-refused
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           if rmareason = spaces
               go to reason-required
           end-if

      *> what is left of the line: less what already
      *> came back, less what other live RMAs have authorized
           EXEC SQL
               SELECT COALESCE(SUM(rl_quantity), 0)
               INTO :ws-returned-qty
               FROM return_line
               WHERE rl_w_id = :ol-w-id AND rl_d_id = :ol-d-id
                   AND rl_o_id = :ol-o-id AND rl_number = :ol-number
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(rma_qty - rma_recv_qty), 0)
               INTO :ws-authorized-qty
               FROM rma
               WHERE rma_w_id = :ol-w-id AND rma_d_id = :ol-d-id
                   AND rma_o_id = :ol-o-id
                   AND rma_ol_number = :ol-number
                   AND rma_status = 'O'
                   AND rma_expiry_d >= :ws-today
           END-EXEC
           compute ws-open-qty =
               ol-quantity - ws-returned-qty - ws-authorized-qty
           if rmaqty = 0 or rmaqty > ws-open-qty
               go to bad-quantity
           end-if

      *> the last day the dock will take the goods
           if rmadays = 0
               move ws-default-days to ws-rma-days
           else
               move rmadays to ws-rma-days
           end-if
           move currentdate to ws-date-digits
           compute ws-work-int =
               function integer-of-date(ws-date-digits)
               + ws-rma-days
           compute ws-date-digits =
               function date-of-integer(ws-work-int)
           move spaces to rma-expiry-d
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
               "-" delimited size
               ws-date-digits(7:2) delimited size
           into rma-expiry-d

           perform next-rma-no

           move ol-w-id to rma-w-id
           move ol-d-id to rma-d-id
           move ol-o-id to rma-o-id
           move ol-number to rma-ol-number
           move o-c-id to rma-c-id
           move rmaqty to rma-qty
           move 0 to rma-recv-qty
           move rmareason to rma-reason
           move datetime to rma-issue-d
           move 'O' to rma-status
           move EIBTRMID to rma-issued-by
           EXEC SQL
               INSERT INTO rma
                   (rma_no, rma_w_id, rma_d_id, rma_o_id,
                       rma_ol_number, rma_c_id, rma_qty,
                       rma_recv_qty, rma_reason, rma_issue_d,
                       rma_expiry_d, rma_status, rma_issued_by)
                   VALUES (:rma-no, :rma-w-id, :rma-d-id,
                       :rma-o-id, :rma-ol-number, :rma-c-id,
                       :rma-qty, :rma-recv-qty, :rma-reason,
                       :rma-issue-d, :rma-expiry-d, :rma-status,
                       :rma-issued-by)
           END-EXEC

           move rma-no to rmano
           move rma-expiry-d to rmaexpiry
           move rma-status to rmastatus
           move 0 to rmarecvqty
           move "RMA issued" to msg
           .

       cancel-rma.
           perform read-rma
           if rma-status not = 'O'
               go to rma-not-open
           end-if
           EXEC SQL
               UPDATE rma
               SET rma_status = 'X'
               WHERE rma_no = :rma-no
           END-EXEC
           move 'X' to rmastatus
           move "RMA cancelled" to msg
           .

       read-rma.
           if rmano = spaces
               go to rma-not-found
           end-if
           move rmano to rma-no
           EXEC SQL WHENEVER NOT FOUND go to rma-not-found END-EXEC
           EXEC SQL
               SELECT rma_w_id, rma_d_id, rma_o_id, rma_ol_number,
                   rma_qty, rma_recv_qty, rma_reason, rma_expiry_d,
                   rma_status
               INTO :rma-w-id, :rma-d-id, :rma-o-id, :rma-ol-number,
                   :rma-qty, :rma-recv-qty, :rma-reason,
                   :rma-expiry-d, :rma-status
               FROM rma
               WHERE rma_no = :rma-no
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move rma-w-id to wid
           move rma-d-id to did
           move rma-o-id to oid
           move rma-ol-number to olnumber
           move rma-qty to rmaqty
           move rma-recv-qty to rmarecvqty
           move rma-reason to rmareason
           move rma-expiry-d to rmaexpiry
           move rma-status to rmastatus
           .

      *> the number off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id, with
      *> the same self-seeding first time through
       next-rma-no.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_rma_seq
               INTO :ws-rma-seq
               FROM rma_seq
           END-EXEC
           if sqlcode = 100
               move 1 to ws-rma-seq
               EXEC SQL
                   INSERT INTO rma_seq (seq_id, next_rma_seq)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE rma_seq
                   SET next_rma_seq = next_rma_seq + 1
               END-EXEC
               EXEC SQL
                   SELECT next_rma_seq
                   INTO :ws-rma-seq
                   FROM rma_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move ws-rma-seq to ws-rma-build-seq
           move ws-rma-build to rma-no
           .

       line-not-found.
           move "Order line not found" to err

           move 1 to result-code
           perform audit-return.

       line-not-delivered.
           move "Order line has not been delivered yet" to err

           move 2 to result-code
           perform audit-return.

       bad-quantity.
           move "RMA quantity must be > 0 and <= quantity still open"
               to err

           move 3 to result-code
           perform audit-return.

       delivery-was-refused.
           move "Delivery was refused - nothing was received to return"
               to err

           move 4 to result-code
           perform audit-return.

       reason-required.
           move "A reason for the return is required" to err

           move 5 to result-code
           perform audit-return.

       rma-not-found.
           move "RMA not found" to err

           move 6 to result-code
           perform audit-return.

       rma-not-open.
           move "RMA is not open" to err

           move 7 to result-code
           perform audit-return.

       bad-reqtype.
           move "Request type must be I, X, or Q" to err

           move 8 to result-code
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
      ***  $Workfile:   sqlrmai.cbl  $ end
      ***--------------------------------------------------------------*
