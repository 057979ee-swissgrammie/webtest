       identification division.

       program-id. sqlrmar.

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
      * TPCC RMA exceptions report (daily)
      *
      * Returns now wants an RMA before it takes goods back, so two
      * things need chasing every day:
      *
      *   RMAs customer service issued whose goods have not all come
      *   in - the quantity authorized, what has arrived, the
      *   expiry date, and EXPIRED once that date has gone by so
      *   the RMA can be closed off or the customer chased
      *   returns taken in on the run date without an RMA - the
      *   line, quantity and reason, and the supervisor whose
      *   override let them through
      *
      * Report lines to TS queue RMARPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLRMAR '.

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
       01  ws-run-date                       pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-report-q-name                  pic x(8) value 'RMARPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-text-line.
           03  filler                        pic x(7)
               value 'RMARPT '.
           03  ws-txt-text                   pic x(60).
       01  ws-open-line.
           03  filler                        pic x(7)
               value 'RMARPT '.
           03  ws-op-rma-no                  pic x(10).
           03  filler                        pic x(1) value space.
           03  ws-op-w-id                    pic 9(4).
           03  filler                        pic x(1) value '-'.
           03  ws-op-d-id                    pic 9(2).
           03  filler                        pic x(1) value '-'.
           03  ws-op-o-id                    pic 9(8).
           03  filler                        pic x(1) value '/'.
           03  ws-op-ol-number               pic 9(2).
           03  filler                        pic x(6) value ' CUST '.
           03  ws-op-c-id                    pic 9(4).
           03  filler                        pic x(6) value ' AUTH '.
           03  ws-op-qty                     pic z(3)9.
           03  filler                        pic x(6) value ' RECV '.
           03  ws-op-recv-qty                pic z(3)9.
           03  filler                        pic x(8)
               value ' EXPIRY '.
           03  ws-op-expiry                  pic x(10).
           03  filler                        pic x(1) value space.
           03  ws-op-flag                    pic x(7).
           03  filler                        pic x(1) value space.
           03  ws-op-reason                  pic x(24).
       01  ws-norma-line.
           03  filler                        pic x(7)
               value 'RMARPT '.
           03  filler                        pic x(11)
               value 'NO RMA     '.
           03  ws-nr-w-id                    pic 9(4).
           03  filler                        pic x(1) value '-'.
           03  ws-nr-d-id                    pic 9(2).
           03  filler                        pic x(1) value '-'.
           03  ws-nr-o-id                    pic 9(8).
           03  filler                        pic x(1) value '/'.
           03  ws-nr-ol-number               pic 9(2).
           03  filler                        pic x(5) value ' QTY '.
           03  ws-nr-qty                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-nr-reason                  pic x(24).
           03  filler                        pic x(11)
               value ' OVERRIDE  '.
           03  ws-nr-super                   pic x(4).
           03  filler                        pic x(9)
               value ' KEYED BY'.
           03  filler                        pic x(1) value space.
           03  ws-nr-keyed-by                pic x(4).
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'RMARPT '.
           03  filler                        pic x(11)
               value 'OPEN RMAS  '.
           03  ws-tot-open                   pic z(4)9.
           03  filler                        pic x(9)
               value ' EXPIRED '.
           03  ws-tot-expired                pic z(4)9.
           03  filler                        pic x(17)
               value ' RETURNS NO RMA  '.
           03  ws-tot-norma                  pic z(4)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrmar.

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

           move wid to ws-wid
           if rundate = spaces
               move datetime(1:10) to ws-run-date
           else
               move rundate to ws-run-date
           end-if

           move 0 to rptcount
           move 0 to opencount
           move 0 to expiredcount
           move 0 to normacount

           move spaces to ws-txt-text
           string
               "RMA EXCEPTIONS FOR " delimited size
               ws-run-date delimited size
           into ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

           move "RMAS ISSUED - GOODS NOT ALL RECEIVED" to ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

      *> open means authorized and not yet in full; an RMA
      *> whose expiry date is behind the run date is still open
      *> until someone cancels it, so it stays on the list
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_rma_open CURSOR FOR
               SELECT rma_no, rma_w_id, rma_d_id, rma_o_id,
                   rma_ol_number, rma_c_id, rma_qty, rma_recv_qty,
                   rma_reason, rma_expiry_d
                   FROM rma
                   WHERE rma_status = 'O'
                     AND SUBSTR(rma_issue_d, 1, 10) <= :ws-run-date
                     AND (:ws-wid = 0 OR rma_w_id = :ws-wid)
                   ORDER BY rma_expiry_d, rma_no
           END-EXEC
           EXEC SQL OPEN c_rma_open END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_rma_open INTO :rma-no, :rma-w-id,
                       :rma-d-id, :rma-o-id, :rma-ol-number,
                       :rma-c-id, :rma-qty, :rma-recv-qty,
                       :rma-reason, :rma-expiry-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-open-rma
           end-perform
           EXEC SQL CLOSE c_rma_open END-EXEC

           move "RETURNS RECEIVED WITHOUT AN RMA" to ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

           EXEC SQL
               DECLARE c_rma_none CURSOR FOR
               SELECT rl_w_id, rl_d_id, rl_o_id, rl_number,
                   rl_quantity, rl_reason, rl_keyed_by,
                   COALESCE(rl_ovr_super, ' ')
                   FROM return_line
                   WHERE SUBSTR(rl_entry_d, 1, 10) = :ws-run-date
                     AND COALESCE(rl_rma_no, ' ') = ' '
                     AND (:ws-wid = 0 OR rl_w_id = :ws-wid)
                   ORDER BY rl_w_id, rl_d_id, rl_o_id, rl_number
           END-EXEC
           EXEC SQL OPEN c_rma_none END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_rma_none INTO :rl-w-id, :rl-d-id,
                       :rl-o-id, :rl-number, :rl-quantity,
                       :rl-reason, :rl-keyed-by, :rl-ovr-super
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-no-rma
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_rma_none END-EXEC

           move opencount to ws-tot-open
           move expiredcount to ws-tot-expired
           move normacount to ws-tot-norma
           move ws-total-line to ws-report-line
           perform queue-report-line

           move "RMA exceptions report queued" to msg

           move 0 to result-code
           perform audit-return.

       report-open-rma.
           move rma-no to ws-op-rma-no
           move rma-w-id to ws-op-w-id
           move rma-d-id to ws-op-d-id
           move rma-o-id to ws-op-o-id
           move rma-ol-number to ws-op-ol-number
           move rma-c-id to ws-op-c-id
           move rma-qty to ws-op-qty
           move rma-recv-qty to ws-op-recv-qty
           move rma-expiry-d to ws-op-expiry
           move rma-reason to ws-op-reason
           if rma-expiry-d < ws-run-date
               move 'EXPIRED' to ws-op-flag
               add 1 to expiredcount
           else
               move spaces to ws-op-flag
           end-if
           move ws-open-line to ws-report-line
           perform queue-report-line
           add 1 to opencount
           .

       report-no-rma.
           move rl-w-id to ws-nr-w-id
           move rl-d-id to ws-nr-d-id
           move rl-o-id to ws-nr-o-id
           move rl-number to ws-nr-ol-number
           move rl-quantity to ws-nr-qty
           move rl-reason to ws-nr-reason
           move rl-ovr-super to ws-nr-super
           move rl-keyed-by to ws-nr-keyed-by
           move ws-norma-line to ws-report-line
           perform queue-report-line
           add 1 to normacount
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
      ***  $Workfile:   sqlrmar.cbl  $ end
      ***--------------------------------------------------------------*
