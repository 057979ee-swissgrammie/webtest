       identification division.

       program-id. tpccrply.

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
      * TPCC capture-and-replay regression check
      *
      * TPCCWKLD only makes up load and the audit trail keeps only a
      * result code and a message, so nothing could show that the
      * day's real traffic still gets the same answers after a change
      * went in. TPCCCAPT keeps that traffic - each captured LINK's
      * commarea as it arrived and as it went back - and this program
      * switches the capture on and plays it back:
      *
      *   S  sets a transaction program's CWA capture flag (or all
      *      ten, rpprogram 'ALL'), the capture twin of the trace
      *      flags the 3270 trace screen maintains
      *   R  reads the capture log (TD queue CAPI in the test region,
      *      restored to the state the capture started from) and
      *      pairs each input with its output by task number. As each
      *      output is reached the captured input is LINKed again -
      *      so transactions replay in the order they completed, the
      *      order their updates were committed - and the returned
      *      commarea is compared field by field with the captured
      *      one: result code, err and msg, and each program's totals
      *      and per-line/per-district figures. Dates and times that
      *      only say when the call ran are left out. Every field
      *      that differs is a line on TS queue RPLRPT.
      *
      * A replay is refused while any capture flag is on here, so a
      * replay's own calls never land in a capture log.
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
       01  ws-program-name                   pic x(8) value 'TPCCRPLY'.

       01  currentdate.
           03  cdyyyy                        pic 9(4).
           03  cdmm                          pic 9(2).
           03  cddd                          pic 9(2).
       01  currenttime.
           03  cthh                          pic 9(2).
           03  ctmn                          pic 9(2).
           03  ctss                          pic 9(2).

       01  datetime                          pic x(19).

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

       01  ws-capi-q-name                    pic x(4) value 'CAPI'.
       01  ws-resp-readq-td                  pic s9(8) comp.
       01  ws-resp-link                      pic s9(8) comp.
       01  ws-td-len                         pic s9(4) comp.
       01  ws-rp-len                         pic s9(4) comp.
       01  ws-rp-program                     pic x(8).
       01  ws-rp-task                        pic 9(7).
       01  ws-cwa-ptr                        pointer.
       01  ws-eof                            pic x(1).
       01  ws-txn-diffs                      pic s9(4) comp.
       01  ws-line-x                         pic s9(4) comp.

           copy cpycapr.

      *> captured inputs waiting for their outputs; a slot whose
      *> task is 0 is free. Tasks in flight at once in the
      *> captured region rarely run past a handful.
       01  ws-pend-max                       pic s9(4) comp value 50.
       01  ws-pend-x                         pic s9(4) comp.
       01  ws-pend-hit                       pic s9(4) comp.
       01  ws-pending-table.
           03  ws-pend-entry occurs 50.
               05  ws-pend-task              pic 9(7).
               05  ws-pend-program           pic x(8).
               05  ws-pend-length            pic 9(5).
               05  ws-pend-commarea          pic x(5000).

      *> the captured output and the replayed one, each seen
      *> through the layout of the program that returned it
       01  ws-capt-area                      pic x(5000).
       01  ws-capt-nord redefines ws-capt-area.
           copy cpynord.
       01  ws-capt-paym redefines ws-capt-area.
           copy cpypaym.
       01  ws-capt-ords redefines ws-capt-area.
           copy cpyords.
       01  ws-capt-delv redefines ws-capt-area.
           copy cpydelv.
       01  ws-capt-stkl redefines ws-capt-area.
           copy cpystkl.

       01  ws-rply-area                      pic x(5000).
       01  ws-rply-nord redefines ws-rply-area.
           copy cpynord.
       01  ws-rply-paym redefines ws-rply-area.
           copy cpypaym.
       01  ws-rply-ords redefines ws-rply-area.
           copy cpyords.
       01  ws-rply-delv redefines ws-rply-area.
           copy cpydelv.
       01  ws-rply-stkl redefines ws-rply-area.
           copy cpystkl.

      *> one field's two values, as compared and as reported
       01  ws-diff-field                     pic x(16).
       01  ws-txt-capt                       pic x(80).
       01  ws-txt-rply                       pic x(80).
       01  ws-num-capt                       pic s9(11)v99.
       01  ws-num-rply                       pic s9(11)v99.
       01  ws-num-edit                       pic -(11)9.99.
       01  ws-line-label.
           03  ws-ll-kind                    pic x(5).
           03  ws-ll-no                      pic 9(2).
           03  filler                        pic x(1) value space.
           03  ws-ll-name                    pic x(8).

       01  ws-report-q-name                  pic x(8) value 'RPLRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'RPLRPT '.
           03  filler                        pic x(20)
               value 'CAPTURE REPLAY RUN '.
           03  ws-hd-run-d                   pic x(19).
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'RPLRPT '.
           03  ws-dl-program                 pic x(8).
           03  filler                        pic x(1) value space.
           03  ws-dl-task                    pic z(6)9.
           03  filler                        pic x(1) value space.
           03  ws-dl-field                   pic x(16).
           03  filler                        pic x(10)
               value ' CAPTURED '.
           03  ws-dl-capt                    pic x(36).
           03  filler                        pic x(10)
               value ' REPLAYED '.
           03  ws-dl-rply                    pic x(36).
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'RPLRPT '.
           03  filler                        pic x(10)
               value 'REPLAYED: '.
           03  ws-tt-replayed                pic z(6)9.
           03  filler                        pic x(10)
               value ' MATCHED: '.
           03  ws-tt-matched                 pic z(6)9.
           03  filler                        pic x(11)
               value ' DIFFERED: '.
           03  ws-tt-differed                pic z(6)9.
           03  filler                        pic x(12)
               value ' NO OUTPUT: '.
           03  ws-tt-unpaired                pic z(4)9.
           03  filler                        pic x(11)
               value ' NO INPUT: '.
           03  ws-tt-orphaned                pic z(4)9.

       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrply.

       copy cicscwa.

       PROCEDURE DIVISION.
       MAIN.
           move "YYYY-MM-DD HH:MM:SS" to datetime
           accept currentdate from date yyyymmdd
           accept currenttime from time
           move cdyyyy to dtyear
           move cdmm  to dtmonth
           move cddd  to dtday
           move cthh  to dthour
           move ctmn  to dtmin
           move ctss  to dtsec

           move 0 to rpreplayed
           move 0 to rpmatched
           move 0 to rpdiffered
           move 0 to rpunpaired
           move 0 to rporphaned
           move 0 to rptcount
           move spaces to rpcaptflags

           exec cics address cwa(ws-cwa-ptr)
           end-exec
           set address of tpcc-cwa to ws-cwa-ptr
           if not tpcc-eyecatcher
               go to cwa-not-ready
           end-if

           evaluate true
               when rp-set-capture
                   perform set-capture-flags
               when rp-replay
                   perform replay-capture-log
               when other
                   go to bad-reqtype
           end-evaluate

           move cwa-capture-options-array to rpcaptflags
           move 0 to result-code of dfhcommarea
           perform audit-return.

      *=================================================================
      * S - capture on or off
      *=================================================================
       set-capture-flags.
           if not rp-capture-on and not rp-capture-off
               go to bad-switch
           end-if
           evaluate rpprogram
               when 'ALL'
                   if rp-capture-on
                       move all 'Y' to cwa-capture-options-array
                   else
                       move all 'N' to cwa-capture-options-array
                   end-if
               when 'SQLNORD'
                   move rpswitch to cwa-capt-sqlnord
               when 'VSMNORD'
                   move rpswitch to cwa-capt-vsmnord
               when 'SQLPAYM'
                   move rpswitch to cwa-capt-sqlpaym
               when 'VSMPAYM'
                   move rpswitch to cwa-capt-vsmpaym
               when 'SQLORDS'
                   move rpswitch to cwa-capt-sqlords
               when 'VSMORDS'
                   move rpswitch to cwa-capt-vsmords
               when 'SQLDELV'
                   move rpswitch to cwa-capt-sqldelv
               when 'VSMDELV'
                   move rpswitch to cwa-capt-vsmdelv
               when 'SQLSTKL'
                   move rpswitch to cwa-capt-sqlstkl
               when 'VSMSTKL'
                   move rpswitch to cwa-capt-vsmstkl
               when other
                   go to bad-switch
           end-evaluate
           move "Capture flags updated" to msg of dfhcommarea
           .

      *=================================================================
      * R - the capture log played back
      *=================================================================
       replay-capture-log.
           if cwa-capture-options-array not = all 'N'
               go to capture-still-on
           end-if

           move datetime to ws-hd-run-d
           move ws-header-line to ws-report-line
           perform queue-report-line

           perform varying ws-pend-x from 1 by 1
                   until ws-pend-x > ws-pend-max
               move 0 to ws-pend-task(ws-pend-x)
           end-perform

           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               move length of tpc-capture-record to ws-td-len
               exec cics readq td
                   queue(ws-capi-q-name)
                   into(tpc-capture-record)
                   length(ws-td-len)
                   resp(ws-resp-readq-td)
               end-exec
               if ws-resp-readq-td not = DFHRESP(NORMAL)
                   move 'Y' to ws-eof
                   exit perform
               end-if
               if tpc-capr-input
                   perform hold-captured-input
               else
                   perform replay-captured-output
               end-if
           end-perform

      *> whatever is still held never got an output - the
      *> original abended or was still running when capture
      *> stopped - so there is nothing to compare it with
           perform varying ws-pend-x from 1 by 1
                   until ws-pend-x > ws-pend-max
               if ws-pend-task(ws-pend-x) not = 0
                   move ws-pend-program(ws-pend-x) to ws-rp-program
                   move ws-pend-task(ws-pend-x) to ws-rp-task
                   perform report-no-output
               end-if
           end-perform

           move rpreplayed to ws-tt-replayed
           move rpmatched to ws-tt-matched
           move rpdiffered to ws-tt-differed
           move rpunpaired to ws-tt-unpaired
           move rporphaned to ws-tt-orphaned
           move ws-total-line to ws-report-line
           perform queue-report-line

           if rpdiffered = 0
               move "Replay matched the capture" to msg of dfhcommarea
           else
               move "Replay differences reported" to msg of dfhcommarea
           end-if
           .

      *> a task already held for the same program reuses its
      *> slot rather than taking a second one that would never
      *> pair: the earlier image is kept, since it is the
      *> commarea as the task first arrived
       hold-captured-input.
           move 0 to ws-pend-hit
           perform varying ws-pend-x from 1 by 1
                   until ws-pend-x > ws-pend-max
               if ws-pend-task(ws-pend-x) = tpc-capr-task
                   and ws-pend-program(ws-pend-x) = tpc-capr-program
                   move ws-pend-x to ws-pend-hit
                   exit perform
               end-if
           end-perform
           if ws-pend-hit = 0
               perform varying ws-pend-x from 1 by 1
                       until ws-pend-x > ws-pend-max
                   if ws-pend-task(ws-pend-x) = 0
                       move ws-pend-x to ws-pend-hit
                       exit perform
                   end-if
               end-perform
               if ws-pend-hit = 0
                   move tpc-capr-program to ws-rp-program
                   move tpc-capr-task to ws-rp-task
                   perform report-no-output
               else
                   move tpc-capr-task to ws-pend-task(ws-pend-hit)
                   move tpc-capr-program
                       to ws-pend-program(ws-pend-hit)
                   move tpc-capr-length
                       to ws-pend-length(ws-pend-hit)
                   move tpc-capr-commarea
                       to ws-pend-commarea(ws-pend-hit)
               end-if
           end-if
           .

       replay-captured-output.
           move tpc-capr-program to ws-rp-program
           move tpc-capr-task to ws-rp-task
           move 0 to ws-pend-hit
           perform varying ws-pend-x from 1 by 1
                   until ws-pend-x > ws-pend-max
               if ws-pend-task(ws-pend-x) = tpc-capr-task
                   and ws-pend-program(ws-pend-x) = tpc-capr-program
                   move ws-pend-x to ws-pend-hit
                   exit perform
               end-if
           end-perform
           if ws-pend-hit = 0
               add 1 to rporphaned
               move 'NO INPUT' to ws-diff-field
               move spaces to ws-txt-capt
               move spaces to ws-txt-rply
               perform report-field-diff
           else
               perform replay-one-transaction
               move 0 to ws-pend-task(ws-pend-hit)
           end-if
           .

      *> the captured input LINKed again; the returned
      *> commarea against the captured output
       replay-one-transaction.
           move tpc-capr-commarea to ws-capt-area
           move ws-pend-commarea(ws-pend-hit) to ws-rply-area
           move ws-pend-length(ws-pend-hit) to ws-rp-len
           add 1 to rpreplayed
           move 0 to ws-txn-diffs

           exec cics link
               program(ws-rp-program)
               commarea(ws-rply-area)
               length(ws-rp-len)
               resp(ws-resp-link)
           end-exec

           if ws-resp-link not = DFHRESP(NORMAL)
               move 'LINK' to ws-diff-field
               move 'RETURNED' to ws-txt-capt
               move 'LINK FAILED' to ws-txt-rply
               perform report-field-diff
           else
               evaluate ws-rp-program(4:4)
                   when 'NORD'
                       perform compare-new-order
                   when 'PAYM'
                       perform compare-payment
                   when 'ORDS'
                       perform compare-order-status
                   when 'DELV'
                       perform compare-delivery
                   when 'STKL'
                       perform compare-stock-level
               end-evaluate
           end-if

           if ws-txn-diffs = 0
               add 1 to rpmatched
           else
               add 1 to rpdiffered
           end-if
           .

       compare-new-order.
           move result-code of ws-capt-nord to ws-num-capt
           move result-code of ws-rply-nord to ws-num-rply
           move 'RESULT-CODE' to ws-diff-field
           perform compare-num
           move err of ws-capt-nord to ws-txt-capt
           move err of ws-rply-nord to ws-txt-rply
           move 'ERR' to ws-diff-field
           perform compare-text
           move msg of ws-capt-nord to ws-txt-capt
           move msg of ws-rply-nord to ws-txt-rply
           move 'MSG' to ws-diff-field
           perform compare-text
           move oid of ws-capt-nord to ws-num-capt
           move oid of ws-rply-nord to ws-num-rply
           move 'OID' to ws-diff-field
           perform compare-num
           move total of ws-capt-nord to ws-num-capt
           move total of ws-rply-nord to ws-num-rply
           move 'TOTAL' to ws-diff-field
           perform compare-num
           move freightamt of ws-capt-nord to ws-num-capt
           move freightamt of ws-rply-nord to ws-num-rply
           move 'FREIGHTAMT' to ws-diff-field
           perform compare-num
           move rushamt of ws-capt-nord to ws-num-capt
           move rushamt of ws-rply-nord to ws-num-rply
           move 'RUSHAMT' to ws-diff-field
           perform compare-num
           move promodisc of ws-capt-nord to ws-num-capt
           move promodisc of ws-rply-nord to ws-num-rply
           move 'PROMODISC' to ws-diff-field
           perform compare-num
           move heldorderid of ws-capt-nord to ws-num-capt
           move heldorderid of ws-rply-nord to ws-num-rply
           move 'HELDORDERID' to ws-diff-field
           perform compare-num
           move creditexposure of ws-capt-nord to ws-txt-capt
           move creditexposure of ws-rply-nord to ws-txt-rply
           move 'CREDITEXPOSURE' to ws-diff-field
           perform compare-text
           move dupdetected of ws-capt-nord to ws-txt-capt
           move dupdetected of ws-rply-nord to ws-txt-rply
           move 'DUPDETECTED' to ws-diff-field
           perform compare-text
           move 'LINE ' to ws-ll-kind
           perform varying ws-line-x from 1 by 1 until ws-line-x > 30
               move ws-line-x to ws-ll-no
               move amt of ws-capt-nord(ws-line-x) to ws-num-capt
               move amt of ws-rply-nord(ws-line-x) to ws-num-rply
               move 'AMT' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-num
               move linetax of ws-capt-nord(ws-line-x) to ws-num-capt
               move linetax of ws-rply-nord(ws-line-x) to ws-num-rply
               move 'LINETAX' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-num
               move backorder of ws-capt-nord(ws-line-x)
                   to ws-txt-capt
               move backorder of ws-rply-nord(ws-line-x)
                   to ws-txt-rply
               move 'BACKORD' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-text
           end-perform
           .

       compare-payment.
           move result-code of ws-capt-paym to ws-num-capt
           move result-code of ws-rply-paym to ws-num-rply
           move 'RESULT-CODE' to ws-diff-field
           perform compare-num
           move err of ws-capt-paym to ws-txt-capt
           move err of ws-rply-paym to ws-txt-rply
           move 'ERR' to ws-diff-field
           perform compare-text
           move msg of ws-capt-paym to ws-txt-capt
           move msg of ws-rply-paym to ws-txt-rply
           move 'MSG' to ws-diff-field
           perform compare-text
           move cbalance of ws-capt-paym to ws-txt-capt
           move cbalance of ws-rply-paym to ws-txt-rply
           move 'CBALANCE' to ws-diff-field
           perform compare-text
           move unappliedamt of ws-capt-paym to ws-num-capt
           move unappliedamt of ws-rply-paym to ws-num-rply
           move 'UNAPPLIEDAMT' to ws-diff-field
           perform compare-num
           move discounttaken of ws-capt-paym to ws-num-capt
           move discounttaken of ws-rply-paym to ws-num-rply
           move 'DISCOUNTTAKEN' to ws-diff-field
           perform compare-num
           move recoveredamt of ws-capt-paym to ws-num-capt
           move recoveredamt of ws-rply-paym to ws-num-rply
           move 'RECOVEREDAMT' to ws-diff-field
           perform compare-num
           move spreadcnt of ws-capt-paym to ws-num-capt
           move spreadcnt of ws-rply-paym to ws-num-rply
           move 'SPREADCNT' to ws-diff-field
           perform compare-num
           move spreadamt of ws-capt-paym to ws-num-capt
           move spreadamt of ws-rply-paym to ws-num-rply
           move 'SPREADAMT' to ws-diff-field
           perform compare-num
           move custmatchcnt of ws-capt-paym to ws-num-capt
           move custmatchcnt of ws-rply-paym to ws-num-rply
           move 'CUSTMATCHCNT' to ws-diff-field
           perform compare-num
           move dupdetected of ws-capt-paym to ws-txt-capt
           move dupdetected of ws-rply-paym to ws-txt-rply
           move 'DUPDETECTED' to ws-diff-field
           perform compare-text
           .

       compare-order-status.
           move result-code of ws-capt-ords to ws-num-capt
           move result-code of ws-rply-ords to ws-num-rply
           move 'RESULT-CODE' to ws-diff-field
           perform compare-num
           move err of ws-capt-ords to ws-txt-capt
           move err of ws-rply-ords to ws-txt-rply
           move 'ERR' to ws-diff-field
           perform compare-text
           move msg of ws-capt-ords to ws-txt-capt
           move msg of ws-rply-ords to ws-txt-rply
           move 'MSG' to ws-diff-field
           perform compare-text
           move oid of ws-capt-ords to ws-num-capt
           move oid of ws-rply-ords to ws-num-rply
           move 'OID' to ws-diff-field
           perform compare-num
           move cbalance of ws-capt-ords to ws-txt-capt
           move cbalance of ws-rply-ords to ws-txt-rply
           move 'CBALANCE' to ws-diff-field
           perform compare-text
           move ocarrierid of ws-capt-ords to ws-num-capt
           move ocarrierid of ws-rply-ords to ws-num-rply
           move 'OCARRIERID' to ws-diff-field
           perform compare-num
           move ordhistcnt of ws-capt-ords to ws-num-capt
           move ordhistcnt of ws-rply-ords to ws-num-rply
           move 'ORDHISTCNT' to ws-diff-field
           perform compare-num
           move 'LINE ' to ws-ll-kind
           perform varying ws-line-x from 1 by 1 until ws-line-x > 30
               move ws-line-x to ws-ll-no
               move itemid of ws-capt-ords(ws-line-x) to ws-num-capt
               move itemid of ws-rply-ords(ws-line-x) to ws-num-rply
               move 'ITEMID' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-num
               move qty of ws-capt-ords(ws-line-x) to ws-num-capt
               move qty of ws-rply-ords(ws-line-x) to ws-num-rply
               move 'QTY' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-num
               move amt of ws-capt-ords(ws-line-x) to ws-txt-capt
               move amt of ws-rply-ords(ws-line-x) to ws-txt-rply
               move 'AMT' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-text
           end-perform
           .

       compare-delivery.
           move result-code of ws-capt-delv to ws-num-capt
           move result-code of ws-rply-delv to ws-num-rply
           move 'RESULT-CODE' to ws-diff-field
           perform compare-num
           move err of ws-capt-delv to ws-txt-capt
           move err of ws-rply-delv to ws-txt-rply
           move 'ERR' to ws-diff-field
           perform compare-text
           move msg of ws-capt-delv to ws-txt-capt
           move msg of ws-rply-delv to ws-txt-rply
           move 'MSG' to ws-diff-field
           perform compare-text
           move 'DIST ' to ws-ll-kind
           perform varying ws-line-x from 1 by 1 until ws-line-x > 10
               move ws-line-x to ws-ll-no
               move droid of ws-capt-delv(ws-line-x) to ws-num-capt
               move droid of ws-rply-delv(ws-line-x) to ws-num-rply
               move 'OID' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-num
               move drdelivered of ws-capt-delv(ws-line-x)
                   to ws-txt-capt
               move drdelivered of ws-rply-delv(ws-line-x)
                   to ws-txt-rply
               move 'DELIVRD' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-text
           end-perform
           .

       compare-stock-level.
           move result-code of ws-capt-stkl to ws-num-capt
           move result-code of ws-rply-stkl to ws-num-rply
           move 'RESULT-CODE' to ws-diff-field
           perform compare-num
           move err of ws-capt-stkl to ws-txt-capt
           move err of ws-rply-stkl to ws-txt-rply
           move 'ERR' to ws-diff-field
           perform compare-text
           move msg of ws-capt-stkl to ws-txt-capt
           move msg of ws-rply-stkl to ws-txt-rply
           move 'MSG' to ws-diff-field
           perform compare-text
           move stockcount of ws-capt-stkl to ws-num-capt
           move stockcount of ws-rply-stkl to ws-num-rply
           move 'STOCKCOUNT' to ws-diff-field
           perform compare-num
           move lowstockcnt of ws-capt-stkl to ws-num-capt
           move lowstockcnt of ws-rply-stkl to ws-num-rply
           move 'LOWSTOCKCNT' to ws-diff-field
           perform compare-num
           move 'DIST ' to ws-ll-kind
           perform varying ws-line-x from 1 by 1 until ws-line-x > 10
               move ws-line-x to ws-ll-no
               move dccount of ws-capt-stkl(ws-line-x) to ws-num-capt
               move dccount of ws-rply-stkl(ws-line-x) to ws-num-rply
               move 'COUNT' to ws-ll-name
               move ws-line-label to ws-diff-field
               perform compare-num
           end-perform
           .

       compare-num.
           if ws-num-capt not = ws-num-rply
               move ws-num-capt to ws-num-edit
               move ws-num-edit to ws-txt-capt
               move ws-num-rply to ws-num-edit
               move ws-num-edit to ws-txt-rply
               perform report-field-diff
           end-if
           .

       compare-text.
           if ws-txt-capt not = ws-txt-rply
               perform report-field-diff
           end-if
           .

       report-no-output.
           add 1 to rpunpaired
           move 'NO OUTPUT' to ws-diff-field
           move spaces to ws-txt-capt
           move spaces to ws-txt-rply
           perform report-field-diff
           .

       report-field-diff.
           add 1 to ws-txn-diffs
           move ws-rp-program to ws-dl-program
           move ws-rp-task to ws-dl-task
           move ws-diff-field to ws-dl-field
           move ws-txt-capt to ws-dl-capt
           move ws-txt-rply to ws-dl-rply
           move ws-detail-line to ws-report-line
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

       bad-reqtype.
           move "Request type must be S or R" to err of dfhcommarea

           move 1 to result-code of dfhcommarea
           perform audit-return.

       bad-switch.
           move "Program must be a transaction program or ALL, Y or N"
               to err of dfhcommarea

           move 2 to result-code of dfhcommarea
           perform audit-return.

       capture-still-on.
           move "Capture is switched on in this region - switch it off"
               to err of dfhcommarea
           move cwa-capture-options-array to rpcaptflags

           move 3 to result-code of dfhcommarea
           perform audit-return.

       cwa-not-ready.
           move "TPCC CWA has not been initialized"
               to err of dfhcommarea

           move 4 to result-code of dfhcommarea
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code of dfhcommarea to tpc-audit-result-code
           move err of dfhcommarea to tpc-audit-err
           move msg of dfhcommarea to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   tpccrply.cbl  $ end
      ***--------------------------------------------------------------*
