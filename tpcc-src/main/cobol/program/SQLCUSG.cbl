       identification division.

       program-id. sqlcusg.

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
      * TPCC consignment usage intake
      *
      * Customers holding our stock on consignment (SQLCONS) send a
      * periodic report of what they used. It lands on
      * extrapartition TD queue TCON (the DCT points it at the
      * transmission dataset, same arrangement as TORD), one
      * fixed-layout record per report. Each report is checked -
      * the location must be open, the reference must not have been
      * billed before, and there must be at least one line - and
      * then LINKed through SQLNORD as a consignment order: the
      * lines come out of the location's CONSSTK stock, not the
      * warehouse's, and the order is taken as already delivered
      * and billed. The order is then LINKed through SQLINVC for its
      * invoice, and the report is remembered in CONSUSE against the
      * order and invoice it raised.
      *
      * A line asking for more than the location holds refuses the
      * whole report; nothing is billed until it is corrected and
      * sent again. Billed/rejected report to TS queue USGRPT.
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
       01  ws-program-name                   pic x(8) value 'SQLCUSG '.

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
       01  ws-use-cnt                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-intake-q-name                  pic x(4) value 'TCON'.
       01  ws-resp-readq-td                  pic s9(8) comp.
       01  ws-td-len                         pic s9(4) comp.

      *> one usage report, fixed layout: the location and
      *> the customer's report reference, then up to 30 item
      *> lines (zeros end the list early); a line's quantity is
      *> what New Order takes on a line, so heavier usage of an
      *> item comes as a further report
       01  ws-tcon-record.
           03  tc-consid                     pic 9(6).
           03  tc-ref                        pic x(12).
           03  tc-line occurs 30.
               05  tc-itemid                 pic 9(6).
               05  tc-qty                    pic 9(2).

       01  i                                 pic s9(9) comp.
       01  ws-line-cnt                       pic s9(9) comp.
       01  ws-location-ok                    pic x(1).

       01  ws-nord-commarea.
           copy cpynord.

       01  ws-invc-commarea.
           copy cpyinvc.

       01  ws-report-q-name                  pic x(8) value 'USGRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line.
           03  filler                        pic x(7)
               value 'USGRPT '.
           03  ws-rpt-seq                    pic z(5)9.
           03  filler                        pic x(5) value ' LOC '.
           03  ws-rpt-loc                    pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-ref                    pic x(12).
           03  filler                        pic x(1) value space.
           03  ws-rpt-status                 pic x(8).
           03  filler                        pic x(4) value ' O: '.
           03  ws-rpt-oid                    pic z(7)9.
           03  filler                        pic x(6) value ' INV: '.
           03  ws-rpt-inv                    pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-detail                 pic x(50).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpycusg.

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

           move 0 to reportsread
           move 0 to reportsbilled
           move 0 to reportsrejected
           move 0 to rptcount of dfhcommarea

           perform read-usage-record
           perform until ws-resp-readq-td not = DFHRESP(NORMAL)
               add 1 to reportsread
               perform intake-one-report
               perform read-usage-record
           end-perform

           EXEC CICS SYNCPOINT END-EXEC

           move "Consignment usage intake complete"
             to msg of dfhcommarea

           move 0 to result-code of dfhcommarea
           perform audit-return.

       read-usage-record.
           move length of ws-tcon-record to ws-td-len
           exec cics readq td
               queue(ws-intake-q-name)
               into(ws-tcon-record)
               length(ws-td-len)
               resp(ws-resp-readq-td)
           end-exec
           .

       intake-one-report.
           move reportsread to ws-rpt-seq
           move tc-consid to ws-rpt-loc
           move tc-ref to ws-rpt-ref
           move 0 to ws-rpt-oid
           move 0 to ws-rpt-inv
           move spaces to ws-rpt-detail

           perform check-location
           if ws-location-ok not = 'Y'
               perform reject-report
           else
               perform count-usage-lines
               if ws-line-cnt = 0
                   move "no usage lines" to ws-rpt-detail
                   perform reject-report
               else
                   perform bill-one-report
               end-if
           end-if
           .

      *> an open location, and a reference not billed
      *> already - a report sent twice must not bill twice
       check-location.
           move 'N' to ws-location-ok
           move tc-consid to cs-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT cs_w_id, cs_c_w_id, cs_c_d_id, cs_c_id,
                   cs_sh_no, cs_status
               INTO :cs-w-id, :cs-c-w-id, :cs-c-d-id, :cs-c-id,
                   :cs-sh-no, :cs-status
               FROM consloc
               WHERE cs_id = :cs-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 100 or cs-status not = 'A'
               move "consignment location not found or closed"
                 to ws-rpt-detail
           else
               move cs-id to cu-cs-id
               move tc-ref to cu-ref
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-use-cnt
                   FROM consuse
                   WHERE cu_cs_id = :cu-cs-id AND cu_ref = :cu-ref
               END-EXEC
               if ws-use-cnt not = 0
                   move "usage report already billed"
                     to ws-rpt-detail
               else
                   move 'Y' to ws-location-ok
               end-if
           end-if
           .

       count-usage-lines.
           move 0 to ws-line-cnt
           perform varying i from 1 by 1 until i > 30
                   or tc-itemid (i) = 0 or tc-qty (i) = 0
               add 1 to ws-line-cnt
           end-perform
           .

      *> the order is the customer's at the location's
      *> ship-to, supplied (as it was) from the location's
      *> warehouse
       bill-one-report.
           initialize new-order-data
           move cs-c-w-id to wid of new-order-data
           move cs-c-d-id to did of new-order-data
           move cs-c-id to cid of new-order-data
           move cs-sh-no to shiptono of new-order-data
           move cs-id to conslocid of new-order-data
           perform varying i from 1 by 1 until i > ws-line-cnt
               move i to olno of no-item-data (i)
               move cs-w-id to supware of no-item-data (i)
               move tc-itemid (i) to itemid of no-item-data (i)
               move tc-qty (i) to qty of no-item-data (i)
           end-perform

           exec cics link
               program('SQLNORD')
               commarea(new-order-data)
           end-exec

      *> New Order's own message names the offending line
           if result-code of new-order-data not = 0
               move msg of new-order-data to ws-rpt-detail
               perform reject-report
           else
               move oid of new-order-data to ws-rpt-oid
               perform invoice-one-report
           end-if
           .

      *> the order is in and billed; the invoice is the
      *> customer's document for it
       invoice-one-report.
           initialize invoice-data
           move cs-c-w-id to wid of invoice-data
           move cs-c-d-id to did of invoice-data
           move oid of new-order-data to oid of invoice-data
           exec cics link
               program('SQLINVC')
               commarea(invoice-data)
           end-exec
           if result-code of invoice-data = 0
               move invno of invoice-data to ws-rpt-inv
               move invno of invoice-data to cu-inv-id
           else
               move 0 to cu-inv-id
               move "order raised - invoice failed, run SQLINVC"
                 to ws-rpt-detail
           end-if

           move cs-id to cu-cs-id
           move tc-ref to cu-ref
           move oid of new-order-data to cu-o-id
           move ws-line-cnt to cu-line-cnt
           move datetime to cu-entry-d
           EXEC SQL
               INSERT INTO consuse
                   (cu_cs_id, cu_ref, cu_o_id, cu_inv_id,
                    cu_line_cnt, cu_entry_d)
               VALUES (:cu-cs-id, :cu-ref, :cu-o-id, :cu-inv-id,
                    :cu-line-cnt, :cu-entry-d)
           END-EXEC
           EXEC CICS SYNCPOINT END-EXEC

           move 'BILLED  ' to ws-rpt-status
           add 1 to reportsbilled
           perform queue-report-line
           .

       reject-report.
           move 'REJECT  ' to ws-rpt-status
           add 1 to reportsrejected
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
               add 1 to rptcount of dfhcommarea
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
           into err of dfhcommarea

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code of dfhcommarea
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code of dfhcommarea
             to tpc-audit-result-code
           move err of dfhcommarea to tpc-audit-err
           move msg of dfhcommarea to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlcusg.cbl  $ end
      ***--------------------------------------------------------------*
