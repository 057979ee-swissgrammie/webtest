       identification division.

       program-id. sqlvscr.

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
      * TPCC quarterly vendor performance scorecard
      *
      * Buyers chose between suppliers on gut feel, though the record
      * of how each one performed is all on file. For every vendor
      * with purchase order lines received or bills keyed in the
      * quarter this scores:
      *
      *   on-time      lines received within the vendor's quoted
      *                lead days (vn_lead_days, po_entry_d to
      *                po_recv_d), and the average days over it of
      *                the lines that were late
      *   fill rate    quantity received against quantity ordered
      *   accuracy     bills that passed the three-way match instead
      *                of landing on the APDISCR worklist
      *   returns      quantity sent back to the vendor (RETNDISP
      *                disposition V) against quantity received
      *
      * and weighs them into one score - on-time 30%, fill 25%,
      * accuracy 25%, goods kept 20% - so vendors can be ranked. A
      * measure with nothing behind it in the quarter counts as met.
      * The scores are kept in VSCORE (a re-run replaces the
      * quarter) and queued worst first to TS queue VSCRPT for the
      * supplier reviews.
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
       01  ws-program-name                   pic x(8) value 'SQLVSCR '.

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
       01  ws-disc-cnt                       pic s9(9) comp.
       01  ws-ret-qty                        pic s9(9) comp.
       01  ws-rank-name                      pic x(24).
           EXEC SQL END DECLARE SECTION END-EXEC

      *> one vendor's quarter as it is added up
       01  ws-late-lines                     pic s9(9) comp.
       01  ws-late-days                      pic s9(9) comp.
       01  ws-ord-qty                        pic s9(9) comp.
       01  ws-recv-qty                       pic s9(9) comp.
       01  ws-days-taken                     pic s9(9) comp.
       01  ws-entry-int                      pic s9(9) comp.
       01  ws-rank                           pic s9(9) comp.

       01  ws-qtr-year                       pic 9(4).
       01  ws-qtr-num                        pic 9(1).
       01  ws-qtr-from-mm                    pic 9(2).
       01  ws-qtr-thru-mm                    pic 9(2).
       01  ws-thru-dd                        pic x(2).
       01  ws-period                         pic x(7).

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.

      *> printable/queued scorecard
       01  ws-report-q-name                  pic x(8) value 'VSCRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'VSCRPT '.
           03  filler                        pic x(30)
               value 'VENDOR SCORECARD, WORST FIRST '.
           03  ws-hdr-period                 pic x(7).
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'VSCRPT '.
           03  ws-rpt-rank                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-vnid                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-name                   pic x(24).
           03  filler                        pic x(4)
               value ' LN '.
           03  ws-rpt-lines                  pic z(4)9.
           03  filler                        pic x(4)
               value ' OT '.
           03  ws-rpt-ontime                 pic zz9.9.
           03  filler                        pic x(6)
               value ' LATE '.
           03  ws-rpt-late                   pic z(3)9.9.
           03  filler                        pic x(6)
               value ' FILL '.
           03  ws-rpt-fill                   pic zz9.9.
           03  filler                        pic x(5)
               value ' ACC '.
           03  ws-rpt-acc                    pic zz9.9.
           03  filler                        pic x(5)
               value ' RET '.
           03  ws-rpt-ret                    pic zz9.9.
           03  filler                        pic x(7)
               value ' SCORE '.
           03  ws-rpt-score                  pic zz9.9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyvscr.

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

           perform resolve-quarter

           move 0 to vendorcount
           move 0 to rptcount
           move ws-period to vs-period

      *> a re-run replaces the quarter, correct-in-place
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DELETE FROM vscore WHERE vs_period = :vs-period
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           EXEC SQL
               DECLARE c_vsvend CURSOR FOR
               SELECT vn_id, vn_lead_days
                   FROM vendor
                   ORDER BY vn_id
           END-EXEC
           EXEC SQL OPEN c_vsvend END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_vsvend INTO :vn-id, :vn-lead-days
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform score-one-vendor
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_vsvend END-EXEC

           perform queue-scorecard

           EXEC CICS SYNCPOINT END-EXEC

           move "Vendor scorecard complete" to msg
           move 0 to result-code
           perform audit-return.

      *> the quarter asked for, or the one before today's;
      *> its first and last timestamps, the SQLTAXR way
       resolve-quarter.
           if qtryear = 0 and qtrnum = 0
               move cdyyyy to ws-qtr-year
               compute ws-qtr-num = (cdmm - 1) / 3 + 1
               if ws-qtr-num = 1
                   move 4 to ws-qtr-num
                   subtract 1 from ws-qtr-year
               else
                   subtract 1 from ws-qtr-num
               end-if
           else
               move qtryear to ws-qtr-year
               move qtrnum to ws-qtr-num
           end-if
           if ws-qtr-year = 0 or ws-qtr-num = 0 or ws-qtr-num > 4
               perform bad-quarter
           end-if
           move ws-qtr-year to qtryear
           move ws-qtr-num to qtrnum

           compute ws-qtr-from-mm = (ws-qtr-num - 1) * 3 + 1
           compute ws-qtr-thru-mm = ws-qtr-num * 3
           if ws-qtr-num = 1 or ws-qtr-num = 4
               move '31' to ws-thru-dd
           else
               move '30' to ws-thru-dd
           end-if

           move spaces to ws-from-ts
           string
               ws-qtr-year delimited size
               "-" delimited size
               ws-qtr-from-mm delimited size
               "-01 00:00:00" delimited size
           into ws-from-ts
           move spaces to ws-thru-ts
           string
               ws-qtr-year delimited size
               "-" delimited size
               ws-qtr-thru-mm delimited size
               "-" delimited size
               ws-thru-dd delimited size
               " 23:59:59" delimited size
           into ws-thru-ts

           move spaces to ws-period
           string
               ws-qtr-year delimited size
               "-Q" delimited size
               ws-qtr-num delimited size
           into ws-period
           .

       score-one-vendor.
           move 0 to vs-lines
           move 0 to ws-late-lines
           move 0 to ws-late-days
           move 0 to ws-ord-qty
           move 0 to ws-recv-qty

           EXEC SQL
               DECLARE c_vsline CURSOR FOR
               SELECT po_qty, po_recv_qty, po_entry_d, po_recv_d
                   FROM purchase_order
                   WHERE po_vn_id = :vn-id AND po_status = 'R'
                       AND po_qty > 0
                       AND po_recv_d >= :ws-from-ts
                       AND po_recv_d <= :ws-thru-ts
           END-EXEC
           EXEC SQL OPEN c_vsline END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_vsline INTO :po-qty, :po-recv-qty,
                       :po-entry-d, :po-recv-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform score-one-line
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_vsline END-EXEC

           move vn-id to vi-vn-id
           EXEC SQL
               SELECT COUNT(*) INTO :vs-inv-cnt
               FROM vendinv
               WHERE vi_vn_id = :vi-vn-id
                   AND vi_entry_d >= :ws-from-ts
                   AND vi_entry_d <= :ws-thru-ts
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :ws-disc-cnt
               FROM vendinv, apdiscr
               WHERE vi_vn_id = :vi-vn-id
                   AND vi_entry_d >= :ws-from-ts
                   AND vi_entry_d <= :ws-thru-ts
                   AND ap_vi_id = vi_id
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(rd_qty), 0) INTO :ws-ret-qty
               FROM retndisp, purchase_order
               WHERE rd_disp = 'V' AND po_id = rd_po_id
                   AND po_vn_id = :vn-id
                   AND rd_entry_d >= :ws-from-ts
                   AND rd_entry_d <= :ws-thru-ts
           END-EXEC

           if vs-lines > 0 or vs-inv-cnt > 0
               perform store-vendor-score
           end-if
           .

      *> late is anything that took longer than the lead
      *> time the vendor quoted; a line whose dates can't be
      *> read is given the benefit of the doubt
       score-one-line.
           add 1 to vs-lines
           add po-qty to ws-ord-qty
           add po-recv-qty to ws-recv-qty

           move 0 to ws-days-taken
           move po-entry-d(1:10) to ws-work-date
           perform date-to-int
           if ws-date-parsed
               move ws-work-int to ws-entry-int
               move po-recv-d(1:10) to ws-work-date
               perform date-to-int
               if ws-date-parsed
                   compute ws-days-taken = ws-work-int - ws-entry-int
               end-if
           end-if
           if ws-days-taken > vn-lead-days
               add 1 to ws-late-lines
               compute ws-late-days =
                   ws-late-days + ws-days-taken - vn-lead-days
           end-if
           .

       store-vendor-score.
           if vs-lines > 0
               compute vs-ontime-pct rounded =
                   (vs-lines - ws-late-lines) * 100 / vs-lines
           else
               move 100 to vs-ontime-pct
           end-if
           if ws-late-lines > 0
               compute vs-avg-late rounded =
                   ws-late-days / ws-late-lines
           else
               move 0 to vs-avg-late
           end-if
           if ws-ord-qty > 0
               compute vs-fill-pct rounded =
                   ws-recv-qty * 100 / ws-ord-qty
               if vs-fill-pct > 100
                   move 100 to vs-fill-pct
               end-if
           else
               move 100 to vs-fill-pct
           end-if
           if vs-inv-cnt > 0
               compute vs-accuracy-pct rounded =
                   (vs-inv-cnt - ws-disc-cnt) * 100 / vs-inv-cnt
           else
               move 100 to vs-accuracy-pct
           end-if
           if ws-recv-qty > 0
               compute vs-return-pct rounded =
                   ws-ret-qty * 100 / ws-recv-qty
               if vs-return-pct > 100
                   move 100 to vs-return-pct
               end-if
           else
               move 0 to vs-return-pct
           end-if
           compute vs-score rounded =
               vs-ontime-pct * 0.30
               + vs-fill-pct * 0.25
               + vs-accuracy-pct * 0.25
               + (100 - vs-return-pct) * 0.20

           move vn-id to vs-vn-id
           move datetime to vs-entry-d
           EXEC SQL
               INSERT INTO vscore
                   (vs_period, vs_vn_id, vs_lines, vs_ontime_pct,
                    vs_avg_late, vs_fill_pct, vs_inv_cnt,
                    vs_accuracy_pct, vs_return_pct, vs_score,
                    vs_entry_d)
                   VALUES (:vs-period, :vs-vn-id, :vs-lines,
                       :vs-ontime-pct, :vs-avg-late, :vs-fill-pct,
                       :vs-inv-cnt, :vs-accuracy-pct,
                       :vs-return-pct, :vs-score, :vs-entry-d)
           END-EXEC
           add 1 to vendorcount
           .

      *> lowest score first - the vendors the buyers need
      *> to talk to head the list
       queue-scorecard.
           move ws-period to ws-hdr-period
           move ws-header-line to ws-report-line
           perform queue-report-line

           move 0 to ws-rank
           EXEC SQL
               DECLARE c_vsrank CURSOR FOR
               SELECT vs_vn_id, vn_name, vs_lines, vs_ontime_pct,
                   vs_avg_late, vs_fill_pct, vs_accuracy_pct,
                   vs_return_pct, vs_score
                   FROM vscore, vendor
                   WHERE vs_period = :vs-period
                       AND vn_id = vs_vn_id
                   ORDER BY vs_score, vs_vn_id
           END-EXEC
           EXEC SQL OPEN c_vsrank END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_vsrank INTO :vs-vn-id, :ws-rank-name,
                       :vs-lines, :vs-ontime-pct, :vs-avg-late,
                       :vs-fill-pct, :vs-accuracy-pct,
                       :vs-return-pct, :vs-score
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to ws-rank
               move ws-rank to ws-rpt-rank
               move vs-vn-id to ws-rpt-vnid
               move ws-rank-name to ws-rpt-name
               move vs-lines to ws-rpt-lines
               move vs-ontime-pct to ws-rpt-ontime
               move vs-avg-late to ws-rpt-late
               move vs-fill-pct to ws-rpt-fill
               move vs-accuracy-pct to ws-rpt-acc
               move vs-return-pct to ws-rpt-ret
               move vs-score to ws-rpt-score
               move ws-detail-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_vsrank END-EXEC
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

      *> 'YYYY-MM-DD' in ws-work-date to an integer day in
      *> ws-work-int
       date-to-int.
           move 'N' to ws-date-ok
           if ws-work-date(1:4) is numeric
               and ws-work-date(6:2) is numeric
               and ws-work-date(9:2) is numeric
               move ws-work-date(1:4) to ws-dd-yyyy
               move ws-work-date(6:2) to ws-dd-mm
               move ws-work-date(9:2) to ws-dd-dd
               if ws-dd-mm >= 1 and ws-dd-mm <= 12
                   and ws-dd-dd >= 1 and ws-dd-dd <= 31
                   and ws-dd-yyyy >= 1601
                   compute ws-work-int =
                       function integer-of-date(ws-date-digits)
                   move 'Y' to ws-date-ok
               end-if
           end-if
           .

       bad-quarter.
           move "Quarter must be a year and 1 through 4" to err

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
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlvscr.cbl  $ end
      ***--------------------------------------------------------------*
