       identification division.

       program-id. sqlvpcr.

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
      * TPCC vendor cost comparison report
      *
      * Once an item can be bought from more than one vendor the
      * buyers need to see where their preference is costing money.
      * For every item with a price list in force (VENDPRC, latest
      * effective date on or before the as-of day) from an active
      * vendor, the source the SQLREPL sweep buys from - the
      * best-ranked vendor - is set against the cheapest. Each item
      * whose source is not the cheapest is listed to TS queue
      * VPCRPT with both vendors, both costs and the difference per
      * unit, so the buyer can re-rank or ask the source to match.
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
       01  ws-program-name                   pic x(8) value 'SQLVPCR '.

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
       01  ws-asof                           pic x(10).
       01  ws-vp-name                        pic x(24).
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the item being compared: its source (the first,
      *> best-ranked row) and the cheapest row seen so far
       01  ws-cur-i-id                       pic s9(9) comp.
       01  ws-cur-i-name                     pic x(24).
       01  ws-src-vn-id                      pic s9(9) comp.
       01  ws-src-cost                       pic s999v99 comp-3.
       01  ws-low-vn-id                      pic s9(9) comp.
       01  ws-low-name                       pic x(24).
       01  ws-low-cost                       pic s999v99 comp-3.

       01  ws-report-q-name                  pic x(8) value 'VPCRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'VPCRPT '.
           03  filler                        pic x(31)
               value 'SOURCE COST COMPARISON AS OF '.
           03  ws-hdr-asof                   pic x(10).
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'VPCRPT '.
           03  ws-rpt-item                   pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-iname                  pic x(24).
           03  filler                        pic x(5) value ' SRC '.
           03  ws-rpt-src-vn                 pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-src-cost               pic zz9.99.
           03  filler                        pic x(6) value ' BEST '.
           03  ws-rpt-low-vn                 pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-low-name               pic x(24).
           03  filler                        pic x(1) value space.
           03  ws-rpt-low-cost               pic zz9.99.
           03  filler                        pic x(6) value ' DIFF '.
           03  ws-rpt-diff                   pic zz9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyvpcr.

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

           if asofdate = spaces
               move datetime(1:10) to ws-asof
           else
               move asofdate to ws-asof
           end-if
           if ws-asof(1:4) not numeric or ws-asof(6:2) not numeric
               or ws-asof(9:2) not numeric
               perform asof-not-valid
           end-if
           move ws-asof to asofdate

           move 0 to itemcount
           move 0 to dearercount
           move 0 to rptcount
           move 0 to ws-cur-i-id

           move ws-asof to ws-hdr-asof
           move ws-header-line to ws-report-line
           perform queue-report-line

      *> the rows in force, an item's best-ranked first -
      *> the same order the sweep sources in
           EXEC SQL
               DECLARE c_vpcmp CURSOR FOR
               SELECT p.vp_i_id, i_name, p.vp_vn_id, vn_name,
                   p.vp_cost
                   FROM vendprc p, vendor, item
                   WHERE vn_id = p.vp_vn_id
                       AND vn_status = 'A'
                       AND i_id = p.vp_i_id
                       AND p.vp_eff_d =
                           (SELECT MAX(q.vp_eff_d) FROM vendprc q
                            WHERE q.vp_vn_id = p.vp_vn_id
                                AND q.vp_i_id = p.vp_i_id
                                AND q.vp_eff_d <= :ws-asof)
                   ORDER BY p.vp_i_id, p.vp_rank, p.vp_cost,
                       p.vp_vn_id
           END-EXEC
           EXEC SQL OPEN c_vpcmp END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_vpcmp INTO :vp-i-id, :i-name, :vp-vn-id,
                       :ws-vp-name, :vp-cost
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               if vp-i-id not = ws-cur-i-id
                   perform finish-item
                   move vp-i-id to ws-cur-i-id
                   move i-name to ws-cur-i-name
                   move vp-vn-id to ws-src-vn-id
                   move vp-cost to ws-src-cost
                   move vp-vn-id to ws-low-vn-id
                   move ws-vp-name to ws-low-name
                   move vp-cost to ws-low-cost
                   add 1 to itemcount
               else
                   if vp-cost < ws-low-cost
                       move vp-vn-id to ws-low-vn-id
                       move ws-vp-name to ws-low-name
                       move vp-cost to ws-low-cost
                   end-if
               end-if
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_vpcmp END-EXEC
           perform finish-item

           EXEC CICS SYNCPOINT END-EXEC

           move "Vendor cost comparison complete" to msg
           move 0 to result-code
           perform audit-return.

      *> the item just walked off: listed when its source
      *> is dearer than the cheapest vendor
       finish-item.
           if ws-cur-i-id not = 0 and ws-low-cost < ws-src-cost
               move ws-cur-i-id to ws-rpt-item
               move ws-cur-i-name to ws-rpt-iname
               move ws-src-vn-id to ws-rpt-src-vn
               move ws-src-cost to ws-rpt-src-cost
               move ws-low-vn-id to ws-rpt-low-vn
               move ws-low-name to ws-rpt-low-name
               move ws-low-cost to ws-rpt-low-cost
               compute ws-rpt-diff = ws-src-cost - ws-low-cost
               move ws-detail-line to ws-report-line
               perform queue-report-line
               add 1 to dearercount
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

       asof-not-valid.
           move "As-of date must be YYYY-MM-DD" to err

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
      ***  $Workfile:   sqlvpcr.cbl  $ end
      ***--------------------------------------------------------------*
