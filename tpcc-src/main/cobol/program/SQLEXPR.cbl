       identification division.

       program-id. sqlexpr.

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
      * TPCC expiring stock report
      *
      * Lot-tracked stock (STOCKLOT) is allocated earliest expiry
      * first, but slow movers still sit on the shelf until they
      * are out of date. Given an as-of day, this lists every lot
      * still on hand that has already expired or expires within
      * 90 days, soonest first, banded EXPIRED / 30 / 60 / 90 days,
      * with the warehouse, item and quantity, and closes with a
      * count and quantity per band. Queued to TS queue EXPRPT.
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
       01  ws-program-name                   pic x(8) value 'SQLEXPR '.

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
       01  ws-d90                            pic x(10).
       01  ws-wid                            pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> the band boundaries: a lot expiring before the as-of
      *> day has expired; otherwise it falls in the first band
      *> whose last day it does not pass
       01  ws-d30                            pic x(10).
       01  ws-d60                            pic x(10).
       01  ws-asof-int                       pic s9(9) comp.

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.

       01  ws-report-q-name                  pic x(8) value 'EXPRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'EXPRPT '.
           03  filler                        pic x(36)
               value 'STOCK EXPIRING WITHIN 90 DAYS AS OF '.
           03  ws-hdr-asof                   pic x(10).
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'EXPRPT '.
           03  ws-rpt-band                   pic x(7).
           03  filler                        pic x(1) value space.
           03  ws-rpt-expiry                 pic x(10).
           03  filler                        pic x(4) value ' W: '.
           03  ws-rpt-wh                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-item                   pic z(5)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-iname                  pic x(24).
           03  filler                        pic x(5) value ' LOT '.
           03  ws-rpt-lot                    pic x(16).
           03  filler                        pic x(5)
               value ' QTY '.
           03  ws-rpt-qty                    pic z(8)9.
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'EXPRPT '.
           03  filler                        pic x(6) value 'TOTAL '.
           03  ws-tot-band                   pic x(7).
           03  filler                        pic x(6) value ' LOTS '.
           03  ws-tot-cnt                    pic z(5)9.
           03  filler                        pic x(5)
               value ' QTY '.
           03  ws-tot-qty                    pic z(8)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyexpr.

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
           move ws-asof to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               perform asof-not-valid
           end-if
           move ws-asof to asofdate
           move ws-work-int to ws-asof-int
           compute ws-work-int = ws-asof-int + 30
           perform work-int-to-date
           move ws-work-date to ws-d30
           compute ws-work-int = ws-asof-int + 60
           perform work-int-to-date
           move ws-work-date to ws-d60
           compute ws-work-int = ws-asof-int + 90
           perform work-int-to-date
           move ws-work-date to ws-d90

           move wid to ws-wid
           move 0 to expiredcnt
           move 0 to expiredqty
           move 0 to due30cnt
           move 0 to due30qty
           move 0 to due60cnt
           move 0 to due60qty
           move 0 to due90cnt
           move 0 to due90qty
           move 0 to rptcount

           move ws-asof to ws-hdr-asof
           move ws-header-line to ws-report-line
           perform queue-report-line

           EXEC SQL
               DECLARE c_expire CURSOR FOR
               SELECT lt_w_id, lt_i_id, i_name, lt_lot_no,
                   lt_expiry_d, lt_qty
                   FROM stocklot, item
                   WHERE i_id = lt_i_id
                       AND lt_qty > 0
                       AND lt_expiry_d <= :ws-d90
                       AND (:ws-wid = 0 OR lt_w_id = :ws-wid)
                   ORDER BY lt_expiry_d, lt_w_id, lt_i_id,
                       lt_lot_no
           END-EXEC
           EXEC SQL OPEN c_expire END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_expire INTO :lt-w-id, :lt-i-id, :i-name,
                       :lt-lot-no, :lt-expiry-d, :lt-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-one-lot
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_expire END-EXEC

           move 'EXPIRED' to ws-tot-band
           move expiredcnt to ws-tot-cnt
           move expiredqty to ws-tot-qty
           perform queue-total-line
           move '30 DAYS' to ws-tot-band
           move due30cnt to ws-tot-cnt
           move due30qty to ws-tot-qty
           perform queue-total-line
           move '60 DAYS' to ws-tot-band
           move due60cnt to ws-tot-cnt
           move due60qty to ws-tot-qty
           perform queue-total-line
           move '90 DAYS' to ws-tot-band
           move due90cnt to ws-tot-cnt
           move due90qty to ws-tot-qty
           perform queue-total-line

           move "Expiring stock report queued" to msg
           move 0 to result-code
           perform audit-return.

      *> band the lot and list it
       report-one-lot.
           evaluate true
               when lt-expiry-d < ws-asof
                   move 'EXPIRED' to ws-rpt-band
                   add 1 to expiredcnt
                   add lt-qty to expiredqty
               when lt-expiry-d <= ws-d30
                   move '30 DAYS' to ws-rpt-band
                   add 1 to due30cnt
                   add lt-qty to due30qty
               when lt-expiry-d <= ws-d60
                   move '60 DAYS' to ws-rpt-band
                   add 1 to due60cnt
                   add lt-qty to due60qty
               when other
                   move '90 DAYS' to ws-rpt-band
                   add 1 to due90cnt
                   add lt-qty to due90qty
           end-evaluate
           move lt-expiry-d to ws-rpt-expiry
           move lt-w-id to ws-rpt-wh
           move lt-i-id to ws-rpt-item
           move i-name to ws-rpt-iname
           move lt-lot-no to ws-rpt-lot
           move lt-qty to ws-rpt-qty
           move ws-detail-line to ws-report-line
           perform queue-report-line
           .

       queue-total-line.
           move ws-total-line to ws-report-line
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

      *> 'YYYY-MM-DD' in ws-work-date to an integer day in
      *> ws-work-int
       date-to-int.
           move 'N' to ws-date-ok
           if ws-work-date(1:4) is numeric
               and ws-work-date(5:1) = '-'
               and ws-work-date(6:2) is numeric
               and ws-work-date(8:1) = '-'
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

       work-int-to-date.
           compute ws-date-digits =
               function date-of-integer(ws-work-int)
           move spaces to ws-work-date
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
               "-" delimited size
               ws-date-digits(7:2) delimited size
           into ws-work-date
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
           move wid to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlexpr.cbl  $ end
      ***--------------------------------------------------------------*
