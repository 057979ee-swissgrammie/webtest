       identification division.

       program-id. sqlfbsm.

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
      * TPCC freight bill audit summary (monthly)
      *
      * What the carriers asked for against what their runs were
      * worth. For the freight bills keyed (SQLFBIL) in the month,
      * per carrier:
      *
      *   billed     the carrier's own line amounts
      *   audited    the same lines re-rated at the carrier's FRTRATE
      *              zone rates and the manifest weight
      *   payable    what has been agreed - as billed within the
      *              tolerance, or as settled on a dispute
      *   over       billed less audited, what the audit caught
      *   disputes   lines still open on the FRTDISP worklist and what
      *              the carrier billed on them
      *
      * with a total line across the carriers.
      *
      * Report lines to TS queue FBARPT. SQL only - no VSM
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
       01  ws-program-name                   pic x(8) value 'SQLFBSM '.

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
       01  ws-car-id                         pic s9(9) comp.
       01  ws-from-d                         pic x(20).
       01  ws-thru-d                         pic x(20).
       01  ws-bills                          pic s9(9) comp.
       01  ws-billed                         pic s9(9)v99 comp-3.
       01  ws-rated                          pic s9(9)v99 comp-3.
       01  ws-payable                        pic s9(9)v99 comp-3.
       01  ws-open-cnt                       pic s9(9) comp.
       01  ws-open-amt                       pic s9(9)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-month                          pic x(7).
       01  ws-work-yyyy                      pic 9(4).
       01  ws-work-mm                        pic 9(2).
       01  ws-tot-bills                      pic s9(9) comp.
       01  ws-tot-billed                     pic s9(9)v99 comp-3.
       01  ws-tot-rated                      pic s9(9)v99 comp-3.
       01  ws-tot-payable                    pic s9(9)v99 comp-3.
       01  ws-tot-open-cnt                   pic s9(9) comp.
       01  ws-tot-open-amt                   pic s9(9)v99 comp-3.

       01  ws-report-q-name                  pic x(8) value 'FBARPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'FBARPT '.
           03  filler                        pic x(30)
               value 'FREIGHT BILL AUDIT SUMMARY FOR'.
           03  filler                        pic x(1) value space.
           03  ws-hd-month                   pic x(7).
           03  filler                        pic x(9)
               value ' CARRIER '.
           03  ws-hd-car-id                  pic x(4).
       01  ws-car-line.
           03  filler                        pic x(7)
               value 'FBARPT '.
           03  ws-cl-label.
               05  ws-cl-car-id              pic z(3)9.
               05  filler                    pic x(1) value space.
               05  ws-cl-name                pic x(10).
           03  filler                        pic x(7) value ' BILLS '.
           03  ws-cl-bills                   pic z(3)9.
           03  filler                        pic x(8) value ' BILLED '.
           03  ws-cl-billed                  pic z(7)9.99.
           03  filler                        pic x(9)
               value ' AUDITED '.
           03  ws-cl-rated                   pic z(7)9.99.
           03  filler                        pic x(9)
               value ' PAYABLE '.
           03  ws-cl-payable                 pic z(7)9.99.
           03  filler                        pic x(6) value ' OVER '.
           03  ws-cl-over                    pic -z(6)9.99.
           03  filler                        pic x(6) value ' DISP '.
           03  ws-cl-open-cnt                pic zz9.
           03  filler                        pic x(3) value ' $ '.
           03  ws-cl-open-amt                pic z(6)9.99.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyfbsm.

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

      *> run at month end for the month just closed
           if billmonth = spaces
               move cdyyyy to ws-work-yyyy
               move cdmm to ws-work-mm
               if ws-work-mm = 1
                   move 12 to ws-work-mm
                   subtract 1 from ws-work-yyyy
               else
                   subtract 1 from ws-work-mm
               end-if
               move spaces to ws-month
               string
                   ws-work-yyyy delimited size
                   "-" delimited size
                   ws-work-mm delimited size
               into ws-month
           else
               move billmonth to ws-month
           end-if
      *> fb_entry_d is a timestamp, so the month runs to the
      *> last second of its 31st
           move spaces to ws-from-d
           string
               ws-month delimited size
               "-01 00:00:00" delimited size
           into ws-from-d
           move spaces to ws-thru-d
           string
               ws-month delimited size
               "-31 23:59:59" delimited size
           into ws-thru-d

           move 0 to carriercount
           move 0 to billcount
           move 0 to rptcount
           move 0 to ws-tot-bills
           move 0 to ws-tot-billed
           move 0 to ws-tot-rated
           move 0 to ws-tot-payable
           move 0 to ws-tot-open-cnt
           move 0 to ws-tot-open-amt

           move ws-month to ws-hd-month
           if carid = 0
               move 'ALL' to ws-hd-car-id
           else
               move carid to ws-hd-car-id
           end-if
           move ws-header-line to ws-report-line
           perform queue-report-line

           move carid to ws-car-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_fbsm CURSOR FOR
               SELECT fb_car_id, COUNT(*),
                   COALESCE(SUM(fb_billed), 0),
                   COALESCE(SUM(fb_rated), 0),
                   COALESCE(SUM(fb_payable), 0)
                   FROM frtbill
                   WHERE fb_entry_d >= :ws-from-d
                       AND fb_entry_d <= :ws-thru-d
                       AND (:ws-car-id = 0 OR fb_car_id = :ws-car-id)
                   GROUP BY fb_car_id
                   ORDER BY fb_car_id
           END-EXEC
           EXEC SQL OPEN c_fbsm END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_fbsm INTO :car-id, :ws-bills,
                       :ws-billed, :ws-rated, :ws-payable
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-one-carrier
           end-perform
           EXEC SQL CLOSE c_fbsm END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move ws-tot-bills to ws-bills
           move ws-tot-billed to ws-billed
           move ws-tot-rated to ws-rated
           move ws-tot-payable to ws-payable
           move ws-tot-open-cnt to ws-open-cnt
           move ws-tot-open-amt to ws-open-amt
           perform format-car-line
           move spaces to ws-cl-label
           move 'TOTAL' to ws-cl-label
           move ws-car-line to ws-report-line
           perform queue-report-line

           move ws-tot-bills to billcount
           move "Freight bill audit summary queued" to msg

           move 0 to result-code
           perform audit-return.

      *> the carrier's open disputes on the month's bills,
      *> then its line and the running totals
       report-one-carrier.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(fd_billed), 0)
               INTO :ws-open-cnt, :ws-open-amt
               FROM frtdisp, frtbill
               WHERE fb_id = fd_fb_id
                   AND fb_car_id = :car-id
                   AND fb_entry_d >= :ws-from-d
                   AND fb_entry_d <= :ws-thru-d
                   AND fd_resolved = 'N'
           END-EXEC

           move spaces to car-name
           EXEC SQL
               SELECT car_name INTO :car-name
               FROM carrier
               WHERE car_id = :car-id
           END-EXEC
      *> the cursor is still open: leave sqlcode as it found it
           move 0 to sqlcode

           perform format-car-line
           move car-id to ws-cl-car-id
           move car-name to ws-cl-name
           move ws-car-line to ws-report-line
           perform queue-report-line

           add 1 to carriercount
           add ws-bills to ws-tot-bills
           add ws-billed to ws-tot-billed
           add ws-rated to ws-tot-rated
           add ws-payable to ws-tot-payable
           add ws-open-cnt to ws-tot-open-cnt
           add ws-open-amt to ws-tot-open-amt
           .

       format-car-line.
           move ws-bills to ws-cl-bills
           move ws-billed to ws-cl-billed
           move ws-rated to ws-cl-rated
           move ws-payable to ws-cl-payable
           compute ws-cl-over = ws-billed - ws-rated
           move ws-open-cnt to ws-cl-open-cnt
           move ws-open-amt to ws-cl-open-amt
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
      ***  $Workfile:   sqlfbsm.cbl  $ end
      ***--------------------------------------------------------------*
