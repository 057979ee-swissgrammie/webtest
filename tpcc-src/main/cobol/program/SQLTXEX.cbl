       identification division.

       program-id. sqltxex.

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
      * TPCC sales tax exemption certificates
      *
      * Resellers and non-profits don't pay sales tax, but with no
      * record of it on file the clerks either overrode the price or
      * tax was charged and refunded later. This keeps each exempt
      * customer's certificate per state it covers - the certificate
      * number and its expiry date - in TAXEXMPT. New Order charges
      * no tax on an order taxed in a covered state while the
      * certificate is in force, and records the certificate on the
      * order; the remittance report shows those sales separately.
      *
      *   reqtype 'A' - record (or renew) a certificate
      *   reqtype 'D' - remove a certificate
      *   reqtype 'X' - list certificates expiring in the next 60
      *                 days (or expdays) to TS queue TXXRPT, so the
      *                 renewal is chased before tax starts being
      *                 charged. Monthly as a BATSCHED step.
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
       01  ws-program-name                   pic x(8) value 'SQLTXEX '.

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
       01  ws-from-d                         pic x(10).
       01  ws-thru-d                         pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-asof-d                         pic x(10).
       01  ws-asof-int                       pic s9(9) comp.
       01  ws-exp-days                       pic s9(9) comp.
       01  ws-days-left                      pic s9(9) comp.
       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.

      *> printable/queued renewal list
       01  ws-report-q-name                  pic x(8) value 'TXXRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'TXXRPT '.
           03  filler                        pic x(32)
               value 'EXEMPTION CERTIFICATES EXPIRING '.
           03  ws-hdr-from                   pic x(10).
           03  filler                        pic x(6)
               value ' THRU '.
           03  ws-hdr-thru                   pic x(10).
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'TXXRPT '.
           03  ws-rpt-wh                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-dist                   pic z9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-cust                   pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-rpt-name                   pic x(16).
           03  filler                        pic x(1) value space.
           03  ws-rpt-state                  pic x(2).
           03  filler                        pic x(1) value space.
           03  ws-rpt-cert                   pic x(20).
           03  filler                        pic x(9)
               value ' EXPIRES '.
           03  ws-rpt-expiry                 pic x(10).
           03  filler                        pic x(1) value space.
           03  ws-rpt-days                   pic zz9.
           03  filler                        pic x(5)
               value ' DAYS'.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpytxex.

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

           evaluate true
               when txex-record
                   perform record-certificate
               when txex-delete
                   perform delete-certificate
               when txex-expiring
                   perform list-expiring
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       record-certificate.
           perform check-customer
           if certno = spaces
               perform certificate-not-valid
           end-if
           move expirydate to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               perform certificate-not-valid
           end-if

           move certno to te-cert-no
           move expirydate to te-expiry-d
           move EIBTRMID to te-op-id
           move datetime to te-entry-d

      *> one certificate per customer and state - keying
      *> it again is the renewal, not a second certificate
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE taxexmpt
               SET te_cert_no = :te-cert-no,
                   te_expiry_d = :te-expiry-d,
                   te_op_id = :te-op-id,
                   te_entry_d = :te-entry-d
               WHERE te_w_id = :te-w-id AND te_d_id = :te-d-id
                   AND te_c_id = :te-c-id AND te_state = :te-state
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO taxexmpt
                       (te_w_id, te_d_id, te_c_id, te_state,
                        te_cert_no, te_expiry_d, te_op_id,
                        te_entry_d)
                       VALUES (:te-w-id, :te-d-id, :te-c-id,
                           :te-state, :te-cert-no, :te-expiry-d,
                           :te-op-id, :te-entry-d)
               END-EXEC
               move "Exemption certificate recorded" to msg
           else
               move "Exemption certificate renewed" to msg
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       delete-certificate.
           perform check-customer

           EXEC SQL WHENEVER NOT FOUND go to certificate-not-found
               END-EXEC
           EXEC SQL
               SELECT te_cert_no INTO :te-cert-no
               FROM taxexmpt
               WHERE te_w_id = :te-w-id AND te_d_id = :te-d-id
                   AND te_c_id = :te-c-id AND te_state = :te-state
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           EXEC SQL
               DELETE FROM taxexmpt
               WHERE te_w_id = :te-w-id AND te_d_id = :te-d-id
                   AND te_c_id = :te-c-id AND te_state = :te-state
           END-EXEC

           move "Exemption certificate removed" to msg
           .

       check-customer.
           if txstate = spaces
               perform certificate-not-valid
           end-if
           move wid to c-w-id
           move did to c-d-id
           move cid to c-id
           EXEC SQL WHENEVER NOT FOUND go to customer-not-found
               END-EXEC
           EXEC SQL
               SELECT c_last INTO :c-last
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move c-w-id to te-w-id
           move c-d-id to te-d-id
           move c-id to te-c-id
           move txstate to te-state
           .

       list-expiring.
           move 0 to expiringcnt
           move 0 to rptcount

           if asofdate = spaces
               move datetime(1:10) to ws-asof-d
           else
               move asofdate to ws-asof-d
           end-if
           move ws-asof-d to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               perform asof-not-valid
           end-if
           move ws-work-int to ws-asof-int

           if txex-monthly-only and ws-asof-d(9:2) not = '01'
               move "Not the first of the month - nothing listed"
                   to msg
           else
               perform queue-expiring
           end-if
           .

       queue-expiring.
           if expdays = 0
               move 60 to ws-exp-days
           else
               move expdays to ws-exp-days
           end-if
           move ws-asof-d to ws-from-d
           compute ws-work-int = ws-asof-int + ws-exp-days
           perform work-int-to-date
           move ws-work-date to ws-thru-d

           move ws-from-d to ws-hdr-from
           move ws-thru-d to ws-hdr-thru
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-header-line)
               length(length of ws-header-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if

           EXEC SQL
               DECLARE c_txexp CURSOR FOR
               SELECT te_w_id, te_d_id, te_c_id, te_state,
                   te_cert_no, te_expiry_d, c_last
                   FROM taxexmpt, customer
                   WHERE te_expiry_d >= :ws-from-d
                       AND te_expiry_d <= :ws-thru-d
                       AND c_w_id = te_w_id AND c_d_id = te_d_id
                       AND c_id = te_c_id
                   ORDER BY te_expiry_d, te_w_id, te_d_id, te_c_id
           END-EXEC
           EXEC SQL OPEN c_txexp END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_txexp INTO :te-w-id, :te-d-id, :te-c-id,
                       :te-state, :te-cert-no, :te-expiry-d,
                       :c-last
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform queue-expiring-line
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_txexp END-EXEC

           move "Expiring exemption certificates listed" to msg
           .

       queue-expiring-line.
           add 1 to expiringcnt
           move te-expiry-d to ws-work-date
           perform date-to-int
           compute ws-days-left = ws-work-int - ws-asof-int

           move te-w-id to ws-rpt-wh
           move te-d-id to ws-rpt-dist
           move te-c-id to ws-rpt-cust
           move c-last to ws-rpt-name
           move te-state to ws-rpt-state
           move te-cert-no to ws-rpt-cert
           move te-expiry-d to ws-rpt-expiry
           move ws-days-left to ws-rpt-days
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-detail-line)
               length(length of ws-detail-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

      *> 'YYYY-MM-DD' in ws-work-date to an integer day in
      *> ws-work-int; ws-date-ok says whether it parsed
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

       bad-reqtype.
           move "Request type must be A, D, or X" to err

           move 1 to result-code
           perform audit-return.

       customer-not-found.
           move "Customer not found" to err

           move 2 to result-code
           perform audit-return.

       certificate-not-valid.
           move "State, certificate no. and expiry date required"
               to err

           move 3 to result-code
           perform audit-return.

       certificate-not-found.
           move "No exemption certificate on file for that state"
               to err

           move 4 to result-code
           perform audit-return.

       asof-not-valid.
           move "As-of date must be YYYY-MM-DD" to err

           move 5 to result-code
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
      ***  $Workfile:   sqltxex.cbl  $ end
      ***--------------------------------------------------------------*
