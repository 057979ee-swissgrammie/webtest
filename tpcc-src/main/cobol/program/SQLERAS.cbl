       identification division.

       program-id. sqleras.

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
      * TPCC personal-data erasure (SQL backend)
      *
      * A former customer can ask us to delete the personal data we
      * hold on them; SQLMASK/VSMMASK scramble a whole training copy
      * and are no use for that. This erases one customer in
      * production (reqtype E): name, street, city, phone and c_data
      * on CUSTOMER, every SHIPTO address (retired as well), and the
      * text of every CUSTNOTE. Orders, payments, invoices, returns
      * and the rest of the financial record that the law makes us
      * keep stay where they are, under the same customer key, which
      * now leads to no one. c_state and the first three characters
      * of the zip stay for the tax and freight records built on
      * them; the zip's remaining characters go. The account is put
      * on credit hold, so nothing new is taken against it.
      *
      * It is refused while the customer has a balance or unapplied
      * cash, an order not yet delivered or one held for credit, or a
      * legal hold - which this transaction also places (H) and lifts
      * (L), each with a customer note. Every erasure leaves an
      * ERASECERT certificate: when, on whose authority (an active
      * supervisor and the reference of the request or order behind
      * it) and what went. Q reads a certificate back. VSMERAS is the
      * KSDS twin.
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
       01  ws-program-name                   pic x(8) value 'SQLERAS '.

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
       01  ws-open-cnt                       pic s9(9) comp.
       01  ws-held-cnt                       pic s9(9) comp.
       01  ws-cert-cnt                       pic s9(9) comp.
       01  ws-ec-seq                         pic s9(9) comp.
      *> what an erased customer's name, street and ship-to
      *> name read afterwards
       01  ws-erased-name                    pic x(16)
                                             value 'ERASED'.
       01  ws-erased-zip                     pic x(9).
           EXEC SQL END DECLARE SECTION END-EXEC

      *> all c_data says afterwards
       01  ws-erased-data.
           03  filler                        pic x(39) value
               'Personal data erased under certificate '.
           03  ws-erased-data-cert           pic x(10).
       01  ws-erased-fields                  pic x(40)
               value 'NAME STREET CITY ZIP PHONE C_DATA'.

      *> builds the quotable 'ER' certificate number
       01  ws-cert-build.
           03  filler                        pic x(2) value 'ER'.
           03  ws-cert-build-seq             pic 9(8).

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyeras.

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
               when erase-personal-data
                   perform erase-customer
               when place-legal-hold
                   perform set-legal-hold
               when lift-legal-hold
                   perform clear-legal-hold
               when inquire-certificate
                   perform read-certificate
               when other
                   go to bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       erase-customer.
           perform check-authority
           perform read-customer
           if ws-cert-cnt not = 0
               go to already-erased
           end-if
           if c-legal-hold = 'Y'
               go to under-legal-hold
           end-if
           if c-balance not = 0 or c-unapplied not = 0
               go to open-balance
           end-if

      *> an order not yet delivered still has its NEW_ORDER
      *> row; a credit-held one is still waiting on the workdesk
           EXEC SQL
               SELECT COUNT(*) INTO :ws-open-cnt
               FROM new_order, orders
               WHERE o_w_id = :c-w-id AND o_d_id = :c-d-id
                   AND o_c_id = :c-id
                   AND no_w_id = o_w_id AND no_d_id = o_d_id
                   AND no_o_id = o_id
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :ws-held-cnt
               FROM heldord
               WHERE ho_w_id = :c-w-id AND ho_d_id = :c-d-id
                   AND ho_c_id = :c-id AND ho_status = 'H'
           END-EXEC
           if ws-open-cnt not = 0 or ws-held-cnt not = 0
               go to open-orders
           end-if

           perform next-cert-no
           move ws-cert-build to ec-cert-no

           move spaces to ws-erased-zip
           move c-zip(1:3) to ws-erased-zip(1:3)
           move ec-cert-no to ws-erased-data-cert
           move spaces to c-data-data
           move ws-erased-data to c-data-data
           move length of ws-erased-data to c-data-len
           EXEC SQL
               UPDATE customer
               SET c_first = :ws-erased-name, c_middle = ' ',
                   c_last = :ws-erased-name,
                   c_street_1 = :ws-erased-name,
                   c_street_2 = ' ', c_city = ' ',
                   c_zip = :ws-erased-zip, c_phone = ' ',
                   c_data = :c-data, c_credit_hold = 'Y'
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

           EXEC SQL
               SELECT COUNT(*) INTO :ec-shipto-cnt
               FROM shipto
               WHERE sh_w_id = :c-w-id AND sh_d_id = :c-d-id
                   AND sh_c_id = :c-id
           END-EXEC
           if ec-shipto-cnt not = 0
               EXEC SQL
                   UPDATE shipto
                   SET sh_name = :ws-erased-name,
                       sh_street_1 = :ws-erased-name,
                       sh_street_2 = ' ', sh_city = ' ',
                       sh_zip = SUBSTR(sh_zip, 1, 3),
                       sh_status = 'I'
                   WHERE sh_w_id = :c-w-id AND sh_d_id = :c-d-id
                       AND sh_c_id = :c-id
               END-EXEC
           end-if

      *> the notes stay - their dates and categories are
      *> part of the payment and credit trail - but not what
      *> they said
           EXEC SQL
               SELECT COUNT(*) INTO :ec-note-cnt
               FROM custnote
               WHERE cn_w_id = :c-w-id AND cn_d_id = :c-d-id
                   AND cn_c_id = :c-id
           END-EXEC
           if ec-note-cnt not = 0
               move spaces to cn-text
               string
                   "Erased under certificate " delimited size
                   ec-cert-no delimited size
               into cn-text
               EXEC SQL
                   UPDATE custnote
                   SET cn_text = :cn-text
                   WHERE cn_w_id = :c-w-id AND cn_d_id = :c-d-id
                       AND cn_c_id = :c-id
               END-EXEC
           end-if

           move c-w-id to ec-w-id
           move c-d-id to ec-d-id
           move c-id to ec-c-id
           move datetime to ec-erased-d
           move erauthby to ec-auth-by
           move erauthref to ec-auth-ref
           move EIBTRMID to ec-keyed-by
           move ws-erased-fields to ec-fields
           EXEC SQL
               INSERT INTO erasecert
                   (ec_cert_no, ec_w_id, ec_d_id, ec_c_id,
                       ec_erased_d, ec_auth_by, ec_auth_ref,
                       ec_keyed_by, ec_fields, ec_shipto_cnt,
                       ec_note_cnt)
                   VALUES (:ec-cert-no, :ec-w-id, :ec-d-id,
                       :ec-c-id, :ec-erased-d, :ec-auth-by,
                       :ec-auth-ref, :ec-keyed-by, :ec-fields,
                       :ec-shipto-cnt, :ec-note-cnt)
           END-EXEC

           perform echo-certificate
           move "Personal data erased" to msg
           .

       set-legal-hold.
           perform check-authority
           perform read-customer
           if ws-cert-cnt not = 0
               go to already-erased
           end-if
           move 'Y' to c-legal-hold
           perform update-legal-hold
           move spaces to cn-text
           string
               "Legal hold placed, ref " delimited size
               erauthref delimited "  "
               ", by " delimited size
               erauthby delimited size
           into cn-text
           perform note-legal-hold
           move "Legal hold placed" to msg
           .

       clear-legal-hold.
           perform check-authority
           perform read-customer
           move 'N' to c-legal-hold
           perform update-legal-hold
           move spaces to cn-text
           string
               "Legal hold lifted, ref " delimited size
               erauthref delimited "  "
               ", by " delimited size
               erauthby delimited size
           into cn-text
           perform note-legal-hold
           move "Legal hold lifted" to msg
           .

       update-legal-hold.
           EXEC SQL
               UPDATE customer
               SET c_legal_hold = :c-legal-hold
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           move c-legal-hold to erlegalhold
           .

       note-legal-hold.
           move c-w-id to cn-w-id
           move c-d-id to cn-d-id
           move c-id to cn-c-id
           move datetime to cn-entry-d
           move erauthby to cn-operator
           move 'L' to cn-category
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id,
                       :cn-entry-d, :cn-operator, :cn-category,
                       :cn-text)
           END-EXEC
           .

       read-certificate.
           move ercertno to ec-cert-no
           EXEC SQL WHENEVER NOT FOUND go to cert-not-found END-EXEC
           EXEC SQL
               SELECT ec_w_id, ec_d_id, ec_c_id, ec_erased_d,
                   ec_auth_by, ec_auth_ref, ec_keyed_by, ec_fields,
                   ec_shipto_cnt, ec_note_cnt
               INTO :ec-w-id, :ec-d-id, :ec-c-id, :ec-erased-d,
                   :ec-auth-by, :ec-auth-ref, :ec-keyed-by,
                   :ec-fields, :ec-shipto-cnt, :ec-note-cnt
               FROM erasecert
               WHERE ec_cert_no = :ec-cert-no
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           perform echo-certificate
           move "Certificate returned" to msg
           .

       echo-certificate.
           move ec-cert-no to ercertno
           move ec-w-id to wid
           move ec-d-id to did
           move ec-c-id to cid
           move ec-erased-d to erdate
           move ec-auth-by to erauthby
           move ec-auth-ref to erauthref
           move ec-keyed-by to erkeyedby
           move ec-fields to erfields
           move ec-shipto-cnt to ershiptocnt
           move ec-note-cnt to ernotecnt
           .

      *> erasure and holds are done on a supervisor's
      *> authority, against a reference someone can look up
       check-authority.
           if erauthby = spaces or erauthref = spaces
               go to authority-required
           end-if
           move erauthby to op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT op_auth, op_status
               INTO :op-auth, :op-status
               FROM operator
               WHERE op_id = :op-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 100
               go to authority-required
           end-if
           if op-auth not = 'S' or op-status not = 'A'
               go to authority-required
           end-if
           .

       read-customer.
           move wid to c-w-id
           move did to c-d-id
           move cid to c-id
           EXEC SQL WHENEVER NOT FOUND go to customer-not-found
           END-EXEC
           EXEC SQL
               SELECT c_zip, c_balance,
                   COALESCE(c_unapplied, 0),
                   COALESCE(c_legal_hold, 'N')
               INTO :c-zip, :c-balance, :c-unapplied,
                   :c-legal-hold
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move c-legal-hold to erlegalhold
      *> a certificate on file means the customer has already
      *> been erased
           EXEC SQL
               SELECT COUNT(*) INTO :ws-cert-cnt
               FROM erasecert
               WHERE ec_w_id = :c-w-id AND ec_d_id = :c-d-id
                   AND ec_c_id = :c-id
           END-EXEC
           .

      *> the next certificate number off the counter row,
      *> the same UPDATE-then-SELECT-back idiom SQLRETN uses for
      *> rl-id, seeding itself the first time through
       next-cert-no.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_ec_seq
               INTO :ws-ec-seq
               FROM erasecert_seq
           END-EXEC
           if sqlcode = 100
               move 1 to ws-ec-seq
               EXEC SQL
                   INSERT INTO erasecert_seq (seq_id, next_ec_seq)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE erasecert_seq
                   SET next_ec_seq = next_ec_seq + 1
               END-EXEC
               EXEC SQL
                   SELECT next_ec_seq
                   INTO :ws-ec-seq
                   FROM erasecert_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move ws-ec-seq to ws-cert-build-seq
           .

       customer-not-found.
           move "Customer not found" to err

           move 1 to result-code
           perform audit-return.

       under-legal-hold.
           move "Customer is under legal hold - data cannot be erased"
               to err

           move 2 to result-code
           perform audit-return.

       open-balance.
           move "Customer has an open balance or unapplied cash"
               to err

           move 3 to result-code
           perform audit-return.

       open-orders.
           move "Customer has orders not yet delivered or held"
               to err

           move 4 to result-code
           perform audit-return.

       authority-required.
           move "Needs an active supervisor and an authority reference"
               to err

           move 5 to result-code
           perform audit-return.

       already-erased.
           move "Customer's personal data has already been erased"
               to err

           move 6 to result-code
           perform audit-return.

       cert-not-found.
           move "Certificate not found" to err

           move 7 to result-code
           perform audit-return.

       bad-reqtype.
           move "Request type must be E, H, L, or Q" to err

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
      ***  $Workfile:   sqleras.cbl  $ end
      ***--------------------------------------------------------------*
