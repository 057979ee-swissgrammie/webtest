       identification division.

       program-id. vsmeras.

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
      * TPCC personal-data erasure - VSAM backend
      *
      * The KSDS counterpart of SQLERAS, same commarea: erase (E) a
      * former customer's personal data, place (H) or lift (L) a
      * legal hold, inquire (Q) on a certificate.
      *
      * Backend differences reconciled here:
      *   - the KSDS files hold no ship-to addresses or customer
      *     notes, so an erasure here rewrites the CUSTOMER record
      *     alone (name, street, city, zip past its first three
      *     characters, phone and c-data) and certifies zero of
      *     each; the CUSTALT alternate index follows the new
      *     c-last by itself
      *   - "open orders" are the customer's ORDERS headers with
      *     no carrier yet, found through the ORDALT path; there is
      *     no unapplied cash or held order on this backend
      *   - with no way to find a customer's certificate from the
      *     customer, an erased record is recognized by its name
      *   - certificate numbers come off the ERASCERT file's own
      *     control record (key ER00000000), the RMA idiom
      *   - a hold placed or lifted leaves no note, there being no
      *     note file; the audit trail carries it
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
       01  ws-program-name                   pic x(8) value 'VSMERAS '.

       copy tpcfiles.
       copy cpyjrnl.

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

       01  ws-ec-control-key                 pic x(10)
                                             value 'ER00000000'.
       01  ws-ec-seq                         pic s9(9) comp.
       01  ws-resp-browse                    pic s9(8) comp.
       01  ws-open-cnt                       pic s9(9) comp.
       01  ws-browse-done                    pic x(1).
       01  ws-erased-zip                     pic x(9).

      *> what an erased customer's name and street read
      *> afterwards - SQLERAS's value
       01  ws-erased-name                    pic x(16)
                                             value 'ERASED'.
       01  ws-erased-fields                  pic x(40)
               value 'NAME STREET CITY ZIP PHONE C_DATA'.

      *> all c-data says afterwards
       01  ws-erased-data.
           03  filler                        pic x(39) value
               'Personal data erased under certificate '.
           03  ws-erased-data-cert           pic x(10).

      *> builds the quotable 'ER' certificate number
       01  ws-cert-build.
           03  filler                        pic x(2) value 'ER'.
           03  ws-cert-build-seq             pic 9(8).

       copy cicserrd.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyeras.

       PROCEDURE DIVISION.
       MAIN SECTION.
       main-para.
           move "YYYY-MM-DD-HH.MM.SS" to datetime
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
                   perform bad-reqtype
           end-evaluate

           exec cics
               syncpoint
               resp(response)
           end-exec
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if

           move 0 to result-code
           perform audit-return.

       erase-customer.
           perform check-authority
           perform read-customer
           if c-last of c-record = ws-erased-name
               perform already-erased
           end-if
           if c-legal-hold of c-record = 'Y'
               perform under-legal-hold
           end-if
           if c-balance of c-record not = 0
               perform open-balance
           end-if
           perform count-open-orders
           if ws-open-cnt not = 0
               perform open-orders
           end-if

           perform next-cert-no

           initialize ec-record
           move ws-cert-build to ec-cert-no
           move c-w-id of c-record to ec-w-id
           move c-d-id of c-record to ec-d-id
           move c-id of c-record to ec-c-id
           move datetime to ec-erased-d
           move erauthby to ec-auth-by
           move erauthref to ec-auth-ref
           move EIBTRMID to ec-keyed-by
           move ws-erased-fields to ec-fields
           move 0 to ec-shipto-cnt
           move 0 to ec-note-cnt
           exec cics
               write file('ERASCERT') from(ec-record)
               ridfld(ec-key)
               resp(response)
           end-exec
           if response = DFHRESP(NORMAL)
               move 'ERASCERT' to tpc-jrnl-file
               move length of ec-record
                 to tpc-jrnl-rec-len
               move ec-record to tpc-jrnl-record
               perform journal-after-image
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if

      *> the count-open-orders browse and the control record
      *> read leave the customer record's update hold in place
           move spaces to ws-erased-zip
           move c-zip of c-record(1:3) to ws-erased-zip(1:3)
           move ws-erased-name to c-first of c-record
           move spaces to c-middle of c-record
           move ws-erased-name to c-last of c-record
           move ws-erased-name to c-street-1 of c-record
           move spaces to c-street-2 of c-record
           move spaces to c-city of c-record
           move ws-erased-zip to c-zip of c-record
           move spaces to c-phone of c-record
           move ec-cert-no to ws-erased-data-cert
           move spaces to c-data-data of c-record
           move ws-erased-data to c-data-data of c-record
           move length of ws-erased-data to c-data-len of c-record
           move 'Y' to c-credit-hold of c-record
           perform rewrite-customer

           perform echo-certificate
           move "Personal data erased" to msg
           .

       set-legal-hold.
           perform check-authority
           perform read-customer
           if c-last of c-record = ws-erased-name
               perform already-erased
           end-if
           move 'Y' to c-legal-hold of c-record
           perform rewrite-customer
           move 'Y' to erlegalhold
           move "Legal hold placed" to msg
           .

       clear-legal-hold.
           perform check-authority
           perform read-customer
           move 'N' to c-legal-hold of c-record
           perform rewrite-customer
           move 'N' to erlegalhold
           move "Legal hold lifted" to msg
           .

       read-customer.
           move wid to c-w-id of c-record
           move did to c-d-id of c-record
           move cid to c-id of c-record
           exec cics
               read file('CUSTOMER') into(c-record)
               ridfld(customer-key)
               update
               resp(response)
           end-exec
           if response = dfhresp(NOTFND)
               perform customer-not-found
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
           move c-legal-hold of c-record to erlegalhold
           .

       rewrite-customer.
           exec cics
               rewrite file('CUSTOMER') from(c-record)
               resp(response)
           end-exec
           if response = DFHRESP(NORMAL)
               move 'CUSTOMER' to tpc-jrnl-file
               move length of c-record
                 to tpc-jrnl-rec-len
               move c-record to tpc-jrnl-record
               perform journal-after-image
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
           .

      *> an order not yet delivered has no carrier on its
      *> header, as VSMRETN judges delivery
       count-open-orders.
           move 0 to ws-open-cnt
           move c-w-id of c-record to o-w-id2
           move c-d-id of c-record to o-d-id2
           move c-id of c-record to o-c-id
           exec cics
               startbr file('ORDALT')
               ridfld(order-alt-key)
               gteq
               resp(ws-resp-browse)
           end-exec
           if ws-resp-browse = dfhresp(NORMAL)
               move 'N' to ws-browse-done
               perform until ws-browse-done = 'Y'
                   exec cics
                       readnext file('ORDALT') into(o-record)
                       ridfld(order-alt-key)
                       resp(ws-resp-browse)
                   end-exec
                   if ws-resp-browse not = dfhresp(NORMAL)
                       and ws-resp-browse not = dfhresp(DUPKEY)
                       move 'Y' to ws-browse-done
                   else
                       if o-w-id2 not = c-w-id of c-record
                           or o-d-id2 not = c-d-id of c-record
                           or o-c-id not = c-id of c-record
                           move 'Y' to ws-browse-done
                       else
                           if o-carrier-id = 0
                               add 1 to ws-open-cnt
                           end-if
                       end-if
                   end-if
               end-perform
               exec cics
                   endbr file('ORDALT')
                   resp(response)
               end-exec
           end-if
           .

      *> erasure and holds are done on a supervisor's
      *> authority, against a reference someone can look up
       check-authority.
           if erauthby = spaces or erauthref = spaces
               perform authority-required
           end-if
           move erauthby to op-id
           exec cics
               read file('OPERATOR') into(op-record)
               ridfld(operator-key)
               resp(response)
           end-exec
           if response not = dfhresp(NORMAL)
               perform authority-required
           end-if
           if not operator-supervisor or not operator-active
               perform authority-required
           end-if
           .

      *> the next number off the control record, held for
      *> update until the syncpoint; the first erasure seeds it
       next-cert-no.
           move ws-ec-control-key to ecc-key
           exec cics
               read file('ERASCERT') into(ec-record)
               ridfld(ec-key)
               update
               resp(response)
           end-exec
           if response = dfhresp(NOTFND)
               initialize ec-record
               move ws-ec-control-key to ecc-key
               move 1 to ecc-next-seq
               move 1 to ws-ec-seq
               exec cics
                   write file('ERASCERT') from(ec-record)
                   ridfld(ec-key)
                   resp(response)
               end-exec
           else
               if response not = dfhresp(NORMAL)
                   perform CICSError
               end-if
               add 1 to ecc-next-seq
               move ecc-next-seq to ws-ec-seq
               exec cics
                   rewrite file('ERASCERT') from(ec-record)
                   resp(response)
               end-exec
           end-if
           if response = DFHRESP(NORMAL)
               move 'ERASCERT' to tpc-jrnl-file
               move length of ec-record
                 to tpc-jrnl-rec-len
               move ec-record to tpc-jrnl-record
               perform journal-after-image
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
           move ws-ec-seq to ws-cert-build-seq
           .

       read-certificate.
           if ercertno = spaces or ercertno = ws-ec-control-key
               perform cert-not-found
           end-if
           move ercertno to ec-cert-no
           exec cics
               read file('ERASCERT') into(ec-record)
               ridfld(ec-key)
               resp(response)
           end-exec
           if response = dfhresp(NOTFND)
               perform cert-not-found
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
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

       CICSError section.

       copy CICSERR.

           exec cics syncpoint rollback end-exec

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


      *> after-image forward-recovery journal entry for
      *> the write just made, via the TPCCJRNL subprogram (TD
      *> queue TJRN); VSMJAPL rolls these forward over a restored
      *> VSMBKUP copy after a failure
       journal-after-image.
           move datetime to tpc-jrnl-entry-d
           move 'W' to tpc-jrnl-op
           call 'TPCCJRNL' using tpc-jrnl-data-block
           .

      ***--------------------------------------------------------------*
      ***  $Workfile:   vsmeras.cbl  $ end
      ***--------------------------------------------------------------*
