       identification division.

       program-id. vsmrmai.

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
      * TPCC return authorization (RMA) - VSAM backend
      *
      * The KSDS counterpart of SQLRMAI, so a region running the
      * VSAM backend can authorize the returns VSMRETN now insists
      * on: issue (I), cancel (X) or inquire (Q), same commarea.
      *
      * Backend differences reconciled here:
      *   - "delivered" is judged off the ORDERS header's
      *     o-carrier-id, as VSMRETN judges it
      *   - the RMA number comes off the RMA file's own control
      *     record (key RA00000000), read for update - the
      *     d-next-o-id idiom - since a KSDS has no atomic counter
      *   - with no way to total a line's earlier returns and
      *     other open RMAs off the keyed files, an RMA here is
      *     held to the line's ordered quantity; VSMRETN still
      *     holds each return to its RMA's
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
       01  ws-program-name                   pic x(8) value 'VSMRMAI '.

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

       01  ws-rma-control-key                pic x(10)
                                             value 'RA00000000'.
       01  ws-rma-seq                        pic s9(9) comp.
       01  ws-rma-days                       pic s9(9) comp.
       01  ws-default-days                   pic s9(9) comp value 30.
       01  ws-work-int                       pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).
       01  ws-rma-expiry                     pic x(10).

      *> builds the quotable 'RA' number
       01  ws-rma-build.
           03  filler                        pic x(2) value 'RA'.
           03  ws-rma-build-seq              pic 9(8).

       copy cicserrd.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrmai.

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
               when rma-issue
                   perform issue-rma
               when rma-cancel
                   perform cancel-rma
               when rma-inquire
                   perform read-rma
                   move "RMA returned" to msg
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

       issue-rma.
           move wid to ol-w-id
           move did to ol-d-id
           move oid to ol-o-id
           move olnumber to ol-number
           exec cics
               read file('ORDLINE') into(ol-record)
               ridfld(order-line-key)
               resp(response)
           end-exec
           if response = dfhresp(NOTFND)
               perform line-not-found
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if

      *> delivered on this backend means the header has
      *> a carrier, as VSMRETN judges it
           move ol-w-id to o-w-id
           move ol-d-id to o-d-id
           move ol-o-id to o-id
           exec cics
               read file('ORD') into(o-record)
               ridfld(order-key)
               resp(response)
           end-exec
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
           if o-carrier-id = 0
               perform line-not-delivered
           end-if

           if rmareason = spaces
               perform reason-required
           end-if
           if rmaqty = 0 or rmaqty > ol-quantity
               perform bad-quantity
           end-if

      *> the last day the dock will take the goods
           if rmadays = 0
               move ws-default-days to ws-rma-days
           else
               move rmadays to ws-rma-days
           end-if
           move currentdate to ws-date-digits
           compute ws-work-int =
               function integer-of-date(ws-date-digits)
               + ws-rma-days
           compute ws-date-digits =
               function date-of-integer(ws-work-int)
           move spaces to ws-rma-expiry
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
               "-" delimited size
               ws-date-digits(7:2) delimited size
           into ws-rma-expiry

           perform next-rma-no

           initialize rma-record
           move ws-rma-build to rma-no
           move ol-w-id to rma-w-id
           move ol-d-id to rma-d-id
           move ol-o-id to rma-o-id
           move ol-number to rma-ol-number
           move o-c-id to rma-c-id
           move rmaqty to rma-qty
           move 0 to rma-recv-qty
           move rmareason to rma-reason
           move datetime to rma-issue-d
           move ws-rma-expiry to rma-expiry-d
           set rma-open to true
           move EIBTRMID to rma-issued-by
           exec cics
               write file('RMA') from(rma-record)
               ridfld(rma-key)
               resp(response)
           end-exec
           if response = DFHRESP(NORMAL)
               move 'RMA' to tpc-jrnl-file
               move length of rma-record
                 to tpc-jrnl-rec-len
               move rma-record to tpc-jrnl-record
               perform journal-after-image
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if

           move rma-no to rmano
           move rma-expiry-d to rmaexpiry
           move rma-status to rmastatus
           move 0 to rmarecvqty
           move "RMA issued" to msg
           .

      *> the next number off the control record, held for
      *> update until the syncpoint; the first issue seeds it
       next-rma-no.
           move ws-rma-control-key to rmc-key
           exec cics
               read file('RMA') into(rma-record)
               ridfld(rma-key)
               update
               resp(response)
           end-exec
           if response = dfhresp(NOTFND)
               initialize rma-record
               move ws-rma-control-key to rmc-key
               move 1 to rmc-next-seq
               move 1 to ws-rma-seq
               exec cics
                   write file('RMA') from(rma-record)
                   ridfld(rma-key)
                   resp(response)
               end-exec
           else
               if response not = dfhresp(NORMAL)
                   perform CICSError
               end-if
               add 1 to rmc-next-seq
               move rmc-next-seq to ws-rma-seq
               exec cics
                   rewrite file('RMA') from(rma-record)
                   resp(response)
               end-exec
           end-if
           if response = DFHRESP(NORMAL)
               move 'RMA' to tpc-jrnl-file
               move length of rma-record
                 to tpc-jrnl-rec-len
               move rma-record to tpc-jrnl-record
               perform journal-after-image
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
           move ws-rma-seq to ws-rma-build-seq
           .

       cancel-rma.
           if rmano = spaces
               perform rma-not-found
           end-if
           move rmano to rma-no
           exec cics
               read file('RMA') into(rma-record)
               ridfld(rma-key)
               update
               resp(response)
           end-exec
           if response = dfhresp(NOTFND)
               perform rma-not-found
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
           if not rma-open
               perform rma-not-open
           end-if
           set rma-cancelled to true
           exec cics
               rewrite file('RMA') from(rma-record)
               resp(response)
           end-exec
           if response = DFHRESP(NORMAL)
               move 'RMA' to tpc-jrnl-file
               move length of rma-record
                 to tpc-jrnl-rec-len
               move rma-record to tpc-jrnl-record
               perform journal-after-image
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
           perform echo-rma
           move "RMA cancelled" to msg
           .

       read-rma.
           if rmano = spaces or rmano = ws-rma-control-key
               perform rma-not-found
           end-if
           move rmano to rma-no
           exec cics
               read file('RMA') into(rma-record)
               ridfld(rma-key)
               resp(response)
           end-exec
           if response = dfhresp(NOTFND)
               perform rma-not-found
           end-if
           if response not = dfhresp(NORMAL)
               perform CICSError
           end-if
           perform echo-rma
           .

       echo-rma.
           move rma-w-id to wid
           move rma-d-id to did
           move rma-o-id to oid
           move rma-ol-number to olnumber
           move rma-qty to rmaqty
           move rma-recv-qty to rmarecvqty
           move rma-reason to rmareason
           move rma-expiry-d to rmaexpiry
           move rma-status to rmastatus
           .

       line-not-found.
           move "Order line not found" to err

           move 1 to result-code
           perform audit-return.

       line-not-delivered.
           move "Order line has not been delivered yet" to err

           move 2 to result-code
           perform audit-return.

       bad-quantity.
           move "RMA quantity must be > 0 and <= quantity ordered"
               to err

           move 3 to result-code
           perform audit-return.

       reason-required.
           move "A reason for the return is required" to err

           move 5 to result-code
           perform audit-return.

       rma-not-found.
           move "RMA not found" to err

           move 6 to result-code
           perform audit-return.

       rma-not-open.
           move "RMA is not open" to err

           move 7 to result-code
           perform audit-return.

       bad-reqtype.
           move "Request type must be I, X, or Q" to err

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
      ***  $Workfile:   vsmrmai.cbl  $ end
      ***--------------------------------------------------------------*
