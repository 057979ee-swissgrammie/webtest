      *   - the KSDS has no atomic counter for rl-id, so the record
      *     keys by order line + entry timestamp (the HISTORY
      *     synthetic-key idiom) and carries rl-id zero
      *
      * As on the SQL side, goods are only taken against an open,
      * unexpired return authorization for the same line (the RMA
      * file VSMRMAI issues into) with the quantity still to come,
      * or with an active supervisor's say-so when there is none.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  dtsec                         pic x(2).

       01  ws-refund                         pic s9(10)v99 comp-3.
       01  ws-rma-resp                       pic s9(8) comp.
       01  ws-rma-today                      pic x(10).

       copy cicserrd.

               perform bad-quantity
           end-if

           perform check-return-authority

           compute ws-refund rounded =
               ol-amount * rlqty / ol-quantity

           move rlqty to rl-quantity
           move ws-refund to rl-amount
           move rlreason to rl-reason
           move spaces to rl-rma-no
           move spaces to rl-ovr-super
           if rmano not = spaces
               move rmano to rl-rma-no
           else
               move rmasupervisorid to rl-ovr-super
           end-if

           if tpc-trace-reqd
               set trace-vsmretn to true
               perform CICSError
           end-if

      *> the goods counted in against the RMA (held for
      *> update since the check); the last of them closes it
           if rmano not = spaces
               add rlqty to rma-recv-qty
               if rma-recv-qty >= rma-qty
                   set rma-received to true
               end-if
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
           end-if

           exec cics
               syncpoint
               resp(response)
           move 3 to result-code
           perform audit-return.

       rma-not-valid.
           move "RMA not open for this line, expired, or quantity short"
               to err

           move 5 to result-code
           perform audit-return.

       rma-required.
           move "No RMA - a supervisor has to authorize this return"
               to err

           move 6 to result-code
           perform audit-return.

      *> the goods come in against an open, unexpired
      *> RMA for this line with the quantity still to come; with
      *> none, only an active supervisor lets them in
       check-return-authority.
           if rmano not = spaces
               move rmano to rma-no
               exec cics
                   read file('RMA') into(rma-record)
                   ridfld(rma-key)
                   update
                   resp(ws-rma-resp)
               end-exec
               if ws-rma-resp not = dfhresp(NORMAL)
                   perform rma-not-valid
               end-if
               move datetime(1:10) to ws-rma-today
               if rma-w-id not = ol-w-id or rma-d-id not = ol-d-id
                   or rma-o-id not = ol-o-id
                   or rma-ol-number not = ol-number
                   or not rma-open
                   or rma-expiry-d < ws-rma-today
                   or rlqty > rma-qty - rma-recv-qty
                   perform rma-not-valid
               end-if
           else
               if rmasupervisorid = spaces
                   perform rma-required
               end-if
               move rmasupervisorid to op-id
               exec cics
                   read file('OPERATOR') into(op-record)
                   ridfld(operator-key)
                   resp(ws-rma-resp)
               end-exec
               if ws-rma-resp not = dfhresp(NORMAL)
                   perform rma-required
               end-if
               if not operator-supervisor or not operator-active
                   perform rma-required
               end-if
           end-if
           .

       CICSError section.

       copy CICSERR.
