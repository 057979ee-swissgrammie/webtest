           05  c-data.
               10  c-data-len                pic s9(4) comp.
               10  c-data-data               pic x(500).
      * Y = under legal hold, personal data may not be erased
      * (VSMERAS refuses)
           05  c-legal-hold                  pic x(1).
       01  customer-key redefines c-record.
           05  filler                        pic s9(9) comp.
           05  filler                        pic s9(9) comp.
           05  filler                        pic s9(9) comp.
           05  filler                        pic x(658).
       01  customer-alt-key redefines c-record.
           05  filler                        pic x(12).
           05  filler                        pic s9(9) comp.
           05  filler                        pic s9(9) comp.
           05  filler                        pic x(16).
           05  filler                        pic x(647).
       01  customer-generic-name             pic x(24).
       01  c-new-data.
           05  c-new-data-len                pic s9(4) comp.
           05  rl-quantity                   pic s9(9) comp.
           05  rl-amount                     pic s9(10)v99 comp-3.
           05  rl-reason                     pic x(24).
      * the return authorization the goods came back under, or
      * (spaces) the supervisor who let them in without one
           05  rl-rma-no                     pic x(10).
           05  rl-ovr-super                  pic x(4).
       01  return-line-key redefines rl-record.
           05  filler                        pic s9(9) comp.
           05  filler                        pic s9(9) comp.
           05  filler                        pic s9(9) comp.
           05  filler                        pic s9(9) comp.
           05  filler                        pic x(20).
           05  filler                        pic x(53).

      * RMA (key: rma-no)
      * the VSAM twin of the SQL rma table: a return authorization
      * for one order line, issued by VSMRMAI and honored by
      * VSMRETN. With no atomic counter on a KSDS the numbers come
      * off the file's own control record (key RA00000000), read
      * for update so two issues cannot take the same number - the
      * d-next-o-id idiom.
       01  rma-record.
           05  rma-no                        pic x(10).
           05  rma-w-id                      pic s9(9) comp.
           05  rma-d-id                      pic s9(9) comp.
           05  rma-o-id                      pic s9(9) comp.
           05  rma-ol-number                 pic s9(9) comp.
           05  rma-c-id                      pic s9(9) comp.
           05  rma-qty                       pic s9(9) comp.
           05  rma-recv-qty                  pic s9(9) comp.
           05  rma-reason                    pic x(24).
           05  rma-issue-d                   pic x(20).
           05  rma-expiry-d                  pic x(10).
           05  rma-status                    pic x(1).
               88  rma-open                  value 'O'.
               88  rma-received              value 'R'.
               88  rma-cancelled             value 'X'.
           05  rma-issued-by                 pic x(4).
       01  rma-key redefines rma-record.
           05  filler                        pic x(10).
           05  filler                        pic x(87).
       01  rma-control redefines rma-record.
           05  rmc-key                       pic x(10).
           05  rmc-next-seq                  pic s9(9) comp.
           05  filler                        pic x(83).

      * ERASCERT (key: ec-cert-no)
      * the VSAM twin of the SQL erasecert table: one certificate
      * per customer whose personal data VSMERAS erased - when, on
      * whose authority and what went. Numbers come off the file's
      * own control record (key ER00000000), the RMA idiom.
       01  ec-record.
           05  ec-cert-no                    pic x(10).
           05  ec-w-id                       pic s9(9) comp.
           05  ec-d-id                       pic s9(9) comp.
           05  ec-c-id                       pic s9(9) comp.
           05  ec-erased-d                   pic x(20).
           05  ec-auth-by                    pic x(4).
           05  ec-auth-ref                   pic x(20).
           05  ec-keyed-by                   pic x(4).
           05  ec-fields                     pic x(40).
           05  ec-shipto-cnt                 pic s9(9) comp.
           05  ec-note-cnt                   pic s9(9) comp.
       01  ec-key redefines ec-record.
           05  filler                        pic x(10).
           05  filler                        pic x(108).
       01  ec-control redefines ec-record.
           05  ecc-key                       pic x(10).
           05  ecc-next-seq                  pic s9(9) comp.
           05  filler                        pic x(104).

      * STOCKLOG history (key: sl-w-id, sl-d-id, sl-entry-d), one row
      * per Stock Level check, for trending which districts run
