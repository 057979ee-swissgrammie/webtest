      *> New Order persists with each order) by the jurisdiction
      *> it was collected for (o_tax_state / o_tax_zip), with the
      *> order count behind each total, over the quarter of
      *> qtryear/qtrnum. Lines to TS queue TAXRPT. Orders
      *> that went out under an exemption certificate follow as
      *> separate EXEMPT SALES lines per state, totalled in
      *> exemptsales/exemptorders.
       02  tax-remit-data.
           03  qtryear                       pic 9(4).
           03  qtrnum                        pic 9(1).
      *> echoed back
           03  jurisdictions                 pic 9(5).
           03  taxtotal                      pic 9(10).99.
           03  exemptsales                   pic 9(10).99.
           03  exemptorders                  pic 9(7).
       copy cpycomon.

      ***--------------------------------------------------------------*
