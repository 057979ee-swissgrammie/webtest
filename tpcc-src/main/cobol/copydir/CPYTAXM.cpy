      *> effdate" the same way New Order resolves it - zip-specific
      *> row first, then the state-wide row - echoing the winning
      *> rate and its effective date back in txrate/ratefound.
      *> 'A' and 'D' change what every order is taxed, so
      *> neither touches TAXRATE here: the change waits on MCHANGE,
      *> keyed by txopid, until a second operator with supervisor
      *> authority approves it (SQLMCHK); pendingid echoes its id.
       02  taxrate-maint-data.
           03  reqtype                       pic x(1).
               88  taxrate-add               value 'A'.
           03  effdate                       pic x(10).
           03  ratefound                     pic x(1).
               88  tax-rate-found            value 'Y'.
           03  txopid                        pic x(4).
           03  pendingid                     pic 9(8).
       copy cpycomon.

      ***--------------------------------------------------------------*
