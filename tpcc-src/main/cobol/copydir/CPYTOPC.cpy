      *> RETURN_LINE credits, listed top-N per district and then
      *> top-N for the warehouse overall, with each customer's
      *> credit rating and current balance alongside. topn 0 means
      *> the default 10. Lines go to TS queue TOPRPT. A chain
      *> account ranks as one customer under its head office.
       02  top-customer-data.
           03  wid                           pic 9(4).
           03  datefrom                      pic x(10).
