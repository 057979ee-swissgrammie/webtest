      *> exposure at a glance.
       02  recall-report-data.
           03  itemid                        pic 9(6).
      *> a lot number narrows the report to the orders that
      *> were allocated that lot; spaces = every order of the item
           03  lotno                         pic x(16).
           03  deliveredcnt                  pic 9(6).
           03  pendingcnt                    pic 9(6).
           03  rptcount                      pic 9(6).
