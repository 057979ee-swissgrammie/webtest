      *> New Order's likely-duplicate warning window, in
      *> minutes (0 on an update = leave alone)
           03  dupordwindow                  pic 9(4).
      *> value above which a replenishment PO header waits for
      *> a supervisor's approval (0 on an update = leave alone)
           03  poapprovelimit                pic 9(7).99.
       copy cpycomon.

      ***--------------------------------------------------------------*
