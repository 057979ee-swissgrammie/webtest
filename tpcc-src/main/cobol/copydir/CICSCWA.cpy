      *> customer booked a substantially matching basket within
      *> this many minutes; 0 turns the screen off.
               05  cwa-dup-ord-window        pic 9(4) value 60.
      *> a replenishment POHEADER worth more than this (quantity
      *> times item cost) stops in pending approval until a
      *> supervisor signs it off in SQLREPL.
               05  cwa-po-approve-limit      pic 9(7)v99
                                              value 5000.00.
      *> TPC module capture flags: a program switched on here has
      *> every LINK's commarea, as received and as returned, written
      *> by TPCCCAPT to the capture log for TPCCRPLY to replay
           03  cwa-capture-options-array.
               05  cwa-capt-sqlnord          pic x(1) value 'N'.
                 88  capt-sqlnord-cwa-88     value 'Y'.
               05  cwa-capt-vsmnord          pic x(1) value 'N'.
                 88  capt-vsmnord-cwa-88     value 'Y'.
               05  cwa-capt-sqlpaym          pic x(1) value 'N'.
                 88  capt-sqlpaym-cwa-88     value 'Y'.
               05  cwa-capt-vsmpaym          pic x(1) value 'N'.
                 88  capt-vsmpaym-cwa-88     value 'Y'.
               05  cwa-capt-sqlords          pic x(1) value 'N'.
                 88  capt-sqlords-cwa-88     value 'Y'.
               05  cwa-capt-vsmords          pic x(1) value 'N'.
                 88  capt-vsmords-cwa-88     value 'Y'.
               05  cwa-capt-sqldelv          pic x(1) value 'N'.
                 88  capt-sqldelv-cwa-88     value 'Y'.
               05  cwa-capt-vsmdelv          pic x(1) value 'N'.
                 88  capt-vsmdelv-cwa-88     value 'Y'.
               05  cwa-capt-sqlstkl          pic x(1) value 'N'.
                 88  capt-sqlstkl-cwa-88     value 'Y'.
               05  cwa-capt-vsmstkl          pic x(1) value 'N'.
                 88  capt-vsmstkl-cwa-88     value 'Y'.

      ***--------------------------------------------------------------*
      ***  $Workfile:   tpctrace.cpy  $ end
