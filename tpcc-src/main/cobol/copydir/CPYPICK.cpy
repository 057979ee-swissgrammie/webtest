      *> one line per order line - bin location (the ol-dist-info
      *> New Order copied from the right s-dist-xx), item id,
      *> i-name, quantity - sequenced by bin so the picker walks the
      *> aisle once. A kit line is followed by COMP lines for its
      *> components. A line filled from lots is followed by its
      *> LOT lines (lot, expiry, quantity) from OLLOT. A regulated
      *> item is followed by its HAZMAT declaration. Queued to TS
      *> queue PCKRPT; linecount/rptcount echo back what was
      *> written.
       02  pick-ticket-data.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
