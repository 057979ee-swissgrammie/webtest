           03  reqtype                       pic x(1).
               88  repl-sweep                value 'S'.
               88  repl-receive              value 'R'.
               88  repl-approve              value 'A'.
               88  repl-reject               value 'X'.
           03  wid                           pic 9(4).
      *> sweep inputs: cut a PO when s-quantity drops below
      *> reorderpoint (default 10, the same floor New Order's
      *> porecvqty is echoed back with the quantity posted to STOCK
           03  poid                          pic 9(8).
           03  porecvqty                     pic 9(3).
      *> receive input: the supplier's lot number and its expiry
      *> date off the delivery; with a lot number the received
      *> quantity is held as that lot under the STOCK row
      *> (expirydate spaces = the lot does not expire). Spaces
      *> in lotno receive untracked as before.
           03  lotno                         pic x(16).
           03  expirydate                    pic x(10).
      *> receive output: the putaway instruction - the location
      *> the received goods go to (the item's primary pick face
      *> while it has room, else an overflow location with room);
      *> spaces when no location is assigned to the item here
           03  putawayloc                    pic x(12).
      *> a header worth more than the site's PO approval limit
      *> (quantity times item cost) is cut pending approval;
      *> heldcount is how many this sweep held. reqtype 'A'
      *> approves or 'X' rejects pending header pohid under
      *> supervisorid (an active OPERATOR with supervisor
      *> authority), decisionnote riding into the decision log;
      *> povalue echoes the header's value.
           03  heldcount                     pic 9(4).
           03  pohid                         pic 9(8).
           03  supervisorid                  pic x(4).
           03  decisionnote                  pic x(40).
           03  povalue                       pic 9(9).99.
       copy cpycomon.

      ***--------------------------------------------------------------*
