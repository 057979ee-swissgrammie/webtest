      ******************************************************************
      *> commarea for the tracking inquiry: give it the
      *> tracking number off the manifest or invoice and it comes
      *> back with the order the number covers, the carrier, run
      *> date and load of the run, the order's DELVLOG events
      *> (newest first, up to 5), the DELCONF proof-of-delivery
      *> row when one exists, and the cartons the order was
      *> packed into.
       02  track-inquiry-data.
           03  trackno                       pic x(16).
      *> echoed back
           03  tqwid                         pic 9(4).
           03  tqdid                         pic 9(2).
           03  tqcarid                       pic 9(2).
           03  tqcarname                     pic x(10).
           03  tqrundate                     pic x(10).
           03  tqloadno                      pic 9(2).
           03  tqlogcount                    pic 9(1).
           03  tqloglist occurs 5.
               05  tqlogentryd               pic x(19).
           03  tqconfrecvby                  pic x(24).
           03  tqconfdate                    pic x(19).
           03  tqconfexc                     pic x(1).
      *> how the order was packed: tqcartoncnt cartons (0 =
      *> not packed), and what went in them - every carton's
      *> contents when tqcartonno is 0, else just that carton's,
      *> carton then line order, up to 20
           03  tqcartonno                    pic 9(2).
           03  tqcartoncnt                   pic 9(2).
           03  tqcontentcount                pic 9(2).
           03  tqcontents occurs 20.
               05  tqctncarton               pic 9(2).
               05  tqctnline                 pic 9(2).
               05  tqctnitem                 pic 9(6).
               05  tqctniname                pic x(24).
               05  tqctnqty                  pic 9(4).
               05  tqctnweight               pic 9(5)v99.
      *> a number not on SHIPTRK may be a vendor's
      *> reference for a drop-ship line it confirmed shipped: then
      *> tqdropship is 'Y', tqdroppoid the PO line, tqvnname (and
      *> tqcarname, cut to fit) the vendor, tqrundate the ship date,
      *> tqloadno/tqcarid 0; the order's log and confirmation come
      *> back as for a carrier run.
           03  tqdropship                    pic x(1).
               88  track-drop-ship           value 'Y'.
           03  tqdroppoid                    pic 9(8).
           03  tqvnname                      pic x(24).
       copy cpycomon.

      ***--------------------------------------------------------------*
