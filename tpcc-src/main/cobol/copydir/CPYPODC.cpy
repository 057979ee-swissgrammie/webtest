               88  delivery-damaged          value 'D'.
               88  delivery-wrong-addr       value 'W'.
           03  confdt                        pic x(19).
      *> cash on delivery: codcollected is what the driver
      *> took at the door (0 = nothing), posted as a COD payment
      *> through the drawer session driverid has open; coddue
      *> comes back with what the order called for. Collecting on
      *> an order paid on account is refused.
           03  driverid                      pic x(4).
           03  codcollected                  pic 9(4)v99.
           03  coddue                        pic 9(8)v99.
      *> an exception confirmation opens a service case for
      *> it (SQLCASE); its number comes back in caseno, 0 on a
      *> clean delivery.
           03  caseno                        pic 9(8).
       copy cpycomon.

      ***--------------------------------------------------------------*
