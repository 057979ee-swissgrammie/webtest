      *> on file for the orders it already delivered, but fails the
      *> Delivery validation in SQLDELV/VSMDELV so nothing new gets
      *> assigned to it.
      *> cmmaxweight/cmmaxstops are what one truck on the
      *> carrier's run carries (0 = no limit); 'A' always takes
      *> them, 'U' only when cmsetcapacity is 'Y'.
       02  carrier-maint-data.
           03  reqtype                       pic x(1).
               88  carrier-add               value 'A'.
           03  cmstate                       pic x(2).
           03  cmzip                         pic x(9).
           03  cmphone                       pic x(16).
           03  cmsetcapacity                 pic x(1).
               88  set-capacity              value 'Y'.
           03  cmmaxweight                   pic 9(7)v99.
           03  cmmaxstops                    pic 9(3).
      *> echoed back: the carrier's status after this call
           03  cmstatus                      pic x(1).
       copy cpycomon.
