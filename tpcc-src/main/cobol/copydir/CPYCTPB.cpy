      *> decodes to no CUSTOMER account goes to the CTPRPT
      *> exception report instead of being posted blind, and
      *> stays eligible for the next run once someone fixes it.
      *> The tax on an itemised invoice's lines posts apart from
      *> the net charge, as a HISTORY row of tender INVTAX.
       02  custtax-bridge-data.
      *> echoed back
           03  rowsread                      pic 9(6).
           03  rowsposted                    pic 9(6).
           03  rowsunmatched                 pic 9(6).
           03  rowsalreadyposted             pic 9(6).
      *> the tax movement this run posted under INVTAX
           03  taxposted                     pic -9(7).99.
       copy cpycomon.

      ***--------------------------------------------------------------*
