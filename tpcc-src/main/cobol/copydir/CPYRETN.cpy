           03  issuecredit                   pic x(1).
               88  return-issues-credit      value 'Y'.
           03  storecreditno                 pic x(12).
      *> the return authorization customer service issued
      *> for this line (SQLRMAI). Goods are only taken against an
      *> open, unexpired RMA for the same line with quantity still
      *> to come; with rmano spaces a supervisor has to let them
      *> in (rmasupervisorid, an active OPERATOR with op-auth S).
           03  rmano                         pic x(10).
           03  rmasupervisorid               pic x(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
