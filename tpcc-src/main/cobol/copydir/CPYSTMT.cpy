           03  stmtmonth                     pic x(7).
           03  custcount                     pic 9(4).
           03  rptcount                      pic 9(6).
      *> chain accounts: consolidate 'Y' gives each head
      *> office one consolidated statement - its own activity, then
      *> every branch's (wherever the branch sits) under a BRANCH
      *> line with the branch balance, closing on the chain's total
      *> balance - and a branch gets no statement of its own, since
      *> the head office pays its bills. Anything else statements
      *> every account on its own as before. chaincount echoes the
      *> consolidated statements written.
           03  consolidate                   pic x(1).
               88  consolidate-chains        value 'Y'.
           03  chaincount                    pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
