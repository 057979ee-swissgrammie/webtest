      *> commarea for the periodic credit limit review.
      *> reqtype 'B' runs the scoring batch for one warehouse:
      *> each customer scores off payment recency, ytd payments
      *> against balance, returns, collection appearances, and
      *> the credit insurer's current bureau grade, and a score
      *> far enough from par proposes a 25% raise or
      *> cut onto the CREDPROP worklist (a re-run replaces the
      *> pending proposals). 'L' lists up to 10 pending; 'A'
      *> approves one (superid, op-auth 'S') - the new limit is
