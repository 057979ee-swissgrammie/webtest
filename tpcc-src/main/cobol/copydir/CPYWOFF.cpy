      ******************************************************************
      *        Copyright (C) 2010-2018 Heirloom Computing Inc.         *
      *                                                                *
      *                        ALL RIGHTS RESERVED                     *
      ******************************************************************
      *                                                                *
      * Property of Heirloom Computing Inc.  This software contains    *
      * confidential and proprietary information of Heirloom Computing *
      * Inc. and is made available solely pursuant to the terms of a   *
      * software license agreement, which governs its use.             *
      *                                                                *
      * No disclosure, reproduction or use of any portion of these     *
      * materials may be made without the express written consent of   *
      * Heirloom Computing Inc.                                        *
      *                                                                *
      ******************************************************************
      *> commarea for the bad-debt write-off transaction.
      *> Customer key, the supervisor authorizing it (an active
      *> OPERATOR with op-auth 'S'), the amount to write off (0 =
      *> the whole balance) and why. The customer has to be on the
      *> final-demand rung of the DUNNING ladder (level 3). The
      *> amount comes off c_balance as a HISTORY row of tender
      *> WRITEOFF, open invoices close oldest first, the DUNNING,
      *> COLLWORK and open PROMISE rows close, and the credit hold
      *> is left exactly as it is. wowrittenoff and wobalance come
      *> back with what was written off and the balance left.
       02  write-off-data.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  cid                           pic 9(4).
           03  supervisorid                  pic x(4).
           03  woamount                      pic 9(8)v99.
           03  woreason                      pic x(40).
           03  wowrittenoff                  pic 9(8)v99.
           03  wobalance                     pic -9999999999.99.
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpywoff.cpy  $ end
      ***--------------------------------------------------------------*
