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
      *> commarea for the return authorization (RMA)
      *> transaction. Customer service authorizes a return before
      *> the goods are sent:
      *>   I  issue: order line wid/did/oid/olnumber, how many
      *>      may come back (rmaqty), why (rmareason) and for how
      *>      many days (rmadays, 0 = 30). The line must have been
      *>      delivered, and rmaqty can't exceed what is left of it
      *>      after earlier returns and open RMAs. The RMA number
      *>      and its last day come back in rmano/rmaexpiry.
      *>   X  cancel open RMA rmano
      *>   Q  inquire on RMA rmano
      *> rmastatus/rmarecvqty echo the RMA: O open, R received in
      *> full, X cancelled, and what Returns has taken so far.
       02  rma-data.
           03  rmareqtype                    pic x(1).
               88  rma-issue                 value 'I'.
               88  rma-cancel                value 'X'.
               88  rma-inquire               value 'Q'.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  oid                           pic 9(8).
           03  olnumber                      pic 9(2).
           03  rmaqty                        pic 9(2).
           03  rmareason                     pic x(24).
           03  rmadays                       pic 9(3).
           03  rmano                         pic x(10).
           03  rmaexpiry                     pic x(10).
           03  rmastatus                     pic x(1).
           03  rmarecvqty                    pic 9(2).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyrmai.cpy  $ end
      ***--------------------------------------------------------------*
