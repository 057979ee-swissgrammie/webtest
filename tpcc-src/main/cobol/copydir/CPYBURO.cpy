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
      *> commarea for the credit bureau score intake
      *> batch: the credit insurer's monthly file of bureau scores
      *> and risk grades lands on extrapartition TD queue TBUR (the
      *> DCT points it at the transmission dataset, as TLBX is for
      *> the lockbox) and each record is matched to its CUSTOMER
      *> row by the w/d/c key we send the insurer. The score, grade
      *> and as-of date are stored on the customer for the SQLCRRV
      *> review. A grade that falls gradedrop grades or more (0 =
      *> the default 2, so B to D) puts the account on the credit
      *> desk's COLLWORK worklist. Unmatched, unreadable and stale
      *> records go to the BURRPT report with the reason, along
      *> with every grade drop.
       02  bureau-data.
           03  gradedrop                     pic 9(1).
      *> echoed back: records read off the queue, stored,
      *> not matched to a customer, rejected (unreadable or older
      *> than the score already held), grade drops put on the
      *> worklist, and report lines written
           03  recsread                      pic 9(5).
           03  recsloaded                    pic 9(5).
           03  recsunmatched                 pic 9(5).
           03  recsrejected                  pic 9(5).
           03  gradedrops                    pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyburo.cpy  $ end
      ***--------------------------------------------------------------*
