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
      *> commarea for the daily RMA exceptions report
      *> (SQLRMAR): for rundate (spaces = today), the RMAs still
      *> open with goods outstanding - flagged EXPIRED once their
      *> expiry date has passed - and the returns Returns took in
      *> that day without an RMA, with the supervisor who let them
      *> through. wid 0 = every warehouse. One TS RMARPT line each.
       02  rma-report-data.
           03  wid                           pic 9(4).
           03  rundate                       pic x(10).
           03  opencount                     pic 9(5).
           03  expiredcount                  pic 9(5).
           03  normacount                    pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyrmar.cpy  $ end
      ***--------------------------------------------------------------*
