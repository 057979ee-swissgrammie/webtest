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
      *> commarea for the expedited order report (SQLRUSH).
      *> Every expedited order (keyed with a RUSHRATE priority
      *> code) entered in warehouse wid (0 = every warehouse) on
      *> rundate (spaces = today), and whether it actually shipped
      *> that day: SAME DAY, LATE (shipped on a later day), OPEN
      *> (still not out) or CANCELLED. One TS RSHRPT line each;
      *> the counts come back for the caller.
       02  rush-report-data.
           03  wid                           pic 9(4).
           03  rundate                       pic x(10).
           03  rushcount                     pic 9(5).
           03  samedaycount                  pic 9(5).
           03  latecount                     pic 9(5).
           03  opencount                     pic 9(5).
           03  cancelcount                   pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyrush.cpy  $ end
      ***--------------------------------------------------------------*
