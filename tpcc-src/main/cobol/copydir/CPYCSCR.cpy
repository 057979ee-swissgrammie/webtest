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
      *> commarea for the monthly carrier performance scorecard
      *> (SQLCSCR): for the stops put on carrier runs in
      *> scoremonth YYYY-MM (spaces = last month) from warehouse
      *> wid (0 = every warehouse), per carrier - stops, on-time
      *> rate and average transit days (SHIPTRK run date against
      *> the DELCONF confirmation), refused / damaged / wrong
      *> address rates, appointment windows missed, and freight
      *> cost per hundredweight - best carrier first. A stop is on
      *> time when it is confirmed within ontimedays of its run
      *> (0 = 1 day). Lines go to TS queue CSCRPT.
       02  carrier-scorecard-data.
           03  wid                           pic 9(4).
           03  scoremonth                    pic x(7).
           03  ontimedays                    pic 9(1).
      *> echoed back: carriers scored, stops across them, and
      *> report lines written
           03  carriercount                  pic 9(3).
           03  stopcount                     pic 9(7).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycscr.cpy  $ end
      ***--------------------------------------------------------------*
