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
      *> the capture log record TPCCCAPT writes (TD queue CAPT)
      *> and TPCCRPLY reads back in the test region (TD queue
      *> CAPI): who, which way, which task, when, and the commarea
      *> itself. The record is written only as long as the
      *> commarea it carries; 5000 holds the largest of the five
      *> (New Order's).
       01  tpc-capture-record.
           03  tpc-capr-header.
               05  tpc-capr-program          pic x(8).
               05  tpc-capr-direction        pic x(1).
                   88  tpc-capr-input        value 'I'.
                   88  tpc-capr-output       value 'O'.
               05  tpc-capr-task             pic 9(7).
               05  tpc-capr-date             pic 9(8).
               05  tpc-capr-time             pic 9(8).
               05  tpc-capr-length           pic 9(5).
           03  tpc-capr-commarea             pic x(5000).

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycapr.cpy  $ end
      ***--------------------------------------------------------------*
