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
      *> commarea for the weekly cash-flow forecast.
      *> For warehouse wid (0 = every warehouse) this spreads what
      *> is expected to come in and go out over the 13 weeks from
      *> asofdate (spaces = today; week 1 starts on that day) and
      *> queues one line per week, with its running net, to TS
      *> queue CFCRPT. Receipts come from open balances - promised
      *> first, then open invoices by due date, the rest by the
      *> account's age - and the standing orders falling due;
      *> disbursements from vendor invoices cleared for payment.
      *> Balances aged 90 days and more are reported as doubtful
      *> rather than forecast.
       02  cash-forecast-data.
           03  wid                           pic 9(4).
           03  asofdate                      pic x(10).
      *> outputs
           03  whcount                       pic 9(4).
           03  receiptstotal                 pic 9(10).99.
           03  disbursetotal                 pic 9(10).99.
           03  doubtfultotal                 pic 9(10).99.
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycfor.cpy  $ end
      ***--------------------------------------------------------------*
