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
      *> commarea for the month-end inventory valuation: every
      *> warehouse's stock on hand at i_cost, subtotalled by
      *> warehouse and totalled, items with stock but no cost
      *> listed apart, and each warehouse's value reconciled to
      *> the 1300 INVENTORY balance GLJRNL carried at month end.
      *> valmonth is YYYY-MM, spaces for the current month; the
      *> month's totals are kept in INVVAL and set against the
      *> month before. Lines go to TS queue VALRPT.
       02  valuation-data.
           03  valmonth                      pic x(7).
      *> echoed back
           03  monthend                      pic x(10).
           03  whcount                       pic 9(4).
           03  itemcount                     pic 9(8).
           03  zerocostcount                 pic 9(6).
           03  totalvalue                    pic -9(12).99.
           03  glbalance                     pic -9(12).99.
           03  difference                    pic -9(12).99.
           03  priorvalue                    pic -9(12).99.
           03  rptcount                      pic 9(6).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyvalu.cpy  $ end
      ***--------------------------------------------------------------*
