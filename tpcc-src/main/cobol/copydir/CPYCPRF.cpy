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
      *> commarea for the customer profitability report
      *> (SQLCPRF): for warehouse wid (0 = every warehouse) over
      *> datefrom/datethru, each customer's delivered revenue less
      *> cost of goods at i_cost, freight paid the carrier net of
      *> freight billed, return credits and store credit issued,
      *> loyalty points redeemed, price overrides given and bad
      *> debt written off. Customers are ranked least profitable
      *> first within each district, with district and warehouse
      *> subtotals. Lines go to TS queue CPRRPT.
       02  profit-report-data.
           03  wid                           pic 9(4).
           03  datefrom                      pic x(10).
           03  datethru                      pic x(10).
      *> echoed back: customers reported, how many of them came
      *> out at a loss, the profit across everything reported,
      *> and report lines written
           03  custcount                     pic 9(6).
           03  losscount                     pic 9(6).
           03  totprofit                     pic -9(10).99.
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycprf.cpy  $ end
      ***--------------------------------------------------------------*
