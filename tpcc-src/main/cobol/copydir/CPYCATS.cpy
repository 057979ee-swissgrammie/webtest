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
      *> commarea for the monthly category sales and margin
      *> summary (SQLCATS): for warehouse wid (0 = every
      *> warehouse, one section each) and salesmonth YYYY-MM
      *> (spaces = last month), the order lines delivered in the
      *> month subtotalled at catlevel of the product hierarchy
      *> (D, C or S; space = C) - units, sales, cost, margin and
      *> margin percent, biggest sales first, with a warehouse
      *> total. Lines go to TS queue CATRPT.
       02  category-summary-data.
           03  wid                           pic 9(4).
           03  salesmonth                    pic x(7).
           03  catlevel                      pic x(1).
      *> echoed back: category lines, total sales and margin
      *> across the warehouses reported, and report lines written
           03  catcount                      pic 9(5).
           03  totsales                      pic 9(10).99.
           03  totmargin                     pic -9(10).99.
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycats.cpy  $ end
      ***--------------------------------------------------------------*
