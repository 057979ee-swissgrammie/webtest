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
      *> commarea for the vendor cost comparison report.
      *> For every item the vendor price lists cover, the source
      *> the replenishment sweep buys from (the best-ranked active
      *> vendor) is set against the cheapest active vendor's
      *> price in force; each item where the source is not the
      *> cheapest is listed to the VPCRPT report with the
      *> difference per unit. asofdate is the day the prices are
      *> taken as of (spaces = today).
       02  vendor-cost-data.
           03  asofdate                      pic x(10).
      *> echoed back: items compared, items whose source is
      *> not the cheapest, and report lines written
           03  itemcount                     pic 9(6).
           03  dearercount                   pic 9(6).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyvpcr.cpy  $ end
      ***--------------------------------------------------------------*
