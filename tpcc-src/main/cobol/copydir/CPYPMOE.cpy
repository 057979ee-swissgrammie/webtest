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
      *> commarea for the promotion effectiveness report
      *> (SQLPMOE): for promocode (spaces = every promotion on the
      *> PROMO master), the orders taken under it, their revenue,
      *> the discount given, the margin earned and what the margin
      *> would have been at full price, and whether the margin
      *> covered the discount. Two TS PMORPT lines a promotion;
      *> promocount and totaldisc sum the report up.
       02  promo-report-data.
           03  promocode                     pic x(10).
           03  promocount                    pic 9(5).
           03  totalorders                   pic 9(7).
           03  totaldisc                     pic 9(8).99.
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpypmoe.cpy  $ end
      ***--------------------------------------------------------------*
