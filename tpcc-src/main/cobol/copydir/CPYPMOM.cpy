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
      *> commarea for promotion maintenance (SQLPMOM): the PROMO
      *> master New Order prices promotion codes from. A promotion
      *> qualifies on an item (itemid, 0 = any) and/or a minimum
      *> order value, gives pctoff percent off list (promotype
      *> 'P') or free freight ('F') between startdate and enddate,
      *> inside a discount budget and a cap on uses (0 = none).
      *> reqtype 'S' sets (upserts) a promotion, 'X' removes one -
      *> one already used is closed as of yesterday instead, so
      *> its history stays on the report - and 'Q' reads one back
      *> with what it has given so far in uses and spent.
       02  promotion-data.
           03  reqtype                       pic x(1).
               88  pmo-set                   value 'S'.
               88  pmo-remove                value 'X'.
               88  pmo-query                 value 'Q'.
           03  promocode                     pic x(10).
           03  promodesc                     pic x(30).
           03  itemid                        pic 9(6).
           03  minorder                      pic 9(8).99.
           03  promotype                     pic x(1).
               88  pmo-percent-off           value 'P'.
               88  pmo-free-freight          value 'F'.
           03  pctoff                        pic 99.99.
           03  startdate                     pic x(10).
           03  enddate                       pic x(10).
           03  budget                        pic 9(8).99.
           03  maxuses                       pic 9(6).
           03  uses                          pic 9(6).
           03  spent                         pic 9(8).99.
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpypmom.cpy  $ end
      ***--------------------------------------------------------------*
