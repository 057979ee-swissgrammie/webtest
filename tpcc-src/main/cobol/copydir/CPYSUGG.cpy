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
      *> commarea for the suggested reorder basket
      *> (SQLSUGG), keyed by customer. reqtype 'Q' builds the
      *> basket from the customer's own order history over
      *> monthsback months (0 = 12): every item bought on at least
      *> minorders separate orders (0 = 2), with how many orders it
      *> was on, the usual quantity per order, when it was last
      *> bought and how many days ago, and the usual days between
      *> buys. sgoverdue 'Y' marks an item not bought for longer
      *> than its usual cycle; overdue items list first, then the
      *> most often bought. reqtype 'O' sends the lines the clerk
      *> marked sgselect 'Y' straight into New Order at sgqty
      *> (0 = the usual quantity), to the shiptono / custpo given;
      *> what New Order said comes back in the no- fields.
       02  suggest-basket-data.
           03  reqtype                       pic x(1).
               88  suggest-inquire           value 'Q'.
               88  suggest-order             value 'O'.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  cid                           pic 9(4).
           03  monthsback                    pic 9(2).
           03  minorders                     pic 9(2).
           03  sugcnt                        pic 9(2).
           03  overduecnt                    pic 9(2).
           03  sugline occurs 15.
               05  sgitemid                  pic 9(6).
               05  sgname                    pic x(24).
               05  sgorders                  pic 9(3).
               05  sgusualqty                pic 9(2).
               05  sglastdate                pic x(10).
               05  sgdayssince               pic 9(4).
               05  sgcycledays               pic 9(4).
               05  sgoverdue                 pic x(1).
                   88  sg-overdue            value 'Y'.
               05  sgselect                  pic x(1).
                   88  sg-selected           value 'Y'.
               05  sgqty                     pic 9(2).
      *> passed on to New Order with the selected lines
           03  shiptono                      pic 9(3).
           03  custpo                        pic x(20).
      *> what New Order made of the basket
           03  nooid                         pic 9(8).
           03  noheldid                      pic 9(8).
           03  nototal                       pic 99999.99.
           03  noresult                      pic s9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpysugg.cpy  $ end
      ***--------------------------------------------------------------*
