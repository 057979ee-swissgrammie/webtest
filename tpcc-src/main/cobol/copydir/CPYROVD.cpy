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
      *> commarea for the weekly customers-overdue-to-
      *> reorder list (SQLROVD) for the sales desk: for warehouse
      *> wid (0 = every warehouse), every customer with at least
      *> one regular item - bought on minorders separate orders
      *> (0 = 2) inside monthsback months (0 = 12) - not bought
      *> for longer than its usual cycle, the same measure the
      *> SQLSUGG basket flags. One TS ROVRPT line a customer.
       02  reorder-overdue-data.
           03  wid                           pic 9(4).
           03  monthsback                    pic 9(2).
           03  minorders                     pic 9(2).
      *> echoed back: customers listed, overdue items across
      *> them, and report lines written
           03  custcount                     pic 9(6).
           03  overduecnt                    pic 9(6).
           03  rptcount                      pic 9(6).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyrovd.cpy  $ end
      ***--------------------------------------------------------------*
