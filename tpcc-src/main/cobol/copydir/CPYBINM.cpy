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
      *> commarea for the warehouse location master.
      *> reqtype 'L' defines a location (zone, aisle, bin; the
      *> code 'ZZZ-AAA-BBBB' built from them echoes back in loc)
      *> or brings a retired one back into use, 'A' assigns an
      *> item to a location as its primary pick face (role P -
      *> one per item per warehouse, the old primary becomes
      *> overflow) or an overflow rack (role O) with what the
      *> location holds of it (maxqty, 0 = no limit), 'Q' records
      *> a count of the item in the location, and 'X' retires an
      *> empty location.
       02  bin-maint-data.
           03  reqtype                       pic x(1).
               88  bin-define                value 'L'.
               88  bin-assign                value 'A'.
               88  bin-count                 value 'Q'.
               88  bin-retire                value 'X'.
           03  wid                           pic 9(4).
           03  zone                          pic x(3).
           03  aisle                         pic x(3).
           03  bin                           pic x(4).
      *> the location code; built on 'L', keyed on the others
           03  loc                           pic x(12).
           03  itemid                        pic 9(6).
           03  role                          pic x(1).
               88  role-primary              value 'P'.
               88  role-overflow             value 'O'.
           03  maxqty                        pic 9(6).
           03  countqty                      pic 9(6).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpybinm.cpy  $ end
      ***--------------------------------------------------------------*
