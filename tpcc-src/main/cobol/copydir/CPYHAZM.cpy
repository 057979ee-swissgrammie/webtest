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
      *> commarea for the regulated item master.
      *> reqtype 'H' records an item's shipping declaration
      *> (hazard class, UN number, proper shipping name), 'N'
      *> clears it together with the item's restrictions, 'R'
      *> adds or changes a restriction and 'D' drops one. A
      *> restriction names either a state (rstate, carrierid 0)
      *> with action R = refuse the order line or W = take it
      *> with a warning, or a carrier (carrierid, rstate spaces)
      *> whose runs may not carry the item.
       02  haz-maint-data.
           03  reqtype                       pic x(1).
               88  haz-declare               value 'H'.
               88  haz-clear                 value 'N'.
               88  haz-restrict              value 'R'.
               88  haz-unrestrict            value 'D'.
           03  itemid                        pic 9(6).
           03  hazclass                      pic x(6).
           03  unnumber                      pic x(6).
           03  shipname                      pic x(24).
           03  rstate                        pic x(2).
           03  carrierid                     pic 9(2).
           03  raction                       pic x(1).
               88  action-refuse             value 'R'.
               88  action-warn               value 'W'.
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyhazm.cpy  $ end
      ***--------------------------------------------------------------*
