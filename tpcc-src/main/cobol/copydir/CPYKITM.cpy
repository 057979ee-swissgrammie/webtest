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
      *> commarea for kit and bundle maintenance. A kit is an
      *> ITEM row sold as one line at its own kit price while its
      *> stock is its components'. reqtype 'D' defines the kit (or
      *> re-prices / reactivates it) at kitprice, 'C' sets how many
      *> of compitem one kit holds (compqty 0 drops the component),
      *> 'X' deactivates the kit so it is keyed as a plain item
      *> again. A component must be an ordinary item - kits do not
      *> nest. compcount echoes the kit's components after the
      *> change.
       02  kit-maint-data.
           03  reqtype                       pic x(1).
               88  kit-define                value 'D'.
               88  kit-component             value 'C'.
               88  kit-deactivate            value 'X'.
           03  kititem                       pic 9(6).
           03  kitprice                      pic 999.99.
           03  compitem                      pic 9(6).
           03  compqty                       pic 9(3).
      *> who keyed the change - the terminal id convention
           03  keyedby                       pic x(4).
           03  compcount                     pic 9(3).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpykitm.cpy  $ end
      ***--------------------------------------------------------------*
