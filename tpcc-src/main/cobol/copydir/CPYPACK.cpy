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
      *> commarea for packing: the order's confirmed picks
      *> (PICKCONF) go into numbered cartons, each filled up to
      *> maxweight (0 = the 50.00 lb standard carton) by i_weight,
      *> a line splitting across cartons when it won't fit in one.
      *> The cartons and their contents are stored (CARTON /
      *> CARTONLN, o_carton_cnt on the order) and a label plus a
      *> packing list per carton is queued to TS queue PAKRPT.
      *> An order packs once. cartonlist echoes the first 20.
       02  pack-data.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  oid                           pic 9(8).
           03  maxweight                     pic 9(3)v99.
           03  keyedby                       pic x(4).
           03  cartoncount                   pic 9(2).
           03  totalweight                   pic 9(7)v99.
           03  cartonlist occurs 20.
               05  cartonweight              pic 9(5)v99.
               05  cartonlines               pic 9(2).
           03  rptcount                      pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpypack.cpy  $ end
      ***--------------------------------------------------------------*
