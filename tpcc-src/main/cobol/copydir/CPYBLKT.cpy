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
      *> commarea for blanket sales agreement maintenance.
      *> An agreement commits customer cwid/cdid/cid to commitqty
      *> of itemid between startdate and enddate at bkprice; New
      *> Order lines keyed with its bkid are releases against it.
      *>   reqtype 'A' - add an agreement: bkprice 0 takes the
      *>                 item's list price, startdate spaces means
      *>                 today; bkid comes back
      *>   reqtype 'C' - close agreement bkid; no further releases
      *>   reqtype 'I' - inquire on agreement bkid
      *>   reqtype 'R' - report of active agreements under-drawn
      *>                 as they near expiry: ending within
      *>                 windowdays (0 = 60) of today with less
      *>                 than underpct (0 = 100) of the commitment
      *>                 drawn, warehouse wid only unless 0.
      *>                 Lines go to TS queue BLKRPT.
      *> A/C/I echo the agreement back, drawn and remaining.
       02  blanket-data.
           03  reqtype                       pic x(1).
               88  blkt-add                  value 'A'.
               88  blkt-close                value 'C'.
               88  blkt-inquire              value 'I'.
               88  blkt-report               value 'R'.
           03  bkid                          pic 9(8).
           03  cwid                          pic 9(4).
           03  cdid                          pic 9(2).
           03  cid                           pic 9(4).
           03  itemid                        pic 9(6).
           03  commitqty                     pic 9(7).
           03  bkprice                       pic 999.99.
           03  startdate                     pic x(10).
           03  enddate                       pic x(10).
           03  wid                           pic 9(4).
           03  windowdays                    pic 9(3).
           03  underpct                      pic 9(3).
      *> echoed back
           03  bkstatus                      pic x(1).
           03  drawnqty                      pic 9(7).
           03  remainqty                     pic 9(7).
           03  agreecount                    pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyblkt.cpy  $ end
      ***--------------------------------------------------------------*
