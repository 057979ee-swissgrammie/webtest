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
      *> commarea for the drop-ship confirmation. The vendor
      *> says a drop-ship PO line (dspoid) has gone out to the
      *> customer: the date it shipped (dsshipdate, spaces =
      *> today) and its carrier tracking reference (dsref). The
      *> customer's order line is stamped delivered and billed,
      *> and the PO line set received so the vendor's bill can
      *> match. Echoed back: the order and line it filled, whether
      *> that completed the order (dscomplete 'Y'), and the
      *> invoice raised for it when it did (dsinvno, 0 = none).
       02  drop-ship-data.
           03  dspoid                        pic 9(8).
           03  dsshipdate                    pic x(10).
           03  dsref                         pic x(16).
           03  dswid                         pic 9(4).
           03  dsdid                         pic 9(2).
           03  dsoid                         pic 9(8).
           03  dsolno                        pic 9(2).
           03  dscomplete                    pic x(1).
               88  ds-order-complete         value 'Y'.
           03  dsinvno                       pic 9(8).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpydshp.cpy  $ end
      ***--------------------------------------------------------------*
