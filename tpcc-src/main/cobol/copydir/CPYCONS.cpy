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
      *> commarea for consignment location maintenance. A
      *> consignment location is our stock on a customer's
      *> premises, supplied from one of our warehouses.
      *>   reqtype 'A' - add a location for customer cwid/cdid/cid
      *>                 at ship-to shiptono (0 = the customer
      *>                 master address), supplied from wid;
      *>                 consid comes back
      *>   reqtype 'C' - close location consid (it must be empty)
      *>   reqtype 'T' - transfer xferqty of itemid from the
      *>                 supplying warehouse into location consid:
      *>                 a stock movement (STKADJ reason K), not a
      *>                 sale; heldqty comes back
      *>   reqtype 'R' - consignment stock report for the customer
      *>                 (every location, or just consid when
      *>                 given): what each location holds, at list
      *>                 price and at cost. auditdone 'Y' stamps the
      *>                 locations reported as audited today.
      *> Lines go to TS queue CONRPT.
       02  consignment-data.
           03  reqtype                       pic x(1).
               88  cons-add                  value 'A'.
               88  cons-close                value 'C'.
               88  cons-transfer             value 'T'.
               88  cons-report               value 'R'.
           03  consid                        pic 9(6).
           03  wid                           pic 9(4).
           03  cwid                          pic 9(4).
           03  cdid                          pic 9(2).
           03  cid                           pic 9(4).
           03  shiptono                      pic 9(3).
           03  consname                      pic x(24).
           03  itemid                        pic 9(6).
           03  xferqty                       pic 9(5).
           03  auditdone                     pic x(1).
               88  audit-done                value 'Y'.
      *> echoed back
           03  heldqty                       pic 9(7).
           03  loccount                      pic 9(3).
           03  itemcount                     pic 9(6).
           03  pricevalue                    pic 9(9)v99.
           03  costvalue                     pic 9(9)v99.
           03  rptcount                      pic 9(6).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycons.cpy  $ end
      ***--------------------------------------------------------------*
