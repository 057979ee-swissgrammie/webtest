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
      *> commarea for the will-call counter transaction (SQLWCAL).
      *> reqtype L lists the orders staged for pickup in warehouse
      *> wid - district did, or every district when did is 0 -
      *> oldest first, up to 20 (stagedcount is the full count).
      *> reqtype C releases order wid/did/oid to the customer:
      *> collectby is who took it, and that name, with collectdt,
      *> stands as the order's proof of delivery. billedamt is what
      *> went onto the customer's balance.
       02  willcall-data.
           03  reqtype                       pic x(1).
               88  list-will-call            value 'L'.
               88  collect-will-call         value 'C'.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  oid                           pic 9(8).
           03  collectby                     pic x(24).
           03  collectdt                     pic x(19).
           03  billedamt                     pic 9(8).99.
           03  stagedcount                   pic 9(4).
           03  stagedlist occurs 20.
               05  stdid                     pic 9(2).
               05  stoid                     pic 9(8).
               05  stcid                     pic 9(4).
               05  stentryd                  pic x(19).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpywcal.cpy  $ end
      ***--------------------------------------------------------------*
