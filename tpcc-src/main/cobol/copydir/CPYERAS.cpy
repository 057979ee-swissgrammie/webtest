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
      *> commarea shared by the personal-data erasure
      *> transactions (SQLERAS for the SQL backend, VSMERAS for the
      *> KSDS files), for a former customer who has asked us to
      *> delete what we hold on them:
      *>   E  erase customer wid/did/cid: name, street, city,
      *>      phone, ship-to addresses, note texts and c-data are
      *>      overwritten; balances, orders, payments, invoices
      *>      and the rest of the financial record stay under the
      *>      same customer key, now anonymised. Refused while the
      *>      account has a balance or unapplied cash, an order not
      *>      yet delivered or a held order, or a legal hold. The
      *>      certificate number and date come back in ercertno/
      *>      erdate, with the ship-to and note counts.
      *>   H  place a legal hold on the customer
      *>   L  lift the legal hold
      *>   Q  inquire on certificate ercertno
      *> E, H and L need the supervisor on whose authority it is
      *> done (erauthby, an active S operator) and the reference
      *> of the request, court order or regulator's notice behind
      *> it (erauthref).
       02  erase-customer-data.
           03  erreqtype                     pic x(1).
               88  erase-personal-data       value 'E'.
               88  place-legal-hold          value 'H'.
               88  lift-legal-hold           value 'L'.
               88  inquire-certificate       value 'Q'.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  cid                           pic 9(4).
           03  erauthby                      pic x(4).
           03  erauthref                     pic x(20).
      *> echoed back
           03  ercertno                      pic x(10).
           03  erdate                        pic x(19).
           03  erkeyedby                     pic x(4).
           03  erfields                      pic x(40).
           03  ershiptocnt                   pic 9(3).
           03  ernotecnt                     pic 9(5).
           03  erlegalhold                   pic x(1).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyeras.cpy  $ end
      ***--------------------------------------------------------------*
