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
      *> commarea for the open-item receivables
      *> transaction, for customers whose c_ar_mode is O.
      *> reqtype 'I' lists the customer's open and part-paid
      *> INVOICE rows, oldest first, 20 per page (pass the last
      *> invoice number shown back in startafter for the next page),
      *> with the unapplied cash on account and the total still
      *> open. reqtype 'A' applies unapplied cash to one invoice:
      *> applyamount 0 takes as much as both the invoice's open
      *> amount and the unapplied cash allow. The balance is not
      *> touched - the cash came off c_balance when it was paid.
       02  open-item-data.
           03  reqtype                       pic x(1).
               88  opn-inquiry               value 'I'.
               88  opn-apply                 value 'A'.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  cid                           pic 9(4).
           03  applyinvno                    pic 9(8).
           03  applyamount                   pic 9(7)v99.
           03  appliedamt                    pic 9(7)v99.
           03  startafter                    pic 9(8).
           03  unapplied                     pic -9999999999.99.
           03  totalopen                     pic -9999999999.99.
           03  invcount                      pic 9(2).
           03  morepages                     pic x(1).
               88  more-pages-exist          value 'Y'.
           03  invlist occurs 20.
               05  oiinvno                   pic 9(8).
               05  oioid                     pic 9(8).
               05  oidate                    pic x(10).
               05  oitotal                   pic 9(8).99.
               05  oiopen                    pic 9(8).99.
               05  oistatus                  pic x(1).
               05  oiagedays                 pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyopni.cpy  $ end
      ***--------------------------------------------------------------*
