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
      *> commarea for customer deductions and disputes.
      *> reqtype 'A' records a deduction: the customer, the order
      *> and/or invoice short-paid (0 = not given, at least one is
      *> needed), the amount disputed, a reason code, and the
      *> operator who owns it; deductionid comes back. While open
      *> the amount is kept out of collections and dunning.
      *> reqtype 'C' resolves deductionid by a credit - the
      *> RETURN_LINE credit Returns issued for it (returnlineid), or
      *> with returnlineid 0 an allowance credited here against the
      *> balance and the invoice. reqtype 'R' resolves it by
      *> re-billing: the amount is owed again. reqtype 'G' queues
      *> the open-deductions aging report to TS queue DEDRPT for
      *> warehouse wid (0 = every warehouse).
       02  deduction-data.
           03  reqtype                       pic x(1).
               88  deduction-add             value 'A'.
               88  deduction-credit          value 'C'.
               88  deduction-rebill          value 'R'.
               88  deduction-aging           value 'G'.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  cid                           pic 9(4).
           03  orderid                       pic 9(8).
           03  invoiceid                     pic 9(8).
           03  dedamount                     pic 9(8)v99.
           03  reasoncode                    pic x(2).
               88  reason-valid              value 'DM' 'PR' 'SH'
                                                   'LT' 'OT'.
           03  ownerid                       pic x(4).
           03  deductionid                   pic 9(8).
           03  returnlineid                  pic 9(8).
      *> 'G' outputs
           03  opencount                     pic 9(5).
           03  opentotal                     pic 9(8).99.
           03  rptcount                      pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpydedn.cpy  $ end
      ***--------------------------------------------------------------*
