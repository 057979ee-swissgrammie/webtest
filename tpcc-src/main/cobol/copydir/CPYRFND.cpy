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
      *> commarea for customer refunds of credit balances.
      *> reqtype 'L' builds the refund worklist: every account in
      *> warehouse wid (0 = every warehouse) carrying a credit
      *> balance of more than threshold (0 = 5.00) gets a pending
      *> REFUND row for the credit, and the list is queued to TS
      *> queue RFDRPT. reqtype 'A' approves pending refund refundid
      *> and reqtype 'X' rejects it, either one under an active
      *> supervisor's id. An approved refund posts a HISTORY row of
      *> tender REFUND against the balance and writes the
      *> disbursement record (payee and address off the customer
      *> master, amount) to the RFDD transient data queue accounts
      *> payable cuts the cheques from.
       02  refund-data.
           03  reqtype                       pic x(1).
               88  refund-list               value 'L'.
               88  refund-approve            value 'A'.
               88  refund-reject             value 'X'.
           03  wid                           pic 9(4).
           03  threshold                     pic 9(6)v99.
           03  refundid                      pic 9(8).
           03  supervisorid                  pic x(4).
      *> 'L' outputs
           03  listcount                     pic 9(5).
           03  listtotal                     pic 9(8).99.
           03  rptcount                      pic 9(4).
      *> 'A' output: the amount actually refunded, never
      *> more than the credit still on the account
           03  refundamount                  pic 9(8)v99.
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyrfnd.cpy  $ end
      ***--------------------------------------------------------------*
