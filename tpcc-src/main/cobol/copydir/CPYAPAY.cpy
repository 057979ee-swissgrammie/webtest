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
      *> commarea for the accounts payable payment run.
      *> reqtype 'R' pays every vendor invoice cleared for payment
      *> (VENDINV P or C) that is due by rundate (spaces = today)
      *> under its vendor's terms, one payment per vendor (vnid 0 =
      *> every vendor): the invoices are marked paid with the
      *> payment number, the cheque and its remittance go to the
      *> APDB disbursement queue and the issue to the APPP
      *> positive-pay queue for the bank, and the register to TS
      *> queue APYRPT. reqtype 'V' voids payment payid (a cheque
      *> that came back) and puts its invoices back to payable for
      *> the next run; 'I' voids it and reissues the same invoices
      *> on a new payment at once (newpayid). Both need an active
      *> supervisor's id.
       02  ap-payment-data.
           03  reqtype                       pic x(1).
               88  apay-run                  value 'R'.
               88  apay-void                 value 'V'.
               88  apay-reissue              value 'I'.
           03  rundate                       pic x(10).
           03  vnid                          pic 9(4).
           03  payid                         pic 9(8).
           03  supervisorid                  pic x(4).
      *> outputs
           03  paycount                      pic 9(5).
           03  invcount                      pic 9(5).
           03  paytotal                      pic 9(10).99.
           03  newpayid                      pic 9(8).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyapay.cpy  $ end
      ***--------------------------------------------------------------*
