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
      *> commarea for sales tax exemption certificates.
      *> reqtype 'A' records the certificate customer wid/did/cid
      *> holds for state txstate (number certno, expiring
      *> expirydate YYYY-MM-DD) - keying the same customer and
      *> state again replaces it, which is how a renewal is
      *> entered. 'D' removes it. 'X' lists every certificate
      *> expiring within expdays (0 = 60) of asofdate (spaces =
      *> today) to TS queue TXXRPT so renewals can be chased
      *> before tax starts being charged; with monthlyonly 'Y'
      *> it only lists on the first of the month, so the step
      *> can sit on the nightly schedule and still run monthly.
       02  tax-exempt-data.
           03  reqtype                       pic x(1).
               88  txex-record               value 'A'.
               88  txex-delete               value 'D'.
               88  txex-expiring             value 'X'.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  cid                           pic 9(4).
           03  txstate                       pic x(2).
           03  certno                        pic x(20).
           03  expirydate                    pic x(10).
           03  asofdate                      pic x(10).
           03  expdays                       pic 9(3).
           03  monthlyonly                   pic x(1).
               88  txex-monthly-only         value 'Y'.
      *> 'X' outputs
           03  expiringcnt                   pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpytxex.cpy  $ end
      ***--------------------------------------------------------------*
