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
      *> commarea for the weekly segregation-of-duties and
      *> suspicious-activity exception report (SQLSODX): for the
      *> seven days ending weekending (YYYY-MM-DD, spaces =
      *> yesterday) it flags
      *>   - a payment reversed by the operator who took it
      *>   - a store credit issued and redeemed by one operator
      *>   - a price override authorized on the supervisor's own
      *>     order line
      *>   - an operator whose closed drawer sessions came up
      *>     short by no more than shortlimit (0 = 20.00) at
      *>     least shortrepeat times (0 = 3) over the shortdays
      *>     (0 = 28) ending the week
      *>   - a refund proposed within refunddays (0 = 30) of a
      *>     change to the customer's address
      *>   - anything keyed under an operator id now inactive
      *> with the rows behind each hit. Lines go to TS queue
      *> SODRPT.
       02  sod-exception-data.
           03  weekending                    pic x(10).
           03  shortlimit                    pic 9(5)v99.
           03  shortrepeat                   pic 9(2).
           03  shortdays                     pic 9(3).
           03  refunddays                    pic 9(3).
      *> echoed back: hits per check and report lines written
           03  reversalhits                  pic 9(5).
           03  credithits                    pic 9(5).
           03  overridehits                  pic 9(5).
           03  drawerhits                    pic 9(5).
           03  addresshits                   pic 9(5).
           03  inactivehits                  pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpysodx.cpy  $ end
      ***--------------------------------------------------------------*
