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
      *> commarea for the monthly finance charge batch.
      *> reqtype 'S' sets the FCRATE config row: the monthly
      *> percentage charged on the overdue portion of a balance
      *> and the minimum charge. reqtype 'R' charges one closed
      *> period (chargeperiod YYYY-MM, spaces = the month before
      *> asofdate, which defaults to today) for warehouse wid (0 =
      *> every warehouse), posts each charge to the customer's
      *> balance under tender FINCHG, and queues the finance-charge
      *> register to TS queue FCHRPT. A period not yet closed is
      *> left alone, and a customer already charged for the period
      *> is never charged again, so the step can sit on the nightly
      *> schedule and charges the first night after the close.
       02  finance-charge-data.
           03  reqtype                       pic x(1).
               88  finc-set-rates            value 'S'.
               88  finc-run                  value 'R'.
           03  monthlypct                    pic 99.99.
           03  minimumcharge                 pic 9999.99.
           03  wid                           pic 9(4).
           03  asofdate                      pic x(10).
           03  chargeperiod                  pic x(7).
      *> 'R' outputs
           03  custcharged                   pic 9(5).
           03  chargetotal                   pic 9(8).99.
           03  rptcount                      pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyfinc.cpy  $ end
      ***--------------------------------------------------------------*
