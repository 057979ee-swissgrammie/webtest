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
      *> commarea for the COD exception report (SQLCODX).
      *> Cash-on-delivery orders in warehouse wid (0 = every
      *> warehouse) with goods delivered in the last windowdays
      *> days (0 = 30) where the driver did not bring back the
      *> amount due: no proof of delivery keyed yet, delivery
      *> refused, or collected short. One TS CODRPT line each;
      *> exceptcount and shorttotal are the count and the money
      *> still to chase.
       02  cod-exception-data.
           03  wid                           pic 9(4).
           03  windowdays                    pic 9(3).
           03  exceptcount                   pic 9(5).
           03  shorttotal                    pic 9(8).99.
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycodx.cpy  $ end
      ***--------------------------------------------------------------*
