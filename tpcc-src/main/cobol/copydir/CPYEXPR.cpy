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
      *> commarea for the expiring stock report. Every lot
      *> still on hand (STOCKLOT, quantity above zero) that has
      *> expired or expires within 90 days of the as-of date is
      *> listed, soonest first, in one of four bands - already
      *> expired, within 30, within 60, within 90 days - so the
      *> floor can pull, discount or return it before it is
      *> written off. wid 0 covers every warehouse; asofdate
      *> spaces = today. Queued to TS queue EXPRPT.
       02  expiring-stock-data.
           03  wid                           pic 9(4).
           03  asofdate                      pic x(10).
      *> echoed back: lots and quantity in each band, and the
      *> report lines written
           03  expiredcnt                    pic 9(6).
           03  expiredqty                    pic 9(9).
           03  due30cnt                      pic 9(6).
           03  due30qty                      pic 9(9).
           03  due60cnt                      pic 9(6).
           03  due60qty                      pic 9(9).
           03  due90cnt                      pic 9(6).
           03  due90qty                      pic 9(9).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyexpr.cpy  $ end
      ***--------------------------------------------------------------*
