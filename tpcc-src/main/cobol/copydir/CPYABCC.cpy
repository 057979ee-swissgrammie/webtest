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
      *> commarea for the quarterly ABC classification of a
      *> warehouse's items. Every item stocked at wid is ranked by
      *> the ORDER_LINE value drawn from the warehouse in the year
      *> up to asofdate (spaces = today) and classed into ITEMABC:
      *> A while the running value is under apct of the total, B
      *> under bpct, then C (0 = the standard 80 / 95). Items that
      *> didn't sell are C. The counts per class come back.
       02  abc-class-data.
           03  wid                           pic 9(4).
           03  asofdate                      pic x(10).
           03  apct                          pic 9(3).
           03  bpct                          pic 9(3).
           03  acount                        pic 9(6).
           03  bcount                        pic 9(6).
           03  ccount                        pic 9(6).
           03  totalvalue                    pic 9(11)v99.
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyabcc.cpy  $ end
      ***--------------------------------------------------------------*
