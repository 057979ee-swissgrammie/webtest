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
      *> commarea for the monthly maker-checker change
      *> report (SQLMCRP): every MCHANGE row keyed in reportmonth
      *> YYYY-MM (spaces = last month), optionally one kindfilter
      *> only (C credit limit, P item price, V vendor address,
      *> T tax rate) - who made it, who checked it and when, how
      *> it was decided, and the value before and after. Lines go
      *> to TS queue MCKRPT.
       02  mchange-report-data.
           03  reportmonth                   pic x(7).
           03  kindfilter                    pic x(1).
      *> echoed back: changes listed by how they stand, and
      *> report lines written
           03  changecount                   pic 9(5).
           03  approvedcount                 pic 9(5).
           03  rejectedcount                 pic 9(5).
           03  pendingcount                  pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpymcrp.cpy  $ end
      ***--------------------------------------------------------------*
