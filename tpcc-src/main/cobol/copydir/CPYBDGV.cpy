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
      *> commarea for the monthly sales budget variance report
      *> (SQLBDGV): for warehouse wid (0 = every warehouse) as at
      *> asofdate YYYY-MM-DD (spaces = today), each district with
      *> a budget for the year - actual against BUDGET month to
      *> date and year to date in value and percent, and the
      *> full-year projection at the run rate so far - with the
      *> district's category split under it. A district more than
      *> behindpct percent (0 = 10) behind its year-to-date
      *> budget is flagged. Lines go to TS queue BDVRPT.
       02  budget-variance-data.
           03  wid                           pic 9(4).
           03  asofdate                      pic x(10).
           03  behindpct                     pic 9(2).
      *> echoed back: districts reported, those flagged behind,
      *> and report lines written
           03  districtcount                 pic 9(5).
           03  behindcount                   pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpybdgv.cpy  $ end
      ***--------------------------------------------------------------*
