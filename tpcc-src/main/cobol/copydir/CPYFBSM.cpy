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
      *> commarea for the monthly freight bill audit summary
      *> (SQLFBSM): for the carrier bills keyed in billmonth
      *> YYYY-MM (spaces = last month), per carrier (carid 0 =
      *> every carrier) - bills and lines, what the carrier billed,
      *> what the lines re-rated to at FRTRATE, what has been
      *> agreed payable, and the lines still open on the FRTDISP
      *> dispute worklist with what was billed on them. Lines go
      *> to TS queue FBARPT.
       02  freight-bill-summary-data.
           03  billmonth                     pic x(7).
           03  carid                         pic 9(4).
      *> echoed back: carriers listed, bills across them, and
      *> report lines written
           03  carriercount                  pic 9(3).
           03  billcount                     pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyfbsm.cpy  $ end
      ***--------------------------------------------------------------*
