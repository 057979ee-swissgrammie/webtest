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
      *> commarea for the quarterly vendor performance
      *> scorecard. Scores every vendor with purchase order lines
      *> received or bills keyed in quarter qtrnum of qtryear (both
      *> 0 = the quarter before today): on-time rate against the
      *> quoted lead days, average days late, fill rate, invoice
      *> accuracy (bills kept off the APDISCR worklist) and return
      *> rate (RETNDISP disposition V). The scores are kept in
      *> VSCORE and queued to TS queue VSCRPT worst first.
       02  vendor-score-data.
           03  qtryear                       pic 9(4).
           03  qtrnum                        pic 9(1).
      *> outputs
           03  vendorcount                   pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyvscr.cpy  $ end
      ***--------------------------------------------------------------*
