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
      *> commarea for the weekly order fill-rate and service-level
      *> report (SQLFILL): for warehouse wid (0 = every warehouse)
      *> and the seven days ending weekending (YYYY-MM-DD, spaces
      *> = yesterday), per district and per warehouse - line fill
      *> rate and order fill rate (a line is missed when it went
      *> on backorder, picked short or was re-keyed as a
      *> substitute), orders shipped complete on their first
      *> delivery sweep, average days to fill a backorder, and
      *> ATP promises kept against broken - then the items behind
      *> the most missed lines. Lines go to TS queue FILRPT.
       02  fill-rate-data.
           03  wid                           pic 9(4).
           03  weekending                    pic x(10).
      *> how many missed items to list per warehouse (0 = 10)
           03  topitems                      pic 9(2).
      *> echoed back: orders measured, the line and order fill
      *> rates across everything reported, and report lines
      *> written
           03  ordcount                      pic 9(7).
           03  linefillpct                   pic 999.9.
           03  ordfillpct                    pic 999.9.
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyfill.cpy  $ end
      ***--------------------------------------------------------------*
