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
      *> commarea for the wave build. Given a warehouse and the
      *> carrier its next delivery sweep will run under, SQLWAVE
      *> takes the order the sweep will deliver in each district
      *> and builds one pick wave for them all: a consolidated
      *> pick list (quantity summed per item, in bin walk order)
      *> and a put-to-order breakdown, queued to TS queue WAVRPT.
      *> waveid is the wave built; SQLPCNF confirms against it.
       02  wave-build-data.
           03  wid                           pic 9(4).
           03  carrierid                     pic 9(2).
           03  keyedby                       pic x(4).
           03  waveid                        pic 9(8).
           03  ordercount                    pic 9(2).
           03  linecount                     pic 9(4).
           03  picklines                     pic 9(4).
           03  rptcount                      pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpywave.cpy  $ end
      ***--------------------------------------------------------------*
