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
      *> commarea for the cycle-count schedule, off the ABC
      *> classes SQLABCC keeps in ITEMABC (A counted monthly, B
      *> quarterly, C yearly). reqtype 'L' queues the day's count
      *> list for wid on rundate (spaces = today) to TS queue
      *> CNTRPT, each item with its bin labels: per class, the
      *> class's items spread over the working days of its cycle,
      *> longest uncounted first. A Sunday or BUSCAL non-working
      *> day gets no list. reqtype 'R' queues, per class, the
      *> items overdue for a count and the count accuracy over the
      *> past year off the STKADJ count variances. classdata comes
      *> back for A, B and C in that order.
       02  count-sched-data.
           03  reqtype                       pic x(1).
               88  count-list                value 'L'.
               88  count-report              value 'R'.
           03  wid                           pic 9(4).
           03  rundate                       pic x(10).
           03  classdata occurs 3.
               05  classcode                 pic x(1).
               05  classitems                pic 9(6).
               05  listedcount               pic 9(5).
               05  overduecount              pic 9(6).
               05  countsdone                pic 9(6).
               05  exactcounts               pic 9(6).
               05  accuracypct               pic 9(3)v9.
           03  rptcount                      pic 9(6).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyccnt.cpy  $ end
      ***--------------------------------------------------------------*
