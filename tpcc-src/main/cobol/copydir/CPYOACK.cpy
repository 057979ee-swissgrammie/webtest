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
      *> hand-off block for the SQLOACK order
      *> acknowledgement New Order sends once the order is
      *> committed. The order itself is read back from the tables;
      *> what only New Order knows - the basis each line was priced
      *> on, which lines went to backorder and their promise dates,
      *> and the substitutes offered - rides in here, each line
      *> at its own ol_number (lines past 30 print without a
      *> basis). Deliberately its own
      *> tiny block (not cpycomon-based, the cpyatpq convention) so
      *> New Order can carry it alongside its own commarea.
       02  order-ack-data.
           03  ackwid                        pic 9(4).
           03  ackdid                        pic 9(2).
           03  ackoid                        pic 9(8).
           03  ackline occurs 30.
               05  ackbasis                  pic x(1).
               05  ackbackorder              pic x(1).
               05  ackatp                    pic x(10).
           03  acksubfor                     pic 9(6).
           03  acksubcnt                     pic 9(1).
           03  acksub occurs 3.
               05  acksubid                  pic 9(6).
               05  acksubname                pic x(24).
               05  acksubprice               pic 999.99.
               05  acksubstock               pic 9(4).
      *> echoed back: P printed to the spool, F written to
      *> the customer document feed (c_ack_deliv)
           03  ackdelivery                   pic x(1).
           03  acklines                      pic 9(4).
           03  ackresult                     pic s9(4).
           03  ackerr                        pic x(80).

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyoack.cpy  $ end
      ***--------------------------------------------------------------*
