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
      *> hand-off block for SQLEVNT, the outbound business
      *> event feed.
      *>   P  publish: one event of evtype for the keys and
      *>      amount given, from program evsource. Called inside
      *>      the publisher's unit of work just before it commits,
      *>      so the event stands or falls with the work it
      *>      reports; evseq echoes its number. evcid 0 with an
      *>      evoid is filled in from the order.
      *>   R  republish: events evfromseq through evthruseq (0 =
      *>      just the one) written again under their original
      *>      numbers and marked as resent - for the gap a
      *>      consumer reports.
      *> Its own tiny block (not cpycomon-based, the cpyasnx
      *> convention) so each publisher can carry it alongside its
      *> own commarea.
       02  business-event-data.
           03  evreqtype                     pic x(1).
               88  ev-publish                value 'P'.
               88  ev-republish              value 'R'.
           03  evtype                        pic x(8).
               88  ev-order-placed           value 'ORDER'.
               88  ev-order-shipped          value 'SHIPPED'.
               88  ev-order-delivered        value 'DELIVERD'.
               88  ev-order-cancelled        value 'CANCEL'.
               88  ev-order-amended          value 'AMEND'.
               88  ev-payment-taken          value 'PAYMENT'.
               88  ev-goods-returned         value 'RETURN'.
           03  evwid                         pic 9(4).
           03  evdid                         pic 9(2).
           03  evcid                         pic 9(4).
           03  evoid                         pic 9(8).
           03  evamount                      pic s9(9)v99.
           03  evref                         pic x(20).
           03  evsource                      pic x(8).
           03  evfromseq                     pic 9(9).
           03  evthruseq                     pic 9(9).
      *> echoed back
           03  evseq                         pic 9(9).
           03  evsent                        pic 9(5).
           03  evresult                      pic s9(4).
           03  everr                         pic x(80).

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyevnt.cpy  $ end
      ***--------------------------------------------------------------*
