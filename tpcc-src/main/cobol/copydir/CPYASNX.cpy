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
      *> hand-off block for SQLASNX, the advance ship
      *> notice sent to a trading partner (c_asn_queue) when its
      *> order goes out on a manifest run.
      *>   S  send: the notice for order asnwid/asndid/asnoid on
      *>      carrier asncarrier's run of asnrundate, numbered
      *>      next in the partner's sequence (asnseq echoes the
      *>      number). A notice already sent for that order and
      *>      run is not sent again, so a manifest reprint sends
      *>      nothing (asnsent 0).
      *>   R  resend: the partner's notices asnfromseq through
      *>      asnthruseq (0 = just the one) on queue asnqueue,
      *>      rebuilt under their original numbers and marked as
      *>      resent - for the gap a partner reports.
      *> Deliberately its own tiny block (not cpycomon-based, the
      *> cpyatpq convention) so the manifest run can carry it
      *> alongside its own commarea.
       02  ship-notice-data.
           03  asnreqtype                    pic x(1).
               88  asn-send                  value 'S'.
               88  asn-resend                value 'R'.
           03  asnwid                        pic 9(4).
           03  asndid                        pic 9(2).
           03  asnoid                        pic 9(8).
           03  asncarrier                    pic 9(2).
           03  asnrundate                    pic x(10).
           03  asnqueue                      pic x(4).
           03  asnfromseq                    pic 9(8).
           03  asnthruseq                    pic 9(8).
      *> echoed back
           03  asnseq                        pic 9(8).
           03  asnsent                       pic 9(4).
           03  asnresult                     pic s9(4).
           03  asnerr                        pic x(80).

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyasnx.cpy  $ end
      ***--------------------------------------------------------------*
