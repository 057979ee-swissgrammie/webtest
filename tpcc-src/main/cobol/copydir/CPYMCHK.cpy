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
      *> commarea for the maker-checker approval transaction
      *> (SQLMCHK). reqtype 'W' lists up to 15 changes still
      *> pending on MCHANGE, oldest first, from startid (0 = the
      *> oldest), optionally only of one kindfilter (C credit
      *> limit, P item price, V vendor address, T tax rate);
      *> nextid comes back non-zero when there are more. 'Q'
      *> shows one change. 'A' approves and applies it, 'R'
      *> rejects it with a reason; either needs checkerid to be
      *> an active supervisor other than the maker. An approval
      *> is refused when the record no longer holds the value the
      *> maker saw - reject it and have the change keyed again.
       02  mchange-check-data.
           03  reqtype                       pic x(1).
               88  mchk-worklist             value 'W'.
               88  mchk-approve              value 'A'.
               88  mchk-reject               value 'R'.
               88  mchk-query                value 'Q'.
           03  mcid                          pic 9(8).
           03  checkerid                     pic x(4).
           03  rejectreason                  pic x(40).
           03  kindfilter                    pic x(1).
           03  startid                       pic 9(8).
      *> echoed back for 'Q', 'A' and 'R'
           03  mckind                        pic x(1).
           03  mcaction                      pic x(1).
           03  mcstatus                      pic x(1).
           03  mckey                         pic x(30).
           03  mcbefore                      pic x(60).
           03  mcafter                       pic x(60).
           03  mcmaker                       pic x(4).
           03  mcmade                        pic x(20).
           03  mcchecker                     pic x(4).
           03  mcchecked                     pic x(20).
           03  mcreason                      pic x(40).
      *> the 'W' worklist
           03  wlcnt                         pic 9(2).
           03  wlentry occurs 15.
               05  wlid                      pic 9(8).
               05  wlkind                    pic x(1).
               05  wlkey                     pic x(30).
               05  wlbefore                  pic x(60).
               05  wlafter                   pic x(60).
               05  wlmaker                   pic x(4).
               05  wlmade                    pic x(20).
           03  nextid                        pic 9(8).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpymchk.cpy  $ end
      ***--------------------------------------------------------------*
