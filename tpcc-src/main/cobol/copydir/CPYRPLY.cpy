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
      *> commarea for the capture-and-replay transaction (TPCCRPLY),
      *> the regression check that yesterday's real traffic still
      *> gets the same answers after a change goes in:
      *>   S  switch capture on (rpswitch 'Y') or off ('N') for one
      *>      transaction program named in rpprogram, or for all
      *>      ten with 'ALL'. A captured program's every LINK, the
      *>      commarea as received and as returned, goes to the
      *>      capture log (TD queue CAPT) through TPCCCAPT.
      *>   R  replay, in a test region restored to the state the
      *>      capture started from: the capture log, presented as
      *>      TD queue CAPI, is read back and every captured input
      *>      LINKed again in the order the originals completed.
      *>      What comes back is compared field by field with what
      *>      was captured - result code, messages, and each
      *>      program's totals - and every transaction that
      *>      differs is reported to TS queue RPLRPT. Refused while
      *>      any capture flag is on in the region doing the replay.
      *> rpcaptflags always comes back holding the CWA capture
      *> array (SQLNORD VSMNORD SQLPAYM VSMPAYM SQLORDS VSMORDS
      *> SQLDELV VSMDELV SQLSTKL VSMSTKL, in that order).
       02  replay-data.
           03  rpreqtype                     pic x(1).
               88  rp-set-capture            value 'S'.
               88  rp-replay                 value 'R'.
           03  rpprogram                     pic x(8).
           03  rpswitch                      pic x(1).
               88  rp-capture-on             value 'Y'.
               88  rp-capture-off            value 'N'.
           03  rpcaptflags                   pic x(10).
      *> replay totals: transactions replayed, the ones that
      *> matched and differed, captured inputs that never got an
      *> output (the original abended) and outputs with no input
           03  rpreplayed                    pic 9(7).
           03  rpmatched                     pic 9(7).
           03  rpdiffered                    pic 9(7).
           03  rpunpaired                    pic 9(5).
           03  rporphaned                    pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyrply.cpy  $ end
      ***--------------------------------------------------------------*
