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
      *> one capture point in a transaction program, passed to the
      *> TPCCCAPT subprogram with the program's own commarea the
      *> same way tpc-audit-data-block is passed to TPCCAUDT. Each
      *> of the five transaction programs, both backends, calls it
      *> once as the commarea arrives ('I') and once right before
      *> the exec cics return ('O'); TPCCCAPT writes the commarea
      *> to the capture log only when the program's CWA capture
      *> flag is on. The task number pairs the two back up.
       01  tpc-capture-data-block.
           03  tpc-capt-program              pic x(8).
           03  tpc-capt-direction            pic x(1).
               88  tpc-capt-input            value 'I'.
               88  tpc-capt-output           value 'O'.
           03  tpc-capt-task                 pic 9(7).
           03  tpc-capt-length               pic 9(5).

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycapt.cpy  $ end
      ***--------------------------------------------------------------*
