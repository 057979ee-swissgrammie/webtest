       identification division.

       program-id. tpcccapt.

       author.    Heirloom Computing Inc.

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

      *=================================================================
      * the five transaction programs, both backends,
      * CALL this module as each LINK's commarea arrives and again
      * right before they return, so a day of real traffic can be
      * kept and played back after a change: TPCCRPLY runs the
      * captured inputs against a test region restored to the same
      * starting point and compares what comes back with what came
      * back the first time.
      *
      * Whether a program is captured is its flag in the CWA
      * capture array, switched per program through TPCCRPLY and
      * reset to 'N' at PLT init the same as the trace flags - so
      * the callers call unconditionally and the check lives here.
      * Each commarea goes to the extrapartition TD queue CAPT
      * (the capture log) stamped with the task number that pairs
      * an input with its output, and the capture date and time.
      *
      * This is a plain CALLed subprogram, not a CICS-linked
      * transaction - it runs inline in the caller's task, so it must
      * not EXEC CICS RETURN (that would end the caller's task) and
      * returns control with GOBACK instead, same as TPCTRACE.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
LJ     SOURCE-COMPUTER. JVM with debugging mode. | SETS DEBUGGING ON
       SPECIAL-NAMES.
LJ    * IMPLEMENTOR clause.
LJ     SYSERR IS OUTERR. | DISPLAY goes to SYSERR
LJ    * SYSOUT IS OUTERR.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  ws-program-name                   pic x(8) value 'TPCCCAPT'.

       01  ws-capture-q-name                 pic x(4) value 'CAPT'.
       01  ws-resp-writeq-td-capt            pic s9(8) comp.
       01  ws-capt-len                       pic s9(4) comp.
       01  ws-capt-wanted                    pic x(1).
       01  ws-cwa-ptr                        pointer.

           copy cpycapr.

       linkage section.

           copy cpycapt.

       01  capt-commarea                     pic x(5000).

           copy cicscwa.

       procedure division using tpc-capture-data-block
                                capt-commarea.
       main-para.
           exec cics address cwa(ws-cwa-ptr)
           end-exec
           set address of tpcc-cwa to ws-cwa-ptr
           if not tpcc-eyecatcher
               goback
           end-if

           move 'N' to ws-capt-wanted
           evaluate tpc-capt-program
               when 'SQLNORD '
                   if capt-sqlnord-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'VSMNORD '
                   if capt-vsmnord-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'SQLPAYM '
                   if capt-sqlpaym-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'VSMPAYM '
                   if capt-vsmpaym-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'SQLORDS '
                   if capt-sqlords-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'VSMORDS '
                   if capt-vsmords-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'SQLDELV '
                   if capt-sqldelv-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'VSMDELV '
                   if capt-vsmdelv-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'SQLSTKL '
                   if capt-sqlstkl-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
               when 'VSMSTKL '
                   if capt-vsmstkl-cwa-88
                       move 'Y' to ws-capt-wanted
                   end-if
           end-evaluate
           if ws-capt-wanted not = 'Y' or tpc-capt-length = 0
               goback
           end-if

           if tpc-capt-length > length of tpc-capr-commarea
               move length of tpc-capr-commarea to tpc-capt-length
           end-if
           move tpc-capt-program to tpc-capr-program
           move tpc-capt-direction to tpc-capr-direction
           move tpc-capt-task to tpc-capr-task
           accept tpc-capr-date from date yyyymmdd
           accept tpc-capr-time from time
           move tpc-capt-length to tpc-capr-length
           move spaces to tpc-capr-commarea
           move capt-commarea(1:tpc-capt-length)
               to tpc-capr-commarea(1:tpc-capt-length)
           compute ws-capt-len =
               length of tpc-capr-header + tpc-capt-length

           exec cics writeq td
               queue(ws-capture-q-name)
               from(tpc-capture-record)
               length(ws-capt-len)
               resp(ws-resp-writeq-td-capt)
           end-exec

           goback
           .
      ***--------------------------------------------------------------*
      ***  $workfile:   tpcccapt.cbl  $ end
      ***--------------------------------------------------------------*
