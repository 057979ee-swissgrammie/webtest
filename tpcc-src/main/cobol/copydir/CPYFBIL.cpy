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
      *> commarea for the carrier freight bill audit
      *> (SQLFBIL). reqtype 'E' keys or loads a carrier's bill
      *> line by line - a stop by its tracking number, or a whole
      *> run by warehouse, run date and load - and re-rates each
      *> line at the carrier's own FRTRATE zone rate on the
      *> manifest weight. A line within toleranceamt of the
      *> re-rate (0 = 1.00) is agreed as billed; anything else
      *> goes to the FRTDISP dispute worklist with nothing payable
      *> on it. fbid 0 starts a new bill and echoes its number;
      *> a fbid already on file adds the lines to that bill.
      *> reqtype 'R' settles one disputed line: resolveby B pays
      *> what was billed, R what we rated, A the resolveamt the
      *> carrier agreed to. reqtype 'I' shows a bill and up to
      *> 20 of its lines from startline (0 = 1).
       02  freight-bill-data.
           03  reqtype                       pic x(1).
               88  fbil-enter                value 'E'.
               88  fbil-resolve              value 'R'.
               88  fbil-inquire              value 'I'.
           03  fbid                          pic 9(8).
           03  carid                         pic 9(4).
      *> the carrier's own invoice reference off the bill
           03  fbref                         pic x(16).
           03  toleranceamt                  pic 9(5)v99.
           03  linecnt                       pic 9(2).
           03  fbline occurs 20.
               05  fltkno                    pic x(16).
               05  flwid                     pic 9(4).
               05  flrund                    pic x(10).
               05  flloadno                  pic 9(2).
               05  flbilled                  pic 9(7)v99.
      *> echoed back per line
               05  flnumber                  pic 9(3).
               05  flstops                   pic 9(4).
               05  flweight                  pic 9(7)v99.
               05  flrated                   pic 9(7)v99.
               05  flagreed                  pic 9(7)v99.
               05  flstatus                  pic x(1).
               05  flreason                  pic x(40).
      *> 'R': the line to settle and how; 'I': the first line
           03  resolveline                   pic 9(3).
           03  resolveby                     pic x(1).
               88  resolve-billed            value 'B'.
               88  resolve-rated             value 'R'.
               88  resolve-amount            value 'A'.
           03  resolveamt                    pic 9(7)v99.
           03  opid                          pic x(4).
           03  startline                     pic 9(3).
      *> echoed back: the bill's totals and status (P payable in
      *> full, D lines still in dispute) and its open disputes
           03  totbilled                     pic 9(9)v99.
           03  totrated                      pic 9(9)v99.
           03  totpayable                    pic 9(9)v99.
           03  fbstatus                      pic x(1).
           03  disputecnt                    pic 9(3).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyfbil.cpy  $ end
      ***--------------------------------------------------------------*
