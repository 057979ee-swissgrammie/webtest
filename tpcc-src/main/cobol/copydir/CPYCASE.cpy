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
      *> commarea for customer service case tracking (SQLCASE).
      *> A complaint, a delivery that went wrong or a disputed
      *> return becomes a numbered case with an owner, a status,
      *> a due date and a history of what was done about it:
      *>   O  open a case for customer cswid/csdid/cscid, naming
      *>      the order (csoid) and/or RETURN_LINE (csrlid) it is
      *>      about when there is one; cscat is the category, the
      *>      owner defaults to the operator opening it and the due
      *>      date to the category's standard turnaround
      *>   E  open one for a DELCONF exception: SQLPODC calls
      *>      this inside its own unit of work for a refused,
      *>      damaged or wrong-address delivery (cscat R/D/W),
      *>      unassigned, the customer taken from the order
      *>   N  add a note (cstext) to the case's history
      *>   A  assign the case to csowner (an active operator)
      *>   D  move the due date to csduedate
      *>   P  mark it pending the customer
      *>   C  close it, cstext saying how it was resolved
      *>   R  reopen a closed case
      *>   I  inquire: the case and its latest history lines
      *>   W  aging worklist: every case not closed (for warehouse
      *>      cswid, 0 = all, and owner csowner, spaces = all)
      *>      per owner, oldest due first, past-due cases flagged,
      *>      to TS queue CASERPT
      *> csopid is the operator doing it (spaces = the terminal).
       02  service-case-data.
           03  csreqtype                     pic x(1).
               88  cs-req-open               value 'O'.
               88  cs-req-exception          value 'E'.
               88  cs-req-note               value 'N'.
               88  cs-req-assign             value 'A'.
               88  cs-req-due                value 'D'.
               88  cs-req-pending            value 'P'.
               88  cs-req-close              value 'C'.
               88  cs-req-reopen             value 'R'.
               88  cs-req-inquire            value 'I'.
               88  cs-req-worklist           value 'W'.
           03  csopid                        pic x(4).
           03  cscaseno                      pic 9(8).
           03  cswid                         pic 9(4).
           03  csdid                         pic 9(2).
           03  cscid                         pic 9(4).
           03  csoid                         pic 9(8).
           03  csrlid                        pic 9(8).
           03  cscat                         pic x(1).
               88  cs-complaint              value 'C'.
               88  cs-damaged                value 'D'.
               88  cs-refused                value 'R'.
               88  cs-wrong-address          value 'W'.
               88  cs-return                 value 'T'.
               88  cs-billing                value 'B'.
           03  csowner                       pic x(4).
           03  csduedate                     pic x(10).
           03  cssummary                     pic x(60).
           03  cstext                        pic x(120).
      *> echoed back: the case as it now stands
           03  csstatus                      pic x(1).
           03  csdcexc                       pic x(1).
           03  csopened                      pic x(19).
           03  csclosed                      pic x(19).
           03  csdaysopen                    pic 9(5).
           03  cshistcnt                     pic 9(2).
           03  cshist occurs 10.
               05  cshseq                    pic 9(4).
               05  cshdate                   pic x(19).
               05  cshop                     pic x(4).
               05  cshaction                 pic x(1).
               05  cshtext                   pic x(120).
      *> worklist totals
           03  csopencnt                     pic 9(5).
           03  cspastduecnt                  pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycase.cpy  $ end
      ***--------------------------------------------------------------*
