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
      *> commarea for the trial balance and financial statements
      *> (SQLGLFS): for a YYYY-MM period SQLPERC has closed
      *> (spaces = last month) and warehouse wid (0 = the whole
      *> ledger), from the GLBAL balances - the trial balance,
      *> the income statement (R and E accounts, the period's
      *> movement) and the balance sheet (A and L accounts at
      *> period end, with the earnings to date), each with the
      *> prior period and the same period last year alongside.
      *> Lines go to TS queue GLFRPT.
       02  financial-statements-data.
           03  period                        pic x(7).
           03  wid                           pic 9(4).
      *> echoed back: the trial balance totals and whether they
      *> agree, the period's net income, and report lines written
           03  totdebit                      pic 9(12).99.
           03  totcredit                     pic 9(12).99.
           03  inbalance                     pic x(1).
               88  trial-balance-agrees      value 'Y'.
           03  netincome                     pic -9(12).99.
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyglfs.cpy  $ end
      ***--------------------------------------------------------------*
