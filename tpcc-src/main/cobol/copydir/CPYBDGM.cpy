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
      *> commarea for sales budget maintenance (SQLBDGM): the
      *> monthly sales target for warehouse wid district did,
      *> for the district as a whole (catcode spaces) or for one
      *> CATEGORY node of it. budgetamt (n) is month n of
      *> budgetyear. reqtype 'S' sets monthcnt months from
      *> startmonth on (an insert or a replace each - a whole
      *> year loads in one call), 'X' removes them, 'Q' reads the
      *> year back with its total.
       02  budget-maint-data.
           03  reqtype                       pic x(1).
               88  bdg-set                   value 'S'.
               88  bdg-remove                value 'X'.
               88  bdg-query                 value 'Q'.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  catcode                       pic x(6).
           03  budgetyear                    pic 9(4).
           03  startmonth                    pic 9(2).
           03  monthcnt                      pic 9(2).
           03  budgetamt occurs 12           pic 9(9)v99.
           03  opid                          pic x(4).
      *> echoed back: months written or removed (Q: months
      *> on file) and the year's total
           03  monthsdone                    pic 9(2).
           03  yeartotal                     pic 9(11)v99.
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpybdgm.cpy  $ end
      ***--------------------------------------------------------------*
