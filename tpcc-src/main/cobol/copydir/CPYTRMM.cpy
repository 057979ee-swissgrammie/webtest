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
      *> commarea for the payment terms maintenance
      *> transaction. reqtype 'A' adds a TERMS code or corrects the
      *> one already on file, 'D' deletes a code no customer is
      *> still on, and 'Q' returns a code's settings. An invoice
      *> is due netdays after it is raised; discpct comes off when
      *> it is paid in full within discdays (0 = no discount).
       02  terms-maint-data.
           03  reqtype                       pic x(1).
               88  terms-add                 value 'A'.
               88  terms-delete              value 'D'.
               88  terms-query               value 'Q'.
           03  termscode                     pic x(8).
           03  termsdesc                     pic x(24).
           03  netdays                       pic 9(3).
           03  discdays                      pic 9(3).
           03  discpct                       pic 99.99.
           03  termsfound                    pic x(1).
               88  terms-on-file             value 'Y'.
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpytrmm.cpy  $ end
      ***--------------------------------------------------------------*
