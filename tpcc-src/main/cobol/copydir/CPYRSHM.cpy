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
      *> commarea for rush rate maintenance: one RUSHRATE row
      *> per priority code a clerk may key on an order, with the
      *> flat surcharge New Order bills for it and what it means.
      *> reqtype 'S' sets (upserts) a code, 'X' removes one, 'Q'
      *> reads one back.
       02  rush-rate-data.
           03  reqtype                       pic x(1).
               88  rsh-set                   value 'S'.
               88  rsh-remove                value 'X'.
               88  rsh-query                 value 'Q'.
           03  rushcode                      pic x(1).
           03  rushcharge                    pic 9(6).99.
           03  rushdesc                      pic x(20).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyrshm.cpy  $ end
      ***--------------------------------------------------------------*
