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
      *> commarea for the consignment usage intake. Usage
      *> reports arrive on extrapartition TD queue TCON, one
      *> fixed-layout record per report (see the record layout in
      *> SQLCUSG): the consignment location, the customer's own
      *> report reference and up to 30 item/quantity lines. Each
      *> report raises a real order through SQLNORD, drawn on the
      *> location's stock, and an invoice through SQLINVC; billed
      *> and rejected reports go to TS queue USGRPT and are counted
      *> back here.
       02  consignment-usage-data.
           03  reportsread                   pic 9(6).
           03  reportsbilled                 pic 9(6).
           03  reportsrejected               pic 9(6).
           03  rptcount                      pic 9(6).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpycusg.cpy  $ end
      ***--------------------------------------------------------------*
