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
      *> commarea for the purchase order exchange batch.
      *> reqtype 'T' writes every approved (status O) POHEADER not
      *> yet sent to extrapartition TD queue POXO as a fixed-layout
      *> transmission - a header record, a record per line and a
      *> trailer, grouped by vendor, with the customer's ship-to
      *> after the header of a drop-ship PO - and stamps it sent; wid 0
      *> means every warehouse. reqtype 'A' reads the vendors'
      *> acknowledgement records off TD queue POXA and stores the
      *> accepted quantity and confirmed date on each line; a line
      *> the vendor accepts none of is cancelled so the next sweep
      *> re-buys it. Unusable acknowledgements and declined lines
      *> go to the POXRPT report with the reason.
       02  po-exchange-data.
           03  reqtype                       pic x(1).
               88  poxm-transmit             value 'T'.
               88  poxm-acknowledge          value 'A'.
           03  wid                           pic 9(4).
      *> transmit: headers and lines sent
           03  hdrcount                      pic 9(5).
           03  linecount                     pic 9(6).
      *> acknowledge: records read, lines confirmed, lines the
      *> vendor declined, records rejected, report lines written
           03  recsread                      pic 9(5).
           03  recsloaded                    pic 9(5).
           03  recsdeclined                  pic 9(5).
           03  recsrejected                  pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpypoxm.cpy  $ end
      ***--------------------------------------------------------------*
