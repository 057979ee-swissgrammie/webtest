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
      *> commarea for the reference-data promotion transaction
      *> (SQLREFX), which keeps the SITECONFIG limits, TAXRATE,
      *> FRTRATE, BUSCAL, LOYRATE, RETPOLCY and BATSCHED the same
      *> from one region to the next instead of re-keying them:
      *>   E  export every row of those tables to the reference
      *>      file (TD queue RDXO)
      *>   C  compare the reference file this region is given (TD
      *>      queue RDXI) against this region's tables: every row
      *>      added, changed or missing from the file is reported
      *>      to TS queue REFRPT and staged under the batch number
      *>      returned in rxbatch. Nothing in the tables changes.
      *>   I  import: apply the differences staged under rxbatch.
      *>      rxopid must be an active supervisor other than the
      *>      operator who ran the compare - that is the
      *>      confirmation. A row the target has changed since the
      *>      compare is skipped; rows the file lacks are deleted
      *>      only with rxdelextra 'Y'.
      *> rxopid is also who ran the export or compare.
       02  reference-xfer-data.
           03  rxreqtype                     pic x(1).
               88  rx-export                 value 'E'.
               88  rx-compare                value 'C'.
               88  rx-import                 value 'I'.
           03  rxopid                        pic x(4).
           03  rxbatch                       pic 9(8).
           03  rxdelextra                    pic x(1).
               88  rx-delete-extra           value 'Y'.
      *> echoed back: the exporting region, rows read or
      *> written, how they compared, what the import did
           03  rxsource                      pic x(8).
           03  rxrowcnt                      pic 9(7).
           03  rxsamecnt                     pic 9(7).
           03  rxaddcnt                      pic 9(5).
           03  rxchgcnt                      pic 9(5).
           03  rxextracnt                    pic 9(5).
           03  rxappliedcnt                  pic 9(5).
           03  rxskippedcnt                  pic 9(5).
           03  rptcount                      pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
      ***  $Workfile:   cpyrefx.cpy  $ end
      ***--------------------------------------------------------------*
