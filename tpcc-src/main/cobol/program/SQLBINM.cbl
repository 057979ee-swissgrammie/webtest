       identification division.

       program-id. sqlbinm.

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
      * TPCC warehouse location master maintenance
      *
      * The only location we ever had was the ten s_dist_xx strings
      * on STOCK - one label per district, which cannot say that an
      * item lives in a primary pick face and two overflow racks.
      * This keeps a location master per warehouse (BINLOC: zone,
      * aisle, bin) and which locations each item is stored in
      * (BINQTY: primary or overflow, what the location holds of
      * it, and the quantity there now):
      *
      *   reqtype 'L' - define a location, or bring a retired one
      *                 back into use
      *   reqtype 'A' - assign an item to a location as its primary
      *                 pick face or an overflow rack
      *   reqtype 'Q' - record a count of an item in a location
      *   reqtype 'X' - retire a location; only an empty one
      *
      * SQLREPL receiving directs putaway off these rows, SQLPICK
      * directs picking off them (primary first, overflow when the
      * primary is short) and SQLPCNF takes the picked quantity off.
      *
      * SQL only - no VSM counterpart, Returns precedent.
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
       01  ws-program-name                   pic x(8) value 'SQLBINM '.

           EXEC SQL INCLUDE SQLCA END-EXEC

           EXEC SQL INCLUDE TPCC END-EXEC

       01  currentdate.
           03  cdyyyy                        pic 9(4).
           03  cdmm                          pic 9(2).
           03  cddd                          pic 9(2).
       01  currenttime.
           03  cthh                          pic 9(2).
           03  ctmn                          pic 9(2).
           03  ctss                          pic 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC

       01  datetime                          pic x(19).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  filler redefines datetime.
           03  dtyear                        pic x(4).
           03  filler                        pic x(1).
           03  dtmonth                       pic x(2).
           03  filler                        pic x(1).
           03  dtday                         pic x(2).
           03  filler                        pic x(1).
           03  dthour                        pic x(2).
           03  filler                        pic x(1).
           03  dtmin                         pic x(2).
           03  filler                        pic x(1).
           03  dtsec                         pic x(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-held-qty                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpybinm.

       PROCEDURE DIVISION.
       MAIN.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           move "YYYY-MM-DD HH:MM:SS" to datetime
           accept currentdate from date yyyymmdd
           accept currenttime from time
           move cdyyyy to dtyear
           move cdmm  to dtmonth
           move cddd  to dtday
           move cthh  to dthour
           move ctmn  to dtmin
           move ctss  to dtsec

           move wid to bn-w-id
           move wid to bq-w-id

           evaluate true
               when bin-define
                   perform define-location
               when bin-assign
                   perform assign-item
               when bin-count
                   perform count-item
               when bin-retire
                   perform retire-location
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       define-location.
           if zone = spaces or aisle = spaces or bin = spaces
               perform bad-location
           end-if
           move spaces to loc
           string
               zone delimited size
               "-" delimited size
               aisle delimited size
               "-" delimited size
               bin delimited size
           into loc
           move loc to bn-loc
           move zone to bn-zone
           move aisle to bn-aisle
           move bin to bn-bin
           move 'A' to bn-status
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE binloc
               SET bn_status = :bn-status
               WHERE bn_w_id = :bn-w-id AND bn_loc = :bn-loc
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO binloc
                       (bn_w_id, bn_loc, bn_zone, bn_aisle, bn_bin,
                           bn_status)
                       VALUES (:bn-w-id, :bn-loc, :bn-zone,
                           :bn-aisle, :bn-bin, :bn-status)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move "Location defined" to msg
           .

      *> one primary per item per warehouse: a new
      *> primary sends the old one to overflow
       assign-item.
           perform read-location
           if not role-primary and not role-overflow
               perform bad-role
           end-if
           move itemid to i-id
           EXEC SQL WHENEVER NOT FOUND go to item-not-found END-EXEC
           EXEC SQL
               SELECT i_name INTO :i-name
               FROM item
               WHERE i_id = :i-id
           END-EXEC

           move itemid to bq-i-id
           move loc to bq-loc
           move role to bq-role
           move maxqty to bq-max-qty
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           if role-primary
               EXEC SQL
                   UPDATE binqty
                   SET bq_role = 'O'
                   WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                       AND bq_role = 'P' AND bq_loc <> :bq-loc
               END-EXEC
           end-if
           EXEC SQL
               UPDATE binqty
               SET bq_role = :bq-role, bq_max_qty = :bq-max-qty
               WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                   AND bq_loc = :bq-loc
           END-EXEC
           if sqlcode = 100
               move 0 to bq-qty
               EXEC SQL
                   INSERT INTO binqty
                       (bq_w_id, bq_i_id, bq_loc, bq_role, bq_qty,
                           bq_max_qty)
                       VALUES (:bq-w-id, :bq-i-id, :bq-loc,
                           :bq-role, :bq-qty, :bq-max-qty)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move "Item assigned to location" to msg
           .

      *> what the counter found replaces what the location
      *> row said; s_quantity is the cycle count's business
       count-item.
           perform read-location
           move itemid to bq-i-id
           move loc to bq-loc
           move countqty to bq-qty
           EXEC SQL WHENEVER NOT FOUND go to not-assigned END-EXEC
           EXEC SQL
               UPDATE binqty
               SET bq_qty = :bq-qty
               WHERE bq_w_id = :bq-w-id AND bq_i_id = :bq-i-id
                   AND bq_loc = :bq-loc
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move "Location count recorded" to msg
           .

      *> a location with goods in it stays; the item
      *> assignments go with it when it is empty
       retire-location.
           perform read-location
           move loc to bq-loc
           EXEC SQL
               SELECT COALESCE(SUM(bq_qty), 0) INTO :ws-held-qty
               FROM binqty
               WHERE bq_w_id = :bq-w-id AND bq_loc = :bq-loc
           END-EXEC
           if ws-held-qty not = 0
               perform location-not-empty
           end-if
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DELETE FROM binqty
               WHERE bq_w_id = :bq-w-id AND bq_loc = :bq-loc
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL
               UPDATE binloc
               SET bn_status = 'I'
               WHERE bn_w_id = :bn-w-id AND bn_loc = :bn-loc
           END-EXEC
           move "Location retired" to msg
           .

       read-location.
           move loc to bn-loc
           EXEC SQL WHENEVER NOT FOUND go to location-not-found
               END-EXEC
           EXEC SQL
               SELECT bn_status INTO :bn-status
               FROM binloc
               WHERE bn_w_id = :bn-w-id AND bn_loc = :bn-loc
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if bn-status not = 'A'
               perform location-not-found
           end-if
           .

       bad-reqtype.
           move "Request type must be L, A, Q, or X" to err

           move 1 to result-code
           perform audit-return.

       bad-location.
           move "Zone, aisle and bin are all required" to err

           move 2 to result-code
           perform audit-return.

       location-not-found.
           move "Location is not defined or is retired" to err

           move 3 to result-code
           perform audit-return.

       item-not-found.
           move "Item not found" to err

           move 4 to result-code
           perform audit-return.

       bad-role.
           move "Role must be P (primary) or O (overflow)" to err

           move 5 to result-code
           perform audit-return.

       not-assigned.
           move "Item is not assigned to that location" to err

           move 6 to result-code
           perform audit-return.

       location-not-empty.
           move "Location still holds stock" to err

           move 7 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
               "SQL Error: CODE=" delimited size
               csqlcode delimited size
               " STATE=" delimited size
               sqlstate delimited size
               " " delimited size
               sqlerrmc delimited size
           into err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move wid to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlbinm.cbl  $ end
      ***--------------------------------------------------------------*
