       identification division.

       program-id. sqlkitm.

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
      * TPCC kit and bundle maintenance
      *
      * Sales sells starter kits that are really several separate
      * ITEM rows, and the clerks used to key every component and
      * price them by hand to hit the kit price. A kit is now an
      * ITEM row with a KITDEF definition (kit price, status) and
      * its KITCOMP components and quantities:
      *
      *   reqtype 'D' - define the kit, or re-price / reactivate it
      *   reqtype 'C' - set a component's quantity per kit
      *                 (0 drops the component)
      *   reqtype 'X' - deactivate the kit; it is keyed as a plain
      *                 item again
      *
      * New Order prices an active kit as one line at the kit price
      * and draws stock and raises backorders against each
      * component; the pick ticket lists the components, and the
      * disposition step restocks them when a kit comes back.
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
       01  ws-program-name                   pic x(8) value 'SQLKITM '.

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
       01  ws-kit-cnt                        pic s9(9) comp.
       01  ws-comp-cnt                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpykitm.

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

           move 0 to compcount
           move kititem to kd-i-id
           move kititem to kc-kit-i-id

           evaluate true
               when kit-define
                   perform define-kit
               when kit-component
                   perform set-component
               when kit-deactivate
                   perform deactivate-kit
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC SQL
               SELECT COUNT(*) INTO :ws-comp-cnt
               FROM kitcomp
               WHERE kc_kit_i_id = :kc-kit-i-id
           END-EXEC
           move ws-comp-cnt to compcount

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

      *> the kit is an ordinary, unretired ITEM row with a
      *> price of its own
       define-kit.
           move kititem to i-id
           perform read-item
           if kitprice = 0
               perform bad-price
           end-if
           EXEC SQL
               SELECT COUNT(*) INTO :ws-comp-cnt
               FROM kitcomp
               WHERE kc_comp_i_id = :kd-i-id
           END-EXEC
           if ws-comp-cnt not = 0
               perform bad-component
           end-if

           move kitprice to kd-price
           move 'A' to kd-status
           move keyedby to kd-keyed-by
           move datetime to kd-entry-d
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE kitdef
               SET kd_price = :kd-price, kd_status = :kd-status,
                   kd_keyed_by = :kd-keyed-by,
                   kd_entry_d = :kd-entry-d
               WHERE kd_i_id = :kd-i-id
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO kitdef
                       (kd_i_id, kd_price, kd_status, kd_keyed_by,
                           kd_entry_d)
                       VALUES (:kd-i-id, :kd-price, :kd-status,
                           :kd-keyed-by, :kd-entry-d)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move "Kit defined" to msg
           .

      *> a component is a real item, not the kit itself
      *> and not another kit
       set-component.
           perform read-kit
           if compitem = kititem
               perform bad-component
           end-if
           move compitem to i-id
           perform read-item
           move compitem to kc-comp-i-id
           EXEC SQL
               SELECT COUNT(*) INTO :ws-kit-cnt
               FROM kitdef
               WHERE kd_i_id = :kc-comp-i-id
           END-EXEC
           if ws-kit-cnt not = 0
               perform bad-component
           end-if

           move compqty to kc-qty
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           if kc-qty = 0
               EXEC SQL
                   DELETE FROM kitcomp
                   WHERE kc_kit_i_id = :kc-kit-i-id
                       AND kc_comp_i_id = :kc-comp-i-id
               END-EXEC
               move "Kit component removed" to msg
           else
               EXEC SQL
                   UPDATE kitcomp
                   SET kc_qty = :kc-qty
                   WHERE kc_kit_i_id = :kc-kit-i-id
                       AND kc_comp_i_id = :kc-comp-i-id
               END-EXEC
               if sqlcode = 100
                   EXEC SQL
                       INSERT INTO kitcomp
                           (kc_kit_i_id, kc_comp_i_id, kc_qty)
                           VALUES (:kc-kit-i-id, :kc-comp-i-id,
                               :kc-qty)
                   END-EXEC
               end-if
               move "Kit component set" to msg
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the definition and components stay for the
      *> orders already sold as kits; new lines key it plain
       deactivate-kit.
           perform read-kit
           move 'I' to kd-status
           move keyedby to kd-keyed-by
           move datetime to kd-entry-d
           EXEC SQL
               UPDATE kitdef
               SET kd_status = :kd-status,
                   kd_keyed_by = :kd-keyed-by,
                   kd_entry_d = :kd-entry-d
               WHERE kd_i_id = :kd-i-id
           END-EXEC
           move "Kit deactivated" to msg
           .

       read-item.
           EXEC SQL WHENEVER NOT FOUND go to item-not-found END-EXEC
           EXEC SQL
               SELECT i_data INTO :i-data
               FROM item
               WHERE i_id = :i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if i-data(1:8) = "RETIRED "
               perform item-not-found
           end-if
           .

       read-kit.
           EXEC SQL WHENEVER NOT FOUND go to kit-not-defined END-EXEC
           EXEC SQL
               SELECT kd_status INTO :kd-status
               FROM kitdef
               WHERE kd_i_id = :kd-i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       bad-reqtype.
           move "Request type must be D, C, or X" to err

           move 1 to result-code
           perform audit-return.

       item-not-found.
           move "Item is unknown or retired" to err

           move 2 to result-code
           perform audit-return.

       kit-not-defined.
           move "Kit is not defined" to err

           move 3 to result-code
           perform audit-return.

       bad-component.
           move "A component must be an ordinary item, not a kit"
               to err

           move 4 to result-code
           perform audit-return.

       bad-price.
           move "A kit needs a price" to err

           move 5 to result-code
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
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlkitm.cbl  $ end
      ***--------------------------------------------------------------*
