       identification division.

       program-id. sqlhazm.

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
      * TPCC regulated item master maintenance
      *
      * Aerosols, solvents and lithium cells cannot go everywhere we
      * ship: some states will not take them and some carriers will
      * not carry them. This keeps the shipping declaration for such
      * an item (ITEMHAZ: hazard class, UN number, proper shipping
      * name) and where it may not go (HAZREST):
      *
      *   reqtype 'H' - record or change an item's declaration
      *   reqtype 'N' - clear the declaration and every restriction
      *                 on the item
      *   reqtype 'R' - add or change a restriction: a state with
      *                 action R (refuse) or W (warn), or a carrier
      *   reqtype 'D' - drop a restriction
      *
      * New Order checks the state rows against the ship-to address
      * the order uses, SQLMNFS keeps an item off a carrier's run
      * when a carrier row forbids it, and the pick ticket and the
      * manifest print the declaration.
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
       01  ws-program-name                   pic x(8) value 'SQLHAZM '.

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
       01  ws-haz-cnt                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyhazm.

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

           move itemid to i-id
           EXEC SQL WHENEVER NOT FOUND go to item-not-found END-EXEC
           EXEC SQL
               SELECT i_name INTO :i-name
               FROM item
               WHERE i_id = :i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move itemid to ih-i-id
           move itemid to hr-i-id

           evaluate true
               when haz-declare
                   perform declare-item
               when haz-clear
                   perform clear-item
               when haz-restrict
                   perform restrict-item
               when haz-unrestrict
                   perform unrestrict-item
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       declare-item.
           if hazclass = spaces or shipname = spaces
               perform bad-declaration
           end-if
           move hazclass to ih-class
           move unnumber to ih-un-no
           move shipname to ih-ship-name
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE itemhaz
               SET ih_class = :ih-class, ih_un_no = :ih-un-no,
                   ih_ship_name = :ih-ship-name
               WHERE ih_i_id = :ih-i-id
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO itemhaz
                       (ih_i_id, ih_class, ih_un_no, ih_ship_name)
                       VALUES (:ih-i-id, :ih-class, :ih-un-no,
                           :ih-ship-name)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move "Shipping declaration recorded" to msg
           .

      *> the restrictions go with the declaration - an
      *> item that is no longer regulated ships anywhere
       clear-item.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DELETE FROM hazrest
               WHERE hr_i_id = :hr-i-id
           END-EXEC
           EXEC SQL
               DELETE FROM itemhaz
               WHERE ih_i_id = :ih-i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move "Shipping declaration and restrictions cleared"
               to msg
           .

      *> a restriction is only kept on an item that has a
      *> declaration, so whatever is held back can also be
      *> printed for the driver when it does ship
       restrict-item.
           perform check-restriction-key
           if rstate not = spaces
               if not action-refuse and not action-warn
                   perform bad-action
               end-if
               move raction to hr-action
           else
               move carrierid to car-id
               EXEC SQL WHENEVER NOT FOUND go to carrier-not-found
                   END-EXEC
               EXEC SQL
                   SELECT car_status INTO :car-status
                   FROM carrier
                   WHERE car_id = :car-id
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               move 'R' to hr-action
           end-if
           EXEC SQL
               SELECT COUNT(*) INTO :ws-haz-cnt
               FROM itemhaz
               WHERE ih_i_id = :ih-i-id
           END-EXEC
           if ws-haz-cnt = 0
               perform not-declared
           end-if
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               UPDATE hazrest
               SET hr_action = :hr-action
               WHERE hr_i_id = :hr-i-id AND hr_state = :hr-state
                   AND hr_car_id = :hr-car-id
           END-EXEC
           if sqlcode = 100
               EXEC SQL
                   INSERT INTO hazrest
                       (hr_i_id, hr_state, hr_car_id, hr_action)
                       VALUES (:hr-i-id, :hr-state, :hr-car-id,
                           :hr-action)
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move "Restriction recorded" to msg
           .

       unrestrict-item.
           perform check-restriction-key
           EXEC SQL WHENEVER NOT FOUND go to restriction-not-found
               END-EXEC
           EXEC SQL
               DELETE FROM hazrest
               WHERE hr_i_id = :hr-i-id AND hr_state = :hr-state
                   AND hr_car_id = :hr-car-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move "Restriction dropped" to msg
           .

      *> exactly one of state and carrier names the row
       check-restriction-key.
           if (rstate = spaces and carrierid = 0)
               or (rstate not = spaces and carrierid not = 0)
               perform bad-restriction
           end-if
           move rstate to hr-state
           move carrierid to hr-car-id
           .

       bad-reqtype.
           move "Request type must be H, N, R, or D" to err

           move 1 to result-code
           perform audit-return.

       item-not-found.
           move "Item not found" to err

           move 2 to result-code
           perform audit-return.

       bad-declaration.
           move "Hazard class and shipping name are required" to err

           move 3 to result-code
           perform audit-return.

       bad-restriction.
           move "Give either a state or a carrier" to err

           move 4 to result-code
           perform audit-return.

       bad-action.
           move "Action must be R (refuse) or W (warn)" to err

           move 5 to result-code
           perform audit-return.

       carrier-not-found.
           move "Carrier not found" to err

           move 6 to result-code
           perform audit-return.

       not-declared.
           move "Item has no shipping declaration" to err

           move 7 to result-code
           perform audit-return.

       restriction-not-found.
           move "Restriction not found" to err

           move 8 to result-code
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
      ***  $Workfile:   sqlhazm.cbl  $ end
      ***--------------------------------------------------------------*
