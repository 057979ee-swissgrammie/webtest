       identification division.

       program-id. sqlblkt.

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
      * TPCC blanket sales agreement maintenance
      *
      * Contract customers commit to a quantity of an item over a
      * period at a fixed price and call it off as they need it;
      * standing orders (STANDORD) repeat a basket, but nothing
      * tracked a commitment being drawn down. A BLANKET agreement
      * holds the customer, the item, the committed quantity, the
      * price and the dates it runs between:
      *
      *   reqtype 'A' - add an agreement
      *   reqtype 'C' - close one; it takes no further releases
      *   reqtype 'I' - inquire: committed, drawn and remaining
      *   reqtype 'R' - the under-drawn report: active agreements
      *                 ending inside the window with less than the
      *                 given share of the commitment drawn, soonest
      *                 to expire first, so sales can chase the
      *                 customer while there is still time to call
      *                 the rest off
      *
      * Releases are New Order lines keyed with the agreement: they
      * take its price and add to bk_drawn, with a warning when the
      * commitment is overrun. Cancellation and amendment give back
      * what they take off. Report lines to TS queue BLKRPT.
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
       01  ws-program-name                   pic x(8) value 'SQLBLKT '.

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
       01  ws-w-id                           pic s9(9) comp.
       01  ws-today                          pic x(10).
       01  ws-cutoff-d                       pic x(10).
       01  ws-under-pct                      pic s9(3) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-window-days                    pic s9(3) comp.
       01  ws-today-int                      pic s9(9) comp.
       01  ws-drawn-pct                      pic s9(5) comp.
       01  ws-under-pct-disp                 pic zz9.

       01  ws-work-int                       pic s9(9) comp.
       01  ws-work-date                      pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  filler redefines ws-date-digits.
           03  ws-dd-yyyy                    pic 9(4).
           03  ws-dd-mm                      pic 9(2).
           03  ws-dd-dd                      pic 9(2).
       01  ws-date-ok                        pic x(1).
           88  ws-date-parsed                value 'Y'.
       01  ws-start-int                      pic s9(9) comp.

       01  ws-report-q-name                  pic x(8) value 'BLKRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-text-line.
           03  filler                        pic x(7)
               value 'BLKRPT '.
           03  ws-txt-text                   pic x(60).
       01  ws-agree-line.
           03  filler                        pic x(7)
               value 'BLKRPT '.
           03  ws-br-bkid                    pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-br-wid                     pic z(3)9.
           03  filler                        pic x(1) value '-'.
           03  ws-br-did                     pic 99.
           03  filler                        pic x(1) value '-'.
           03  ws-br-cid                     pic z(3)9.
           03  filler                        pic x(1) value space.
           03  ws-br-clast                   pic x(16).
           03  filler                        pic x(6) value ' ITEM '.
           03  ws-br-item                    pic z(5)9.
           03  filler                        pic x(8)
               value ' COMMIT '.
           03  ws-br-commit                  pic z(6)9.
           03  filler                        pic x(7) value ' DRAWN '.
           03  ws-br-drawn                   pic z(6)9.
           03  filler                        pic x(5) value ' PCT '.
           03  ws-br-pct                     pic z(2)9.
           03  filler                        pic x(6) value ' ENDS '.
           03  ws-br-end                     pic x(10).
           03  filler                        pic x(6) value ' DAYS '.
           03  ws-br-days                    pic z(2)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyblkt.

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
           move datetime(1:10) to ws-today

           move 0 to rptcount
           move 0 to agreecount
           evaluate true
               when blkt-add
                   perform add-agreement
               when blkt-close
                   perform close-agreement
               when blkt-inquire
                   perform fetch-agreement
                   perform echo-agreement
                   move "Blanket agreement found" to msg
               when blkt-report
                   perform report-under-drawn
               when other
                   perform bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

       add-agreement.
           move cwid to c-w-id
           move cdid to c-d-id
           move cid to c-id
           EXEC SQL WHENEVER NOT FOUND go to customer-not-found
               END-EXEC
           EXEC SQL
               SELECT c_last INTO :c-last
               FROM customer
               WHERE c_w_id = :c-w-id AND c_d_id = :c-d-id
                   AND c_id = :c-id
           END-EXEC

           move itemid to i-id
           EXEC SQL WHENEVER NOT FOUND go to item-not-valid END-EXEC
           EXEC SQL
               SELECT i_price, i_data INTO :i-price, :i-data
               FROM item
               WHERE i_id = :i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if i-data(1:8) = "RETIRED "
               perform item-not-valid
           end-if

           if commitqty = 0
               perform bad-quantity
           end-if

      *> the dates have to be real and run forwards; an
      *> agreement already over is no agreement
           if startdate = spaces
               move ws-today to startdate
           end-if
           move startdate to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               perform bad-dates
           end-if
           move ws-work-int to ws-start-int
           move enddate to ws-work-date
           perform date-to-int
           if not ws-date-parsed
               or ws-work-int < ws-start-int
               or enddate < ws-today
               perform bad-dates
           end-if

           perform next-blanket-id
           move cwid to bk-w-id
           move cdid to bk-d-id
           move cid to bk-c-id
           move itemid to bk-i-id
           move commitqty to bk-qty
           move 0 to bk-drawn
           if bkprice = 0
               move i-price to bk-price
           else
               move bkprice to bk-price
           end-if
           move startdate to bk-start-d
           move enddate to bk-end-d
           move 'A' to bk-status
           move EIBTRMID to bk-keyed-by
           move datetime to bk-entry-d
           EXEC SQL
               INSERT INTO blanket
                   (bk_id, bk_w_id, bk_d_id, bk_c_id, bk_i_id,
                    bk_qty, bk_drawn, bk_price, bk_start_d,
                    bk_end_d, bk_status, bk_keyed_by, bk_entry_d)
               VALUES (:bk-id, :bk-w-id, :bk-d-id, :bk-c-id,
                    :bk-i-id, :bk-qty, :bk-drawn, :bk-price,
                    :bk-start-d, :bk-end-d, :bk-status,
                    :bk-keyed-by, :bk-entry-d)
           END-EXEC
           perform echo-agreement
           move "Blanket agreement added" to msg
           .

      *> releases already taken stay on their orders;
      *> closing only stops new ones
       close-agreement.
           perform fetch-agreement
           if bk-status not = 'A'
               perform agreement-closed
           end-if
           move 'C' to bk-status
           EXEC SQL
               UPDATE blanket
               SET bk_status = :bk-status
               WHERE bk_id = :bk-id
           END-EXEC
           perform echo-agreement
           move "Blanket agreement closed" to msg
           .

       fetch-agreement.
           move bkid to bk-id
           EXEC SQL WHENEVER NOT FOUND go to agreement-not-found
               END-EXEC
           EXEC SQL
               SELECT bk_w_id, bk_d_id, bk_c_id, bk_i_id, bk_qty,
                   bk_drawn, bk_price, bk_start_d, bk_end_d,
                   bk_status
               INTO :bk-w-id, :bk-d-id, :bk-c-id, :bk-i-id,
                   :bk-qty, :bk-drawn, :bk-price, :bk-start-d,
                   :bk-end-d, :bk-status
               FROM blanket
               WHERE bk_id = :bk-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       echo-agreement.
           move bk-id to bkid
           move bk-w-id to cwid
           move bk-d-id to cdid
           move bk-c-id to cid
           move bk-i-id to itemid
           move bk-qty to commitqty
           move bk-price to bkprice
           move bk-start-d to startdate
           move bk-end-d to enddate
           move bk-status to bkstatus
           move bk-drawn to drawnqty
           if bk-drawn < bk-qty
               compute remainqty = bk-qty - bk-drawn
           else
               move 0 to remainqty
           end-if
           .

      *> soonest to expire first; the share drawn is
      *> tested in the query so only the laggards come back
       report-under-drawn.
           move windowdays to ws-window-days
           if ws-window-days = 0
               move 60 to ws-window-days
           end-if
           move underpct to ws-under-pct
           if ws-under-pct = 0
               move 100 to ws-under-pct
           end-if
           move ws-today to ws-work-date
           perform date-to-int
           move ws-work-int to ws-today-int
           add ws-window-days to ws-work-int
           perform work-int-to-date
           move ws-work-date to ws-cutoff-d
           move ws-under-pct to ws-under-pct-disp

           move spaces to ws-txt-text
           string
               "BLANKETS UNDER " delimited size
               ws-under-pct-disp delimited size
               " PCT DRAWN ENDING BY " delimited size
               ws-cutoff-d delimited size
           into ws-txt-text
           move ws-text-line to ws-report-line
           perform queue-report-line

           move wid to ws-w-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_bkrpt CURSOR FOR
               SELECT bk_id, bk_w_id, bk_d_id, bk_c_id, c_last,
                   bk_i_id, bk_qty, bk_drawn, bk_end_d
                   FROM blanket, customer
                   WHERE bk_status = 'A'
                       AND bk_end_d >= :ws-today
                       AND bk_end_d <= :ws-cutoff-d
                       AND bk_drawn * 100 < bk_qty * :ws-under-pct
                       AND (:ws-w-id = 0 OR bk_w_id = :ws-w-id)
                       AND c_w_id = bk_w_id AND c_d_id = bk_d_id
                       AND c_id = bk_c_id
                   ORDER BY bk_end_d, bk_id
           END-EXEC
           EXEC SQL OPEN c_bkrpt END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_bkrpt INTO :bk-id, :bk-w-id, :bk-d-id,
                       :bk-c-id, :c-last, :bk-i-id, :bk-qty,
                       :bk-drawn, :bk-end-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               add 1 to agreecount
               move bk-id to ws-br-bkid
               move bk-w-id to ws-br-wid
               move bk-d-id to ws-br-did
               move bk-c-id to ws-br-cid
               move c-last to ws-br-clast
               move bk-i-id to ws-br-item
               move bk-qty to ws-br-commit
               move bk-drawn to ws-br-drawn
               compute ws-drawn-pct = bk-drawn * 100 / bk-qty
               move ws-drawn-pct to ws-br-pct
               move bk-end-d to ws-br-end
               move bk-end-d to ws-work-date
               perform date-to-int
               compute ws-work-int = ws-work-int - ws-today-int
               move ws-work-int to ws-br-days
               move ws-agree-line to ws-report-line
               perform queue-report-line
           end-perform
           EXEC SQL CLOSE c_bkrpt END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move "Blanket report queued" to msg
           .

      *> bk-id off an atomic counter row, the same
      *> UPDATE-then-SELECT-back idiom SQLXFER uses for xf-id, with
      *> the same self-seeding first time through
       next-blanket-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_bk_id
               INTO :bk-id
               FROM blanket_seq
           END-EXEC
           if sqlcode = 100
               move 1 to bk-id
               EXEC SQL
                   INSERT INTO blanket_seq (seq_id, next_bk_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE blanket_seq
                   SET next_bk_id = next_bk_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_bk_id
                   INTO :bk-id
                   FROM blanket_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       date-to-int.
           move 'N' to ws-date-ok
           if ws-work-date(1:4) is numeric
               and ws-work-date(5:1) = '-'
               and ws-work-date(6:2) is numeric
               and ws-work-date(8:1) = '-'
               and ws-work-date(9:2) is numeric
               move ws-work-date(1:4) to ws-dd-yyyy
               move ws-work-date(6:2) to ws-dd-mm
               move ws-work-date(9:2) to ws-dd-dd
               if ws-dd-mm >= 1 and ws-dd-mm <= 12
                   and ws-dd-dd >= 1 and ws-dd-dd <= 31
                   and ws-dd-yyyy >= 1601
                   compute ws-work-int =
                       function integer-of-date(ws-date-digits)
                   move 'Y' to ws-date-ok
               end-if
           end-if
           .

       work-int-to-date.
           compute ws-date-digits =
               function date-of-integer(ws-work-int)
           move spaces to ws-work-date
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
               "-" delimited size
               ws-date-digits(7:2) delimited size
           into ws-work-date
           .

       queue-report-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-report-line)
               length(length of ws-report-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

       bad-reqtype.
           move "Request type must be A, C, I or R" to err

           move 1 to result-code
           perform audit-return.

       customer-not-found.
           move "Customer not found" to err

           move 2 to result-code
           perform audit-return.

       item-not-valid.
           move "Item is unknown or retired" to err

           move 3 to result-code
           perform audit-return.

       bad-quantity.
           move "Committed quantity must be greater than zero" to err

           move 4 to result-code
           perform audit-return.

       bad-dates.
           move "Dates must be YYYY-MM-DD, end not before start/today"
               to err

           move 5 to result-code
           perform audit-return.

       agreement-not-found.
           move "Blanket agreement not found" to err

           move 6 to result-code
           perform audit-return.

       agreement-closed.
           move "Blanket agreement is already closed" to err

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
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlblkt.cbl  $ end
      ***--------------------------------------------------------------*
