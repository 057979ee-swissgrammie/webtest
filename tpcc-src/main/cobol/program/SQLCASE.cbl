       identification division.

       program-id. sqlcase.

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
      * TPCC customer service case tracking
      *
      * A complaint used to be a CUSTNOTE category C line and then
      * nothing: nobody could say how many were open, who had them,
      * or how long a damaged-delivery claim had been waiting. A case
      * is now a numbered SVCCASE row - the customer, the order, the
      * order's DELCONF exception and the RETURN_LINE it is about
      * where there is one, a category, an owner, a status and a due
      * date - with every action taken on it kept in CASEHIST:
      *
      *   reqtype 'O' - open a case (noted on the customer as a C
      *                 CUSTNOTE line naming the case)
      *   reqtype 'E' - open one for a refused, damaged or wrong-
      *                 address DELCONF; SQLPODC calls this inside
      *                 its own unit of work, the SQLASNX hand-off
      *                 convention, so the confirmation and its case
      *                 commit or roll back together
      *   reqtype 'N' - note, 'A' - assign, 'D' - move the due date,
      *                 'P' - pending the customer, 'C' - close,
      *                 'R' - reopen; each one a CASEHIST line
      *   reqtype 'I' - the case and its latest history
      *   reqtype 'W' - the daily aging worklist: every case not
      *                 closed, per owner, oldest due first, past-due
      *                 cases flagged, to TS queue CASERPT (the nightly
      *                 scheduler runs it as step SQLCASE)
      *
      * The due date defaults to the category's turnaround: three
      * days for a delivery exception, seven for a return, ten for
      * a complaint or a billing query.
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
       01  ws-program-name                   pic x(8) value 'SQLCASE '.

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
       01  ws-row-cnt                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-operator                       pic x(4).
      *> 'Y' while opening a case inside SQLPODC's unit of work:
      *> no syncpoint here, and an SQL error is the caller's to
      *> roll back
       01  ws-handoff                        pic x(1).
       01  ws-eof                            pic x(1).
       01  ws-today-d                        pic x(10).
       01  ws-date-digits                    pic 9(8).
       01  ws-today-int                      pic s9(9) comp.
       01  ws-due-int                        pic s9(9) comp.
       01  ws-open-int                       pic s9(9) comp.
       01  ws-late-days                      pic s9(9) comp.
      *> standard turnaround, in days, by category
       01  ws-turn-delivery                  pic s9(4) comp value 3.
       01  ws-turn-return                    pic s9(4) comp value 7.
       01  ws-turn-other                     pic s9(4) comp value 10.
       01  ws-turn-days                      pic s9(4) comp.
       01  ws-old-value                      pic x(10).
       01  ws-new-value                      pic x(10).
       01  ws-case-disp                      pic 9(8).
       01  ws-hist-x                         pic s9(4) comp.

       01  ws-report-q-name                  pic x(8) value 'CASERPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-cur-owner                      pic x(4).
       01  ws-first-owner                    pic x(1).
       01  ws-owner-open                     pic s9(5) comp.
       01  ws-owner-late                     pic s9(5) comp.
       01  ws-header-line.
           03  filler                        pic x(8)
               value 'CASERPT '.
           03  filler                        pic x(35)
               value 'SERVICE CASE AGING WORKLIST AS OF '.
           03  ws-hd-date                    pic x(19).
       01  ws-owner-line.
           03  filler                        pic x(8)
               value 'CASERPT '.
           03  filler                        pic x(6) value 'OWNER '.
           03  ws-ol-owner                   pic x(10).
       01  ws-detail-line.
           03  filler                        pic x(8)
               value 'CASERPT '.
           03  ws-dl-case                    pic z(7)9.
           03  filler                        pic x(1) value space.
           03  ws-dl-wid                     pic z(3)9.
           03  filler                        pic x(1) value '/'.
           03  ws-dl-did                     pic 9(2).
           03  filler                        pic x(1) value '/'.
           03  ws-dl-cid                     pic z(3)9.
           03  filler                        pic x(5) value ' CAT '.
           03  ws-dl-cat                     pic x(1).
           03  filler                        pic x(1) value space.
           03  ws-dl-status                  pic x(1).
           03  filler                        pic x(7) value ' ORDER '.
           03  ws-dl-oid                     pic z(7)9.
           03  filler                        pic x(8) value ' OPENED '.
           03  ws-dl-opened                  pic x(10).
           03  filler                        pic x(5) value ' AGE '.
           03  ws-dl-age                     pic z(4)9.
           03  filler                        pic x(5) value ' DUE '.
           03  ws-dl-due                     pic x(10).
           03  filler                        pic x(1) value space.
           03  ws-dl-late                    pic x(14).
           03  filler                        pic x(1) value space.
           03  ws-dl-summary                 pic x(20).
       01  ws-late-text.
           03  filler                        pic x(9)
               value 'PAST DUE '.
           03  ws-lt-days                    pic z(4)9.
       01  ws-total-line.
           03  filler                        pic x(8)
               value 'CASERPT '.
           03  ws-tt-label                   pic x(10).
           03  filler                        pic x(7) value ' OPEN: '.
           03  ws-tt-open                    pic z(4)9.
           03  filler                        pic x(11)
               value ' PAST DUE: '.
           03  ws-tt-late                    pic z(4)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpycase.

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
           move datetime(1:10) to ws-today-d
           move currentdate to ws-date-digits
           compute ws-today-int =
               function integer-of-date(ws-date-digits)

           if csopid = spaces
               move EIBTRMID to ws-operator
           else
               move csopid to ws-operator
           end-if
           move 'N' to ws-handoff
           if cs-req-exception
               move 'Y' to ws-handoff
           end-if
           move 0 to cshistcnt
           move 0 to csopencnt
           move 0 to cspastduecnt
           move 0 to rptcount

           evaluate true
               when cs-req-open
                   perform open-case
               when cs-req-exception
                   perform open-exception-case
               when cs-req-note
                   perform add-case-note
               when cs-req-assign
                   perform assign-case
               when cs-req-due
                   perform move-due-date
               when cs-req-pending
                   perform set-case-pending
               when cs-req-close
                   perform close-case
               when cs-req-reopen
                   perform reopen-case
               when cs-req-inquire
                   perform inquire-case
               when cs-req-worklist
                   perform aging-worklist
               when other
                   perform bad-reqtype
           end-evaluate

           if ws-handoff not = 'Y'
               EXEC CICS SYNCPOINT END-EXEC
           end-if

           if not cs-req-worklist
               perform return-case
           end-if

           move 0 to result-code
           perform audit-return.

      *=================================================================
      * O - a case opened by customer service
      *=================================================================
       open-case.
           if not (cs-complaint or cs-damaged or cs-refused
                   or cs-wrong-address or cs-return or cs-billing)
               perform bad-category
           end-if
           if cssummary = spaces
               perform missing-summary
           end-if

           move cswid to sv-w-id
           move csdid to sv-d-id
           move cscid to sv-c-id
           EXEC SQL
               SELECT COUNT(*) INTO :ws-row-cnt
               FROM customer
               WHERE c_w_id = :sv-w-id AND c_d_id = :sv-d-id
                   AND c_id = :sv-c-id
           END-EXEC
           if ws-row-cnt = 0
               perform customer-not-found
           end-if

      *> a return line names its order; a case keyed with both
      *> must name the same one
           move 0 to sv-rl-id
           if csrlid not = 0
               move csrlid to rl-id
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT rl_w_id, rl_d_id, rl_o_id
                   INTO :rl-w-id, :rl-d-id, :rl-o-id
                   FROM return_line
                   WHERE rl_id = :rl-id
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if sqlcode = 100
                   perform return-not-found
               end-if
               if rl-w-id not = sv-w-id or rl-d-id not = sv-d-id
                   perform return-not-order
               end-if
               if csoid = 0
                   move rl-o-id to csoid
               end-if
               if rl-o-id not = csoid
                   perform return-not-order
               end-if
               move rl-id to sv-rl-id
           end-if

           move 0 to sv-o-id
           move space to sv-dc-exc
           if csoid not = 0
               move csoid to sv-o-id
               perform read-case-order
               if o-c-id not = sv-c-id
                   perform order-not-customer
               end-if
      *> a delivery case about an order whose confirmation
      *> recorded an exception is linked to it
               if cs-damaged or cs-refused or cs-wrong-address
                   perform read-order-delconf
               end-if
           end-if

           if csowner = spaces
               move ws-operator to csowner
           end-if
           perform check-owner
           move csowner to sv-owner

           perform set-due-date
           move cscat to sv-category
           move cssummary to sv-summary
           perform insert-case

           move cscaseno to ws-case-disp
           move sv-w-id to cn-w-id
           move sv-d-id to cn-d-id
           move sv-c-id to cn-c-id
           move datetime to cn-entry-d
           move ws-operator to cn-operator
           move 'C' to cn-category
           move spaces to cn-text
           string
               "Service case " delimited size
               ws-case-disp delimited size
               " opened: " delimited size
               sv-summary delimited size
           into cn-text
           EXEC SQL
               INSERT INTO custnote
                   (cn_w_id, cn_d_id, cn_c_id, cn_entry_d,
                       cn_operator, cn_category, cn_text)
                   VALUES (:cn-w-id, :cn-d-id, :cn-c-id, :cn-entry-d,
                       :cn-operator, :cn-category, :cn-text)
           END-EXEC

           move "Case opened" to msg
           .

      *=================================================================
      * E - a case for a DELCONF exception, in SQLPODC's unit
      * of work
      *=================================================================
       open-exception-case.
           if not (cs-damaged or cs-refused or cs-wrong-address)
               perform bad-category
           end-if
           move cswid to sv-w-id
           move csdid to sv-d-id
           move csoid to sv-o-id
           perform read-case-order
           move o-c-id to sv-c-id
           move o-c-id to cscid
           move 0 to sv-rl-id
           move cscat to sv-dc-exc
           move cscat to sv-category

      *> nobody owns it yet - it waits at the head of the
      *> worklist, unassigned, for a supervisor to hand out
           move spaces to sv-owner
           move spaces to csowner
           move spaces to csduedate
           perform set-due-date

           if cssummary = spaces
               evaluate true
                   when cs-refused
                       move "Delivery refused by the customer"
                           to cssummary
                   when cs-damaged
                       move "Goods delivered damaged" to cssummary
                   when cs-wrong-address
                       move "Delivered to the wrong address"
                           to cssummary
               end-evaluate
           end-if
           move cssummary to sv-summary
           perform insert-case

           move "Case opened for the delivery exception" to msg
           .

       read-case-order.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT o_c_id
               INTO :o-c-id
               FROM orders
               WHERE o_w_id = :sv-w-id AND o_d_id = :sv-d-id
                   AND o_id = :sv-o-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 100
               perform order-not-found
           end-if
           .

       read-order-delconf.
           move sv-w-id to dc-w-id
           move sv-d-id to dc-d-id
           move sv-o-id to dc-o-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT dc_exc
               INTO :dc-exc
               FROM delconf
               WHERE dc_w_id = :dc-w-id AND dc_d_id = :dc-d-id
                   AND dc_o_id = :dc-o-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0 and dc-exc not = space
               move dc-exc to sv-dc-exc
           end-if
           .

      *> the keyed due date, or the category's turnaround from
      *> today
       set-due-date.
           if csduedate = spaces
               evaluate true
                   when cs-damaged or cs-refused or cs-wrong-address
                       move ws-turn-delivery to ws-turn-days
                   when cs-return
                       move ws-turn-return to ws-turn-days
                   when other
                       move ws-turn-other to ws-turn-days
               end-evaluate
               compute ws-due-int = ws-today-int + ws-turn-days
               compute ws-date-digits =
                   function date-of-integer(ws-due-int)
               move spaces to csduedate
               string
                   ws-date-digits(1:4) delimited size
                   "-" delimited size
                   ws-date-digits(5:2) delimited size
                   "-" delimited size
                   ws-date-digits(7:2) delimited size
               into csduedate
           else
               perform check-due-date
           end-if
           move csduedate to sv-due-d
           .

       check-due-date.
           if csduedate(1:4) not numeric
               or csduedate(5:1) not = '-'
               or csduedate(6:2) not numeric
               or csduedate(8:1) not = '-'
               or csduedate(9:2) not numeric
               perform bad-due-date
           end-if
           if csduedate(6:2) < '01' or csduedate(6:2) > '12'
               or csduedate(9:2) < '01' or csduedate(9:2) > '31'
               perform bad-due-date
           end-if
           if csduedate < ws-today-d
               perform bad-due-date
           end-if
           .

      *> a case goes to an active operator
       check-owner.
           move csowner to op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT op_status
               INTO :op-status
               FROM operator
               WHERE op_id = :op-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 100 or op-status not = 'A'
               perform owner-not-valid
           end-if
           .

       insert-case.
           perform next-case-no
           move sv-case-no to cscaseno
           move 'O' to sv-status
           move datetime to sv-opened-d
           move ws-operator to sv-opened-by
           move spaces to sv-closed-d
           EXEC SQL
               INSERT INTO svccase
                   (sv_case_no, sv_w_id, sv_d_id, sv_c_id, sv_o_id,
                       sv_dc_exc, sv_rl_id, sv_category, sv_owner,
                       sv_status, sv_due_d, sv_opened_d,
                       sv_opened_by, sv_closed_d, sv_summary)
                   VALUES (:sv-case-no, :sv-w-id, :sv-d-id,
                       :sv-c-id, :sv-o-id, :sv-dc-exc, :sv-rl-id,
                       :sv-category, :sv-owner, :sv-status,
                       :sv-due-d, :sv-opened-d, :sv-opened-by,
                       :sv-closed-d, :sv-summary)
           END-EXEC
           move 'O' to ch-action
           move sv-summary to ch-text
           perform add-history
           .

      *> the next case number off the counter row, the same
      *> UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id,
      *> seeding itself the first time through
       next-case-no.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_case_no
               INTO :sv-case-no
               FROM svccase_seq
           END-EXEC
           if sqlcode = 100
               move 1 to sv-case-no
               EXEC SQL
                   INSERT INTO svccase_seq (seq_id, next_case_no)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE svccase_seq
                   SET next_case_no = next_case_no + 1
               END-EXEC
               EXEC SQL
                   SELECT next_case_no
                   INTO :sv-case-no
                   FROM svccase_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> one CASEHIST line, numbered on from the case's last
       add-history.
           move sv-case-no to ch-case-no
           EXEC SQL
               SELECT COALESCE(MAX(ch_seq), 0)
               INTO :ch-seq
               FROM casehist
               WHERE ch_case_no = :ch-case-no
           END-EXEC
           add 1 to ch-seq
           move datetime to ch-entry-d
           move ws-operator to ch-operator
           EXEC SQL
               INSERT INTO casehist
                   (ch_case_no, ch_seq, ch_entry_d, ch_operator,
                       ch_action, ch_text)
                   VALUES (:ch-case-no, :ch-seq, :ch-entry-d,
                       :ch-operator, :ch-action, :ch-text)
           END-EXEC
           .

      *=================================================================
      * N/A/D/P/C/R - working a case
      *=================================================================
       read-case.
           move cscaseno to sv-case-no
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT sv_w_id, sv_d_id, sv_c_id, sv_o_id, sv_dc_exc,
                   sv_rl_id, sv_category, sv_owner, sv_status,
                   sv_due_d, sv_opened_d, sv_opened_by, sv_closed_d,
                   sv_summary
               INTO :sv-w-id, :sv-d-id, :sv-c-id, :sv-o-id,
                   :sv-dc-exc, :sv-rl-id, :sv-category, :sv-owner,
                   :sv-status, :sv-due-d, :sv-opened-d,
                   :sv-opened-by, :sv-closed-d, :sv-summary
               FROM svccase
               WHERE sv_case_no = :sv-case-no
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 100
               perform case-not-found
           end-if
           .

       read-open-case.
           perform read-case
           if sv-status = 'C'
               perform case-closed
           end-if
           .

       add-case-note.
           perform read-open-case
           if cstext = spaces
               perform missing-text
           end-if
           move 'N' to ch-action
           move cstext to ch-text
           perform add-history
           move "Note added to the case" to msg
           .

       assign-case.
           perform read-open-case
           if csowner = spaces
               perform owner-not-valid
           end-if
           perform check-owner
           move sv-owner to ws-old-value
           if ws-old-value = spaces
               move 'NONE' to ws-old-value
           end-if
           move csowner to sv-owner
           EXEC SQL
               UPDATE svccase
               SET sv_owner = :sv-owner
               WHERE sv_case_no = :sv-case-no
           END-EXEC
           move 'A' to ch-action
           move spaces to ch-text
           string
               "Assigned from " delimited size
               ws-old-value delimited space
               " to " delimited size
               sv-owner delimited size
               " " delimited size
               cstext delimited size
           into ch-text
           perform add-history
           move "Case assigned" to msg
           .

       move-due-date.
           perform read-open-case
           if csduedate = spaces
               perform bad-due-date
           end-if
           perform check-due-date
           move sv-due-d to ws-old-value
           move csduedate to sv-due-d
           EXEC SQL
               UPDATE svccase
               SET sv_due_d = :sv-due-d
               WHERE sv_case_no = :sv-case-no
           END-EXEC
           move 'D' to ch-action
           move spaces to ch-text
           string
               "Due date moved from " delimited size
               ws-old-value delimited size
               " to " delimited size
               sv-due-d delimited size
               " " delimited size
               cstext delimited size
           into ch-text
           perform add-history
           move "Case due date moved" to msg
           .

       set-case-pending.
           perform read-open-case
           move 'P' to sv-status
           EXEC SQL
               UPDATE svccase
               SET sv_status = :sv-status
               WHERE sv_case_no = :sv-case-no
           END-EXEC
           move 'P' to ch-action
           move cstext to ch-text
           if ch-text = spaces
               move "Waiting on the customer" to ch-text
           end-if
           perform add-history
           move "Case pending the customer" to msg
           .

       close-case.
           perform read-open-case
           if cstext = spaces
               perform missing-text
           end-if
           move 'C' to sv-status
           move datetime to sv-closed-d
           EXEC SQL
               UPDATE svccase
               SET sv_status = :sv-status, sv_closed_d = :sv-closed-d
               WHERE sv_case_no = :sv-case-no
           END-EXEC
           move 'C' to ch-action
           move cstext to ch-text
           perform add-history
           move "Case closed" to msg
           .

       reopen-case.
           perform read-case
           if sv-status not = 'C'
               perform case-not-closed
           end-if
           if csduedate not = spaces
               perform check-due-date
               move csduedate to sv-due-d
           end-if
           move 'O' to sv-status
           move spaces to sv-closed-d
           EXEC SQL
               UPDATE svccase
               SET sv_status = :sv-status, sv_closed_d = :sv-closed-d,
                   sv_due_d = :sv-due-d
               WHERE sv_case_no = :sv-case-no
           END-EXEC
           move 'R' to ch-action
           move cstext to ch-text
           if ch-text = spaces
               move "Case reopened" to ch-text
           end-if
           perform add-history
           move "Case reopened" to msg
           .

      *=================================================================
      * I - the case and its latest history, newest first
      *=================================================================
       inquire-case.
           perform read-case
           move sv-case-no to ch-case-no
           EXEC SQL
               DECLARE c_casehist CURSOR FOR
               SELECT ch_seq, ch_entry_d, ch_operator, ch_action,
                   ch_text
                   FROM casehist
                   WHERE ch_case_no = :ch-case-no
                   ORDER BY ch_seq DESC
           END-EXEC
           EXEC SQL OPEN c_casehist END-EXEC
           move 0 to ws-hist-x
           move 'N' to ws-eof
           perform until ws-eof = 'Y' or ws-hist-x = 10
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   FETCH c_casehist INTO :ch-seq, :ch-entry-d,
                       :ch-operator, :ch-action, :ch-text
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               add 1 to ws-hist-x
               move ch-seq to cshseq(ws-hist-x)
               move ch-entry-d to cshdate(ws-hist-x)
               move ch-operator to cshop(ws-hist-x)
               move ch-action to cshaction(ws-hist-x)
               move ch-text to cshtext(ws-hist-x)
           end-perform
           EXEC SQL CLOSE c_casehist END-EXEC
           move ws-hist-x to cshistcnt
           move "Case found" to msg
           .

      *> the case as it now stands, and how long it has been
      *> (or was) open
       return-case.
           move sv-case-no to cscaseno
           move sv-w-id to cswid
           move sv-d-id to csdid
           move sv-c-id to cscid
           move sv-o-id to csoid
           move sv-rl-id to csrlid
           move sv-category to cscat
           move sv-owner to csowner
           move sv-due-d to csduedate
           move sv-summary to cssummary
           move sv-status to csstatus
           move sv-dc-exc to csdcexc
           move sv-opened-d to csopened
           move sv-closed-d to csclosed
           perform opened-days-ago
           if sv-status = 'C'
               move sv-closed-d(1:4) to ws-date-digits(1:4)
               move sv-closed-d(6:2) to ws-date-digits(5:2)
               move sv-closed-d(9:2) to ws-date-digits(7:2)
               compute ws-late-days =
                   function integer-of-date(ws-date-digits)
                   - ws-open-int
           end-if
           move ws-late-days to csdaysopen
           .

      *> ws-late-days = days since the case was opened
       opened-days-ago.
           move sv-opened-d(1:4) to ws-date-digits(1:4)
           move sv-opened-d(6:2) to ws-date-digits(5:2)
           move sv-opened-d(9:2) to ws-date-digits(7:2)
           compute ws-open-int =
               function integer-of-date(ws-date-digits)
           compute ws-late-days = ws-today-int - ws-open-int
           .

      *=================================================================
      * W - the daily aging worklist
      *=================================================================
       aging-worklist.
           move cswid to sv-w-id
           move csowner to sv-owner
           move datetime to ws-hd-date
           move ws-header-line to ws-report-line
           perform queue-report-line

           EXEC SQL
               DECLARE c_caseage CURSOR FOR
               SELECT sv_case_no, sv_w_id, sv_d_id, sv_c_id,
                   sv_o_id, sv_category, sv_owner, sv_status,
                   sv_due_d, sv_opened_d, sv_summary
                   FROM svccase
                   WHERE sv_status <> 'C'
                       AND (:sv-w-id = 0 OR sv_w_id = :sv-w-id)
                       AND (:sv-owner = ' ' OR sv_owner = :sv-owner)
                   ORDER BY sv_owner, sv_due_d, sv_case_no
           END-EXEC
           EXEC SQL OPEN c_caseage END-EXEC
           move 'Y' to ws-first-owner
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   FETCH c_caseage INTO :sv-case-no, :sv-w-id,
                       :sv-d-id, :sv-c-id, :sv-o-id, :sv-category,
                       :sv-owner, :sv-status, :sv-due-d,
                       :sv-opened-d, :sv-summary
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               if ws-first-owner = 'Y' or sv-owner not = ws-cur-owner
                   perform start-owner-group
               end-if
               perform report-one-case
           end-perform
           EXEC SQL CLOSE c_caseage END-EXEC
           if ws-first-owner = 'N'
               perform end-owner-group
           end-if

           move 'ALL OWNERS' to ws-tt-label
           move csopencnt to ws-tt-open
           move cspastduecnt to ws-tt-late
           move ws-total-line to ws-report-line
           perform queue-report-line

           move "Case worklist queued" to msg
           .

       start-owner-group.
           if ws-first-owner = 'N'
               perform end-owner-group
           end-if
           move 'N' to ws-first-owner
           move sv-owner to ws-cur-owner
           move 0 to ws-owner-open
           move 0 to ws-owner-late
           if sv-owner = spaces
               move 'UNASSIGNED' to ws-ol-owner
           else
               move sv-owner to ws-ol-owner
           end-if
           move ws-owner-line to ws-report-line
           perform queue-report-line
           .

       end-owner-group.
           move ws-ol-owner to ws-tt-label
           move ws-owner-open to ws-tt-open
           move ws-owner-late to ws-tt-late
           move ws-total-line to ws-report-line
           perform queue-report-line
           .

       report-one-case.
           add 1 to csopencnt
           add 1 to ws-owner-open
           move sv-case-no to ws-dl-case
           move sv-w-id to ws-dl-wid
           move sv-d-id to ws-dl-did
           move sv-c-id to ws-dl-cid
           move sv-category to ws-dl-cat
           move sv-status to ws-dl-status
           move sv-o-id to ws-dl-oid
           move sv-opened-d(1:10) to ws-dl-opened
           perform opened-days-ago
           move ws-late-days to ws-dl-age
           move sv-due-d to ws-dl-due
           move spaces to ws-dl-late
           if sv-due-d < ws-today-d
               add 1 to cspastduecnt
               add 1 to ws-owner-late
               move sv-due-d(1:4) to ws-date-digits(1:4)
               move sv-due-d(6:2) to ws-date-digits(5:2)
               move sv-due-d(9:2) to ws-date-digits(7:2)
               compute ws-late-days = ws-today-int
                   - function integer-of-date(ws-date-digits)
               move ws-late-days to ws-lt-days
               move ws-late-text to ws-dl-late
           end-if
           move sv-summary to ws-dl-summary
           move ws-detail-line to ws-report-line
           perform queue-report-line
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
           move "Request type must be O, E, N, A, D, P, C, R, I or W"
               to err

           move 1 to result-code
           perform audit-return.

       bad-category.
           move "Category must be C, D, R, W, T or B" to err

           move 2 to result-code
           perform audit-return.

       missing-summary.
           move "A new case needs a summary" to err

           move 3 to result-code
           perform audit-return.

       customer-not-found.
           move "Customer not found" to err

           move 4 to result-code
           perform audit-return.

       order-not-found.
           move "Order not found" to err

           move 5 to result-code
           perform audit-return.

       order-not-customer.
           move "Order does not belong to the customer" to err

           move 6 to result-code
           perform audit-return.

       return-not-found.
           move "Return line not found" to err

           move 7 to result-code
           perform audit-return.

       return-not-order.
           move "Return line is not against the order" to err

           move 8 to result-code
           perform audit-return.

       owner-not-valid.
           move "Owner must be an active operator" to err

           move 9 to result-code
           perform audit-return.

       bad-due-date.
           move "Due date must be a YYYY-MM-DD date from today on"
               to err

           move 10 to result-code
           perform audit-return.

       case-not-found.
           move "Case not found" to err

           move 11 to result-code
           perform audit-return.

       case-closed.
           move "Case is closed - reopen it first" to err

           move 12 to result-code
           perform audit-return.

       case-not-closed.
           move "Case is not closed" to err

           move 13 to result-code
           perform audit-return.

       missing-text.
           move "Note or resolution text is required" to err

           move 14 to result-code
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

      *> a case opened for SQLPODC belongs to its unit of work -
      *> the caller rolls it back on result -1 (the SQLASNX
      *> convention); everything else is this program's own
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           if ws-handoff not = 'Y'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           end-if

           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move cswid to tpc-audit-w-id
           move csdid to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlcase.cbl  $ end
      ***--------------------------------------------------------------*
