      *                 the reclose both on record.
      *   reqtype 'Q' - a period's status; no row means open.
      *
      * Closing a period also rolls its account balances forward
      * from the journal into GLBAL - opening, debits, credits and
      * closing per account and warehouse - which is what the
      * trial balance and the statements (SQLGLFS) print from.
      * A later period already closed is rebuilt with it, since
      * its opening balances start from this one's; a reopen
      * drops the period's rows until it is closed again.
      *
      * SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       ENVIRONMENT DIVISION.
           03  filler                        pic x(1).
           03  dtsec                         pic x(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-bal-period                     pic x(7).
       01  ws-later-period                   pic x(7).
       01  ws-from-d                         pic x(10).
       01  ws-thru-d                         pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

       copy tpctdata.
       copy cpyaudt.

           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move 0 to balancerows
           move pd-period to ws-bal-period
           perform build-period-balances

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_perlater CURSOR FOR
               SELECT pd_period
                   FROM acctperd
                   WHERE pd_period > :pd-period
                       AND pd_status = 'C'
                   ORDER BY pd_period
           END-EXEC
           EXEC SQL OPEN c_perlater END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_perlater INTO :ws-later-period
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               move ws-later-period to ws-bal-period
               perform build-period-balances
               move 0 to sqlcode
           end-perform
           EXEC SQL CLOSE c_perlater END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move pd-status to periodstatus
           move pd-closed-by to closedby
           move pd-closed-d(1:19) to closeddate
           move "Period closed" to msg
           .

      *> one period's balances, rebuilt whole: the opening
      *> is everything journalled before the period, so it always
      *> agrees with the period before's closing row
       build-period-balances.
           move spaces to ws-from-d
           string
               ws-bal-period delimited size
               "-01" delimited size
           into ws-from-d
           move spaces to ws-thru-d
           string
               ws-bal-period delimited size
               "-31" delimited size
           into ws-thru-d
           move ws-bal-period to gb-period
           move datetime to gb-entry-d

           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DELETE FROM glbal
               WHERE gb_period = :gb-period
           END-EXEC

           EXEC SQL
               DECLARE c_glbal CURSOR FOR
               SELECT gj_acct, gj_w_id,
                   COALESCE(SUM(CASE WHEN gj_post_d < :ws-from-d
                       THEN gj_dr - gj_cr ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN gj_post_d >= :ws-from-d
                       THEN gj_dr ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN gj_post_d >= :ws-from-d
                       THEN gj_cr ELSE 0 END), 0)
                   FROM gljrnl
                   WHERE gj_post_d <= :ws-thru-d
                   GROUP BY gj_acct, gj_w_id
                   ORDER BY gj_acct, gj_w_id
           END-EXEC
           EXEC SQL OPEN c_glbal END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_glbal INTO :gb-acct, :gb-w-id, :gb-open,
                       :gb-dr, :gb-cr
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               compute gb-close = gb-open + gb-dr - gb-cr
               EXEC SQL
                   INSERT INTO glbal
                       (gb_period, gb_acct, gb_w_id, gb_open, gb_dr,
                           gb_cr, gb_close, gb_entry_d)
                       VALUES (:gb-period, :gb-acct, :gb-w-id,
                           :gb-open, :gb-dr, :gb-cr, :gb-close,
                           :gb-entry-d)
               END-EXEC
               if ws-bal-period = pd-period
                   add 1 to balancerows
               end-if
           end-perform
           EXEC SQL CLOSE c_glbal END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       reopen-period.
           EXEC SQL WHENEVER NOT FOUND go to period-not-found
               END-EXEC
               WHERE pd_period = :pd-period
           END-EXEC

      *> the period's balances go with the close; a later
      *> closed period keeps its rows until this one recloses
           move pd-period to gb-period
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DELETE FROM glbal
               WHERE gb_period = :gb-period
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move 0 to balancerows

           move pd-status to periodstatus
           move "Period reopened" to msg
           .
