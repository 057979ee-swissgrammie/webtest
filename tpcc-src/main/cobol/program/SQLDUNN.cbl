      * escalates instead of repeating letter one; a letter is not
      * re-sent until mindays (default 7) have passed. An account
      * back under its limit has its DUNNING row deleted so a later
      * episode starts fresh at letter one. Amounts the customer is
      * disputing on an open DEDUCT row (SQLDEDN) are left out of
      * both the limit test and the balance the letter demands.
      *
      * SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       01  ws-had-state                      pic x(1).
       01  ws-send-letter                    pic x(1).
       01  ws-next-level                     pic s9(9) comp.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-disputed                       pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      *> letter lines for the print queue
       01  ws-report-q-name                  pic x(8) value 'DUNRPT'.
      *> CUSTOMER row is the truth - back under limit ends the
      *> episode
           if sqlcode not = 100
               perform net-open-deductions
               perform read-dunning-state
               if c-balance not > c-credit-lim
                   if ws-had-state = 'Y'
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> what the customer is disputing isn't demanded;
      *> the owner of the deduction works it instead
       net-open-deductions.
           EXEC SQL
               SELECT COALESCE(SUM(dd_amount), 0)
               INTO :ws-disputed
               FROM deduct
               WHERE dd_w_id = :c-w-id AND dd_d_id = :c-d-id
                   AND dd_c_id = :c-id AND dd_status = 'O'
           END-EXEC
           subtract ws-disputed from c-balance
           .

      *> pick the next rung of the ladder: a fresh
      *> episode opens at letter one, an existing one escalates
      *> unless it is already at the final demand or the last
