      *   -20  on the collections worklist
      *   -10  three or more return lines against their orders
      *
      * and, when the credit insurer's bureau grade (SQLBURO) is
      * no older than the stale cutoff:
      *
      *   +20  grade A        +10  grade B
      *   -20  grade D        -40  grade E
      *
      * 130 and up proposes a 25% raise; 70 and down a 25% cut;
      * in between, the limit stands. Proposals land on the
      * CREDPROP worklist (a re-run replaces the pending ones)
           EXEC SQL
               DECLARE c_score CURSOR FOR
               SELECT c_d_id, c_id, c_balance, c_ytd_payment,
                   c_credit_lim, COALESCE(c_bureau_grade, ' '),
                   COALESCE(c_bureau_d, ' ')
                   FROM customer
                   WHERE c_w_id = :c-w-id AND c_credit_lim > 0
                   ORDER BY c_d_id, c_id
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_score INTO :c-d-id, :c-id, :c-balance,
                       :c-ytd-payment, :c-credit-lim,
                       :c-bureau-grade, :c-bureau-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               subtract 30 from ws-score
           end-if

      *> on the collections worklist for being over
      *> limit; a bureau grade drop is scored from the grade itself
           EXEC SQL
               SELECT COUNT(*) INTO :ws-cnt
               FROM collwork
               WHERE cw_w_id = :c-w-id AND cw_d_id = :c-d-id
                   AND cw_c_id = :c-id
                   AND COALESCE(cw_reason, 'L') = 'L'
           END-EXEC
           if ws-cnt > 0
               subtract 20 from ws-score
               subtract 10 from ws-score
           end-if

      *> outside evidence: the insurer's latest grade,
      *> as long as it is not older than the stale cutoff
           if c-bureau-d not = spaces
               and c-bureau-d not < ws-stale-ts(1:10)
               evaluate c-bureau-grade
                   when 'A'
                       add 20 to ws-score
                   when 'B'
                       add 10 to ws-score
                   when 'D'
                       subtract 20 from ws-score
                   when 'E'
                       subtract 40 from ws-score
               end-evaluate
           end-if

           if ws-score >= 130
               compute cp-new-lim rounded = c-credit-lim * 1.25
               perform write-proposal
