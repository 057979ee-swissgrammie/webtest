      * The per-item table caps at 100 items with returns; the rank
      * sort is a straight insertion by rate.
      *
      * The run can be kept to one department, category or
      * subcategory of the product hierarchy, and can add the
      * return rate subtotalled by department, category or
      * subcategory, worst first. A category's shipped units are
      * everything sold under it, not just the items that came
      * back, so one bad item doesn't paint its whole category.
      *
      * SQL only - Returns precedent for new capabilities.
      *=================================================================
       ENVIRONMENT DIVISION.
       01  ws-q-shipped                      pic s9(9) comp.
       01  ws-q-reason                       pic x(24).
       01  ws-q-reason-qty                   pic s9(9) comp.
       01  ws-cat-filter                     pic x(6).
       01  ws-cat-level                      pic x(1).
       01  ws-cat-key                        pic x(6).
           EXEC SQL END DECLARE SECTION END-EXEC

      *> per-category rankings, worst rate first, same
      *> hundredths-of-a-percent rate as the items
       01  ws-cat-table.
           03  ws-cat-entry occurs 100.
               05  ws-ct-code                pic x(6).
               05  ws-ct-shipped             pic s9(9) comp.
               05  ws-ct-returned            pic s9(9) comp.
               05  ws-ct-rate                pic s9(9) comp.
       01  ws-cat-cnt                        pic s9(9) comp.
       01  ws-hold-cat.
           03  ws-hc-code                    pic x(6).
           03  ws-hc-shipped                 pic s9(9) comp.
           03  ws-hc-returned                pic s9(9) comp.
           03  ws-hc-rate                    pic s9(9) comp.

      *> per-item rankings, worst rate first. Rate is in
      *> hundredths of a percent to keep the sort integral.
       01  ws-item-table.
           03  filler                        pic x(6)
               value ' QTY: '.
           03  ws-rpt-reason-qty             pic z(5)9.
       01  ws-cat-line.
           03  filler                        pic x(7)
               value 'QLTRPT '.
           03  filler                        pic x(4) value 'CAT '.
           03  ws-cat-rpt-rank               pic z(2)9.
           03  filler                        pic x(1) value space.
           03  ws-cat-rpt-code               pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-cat-rpt-name               pic x(24).
           03  filler                        pic x(6)
               value ' SHP: '.
           03  ws-cat-rpt-shipped            pic z(6)9.
           03  filler                        pic x(6)
               value ' RET: '.
           03  ws-cat-rpt-returned           pic z(5)9.
           03  filler                        pic x(7)
               value ' RATE: '.
           03  ws-cat-rpt-rate-int           pic z(2)9.
           03  filler                        pic x(1) value '.'.
           03  ws-cat-rpt-rate-dec           pic 99.
           03  filler                        pic x(1) value '%'.

       copy tpctdata.
       copy cpyaudt.

           move 0 to itemcount
           move 0 to rptcount
           move 0 to catcount
           move 0 to ws-item-cnt
           move 0 to ws-cat-cnt
           move catfilter to ws-cat-filter
           move catlevel to ws-cat-level
           move 'N' to ws-item-trunc

           if fromdate = spaces
                       AND ol_number = rl_number
                       AND rl_entry_d >= :ws-from-d
                       AND rl_entry_d <= :ws-thru-d
                       AND (:ws-cat-filter = ' '
                           OR ol_i_id IN
                               (SELECT i_id FROM item
                                WHERE i_dept = :ws-cat-filter
                                    OR i_cat = :ws-cat-filter
                                    OR i_subcat = :ws-cat-filter))
                   GROUP BY ol_i_id
           END-EXEC
           EXEC SQL OPEN c_qret END-EXEC
               perform report-one-item
           end-perform

           if ws-cat-level not = space
               perform report-by-category
           end-if

           move ws-item-cnt to itemcount
           if ws-item-trunc = 'Y'
               move "Quality report queued (item list capped)"
           move 0 to sqlcode
           .

      *> returned units subtotalled at the asked-for level
      *> of the hierarchy, against everything shipped under the
      *> same node; items not yet placed in it roll up as one
      *> UNASSIGNED line
       report-by-category.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_qcat CURSOR FOR
               SELECT ct_key, SUM(ct_qty)
                   FROM (SELECT COALESCE(CASE :ws-cat-level
                               WHEN 'D' THEN i_dept
                               WHEN 'C' THEN i_cat
                               ELSE i_subcat END, ' ') AS ct_key,
                           rl_quantity AS ct_qty
                       FROM return_line, order_line, item
                       WHERE ol_w_id = rl_w_id AND ol_d_id = rl_d_id
                           AND ol_o_id = rl_o_id
                           AND ol_number = rl_number
                           AND rl_entry_d >= :ws-from-d
                           AND rl_entry_d <= :ws-thru-d
                           AND i_id = ol_i_id
                           AND (:ws-cat-filter = ' '
                               OR i_dept = :ws-cat-filter
                               OR i_cat = :ws-cat-filter
                               OR i_subcat = :ws-cat-filter)) AS ct
                   GROUP BY ct_key
           END-EXEC
           EXEC SQL OPEN c_qcat END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_qcat INTO :ws-cat-key, :ws-q-returned
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform tally-one-category
           end-perform
           EXEC SQL CLOSE c_qcat END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform rank-categories

           perform varying i from 1 by 1 until i > ws-cat-cnt
               move ws-ct-code (i) to cg-code
               perform category-name
               move i to ws-cat-rpt-rank
               move ws-ct-code (i) to ws-cat-rpt-code
               move cg-name to ws-cat-rpt-name
               move ws-ct-shipped (i) to ws-cat-rpt-shipped
               move ws-ct-returned (i) to ws-cat-rpt-returned
               divide ws-ct-rate (i) by 100
                   giving ws-cat-rpt-rate-int
                   remainder ws-cat-rpt-rate-dec
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-cat-line)
                   length(length of ws-cat-line)
                   resp(ws-resp-writeq-ts)
               end-exec
               if ws-resp-writeq-ts = DFHRESP(NORMAL)
                   add 1 to rptcount
               end-if
           end-perform
           move ws-cat-cnt to catcount
           .

       tally-one-category.
           if ws-cat-cnt < 100
               EXEC SQL
                   SELECT COALESCE(SUM(ol_quantity), 0)
                   INTO :ws-q-shipped
                   FROM order_line, item
                   WHERE i_id = ol_i_id
                       AND COALESCE(CASE :ws-cat-level
                               WHEN 'D' THEN i_dept
                               WHEN 'C' THEN i_cat
                               ELSE i_subcat END, ' ')
                           = :ws-cat-key
               END-EXEC
               add 1 to ws-cat-cnt
               move ws-cat-key to ws-ct-code (ws-cat-cnt)
               move ws-q-shipped to ws-ct-shipped (ws-cat-cnt)
               move ws-q-returned to ws-ct-returned (ws-cat-cnt)
               if ws-q-shipped = 0
                   move 0 to ws-ct-rate (ws-cat-cnt)
               else
                   compute ws-ct-rate (ws-cat-cnt) =
                       ws-q-returned * 10000 / ws-q-shipped
               end-if
           end-if
           .

      *> straight insertion sort, worst rate first
       rank-categories.
           perform varying i from 2 by 1 until i > ws-cat-cnt
               move ws-cat-entry (i) to ws-hold-cat
               move i to j
               perform until j = 1
                       or ws-ct-rate (j - 1) >= ws-hc-rate
                   move ws-cat-entry (j - 1) to ws-cat-entry (j)
                   subtract 1 from j
               end-perform
               move ws-hold-cat to ws-cat-entry (j)
           end-perform
           .

      *> the hierarchy node's name for a rollup line
       category-name.
           move spaces to cg-name
           if cg-code = spaces
               move 'UNASSIGNED' to cg-name
           else
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   SELECT cg_name INTO :cg-name
                   FROM category
                   WHERE cg_code = :cg-code
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               move 0 to sqlcode
           end-if
           .

       queue-item-line.
           exec cics writeq ts
               queue(ws-report-q-name)
