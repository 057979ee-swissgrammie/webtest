      * sells more distinct items than that inside the window, the
      * run says so instead of pretending it ranked everything.
      *
      * The run can be kept to one department, category or
      * subcategory of the product hierarchy, and can add the same
      * units and amount subtotalled by department, category or
      * subcategory, ranked most units first - the category totals
      * purchasing used to rebuild by hand.
      *
      * SQL only - Returns precedent for new capabilities.
      *=================================================================
       ENVIRONMENT DIVISION.
       01  ws-v-s-qty                        pic s9(4) comp-3.
       01  ws-v-order-cnt                    pic s9(9) comp.
       01  ws-v-remote-cnt                   pic s9(9) comp.
       01  ws-cat-filter                     pic x(6).
       01  ws-cat-level                      pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC
       01  ws-cat-rank                       pic s9(9) comp.

      *> per-item rankings, most units first
       01  ws-item-table.
           03  filler                        pic x(13)
               value ' REMOTE-CNT: '.
           03  ws-rpt-remcnt                 pic z(6)9.
       01  ws-cat-line.
           03  filler                        pic x(7)
               value 'VELRPT '.
           03  filler                        pic x(4) value 'CAT '.
           03  ws-cat-rpt-rank               pic z(2)9.
           03  filler                        pic x(1) value space.
           03  ws-cat-rpt-code               pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-cat-rpt-name               pic x(24).
           03  filler                        pic x(8)
               value ' UNITS: '.
           03  ws-cat-rpt-units              pic z(6)9.
           03  filler                        pic x(6)
               value ' AMT: '.
           03  ws-cat-rpt-amount             pic z(8)9.99.

       copy tpctdata.
       copy cpyaudt.

           move 0 to itemcount
           move 0 to rptcount
           move 0 to catcount
           move 0 to ws-item-cnt
           move catfilter to ws-cat-filter
           move catlevel to ws-cat-level
           move 'N' to ws-item-trunc

           if listdepth = 0
                       AND o_id = ol_o_id
                       AND o_entry_d >= :ws-from-d
                       AND o_entry_d <= :ws-thru-d
                       AND (:ws-cat-filter = ' '
                           OR ol_i_id IN
                               (SELECT i_id FROM item
                                WHERE i_dept = :ws-cat-filter
                                    OR i_cat = :ws-cat-filter
                                    OR i_subcat = :ws-cat-filter))
                   GROUP BY ol_i_id
           END-EXEC
           EXEC SQL OPEN c_velo END-EXEC
               perform report-stock-check
           end-perform

           if ws-cat-level not = space
               perform report-by-category
           end-if

           move ws-item-cnt to itemcount
           if ws-item-trunc = 'Y'
               move "Velocity report queued (item list capped)"
           end-if
           .

      *> the same window subtotalled at the asked-for level
      *> of the hierarchy, most units first; items not yet placed
      *> in the hierarchy roll up as one UNASSIGNED line
       report-by-category.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_velc CURSOR FOR
               SELECT ct_key, SUM(ct_units), SUM(ct_amount)
                   FROM (SELECT COALESCE(CASE :ws-cat-level
                               WHEN 'D' THEN i_dept
                               WHEN 'C' THEN i_cat
                               ELSE i_subcat END, ' ') AS ct_key,
                           ol_quantity AS ct_units,
                           ol_amount AS ct_amount
                       FROM order_line, orders, item
                       WHERE ol_w_id = :ol-w-id
                           AND o_w_id = ol_w_id
                           AND o_d_id = ol_d_id
                           AND o_id = ol_o_id
                           AND o_entry_d >= :ws-from-d
                           AND o_entry_d <= :ws-thru-d
                           AND i_id = ol_i_id
                           AND (:ws-cat-filter = ' '
                               OR i_dept = :ws-cat-filter
                               OR i_cat = :ws-cat-filter
                               OR i_subcat = :ws-cat-filter)) AS ct
                   GROUP BY ct_key
                   ORDER BY 2 DESC, 1
           END-EXEC
           EXEC SQL OPEN c_velc END-EXEC
           move 0 to ws-cat-rank
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_velc INTO :cg-code, :ws-v-units,
                       :ws-v-amount
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform category-name
               add 1 to ws-cat-rank
               move ws-cat-rank to ws-cat-rpt-rank
               move cg-code to ws-cat-rpt-code
               move cg-name to ws-cat-rpt-name
               move ws-v-units to ws-cat-rpt-units
               move ws-v-amount to ws-cat-rpt-amount
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
           EXEC SQL CLOSE c_velc END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           move ws-cat-rank to catcount
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

      *> what the shelf still holds of a slow mover
       report-stock-check.
           move wid to s-w-id
