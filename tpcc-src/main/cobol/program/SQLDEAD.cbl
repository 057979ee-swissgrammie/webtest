      * lifetime s_order_cnt, and the district bin label off
      * s_dist_xx so someone can actually go look at the pile.
      *
      * The run can be kept to one department, category or
      * subcategory of the product hierarchy, and can add the dead
      * items and the quantity they tie up subtotalled by
      * department, category or subcategory, biggest pile first.
      *
      * Lines to TS queue DSTRPT, durable via the spool drain.
      * SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       01  ws-last-order-d                   pic x(20).
       01  ws-last-order-ind                 pic s9(4) comp.
       01  ws-dead-order-cnt                 pic s9(9) comp.
       01  ws-cat-filter                     pic x(6).
       01  ws-cat-level                      pic x(1).
       01  ws-cat-items                      pic s9(9) comp.
       01  ws-cat-qty                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC
       01  ws-cat-rank                       pic s9(9) comp.

       01  ws-months-back                    pic s9(9) comp.
       01  ws-bin-dist                       pic s9(9) comp.
           03  filler                        pic x(5)
               value ' BIN '.
           03  ws-rpt-bin                    pic x(24).
       01  ws-cat-line.
           03  filler                        pic x(7)
               value 'DSTRPT '.
           03  filler                        pic x(4) value 'CAT '.
           03  ws-cat-rpt-rank               pic z(2)9.
           03  filler                        pic x(1) value space.
           03  ws-cat-rpt-code               pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-cat-rpt-name               pic x(24).
           03  filler                        pic x(7)
               value ' ITEMS '.
           03  ws-cat-rpt-items              pic z(5)9.
           03  filler                        pic x(6)
               value ' QTY  '.
           03  ws-cat-rpt-qty                pic z(8)9.

       copy tpctdata.
       copy cpyaudt.
           move wid to ws-dead-w-id
           move 0 to itemslisted
           move 0 to ws-tied-up
           move 0 to catcount
           move catfilter to ws-cat-filter
           move catlevel to ws-cat-level

      *> an item is dead here when no order line for it
      *> was entered inside the window; biggest pile first
                   WHERE s_w_id = :ws-dead-w-id
                       AND i_id = s_i_id
                       AND s_quantity > 0
                       AND (:ws-cat-filter = ' '
                           OR i_dept = :ws-cat-filter
                           OR i_cat = :ws-cat-filter
                           OR i_subcat = :ws-cat-filter)
                       AND NOT EXISTS
                           (SELECT 1 FROM orders, order_line
                            WHERE o_w_id = :ws-dead-w-id
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_dead END-EXEC

           if ws-cat-level not = space
               perform report-by-category
           end-if

           move ws-tied-up to qtytiedup
           move "Dead-stock report complete" to msg

           add s-quantity to ws-tied-up
           .

      *> the same dead stock subtotalled at the asked-for
      *> level of the hierarchy, biggest pile first; items not
      *> yet placed in it roll up as one UNASSIGNED line
       report-by-category.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_deadc CURSOR FOR
               SELECT ct_key, COUNT(*), SUM(ct_qty)
                   FROM (SELECT COALESCE(CASE :ws-cat-level
                               WHEN 'D' THEN i_dept
                               WHEN 'C' THEN i_cat
                               ELSE i_subcat END, ' ') AS ct_key,
                           s_quantity AS ct_qty
                       FROM stock, item
                       WHERE s_w_id = :ws-dead-w-id
                           AND i_id = s_i_id
                           AND s_quantity > 0
                           AND (:ws-cat-filter = ' '
                               OR i_dept = :ws-cat-filter
                               OR i_cat = :ws-cat-filter
                               OR i_subcat = :ws-cat-filter)
                           AND NOT EXISTS
                               (SELECT 1 FROM orders, order_line
                                WHERE o_w_id = :ws-dead-w-id
                                    AND o_entry_d >= :ws-cutoff-ts
                                    AND ol_w_id = o_w_id
                                    AND ol_d_id = o_d_id
                                    AND ol_o_id = o_id
                                    AND ol_i_id = s_i_id)) AS ct
                   GROUP BY ct_key
                   ORDER BY 3 DESC, 1
           END-EXEC
           EXEC SQL OPEN c_deadc END-EXEC
           move 0 to ws-cat-rank
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_deadc INTO :cg-code, :ws-cat-items,
                       :ws-cat-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform category-name
               add 1 to ws-cat-rank
               move ws-cat-rank to ws-cat-rpt-rank
               move cg-code to ws-cat-rpt-code
               move cg-name to ws-cat-rpt-name
               move ws-cat-items to ws-cat-rpt-items
               move ws-cat-qty to ws-cat-rpt-qty
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-cat-line)
                   length(length of ws-cat-line)
                   resp(ws-resp-writeq-ts)
               end-exec
           end-perform
           EXEC SQL CLOSE c_deadc END-EXEC
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

       queue-report-line.
           exec cics writeq ts
               queue(ws-report-q-name)
