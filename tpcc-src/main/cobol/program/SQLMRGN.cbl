      * (loaded before the column existed) are counted and flagged,
      * not reported as if they carried a 100% margin.
      *
      * The run can be kept to one department, category or
      * subcategory of the product hierarchy, and can add a third
      * section subtotalled by department, category or
      * subcategory, thinnest margin first like the others.
      *
      * Report lines to TS queue MGNRPT, durable via the spool
      * drain. SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       01  ws-revenue                        pic s9(12)v99 comp-3.
       01  ws-cost                           pic s9(12)v99 comp-3.
       01  ws-qty                            pic s9(9) comp.
       01  ws-cat-filter                     pic x(6).
       01  ws-cat-level                      pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-margin                         pic s9(12)v99 comp-3.
           move 0 to itemsreported
           move 0 to itemsnocost
           move 0 to rptcount
           move 0 to catcount
           move catfilter to ws-cat-filter
           move catlevel to ws-cat-level

           perform report-by-item
           perform report-by-district
           if ws-cat-level not = space
               perform report-by-category
           end-if

           move "Margin report complete" to msg

                       AND ol_delivery_d >= :ws-from-ts
                       AND ol_delivery_d <= :ws-thru-ts
                       AND i_id = ol_i_id
                       AND (:ws-cat-filter = ' '
                           OR i_dept = :ws-cat-filter
                           OR i_cat = :ws-cat-filter
                           OR i_subcat = :ws-cat-filter)
                   GROUP BY i_id, i_name
                   ORDER BY SUM(ol_amount)
                       - SUM(ol_quantity * i_cost)
                       AND ol_delivery_d >= :ws-from-ts
                       AND ol_delivery_d <= :ws-thru-ts
                       AND i_id = ol_i_id
                       AND (:ws-cat-filter = ' '
                           OR i_dept = :ws-cat-filter
                           OR i_cat = :ws-cat-filter
                           OR i_subcat = :ws-cat-filter)
                   GROUP BY ol_d_id
                   ORDER BY ol_d_id
           END-EXEC
           EXEC SQL CLOSE c_mgnd END-EXEC
           .

      *> and subtotalled at the asked-for level of the
      *> hierarchy; items not yet placed in it roll up as one
      *> UNASSIGNED line
       report-by-category.
           move spaces to ws-header-line
           string
               "MGNRPT GROSS MARGIN BY CATEGORY  " delimited size
               datefrom delimited size
               " - " delimited size
               datethru delimited size
           into ws-header-line
           perform queue-header-line

           EXEC SQL
               DECLARE c_mgnc CURSOR FOR
               SELECT ct_key, SUM(ct_amount), SUM(ct_cost),
                   SUM(ct_qty)
                   FROM (SELECT COALESCE(CASE :ws-cat-level
                               WHEN 'D' THEN i_dept
                               WHEN 'C' THEN i_cat
                               ELSE i_subcat END, ' ') AS ct_key,
                           ol_amount AS ct_amount,
                           ol_quantity * i_cost AS ct_cost,
                           ol_quantity AS ct_qty
                       FROM order_line, item
                       WHERE ol_w_id = :ws-o-w-id
                           AND ol_delivery_d IS NOT NULL
                           AND ol_delivery_d >= :ws-from-ts
                           AND ol_delivery_d <= :ws-thru-ts
                           AND i_id = ol_i_id
                           AND (:ws-cat-filter = ' '
                               OR i_dept = :ws-cat-filter
                               OR i_cat = :ws-cat-filter
                               OR i_subcat = :ws-cat-filter)) AS ct
                   GROUP BY ct_key
                   ORDER BY SUM(ct_amount) - SUM(ct_cost), 1
           END-EXEC
           EXEC SQL OPEN c_mgnc END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_mgnc INTO :cg-code, :ws-revenue,
                       :ws-cost, :ws-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform category-name
               move cg-code to ws-rpt-key
               move cg-name to ws-rpt-name
               perform report-one-group
               add 1 to catcount
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_mgnc END-EXEC
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

      *> a zero summed cost means the cost column was
      *> never keyed for what sold; flag it instead of printing a
      *> pretend margin
