      * report so a buyer sizes the next order before the stockout,
      * not after.
      *
      * The exception lines can be kept to one department,
      * category or subcategory of the product hierarchy (every
      * item is still forecast), and the run can add the forward
      * forecast subtotalled by department, category or
      * subcategory, largest first, for the buyers who plan by
      * category rather than by item.
      *
      * SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       ENVIRONMENT DIVISION.
       01  ws-month-qty                      pic s9(9) comp.
       01  ws-item-total                     pic s9(9) comp.
       01  ws-fc-old-qty                     pic s9(9) comp.
       01  ws-cat-filter                     pic x(6).
       01  ws-cat-level                      pic x(1).
       01  ws-cat-qty                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC
       01  ws-cat-rank                       pic s9(9) comp.

       01  ws-months-back                    pic s9(9) comp.
       01  ws-months-ahead                   pic s9(9) comp.
           03  filler                        pic x(6)
               value ' DEV% '.
           03  ws-rpt-dev                    pic -(3)9.
       01  ws-cat-line.
           03  filler                        pic x(7)
               value 'FCTRPT '.
           03  filler                        pic x(4) value 'CAT '.
           03  ws-cat-rpt-rank               pic z(2)9.
           03  filler                        pic x(1) value space.
           03  ws-cat-rpt-code               pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-cat-rpt-name               pic x(24).
           03  filler                        pic x(10)
               value ' FORECAST '.
           03  ws-cat-rpt-qty                pic z(8)9.
           03  filler                        pic x(8)
               value ' MONTHS '.
           03  ws-cat-rpt-months             pic z9.

       copy tpctdata.
       copy cpyaudt.
           move 0 to itemsforecast
           move 0 to rowsstored
           move 0 to exceptions
           move 0 to catcount
           move catfilter to ws-cat-filter
           move catlevel to ws-cat-level

      *> the lookback cutoff: the first day of the month
      *> ws-months-back months ago
           perform build-seasonal-profile
           perform report-exceptions
           perform forecast-all-items
           if ws-cat-level not = space
               perform report-by-category
           end-if

           EXEC CICS SYNCPOINT END-EXEC

                   FROM forecast
                   WHERE fc_w_id = :fc-w-id
                       AND fc_month = :fc-month
                       AND (:ws-cat-filter = ' '
                           OR fc_i_id IN
                               (SELECT i_id FROM item
                                WHERE i_dept = :ws-cat-filter
                                    OR i_cat = :ws-cat-filter
                                    OR i_subcat = :ws-cat-filter))
                   ORDER BY fc_i_id
           END-EXEC
           EXEC SQL OPEN c_exc END-EXEC
           add 1 to rowsstored
           .

      *> the forward months just stored, subtotalled at the
      *> asked-for level of the hierarchy, largest first; items
      *> not yet placed in it roll up as one UNASSIGNED line
       report-by-category.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_fcstc CURSOR FOR
               SELECT ct_key, SUM(ct_qty)
                   FROM (SELECT COALESCE(CASE :ws-cat-level
                               WHEN 'D' THEN i_dept
                               WHEN 'C' THEN i_cat
                               ELSE i_subcat END, ' ') AS ct_key,
                           fc_qty AS ct_qty
                       FROM forecast, item
                       WHERE fc_w_id = :fc-w-id
                           AND i_id = fc_i_id
                           AND (:ws-cat-filter = ' '
                               OR i_dept = :ws-cat-filter
                               OR i_cat = :ws-cat-filter
                               OR i_subcat = :ws-cat-filter)) AS ct
                   GROUP BY ct_key
                   ORDER BY 2 DESC, 1
           END-EXEC
           EXEC SQL OPEN c_fcstc END-EXEC
           move 0 to ws-cat-rank
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_fcstc INTO :cg-code, :ws-cat-qty
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform category-name
               add 1 to ws-cat-rank
               move ws-cat-rank to ws-cat-rpt-rank
               move cg-code to ws-cat-rpt-code
               move cg-name to ws-cat-rpt-name
               move ws-cat-qty to ws-cat-rpt-qty
               move ws-months-ahead to ws-cat-rpt-months
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-cat-line)
                   length(length of ws-cat-line)
                   resp(ws-resp-writeq-ts)
               end-exec
           end-perform
           EXEC SQL CLOSE c_fcstc END-EXEC
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

       queue-exception-line.
           exec cics writeq ts
               queue(ws-report-q-name)
