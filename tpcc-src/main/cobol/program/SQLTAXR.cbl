      * amount and fall outside the totals - the report speaks
      * only for what was actually recorded, which is the point.
      *
      * Orders that went out under a customer's exemption
      * certificate (o_tax_cert) collected nothing, but the state
      * still wants to see them: after the collected totals, the
      * exempt sales are reported separately per state, with the
      * order count behind each.
      *
      * Lines to TS queue TAXRPT, durable via the spool drain.
      * SQL only - no VSM counterpart, Returns precedent.
      *=================================================================
       01  ws-jur-zip                        pic x(9).
       01  ws-jur-tax                        pic s9(10)v99 comp-3.
       01  ws-jur-cnt                        pic s9(9) comp.
       01  ws-jur-exempt                     pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-qtr-from-mm                    pic 9(2).
       01  ws-qtr-thru-mm                    pic 9(2).
       01  ws-thru-dd                        pic x(2).
       01  ws-grand-total                    pic s9(10)v99 comp-3.
       01  ws-exempt-total                   pic s9(10)v99 comp-3.
       01  ws-exempt-orders                  pic s9(9) comp.

       01  ws-report-q-name                  pic x(8) value 'TAXRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
           03  filler                        pic x(8)
               value ' ORDERS '.
           03  ws-rpt-cnt                    pic z(6)9.
       01  ws-exempt-line.
           03  filler                        pic x(7)
               value 'TAXRPT '.
           03  ws-exm-state                  pic x(2).
           03  filler                        pic x(22)
               value ' EXEMPT SALES         '.
           03  ws-exm-sales                  pic z(8)9.99.
           03  filler                        pic x(8)
               value ' ORDERS '.
           03  ws-exm-cnt                    pic z(6)9.

       copy tpctdata.
       copy cpyaudt.
           EXEC SQL CLOSE c_remit END-EXEC

           move ws-grand-total to taxtotal

           perform report-exempt-sales
           move "Tax remittance report complete" to msg

           move 0 to result-code
           end-exec
           .

      *> exempt orders by the state they would have been
      *> taxed in; the sales figure is the orders' line amounts,
      *> which carry no tax
       report-exempt-sales.
           move 0 to ws-exempt-total
           move 0 to ws-exempt-orders

           EXEC SQL
               DECLARE c_exempt CURSOR FOR
               SELECT o_tax_state, COUNT(*)
                   FROM orders
                   WHERE o_entry_d >= :ws-from-ts
                       AND o_entry_d <= :ws-thru-ts
                       AND COALESCE(o_tax_cert, ' ') <> ' '
                   GROUP BY o_tax_state
                   ORDER BY o_tax_state
           END-EXEC
           EXEC SQL OPEN c_exempt END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_exempt INTO :ws-jur-state, :ws-jur-cnt
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               EXEC SQL
                   SELECT COALESCE(SUM(ol_amount), 0)
                   INTO :ws-jur-exempt
                   FROM orders, order_line
                   WHERE o_entry_d >= :ws-from-ts
                       AND o_entry_d <= :ws-thru-ts
                       AND COALESCE(o_tax_cert, ' ') <> ' '
                       AND o_tax_state = :ws-jur-state
                       AND ol_w_id = o_w_id AND ol_d_id = o_d_id
                       AND ol_o_id = o_id
               END-EXEC
               add ws-jur-exempt to ws-exempt-total
               add ws-jur-cnt to ws-exempt-orders
               move ws-jur-state to ws-exm-state
               move ws-jur-exempt to ws-exm-sales
               move ws-jur-cnt to ws-exm-cnt
               exec cics writeq ts
                   queue(ws-report-q-name)
                   from(ws-exempt-line)
                   length(length of ws-exempt-line)
                   resp(ws-resp-writeq-ts)
               end-exec
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL CLOSE c_exempt END-EXEC

           move ws-exempt-total to exemptsales
           move ws-exempt-orders to exemptorders
           .

       bad-quarter.
           move "Quarter must be a year and 1 through 4" to err

