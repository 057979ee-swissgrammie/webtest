      * truck. One line per affected order line, queued to TS queue
      * RCLRPT.
      *
      * A recall naming a lot narrows the list to the orders that
      * were actually allocated that lot (OLLOT), with the quantity
      * of the lot each one took - customers who got a different
      * lot of the same item are not called.
      *
      * SQL only - Returns precedent for new capabilities.
      *=================================================================
       ENVIRONMENT DIVISION.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move i-id to ol-i-id
           if lotno not = spaces
               perform report-lot-lines
               move "Lot recall impact report queued" to msg
               move 0 to result-code
               perform audit-return
           end-if
           EXEC SQL
               DECLARE c_recall CURSOR FOR
               SELECT ol_w_id, ol_d_id, ol_o_id, ol_quantity,
           move 0 to result-code
           perform audit-return.

      *> only the order lines that drew on the recalled lot
       report-lot-lines.
           move lotno to lc-lot-no
           EXEC SQL
               DECLARE c_rclot CURSOR FOR
               SELECT lc_w_id, lc_d_id, lc_o_id, lc_qty,
                   ol_delivery_d, o_c_id, o_entry_d
                   FROM ollot, order_line, orders
                   WHERE lc_i_id = :ol-i-id
                       AND lc_lot_no = :lc-lot-no
                       AND ol_w_id = lc_w_id AND ol_d_id = lc_d_id
                       AND ol_o_id = lc_o_id
                       AND ol_number = lc_ol_number
                       AND o_w_id = lc_w_id AND o_d_id = lc_d_id
                       AND o_id = lc_o_id
                   ORDER BY lc_w_id, lc_d_id, lc_o_id
           END-EXEC
           EXEC SQL OPEN c_rclot END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           perform until sqlcode = 100
               EXEC SQL
                   FETCH c_rclot INTO :ol-w-id, :ol-d-id, :ol-o-id,
                       :ol-quantity,
                       :ws-r-delivery-d :ws-r-delivery-ind,
                       :o-c-id, :ws-r-entry-d
               END-EXEC
               if sqlcode = 100
                   exit perform
               end-if
               perform report-one-line
           end-perform
           EXEC SQL WHENEVER NOT FOUND go to item-not-found END-EXEC
           EXEC SQL CLOSE c_rclot END-EXEC
           .

       report-one-line.
           move o-c-id to c-id
           EXEC SQL
