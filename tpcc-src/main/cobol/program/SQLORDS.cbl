
       01  entdate                           pic x(20).
       01  ol-delivery-d                     pic x(20).
       01  ws-drop-po-ind                    PIC S9(4) comp.

      *> fallback name search
       01  c-last-pattern                    pic x(18).

       copy tpctdata.
       copy cpyaudt.
       copy cpycapt.

       LINKAGE SECTION.


       PROCEDURE DIVISION.
       MAIN.
      *> the commarea as it arrived, for the capture log -
      *> once: a deadlock retry comes back through here with the
      *> commarea already partly filled in, and CAPT, not being
      *> recoverable, still holds the first input anyway
           if ws-retry-cnt = 0
               move 'I' to tpc-capt-direction
               perform capture-commarea
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           EXEC SQL
               DECLARE c_line CURSOR FOR
               SELECT ol_i_id, ol_supply_w_id, ol_quantity,
                   ol_amount, ol_delivery_d, i_name, i_price,
                   ol_drop_po
               FROM order_line, item
               WHERE ol_o_id=:o-id AND ol_d_id=:d-id AND ol_w_id=:w-id
                   AND ol_i_id = i_id
                   FETCH c_line
                   INTO :ol-i-id, :ol-supply-w-id,
                       :ol-quantity, :ol-amount, :ol-delivery-d:ind,
                       :i-name, :i-price,
                       :ol-drop-po:ws-drop-po-ind
               END-EXEC
               if tpc-trace-reqd
                   set trace-sqlords to true
                   else
                       move spaces to deldate(i)
                   end-if
      *> a drop-ship line is delivered when its vendor
      *> confirms the shipment, not by a carrier run
                   evaluate true
                       when ws-drop-po-ind < 0
                           move space to dropship(i)
                       when ind = 0
                           move 'S' to dropship(i)
                       when other
                           move 'V' to dropship(i)
                   end-evaluate
               end-if
           end-perform

                   FETCH c_line
                   INTO :ol-i-id, :ol-supply-w-id,
                       :ol-quantity, :ol-amount, :ol-delivery-d:ind,
                       :i-name, :i-price,
                       :ol-drop-po:ws-drop-po-ind
               END-EXEC
               if tpc-trace-reqd
                   set trace-sqlords to true
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           move 'O' to tpc-capt-direction
           perform capture-commarea

           exec cics return end-exec.

      *> the commarea to TPCCCAPT, which writes it to the capture
      *> log when this program's CWA capture flag is on
       capture-commarea.
           move ws-program-name to tpc-capt-program
           move eibtaskn to tpc-capt-task
           move eibcalen to tpc-capt-length
           call 'TPCCCAPT' using tpc-capture-data-block dfhcommarea
           .
      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlords.cbl  $ end
      ***--------------------------------------------------------------*
