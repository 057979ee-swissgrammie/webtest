      * document to TS queue INVRPT - the same "writeq ts" idiom
      * SQLACTR uses for ACTRPT lines.
      *
      * The INVOICE row is also the open item: it carries the
      * customer, the amount still owed (the whole total to start
      * with), and status O, for Payment and SQLOPNI to settle.
      *
      * The customer's payment terms (TERMS, by c_terms) put a due
      * date on the invoice and, where the terms carry one, an
      * early-payment discount and the date it runs out; both print
      * at the foot of the document and are kept on the INVOICE row
      * for Payment to honor.
      *
      * An expedited order's rush surcharge prints on its own RUSH
      * line under the freight and is part of the total due.
      *
      * An order with a drop-ship line the vendor has not yet
      * confirmed shipped is refused (result 3); SQLDSHP invoices it
      * when the last such line is confirmed.
      *
      * SQL only - there is no VSMINVC counterpart. This is a new
      * capability, not one of the five original terminal
      * transactions, so it follows the Returns precedent

       01  ws-inv-cs-n                       pic s9(9) comp.

      *> the terms footing: due date, and the discount
      *> and its last day when the terms carry one
       01  ws-terms-line.
           03  filler                        pic x(10)
               value 'TERMS     '.
           03  ws-inv-terms                  pic x(8).
           03  filler                        pic x(5) value ' DUE '.
           03  ws-inv-due                    pic x(10).
           03  ws-inv-disc-text.
               05  filler                    pic x(6) value ' LESS '.
               05  ws-inv-disc-pct           pic z9.99.
               05  filler                    pic x(13)
                   value '% IF PAID BY '.
               05  ws-inv-disc-d             pic x(10).
       01  ws-today-int                      pic s9(9) comp.
       01  ws-due-int                        pic s9(9) comp.
       01  ws-date-digits                    pic 9(8).

       01  ws-freight-line.
           03  filler                        pic x(10)
               value 'FREIGHT   '.
           03  ws-inv-frt-amt                pic z(6)9.99.
       01  ws-rush-line.
           03  filler                        pic x(10)
               value 'RUSH      '.
           03  ws-inv-rush-amt               pic z(6)9.99.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-inv-freight                    pic s9(6)v99 comp-3.
       01  ws-inv-freight-ind                pic s9(4) comp.
       01  ws-inv-rush                       pic s9(6)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-ship-to-line.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-ship-to                        pic s9(9) comp.
       01  ws-ship-to-ind                    pic s9(4) comp.
       01  ws-ds-open-cnt                    pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-tracking-line.
           03  filler                        pic x(10)
               value ' TRACKING '.
           03  ws-inv-trkno                  pic x(16).

       copy tpctdata.
       copy cpyaudt.

           EXEC SQL
               SELECT o_c_id, o_entry_d, o_ol_cnt, o_carrier_id,
                   o_ship_to, o_freight, COALESCE(o_rush_chg, 0)
               INTO :o-c-id, :iv-entry-d, :o-ol-cnt,
                   :iv-carrier-id :iv-carrier-ind,
                   :ws-ship-to :ws-ship-to-ind,
                   :ws-inv-freight :ws-inv-freight-ind,
                   :ws-inv-rush
               FROM orders
               WHERE o_w_id = :o-w-id AND o_d_id = :o-d-id
                   AND o_id = :o-id
               go to order-cancelled
           end-if

      *> a drop-ship line is billed once the vendor has
      *> confirmed it shipped (SQLDSHP), not before
           EXEC SQL
               SELECT COUNT(*) INTO :ws-ds-open-cnt
               FROM order_line
               WHERE ol_w_id = :o-w-id AND ol_d_id = :o-d-id
                   AND ol_o_id = :o-id
                   AND ol_drop_po IS NOT NULL
                   AND ol_delivery_d IS NULL
           END-EXEC
           if ws-ds-open-cnt > 0
               go to drop-ship-pending
           end-if

      *> the rates and discount the order was priced
      *> under, shown on the invoice; the line amounts below already
      *> carry them exactly as SQLNORD computed amt at entry
           move o-c-id to c-id
           EXEC SQL
               SELECT c_last, c_discount, w_tax,
                   COALESCE(c_terms, 'NET30')
               INTO :c-last, :c-discount, :w-tax, :c-terms
               FROM customer, warehouse
               WHERE w_id = :o-w-id AND c_w_id = w_id AND
                   c_d_id = :o-d-id AND c_id = :c-id
               perform queue-freight-line
               add ws-inv-freight to inv-total
           end-if
      *> an expedited order's rush surcharge is billed the
      *> same way, on its own line under the freight
           if ws-inv-rush not = 0
               move ws-inv-rush to ws-inv-rush-amt
               perform queue-rush-line
               add ws-inv-rush to inv-total
           end-if

           move inv-total to ws-inv-total
           perform queue-total-line

           perform resolve-terms
           perform queue-terms-line

      *> durable record that this order has been billed,
      *> and under which invoice number. The whole total starts
      *> out open against the customer; Payment, the lockbox
      *> batch, and SQLOPNI apply cash to it from there.
           move o-w-id to inv-w-id
           move o-d-id to inv-d-id
           move o-id to inv-o-id
           move o-c-id to inv-c-id
           move inv-total to inv-open
           move 'O' to inv-status
           move datetime to inv-entry-d
           EXEC SQL
               INSERT INTO invoice
                   (inv_id, inv_w_id, inv_d_id, inv_o_id,
                       inv_total, inv_entry_d, inv_c_id, inv_open,
                       inv_status, inv_terms, inv_due_d,
                       inv_disc_d, inv_disc_pct)
                   VALUES (:inv-id, :inv-w-id, :inv-d-id, :inv-o-id,
                       :inv-total, :inv-entry-d, :inv-c-id,
                       :inv-open, :inv-status, :inv-terms,
                       :inv-due-d, :inv-disc-d, :inv-disc-pct)
           END-EXEC

           move inv-id to invno
           move inv-due-d to duedate
           move inv-total to invtotal

           EXEC CICS SYNCPOINT END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC
           .

      *> the customer's terms as they stand today; a
      *> code since dropped from TERMS bills as plain NET30, the
      *> terms every account had before there were any others
       resolve-terms.
           move c-terms to tm-code
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tm_net_days, tm_disc_days, tm_disc_pct
               INTO :tm-net-days, :tm-disc-days, :tm-disc-pct
               FROM terms
               WHERE tm_code = :tm-code
           END-EXEC
           if sqlcode = 100
               move 'NET30' to tm-code
               move 30 to tm-net-days
               move 0 to tm-disc-days
               move 0 to tm-disc-pct
           end-if
           EXEC SQL WHENEVER NOT FOUND go to order-not-found END-EXEC

           move tm-code to inv-terms
           move currentdate to ws-date-digits
           compute ws-today-int =
               function integer-of-date(ws-date-digits)
           compute ws-due-int = ws-today-int + tm-net-days
           perform due-int-to-date
           perform format-due-date
           move inv-due-d to ws-inv-due

           if tm-disc-pct > 0 and tm-disc-days > 0
               compute ws-due-int = ws-today-int + tm-disc-days
               perform due-int-to-date
               perform format-disc-date
               move tm-disc-pct to inv-disc-pct
               move inv-disc-pct to ws-inv-disc-pct
               move inv-disc-d to ws-inv-disc-d
           else
               move spaces to inv-disc-d
               move 0 to inv-disc-pct
               move spaces to ws-inv-disc-text
           end-if
           move inv-terms to ws-inv-terms
           .

       due-int-to-date.
           compute ws-date-digits =
               function date-of-integer(ws-due-int)
           .

      *> YYYYMMDD to the YYYY-MM-DD every date column
      *> on file uses
       format-due-date.
           move spaces to inv-due-d
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
               "-" delimited size
               ws-date-digits(7:2) delimited size
           into inv-due-d
           .

       format-disc-date.
           move spaces to inv-disc-d
           string
               ws-date-digits(1:4) delimited size
               "-" delimited size
               ws-date-digits(5:2) delimited size
               "-" delimited size
               ws-date-digits(7:2) delimited size
           into inv-disc-d
           .

       queue-terms-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-terms-line)
               length(length of ws-terms-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

       queue-header-line.
           exec cics writeq ts
               queue(ws-report-q-name)
           end-if
           .

       queue-rush-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-rush-line)
               length(length of ws-rush-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

       queue-total-line.
           exec cics writeq ts
               queue(ws-report-q-name)
           move 2 to result-code
           perform audit-return.

       drop-ship-pending.
           move "Drop-ship line not yet confirmed shipped" to err

           move 3 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
