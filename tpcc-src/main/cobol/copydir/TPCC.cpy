      * is not case-packed and order entry refuses a cases line
       01  i-case-qty                        pic s9(4) comp.
       01  i-data                            pic x(50).
      * the item's place in the product hierarchy: the subcategory
      * it is assigned to through SQLITMM, and the category and
      * department above that, stamped on at assignment so the
      * reports can roll up without walking CATEGORY. Spaces (or
      * null on rows loaded before the columns existed) = not yet
      * assigned; the reports show those as UNASSIGNED.
       01  i-dept                            pic x(6).
       01  i-cat                             pic x(6).
       01  i-subcat                          pic x(6).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for CATEGORY (product hierarchy)
      * one row per node: a department (cg-level D), a category
      * under a department (C), or a subcategory under a category
      * (S). cg-parent is the node one level up - spaces for a
      * department. Codes are unique across all three levels.
      * Maintained by SQLITMM; re-parenting a node restamps the
      * ITEM rows beneath it.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  cg-code                           pic x(6).
       01  cg-level                          pic x(1).
       01  cg-parent                         pic x(6).
       01  cg-name                           pic x(24).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for STOCK
       01  ol-amount                         pic s9(9) comp.
       01  ol-dist-info                      pic x(24).
       01  ol-total                          pic s9(10)v99 comp-3.
      * the lot New Order shipped the line from (the first
      * allocated, earliest expiring); every lot a split line drew
      * on is in OLLOT. Spaces when the stock carried no lot.
       01  ol-lot-no                         pic x(16).
      * a drop-ship line: the PURCHASE_ORDER line the vendor fills
      * it with, shipping straight to the customer. Null = the line
      * ships from our warehouse. Such a line takes no stock, and
      * the delivery sweep leaves it alone; SQLDSHP stamps it
      * delivered when the vendor confirms shipment.
       01  ol-drop-po                        pic s9(9) comp.
      * a release against a blanket agreement: the BLANKET row the
      * line drew down and took its price from. Null = no agreement.
       01  ol-bk-id                          pic s9(9) comp.
      * a line the clerk re-keyed as a substitute: the item the
      * customer actually asked for. Null = filled as ordered.
       01  ol-sub-for                        pic s9(9) comp.
       01  o-entered-by                      pic x(4).
      * persisted at posting time by SQLNORD: the freight billed
      * (o_freight), and the tax actually collected with the
      * jurisdiction it was collected for (o_tax_amt /
      * o_tax_state / o_tax_zip) - the quarterly remittance report
      * reads these instead of re-rating old orders. o-tax-cert is
      * the exemption certificate an exempt order went out under
      * (spaces or null = taxed normally)
       01  o-freight                         pic s9(6)v99 comp-3.
       01  o-tax-amt                         pic s9(8)v99 comp-3.
       01  o-tax-state                       pic x(2).
       01  o-tax-zip                         pic x(9).
       01  o-tax-cert                        pic x(20).
      * the cartons the order was packed into (SQLPACK); null or
      * 0 = not packed yet
       01  o-carton-cnt                      pic s9(9) comp.
      * a will-call order: 'Y' when the customer collects it at
      * the counter (SQLWCAL) instead of the carrier sweep taking
      * it; spaces or null = delivered as always. A collected
      * pickup carries o_carrier_id 98, the counter sentinel - no
      * truck's manifest ever selects it, but it counts as
      * delivered everywhere a carrier is
       01  o-pickup                          pic x(1).
      * how the order is paid for: 'C' = cash on delivery - the
      * driver collects for it at the door (amount due printed on
      * the manifest stop, collection keyed with the proof of
      * delivery); spaces or null = on account as always
       01  o-pay-method                      pic x(1).
      * an expedited order: o-priority is the RUSHRATE code it was
      * keyed with (spaces or null = standard), o-rush-chg the
      * surcharge billed for it - into the total at entry, onto
      * the balance with the freight when the order completes.
      * The sweep, the wave and the manifest take expedited
      * orders first.
       01  o-priority                        pic x(1).
       01  o-rush-chg                        pic s9(6)v99 comp-3.
      * the PROMO code the order was taken under (spaces or null =
      * none); what it gave away is on the order's PROMOUSE row
       01  o-promo-code                      pic x(10).
      * the customer's own purchase order reference for the order
      * (a trading partner sends it on the batch transmission);
      * quoted back on the advance ship notice
       01  o-cust-po                         pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for DISTRICT
       01  c-recv-days                       pic x(7).
       01  c-recv-from                       pic x(5).
       01  c-recv-thru                       pic x(5).
      * receivables mode: O = open item (payments settle named
      * INVOICE rows and anything not applied is held as unapplied
      * cash), B or space = balance forward, the way every account
      * has always worked. c-unapplied is the cash received but not
      * yet applied to a document - already off c_balance, waiting
      * for SQLOPNI to put it against an invoice.
       01  c-ar-mode                         pic x(1).
       01  c-unapplied                       pic s9(10)v99 comp-3.
      * payment terms code, a TERMS row; null or spaces = NET30, the
      * terms every account was on before terms were kept
       01  c-terms                           pic x(8).
      * Y = never charged a finance charge (SQLFINC); null or
      * anything else = charged like every other account
       01  c-fc-exempt                       pic x(1).
      * chain accounts: a branch points at its head-office
      * CUSTOMER row through c-parent-w-id/d-id/id (null or 0 = not
      * a branch). Only one level - a head office is never itself a
      * branch. c-chain-lim on the head office is the credit limit
      * for the whole chain's combined exposure; null or 0 = no
      * chain limit, each account stands on its own c-credit-lim.
       01  c-parent-w-id                     pic s9(9) comp.
       01  c-parent-d-id                     pic s9(9) comp.
       01  c-parent-id                       pic s9(9) comp.
       01  c-chain-lim                       pic s9(10)v99 comp-3.
      * the credit insurer's latest bureau score and risk grade
      * (A lowest risk .. E highest) and the date the insurer
      * scored it as of, loaded by SQLBURO; null = never scored
       01  c-bureau-score                    pic s9(9) comp.
       01  c-bureau-grade                    pic x(1).
       01  c-bureau-d                        pic x(10).
      * how the customer takes the order acknowledgement New Order
      * produces (SQLOACK): F = as a file on the customer document
      * feed, P or null = printed through the spool
       01  c-ack-deliv                       pic x(1).
      * a trading partner that takes advance ship notices: the
      * outbound extrapartition TD queue its notices go to (spaces
      * or null = no notices)
       01  c-asn-queue                       pic x(4).
      * legal hold: Y = the account is held for litigation or a
      * regulator and its personal data may not be erased
      * (SQLERAS refuses); null or anything else = no hold
       01  c-legal-hold                      pic x(1).
       01  c-data.
         49  c-data-len                      pic s9(4) comp.
         49  c-data-data                     pic x(500).
      * Delivery validation without being deleted out from under
      * historical orders.
       01  car-status                       pic x(1).
      * what one truck on the carrier's run can carry, by weight
      * (lb) and by number of stops; 0 = no limit. The manifest's
      * load planning splits a run that goes over either.
       01  car-max-weight                   pic s9(7)v99 comp-3.
       01  car-max-stops                    pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for RETURN_LINE
      * convention as o-entered-by - so the productivity report
      * can count returns per operator
       01  rl-keyed-by                       pic x(4).
      * the return authorization the goods came back under, or
      * (spaces) the supervisor who let them in without one
       01  rl-rma-no                         pic x(10).
       01  rl-ovr-super                      pic x(4).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for RMA (return authorizations)
      * customer service authorizes a return before the goods are
      * sent (SQLRMAI): one order line, how many may come back,
      * why, and the last day they will be accepted. rma-no is
      * 'RA' + a sequence off the single-row rma_seq counter.
      * rma-status O = open (goods not all in yet), R = received
      * in full, X = cancelled; rma-recv-qty is what Returns has
      * taken against it so far.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  rma-no                            pic x(10).
       01  rma-w-id                          pic s9(9) comp.
       01  rma-d-id                          pic s9(9) comp.
       01  rma-o-id                          pic s9(9) comp.
       01  rma-ol-number                     pic s9(9) comp.
       01  rma-c-id                          pic s9(9) comp.
       01  rma-qty                           pic s9(9) comp.
       01  rma-recv-qty                      pic s9(9) comp.
       01  rma-reason                        pic x(24).
       01  rma-issue-d                       pic x(20).
       01  rma-expiry-d                      pic x(10).
       01  rma-status                        pic x(1).
       01  rma-issued-by                     pic x(4).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for PURCHASE_ORDER
      * with no ITEMVEND assignment.
       01  po-vn-id                          pic s9(9) comp.
       01  po-poh-id                         pic s9(9) comp.
      * the vendor's acknowledgement of the line (SQLPOXM): the
      * quantity it accepted and the date it confirmed the goods
      * will be on our dock; both null until the vendor answers.
      * Once confirmed, available-to-promise lands the line on
      * po-conf-d instead of entry date plus quoted lead days.
       01  po-ack-qty                        pic s9(9) comp.
       01  po-conf-d                         pic x(10).
      * what the line is bought at: the vendor's price list cost
      * the sweep sourced it on, or i_cost where the item has no
      * price list (null on lines cut before price lists).
       01  po-unit-cost                      pic s999v99 comp-3.
      * a drop-ship line (New Order): the customer order line it
      * fills, null on a replenishment line; the vendor ships it
      * to the customer, never to our dock. po-ds-ship-d and
      * po-ds-ref are the vendor's shipment confirmation - the date
      * it shipped and its carrier tracking reference - keyed
      * through SQLDSHP, which also sets the line received (status
      * R, po-recv-qty) so the vendor's bill matches against it.
       01  po-ds-w-id                        pic s9(9) comp.
       01  po-ds-d-id                        pic s9(9) comp.
       01  po-ds-o-id                        pic s9(9) comp.
       01  po-ds-ol-number                   pic s9(9) comp.
       01  po-ds-ship-d                      pic x(10).
       01  po-ds-ref                         pic x(16).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for VENDOR
      * I = inactive (the row stays - historical purchase orders
      * point at it - but an inactive vendor gets nothing new from
      * the replenishment sweep). vn-lead-days is the quoted days
      * from PO cut to goods on the dock. vn-terms is the code off
      * the TERMS master the vendor bills on (null = NET30); the
      * AP payment run pays an invoice tm-net-days after it was
      * keyed.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  vn-id                             pic s9(9) comp.
       01  vn-name                           pic x(24).
       01  vn-phone                          pic x(16).
       01  vn-lead-days                      pic s9(9) comp.
       01  vn-status                         pic x(1).
       01  vn-terms                          pic x(8).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for ITEMVEND
       01  iv-vn-id                          pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for VENDPRC (vendor price lists)
      * one row per vendor per item per effective date, kept
      * through SQLVNDM: the vendor's cost, its minimum order
      * quantity and pack size (orders go in whole packs; 0 or 1
      * = single units), and the buyers' preference rank (1 =
      * first choice). The row in force is the latest vp-eff-d on
      * or before today. Several vendors may list one item; the
      * SQLREPL sweep buys from the best-ranked active one whose
      * minimum the need meets. ITEMVEND is only the fallback for
      * an item no vendor has priced.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  vp-vn-id                          pic s9(9) comp.
       01  vp-i-id                           pic s9(9) comp.
       01  vp-eff-d                          pic x(10).
       01  vp-cost                           pic s999v99 comp-3.
       01  vp-min-qty                        pic s9(9) comp.
       01  vp-pack-qty                       pic s9(9) comp.
       01  vp-rank                           pic s9(4) comp.
       01  vp-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for STOCKLOT (stock held per lot)
      * the lots making up a STOCK row's on-hand figure, one row per
      * lot received (SQLREPL receive, keyed with the supplier's lot
      * number and expiry; '9999-12-31' when the lot carries no
      * expiry). New Order draws lots down earliest expiry first,
      * never from one already expired. s_quantity stays the
      * total; stock received before lots were kept has none.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  lt-w-id                           pic s9(9) comp.
       01  lt-i-id                           pic s9(9) comp.
       01  lt-lot-no                         pic x(16).
       01  lt-expiry-d                       pic x(10).
       01  lt-qty                            pic s9(9) comp.
       01  lt-po-id                          pic s9(9) comp.
       01  lt-recv-d                         pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for OLLOT (lots consumed by order lines)
      * one row per lot an ORDER_LINE drew on, with the quantity
      * taken from it - the recall report's way from a lot number
      * to the customers who actually received it.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  lc-w-id                           pic s9(9) comp.
       01  lc-d-id                           pic s9(9) comp.
       01  lc-o-id                           pic s9(9) comp.
       01  lc-ol-number                      pic s9(9) comp.
       01  lc-i-id                           pic s9(9) comp.
       01  lc-lot-no                         pic x(16).
       01  lc-expiry-d                       pic x(10).
       01  lc-qty                            pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for BINLOC (warehouse location master)
      * every storage location in a warehouse, kept through SQLBINM:
      * zone, aisle and bin, and the location code built from them
      * ('ZZZ-AAA-BBBB') that is stencilled on the rack. Status
      * A = in use, I = retired (only once it is empty).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  bn-w-id                           pic s9(9) comp.
       01  bn-loc                            pic x(12).
       01  bn-zone                           pic x(3).
       01  bn-aisle                          pic x(3).
       01  bn-bin                            pic x(4).
       01  bn-status                         pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for BINQTY (stock held per item per location)
      * the locations an item is stored in at a warehouse and what
      * each holds. Role P = the item's primary pick face (one per
      * item per warehouse), O = an overflow rack. bq-max-qty is
      * what the location holds of the item (0 = no limit), which
      * is how receiving's directed putaway knows when the primary
      * is full. s_quantity stays the warehouse total.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  bq-w-id                           pic s9(9) comp.
       01  bq-i-id                           pic s9(9) comp.
       01  bq-loc                            pic x(12).
       01  bq-role                           pic x(1).
       01  bq-qty                            pic s9(9) comp.
       01  bq-max-qty                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for KITDEF (kit and bundle items)
      * a kit is an ITEM row (so it is keyed, named and sold like
      * any other) whose definition here gives the kit price and
      * status (A = active, I = inactive - keyed as a plain item
      * again). Kept through SQLKITM. New Order prices the kit as
      * one line at kd-price but consumes stock and raises
      * backorders against each component instead.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  kd-i-id                           pic s9(9) comp.
       01  kd-price                          pic s999v99 comp-3.
       01  kd-status                         pic x(1).
       01  kd-keyed-by                       pic x(4).
       01  kd-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for KITCOMP (kit components)
      * one row per component ITEM of a kit, with how many of it
      * one kit holds.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  kc-kit-i-id                       pic s9(9) comp.
       01  kc-comp-i-id                      pic s9(9) comp.
       01  kc-qty                            pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for WAVE (pick waves across a delivery sweep)
      * one row per wave built by SQLWAVE for a warehouse and
      * carrier (wv-id off WAVE_SEQ). Status O = open on the floor,
      * C = every line confirmed. wv-order-cnt is how many orders
      * the sweep will take that the wave picks for.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  wv-id                             pic s9(9) comp.
       01  wv-w-id                           pic s9(9) comp.
       01  wv-carrier-id                     pic s9(9) comp.
       01  wv-status                         pic x(1).
       01  wv-order-cnt                      pic s9(9) comp.
       01  wv-keyed-by                       pic x(4).
       01  wv-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for WAVELINE (what a wave picks, per order line)
      * one row per order line a wave picks, or per component of a
      * kit line (wl-kit-i-id then names the kit, else 0). wl-bin
      * is the walk position the line was sorted to at build - the
      * item's primary pick face, else the district stock label.
      * wl-o-entry-d is the order's entry date, which decides who
      * goes short first when the wave is confirmed short - after
      * wl-rush, 'Y' on an expedited order's lines, which are
      * filled ahead of everyone. Status O = open, C = confirmed
      * (wl-picked-qty what it got).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  wl-wv-id                          pic s9(9) comp.
       01  wl-w-id                           pic s9(9) comp.
       01  wl-d-id                           pic s9(9) comp.
       01  wl-o-id                           pic s9(9) comp.
       01  wl-ol-number                      pic s9(9) comp.
       01  wl-i-id                           pic s9(9) comp.
       01  wl-kit-i-id                       pic s9(9) comp.
       01  wl-qty                            pic s9(9) comp.
       01  wl-picked-qty                     pic s9(9) comp.
       01  wl-bin                            pic x(24).
       01  wl-o-entry-d                      pic x(20).
       01  wl-rush                           pic x(1).
       01  wl-status                         pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for POHEADER
      * one header per vendor per replenishment sweep (poh-id off
      * the poheader_seq counter, same idiom as purchase_order_seq);
      * PURCHASE_ORDER rows are its lines via po_poh_id, and the
      * receive transaction still posts them one at a time; the
      * header closes when its last open line does.
      * poh-value is the header's lines at item cost (po_qty times
      * i_cost). Status O = open (placed), R = received, P = pending
      * approval (worth more than the site's PO approval limit, so
      * nothing is received against it until a supervisor signs it
      * off), X = rejected (its lines cancelled, status X, so the
      * next sweep re-buys at sane levels). poh-appr-by/poh-appr-d
      * carry the supervisor's decision; the POAPPRLG rows below are
      * the log of every decision.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  poh-id                            pic s9(9) comp.
       01  poh-w-id                          pic s9(9) comp.
       01  poh-status                        pic x(1).
       01  poh-line-cnt                      pic s9(9) comp.
       01  poh-entry-d                       pic x(20).
       01  poh-value                         pic s9(9)v99 comp-3.
       01  poh-appr-by                       pic x(4).
       01  poh-appr-d                        pic x(20).
      * when the header went out to the vendor on the POXO
      * transmission feed (null = not yet sent), and when the
      * vendor's acknowledgement of it last came back on POXA
       01  poh-xmit-d                        pic x(20).
       01  poh-ack-d                         pic x(20).
      * a drop-ship header (one per vendor per customer order):
      * the address the vendor ships to, copied from the order's
      * SHIPTO row or the customer master when the order is taken.
      * Null on a replenishment header - those come to our dock.
       01  poh-ship-name                     pic x(24).
       01  poh-ship-street-1                 pic x(20).
       01  poh-ship-street-2                 pic x(20).
       01  poh-ship-city                     pic x(20).
       01  poh-ship-state                    pic x(2).
       01  poh-ship-zip                      pic x(9).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for POAPPRLG (PO approval decisions)
      * one row per supervisor decision on a pending POHEADER:
      * pal-decision A = approved, X = rejected, with the header's
      * value and the limit in force when it was held.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  pal-poh-id                        pic s9(9) comp.
       01  pal-decision                      pic x(1).
       01  pal-value                         pic s9(9)v99 comp-3.
       01  pal-limit                         pic s9(9)v99 comp-3.
       01  pal-op-id                         pic x(4).
       01  pal-note                          pic x(40).
       01  pal-entry-d                       pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for VENDINV (vendor invoices)
      * one row per supplier bill keyed into SQLVINV; vi-id off the
      * vendinv_seq counter, same idiom as return_line_seq. Status
      * P = payable (three-way match passed), D = on the APDISCR
      * discrepancy worklist, C = discrepancy cleared by a buyer,
      * S = paid by the SQLAPAY payment run: vi-pa-id is the
      * payment (cheque) it went out on and vi-paid-d when.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  vi-id                             pic s9(9) comp.
       01  vi-vn-id                          pic s9(9) comp.
       01  vi-amount                         pic s9(10)v99 comp-3.
       01  vi-status                         pic x(1).
       01  vi-entry-d                        pic x(20).
       01  vi-pa-id                          pic s9(9) comp.
       01  vi-paid-d                         pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for APPAY / APPAYLN (vendor payments)
      * APPAY: one row per payment (cheque) the SQLAPAY run cuts to
      * a vendor, pa-id off the single-row appay_seq counter. Status
      * I = issued, V = voided (pa-void-d); a reissue is a new
      * payment whose pa-reissue-of names the voided one. The
      * nightly journal posts an issue DR accounts payable / CR
      * cash on pa-issue-d and a void the reverse on pa-void-d.
      * APPAYLN: the invoices a payment settled, with the warehouse
      * off each invoice's purchase order so the journal can post
      * by warehouse; kept after a void as the record of what the
      * cheque covered.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  pa-id                             pic s9(9) comp.
       01  pa-vn-id                          pic s9(9) comp.
       01  pa-amount                         pic s9(10)v99 comp-3.
       01  pa-inv-cnt                        pic s9(9) comp.
       01  pa-run-d                          pic x(10).
       01  pa-status                         pic x(1).
       01  pa-issue-d                        pic x(20).
       01  pa-void-d                         pic x(20).
       01  pa-reissue-of                     pic s9(9) comp.
       01  pa-op-id                          pic x(4).
       01  pl-pa-id                          pic s9(9) comp.
       01  pl-vi-id                          pic s9(9) comp.
       01  pl-w-id                           pic s9(9) comp.
       01  pl-amount                         pic s9(10)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for APDISCR (invoice discrepancy worklist)

      * SQL data for PRICE_HIST
      * one row per item maintenance action (add, price change,
      * retire), written by SQLITMM - a price change by SQLMCHK once
      * it is approved, with ph-chg-by the clerk who keyed it. A
      * price change may carry a future effective date; ph-applied
      * says whether the change has been folded into ITEM.i_price
      * yet (SQLITMM's apply sweep flips it once the date arrives).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ph-i-id                           pic s9(9) comp.
       01  ph-action                         pic x(1).
       01  inv-o-id                          pic s9(9) comp.
       01  inv-total                         pic s9(10)v99 comp-3.
       01  inv-entry-d                       pic x(20).
      * open-item state: the customer billed, what is still owed on
      * the document, and its status O = open, P = part-paid,
      * Z = paid in full, W = written off as bad debt. Payment,
      * the lockbox batch, and SQLOPNI knock inv-open down through
      * INVAPPL rows; invoices written
      * before these columns existed carry nulls and stay out of
      * the open-item inquiry.
       01  inv-c-id                          pic s9(9) comp.
       01  inv-open                          pic s9(10)v99 comp-3.
       01  inv-status                        pic x(1).
      * the terms the invoice was raised under, copied off TERMS at
      * billing time so a later change to the customer's terms never
      * moves an issued due date: inv-due-d is when the whole amount
      * is due, and inv-disc-pct comes off inv-total when the
      * invoice is paid in full on or before inv-disc-d (spaces when
      * the terms carry no discount)
       01  inv-terms                         pic x(8).
       01  inv-due-d                         pic x(10).
       01  inv-disc-d                        pic x(10).
       01  inv-disc-pct                      pic s9(2)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for INVAPPL (open-item cash applications)
      * one row per amount applied to an invoice: the invoice, the
      * customer, how much, and where the cash came from - P = a
      * payment naming the invoice (SQLPAYM, or SQLLBOX through it),
      * U = unapplied cash put against it later by SQLOPNI, D = the
      * early-payment discount Payment granted on it, W = written
      * off as bad debt by SQLWOFF, A = an allowance SQLDEDN credited
      * to settle a disputed deduction. Keyed
      * like CUSTNOTE (invoice + ia-entry-d).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ia-inv-id                         pic s9(9) comp.
       01  ia-w-id                           pic s9(9) comp.
       01  ia-d-id                           pic s9(9) comp.
       01  ia-c-id                           pic s9(9) comp.
       01  ia-amount                         pic s9(10)v99 comp-3.
       01  ia-source                         pic x(1).
       01  ia-keyed-by                       pic x(4).
       01  ia-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for DELCONF (proof-of-delivery confirmations)
      * one row per confirmed order; dc-exc is space for a clean
      * delivery, or R(efused)/D(amaged)/W(rong address).
      * On a cash-on-delivery order dc-cod-due is what the driver
      * was to collect, dc-cod-amt what was actually handed over
      * and dc-driver the operator whose drawer took it; all
      * three are zero/spaces on an order paid on account.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  dc-w-id                           pic s9(9) comp.
       01  dc-d-id                           pic s9(9) comp.
       01  dc-conf-d                         pic x(20).
       01  dc-exc                            pic x(1).
       01  dc-entered-by                     pic x(4).
       01  dc-cod-due                        pic s9(8)v99 comp-3.
       01  dc-cod-amt                        pic s9(8)v99 comp-3.
       01  dc-driver                         pic x(4).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for COLLWORK (collections worklist)
      * one row per over-limit customer found by each SQLCOLL sweep;
      * cw-held says whether that sweep placed an automatic credit
      * hold on the account. cw-reason is why the account is on the
      * list: L (or null) over its limit, G its bureau risk grade
      * fell sharply on the latest insurer file (SQLBURO).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  cw-w-id                           pic s9(9) comp.
       01  cw-d-id                           pic s9(9) comp.
       01  cw-days-since-pay                 pic s9(9) comp.
       01  cw-held                           pic x(1).
       01  cw-entry-d                        pic x(20).
       01  cw-reason                         pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for TAXRATE
      * effective-dated tax rates keyed by state/zip, maintained by
      * SQLTAXM and applied by SQLMCHK once a second operator has
      * approved it (or promoted from another region by SQLREFX on
      * a supervisor's confirmation). A blank tx-zip row is the
      * state-wide rate; a row with a zip overrides it for that zip.
      * New Order uses the rate in force for the customer's
      * c-state/c-zip on the order date in place of the load-time
      * w_tax + d_tax when one exists.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  tx-state                          pic x(2).
       01  tx-zip                            pic x(9).
       01  tx-eff-d                          pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for TAXEXMPT (sales tax exemption certificates)
      * one row per exempt customer per state the certificate
      * covers, maintained by SQLTXEX: the certificate number and
      * the date it expires. New Order charges no tax on an order
      * taxed in a covered state while the certificate is in force
      * and records te-cert-no on the order (o-tax-cert).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  te-w-id                           pic s9(9) comp.
       01  te-d-id                           pic s9(9) comp.
       01  te-c-id                           pic s9(9) comp.
       01  te-state                          pic x(2).
       01  te-cert-no                        pic x(20).
       01  te-expiry-d                       pic x(10).
       01  te-op-id                          pic x(4).
       01  te-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for QTYBREAK and CONTRACT pricing
      * QTYBREAK: order qb-min-qty or more of an item and the unit
      * price drops to qb-price. CONTRACT: a negotiated unit price
       01  ct-price                          pic s999v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for ITEMABC (ABC class per item per warehouse)
      * restated every quarter by SQLABCC off the trailing year's
      * ORDER_LINE value drawn from the warehouse: the items making
      * the first 80% of the value are class A, the next 15% B,
      * the rest (and anything that didn't sell) C. ab-rank is the
      * item's place by value, 1 = highest. The cycle-count list
      * SQLCCNT draws from it counts A monthly, B quarterly, C
      * yearly.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ab-w-id                           pic s9(9) comp.
       01  ab-i-id                           pic s9(9) comp.
       01  ab-class                          pic x(1).
       01  ab-annual-value                   pic s9(11)v99 comp-3.
       01  ab-rank                           pic s9(9) comp.
       01  ab-class-d                        pic x(10).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for INVVAL (month-end inventory valuation)
      * one row per warehouse per month SQLVALU has valued, kept
      * so a month can be set against the one before: stock on
      * hand at i_cost, how many items were valued and how many
      * had stock but no cost, the 1300 INVENTORY balance GLJRNL
      * carried at month end and the difference between the two.
      * Re-running a month replaces its rows.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  mv-month                          pic x(7).
       01  mv-w-id                           pic s9(9) comp.
       01  mv-value                          pic s9(12)v99 comp-3.
       01  mv-item-cnt                       pic s9(9) comp.
       01  mv-zero-cnt                       pic s9(9) comp.
       01  mv-gl-bal                         pic s9(12)v99 comp-3.
       01  mv-diff                           pic s9(12)v99 comp-3.
       01  mv-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for STKADJ (inventory adjustments)
      * one row per cycle-count or stock-transfer posting: the
      * quantity on file before and after, the variance, a reason
      * code (C = count, D = damage, S = shrinkage, T = transfer,
      * R = returned goods restocked, K = sent to a consignment
      * location), and who keyed it.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  sa-w-id                           pic s9(9) comp.
       01  sa-i-id                           pic s9(9) comp.
       01  dt-payment-cnt                    pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for BUDGET (district sales targets)
      * one row per warehouse, district and month (YYYY-MM) for the
      * district as a whole (bg-cat spaces), plus optional rows
      * splitting the target by a CATEGORY node (any level - the
      * codes are unique across the hierarchy). Maintained by
      * SQLBDGM; SQLBDGV reports actuals against it.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  bg-w-id                           pic s9(9) comp.
       01  bg-d-id                           pic s9(9) comp.
       01  bg-cat                            pic x(6).
       01  bg-month                          pic x(7).
       01  bg-amount                         pic s9(10)v99 comp-3.
       01  bg-op-id                          pic x(4).
       01  bg-upd-d                          pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for the print spool (SPOOLDOC header + SPOOLLN lines)
      * sp-doc-id is handed out from the single-row spool_seq counter
      * table (see SQLSPLD), same idiom as return_line_seq. The
      * customer + cn-entry-d, like HISTORY), replacing the
      * newest-first text-shifting in the 500-byte c-data blob as
      * the durable record. Category: P = payment, C = complaint,
      * R = credit, D = delivery, A = address change (the old and
      * new address, from customer maintenance), L = legal hold
      * placed or lifted. Each service case (SVCCASE) opened is
      * noted as a C line naming the case number.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  cn-w-id                           pic s9(9) comp.
       01  cn-d-id                           pic s9(9) comp.
      * SQL data for SITECONFIG
      * the durable home of the site limits the CWA carries
      * (cwa-config-options-array): read at PLT init by TPCCPLTI,
      * changed while the region runs by SQLCFGM (or an SQLREFX
      * import from another region). One row, sc_id 1,
      * seeded from the compiled defaults the first time a region
      * comes up against an empty table.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  sc-dup-pay-window                 pic s9(9) comp.
       01  sc-mon-threshold                  pic s9(9) comp.
       01  sc-dup-ord-window                 pic s9(9) comp.
       01  sc-po-approve-limit               pic 9(7)v99 comp-3.
       01  sc-updated-by                     pic x(4).
       01  sc-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC
      * promised, the date promised by, and the op-id who took it.
      * Status O = open, K = kept (a HISTORY payment arrived after
      * the promise was taken; the daily sweep clears these
      * automatically), W = closed when the debt was written off.
      * Open promises past their date are the broken-promise
      * report.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  pr-w-id                           pic s9(9) comp.
       01  pr-d-id                           pic s9(9) comp.
       01  ho-ship-to                        pic s9(9) comp.
       01  ho-quote-id                       pic s9(9) comp.
       01  ho-ovr-super                      pic x(4).
       01  ho-pickup                         pic x(1).
       01  ho-pay-method                     pic x(1).
       01  ho-priority                       pic x(1).
       01  ho-promo-code                     pic x(10).
       01  ho-cust-po                        pic x(20).
       01  hl-ho-id                          pic s9(9) comp.
       01  hl-number                         pic s9(9) comp.
       01  hl-supw                           pic s9(9) comp.
       01  hl-custpart                       pic x(16).
       01  hl-unitflag                       pic x(1).
       01  hl-ovrprice                       pic s999v99 comp-3.
      * the blanket agreement the line releases against (0 = none)
      * and its drop-ship flag ride along the same way, as does
      * the item a substitute line replaces (0 = none)
       01  hl-bk-id                          pic s9(9) comp.
       01  hl-dropship                       pic x(1).
       01  hl-sub-for                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for SHIPTRK (shipment tracking numbers)
      * one row per order put on a carrier run by the manifest
      * generator: the quotable tracking number ('TK' + warehouse +
      * sequence, off the shiptrk_seq counter, + load), the order
      * it covers, the carrier, the run date, and the load of the
      * run the stop was planned onto (tk-load-no; the last two
      * digits of the number name it too - numbers issued before
      * runs were load-planned have no load digits and count as
      * load 1). Printed on the manifest and the invoice; SQLTRKQ
      * answers "where are my goods" from it.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  tk-no                             pic x(16).
       01  tk-w-id                           pic s9(9) comp.
       01  tk-d-id                           pic s9(9) comp.
       01  tk-o-id                           pic s9(9) comp.
       01  tk-car-id                         pic s9(9) comp.
       01  tk-run-d                          pic x(10).
       01  tk-entry-d                        pic x(20).
       01  tk-load-no                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for CARTON (how an order was packed)
      * one row per numbered carton SQLPACK packed an order into,
      * 1 thru the order's o_carton_cnt: the weight packed into it
      * (i_weight times the units) and how many CARTONLN rows it
      * holds. Carton labels and packing lists print from these.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  cb-w-id                           pic s9(9) comp.
       01  cb-d-id                           pic s9(9) comp.
       01  cb-o-id                           pic s9(9) comp.
       01  cb-no                             pic s9(9) comp.
       01  cb-weight                         pic s9(5)v99 comp-3.
       01  cb-line-cnt                       pic s9(9) comp.
       01  cb-keyed-by                       pic x(4).
       01  cb-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for CARTONLN (what went in each carton)
      * one row per order line per carton it was packed into; a
      * line too heavy for one carton splits across several.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  cm-w-id                           pic s9(9) comp.
       01  cm-d-id                           pic s9(9) comp.
       01  cm-o-id                           pic s9(9) comp.
       01  cm-carton-no                      pic s9(9) comp.
       01  cm-ol-number                      pic s9(9) comp.
       01  cm-i-id                           pic s9(9) comp.
       01  cm-qty                            pic s9(9) comp.
       01  cm-weight                         pic s9(5)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for RETPOLCY (log retention policy)
      * balance adjustment; scr-balance is what remains spendable
      * (status A = active, Z = fully spent). SCREDTXN: one row
      * per movement - I = issue, R = redemption through Payment -
      * so the inquiry can show a credit's whole life. sx-op-id is
      * the terminal that keyed the movement (the return clerk on
      * an issue, the payment clerk on a redemption); spaces on
      * movements made before it was recorded.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  scr-no                            pic x(12).
       01  scr-w-id                          pic s9(9) comp.
       01  sx-type                           pic x(1).
       01  sx-amount                         pic s9(8)v99 comp-3.
       01  sx-entry-d                        pic x(20).
       01  sx-op-id                          pic x(4).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for LOYALTY / LOYRATE (customer loyalty points)
       01  lr-redeem-cents                   pic s9(4) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for RUSHRATE (expedited order surcharges)
      * one row per priority code a clerk may key on an order: the
      * flat surcharge New Order adds to the total for it, the way
      * freight is added, and what the code means. Maintained by
      * SQLRSHM; a code with no row is refused at entry.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  rr-code                           pic x(1).
       01  rr-charge                         pic s9(6)v99 comp-3.
       01  rr-desc                           pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for PROMO / PROMOUSE (marketing promotions)
      * PROMO: one row per promotion code. It qualifies on an item
      * (pm-i-id, 0 = any item) and/or a minimum order value
      * (pm-min-order, goods at their ladder price, 0 = none), and
      * gives either pm-pct-off percent off the list price of the
      * qualifying lines (pm-type 'P') or the order's freight
      * (pm-type 'F'). It is only taken between pm-start-d and
      * pm-end-d, and only while it is inside its discount budget
      * (pm-budget, 0 = none) and its cap on uses (pm-max-uses,
      * 0 = none); pm-uses and pm-spent are what it has given so
      * far. Maintained by SQLPMOM.
      * PROMOUSE: one row per order taken under a promotion, with
      * the goods revenue (ol_amount), their cost at i_cost and
      * the discount given (freight waived included), for the
      * SQLPMOE effectiveness report.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  pm-code                           pic x(10).
       01  pm-desc                           pic x(30).
       01  pm-i-id                           pic s9(9) comp.
       01  pm-min-order                      pic s9(8)v99 comp-3.
       01  pm-type                           pic x(1).
       01  pm-pct-off                        pic s9(2)v99 comp-3.
       01  pm-start-d                        pic x(10).
       01  pm-end-d                          pic x(10).
       01  pm-budget                         pic s9(8)v99 comp-3.
       01  pm-max-uses                       pic s9(9) comp.
       01  pm-uses                           pic s9(9) comp.
       01  pm-spent                          pic s9(8)v99 comp-3.
       01  pu-code                           pic x(10).
       01  pu-w-id                           pic s9(9) comp.
       01  pu-d-id                           pic s9(9) comp.
       01  pu-o-id                           pic s9(9) comp.
       01  pu-c-id                           pic s9(9) comp.
       01  pu-revenue                        pic s9(8)v99 comp-3.
       01  pu-cost                           pic s9(8)v99 comp-3.
       01  pu-discount                       pic s9(8)v99 comp-3.
       01  pu-frt-waived                     pic s9(6)v99 comp-3.
       01  pu-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for ASNLOG (advance ship notices sent)
      * one row per notice written to a trading partner's queue:
      * an-seq numbers the partner's notices 1, 2, 3 ... so the
      * partner can see a gap; the order, the run date it
      * shipped on and the carrier are enough to rebuild the
      * notice for a resend, counted in an-resends.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  an-queue                          pic x(4).
       01  an-seq                            pic s9(9) comp.
       01  an-w-id                           pic s9(9) comp.
       01  an-d-id                           pic s9(9) comp.
       01  an-o-id                           pic s9(9) comp.
       01  an-run-d                          pic x(10).
       01  an-car-id                         pic s9(9) comp.
       01  an-entry-d                        pic x(20).
       01  an-resends                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for FRTRATE (freight rates)
      * dollars per hundredweight by carrier and destination zone
      * (the first digit of the customer's zip). Carrier 0 is the
       01  fr-rate-cwt                       pic s9(5)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for FRTBILL / FRTBLLN / FRTDISP (carrier freight
      * bill audit, SQLFBIL)
      * FRTBILL: one row per carrier invoice keyed or loaded (fb-id
      * off the single-row frtbill_seq counter) with its billed,
      * re-rated and payable totals. FRTBLLN: one row per bill line,
      * either a stop (fl-tk-no, the SHIPTRK tracking number) or a
      * whole run (fl-tk-no spaces: warehouse, run date and load, 0
      * = every load), with the manifest weight it covered, our
      * re-rate at the carrier's FRTRATE zone rates and the amount
      * agreed. Status A = agreed as billed (inside the tolerance),
      * D = in dispute (nothing payable on it yet), R = dispute
      * resolved at the agreed amount. fb-payable is only ever the
      * sum of the agreed amounts; fb-status P = nothing left in
      * dispute, D = lines still open. FRTDISP: the dispute
      * worklist row for each D line, same idiom as APDISCR -
      * fd-resolved flips to Y when it is settled.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  fb-id                             pic s9(9) comp.
       01  fb-car-id                         pic s9(9) comp.
       01  fb-ref                            pic x(16).
       01  fb-line-cnt                       pic s9(9) comp.
       01  fb-billed                         pic s9(10)v99 comp-3.
       01  fb-rated                          pic s9(10)v99 comp-3.
       01  fb-payable                        pic s9(10)v99 comp-3.
       01  fb-status                         pic x(1).
       01  fb-entry-d                        pic x(20).
       01  fl-fb-id                          pic s9(9) comp.
       01  fl-number                         pic s9(9) comp.
       01  fl-tk-no                          pic x(16).
       01  fl-w-id                           pic s9(9) comp.
       01  fl-run-d                          pic x(10).
       01  fl-load-no                        pic s9(9) comp.
       01  fl-stops                          pic s9(9) comp.
       01  fl-weight                         pic s9(9)v99 comp-3.
       01  fl-billed                         pic s9(8)v99 comp-3.
       01  fl-rated                          pic s9(8)v99 comp-3.
       01  fl-agreed                         pic s9(8)v99 comp-3.
       01  fl-status                         pic x(1).
       01  fl-reason                         pic x(40).
       01  fd-fb-id                          pic s9(9) comp.
       01  fd-number                         pic s9(9) comp.
       01  fd-car-id                         pic s9(9) comp.
       01  fd-billed                         pic s9(8)v99 comp-3.
       01  fd-rated                          pic s9(8)v99 comp-3.
       01  fd-reason                         pic x(40).
       01  fd-resolved                       pic x(1).
       01  fd-op-id                          pic x(4).
       01  fd-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for BATSCHED / BATRUNLG (nightly batch schedule)
      * BATSCHED: one row per nightly step - the program to LINK,
      * its sequence, the predecessor step that must have
       01  sh-status                         pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for CONSLOC, CONSSTK and CONSUSE (consignment)
      * CONSLOC: a location on a customer's premises holding our
      * stock, supplied from cs-w-id and sitting at the customer's
      * SHIPTO address cs-sh-no (0 = the customer master address).
      * Status A = active, I = closed. cs-audit-d is the last site
      * audit. Maintained by SQLCONS.
      * CONSSTK: what a location holds, by item. Stock moves in
      * by transfer from the supplying warehouse (still ours, not
      * sold) and out when the customer's usage report bills it.
      * CONSUSE: one row per usage report taken in, by the
      * customer's own report reference, with the order and
      * invoice it raised - a report sent twice is refused.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  cs-id                             pic s9(9) comp.
       01  cs-w-id                           pic s9(9) comp.
       01  cs-c-w-id                         pic s9(9) comp.
       01  cs-c-d-id                         pic s9(9) comp.
       01  cs-c-id                           pic s9(9) comp.
       01  cs-sh-no                          pic s9(9) comp.
       01  cs-name                           pic x(24).
       01  cs-status                         pic x(1).
       01  cs-audit-d                        pic x(10).
       01  cs-keyed-by                       pic x(4).
       01  cs-entry-d                        pic x(20).
       01  cq-cs-id                          pic s9(9) comp.
       01  cq-i-id                           pic s9(9) comp.
       01  cq-qty                            pic s9(9) comp.
       01  cq-last-in-d                      pic x(20).
       01  cu-cs-id                          pic s9(9) comp.
       01  cu-ref                            pic x(12).
       01  cu-o-id                           pic s9(9) comp.
       01  cu-inv-id                         pic s9(9) comp.
       01  cu-line-cnt                       pic s9(9) comp.
       01  cu-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for ITEMHAZ and HAZREST (regulated items)
      * ITEMHAZ: the shipping declaration for a hazardous or
      * regulated item - hazard class ('2.1', '8', 'ORM-D'), UN
      * number and proper shipping name. The pick ticket and the
      * manifest print it beside the item so the driver carries
      * the declaration. Maintained by SQLHAZM.
      * HAZREST: where a regulated item may not go. A state row
      * (hr-state set, hr-car-id 0) is checked by New Order
      * against the ship-to the order actually uses - action R
      * refuses the line, W takes it with a warning. A carrier
      * row (hr-car-id set, hr-state spaces) keeps the manifest
      * from putting the item on that carrier's run.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ih-i-id                           pic s9(9) comp.
       01  ih-class                          pic x(6).
       01  ih-un-no                          pic x(6).
       01  ih-ship-name                      pic x(24).
       01  hr-i-id                           pic s9(9) comp.
       01  hr-state                          pic x(2).
       01  hr-car-id                         pic s9(9) comp.
       01  hr-action                         pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for BLANKET (blanket sales agreements)
      * a contract customer's commitment to take bk-qty of one item
      * between bk-start-d and bk-end-d at the fixed bk-price.
      * New Order lines keyed with the agreement are releases: they
      * extend at bk-price and add to bk-drawn (a release past the
      * commitment is taken with a warning). Cancellation and
      * amendment give back what they take off. Status A = active,
      * C = closed. bk-id off the blanket_seq counter. Maintained
      * and reported by SQLBLKT.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  bk-id                             pic s9(9) comp.
       01  bk-w-id                           pic s9(9) comp.
       01  bk-d-id                           pic s9(9) comp.
       01  bk-c-id                           pic s9(9) comp.
       01  bk-i-id                           pic s9(9) comp.
       01  bk-qty                            pic s9(9) comp.
       01  bk-drawn                          pic s9(9) comp.
       01  bk-price                          pic s999v99 comp-3.
       01  bk-start-d                        pic x(10).
       01  bk-end-d                          pic x(10).
       01  bk-status                         pic x(1).
       01  bk-keyed-by                       pic x(4).
       01  bk-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for WILLCALL (customer pickup staging list)
      * one row per pickup order, written by New Order alongside
      * the NEW_ORDER row the delivery sweep now passes over.
      * Status S = staged at the counter, C = collected, X = the
      * order was cancelled before anyone came for it. Collection
      * (SQLWCAL) records who took it and when, and the same name
      * goes on the order's DELCONF row as its proof of delivery.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  wc-w-id                           pic s9(9) comp.
       01  wc-d-id                           pic s9(9) comp.
       01  wc-o-id                           pic s9(9) comp.
       01  wc-c-id                           pic s9(9) comp.
       01  wc-status                         pic x(1).
       01  wc-entry-d                        pic x(20).
       01  wc-collect-by                     pic x(24).
       01  wc-collect-d                      pic x(20).
       01  wc-keyed-by                       pic x(4).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for CUSTPART (customer part-number aliases)
      * the cross-reference the big accounts' fax orders use:
      * their own part number against our item id, per customer,
       01  gj-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for GLBAL (period-end account balances)
      * one row per closed ACCTPERD period, account and warehouse,
      * rolled forward from GLJRNL when SQLPERC closes the period:
      * the opening balance (everything journalled before the
      * period), the period's debits and credits, and the closing
      * balance, balances signed debit-positive. Rebuilt on every
      * close, dropped on a reopen; SQLGLFS prints from them.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  gb-period                         pic x(7).
       01  gb-acct                           pic x(6).
       01  gb-w-id                           pic s9(9) comp.
       01  gb-open                           pic s9(12)v99 comp-3.
       01  gb-dr                             pic s9(12)v99 comp-3.
       01  gb-cr                             pic s9(12)v99 comp-3.
       01  gb-close                          pic s9(12)v99 comp-3.
       01  gb-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for TERMS (payment terms master)
      * one row per terms code, maintained by SQLTRMM: the invoice is
      * due tm-net-days after it is raised, and tm-disc-pct comes off
      * when it is paid in full within tm-disc-days (0 = no
      * discount). COD is simply net 0. The standard codes self-seed
      * the first time SQLTRMM runs against an empty table.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  tm-code                           pic x(8).
       01  tm-desc                           pic x(24).
       01  tm-net-days                       pic s9(9) comp.
       01  tm-disc-days                      pic s9(9) comp.
       01  tm-disc-pct                       pic s9(2)v99 comp-3.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for FCRATE / FINCHG (monthly finance charges)
      * FCRATE: the single config row (fr_id 1, self-seeded 1.50%
      * a month with a 1.00 minimum the first time SQLFINC runs):
      * the monthly percentage charged on an account's overdue
      * portion, and the least charge worth sending. FINCHG: the
      * register, one row per customer charged per closed period,
      * with the overdue amount the charge was figured on; it is
      * what keeps a re-run of a period from charging twice.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  fr-monthly-pct                    pic s9(2)v99 comp-3.
       01  fr-min-charge                     pic s9(4)v99 comp-3.
       01  fch-w-id                          pic s9(9) comp.
       01  fch-d-id                          pic s9(9) comp.
       01  fch-c-id                          pic s9(9) comp.
       01  fch-period                        pic x(7).
       01  fch-overdue                       pic s9(10)v99 comp-3.
       01  fch-amount                        pic s9(8)v99 comp-3.
       01  fch-entry-d                       pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for WRITEOFF (bad-debt write-off log)
      * one row per write-off SQLWOFF posts (customer + wo-entry-d):
      * the amount, the supervisor who authorized it and the reason.
      * wo-recovered is how much of it Payment has since taken back
      * in as a recovery; a customer with wo-amount - wo-recovered
      * still outstanding on any row has a payment recognized as a
      * recovery of written-off debt before anything else.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  wo-w-id                           pic s9(9) comp.
       01  wo-d-id                           pic s9(9) comp.
       01  wo-c-id                           pic s9(9) comp.
       01  wo-amount                         pic s9(10)v99 comp-3.
       01  wo-recovered                      pic s9(10)v99 comp-3.
       01  wo-reason                         pic x(40).
       01  wo-op-id                          pic x(4).
       01  wo-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for REFUND (credit-balance refunds)
      * one row per refund SQLRFND proposes (rf-id off the single-row
      * refund_seq counter, same idiom as invoice_seq): the customer,
      * the amount, and status P = pending approval, A = approved
      * and sent to accounts payable on the RFDD disbursement queue,
      * X = rejected; rf-op-id is the supervisor who decided it and
      * rf-appr-d when.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  rf-id                             pic s9(9) comp.
       01  rf-w-id                           pic s9(9) comp.
       01  rf-d-id                           pic s9(9) comp.
       01  rf-c-id                           pic s9(9) comp.
       01  rf-amount                         pic s9(10)v99 comp-3.
       01  rf-status                         pic x(1).
       01  rf-op-id                          pic x(4).
       01  rf-entry-d                        pic x(20).
       01  rf-appr-d                         pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for DEDUCT (customer deductions and disputes)
      * one row per amount a customer short-paid and disputes (dd-id
      * off the single-row deduct_seq counter), against an order
      * and/or an invoice (0 = not given), with a reason code (DM =
      * damaged, PR = price wrong, SH = short shipped, LT = late,
      * OT = other) and the operator who owns chasing it. Status
      * O = open - the amount is kept out of the collections and
      * dunning sweeps - C = resolved by a credit (dd-rl-id names
      * the RETURN_LINE credit when Returns issued it, 0 = an
      * allowance posted by SQLDEDN), R = resolved by re-billing,
      * the amount owed again.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  dd-id                             pic s9(9) comp.
       01  dd-w-id                           pic s9(9) comp.
       01  dd-d-id                           pic s9(9) comp.
       01  dd-c-id                           pic s9(9) comp.
       01  dd-o-id                           pic s9(9) comp.
       01  dd-inv-id                         pic s9(9) comp.
       01  dd-amount                         pic s9(10)v99 comp-3.
       01  dd-reason                         pic x(2).
       01  dd-owner                          pic x(4).
       01  dd-status                         pic x(1).
       01  dd-rl-id                          pic s9(9) comp.
       01  dd-entry-d                        pic x(20).
       01  dd-resolved-d                     pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for VSCORE (vendor performance scorecard)
      * one row per vendor per quarter (vs-period YYYY-Qn) SQLVSCR
      * scored; a re-run of the quarter replaces its rows. The
      * percentages are 0-100: purchase order lines received inside
      * the vendor's quoted lead days, quantity received against
      * ordered, bills that passed the three-way match (did not
      * land on APDISCR), and quantity sent back through RETNDISP
      * disposition V against quantity received. vs-avg-late is the
      * average days over lead time of the lines that were late.
      * vs-score weighs them into one figure the report ranks by.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  vs-period                         pic x(7).
       01  vs-vn-id                          pic s9(9) comp.
       01  vs-lines                          pic s9(9) comp.
       01  vs-ontime-pct                     pic s9(3)v9 comp-3.
       01  vs-avg-late                       pic s9(5)v9 comp-3.
       01  vs-fill-pct                       pic s9(3)v9 comp-3.
       01  vs-inv-cnt                        pic s9(9) comp.
       01  vs-accuracy-pct                   pic s9(3)v9 comp-3.
       01  vs-return-pct                     pic s9(3)v9 comp-3.
       01  vs-score                          pic s9(3)v9 comp-3.
       01  vs-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for MCHANGE (maker-checker pending changes)
      * one row per sensitive master-data change keyed by one clerk
      * (the maker): C = a customer credit limit raised (SQLCUSM),
      * P = an item price (SQLITMM), V = a vendor address (SQLVNDM),
      * T = a TAXRATE row added, corrected (mc-action S) or deleted
      * (D) (SQLTAXM). The change waits in status P until a second,
      * different operator with supervisor authority approves it
      * (A - only then is it applied) or rejects it (R) through
      * SQLMCHK. mc-key and the before/after text are readable
      * copies for the worklist and the monthly report; the mc-new
      * columns are what the approval applies. mc-id comes off the
      * single-row mchange_seq counter.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  mc-id                             pic s9(9) comp.
       01  mc-kind                           pic x(1).
       01  mc-action                         pic x(1).
       01  mc-status                         pic x(1).
       01  mc-key                            pic x(30).
       01  mc-w-id                           pic s9(9) comp.
       01  mc-d-id                           pic s9(9) comp.
       01  mc-c-id                           pic s9(9) comp.
       01  mc-i-id                           pic s9(9) comp.
       01  mc-v-id                           pic s9(9) comp.
       01  mc-tx-state                       pic x(2).
       01  mc-tx-zip                         pic x(9).
       01  mc-eff-d                          pic x(10).
       01  mc-old-amt                        pic s9(10)v9999 comp-3.
       01  mc-new-amt                        pic s9(10)v9999 comp-3.
       01  mc-new-street-1                   pic x(20).
       01  mc-new-street-2                   pic x(20).
       01  mc-new-city                       pic x(20).
       01  mc-new-state                      pic x(2).
       01  mc-new-zip                        pic x(9).
       01  mc-before                         pic x(60).
       01  mc-after                          pic x(60).
       01  mc-maker                          pic x(4).
       01  mc-made-d                         pic x(20).
       01  mc-checker                        pic x(4).
       01  mc-checked-d                      pic x(20).
       01  mc-reason                         pic x(40).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for EVENTLOG (outbound business event feed)
      * one row per business event SQLEVNT publishes for the
      * customer-service system and the trading-partner portal:
      * an order placed (ORDER), shipped on a delivery run
      * (SHIPPED), confirmed delivered (DELIVERD), cancelled
      * (CANCEL) or amended (AMEND), a payment taken (PAYMENT) and
      * goods returned (RETURN). ev-seq numbers every event 1, 2,
      * 3 ... off the single-row event_seq counter, taken inside
      * the publishing transaction's unit of work, so the numbers
      * reach the feed without gaps and a consumer that sees one
      * missing asks for it to be published again; ev-resends
      * counts those. ev-ref carries what else identifies the
      * event (the payment's timestamp, the return line id).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ev-seq                            pic s9(9) comp.
       01  ev-type                           pic x(8).
       01  ev-w-id                           pic s9(9) comp.
       01  ev-d-id                           pic s9(9) comp.
       01  ev-c-id                           pic s9(9) comp.
       01  ev-o-id                           pic s9(9) comp.
       01  ev-amount                         pic s9(9)v99 comp-3.
       01  ev-ref                            pic x(20).
       01  ev-source                         pic x(8).
       01  ev-entry-d                        pic x(20).
       01  ev-resends                        pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for ERASECERT (personal-data erasure certificates)
      * one row per customer whose personal data SQLERAS erased:
      * when, on whose authority (ec-auth-by, the supervisor, and
      * ec-auth-ref, the former customer's request or the order
      * compelling it) and what went - the customer's name,
      * street, city, phone and c_data always (ec-fields), and
      * how many ship-to addresses and note texts with them. The
      * financial rows the law makes us keep stay on file under
      * the same customer key, now anonymised. ec-cert-no is 'ER'
      * and eight digits off the single-row erasecert_seq counter.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ec-cert-no                        pic x(10).
       01  ec-w-id                           pic s9(9) comp.
       01  ec-d-id                           pic s9(9) comp.
       01  ec-c-id                           pic s9(9) comp.
       01  ec-erased-d                       pic x(20).
       01  ec-auth-by                        pic x(4).
       01  ec-auth-ref                       pic x(20).
       01  ec-keyed-by                       pic x(4).
       01  ec-fields                         pic x(40).
       01  ec-shipto-cnt                     pic s9(9) comp.
       01  ec-note-cnt                       pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for REFBATCH / REFSTAGE (reference-data promotion)
      * a reference file exported by SQLREFX in one region (the
      * SITECONFIG limits, TAXRATE, FRTRATE, BUSCAL, LOYRATE,
      * RETPOLCY and BATSCHED) is compared against another as one
      * REFBATCH (rb-id off the single-row refbatch_seq counter;
      * status C = compared, I = imported) and every row in the
      * file lands in REFSTAGE with how it differs from the target:
      * rs-kind space = the same, A = in the file only, C = on both
      * but different, X = in the target only. rs-key and rs-data
      * hold the row as the file carries it, rs-tgt-data the
      * target's row as compared. An import applies the A, C and X
      * rows once a supervisor confirms the batch - rs-status P =
      * pending, A = applied, S = skipped because the target row
      * changed after the compare, K = kept (an X row when the
      * import does not delete).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  rb-id                             pic s9(9) comp.
       01  rb-source                         pic x(8).
       01  rb-export-d                       pic x(20).
       01  rb-status                         pic x(1).
       01  rb-compared-by                    pic x(4).
       01  rb-compared-d                     pic x(20).
       01  rb-row-cnt                        pic s9(9) comp.
       01  rb-diff-cnt                       pic s9(9) comp.
       01  rb-confirmed-by                   pic x(4).
       01  rb-applied-d                      pic x(20).
       01  rb-applied-cnt                    pic s9(9) comp.
       01  rb-skipped-cnt                    pic s9(9) comp.
       01  rs-batch                          pic s9(9) comp.
       01  rs-table                          pic x(10).
       01  rs-key                            pic x(30).
       01  rs-data                           pic x(100).
       01  rs-kind                           pic x(1).
       01  rs-tgt-data                       pic x(100).
       01  rs-status                         pic x(1).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for SVCCASE (customer service cases)
      * one row per case, numbered off the single-row svccase_seq
      * counter table (seq_id, next_case_no), same idiom as
      * return_line_seq. The case is the customer's and may name
      * the order it is about (sv-o-id, 0 = none), that order's
      * DELCONF exception (sv-dc-exc R/D/W, space = none - the
      * DELCONF row is keyed by the order) and a RETURN_LINE
      * (sv-rl-id, 0 = none). Category: C = complaint, D = damaged
      * delivery, R = refused delivery, W = wrong address,
      * T = return, B = billing. Status: O = open, P = pending the
      * customer, C = closed. sv-owner is the operator working it
      * (spaces = not yet assigned); sv-due-d is YYYY-MM-DD.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  sv-case-no                        pic s9(9) comp.
       01  sv-w-id                           pic s9(9) comp.
       01  sv-d-id                           pic s9(9) comp.
       01  sv-c-id                           pic s9(9) comp.
       01  sv-o-id                           pic s9(9) comp.
       01  sv-dc-exc                         pic x(1).
       01  sv-rl-id                          pic s9(9) comp.
       01  sv-category                       pic x(1).
       01  sv-owner                          pic x(4).
       01  sv-status                         pic x(1).
       01  sv-due-d                          pic x(10).
       01  sv-opened-d                       pic x(20).
       01  sv-opened-by                      pic x(4).
       01  sv-closed-d                       pic x(20).
       01  sv-summary                        pic x(60).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL data for CASEHIST (service case history)
      * every action taken on a case, numbered within it
      * (ch-seq 1 = the opening). Action: O = opened, N = note,
      * A = assigned, D = due date moved, P = pending the
      * customer, C = closed, R = reopened.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ch-case-no                        pic s9(9) comp.
       01  ch-seq                            pic s9(9) comp.
       01  ch-entry-d                        pic x(20).
       01  ch-operator                       pic x(4).
       01  ch-action                         pic x(1).
       01  ch-text                           pic x(120).
           EXEC SQL END DECLARE SECTION END-EXEC

      * SQL display copy of SQLCODE
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  CSQLCODE                          PIC +9(9).
