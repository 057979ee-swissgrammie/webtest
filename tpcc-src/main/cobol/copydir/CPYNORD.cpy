      * which price this line was actually extended at: the ITEM
      * list price, a quantity break, or the customer's contract
      * price - carried on the line so the invoice can show it.
      * A kit (KITDEF) lists at its kit price ('K') in place of
      * the ITEM price; its stock, backorders and pick come from
      * its components. A line a promotion (promocode) marks
      * down below its ladder price is 'P'.
               05 pricebasis                 pic x(1).
                   88  priced-at-list        value 'L'.
                   88  priced-at-kit         value 'K'.
                   88  priced-at-qty-break   value 'Q'.
                   88  priced-at-contract    value 'C'.
                   88  priced-at-quote       value 'S'.
                   88  priced-at-override    value 'O'.
                   88  priced-at-blanket     value 'B'.
                   88  priced-at-promo       value 'P'.
      * a manager's "match that price": a nonzero keyed unit price
      * beats the whole pricing ladder, but only when
      * ovrsupervisorid (below) names a real active supervisor.
      * one-customer CONTRACT rows this replaces polluted the
      * real pricing data.
               05 ovrprice                   pic 999.99.
      * a regulated item (HAZREST) restricted in the state the
      * order ships to - the SHIPTO address when shiptono is
      * keyed, else the customer's own. A refusal rejects the
      * order naming the line in invaliditemline; a warning
      * takes the line and flags it 'W' here for the clerk.
               05 hazwarn                    pic x(1).
                   88  hazard-warning        value 'W'.
      * drop-ship: dropship 'Y' on a line for a bulky item we
      * never stock. The line takes no stock; a PURCHASE_ORDER line
      * goes to the item's ITEMVEND vendor, on a header addressed
      * to the order's ship-to, and its number echoes back in
      * droppo. The line stays undelivered until the vendor's
      * shipment is confirmed through SQLDSHP.
               05 dropship                   pic x(1).
                   88  drop-ship-line        value 'Y'.
               05 droppo                     pic 9(8).
      * a release against a blanket agreement (SQLBLKT): blanketid
      * names the customer's agreement for this item, in force
      * today - any other refuses the order (result-code 12, the
      * line in invaliditemline). The line extends at the
      * agreement price (a keyed override still beats it) and
      * draws the quantity down; bkleft echoes what remains. A
      * release past the commitment is taken, flagged 'O' in
      * bkwarn for the clerk.
               05 blanketid                  pic 9(8).
               05 bkwarn                     pic x(1).
                   88  blanket-overrun       value 'O'.
               05 bkleft                     pic 9(7).
      * a line re-keyed from the substitute suggestions:
      * subforitemid names the item the customer asked for (0 =
      * keyed as ordered). It is kept on the order line so the
      * service-level report can count the line as not filled
      * as ordered.
               05 subforitemid               pic 9(6).
           03 total                          pic 99999.99.
      * substitute suggestions: when a keyed line fails
      * (invaliditemline) or flags backorder, up to three acceptable
               05  subname                   pic x(24).
               05  subprice                  pic 999.99.
               05  substock                  pic 9(4).
      * chain accounts: when the customer belongs to a chain whose
      * head office carries a chain credit limit (c_chain_lim), the
      * balances and undelivered orders of the head office and all
      * its branches are added up and tested against that limit as
      * well, with the same supervisor override. Both come back 0
      * when no chain limit applies.
           03  chainexposure                  pic 9(8).99.
           03  chainlimit                     pic 9(8).99.
      * tax exemption: the certificate (TAXEXMPT) the order went
      * out under when the customer holds one in force for the
      * state the order is taxed in - no tax is charged on any
      * line and the certificate is kept on the order. Spaces when
      * the order is taxed.
           03  taxcert                        pic x(20).
      * consignment usage (SQLCUSG): a nonzero conslocid bills
      * stock this customer already holds at that CONSLOC location.
      * Each line draws on the location's CONSSTK quantity instead
      * of warehouse STOCK (short = the order is refused, naming
      * the line in invaliditemline), and the order is taken as
      * already delivered: lines stamped, no NEW_ORDER row, no
      * freight, the total straight onto the balance. The credit
      * and duplicate screens are skipped - the goods are used.
           03  conslocid                      pic 9(6).
      * will-call: pickup 'Y' takes the order for the customer to
      * collect at the counter. No freight is billed, the delivery
      * sweep passes it over, and it waits on the WILLCALL staging
      * list until SQLWCAL releases it to whoever collects it.
      * Ignored on a consignment usage order, which is delivered
      * already.
           03  pickup                         pic x(1).
               88  pickup-order               value 'Y'.
      * cash on delivery: paymethod 'C' lets a customer on credit
      * hold buy anyway - the hold is passed over and the driver
      * collects at the door (the amount due prints on the
      * manifest stop, SQLPODC posts what was collected). Not
      * taken on a pickup order: the counter takes payment there
      * (result-code 13).
           03  paymethod                      pic x(1).
               88  cod-order                  value 'C'.
      * expedited: a nonblank rushcode is a RUSHRATE code (an
      * unknown code refuses the order, result-code 14). Its
      * surcharge joins the total alongside the freight and
      * echoes back in rushamt; the sweep, the wave and the
      * manifest handle the order ahead of standard ones.
           03  rushcode                       pic x(1).
               88  standard-priority          value ' '.
           03  rushamt                        pic 9(6).99.
      * promotion: a nonblank promocode is a PROMO code, taken only
      * inside its date window, budget and use cap and only when
      * the order qualifies (its item, its minimum order value) -
      * otherwise the order is refused, result-code 15, so the
      * clerk can take it off and resubmit. A percent-off promotion
      * prices its lines at list less the percentage where that
      * beats the ladder (pricebasis 'P'); a free-freight one bills
      * no freight. What it gave away echoes back in promodisc.
           03  promocode                      pic x(10).
           03  promodisc                      pic 9(6).99.
      * the customer's own purchase order reference, kept on the
      * order (o_cust_po) and quoted back on the advance ship
      * notice; spaces = none given
           03  custpo                         pic x(20).
       copy cpycomon.

      ***--------------------------------------------------------------*
