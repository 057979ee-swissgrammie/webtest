      ******************************************************************
      *> commarea for the item/price maintenance
      *> transaction. reqtype 'A' adds an item (iid 0 = assign the
      *> next id; the id used comes back in iid), 'P' asks for a
      *> price change effective effdate (spaces = today): it waits
      *> on MCHANGE, pendingid its change number, until a second
      *> operator approves it in SQLMCHK - then it lands in
      *> ITEM.i_price at once when the date has arrived, otherwise
      *> it waits for an apply sweep. 'R' retires
      *> an item so order entry stops accepting it, and 'E' runs the
      *> apply sweep that folds every price change whose effective
      *> date has arrived into ITEM.i_price. Every action writes a
      *> it (chgby), and when. 'C' changes the unit cost the same
      *> way (immediate, PRICE_HIST action 'C' with the cost in the
      *> price columns; oldcost echoes what it moved from).
      *> 'G' defines a node of the product hierarchy, or renames
      *> or re-parents one already on file (catcode, catlevel D/C/S,
      *> catparent one level up, catname); 'S' assigns item iid to
      *> subcategory imsubcat (spaces = take it out of the
      *> hierarchy). An add may name imsubcat too. imcat and
      *> imdept echo where the item landed.
       02  item-maint-data.
           03  reqtype                       pic x(1).
               88  item-add                  value 'A'.
               88  item-cost-change          value 'C'.
               88  item-weight-change        value 'W'.
               88  item-casepack-change      value 'K'.
               88  item-category-define      value 'G'.
               88  item-category-assign      value 'S'.
           03  iid                           pic 9(6).
           03  imname                        pic x(24).
           03  imprice                       pic 999.99.
           03  oldcost                       pic 999.99.
      *> apply sweep output: how many pending changes were applied
           03  applycount                    pic 9(4).
      *> product hierarchy: the item's subcategory, and the
      *> category and department above it echoed back
           03  imsubcat                      pic x(6).
           03  imcat                         pic x(6).
           03  imdept                        pic x(6).
      *> a hierarchy node on a 'G'
           03  catcode                       pic x(6).
           03  catlevel                      pic x(1).
               88  cat-department            value 'D'.
               88  cat-category              value 'C'.
               88  cat-subcategory           value 'S'.
           03  catparent                     pic x(6).
           03  catname                       pic x(24).
      *> the MCHANGE number a price change is waiting under
           03  pendingid                     pic 9(8).
       copy cpycomon.

      ***--------------------------------------------------------------*
