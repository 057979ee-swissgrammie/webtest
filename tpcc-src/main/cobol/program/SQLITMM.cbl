      *   reqtype 'A' - add an item (id assigned from item_seq when
      *                 iid is 0, the counter seeded from the highest
      *                 loaded i_id the same way customer_seq is)
      *   reqtype 'P' - change i_price effective a given date. The
      *                 change is a maker-checker one: it waits on
      *                 MCHANGE, keyed clerk and old and new price
      *                 with it, until a second operator with
      *                 supervisor authority approves it (SQLMCHK).
      *                 On approval, when the date has already
      *                 arrived the new price lands in ITEM
      *                 immediately; a future-dated change waits as
      *                 a pending PRICE_HIST row.
      *   reqtype 'R' - retire an item. The row is kept (historical
      *                 order lines still point at it) but i_data is
      *                 branded RETIRED; order entry and quoting
      *                 is stickered with it), recorded in
      *                 PRICE_HIST as action 'C' with the costs in
      *                 the price columns.
      *   reqtype 'G' - define a node of the product hierarchy -
      *                 department, category under a department,
      *                 subcategory under a category - or rename
      *                 or re-parent one already on file; the ITEM
      *                 rows beneath a re-parented node are
      *                 restamped with their new ancestry.
      *   reqtype 'S' - assign an item to a subcategory (or, with
      *                 no subcategory named, take it out of the
      *                 hierarchy). The category and department
      *                 above it are stamped on the ITEM row too,
      *                 so the reports roll up without a walk.
      *
      * Every action writes a PRICE_HIST row - old price, new price,
      * who keyed it, effective date, and when it was keyed - so the
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *> today, for comparing against effective dates
       01  ws-today                          pic x(10).
      *> the parent and department a hierarchy node had or
      *> will have, for restamping the items beneath it
       01  ws-old-parent                     pic x(6).
       01  ws-grand-parent                   pic x(6).
       01  ws-pending-cnt                    pic s9(9) comp.
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-price-ed                       pic zz9.99.

       01  ws-old-level                      pic x(1).

      *> staging copy of i-data for the retire rebrand,
      *> so the shifted text isn't read and written in one move
       01  ws-old-item-data                  pic x(50).
                   perform change-weight
               when item-casepack-change
                   perform change-casepack
               when item-category-define
                   perform define-category
               when item-category-assign
                   perform assign-category
               when other
                   perform bad-reqtype
           end-evaluate
           move imcaseqty to i-case-qty
           move imimid to i-im-id
           move imdata to i-data
           perform lookup-subcategory

           EXEC SQL
               INSERT INTO item (i_id, i_im_id, i_name, i_price,
                       i_cost, i_weight, i_case_qty, i_data,
                       i_dept, i_cat, i_subcat)
                   VALUES (:i-id, :i-im-id, :i-name, :i-price,
                       :i-cost, :i-weight, :i-case-qty, :i-data,
                       :i-dept, :i-cat, :i-subcat)
           END-EXEC

           move i-id to iid
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           move i-price to oldprice
           move 0 to pendingid

      *> nothing moves here: the change goes on MCHANGE and
      *> the approval in SQLMCHK writes the PRICE_HIST row and,
      *> once the date has arrived, ITEM.i_price
           perform clear-pending-change
           move 'P' to mc-kind
           move i-id to mc-i-id
           move spaces to mc-key
           string
               "ITEM " delimited size
               iid delimited size
           into mc-key
           if effdate = spaces
               move ws-today to mc-eff-d
           else
               move effdate to mc-eff-d
           end-if
           move i-price to mc-old-amt
           move imprice to mc-new-amt
           move i-price to ws-price-ed
           move spaces to mc-before
           string
               "PRICE " delimited size
               ws-price-ed delimited size
           into mc-before
           move imprice to ws-price-ed
           move spaces to mc-after
           string
               "PRICE " delimited size
               ws-price-ed delimited size
               " EFFECTIVE " delimited size
               mc-eff-d delimited size
           into mc-after
           move chgby to mc-maker
           perform queue-pending-change

           move "Price change awaits approval" to msg
           .

      *> the cost is internal, so the change is always
           move "Case-pack size changed" to msg
           .

      *> the item moves to another subcategory (or out of the
      *> hierarchy); its category and department come along
       assign-category.
           move iid to i-id

           EXEC SQL WHENEVER NOT FOUND go to item-not-found END-EXEC
           EXEC SQL
               SELECT i_name INTO :i-name
               FROM item
               WHERE i_id = :i-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC

           perform lookup-subcategory
           EXEC SQL
               UPDATE item
               SET i_dept = :i-dept, i_cat = :i-cat,
                   i_subcat = :i-subcat
               WHERE i_id = :i-id
           END-EXEC

           if i-subcat = spaces
               move "Item taken out of the product hierarchy" to msg
           else
               move "Item assigned to its subcategory" to msg
           end-if
           .

      *> imsubcat has to be a subcategory on file; the
      *> category above it and that category's department are
      *> what gets stamped on the item
       lookup-subcategory.
           move spaces to i-dept
           move spaces to i-cat
           move spaces to i-subcat
           if imsubcat not = spaces
               move imsubcat to cg-code
               EXEC SQL
                   WHENEVER NOT FOUND go to subcategory-not-found
               END-EXEC
               EXEC SQL
                   SELECT s.cg_level, s.cg_parent, c.cg_parent
                   INTO :cg-level, :i-cat, :i-dept
                   FROM category s, category c
                   WHERE s.cg_code = :cg-code
                       AND c.cg_code = s.cg_parent
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if cg-level not = 'S'
                   perform subcategory-not-found
               end-if
               move imsubcat to i-subcat
           end-if
           move i-cat to imcat
           move i-dept to imdept
           .

      *> a department sits at the top; a category hangs off
      *> a department and a subcategory off a category. A node's
      *> level is fixed once it is on file - moving one to another
      *> level would strand whatever is assigned beneath it.
       define-category.
           if catcode = spaces or catname = spaces
               perform missing-category
           end-if
           if not cat-department and not cat-category
                   and not cat-subcategory
               perform bad-category-level
           end-if

           move spaces to ws-grand-parent
           if cat-department
               if catparent not = spaces
                   perform bad-category-parent
               end-if
           else
               move catparent to cg-code
               EXEC SQL
                   WHENEVER NOT FOUND go to bad-category-parent
               END-EXEC
               EXEC SQL
                   SELECT cg_level, cg_parent
                   INTO :cg-level, :cg-parent
                   FROM category
                   WHERE cg_code = :cg-code
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if (cat-category and cg-level not = 'D')
                       or (cat-subcategory and cg-level not = 'C')
                   perform bad-category-parent
               end-if
               move cg-parent to ws-grand-parent
           end-if

           move catcode to cg-code
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT cg_level, cg_parent
               INTO :cg-level, :ws-old-parent
               FROM category
               WHERE cg_code = :cg-code
           END-EXEC
           if sqlcode = 100
               move catlevel to cg-level
               move catparent to cg-parent
               move catname to cg-name
               EXEC SQL
                   INSERT INTO category
                       (cg_code, cg_level, cg_parent, cg_name)
                       VALUES (:cg-code, :cg-level, :cg-parent,
                           :cg-name)
               END-EXEC
               move "Category added" to msg
           else
               move cg-level to ws-old-level
               if ws-old-level not = catlevel
                   perform category-level-fixed
               end-if
               move catparent to cg-parent
               move catname to cg-name
               EXEC SQL
                   UPDATE category
                   SET cg_parent = :cg-parent, cg_name = :cg-name
                   WHERE cg_code = :cg-code
               END-EXEC
               if cg-parent not = ws-old-parent
                   perform restamp-items
               end-if
               move "Category changed" to msg
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

      *> the items beneath a re-parented node carry its old
      *> ancestry; a node with nothing assigned updates no rows
       restamp-items.
           if cat-category
               EXEC SQL
                   UPDATE item
                   SET i_dept = :cg-parent
                   WHERE i_cat = :cg-code
               END-EXEC
           end-if
           if cat-subcategory
               EXEC SQL
                   UPDATE item
                   SET i_cat = :cg-parent, i_dept = :ws-grand-parent
                   WHERE i_subcat = :cg-code
               END-EXEC
           end-if
           .

      *> the row is kept - years of order lines point at
      *> it - but branded so order entry can refuse new sales of it
       retire-item.
           .

       bad-reqtype.
           move "Request type must be A, P, R, E, C, W, K, G, or S"
               to err

           move 1 to result-code
           perform audit-return.
           move 5 to result-code
           perform audit-return.

       subcategory-not-found.
           move "Subcategory not found" to err

           move 6 to result-code
           perform audit-return.

       bad-category-level.
           move "Category level must be D, C, or S" to err

           move 7 to result-code
           perform audit-return.

       bad-category-parent.
           move "Parent must be the node one level up" to err

           move 8 to result-code
           perform audit-return.

       missing-category.
           move "Category code and name are required" to err

           move 9 to result-code
           perform audit-return.

       category-level-fixed.
           move "A category's level cannot be changed" to err

           move 10 to result-code
           perform audit-return.

       clear-pending-change.
           move 0 to mc-w-id
           move 0 to mc-d-id
           move 0 to mc-c-id
           move 0 to mc-i-id
           move 0 to mc-v-id
           move spaces to mc-tx-state
           move spaces to mc-tx-zip
           move spaces to mc-eff-d
           move 0 to mc-old-amt
           move 0 to mc-new-amt
           move spaces to mc-new-street-1
           move spaces to mc-new-street-2
           move spaces to mc-new-city
           move spaces to mc-new-state
           move spaces to mc-new-zip
           move 'S' to mc-action
           .

      *> the change waits on MCHANGE for a second operator
      *> (SQLMCHK); one pending change per record at a time, so
      *> the checker never approves on top of another one
       queue-pending-change.
           if mc-maker = spaces
               perform missing-maker
           end-if
           EXEC SQL
               SELECT COUNT(*) INTO :ws-pending-cnt
               FROM mchange
               WHERE mc_kind = :mc-kind AND mc_key = :mc-key
                   AND mc_status = 'P'
           END-EXEC
           if ws-pending-cnt not = 0
               perform change-already-pending
           end-if

           perform next-mc-id
           move 'P' to mc-status
           move datetime to mc-made-d
           move spaces to mc-checker
           move spaces to mc-checked-d
           move spaces to mc-reason
           EXEC SQL
               INSERT INTO mchange
                   (mc_id, mc_kind, mc_action, mc_status, mc_key,
                       mc_w_id, mc_d_id, mc_c_id, mc_i_id, mc_v_id,
                       mc_tx_state, mc_tx_zip, mc_eff_d, mc_old_amt,
                       mc_new_amt, mc_new_street_1, mc_new_street_2,
                       mc_new_city, mc_new_state, mc_new_zip,
                       mc_before, mc_after, mc_maker, mc_made_d,
                       mc_checker, mc_checked_d, mc_reason)
                   VALUES (:mc-id, :mc-kind, :mc-action, :mc-status,
                       :mc-key, :mc-w-id, :mc-d-id, :mc-c-id,
                       :mc-i-id, :mc-v-id, :mc-tx-state, :mc-tx-zip,
                       :mc-eff-d, :mc-old-amt, :mc-new-amt,
                       :mc-new-street-1, :mc-new-street-2,
                       :mc-new-city, :mc-new-state, :mc-new-zip,
                       :mc-before, :mc-after, :mc-maker, :mc-made-d,
                       :mc-checker, :mc-checked-d, :mc-reason)
           END-EXEC
           move mc-id to pendingid
           .

      *> hand out mc-id off an atomic counter row, same
      *> UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id, with
      *> the same self-seeding first time through.
       next-mc-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_mc_id
               INTO :mc-id
               FROM mchange_seq
           END-EXEC
           if sqlcode = 100
               move 1 to mc-id
               EXEC SQL
                   INSERT INTO mchange_seq (seq_id, next_mc_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE mchange_seq
                   SET next_mc_id = next_mc_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_mc_id
                   INTO :mc-id
                   FROM mchange_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       missing-maker.
           move "Operator id is required on a change needing approval"
               to err

           move 11 to result-code
           perform audit-return.

       change-already-pending.
           move "A change to this record is already awaiting approval"
               to err

           move 12 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
