      *> from ITEM so clerks don't have to cross-reference by hand.
               05 itemname                   pic x(24).
               05 itemprice                  pic 9999.99.
      *> drop-ship line: space = shipped from our stock,
      *> 'V' = the vendor has yet to ship it, 'S' = the vendor has
      *> confirmed it shipped (deldate is the confirmation date).
               05 dropship                   pic x(1).
      *> c_last lookup fell back to a partial/similar
      *> match instead of an exact one; see the name-search paragraphs
      *> in SQLORDS/VSMORDS for how the fallback candidates are found.
