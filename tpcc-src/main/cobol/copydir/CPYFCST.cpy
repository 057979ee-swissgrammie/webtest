           03  itemsforecast                 pic 9(6).
           03  rowsstored                    pic 9(6).
           03  exceptions                    pic 9(5).
      *> product hierarchy: catfilter keeps the exception
      *> lines and the rollup to the items under that department,
      *> category or subcategory (spaces = every item) - every
      *> item is still forecast; catlevel D, C or S adds the
      *> forward forecast subtotalled at that level and ranked,
      *> largest first. catcount echoes the categories reported.
           03  catfilter                     pic x(6).
           03  catlevel                      pic x(1).
           03  catcount                      pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
