           03  thrudate                      pic x(10).
           03  itemcount                     pic 9(4).
           03  rptcount                      pic 9(4).
      *> product hierarchy: catfilter keeps the report to the
      *> items under that department, category or subcategory
      *> (spaces = every item); catlevel D, C or S adds the same
      *> figures subtotalled at that level and ranked, after the
      *> item lines (space = item lines only). catcount echoes
      *> how many categories were reported.
           03  catfilter                     pic x(6).
           03  catlevel                      pic x(1).
           03  catcount                      pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
