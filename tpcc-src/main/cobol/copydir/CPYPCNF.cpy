           03  pickedqty                     pic 9(2).
           03  keyedby                       pic x(4).
           03  shortqty                      pic 9(2).
      *> confirming a wave (SQLWAVE) instead of one ticket
      *> line: a non-zero waveid confirms wavepickedqty of itemid
      *> across every open line of the wave that wants the item.
      *> The oldest orders (by entry date) are filled first, so a
      *> short pick falls on the newest; each line's shortfall is
      *> posted exactly as a single line short would be.
      *> waveshortqty is the total short, wavelines the lines
      *> confirmed. oid/olnumber/pickedqty are not used then.
           03  waveid                        pic 9(8).
           03  itemid                        pic 9(6).
           03  wavepickedqty                 pic 9(5).
           03  waveshortqty                  pic 9(5).
           03  wavelines                     pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
