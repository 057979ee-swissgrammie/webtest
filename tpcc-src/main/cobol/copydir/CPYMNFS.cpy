      *> count. Queued to TS queue MNFRPT, same "writeq ts" idiom as
      *> the activity report; rptcount/ordercount echo back what was
      *> written.
      *> a run over the carrier's truck capacity is split into
      *> loads first, each printed as its own manifest;
      *> loadcount echoes how many.
      *> an order holding an item the carrier may not carry
      *> (HAZREST) is kept off the run and listed as HELD;
      *> heldcount echoes how many orders.
      *> a trading partner's order on the run also goes
      *> out as an advance ship notice (SQLASNX); asncount echoes
      *> how many notices were sent.
       02  manifest-data.
           03  wid                           pic 9(4).
           03  carrierid                     pic 9(2).
           03  rundate                       pic x(10).
           03  ordercount                    pic 9(4).
           03  rptcount                      pic 9(4).
           03  loadcount                     pic 9(2).
           03  heldcount                     pic 9(4).
           03  asncount                      pic 9(4).
       copy cpycomon.

      ***--------------------------------------------------------------*
