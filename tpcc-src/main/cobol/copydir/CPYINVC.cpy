      *> queues a formatted invoice document to TS queue INVRPT, the
      *> same "writeq ts" idiom as the payment receipt and the
      *> order-status export. invno/invtotal/rptcount come back
      *> filled in, with the due date the customer's payment terms
      *> put on the invoice.
       02  invoice-data.
           03  wid                           pic 9(4).
           03  did                           pic 9(2).
           03  invno                         pic 9(8).
           03  invtotal                      pic 9(8).99.
           03  rptcount                      pic 9(4).
           03  duedate                       pic x(10).
       copy cpycomon.

      ***--------------------------------------------------------------*
