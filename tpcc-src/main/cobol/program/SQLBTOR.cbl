      * per order, and for a reject the invaliditemline /
      * duplicateitemline detail SQLNORD hands back, so the sender
      * can fix exactly the line that failed.
      *
      * The record ends with the sender's own purchase order
      * reference, kept on the order and quoted back on the advance
      * ship notice SQLMNFS sends when the order goes out.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> place of tr-itemid (keyed as zeros) and resolved by
      *> SQLNORD through the CUSTPART cross-reference
               05  tr-custpart               pic x(16).
      *> the sender's PO reference for the order
           03  tr-custpo                     pic x(20).

       01  i                                 pic s9(9) comp.
       01  ws-line-cnt                       pic s9(9) comp.
           move tr-wid to wid of new-order-data
           move tr-did to did of new-order-data
           move tr-cid to cid of new-order-data
           move tr-custpo to custpo of new-order-data
           perform varying i from 1 by 1 until i > ws-line-cnt
               move i to olno of no-item-data (i)
               move tr-supware (i) to supware of no-item-data (i)
