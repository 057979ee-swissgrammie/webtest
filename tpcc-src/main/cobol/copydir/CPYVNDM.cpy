      *> commarea for the vendor maintenance
      *> transaction. reqtype 'A' adds a vendor (vnid 0 = assign the
      *> next id, echoed back), 'U' updates the name/address/phone/
      *> lead-time/terms fields (spaces or 0 = leave alone) - an
      *> address change waits on MCHANGE for a second operator's
      *> approval (SQLMCHK), pendingid its change number and vmopid
      *> the clerk who keyed it, while the rest applies at once.
      *> 'I' takes a vendor out of service and 'V' puts it back -
      *> the row stays for the purchase orders it already has, but
      *> the replenishment sweep cuts it nothing new. 'X' assigns an
      *> item to the vendor (the ITEMVEND row the sweep consolidates
      *> by); assigning an item that already has a vendor moves it.
      *> 'P' sets the vendor's price list entry for an item from
      *> an effective date (the VENDPRC row the sweep sources
      *> from); the same item and date again replaces it.
       02  vendor-maint-data.
           03  reqtype                       pic x(1).
               88  vendor-add                value 'A'.
               88  vendor-deactivate         value 'I'.
               88  vendor-reactivate         value 'V'.
               88  vendor-assign-item        value 'X'.
               88  vendor-price-item         value 'P'.
           03  vnid                          pic 9(4).
           03  vmname                        pic x(24).
           03  vmstreet1                     pic x(20).
           03  vmphone                       pic x(16).
      *> quoted days from PO cut to goods on the dock
           03  vmleaddays                    pic 9(3).
      *> payment terms code off the TERMS master the AP
      *> payment run pays this vendor on; spaces = NET30 on an add,
      *> leave alone on an update.
           03  vmterms                       pic x(8).
      *> 'X'/'P' input: the item being assigned to or priced by
      *> this vendor
           03  vmitemid                      pic 9(6).
      *> 'P' input: the date the price takes effect (spaces =
      *> today), the vendor's unit cost, its minimum order
      *> quantity and pack size (0 = none), and the buyers'
      *> preference rank among the item's vendors (1 = first
      *> choice, 0 = last)
           03  vmeffdate                     pic x(10).
           03  vmcost                        pic 9(3).99.
           03  vmminqty                      pic 9(5).
           03  vmpackqty                     pic 9(5).
           03  vmrank                        pic 9(2).
      *> echoed back: the vendor's status after this call
           03  vmstatus                      pic x(1).
           03  vmopid                        pic x(4).
           03  pendingid                     pic 9(8).
       copy cpycomon.

      ***--------------------------------------------------------------*
