      *    Open badge purchase order, carried forward night over
      *    night in the flat BADGPO store (allocated by
      *    JCL/AOCFLTDF.jcl). AOCBRPL adds one when a letter falls
      *    short with nothing enough on order; AOCBRCV posts
      *    deliveries against it and drops it from the store once
      *    the full quantity has arrived. The PO number is the
      *    letter plus the order date - at most one order per
      *    letter per night.
       01  BADGPO-REC.
           05  PO-NUMBER.
               10  PO-LETTER       PIC X(1).
               10  PO-ORDER-DATE   PIC 9(8).
           05  PO-SUPPLIER-ID      PIC X(8).
           05  PO-DUE-DATE         PIC 9(8).
           05  PO-QTY-ORDERED      PIC 9(7).
           05  PO-QTY-RECEIVED     PIC 9(7).
           05  PO-LAST-RECEIPT     PIC 9(8).
