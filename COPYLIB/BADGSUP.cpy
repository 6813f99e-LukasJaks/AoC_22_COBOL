      *    Badge supplier / reorder master, a keyed VSAM cluster
      *    (see JCL/AOCBSPDF.jcl) with one record per badge letter:
      *    who supplies it, how many to order at a time, and the
      *    supplier's quoted lead time in days. AOCBRPL prices
      *    nothing - it orders BS-REORDER-QTY (or the shortfall,
      *    if that is larger) from BS-SUPPLIER-ID and expects the
      *    delivery BS-LEAD-DAYS after the order date.
       01  BADGSUP-REC.
           05  BS-LETTER           PIC X(1).
           05  BS-SUPPLIER-ID      PIC X(8).
           05  BS-SUPPLIER-NAME    PIC X(20).
           05  BS-REORDER-QTY      PIC 9(7).
           05  BS-LEAD-DAYS        PIC 9(3).
