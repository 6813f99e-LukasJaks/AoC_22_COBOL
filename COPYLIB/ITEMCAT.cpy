      *    Supply-item catalog, a keyed VSAM cluster (see
      *    JCL/AOCCATDF.jcl) mapping each of the 52 Day 3 item
      *    letters to the supply item the quartermasters know it
      *    as: a description, the unit it is issued in and the
      *    cost of one unit. AOC03A only ever records the letter
      *    found in both compartments; AOCRPTC costs the retained
      *    detail through this catalog by item and by crew.
       01  ITEMCAT-REC.
           05  IC-LETTER           PIC X(1).
           05  IC-DESC             PIC X(30).
           05  IC-UNIT             PIC X(8).
           05  IC-UNIT-COST        PIC 9(5)V99.
