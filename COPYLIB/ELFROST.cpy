      *    Master elf roster, held as a keyed VSAM cluster (see
      *    JCL/AOCELFDEF.jcl) with ELF-KEY - camp code then ELF-ID -
      *    as the record key. ELF-ID is the elf's boundary-order
      *    number in that camp's AOCIN (elf 1 first), so the
      *    reporting programs can look an elf up directly by the
      *    camp they are running for and the number they counted
      *    instead of reading the roster in lockstep. Maintained by
      *    AOCELFM from add/change/delete transaction decks.
       01  ELFROST-REC.
           05  ELF-KEY.
             10  ELF-CAMP          PIC X(4).
             10  ELF-ID            PIC 9(9).
           05  ELF-NAME            PIC X(20).
