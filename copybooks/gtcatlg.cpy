      *> Record layout for GENERATION-CATALOG-FILE (GTCATLG.DAT): one
      *> 'G' row per dated generation of the guess audit trail that
      *> GUESS-TRAIL-ROLL has cut from GUESSTXN.DAT - the day, the
      *> rows it holds and their additive check total, when it was
      *> rolled, and that it is still kept (A); a generation that
      *> ages out of retention is dropped from the catalog - plus one
      *> 'R' row carrying the retention setting, the number of
      *> generations kept on disk. The generation file itself is
      *> GUESSTXN.G<date>, raw audit rows byte for byte the
      *> guesstxn.cpy layout.
       01 GEN-CATALOG-RECORD.
           05 GC-ROW-TYPE                PIC X(1).
           05 GC-GEN-DATE                PIC 9(8).
           05 GC-ROW-COUNT               PIC 9(7).
           05 GC-CHECK-TOTAL             PIC 9(12).
           05 GC-ROLL-DATE               PIC 9(8).
           05 GC-ROLL-TIME               PIC 9(8).
           05 GC-GEN-STATUS              PIC X(1).
       01 GEN-CATALOG-SETTING REDEFINES GEN-CATALOG-RECORD.
           05 GC-SETTING-TYPE            PIC X(1).
           05 GC-RETAIN-GENERATIONS      PIC 9(3).
           05 FILLER                     PIC X(41).
