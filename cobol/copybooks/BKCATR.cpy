      *> BACKUP-CATALOG-RECORD - one line per backup generation on
      *> hand, in BACKUP.CAT. A generation lives in a numbered slot:
      *> every file of it is named <file>.Gnn (PLAYERM.DAT.G03,
      *> DEPTREF.DAT.G03, ... and its MANIFEST.G03), and JOKEBKP
      *> reuses the slot of the oldest generation once the number
      *> kept is reached. A generation is only catalogued once its
      *> manifest is written, so a backup that died half way is never
      *> offered for restore. Written by JOKEBKP; read by JOKERST -
      *> keep in sync.
           05 BC-SLOT PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 BC-TAKEN PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 BC-FILES PIC 9(2).
      *>     Files present in the generation (PLAYERM.DAT included).
           05 FILLER PIC X VALUE SPACE.
           05 BC-RECORDS PIC 9(9).
