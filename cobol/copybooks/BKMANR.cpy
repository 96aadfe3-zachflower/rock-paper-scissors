      *> BACKUP-MANIFEST-RECORD - one line per file in a backup
      *> generation, written to MANIFEST.Gnn by JOKEBKP after every
      *> file of the generation has been copied. The count is what
      *> JOKERST proves the generation's copy against before it
      *> touches a live file, and what it proves the restored file
      *> against afterwards. Written by JOKEBKP; read by JOKERST -
      *> keep in sync.
           05 MF-FILE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 MF-PRESENT PIC X.
      *>     "Y" = the live file existed and was copied; "N" = there
      *>     was no live file, and a restore leaves it empty.
           05 FILLER PIC X VALUE SPACE.
           05 MF-COUNT PIC 9(8).
      *>     Records copied - for PLAYERM.DAT the live (non-zero
      *>     badge) rows, tombstones being carried but not counted.
           05 FILLER PIC X VALUE SPACE.
           05 MF-TAKEN PIC X(14).
