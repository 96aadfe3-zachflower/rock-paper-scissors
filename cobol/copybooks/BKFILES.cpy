      *> BACKUP-FILE-LIST - the line-sequential master and control
      *> files JOKEBKP copies into every backup generation. JOKERST
      *> restores whatever a generation's manifest lists, so it
      *> needs no copy of this list. PLAYERM.DAT is not on it: it is
      *> RELATIVE and handled on its own, slot by slot. A file added
      *> here is picked up by the next backup; generations taken
      *> before it simply don't carry it, and a restore of one of
      *> those leaves the live copy alone. Keep the BKF-NAME OCCURS
      *> in JOKEBKP equal to the number of entries here.
           05 FILLER PIC X(12) VALUE "DEPTREF.DAT".
           05 FILLER PIC X(12) VALUE "RATINGS.DAT".
           05 FILLER PIC X(12) VALUE "RATINGS.CTL".
           05 FILLER PIC X(12) VALUE "CHAMP.DAT".
           05 FILLER PIC X(12) VALUE "GLSEQ.DAT".
           05 FILLER PIC X(12) VALUE "PMSIZE.DAT".
           05 FILLER PIC X(12) VALUE "EMPREF.DAT".
           05 FILLER PIC X(12) VALUE "POINTS.DAT".
           05 FILLER PIC X(12) VALUE "POINTSJ.DAT".
           05 FILLER PIC X(12) VALUE "POINTS.CTL".
           05 FILLER PIC X(12) VALUE "BUSCAL.DAT".
           05 FILLER PIC X(12) VALUE "LADDER.DAT".
           05 FILLER PIC X(12) VALUE "SITEROS.DAT".
