      *> REMOVAL-REGISTER-RECORD - one line of FGTREG.DAT, the
      *> controlled register of leaver removals. Every live JOKEFGT
      *> run appends one R line, one F line per file it examined and
      *> one E line, all stamped with the run's timestamp, so the
      *> register shows file by file what each removal changed. Three
      *> line types, told apart by the type byte in column 1 - the
      *> CHAMP.DAT scheme:
      *>   R - the removal: badge, the surrogate that replaced it and
      *>       the reason code. This is the only place the badge is
      *>       still tied to its surrogate, which is what keeps the
      *>       surrogate stable - a rerun for the same badge reuses
      *>       it. Access to the register is controlled for that
      *>       reason;
      *>   F - one file: rows read, rows anonymized or renumbered in
      *>       place, rows removed, and how it ended;
      *>   E - the run's totals and overall status.
      *> Written by JOKEFGT only, never rewritten; JOKEHRL reads the
      *> R lines so a removed badge is not loaded again from HR's
      *> nightly extract, and JOKERST so a restore that undoes a
      *> removal names the badge to remove again - keep in sync.
           05 FR-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 FR-RUN-TS PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 FR-BODY PIC X(64).
           05 FR-REMOVAL REDEFINES FR-BODY.
               10 FR-R-BADGE PIC 9(6).
               10 FILLER PIC X.
               10 FR-R-SURROGATE PIC 9(6).
               10 FILLER PIC X.
               10 FR-R-REASON PIC X(10).
               10 FILLER PIC X(40).
           05 FR-FILE REDEFINES FR-BODY.
               10 FR-F-NAME PIC X(19).
               10 FILLER PIC X.
               10 FR-F-READ PIC 9(8).
               10 FILLER PIC X.
               10 FR-F-CHANGED PIC 9(8).
               10 FILLER PIC X.
               10 FR-F-REMOVED PIC 9(8).
               10 FILLER PIC X.
               10 FR-F-STATUS PIC X(6).
      *>         OK = rewritten, CLEAN = nothing of the badge's on it,
      *>         ERR = the rewrite did not balance and the file was
      *>         left as it was, ABSENT = file not on disk.
               10 FILLER PIC X(11).
           05 FR-END REDEFINES FR-BODY.
               10 FR-E-FILES PIC 9(4).
               10 FILLER PIC X.
               10 FR-E-CHANGED PIC 9(8).
               10 FILLER PIC X.
               10 FR-E-REMOVED PIC 9(8).
               10 FILLER PIC X.
               10 FR-E-STATUS PIC X(4).
      *>         OK, or ERR when any file was refused.
               10 FILLER PIC X(37).
