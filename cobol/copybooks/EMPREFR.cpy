      *> EMPLOYEE-REF-RECORD - one badge as HR knows it. The nightly
      *> HR extract (HREXTR.DAT) arrives in exactly this layout and
      *> JOKEHRL loads it whole into EMPREF.DAT, which is what the
      *> badge checks read: JOKEDIT's E8 edit and JOKENPO's badge
      *> prompts. A badge not on the file, or terminated as of today,
      *> may not play. The effective date is the date the status or
      *> department on the row takes effect - a termination dated in
      *> the future still lets the badge play until that day, and a
      *> future-dated department move is held by JOKEHRL until then.
      *> Written by JOKEHRL; read by JOKEDIT and JOKENPO - keep in
      *> sync.
           05 ER-BADGE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ER-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 ER-STATUS PIC X.
               88 ER-ACTIVE VALUE "A".
               88 ER-TERMINATED VALUE "T".
           05 FILLER PIC X VALUE SPACE.
           05 ER-DEPT-CODE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 ER-EFFECTIVE-DATE PIC X(8).
