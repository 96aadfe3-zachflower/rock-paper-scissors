      *> RETURN-REGISTER-RECORD - one line of RTNREG.DAT per
      *> department return file (RTN<dept><yyyymmdd>.DAT) cut, appended
      *> by JOKERTN once the file is complete and closed - the record
      *> of which departments have been sent their results, for which
      *> business date, and when. A rerun cuts the file again and
      *> registers it again under its own timestamp; the counts are
      *> for the batches that run returned. A batch resubmitted on a
      *> later run date is added to the department's file for that
      *> business date behind what the earlier run date left there
      *> (RTR-CARRIED lines), never over it. Read back and written
      *> by JOKERTN only, never rewritten; JOKEFGT reads it to find
      *> the return files a removed badge must go from, and keeps
      *> each file's line count - keep in sync.
           05 RTR-DEPT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 RTR-BUS-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RTR-CREATED PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 RTR-FILE-NAME PIC X(19).
           05 FILLER PIC X VALUE SPACE.
           05 RTR-BATCHES PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 RTR-BOUNCED PIC 9(4).
      *>     Of RTR-BATCHES, how many bounced whole in JOKEDIT.
           05 FILLER PIC X VALUE SPACE.
           05 RTR-DECLARED PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RTR-ACCEPTED PIC 9(8).
      *>     Accepted by JOKEDIT but with no JOKEBAT result yet.
           05 FILLER PIC X VALUE SPACE.
           05 RTR-REJECTED PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RTR-PLAYED PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RTR-CARRIED PIC 9(8).
      *>     Lines of the file kept from an earlier run date.
           05 FILLER PIC X VALUE SPACE.
           05 RTR-LINES PIC 9(8).
      *>     Lines in the file as registered, carried lines included
      *>     - what the next run date starts from.
