       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKEHRL.
      *> Nightly load of the HR employee extract. Until this ran, the
      *> only badge check anywhere was "numeric and not zero", so a
      *> typo, an ex-employee or a made-up number all got PLAYERM.DAT
      *> rows and landed on the JOKESTD and JOKETMS boards. HR sends
      *> HREXTR.DAT every night (badge, name, status, department,
      *> effective date - see EMPREFR); it is validated and loaded
      *> whole into EMPREF.DAT, which JOKEDIT (edit E8) and JOKENPO
      *> (the badge prompts) check every badge against.
      *>
      *> The same extract drives department transfers: an active
      *> badge whose HR department differs from DEPTREF.DAT is moved,
      *> and an active badge with no reference entry at all is added,
      *> once the row's effective date has arrived - a future-dated
      *> move is reported as pending and applied on the night it
      *> comes due, since HR resends it every night until then. Every
      *> change is listed on the change report, so nobody has to
      *> re-key transfers through JOKEDPT any more; JOKEDPT is still
      *> the place to name a department HR introduces. Terminated
      *> badges keep their reference entry - their games stay on
      *> their department's history; it is the badge checks that
      *> stop them playing.
      *>
      *> A badge JOKEFGT has removed (an R line in FGTREG.DAT, see
      *> FGTREGR) stays removed: HR's extract carries it for as long
      *> as the person is on HR's books, but it is neither loaded into
      *> EMPREF.DAT nor given its DEPTREF.DAT row back, and is only
      *> counted on the summary.
      *>
      *> A missing or empty extract (or one with no usable row) is
      *> refused with RETURN-CODE 8 and both files are left as they
      *> were - loading nothing would lock the whole office out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HR-EXTRACT-FILE ASSIGN TO "HREXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRX-STATUS.
           SELECT EMP-REF-FILE ASSIGN TO "EMPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REMOVAL-REG-FILE ASSIGN TO "FGTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HR-EXTRACT-FILE.
       01 HR-EXTRACT-RECORD.
           COPY EMPREFR
               REPLACING LEADING ==ER-== BY ==HRX-==.
       FD  EMP-REF-FILE.
       01 EMP-REF-RECORD.
           COPY EMPREFR.
       FD  DEPT-REF-FILE.
       01 DEPT-REF-RECORD.
           COPY DEPTREC.
       FD  REMOVAL-REG-FILE.
       01 REMOVAL-REG-RECORD.
           COPY FGTREGR.
       WORKING-STORAGE SECTION.
           01 WS-HRX-STATUS PIC XX.
           01 WS-HRX-EOF PIC X VALUE "N".
               88 END-OF-HR-EXTRACT VALUE "Y".
           01 WS-REF-EOF PIC X VALUE "N".
               88 END-OF-DEPT-REF VALUE "Y".
           01 WS-FGT-EOF PIC X VALUE "N".
               88 END-OF-REMOVALS VALUE "Y".
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-TODAY PIC X(8).
           01 WS-READ-COUNT PIC 9(6) VALUE 0.
           01 WS-BAD-COUNT PIC 9(6) VALUE 0.
           01 WS-DUP-COUNT PIC 9(6) VALUE 0.
           01 WS-ACTIVE-COUNT PIC 9(6) VALUE 0.
           01 WS-TERM-COUNT PIC 9(6) VALUE 0.
           01 WS-MOVED-COUNT PIC 9(6) VALUE 0.
           01 WS-ADDED-COUNT PIC 9(6) VALUE 0.
           01 WS-PENDING-COUNT PIC 9(6) VALUE 0.
           01 WS-UNKNOWN-COUNT PIC 9(6) VALUE 0.
           01 WS-REMOVED-COUNT PIC 9(6) VALUE 0.
           01 WS-LOADED-COUNT PIC 9(6) VALUE 0.
      *> Badges JOKEFGT has removed - never loaded again.
           01 FGT-COUNT PIC 9(4) VALUE 0.
           01 FGT-TABLE.
               05 FGT-BADGE OCCURS 2000 TIMES INDEXED BY FGT-IDX
                   PIC 9(6).
           01 WS-FGT-FULL PIC X VALUE "N".
               88 FGT-TABLE-FULL VALUE "Y".
           01 WS-REMOVED PIC X.
               88 BADGE-REMOVED VALUE "Y".
      *> The extract, validated and de-duplicated - the same 2000-badge
      *> ceiling as the DEPTREF.DAT tables it is matched against.
           01 EMP-COUNT PIC 9(4) VALUE 0.
           01 EMP-TABLE.
               05 EMP-ENTRY OCCURS 2000 TIMES INDEXED BY EMP-IDX.
                   10 EMP-BADGE PIC 9(6).
                   10 EMP-NAME PIC X(20).
                   10 EMP-STATUS PIC X.
                   10 EMP-DEPT-CODE PIC X(4).
                   10 EMP-EFFECTIVE PIC X(8).
           01 WS-EMP-FULL PIC X VALUE "N".
               88 EMP-TABLE-FULL VALUE "Y".
           01 MAP-COUNT PIC 9(4) VALUE 0.
           01 MAP-TABLE.
               05 MAP-ENTRY OCCURS 2000 TIMES INDEXED BY MAP-IDX.
                   10 MAP-BADGE PIC 9(6).
                   10 MAP-DEPT-CODE PIC X(4).
                   10 MAP-DEPT-NAME PIC X(20).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-OLD-CODE PIC X(4).
           01 WS-WORK-NAME PIC X(20).
           01 WS-CHANGED PIC X VALUE "N".
               88 REF-CHANGED VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-REMOVED-BADGES.
           PERFORM LOAD-HR-EXTRACT.
           IF EMP-COUNT = 0
               DISPLAY "HR LOAD REFUSED: HREXTR.DAT is missing or has"
                       " no usable rows - EMPREF.DAT and DEPTREF.DAT"
                       " left untouched."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-EMPLOYEE-REF.
           PERFORM LOAD-DEPT-REF.

           DISPLAY "=================================================".
           DISPLAY "HR EMPLOYEE LOAD - RUN " WS-TODAY.
           DISPLAY "=================================================".
           DISPLAY "Department changes:".
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               PERFORM CHECK-BADGE-REMOVED
               IF EMP-STATUS(EMP-IDX) = "A"
                  AND EMP-DEPT-CODE(EMP-IDX) NOT = SPACES
                  AND NOT BADGE-REMOVED
                   PERFORM APPLY-DEPT-CHANGE
               END-IF
           END-PERFORM.
           IF WS-MOVED-COUNT + WS-ADDED-COUNT + WS-PENDING-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

           PERFORM LIST-UNKNOWN-TO-HR.

           IF REF-CHANGED
               PERFORM REWRITE-DEPT-REF
           END-IF.
           PERFORM PRINT-LOAD-SUMMARY.
           STOP RUN.

      *> Every R line ever written - a removal is never undone, so
      *> the whole register counts, whatever the run's end status.
       LOAD-REMOVED-BADGES.
           OPEN INPUT REMOVAL-REG-FILE.
           PERFORM UNTIL END-OF-REMOVALS
               READ REMOVAL-REG-FILE
                   AT END SET END-OF-REMOVALS TO TRUE
                   NOT AT END
                       IF FR-TYPE = "R" AND FR-R-BADGE NUMERIC
                           IF FGT-COUNT < 2000
                               ADD 1 TO FGT-COUNT
                               SET FGT-IDX TO FGT-COUNT
                               MOVE FR-R-BADGE TO FGT-BADGE(FGT-IDX)
                           ELSE
                               IF NOT FGT-TABLE-FULL
                                   DISPLAY "WARNING: more than 2000"
                                           " removals in FGTREG.DAT -"
                                           " overflow ignored"
                                   SET FGT-TABLE-FULL TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMOVAL-REG-FILE.

      *> Sets BADGE-REMOVED when EMP-BADGE(EMP-IDX) is on the
      *> removal register.
       CHECK-BADGE-REMOVED.
           MOVE "N" TO WS-REMOVED.
           PERFORM VARYING FGT-IDX FROM 1 BY 1
                   UNTIL FGT-IDX > FGT-COUNT
               IF FGT-BADGE(FGT-IDX) = EMP-BADGE(EMP-IDX)
                   SET BADGE-REMOVED TO TRUE
               END-IF
           END-PERFORM.

      *> A row HR can't have meant is skipped with a warning rather
      *> than refusing the night's load: the badge must be numeric
      *> and not zero, the status A or T. A badge sent twice keeps
      *> the row with the later effective date.
       LOAD-HR-EXTRACT.
           OPEN INPUT HR-EXTRACT-FILE.
           IF WS-HRX-STATUS NOT = "00"
               SET END-OF-HR-EXTRACT TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-HR-EXTRACT
               READ HR-EXTRACT-FILE
                   AT END SET END-OF-HR-EXTRACT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF HRX-BADGE NOT NUMERIC
                          OR HRX-BADGE = 0
                          OR (NOT HRX-ACTIVE AND NOT HRX-TERMINATED)
                           ADD 1 TO WS-BAD-COUNT
                           DISPLAY "WARNING: HR row " WS-READ-COUNT
                                   " skipped - bad badge or status: "
                                   HR-EXTRACT-RECORD
                       ELSE
                           PERFORM TAKE-HR-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HRX-STATUS NOT = "35"
               CLOSE HR-EXTRACT-FILE
           END-IF.

       TAKE-HR-ROW.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               IF EMP-BADGE(EMP-IDX) = HRX-BADGE
                   MOVE EMP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX NOT = 0
               ADD 1 TO WS-DUP-COUNT
               SET EMP-IDX TO WS-FOUND-IDX
               IF HRX-EFFECTIVE-DATE < EMP-EFFECTIVE(EMP-IDX)
                   MOVE 0 TO WS-FOUND-IDX
               END-IF
           ELSE
               IF EMP-COUNT >= 2000
                   IF NOT EMP-TABLE-FULL
                       DISPLAY "WARNING: more than 2000 badges in "
                               "HREXTR.DAT - overflow ignored"
                       SET EMP-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO EMP-COUNT
                   MOVE EMP-COUNT TO WS-FOUND-IDX
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = 0
               SET EMP-IDX TO WS-FOUND-IDX
               MOVE HRX-BADGE TO EMP-BADGE(EMP-IDX)
               MOVE HRX-NAME TO EMP-NAME(EMP-IDX)
               MOVE HRX-STATUS TO EMP-STATUS(EMP-IDX)
               MOVE HRX-DEPT-CODE TO EMP-DEPT-CODE(EMP-IDX)
               MOVE HRX-EFFECTIVE-DATE TO EMP-EFFECTIVE(EMP-IDX)
           END-IF.

      *> Replaced whole every night - HR's extract is the full
      *> population, not a list of changes - less the removed badges.
       WRITE-EMPLOYEE-REF.
           OPEN OUTPUT EMP-REF-FILE.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               PERFORM CHECK-BADGE-REMOVED
               IF BADGE-REMOVED
                   ADD 1 TO WS-REMOVED-COUNT
               ELSE
                   MOVE SPACES TO EMP-REF-RECORD
                   MOVE EMP-BADGE(EMP-IDX) TO ER-BADGE
                   MOVE EMP-NAME(EMP-IDX) TO ER-NAME
                   MOVE EMP-STATUS(EMP-IDX) TO ER-STATUS
                   MOVE EMP-DEPT-CODE(EMP-IDX) TO ER-DEPT-CODE
                   MOVE EMP-EFFECTIVE(EMP-IDX) TO ER-EFFECTIVE-DATE
                   WRITE EMP-REF-RECORD
                   ADD 1 TO WS-LOADED-COUNT
                   IF ER-TERMINATED
                       ADD 1 TO WS-TERM-COUNT
                   ELSE
                       ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EMP-REF-FILE.

       LOAD-DEPT-REF.
           OPEN INPUT DEPT-REF-FILE.
           PERFORM UNTIL END-OF-DEPT-REF
               READ DEPT-REF-FILE
                   AT END SET END-OF-DEPT-REF TO TRUE
                   NOT AT END
                       IF MAP-COUNT < 2000
                           ADD 1 TO MAP-COUNT
                           SET MAP-IDX TO MAP-COUNT
                           MOVE DR-BADGE TO MAP-BADGE(MAP-IDX)
                           MOVE DR-DEPT-CODE
                               TO MAP-DEPT-CODE(MAP-IDX)
                           MOVE DR-DEPT-NAME
                               TO MAP-DEPT-NAME(MAP-IDX)
                       ELSE
                           DISPLAY "WARNING: more than 2000 badges in"
                                   " DEPTREF.DAT - overflow ignored"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-REF-FILE.

      *> An empty effective date counts as already in force. The
      *> department's name is taken from any badge already filed
      *> under the new code; a code nobody is filed under yet goes in
      *> unnamed, flagged for JOKEDPT.
       APPLY-DEPT-CHANGE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               IF MAP-BADGE(MAP-IDX) = EMP-BADGE(EMP-IDX)
                   MOVE MAP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX NOT = 0
               SET MAP-IDX TO WS-FOUND-IDX
               MOVE MAP-DEPT-CODE(MAP-IDX) TO WS-OLD-CODE
           ELSE
               MOVE SPACES TO WS-OLD-CODE
           END-IF.

           IF WS-OLD-CODE NOT = EMP-DEPT-CODE(EMP-IDX)
               IF EMP-EFFECTIVE(EMP-IDX) > WS-TODAY
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY "  PENDING " EMP-BADGE(EMP-IDX) " "
                           WS-OLD-CODE " -> " EMP-DEPT-CODE(EMP-IDX)
                           " effective " EMP-EFFECTIVE(EMP-IDX)
                           " " EMP-NAME(EMP-IDX)
               ELSE
                   PERFORM FIND-DEPT-NAME
                   IF WS-FOUND-IDX = 0
                       IF MAP-COUNT >= 2000
                           DISPLAY "  NOT ADDED " EMP-BADGE(EMP-IDX)
                                   " - DEPTREF.DAT table is full"
                       ELSE
                           ADD 1 TO MAP-COUNT
                           MOVE MAP-COUNT TO WS-FOUND-IDX
                           ADD 1 TO WS-ADDED-COUNT
                           DISPLAY "  ADDED   " EMP-BADGE(EMP-IDX)
                                   "      -> "
                                   EMP-DEPT-CODE(EMP-IDX) " "
                                   EMP-NAME(EMP-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-MOVED-COUNT
                       DISPLAY "  MOVED   " EMP-BADGE(EMP-IDX) " "
                               WS-OLD-CODE " -> "
                               EMP-DEPT-CODE(EMP-IDX) " "
                               EMP-NAME(EMP-IDX)
                   END-IF
                   IF WS-FOUND-IDX NOT = 0
                       SET MAP-IDX TO WS-FOUND-IDX
                       MOVE EMP-BADGE(EMP-IDX) TO MAP-BADGE(MAP-IDX)
                       MOVE EMP-DEPT-CODE(EMP-IDX)
                           TO MAP-DEPT-CODE(MAP-IDX)
                       MOVE WS-WORK-NAME TO MAP-DEPT-NAME(MAP-IDX)
                       SET REF-CHANGED TO TRUE
                       IF WS-WORK-NAME = SPACES
                           DISPLAY "          department "
                                   EMP-DEPT-CODE(EMP-IDX)
                                   " is new - name it through JOKEDPT"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-DEPT-NAME.
           MOVE SPACES TO WS-WORK-NAME.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               IF MAP-DEPT-CODE(MAP-IDX) = EMP-DEPT-CODE(EMP-IDX)
                  AND MAP-DEPT-NAME(MAP-IDX) NOT = SPACES
                   MOVE MAP-DEPT-NAME(MAP-IDX) TO WS-WORK-NAME
               END-IF
           END-PERFORM.

      *> Reference entries HR has never heard of are only listed -
      *> the badge checks already keep them from playing, and the
      *> history filed under them is left alone.
       LIST-UNKNOWN-TO-HR.
           DISPLAY "-------------------------------------------------".
           DISPLAY "DEPTREF.DAT badges not on the HR file:".
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > EMP-COUNT
                   IF EMP-BADGE(EMP-IDX) = MAP-BADGE(MAP-IDX)
                       MOVE EMP-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = 0
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "  " MAP-BADGE(MAP-IDX) " "
                           MAP-DEPT-CODE(MAP-IDX)
               END-IF
           END-PERFORM.
           IF WS-UNKNOWN-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

       REWRITE-DEPT-REF.
           OPEN OUTPUT DEPT-REF-FILE.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               MOVE SPACES TO DEPT-REF-RECORD
               MOVE MAP-BADGE(MAP-IDX) TO DR-BADGE
               MOVE MAP-DEPT-CODE(MAP-IDX) TO DR-DEPT-CODE
               MOVE MAP-DEPT-NAME(MAP-IDX) TO DR-DEPT-NAME
               WRITE DEPT-REF-RECORD
           END-PERFORM.
           CLOSE DEPT-REF-FILE.

       PRINT-LOAD-SUMMARY.
           DISPLAY "-------------------------------------------------".
           DISPLAY "HR rows read        : " WS-READ-COUNT.
           DISPLAY "  skipped as invalid: " WS-BAD-COUNT.
           DISPLAY "  duplicate badges  : " WS-DUP-COUNT.
           DISPLAY "EMPREF.DAT loaded   : " WS-LOADED-COUNT
                   " (active " WS-ACTIVE-COUNT
                   ", terminated " WS-TERM-COUNT ")".
           DISPLAY "  removed by JOKEFGT: " WS-REMOVED-COUNT
                   " (not reloaded)".
           DISPLAY "Department moves    : " WS-MOVED-COUNT.
           DISPLAY "Badges added        : " WS-ADDED-COUNT.
           DISPLAY "Moves pending       : " WS-PENDING-COUNT.
           IF REF-CHANGED
               DISPLAY "DEPTREF.DAT rewritten - " MAP-COUNT " badges."
           ELSE
               DISPLAY "No changes - DEPTREF.DAT left untouched."
           END-IF.
           DISPLAY "=================================================".
