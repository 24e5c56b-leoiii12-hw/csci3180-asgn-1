      ******************************************************************
      *> Exception master feed.
      *>
      *> The night's exceptions land in five listings that the next
      *> run overwrites: unmatched-submissions.txt,
      *> rejected-submissions.txt, outcome-exceptions.txt,
      *> integrity-exceptions.txt and the rejects in
      *> team-maint-audit.txt. This program carries every line of
      *> them into exception-master.dat, an indexed file keyed on
      *> contest id, source and the original record, so each
      *> exception is held once, however many runs list it again,
      *> until someone closes it with EXCEPTION-MAINT.
      *>
      *> A new entry gets the next exception number, the source and
      *> reason code, the run id and date it was first seen, a
      *> severity, and status O (open). An entry already on the
      *> master only has its last-seen run id and its count of runs
      *> updated - its status is left alone, so a resolved
      *> exception that the next refresh lists again stays resolved.
      *>
      *> Sources and reasons:
      *>   U  unmatched-submissions.txt   UNKNOWN TEAM
      *>   R  rejected-submissions.txt    the edit's reason codes
      *>   O  outcome-exceptions.txt      UNLISTED OUTCOME
      *>   I  integrity-exceptions.txt    I1, I2 or I3
      *>   T  team-maint-audit.txt        the REJECTED line's reason
      *> Severity is H for an I1 hit (two teams, same problem, same
      *> score, same second - the one the committee must clear
      *> before results are sealed), L for a team-maintenance
      *> reject, and M for everything else. An official scoring run
      *> will not seal final-results.dat while any H entry of its
      *> contest is open.
      *>
      *> The contest id is the one parameter on the command line;
      *> the run id is the one the scoring run left in
      *> contest-run-totals.txt. Counts go to
      *> exception-feed-totals.txt for the stream log, and the step
      *> ends with code 4 while the contest has open high-severity
      *> exceptions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL UNMATCHED-FILE
              ASSIGN TO 'unmatched-submissions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL REJECT-FILE
              ASSIGN TO 'rejected-submissions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OUTCOME-EXCEPTIONS-FILE
              ASSIGN TO 'outcome-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL INTEGRITY-FILE
              ASSIGN TO 'integrity-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MAINT-AUDIT-FILE
              ASSIGN TO 'team-maint-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-TOTALS-FILE
              ASSIGN TO 'contest-run-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL EXCEPTION-MASTER-FILE
              ASSIGN TO 'exception-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EX-KEY.
      *>    The same master read front to back, for the highest
      *>    exception number issued and the open counts.
            SELECT OPTIONAL EXCEPTION-SCAN-FILE
              ASSIGN TO 'exception-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EXS-KEY.

            *>  OUTPUT
            SELECT EXCEPTION-TOTALS-FILE
              ASSIGN TO 'exception-feed-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD UNMATCHED-FILE.
       01 UF-LINE PIC X(60).

       FD REJECT-FILE.
       01 REJ-LINE.
            02 REJ-RECORD PIC X(45).
            02 REJ-SPACE PIC X(1).
            02 REJ-REASONS PIC X(14).

       FD OUTCOME-EXCEPTIONS-FILE.
       01 OEF-LINE PIC X(60).

       FD INTEGRITY-FILE.
       01 INTG-LINE.
            02 INTG-TEAM-NAME PIC X(15).
            02 INTG-SPACE PIC X(1).
            02 INTG-PROBLEM-ID PIC 9(2).
            02 INTG-SPACE-2 PIC X(1).
            02 INTG-OUTCOME PIC X(19).
            02 INTG-SPACE-3 PIC X(1).
            02 INTG-SCORE PIC 9(3).
            02 INTG-SPACE-4 PIC X(1).
            02 INTG-SUBMIT-TIME PIC 9(6).
            02 INTG-SPACE-5 PIC X(1).
            02 INTG-REASON PIC X(2).
       01 INTG-PAIR-LINE.
            02 INTG-P-TEAM-NAME PIC X(15).
            02 INTG-P-SPACE PIC X(1).
            02 INTG-P-WITH-LABEL PIC X(5).
            02 INTG-P-TEAM-NAME-2 PIC X(15).
            02 INTG-P-SPACE-2 PIC X(1).
            02 INTG-P-REASON PIC X(2).

       FD MAINT-AUDIT-FILE.
       01 MAUD-LINE.
            02 MAUD-ACTION PIC X(1).
            02 MAUD-SPACE PIC X(1).
            02 MAUD-TEAM-NAME PIC X(15).
            02 MAUD-SPACE-2 PIC X(1).
            02 MAUD-RESULT PIC X(8).
            02 MAUD-SPACE-3 PIC X(1).
            02 MAUD-REASON PIC X(20).

       FD RUN-TOTALS-FILE.
       01 RTOT-RECORD.
            02 RTOT-RECORDS-READ PIC 9(5).
            02 RTOT-SPACE PIC X(1).
            02 RTOT-ACCUMULATED PIC 9(5).
            02 RTOT-SPACE-2 PIC X(1).
            02 RTOT-UNMATCHED PIC 9(5).
            02 RTOT-SPACE-3 PIC X(1).
            02 RTOT-EXCEPTIONS PIC 9(5).
            02 RTOT-SPACE-4 PIC X(1).
            02 RTOT-RECON-FLAG PIC X(1).
            02 RTOT-SPACE-5 PIC X(1).
            02 RTOT-RUN-ID PIC X(26).

       FD EXCEPTION-MASTER-FILE.
       01 EX-RECORD.
            02 EX-KEY.
                  03 EX-CONTEST-ID PIC X(10).
                  03 EX-SOURCE PIC X(1).
                  03 EX-ORIGINAL PIC X(60).
            02 EX-EXCEPTION-NO PIC 9(7).
            02 EX-REASON PIC X(20).
            02 EX-SEVERITY PIC X(1).
                  88 EX-IS-HIGH VALUE "H".
            02 EX-FIRST-RUN-ID PIC X(26).
            02 EX-FIRST-SEEN-DATE PIC 9(8).
            02 EX-LAST-RUN-ID PIC X(26).
            02 EX-TIMES-SEEN PIC 9(5).
            02 EX-STATUS PIC X(1).
                  88 EX-IS-OPEN VALUE "O".
                  88 EX-IS-RESOLVED VALUE "R".
                  88 EX-IS-WAIVED VALUE "W".
            02 EX-CLOSED-BY PIC X(8).
            02 EX-CLOSED-DATE PIC 9(8).
            02 EX-CLOSE-NOTE PIC X(40).

       FD EXCEPTION-SCAN-FILE.
       01 EXS-RECORD.
            02 EXS-KEY.
                  03 EXS-CONTEST-ID PIC X(10).
                  03 EXS-SOURCE PIC X(1).
                  03 EXS-ORIGINAL PIC X(60).
            02 EXS-EXCEPTION-NO PIC 9(7).
            02 EXS-REASON PIC X(20).
            02 EXS-SEVERITY PIC X(1).
                  88 EXS-IS-HIGH VALUE "H".
            02 EXS-FIRST-RUN-ID PIC X(26).
            02 EXS-FIRST-SEEN-DATE PIC 9(8).
            02 EXS-LAST-RUN-ID PIC X(26).
            02 EXS-TIMES-SEEN PIC 9(5).
            02 EXS-STATUS PIC X(1).
                  88 EXS-IS-OPEN VALUE "O".
            02 EXS-CLOSED-BY PIC X(8).
            02 EXS-CLOSED-DATE PIC 9(8).
            02 EXS-CLOSE-NOTE PIC X(40).

       FD EXCEPTION-TOTALS-FILE.
       01 XTOT-RECORD.
            02 XTOT-READ-COUNT PIC 9(5).
            02 XTOT-SPACE PIC X(1).
            02 XTOT-ADDED-COUNT PIC 9(5).
            02 XTOT-SPACE-2 PIC X(1).
            02 XTOT-OPEN-COUNT PIC 9(5).
            02 XTOT-SPACE-3 PIC X(1).
            02 XTOT-OPEN-HIGH-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-RUN-ID PIC X(26) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-CID-LEN PIC 9(2).

       01 WS-SCAN-ENDED PIC 9(1).
       01 WS-LAST-EXCEPTION-NO PIC 9(7) VALUE 0.

      *>    The exception in hand, set by each source's paragraph
      *>    before FEED-ONE-EXCEPTION-PROC files it.
       01 WS-FEED-SOURCE PIC X(1).
       01 WS-FEED-ORIGINAL PIC X(60).
       01 WS-FEED-REASON PIC X(20).
       01 WS-FEED-SEVERITY PIC X(1).

       01 WS-LINES-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-ADDED-COUNT PIC 9(5) VALUE 0.
       01 WS-SEEN-AGAIN-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-HIGH-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.
            IF WS-CONTEST-ID = SPACES THEN
                  DISPLAY "ERROR: no contest id given - nothing fed."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

            PERFORM LOAD-RUN-ID-PROC.
            PERFORM FIND-LAST-EXCEPTION-NO-PROC.

            OPEN I-O EXCEPTION-MASTER-FILE.
            PERFORM FEED-UNMATCHED-PROC.
            PERFORM FEED-REJECTED-PROC.
            PERFORM FEED-OUTCOME-PROC.
            PERFORM FEED-INTEGRITY-PROC.
            PERFORM FEED-TEAM-MAINT-PROC.
            CLOSE EXCEPTION-MASTER-FILE.

            PERFORM COUNT-OPEN-EXCEPTIONS-PROC.

            DISPLAY "Exception lines read:     " WS-LINES-READ-COUNT.
            DISPLAY "New exceptions:           " WS-ADDED-COUNT.
            DISPLAY "Already on master:        " WS-SEEN-AGAIN-COUNT.
            DISPLAY "Open for this contest:    " WS-OPEN-COUNT.
            DISPLAY "Open high-severity:       " WS-OPEN-HIGH-COUNT.

            PERFORM WRITE-EXCEPTION-TOTALS-PROC.

            IF WS-OPEN-HIGH-COUNT > 0 THEN
                  DISPLAY "WARNING: " WS-OPEN-HIGH-COUNT
                        " open high-severity exception(s) - the "
                        "board cannot be sealed until they are "
                        "closed."
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       LOAD-RUN-ID-PROC.
      *>    A scoring run that stopped before writing its totals
      *>    leaves no run id; the feed then stamps its own, in the
      *>    same contest-date-time form.
            OPEN INPUT RUN-TOTALS-FILE.
            READ RUN-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE RTOT-RUN-ID TO WS-RUN-ID
            END-READ.
            CLOSE RUN-TOTALS-FILE.
            IF WS-RUN-ID = SPACES THEN
                  MOVE 10 TO WS-CID-LEN
                  PERFORM SHRINK-CID-LEN-PROC
                        UNTIL WS-CID-LEN = 0 OR
                              WS-CONTEST-ID(WS-CID-LEN:1) NOT = SPACE
                  STRING WS-CONTEST-ID(1:WS-CID-LEN) DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-RUN-TIME(1:6) DELIMITED BY SIZE
                        INTO WS-RUN-ID
            END-IF.
       SHRINK-CID-LEN-PROC.
            SUBTRACT 1 FROM WS-CID-LEN.
       FIND-LAST-EXCEPTION-NO-PROC.
            MOVE 0 TO WS-LAST-EXCEPTION-NO.
            MOVE 0 TO WS-SCAN-ENDED.
            OPEN INPUT EXCEPTION-SCAN-FILE.
            PERFORM CHECK-ONE-EXCEPTION-NO-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE EXCEPTION-SCAN-FILE.
       CHECK-ONE-EXCEPTION-NO-PROC.
            READ EXCEPTION-SCAN-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 AND
                  EXS-EXCEPTION-NO > WS-LAST-EXCEPTION-NO THEN
                  MOVE EXS-EXCEPTION-NO TO WS-LAST-EXCEPTION-NO
            END-IF.
       FEED-UNMATCHED-PROC.
            MOVE 0 TO WS-SCAN-ENDED.
            OPEN INPUT UNMATCHED-FILE.
            PERFORM FEED-ONE-UNMATCHED-PROC UNTIL WS-SCAN-ENDED = 1.
            CLOSE UNMATCHED-FILE.
       FEED-ONE-UNMATCHED-PROC.
            READ UNMATCHED-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 AND UF-LINE NOT = SPACES THEN
                  MOVE "U" TO WS-FEED-SOURCE
                  MOVE UF-LINE TO WS-FEED-ORIGINAL
                  MOVE "UNKNOWN TEAM" TO WS-FEED-REASON
                  MOVE "M" TO WS-FEED-SEVERITY
                  PERFORM FEED-ONE-EXCEPTION-PROC
            END-IF.
       FEED-REJECTED-PROC.
            MOVE 0 TO WS-SCAN-ENDED.
            OPEN INPUT REJECT-FILE.
            PERFORM FEED-ONE-REJECTED-PROC UNTIL WS-SCAN-ENDED = 1.
            CLOSE REJECT-FILE.
       FEED-ONE-REJECTED-PROC.
            READ REJECT-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 AND REJ-LINE NOT = SPACES THEN
                  MOVE "R" TO WS-FEED-SOURCE
                  MOVE REJ-LINE TO WS-FEED-ORIGINAL
                  MOVE REJ-REASONS TO WS-FEED-REASON
                  MOVE "M" TO WS-FEED-SEVERITY
                  PERFORM FEED-ONE-EXCEPTION-PROC
            END-IF.
       FEED-OUTCOME-PROC.
            MOVE 0 TO WS-SCAN-ENDED.
            OPEN INPUT OUTCOME-EXCEPTIONS-FILE.
            PERFORM FEED-ONE-OUTCOME-PROC UNTIL WS-SCAN-ENDED = 1.
            CLOSE OUTCOME-EXCEPTIONS-FILE.
       FEED-ONE-OUTCOME-PROC.
            READ OUTCOME-EXCEPTIONS-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 AND OEF-LINE NOT = SPACES THEN
                  MOVE "O" TO WS-FEED-SOURCE
                  MOVE OEF-LINE TO WS-FEED-ORIGINAL
                  MOVE "UNLISTED OUTCOME" TO WS-FEED-REASON
                  MOVE "M" TO WS-FEED-SEVERITY
                  PERFORM FEED-ONE-EXCEPTION-PROC
            END-IF.
       FEED-INTEGRITY-PROC.
            MOVE 0 TO WS-SCAN-ENDED.
            OPEN INPUT INTEGRITY-FILE.
            PERFORM FEED-ONE-INTEGRITY-PROC UNTIL WS-SCAN-ENDED = 1.
            CLOSE INTEGRITY-FILE.
       FEED-ONE-INTEGRITY-PROC.
            READ INTEGRITY-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 AND INTG-LINE NOT = SPACES THEN
                  MOVE "I" TO WS-FEED-SOURCE
                  MOVE INTG-LINE TO WS-FEED-ORIGINAL
      *>          A team-pair line names the second team after
      *>          "with "; a detail line has a problem id there.
                  IF INTG-P-WITH-LABEL = "with " THEN
                        MOVE INTG-P-REASON TO WS-FEED-REASON
                  ELSE
                        MOVE INTG-REASON TO WS-FEED-REASON
                  END-IF
                  IF WS-FEED-REASON = "I1" THEN
                        MOVE "H" TO WS-FEED-SEVERITY
                  ELSE
                        MOVE "M" TO WS-FEED-SEVERITY
                  END-IF
                  PERFORM FEED-ONE-EXCEPTION-PROC
            END-IF.
       FEED-TEAM-MAINT-PROC.
            MOVE 0 TO WS-SCAN-ENDED.
            OPEN INPUT MAINT-AUDIT-FILE.
            PERFORM FEED-ONE-TEAM-MAINT-PROC UNTIL WS-SCAN-ENDED = 1.
            CLOSE MAINT-AUDIT-FILE.
       FEED-ONE-TEAM-MAINT-PROC.
      *>    Only the rejects are exceptions; applied lines are the
      *>    audit trail of work done.
            READ MAINT-AUDIT-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 AND MAUD-RESULT = "REJECTED" THEN
                  MOVE "T" TO WS-FEED-SOURCE
                  MOVE MAUD-LINE TO WS-FEED-ORIGINAL
                  MOVE MAUD-REASON TO WS-FEED-REASON
                  MOVE "L" TO WS-FEED-SEVERITY
                  PERFORM FEED-ONE-EXCEPTION-PROC
            END-IF.
       FEED-ONE-EXCEPTION-PROC.
            ADD 1 TO WS-LINES-READ-COUNT.
            MOVE WS-CONTEST-ID TO EX-CONTEST-ID.
            MOVE WS-FEED-SOURCE TO EX-SOURCE.
            MOVE WS-FEED-ORIGINAL TO EX-ORIGINAL.
            READ EXCEPTION-MASTER-FILE
                  INVALID KEY
                        PERFORM ADD-NEW-EXCEPTION-PROC
                  NOT INVALID KEY
                        PERFORM UPDATE-SEEN-EXCEPTION-PROC
            END-READ.
       ADD-NEW-EXCEPTION-PROC.
            ADD 1 TO WS-LAST-EXCEPTION-NO.
            MOVE WS-CONTEST-ID TO EX-CONTEST-ID.
            MOVE WS-FEED-SOURCE TO EX-SOURCE.
            MOVE WS-FEED-ORIGINAL TO EX-ORIGINAL.
            MOVE WS-LAST-EXCEPTION-NO TO EX-EXCEPTION-NO.
            MOVE WS-FEED-REASON TO EX-REASON.
            MOVE WS-FEED-SEVERITY TO EX-SEVERITY.
            MOVE WS-RUN-ID TO EX-FIRST-RUN-ID.
            MOVE WS-RUN-DATE TO EX-FIRST-SEEN-DATE.
            MOVE WS-RUN-ID TO EX-LAST-RUN-ID.
            MOVE 1 TO EX-TIMES-SEEN.
            MOVE "O" TO EX-STATUS.
            MOVE SPACES TO EX-CLOSED-BY.
            MOVE 0 TO EX-CLOSED-DATE.
            MOVE SPACES TO EX-CLOSE-NOTE.
            WRITE EX-RECORD
                  INVALID KEY
                        DISPLAY "ERROR: exception " EX-EXCEPTION-NO
                              " could not be written."
                  NOT INVALID KEY
                        ADD 1 TO WS-ADDED-COUNT
            END-WRITE.
       UPDATE-SEEN-EXCEPTION-PROC.
      *>    A listing can repeat a line within one run; the run is
      *>    counted once.
            ADD 1 TO WS-SEEN-AGAIN-COUNT.
            IF EX-LAST-RUN-ID NOT = WS-RUN-ID THEN
                  MOVE WS-RUN-ID TO EX-LAST-RUN-ID
                  ADD 1 TO EX-TIMES-SEEN
                  REWRITE EX-RECORD
                        INVALID KEY
                              DISPLAY "ERROR: exception "
                                    EX-EXCEPTION-NO
                                    " could not be updated."
                  END-REWRITE
            END-IF.
       COUNT-OPEN-EXCEPTIONS-PROC.
            MOVE 0 TO WS-SCAN-ENDED.
            OPEN INPUT EXCEPTION-SCAN-FILE.
            PERFORM COUNT-ONE-OPEN-EXCEPTION-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE EXCEPTION-SCAN-FILE.
       COUNT-ONE-OPEN-EXCEPTION-PROC.
            READ EXCEPTION-SCAN-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 AND EXS-CONTEST-ID = WS-CONTEST-ID
                  AND EXS-IS-OPEN THEN
                  ADD 1 TO WS-OPEN-COUNT
                  IF EXS-IS-HIGH THEN
                        ADD 1 TO WS-OPEN-HIGH-COUNT
                  END-IF
            END-IF.
       WRITE-EXCEPTION-TOTALS-PROC.
            OPEN OUTPUT EXCEPTION-TOTALS-FILE.
            MOVE WS-LINES-READ-COUNT TO XTOT-READ-COUNT.
            MOVE SPACE TO XTOT-SPACE.
            MOVE WS-ADDED-COUNT TO XTOT-ADDED-COUNT.
            MOVE SPACE TO XTOT-SPACE-2.
            MOVE WS-OPEN-COUNT TO XTOT-OPEN-COUNT.
            MOVE SPACE TO XTOT-SPACE-3.
            MOVE WS-OPEN-HIGH-COUNT TO XTOT-OPEN-HIGH-COUNT.
            WRITE XTOT-RECORD.
            CLOSE EXCEPTION-TOTALS-FILE.

       END PROGRAM EXCEPTION-FEED.
