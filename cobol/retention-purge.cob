      ******************************************************************
      *> Retention purge for the archive, journal and work files.
      *>
      *> Housekeeping, run on its own between contest nights. Takes
      *> the records of contest-results.dat, team-maint-journal.txt,
      *> team-backout-audit.txt and the scoring-state set
      *> (scoring-state.txt, held-submissions.wrk,
      *> submission-detail.wrk) that are past the keep period
      *> retention-policy.txt gives for their file, writes them to a
      *> dated history file, and only then deletes them, so nothing
      *> leaves the system without a copy. The history file is the
      *> purged file's name with "-hist-" and the run date, e.g.
      *> team-maint-journal-hist-20261015.txt; a second run the
      *> same day adds to it.
      *>
      *> How a record's age is found:
      *>   contest-results.dat      the row's run date; rows of a
      *>                            contest still listed in
      *>                            season-contests.txt are kept
      *>                            whatever their age
      *>   team-maint-journal.txt   the date in the batch id, so a
      *>   team-backout-audit.txt   batch newer than the policy is
      *>                            kept whole
      *>   the scoring-state set    the run date of the last
      *>                            generation on
      *>                            generation-catalogue.dat - the
      *>                            run that wrote the set. The
      *>                            three files go together, once
      *>                            the set is past every one of
      *>                            their keep periods and its
      *>                            contest is not in the season; a
      *>                            refresh that finds no state
      *>                            starts a full rebuild.
      *> A record whose date is not numeric is kept.
      *>
      *> retention-policy.txt, one line per file:
      *>   file name X(24), space, keep days 9(4)
      *> A file with no line is not purged. With no policy at all
      *> nothing is purged and the run ends with code 4.
      *>
      *> retention-purge-report.txt shows, per file, the records
      *> before the purge, kept, offloaded, deleted and found after
      *> it. A file balances when kept and deleted make up the
      *> before count, every deleted record was offloaded, and the
      *> after count is the kept count; one that does not ends the
      *> run with code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL POLICY-FILE
              ASSIGN TO 'retention-policy.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CONTEST-LIST-FILE
              ASSIGN TO 'season-contests.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CATALOGUE-FILE
              ASSIGN TO 'generation-catalogue.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS GC-GENERATION-NO.

            *>  MASTER
            SELECT OPTIONAL CONTEST-RESULTS-FILE
              ASSIGN TO 'contest-results.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CR-KEY.
            SELECT OPTIONAL JOURNAL-FILE
              ASSIGN TO 'team-maint-journal.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BACKOUT-AUDIT-FILE
              ASSIGN TO 'team-backout-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL STATE-FILE ASSIGN TO 'scoring-state.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HELD-WORK-FILE
              ASSIGN TO 'held-submissions.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DETAIL-WORK-FILE
              ASSIGN TO 'submission-detail.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  OUTPUT
            SELECT OPTIONAL HISTORY-FILE
              ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PURGE-WORK-FILE
              ASSIGN TO 'retention-purge.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PURGE-REPORT-FILE
              ASSIGN TO 'retention-purge-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       *>  INPUT
       FD POLICY-FILE.
       01 RP-RECORD.
            02 RP-FILE-NAME PIC X(24).
            02 RP-SPACE PIC X(1).
            02 RP-KEEP-DAYS PIC X(4).
       FD CONTEST-LIST-FILE.
       01 CONTEST-LIST-RECORD.
            02 SC-CONTEST-ID PIC X(10).
            02 SC-FILE-NAME PIC X(30).
            02 SC-WEIGHT PIC X(3).
       FD CATALOGUE-FILE.
       01 GC-RECORD.
            02 GC-GENERATION-NO PIC 9(7).
            02 GC-CONTEST-ID PIC X(10).
            02 GC-RUN-ID PIC X(26).
            02 GC-RUN-DATE PIC 9(8).
            02 GC-MODE PIC X(8).
            02 GC-SEALED PIC X(1).
            02 GC-RECORDS-READ PIC 9(5).
            02 GC-ACCUMULATED PIC 9(5).
            02 GC-UNMATCHED PIC 9(5).
            02 GC-EXCEPTIONS PIC 9(5).
            02 GC-RECON-FLAG PIC X(1).
            02 GC-FILE-LINES OCCURS 14 TIMES PIC 9(7).
            02 GC-STATUS PIC X(1).
            02 GC-PURGED-DATE PIC 9(8).
            02 GC-LAST-RESTORED PIC 9(8).

       *>  MASTER
       FD CONTEST-RESULTS-FILE.
       01 CR-RECORD.
            02 CR-KEY.
                  03 CR-CONTEST-ID PIC X(10).
                  03 CR-TEAM-NAME PIC X(15).
            02 CR-DIVISION PIC X(15).
            02 CR-PROBLEM-SCORE OCCURS 20 TIMES PIC 9(3).
            02 CR-TOTAL PIC 9(4).
            02 CR-RUN-DATE PIC 9(8).
      *>    Journal and backout audit lines both open with the
      *>    TEAM-MAINT batch id, the run's date and time.
       FD JOURNAL-FILE.
       01 JRN-RECORD.
            02 JRN-BATCH-DATE PIC X(8).
            02 JRN-BATCH-TIME PIC X(6).
            02 JRN-REST PIC X(135).
       FD BACKOUT-AUDIT-FILE.
       01 BAUD-LINE.
            02 BAUD-BATCH-DATE PIC X(8).
            02 BAUD-BATCH-TIME PIC X(6).
            02 BAUD-REST PIC X(54).
       FD STATE-FILE.
       01 STA-LINE PIC X(340).
       FD HELD-WORK-FILE.
       01 HLD-LINE PIC X(45).
       FD DETAIL-WORK-FILE.
       01 DTW-LINE PIC X(33).

       *>  OUTPUT
       FD HISTORY-FILE.
       01 HIST-LINE PIC X(340).
       FD PURGE-WORK-FILE.
       01 PWK-LINE PIC X(340).
       FD PURGE-REPORT-FILE.
       01 RPR-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-RECORD-AGE PIC S9(7).
       01 WS-RECORD-DATE PIC X(8).
       01 WS-PAST-RETENTION PIC 9(1).
       01 WS-GEN-LINE PIC X(340).

       01 WS-HISTORY-FILE-NAME PIC X(48) VALUE SPACES.
       01 WS-HISTORY-OPEN PIC 9(1) VALUE 0.

       01 WS-POLICY-ENDED PIC 9(1).
       01 WS-POLICY-LINES PIC 9(3) VALUE 0.
       01 WS-POLICY-MATCHED PIC 9(1).
       01 WS-LIST-ENDED PIC 9(1).
       01 WS-SCAN-ENDED PIC 9(1).
       01 WS-IN-SEASON PIC 9(1).
       01 WS-OUT-OF-BALANCE PIC 9(1) VALUE 0.

      *>    The files under the policy, in the order they are purged.
      *>    1 contest-results.dat, 2 team-maint-journal.txt,
      *>    3 team-backout-audit.txt, 4-6 the scoring-state set.
       01 WS-FILE-COUNT PIC 9(1) VALUE 6.
       01 WS-FILE-NO PIC 9(1).
       01 WS-PURGE-TABLE.
            05 WS-PURGE-ENTRY OCCURS 6 TIMES INDEXED BY PI.
                  10 WS-PURGE-FILE-NAME PIC X(24).
                  10 WS-PURGE-HISTORY-BASE PIC X(24).
                  10 WS-PURGE-HAS-POLICY PIC 9(1).
                  10 WS-PURGE-KEEP-DAYS PIC 9(4).
                  10 WS-PURGE-BEFORE PIC 9(7).
                  10 WS-PURGE-KEPT PIC 9(7).
                  10 WS-PURGE-OFFLOADED PIC 9(7).
                  10 WS-PURGE-DELETED PIC 9(7).
                  10 WS-PURGE-AFTER PIC 9(7).
                  10 WS-PURGE-SEASON-HELD PIC 9(7).
                  10 WS-PURGE-HISTORY-NAME PIC X(48).
                  10 WS-PURGE-NOTE PIC X(50).

      *>    Contests of the current season, from season-contests.txt.
       01 WS-SEASON-LIMIT PIC 9(3) VALUE 50.
       01 WS-SEASON-COUNT PIC 9(3) VALUE 0.
       01 WS-SEASON-OVERFLOW PIC 9(1) VALUE 0.
       01 WS-SEASON-TABLE.
            05 WS-SEASON-CONTEST-ID OCCURS 50 TIMES
                  INDEXED BY SI PIC X(10).

      *>    The run that wrote the scoring-state set.
       01 WS-STATE-DATED PIC 9(1) VALUE 0.
       01 WS-STATE-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-STATE-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-STATE-SET-PURGE PIC 9(1) VALUE 0.
       01 WS-STATE-SET-NOTE PIC X(50) VALUE SPACES.

       01 WS-DN-DATE PIC 9(8).
       01 WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
            02 WS-DN-YEAR PIC 9(4).
            02 WS-DN-MONTH PIC 9(2).
            02 WS-DN-DAY PIC 9(2).
       01 WS-DN-Y PIC 9(4).
       01 WS-DN-M PIC 9(2).
       01 WS-DN-Q4 PIC 9(4).
       01 WS-DN-Q100 PIC 9(4).
       01 WS-DN-Q400 PIC 9(4).
       01 WS-DN-MONTH-DAYS PIC 9(4).
       01 WS-DN-DAYS PIC 9(7).

       01 WS-PRINT-LINE PIC X(80).
       01 WS-PURGE-LINE.
            02 RPL-FILE-NAME PIC X(24).
            02 RPL-KEEP-DAYS PIC X(5).
            02 RPL-BEFORE PIC Z(6)9.
            02 RPL-KEPT PIC Z(6)9.
            02 RPL-OFFLOADED PIC Z(6)9.
            02 RPL-DELETED PIC Z(6)9.
            02 RPL-AFTER PIC Z(6)9.
            02 RPL-SPACE PIC X(1).
            02 RPL-RESULT PIC X(14).
       01 WS-COUNT-STRING-7 PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-DN-DATE.
            PERFORM COMPUTE-DAY-NUMBER-PROC.
            MOVE WS-DN-DAYS TO WS-TODAY-DAYS.

            PERFORM SEED-PURGE-TABLE-PROC.
            PERFORM LOAD-POLICY-PROC.
            IF WS-POLICY-LINES = 0 THEN
                  DISPLAY "WARNING: retention-policy.txt missing or "
                        "empty - nothing purged."
                  MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM LOAD-SEASON-CONTESTS-PROC.
      *>    A season list cut short could let a season contest's
      *>    rows go, so nothing is purged.
            IF WS-SEASON-OVERFLOW = 1 THEN
                  DISPLAY "ERROR: season-contests.txt has more than "
                        WS-SEASON-LIMIT " contests - nothing purged."
                  MOVE 12 TO RETURN-CODE
                  GOBACK
            END-IF.

            MOVE 1 TO WS-FILE-NO.
            SET PI TO 1.
            PERFORM PURGE-CONTEST-RESULTS-PROC.

            MOVE 2 TO WS-FILE-NO.
            SET PI TO 2.
            PERFORM PURGE-BATCH-FILE-PROC.
            MOVE 3 TO WS-FILE-NO.
            SET PI TO 3.
            PERFORM PURGE-BATCH-FILE-PROC.

            PERFORM FIND-STATE-RUN-PROC.
            PERFORM JUDGE-STATE-SET-PROC.
            PERFORM PURGE-STATE-FILE-PROC
                  VARYING WS-FILE-NO FROM 4 BY 1
                  UNTIL WS-FILE-NO > WS-FILE-COUNT.

            PERFORM CHECK-BALANCE-PROC
                  VARYING PI FROM 1 BY 1 UNTIL PI > WS-FILE-COUNT.
            PERFORM WRITE-PURGE-REPORT-PROC.

            PERFORM DISPLAY-FILE-COUNTS-PROC
                  VARYING PI FROM 1 BY 1 UNTIL PI > WS-FILE-COUNT.
            IF WS-OUT-OF-BALANCE = 1 THEN
                  DISPLAY "ERROR: purge counts out of balance - see "
                        "retention-purge-report.txt."
                  MOVE 8 TO RETURN-CODE
            END-IF.

            GOBACK.
       SEED-PURGE-TABLE-PROC.
            MOVE "contest-results.dat" TO WS-PURGE-FILE-NAME(1).
            MOVE "contest-results" TO WS-PURGE-HISTORY-BASE(1).
            MOVE "team-maint-journal.txt" TO WS-PURGE-FILE-NAME(2).
            MOVE "team-maint-journal" TO WS-PURGE-HISTORY-BASE(2).
            MOVE "team-backout-audit.txt" TO WS-PURGE-FILE-NAME(3).
            MOVE "team-backout-audit" TO WS-PURGE-HISTORY-BASE(3).
            MOVE "scoring-state.txt" TO WS-PURGE-FILE-NAME(4).
            MOVE "scoring-state" TO WS-PURGE-HISTORY-BASE(4).
            MOVE "held-submissions.wrk" TO WS-PURGE-FILE-NAME(5).
            MOVE "held-submissions" TO WS-PURGE-HISTORY-BASE(5).
            MOVE "submission-detail.wrk" TO WS-PURGE-FILE-NAME(6).
            MOVE "submission-detail" TO WS-PURGE-HISTORY-BASE(6).
            PERFORM SEED-ONE-PURGE-ENTRY-PROC
                  VARYING PI FROM 1 BY 1 UNTIL PI > WS-FILE-COUNT.
       SEED-ONE-PURGE-ENTRY-PROC.
            MOVE 0 TO WS-PURGE-HAS-POLICY(PI).
            MOVE 0 TO WS-PURGE-KEEP-DAYS(PI).
            MOVE 0 TO WS-PURGE-BEFORE(PI).
            MOVE 0 TO WS-PURGE-KEPT(PI).
            MOVE 0 TO WS-PURGE-OFFLOADED(PI).
            MOVE 0 TO WS-PURGE-DELETED(PI).
            MOVE 0 TO WS-PURGE-AFTER(PI).
            MOVE 0 TO WS-PURGE-SEASON-HELD(PI).
            MOVE SPACES TO WS-PURGE-NOTE(PI).
            MOVE SPACES TO WS-PURGE-HISTORY-NAME(PI).
            STRING WS-PURGE-HISTORY-BASE(PI) DELIMITED BY SPACE
                  "-hist-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-PURGE-HISTORY-NAME(PI).
       LOAD-POLICY-PROC.
            OPEN INPUT POLICY-FILE.
            MOVE 0 TO WS-POLICY-ENDED.
            PERFORM LOAD-ONE-POLICY-LINE-PROC
                  UNTIL WS-POLICY-ENDED = 1.
            CLOSE POLICY-FILE.
       LOAD-ONE-POLICY-LINE-PROC.
            READ POLICY-FILE
                  AT END MOVE 1 TO WS-POLICY-ENDED
            END-READ.
            IF WS-POLICY-ENDED = 0 AND RP-FILE-NAME NOT = SPACES THEN
                  IF RP-KEEP-DAYS IS NOT NUMERIC THEN
                        DISPLAY "WARNING: retention-policy.txt keep "
                              "days not numeric for " RP-FILE-NAME
                              " - line ignored."
                  ELSE
                        MOVE 0 TO WS-POLICY-MATCHED
                        PERFORM MATCH-ONE-POLICY-FILE-PROC
                              VARYING PI FROM 1 BY 1
                              UNTIL PI > WS-FILE-COUNT
                        IF WS-POLICY-MATCHED = 0 THEN
                              DISPLAY "WARNING: retention-policy.txt "
                                    "names unknown file "
                                    RP-FILE-NAME " - line ignored."
                        ELSE
                              ADD 1 TO WS-POLICY-LINES
                        END-IF
                  END-IF
            END-IF.
       MATCH-ONE-POLICY-FILE-PROC.
            IF RP-FILE-NAME = WS-PURGE-FILE-NAME(PI) THEN
                  MOVE 1 TO WS-POLICY-MATCHED
                  MOVE 1 TO WS-PURGE-HAS-POLICY(PI)
                  MOVE RP-KEEP-DAYS TO WS-PURGE-KEEP-DAYS(PI)
            END-IF.
       LOAD-SEASON-CONTESTS-PROC.
            OPEN INPUT CONTEST-LIST-FILE.
            MOVE 0 TO WS-LIST-ENDED.
            PERFORM LOAD-ONE-SEASON-CONTEST-PROC
                  UNTIL WS-LIST-ENDED = 1.
            CLOSE CONTEST-LIST-FILE.
       LOAD-ONE-SEASON-CONTEST-PROC.
            READ CONTEST-LIST-FILE
                  AT END MOVE 1 TO WS-LIST-ENDED
            END-READ.
            IF WS-LIST-ENDED = 0 AND SC-CONTEST-ID NOT = SPACES THEN
                  IF WS-SEASON-COUNT < WS-SEASON-LIMIT THEN
                        ADD 1 TO WS-SEASON-COUNT
                        SET SI TO WS-SEASON-COUNT
                        MOVE SC-CONTEST-ID
                              TO WS-SEASON-CONTEST-ID(SI)
                  ELSE
                        MOVE 1 TO WS-SEASON-OVERFLOW
                  END-IF
            END-IF.
       CHECK-IN-SEASON-PROC.
      *>    Is the contest id the caller moved to SC-CONTEST-ID one
      *>    of the season's?
            MOVE 0 TO WS-IN-SEASON.
            PERFORM CHECK-ONE-SEASON-CONTEST-PROC
                  VARYING SI FROM 1 BY 1
                  UNTIL SI > WS-SEASON-COUNT OR WS-IN-SEASON = 1.
       CHECK-ONE-SEASON-CONTEST-PROC.
            IF WS-SEASON-CONTEST-ID(SI) = SC-CONTEST-ID THEN
                  MOVE 1 TO WS-IN-SEASON
            END-IF.
       JUDGE-RECORD-AGE-PROC.
      *>    WS-RECORD-DATE against the keep days of file PI.
            MOVE 0 TO WS-PAST-RETENTION.
            IF WS-PURGE-HAS-POLICY(PI) = 1 AND
                  WS-RECORD-DATE IS NUMERIC THEN
                  MOVE WS-RECORD-DATE TO WS-DN-DATE
                  PERFORM COMPUTE-DAY-NUMBER-PROC
                  COMPUTE WS-RECORD-AGE = WS-TODAY-DAYS - WS-DN-DAYS
                  IF WS-RECORD-AGE > WS-PURGE-KEEP-DAYS(PI) THEN
                        MOVE 1 TO WS-PAST-RETENTION
                  END-IF
            END-IF.
       PURGE-CONTEST-RESULTS-PROC.
            OPEN I-O CONTEST-RESULTS-FILE.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM PURGE-ONE-RESULTS-ROW-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE CONTEST-RESULTS-FILE.
            PERFORM CLOSE-HISTORY-FILE-PROC.

            OPEN INPUT CONTEST-RESULTS-FILE.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM COUNT-ONE-RESULTS-ROW-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE CONTEST-RESULTS-FILE.
            IF WS-PURGE-SEASON-HELD(PI) > 0 THEN
                  MOVE "rows of season contests kept:"
                        TO WS-PURGE-NOTE(PI)
            END-IF.
       PURGE-ONE-RESULTS-ROW-PROC.
            READ CONTEST-RESULTS-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-PURGE-BEFORE(PI)
                  MOVE CR-CONTEST-ID TO SC-CONTEST-ID
                  PERFORM CHECK-IN-SEASON-PROC
                  MOVE CR-RUN-DATE TO WS-RECORD-DATE
                  PERFORM JUDGE-RECORD-AGE-PROC
                  IF WS-PAST-RETENTION = 1 AND WS-IN-SEASON = 1 THEN
                        ADD 1 TO WS-PURGE-SEASON-HELD(PI)
                        MOVE 0 TO WS-PAST-RETENTION
                  END-IF
                  IF WS-PAST-RETENTION = 1 THEN
                        MOVE CR-RECORD TO WS-GEN-LINE
                        PERFORM WRITE-HISTORY-LINE-PROC
      *>                    Sequential access deletes the row just
      *>                    read.
                        DELETE CONTEST-RESULTS-FILE RECORD
                        ADD 1 TO WS-PURGE-DELETED(PI)
                  ELSE
                        ADD 1 TO WS-PURGE-KEPT(PI)
                  END-IF
            END-IF.
       COUNT-ONE-RESULTS-ROW-PROC.
            READ CONTEST-RESULTS-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-PURGE-AFTER(PI)
            END-IF.
       PURGE-BATCH-FILE-PROC.
      *>    Kept lines go to the work file and are copied back over
      *>    the original once every line has been judged.
            PERFORM OPEN-SOURCE-INPUT-PROC.
            OPEN OUTPUT PURGE-WORK-FILE.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM PURGE-ONE-BATCH-LINE-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE PURGE-WORK-FILE.
            PERFORM CLOSE-SOURCE-FILE-PROC.
            PERFORM CLOSE-HISTORY-FILE-PROC.

            IF WS-PURGE-OFFLOADED(PI) > 0 THEN
                  OPEN INPUT PURGE-WORK-FILE
                  PERFORM OPEN-SOURCE-OUTPUT-PROC
                  MOVE 0 TO WS-SCAN-ENDED
                  PERFORM COPY-ONE-KEPT-LINE-PROC
                        UNTIL WS-SCAN-ENDED = 1
                  PERFORM CLOSE-SOURCE-FILE-PROC
                  CLOSE PURGE-WORK-FILE
                  COMPUTE WS-PURGE-DELETED(PI) =
                        WS-PURGE-BEFORE(PI) - WS-PURGE-AFTER(PI)
            END-IF.

            PERFORM RECOUNT-SOURCE-FILE-PROC.
       PURGE-ONE-BATCH-LINE-PROC.
            PERFORM READ-SOURCE-LINE-PROC.
            IF WS-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-PURGE-BEFORE(PI)
                  MOVE WS-GEN-LINE(1:8) TO WS-RECORD-DATE
                  PERFORM JUDGE-RECORD-AGE-PROC
                  IF WS-PAST-RETENTION = 1 THEN
                        PERFORM WRITE-HISTORY-LINE-PROC
                  ELSE
                        ADD 1 TO WS-PURGE-KEPT(PI)
                        MOVE WS-GEN-LINE TO PWK-LINE
                        WRITE PWK-LINE
                  END-IF
            END-IF.
       COPY-ONE-KEPT-LINE-PROC.
            READ PURGE-WORK-FILE INTO WS-GEN-LINE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  PERFORM WRITE-SOURCE-LINE-PROC
                  ADD 1 TO WS-PURGE-AFTER(PI)
            END-IF.
       FIND-STATE-RUN-PROC.
      *>    The last generation catalogued is the last scoring run,
      *>    and so the run that left the scoring-state set.
            OPEN INPUT CATALOGUE-FILE.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM READ-ONE-CATALOGUE-ENTRY-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE CATALOGUE-FILE.
       READ-ONE-CATALOGUE-ENTRY-PROC.
            READ CATALOGUE-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  MOVE 1 TO WS-STATE-DATED
                  MOVE GC-RUN-DATE TO WS-STATE-RUN-DATE
                  MOVE GC-CONTEST-ID TO WS-STATE-CONTEST-ID
            END-IF.
       JUDGE-STATE-SET-PROC.
      *>    The set is purged only when every one of its files is
      *>    past its own keep period.
            MOVE 1 TO WS-STATE-SET-PURGE.
            IF WS-STATE-DATED = 0 THEN
                  MOVE 0 TO WS-STATE-SET-PURGE
                  MOVE "no scoring run catalogued - set kept"
                        TO WS-STATE-SET-NOTE
            ELSE
                  MOVE WS-STATE-CONTEST-ID TO SC-CONTEST-ID
                  PERFORM CHECK-IN-SEASON-PROC
                  PERFORM JUDGE-ONE-STATE-FILE-AGE-PROC
                        VARYING PI FROM 4 BY 1
                        UNTIL PI > WS-FILE-COUNT
                  IF WS-STATE-SET-PURGE = 1 AND WS-IN-SEASON = 1 THEN
                        MOVE 0 TO WS-STATE-SET-PURGE
                        MOVE SPACES TO WS-STATE-SET-NOTE
                        STRING "contest " DELIMITED BY SIZE
                              WS-STATE-CONTEST-ID DELIMITED BY SPACE
                              " still in the season - set kept"
                                    DELIMITED BY SIZE
                              INTO WS-STATE-SET-NOTE
                  END-IF
            END-IF.
       JUDGE-ONE-STATE-FILE-AGE-PROC.
            MOVE WS-STATE-RUN-DATE TO WS-RECORD-DATE.
            PERFORM JUDGE-RECORD-AGE-PROC.
            IF WS-PAST-RETENTION = 0 THEN
                  MOVE 0 TO WS-STATE-SET-PURGE
            END-IF.
       PURGE-STATE-FILE-PROC.
            SET PI TO WS-FILE-NO.
            MOVE WS-STATE-SET-NOTE TO WS-PURGE-NOTE(PI).
            PERFORM OPEN-SOURCE-INPUT-PROC.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM PURGE-ONE-STATE-LINE-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            PERFORM CLOSE-SOURCE-FILE-PROC.
            PERFORM CLOSE-HISTORY-FILE-PROC.

            IF WS-STATE-SET-PURGE = 1 THEN
                  PERFORM OPEN-SOURCE-OUTPUT-PROC
                  PERFORM CLOSE-SOURCE-FILE-PROC
                  MOVE WS-PURGE-OFFLOADED(PI) TO WS-PURGE-DELETED(PI)
            END-IF.
            PERFORM RECOUNT-SOURCE-FILE-PROC.
       PURGE-ONE-STATE-LINE-PROC.
            PERFORM READ-SOURCE-LINE-PROC.
            IF WS-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-PURGE-BEFORE(PI)
                  IF WS-STATE-SET-PURGE = 1 THEN
                        PERFORM WRITE-HISTORY-LINE-PROC
                  ELSE
                        ADD 1 TO WS-PURGE-KEPT(PI)
                  END-IF
            END-IF.
       RECOUNT-SOURCE-FILE-PROC.
            MOVE 0 TO WS-PURGE-AFTER(PI).
            PERFORM OPEN-SOURCE-INPUT-PROC.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM RECOUNT-ONE-LINE-PROC UNTIL WS-SCAN-ENDED = 1.
            PERFORM CLOSE-SOURCE-FILE-PROC.
       RECOUNT-ONE-LINE-PROC.
            PERFORM READ-SOURCE-LINE-PROC.
            IF WS-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-PURGE-AFTER(PI)
            END-IF.
       WRITE-HISTORY-LINE-PROC.
      *>    Opened on the first record offloaded, so a file with
      *>    nothing past retention leaves no empty history behind.
            IF WS-HISTORY-OPEN = 0 THEN
                  MOVE WS-PURGE-HISTORY-NAME(PI)
                        TO WS-HISTORY-FILE-NAME
                  OPEN EXTEND HISTORY-FILE
                  MOVE 1 TO WS-HISTORY-OPEN
            END-IF.
            MOVE WS-GEN-LINE TO HIST-LINE.
            WRITE HIST-LINE.
            ADD 1 TO WS-PURGE-OFFLOADED(PI).
       CLOSE-HISTORY-FILE-PROC.
            IF WS-HISTORY-OPEN = 1 THEN
                  CLOSE HISTORY-FILE
                  MOVE 0 TO WS-HISTORY-OPEN
            END-IF.
       OPEN-SOURCE-INPUT-PROC.
            IF WS-FILE-NO = 2 THEN
                  OPEN INPUT JOURNAL-FILE
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  OPEN INPUT BACKOUT-AUDIT-FILE
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  OPEN INPUT STATE-FILE
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  OPEN INPUT HELD-WORK-FILE
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  OPEN INPUT DETAIL-WORK-FILE
            END-IF.
       OPEN-SOURCE-OUTPUT-PROC.
            IF WS-FILE-NO = 2 THEN
                  OPEN OUTPUT JOURNAL-FILE
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  OPEN OUTPUT BACKOUT-AUDIT-FILE
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  OPEN OUTPUT STATE-FILE
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  OPEN OUTPUT HELD-WORK-FILE
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  OPEN OUTPUT DETAIL-WORK-FILE
            END-IF.
       READ-SOURCE-LINE-PROC.
            MOVE SPACES TO WS-GEN-LINE.
            IF WS-FILE-NO = 2 THEN
                  READ JOURNAL-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-SCAN-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  READ BACKOUT-AUDIT-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-SCAN-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  READ STATE-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-SCAN-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  READ HELD-WORK-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-SCAN-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  READ DETAIL-WORK-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-SCAN-ENDED
                  END-READ
            END-IF.
       WRITE-SOURCE-LINE-PROC.
            IF WS-FILE-NO = 2 THEN
                  WRITE JRN-RECORD FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  WRITE BAUD-LINE FROM WS-GEN-LINE
            END-IF.
       CLOSE-SOURCE-FILE-PROC.
            IF WS-FILE-NO = 2 THEN
                  CLOSE JOURNAL-FILE
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  CLOSE BACKOUT-AUDIT-FILE
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  CLOSE STATE-FILE
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  CLOSE HELD-WORK-FILE
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  CLOSE DETAIL-WORK-FILE
            END-IF.
       CHECK-BALANCE-PROC.
            IF WS-PURGE-KEPT(PI) + WS-PURGE-DELETED(PI)
                        NOT = WS-PURGE-BEFORE(PI) OR
                  WS-PURGE-OFFLOADED(PI) NOT = WS-PURGE-DELETED(PI) OR
                  WS-PURGE-AFTER(PI) NOT = WS-PURGE-KEPT(PI) THEN
                  MOVE 1 TO WS-OUT-OF-BALANCE
            END-IF.
       COMPUTE-DAY-NUMBER-PROC.
      *>    Counting the year from March puts the leap day last, so
      *>    the days before each month follow one formula.
            MOVE WS-DN-YEAR TO WS-DN-Y.
            MOVE WS-DN-MONTH TO WS-DN-M.
            IF WS-DN-M < 3 THEN
                  SUBTRACT 1 FROM WS-DN-Y
                  ADD 12 TO WS-DN-M
            END-IF.
            DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4.
            DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
            DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
            COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-M - 3) + 2.
            DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
            COMPUTE WS-DN-DAYS = 365 * WS-DN-Y + WS-DN-Q4
                  - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
                  + WS-DN-DAY.
       WRITE-PURGE-REPORT-PROC.
            OPEN OUTPUT PURGE-REPORT-FILE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Retention Purge - " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            MOVE "FILE" TO WS-PRINT-LINE(1:4).
            MOVE "KEEP" TO WS-PRINT-LINE(25:4).
            MOVE "BEFORE" TO WS-PRINT-LINE(31:6).
            MOVE "KEPT" TO WS-PRINT-LINE(40:4).
            MOVE "OFFLOAD" TO WS-PRINT-LINE(44:7).
            MOVE "DELETED" TO WS-PRINT-LINE(51:7).
            MOVE "AFTER" TO WS-PRINT-LINE(60:5).
            MOVE "RESULT" TO WS-PRINT-LINE(66:6).
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-FILE-REPORT-PROC
                  VARYING PI FROM 1 BY 1 UNTIL PI > WS-FILE-COUNT.
            PERFORM WRITE-REPORT-BLANK-PROC.
            IF WS-STATE-DATED = 1 THEN
                  STRING "Scoring-state set written by the "
                              DELIMITED BY SIZE
                        WS-STATE-CONTEST-ID DELIMITED BY SPACE
                        " run of " DELIMITED BY SIZE
                        WS-STATE-RUN-DATE DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
            IF WS-OUT-OF-BALANCE = 1 THEN
                  MOVE "PURGE OUT OF BALANCE" TO WS-PRINT-LINE
            ELSE
                  MOVE "All files balance to their before-purge totals"
                        TO WS-PRINT-LINE
            END-IF.
            PERFORM WRITE-REPORT-LINE-PROC.
            CLOSE PURGE-REPORT-FILE.
       WRITE-FILE-REPORT-PROC.
            MOVE SPACES TO WS-PURGE-LINE.
            MOVE WS-PURGE-FILE-NAME(PI) TO RPL-FILE-NAME.
            IF WS-PURGE-HAS-POLICY(PI) = 1 THEN
                  MOVE WS-PURGE-KEEP-DAYS(PI) TO RPL-KEEP-DAYS
            ELSE
                  MOVE "none" TO RPL-KEEP-DAYS
            END-IF.
            MOVE WS-PURGE-BEFORE(PI) TO RPL-BEFORE.
            MOVE WS-PURGE-KEPT(PI) TO RPL-KEPT.
            MOVE WS-PURGE-OFFLOADED(PI) TO RPL-OFFLOADED.
            MOVE WS-PURGE-DELETED(PI) TO RPL-DELETED.
            MOVE WS-PURGE-AFTER(PI) TO RPL-AFTER.
            IF WS-PURGE-KEPT(PI) + WS-PURGE-DELETED(PI)
                        NOT = WS-PURGE-BEFORE(PI) OR
                  WS-PURGE-OFFLOADED(PI) NOT = WS-PURGE-DELETED(PI) OR
                  WS-PURGE-AFTER(PI) NOT = WS-PURGE-KEPT(PI) THEN
                  MOVE "OUT OF BALANCE" TO RPL-RESULT
            ELSE
                  MOVE "BALANCED" TO RPL-RESULT
            END-IF.
            MOVE WS-PURGE-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.

            IF WS-PURGE-HAS-POLICY(PI) = 0 THEN
                  MOVE "    no policy line - nothing purged"
                        TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
            IF WS-PURGE-SEASON-HELD(PI) > 0 THEN
                  MOVE WS-PURGE-SEASON-HELD(PI) TO WS-COUNT-STRING-7
                  STRING "    " DELIMITED BY SIZE
                        WS-PURGE-NOTE(PI) DELIMITED BY "  "
                        WS-COUNT-STRING-7 DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            ELSE
                  IF WS-PURGE-NOTE(PI) NOT = SPACES AND
                        WS-PURGE-HAS-POLICY(PI) = 1 THEN
                        STRING "    " DELIMITED BY SIZE
                              WS-PURGE-NOTE(PI) DELIMITED BY SIZE
                              INTO WS-PRINT-LINE
                        PERFORM WRITE-REPORT-LINE-PROC
                  END-IF
            END-IF.
            IF WS-PURGE-OFFLOADED(PI) > 0 THEN
                  STRING "    offloaded to " DELIMITED BY SIZE
                        WS-PURGE-HISTORY-NAME(PI) DELIMITED BY SPACE
                        INTO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
       DISPLAY-FILE-COUNTS-PROC.
            DISPLAY WS-PURGE-FILE-NAME(PI)
                  " before " WS-PURGE-BEFORE(PI)
                  " kept " WS-PURGE-KEPT(PI)
                  " offloaded " WS-PURGE-OFFLOADED(PI)
                  " deleted " WS-PURGE-DELETED(PI).
       WRITE-REPORT-LINE-PROC.
            MOVE WS-PRINT-LINE TO RPR-LINE.
            WRITE RPR-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-REPORT-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.

       END PROGRAM RETENTION-PURGE.
