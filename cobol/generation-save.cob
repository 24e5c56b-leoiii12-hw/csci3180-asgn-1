      ******************************************************************
      *> Scoring-run output generations.
      *>
      *> Keeps the output set of every CONTEST-SCORING run as a
      *> numbered generation, so a refresh that goes wrong can be
      *> rolled back with GENERATION-RESTORE. Each line of each
      *> output file is stored on generation-store.dat under the
      *> generation number, the file's number in the set below and
      *> its line number; generation-catalogue.dat holds one entry
      *> per generation with its run id, contest, run date, mode,
      *> the control totals from contest-run-totals.txt and the line
      *> count of every file.
      *>
      *> The set, by file number:
      *>   01 reportcob.txt             08 integrity-exceptions.txt
      *>   02 standings.csv             09 balloon-queue.txt
      *>   03 standings-extract.txt     10 rejudge-delta.txt
      *>   04 team-appendix.txt         11 contest-run-totals.txt
      *>   05 results-letters.txt       12 scoring-state.txt
      *>   06 unmatched-submissions.txt 13 held-submissions.wrk
      *>   07 outcome-exceptions.txt    14 submission-detail.wrk
      *> The refresh state and its two work files are kept with the
      *> outputs, so a restored generation is one the next refresh
      *> can carry on from. A file the run did not write is kept as
      *> an empty member.
      *>
      *> A generation is OFFICIAL and sealed when final-results.dat
      *> carries this run's id - the run sealed the board; any other
      *> run is a DRAFT. generation-retention.txt gives the number of
      *> draft and unsealed generations to keep per contest (contest
      *> id X(10), space, count 9(3); a "*" line is the default, and
      *> with no line at all 5 are kept). Past the limit the oldest
      *> are purged: their lines leave the store and the catalogue
      *> entry is marked PURGED. Sealed generations are never counted
      *> against the limit and never purged.
      *>
      *> generation-catalogue.txt is rewritten every run with every
      *> generation on the catalogue, kept or purged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-SAVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL REPORT-FILE ASSIGN TO 'reportcob.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CSV-FILE ASSIGN TO 'standings.csv'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL EXTRACT-FILE
              ASSIGN TO 'standings-extract.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL APPENDIX-FILE ASSIGN TO 'team-appendix.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LETTERS-FILE
              ASSIGN TO 'results-letters.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL UNMATCHED-FILE
              ASSIGN TO 'unmatched-submissions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OUTCOME-EXCEPTIONS-FILE
              ASSIGN TO 'outcome-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL INTEGRITY-FILE
              ASSIGN TO 'integrity-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BALLOON-FILE ASSIGN TO 'balloon-queue.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL REJUDGE-DELTA-FILE
              ASSIGN TO 'rejudge-delta.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-TOTALS-FILE
              ASSIGN TO 'contest-run-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL STATE-FILE ASSIGN TO 'scoring-state.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HELD-WORK-FILE
              ASSIGN TO 'held-submissions.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DETAIL-WORK-FILE
              ASSIGN TO 'submission-detail.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SEALED-FILE ASSIGN TO 'final-results.dat'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RETENTION-FILE
              ASSIGN TO 'generation-retention.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL GENERATION-STORE-FILE
              ASSIGN TO 'generation-store.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GS-KEY.
            SELECT OPTIONAL CATALOGUE-FILE
              ASSIGN TO 'generation-catalogue.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GC-GENERATION-NO.
      *>    The same catalogue read front to back, oldest first.
            SELECT OPTIONAL CATALOGUE-SCAN-FILE
              ASSIGN TO 'generation-catalogue.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS GCS-GENERATION-NO.

            *>  OUTPUT
            SELECT CATALOGUE-LIST-FILE
              ASSIGN TO 'generation-catalogue.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT GENERATION-TOTALS-FILE
              ASSIGN TO 'generation-save-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       *>  INPUT
       FD REPORT-FILE.
       01 RPT-LINE PIC X(340).
       FD CSV-FILE.
       01 CSV-LINE PIC X(340).
       FD EXTRACT-FILE.
       01 SXT-LINE PIC X(340).
       FD APPENDIX-FILE.
       01 APX-LINE PIC X(340).
       FD LETTERS-FILE.
       01 LTR-LINE PIC X(340).
       FD UNMATCHED-FILE.
       01 UF-LINE PIC X(340).
       FD OUTCOME-EXCEPTIONS-FILE.
       01 OEF-LINE PIC X(340).
       FD INTEGRITY-FILE.
       01 INTG-LINE PIC X(340).
       FD BALLOON-FILE.
       01 BLN-LINE PIC X(340).
       FD REJUDGE-DELTA-FILE.
       01 RJD-LINE PIC X(340).
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
       FD STATE-FILE.
       01 STA-LINE PIC X(340).
       FD HELD-WORK-FILE.
       01 HLD-LINE PIC X(340).
       FD DETAIL-WORK-FILE.
       01 DTW-LINE PIC X(340).
       FD SEALED-FILE.
       01 SEAL-HEADER.
            02 SEAL-H-LABEL PIC X(7).
            02 SEAL-H-RUN-ID PIC X(26).
            02 SEAL-H-SPACE PIC X(1).
            02 SEAL-H-AUTH-1 PIC X(8).
            02 SEAL-H-SPACE-2 PIC X(1).
            02 SEAL-H-AUTH-2 PIC X(8).
       FD RETENTION-FILE.
       01 GR-RECORD.
            02 GR-CONTEST-ID PIC X(10).
            02 GR-SPACE PIC X(1).
            02 GR-KEEP-COUNT PIC X(3).

       *>  MASTER
       FD GENERATION-STORE-FILE.
       01 GS-RECORD.
            02 GS-KEY.
                  03 GS-GENERATION-NO PIC 9(7).
                  03 GS-FILE-NO PIC 9(2).
                  03 GS-LINE-NO PIC 9(7).
            02 GS-LINE PIC X(340).
       FD CATALOGUE-FILE.
       01 GC-RECORD.
            02 GC-GENERATION-NO PIC 9(7).
            02 GC-CONTEST-ID PIC X(10).
            02 GC-RUN-ID PIC X(26).
            02 GC-RUN-DATE PIC 9(8).
            02 GC-MODE PIC X(8).
            02 GC-SEALED PIC X(1).
                  88 GC-IS-SEALED VALUE "Y".
            02 GC-RECORDS-READ PIC 9(5).
            02 GC-ACCUMULATED PIC 9(5).
            02 GC-UNMATCHED PIC 9(5).
            02 GC-EXCEPTIONS PIC 9(5).
            02 GC-RECON-FLAG PIC X(1).
            02 GC-FILE-LINES OCCURS 14 TIMES PIC 9(7).
            02 GC-STATUS PIC X(1).
                  88 GC-IS-KEPT VALUE "K".
                  88 GC-IS-PURGED VALUE "P".
            02 GC-PURGED-DATE PIC 9(8).
            02 GC-LAST-RESTORED PIC 9(8).
       FD CATALOGUE-SCAN-FILE.
       01 GCS-RECORD.
            02 GCS-GENERATION-NO PIC 9(7).
            02 GCS-CONTEST-ID PIC X(10).
            02 GCS-RUN-ID PIC X(26).
            02 GCS-RUN-DATE PIC 9(8).
            02 GCS-MODE PIC X(8).
            02 GCS-SEALED PIC X(1).
                  88 GCS-IS-SEALED VALUE "Y".
            02 GCS-RECORDS-READ PIC 9(5).
            02 GCS-ACCUMULATED PIC 9(5).
            02 GCS-UNMATCHED PIC 9(5).
            02 GCS-EXCEPTIONS PIC 9(5).
            02 GCS-RECON-FLAG PIC X(1).
            02 GCS-FILE-LINES OCCURS 14 TIMES PIC 9(7).
            02 GCS-STATUS PIC X(1).
                  88 GCS-IS-KEPT VALUE "K".
                  88 GCS-IS-PURGED VALUE "P".
            02 GCS-PURGED-DATE PIC 9(8).
            02 GCS-LAST-RESTORED PIC 9(8).

       *>  OUTPUT
       FD CATALOGUE-LIST-FILE.
       01 GCL-LINE PIC X(80).
       FD GENERATION-TOTALS-FILE.
       01 GTOT-RECORD.
            02 GTOT-GENERATION-NO PIC 9(7).
            02 GTOT-SPACE PIC X(1).
            02 GTOT-MODE PIC X(8).
            02 GTOT-SPACE-2 PIC X(1).
            02 GTOT-LINES-STORED PIC 9(7).
            02 GTOT-SPACE-3 PIC X(1).
            02 GTOT-PURGED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-ID PIC X(26) VALUE SPACES.
       01 WS-GEN-LINE PIC X(340).

       01 WS-FILE-COUNT PIC 9(2) VALUE 14.
       01 WS-FILE-NO PIC 9(2).
       01 WS-FILE-ENDED PIC 9(1).
       01 WS-LINE-NO PIC 9(7).

       01 WS-NEW-GENERATION-NO PIC 9(7) VALUE 0.
       01 WS-GENERATION-MODE PIC X(8) VALUE SPACES.
       01 WS-LINES-STORED PIC 9(7) VALUE 0.
       01 WS-SCAN-ENDED PIC 9(1).
       01 WS-RETENTION-ENDED PIC 9(1).

      *>    Retention: the contest's own line wins over the "*"
      *>    default, and the default over the built-in 5.
       01 WS-KEEP-LIMIT PIC 9(3) VALUE 5.
       01 WS-KEEP-DEFAULT PIC 9(3) VALUE 5.
       01 WS-KEEP-OWN-FOUND PIC 9(1) VALUE 0.
       01 WS-UNSEALED-KEPT PIC 9(5) VALUE 0.
       01 WS-PURGE-WANTED PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(5) VALUE 0.

      *>    Generations picked for purging, oldest first. Any past
      *>    the table are left for the next run.
       01 WS-PURGE-LIMIT PIC 9(3) VALUE 100.
       01 WS-PURGE-COUNT PIC 9(3) VALUE 0.
       01 WS-PURGE-TABLE.
            05 WS-PURGE-GENERATION-NO OCCURS 100 TIMES
                  INDEXED BY PI PIC 9(7).

       01 WS-PRINT-LINE PIC X(80).
       01 WS-CATALOGUE-LINE.
            02 GCL-GENERATION-NO PIC 9(7).
            02 GCL-SPACE PIC X(1).
            02 GCL-CONTEST-ID PIC X(10).
            02 GCL-SPACE-2 PIC X(1).
            02 GCL-RUN-DATE PIC 9(8).
            02 GCL-SPACE-3 PIC X(1).
            02 GCL-MODE PIC X(8).
            02 GCL-SPACE-4 PIC X(1).
            02 GCL-SEALED PIC X(4).
            02 GCL-RECORDS-READ PIC ZZZZ9.
            02 GCL-SPACE-5 PIC X(1).
            02 GCL-ACCUMULATED PIC ZZZZ9.
            02 GCL-SPACE-6 PIC X(1).
            02 GCL-UNMATCHED PIC ZZZZ9.
            02 GCL-SPACE-7 PIC X(1).
            02 GCL-EXCEPTIONS PIC ZZZZ9.
            02 GCL-SPACE-8 PIC X(2).
            02 GCL-RECON-FLAG PIC X(1).
            02 GCL-SPACE-9 PIC X(2).
            02 GCL-STATUS PIC X(6).
       01 WS-CATALOGUE-RUN-LINE.
            02 GCR-INDENT PIC X(8).
            02 GCR-RUN-LABEL PIC X(7).
            02 GCR-RUN-ID PIC X(26).
            02 GCR-SPACE PIC X(2).
            02 GCR-DATE-LABEL PIC X(15).
            02 GCR-DATE PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.

            PERFORM LOAD-RUN-TOTALS-PROC.
            IF WS-RUN-ID = SPACES THEN
                  DISPLAY "NOTE: contest-run-totals.txt carries no "
                        "run id - no generation saved."
                  PERFORM WRITE-GENERATION-TOTALS-PROC
                  MOVE 4 TO RETURN-CODE
                  GOBACK
            END-IF.

            PERFORM FIND-LAST-GENERATION-PROC.
            ADD 1 TO WS-NEW-GENERATION-NO.

            MOVE SPACES TO GC-RECORD.
            MOVE WS-NEW-GENERATION-NO TO GC-GENERATION-NO.
            MOVE WS-CONTEST-ID TO GC-CONTEST-ID.
            MOVE WS-RUN-ID TO GC-RUN-ID.
            MOVE WS-RUN-DATE TO GC-RUN-DATE.
            MOVE RTOT-RECORDS-READ TO GC-RECORDS-READ.
            MOVE RTOT-ACCUMULATED TO GC-ACCUMULATED.
            MOVE RTOT-UNMATCHED TO GC-UNMATCHED.
            MOVE RTOT-EXCEPTIONS TO GC-EXCEPTIONS.
            MOVE RTOT-RECON-FLAG TO GC-RECON-FLAG.
            MOVE "K" TO GC-STATUS.
            MOVE 0 TO GC-PURGED-DATE.
            MOVE 0 TO GC-LAST-RESTORED.
            PERFORM CHECK-SEALED-BY-RUN-PROC.

            OPEN I-O GENERATION-STORE-FILE.
            PERFORM SAVE-ONE-FILE-PROC
                  VARYING WS-FILE-NO FROM 1 BY 1
                  UNTIL WS-FILE-NO > WS-FILE-COUNT.

            MOVE GC-MODE TO WS-GENERATION-MODE.
            OPEN I-O CATALOGUE-FILE.
            WRITE GC-RECORD
                  INVALID KEY
                        DISPLAY "ERROR: generation "
                              WS-NEW-GENERATION-NO
                              " already on generation-catalogue.dat."
                        MOVE 8 TO RETURN-CODE
            END-WRITE.
            CLOSE CATALOGUE-FILE.

            PERFORM LOAD-RETENTION-PROC.
            PERFORM SELECT-PURGE-GENERATIONS-PROC.
            OPEN I-O CATALOGUE-FILE.
            PERFORM PURGE-ONE-GENERATION-PROC
                  VARYING PI FROM 1 BY 1 UNTIL PI > WS-PURGE-COUNT.
            CLOSE CATALOGUE-FILE.
            CLOSE GENERATION-STORE-FILE.

            PERFORM WRITE-CATALOGUE-LIST-PROC.
            PERFORM WRITE-GENERATION-TOTALS-PROC.

            DISPLAY "Generation saved:         " WS-NEW-GENERATION-NO
                  " " WS-GENERATION-MODE.
            DISPLAY "Lines stored:             " WS-LINES-STORED.
            DISPLAY "Generations purged:       " WS-PURGED-COUNT.

            GOBACK.
       LOAD-RUN-TOTALS-PROC.
            OPEN INPUT RUN-TOTALS-FILE.
            READ RUN-TOTALS-FILE
                  AT END MOVE SPACES TO RTOT-RECORD
            END-READ.
            CLOSE RUN-TOTALS-FILE.
            MOVE RTOT-RUN-ID TO WS-RUN-ID.
       CHECK-SEALED-BY-RUN-PROC.
      *>    Only a run that sealed the board leaves its own id on
      *>    the seal header.
            MOVE "DRAFT" TO GC-MODE.
            MOVE "N" TO GC-SEALED.
            OPEN INPUT SEALED-FILE.
            READ SEALED-FILE
                  AT END CONTINUE
                  NOT AT END
                        IF SEAL-H-LABEL = "SEALED " AND
                              SEAL-H-RUN-ID = WS-RUN-ID THEN
                              MOVE "OFFICIAL" TO GC-MODE
                              MOVE "Y" TO GC-SEALED
                        END-IF
            END-READ.
            CLOSE SEALED-FILE.
       FIND-LAST-GENERATION-PROC.
            OPEN INPUT CATALOGUE-SCAN-FILE.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM READ-LAST-GENERATION-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE CATALOGUE-SCAN-FILE.
       READ-LAST-GENERATION-PROC.
            READ CATALOGUE-SCAN-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  MOVE GCS-GENERATION-NO TO WS-NEW-GENERATION-NO
            END-IF.
       SAVE-ONE-FILE-PROC.
            PERFORM OPEN-SOURCE-FILE-PROC.
            MOVE 0 TO WS-LINE-NO.
            MOVE 0 TO WS-FILE-ENDED.
            PERFORM SAVE-ONE-LINE-PROC UNTIL WS-FILE-ENDED = 1.
            PERFORM CLOSE-SOURCE-FILE-PROC.
            MOVE WS-LINE-NO TO GC-FILE-LINES(WS-FILE-NO).
       SAVE-ONE-LINE-PROC.
            PERFORM READ-SOURCE-LINE-PROC.
            IF WS-FILE-ENDED = 0 THEN
                  ADD 1 TO WS-LINE-NO
                  MOVE WS-NEW-GENERATION-NO TO GS-GENERATION-NO
                  MOVE WS-FILE-NO TO GS-FILE-NO
                  MOVE WS-LINE-NO TO GS-LINE-NO
                  MOVE WS-GEN-LINE TO GS-LINE
                  WRITE GS-RECORD
                        INVALID KEY
                              DISPLAY "WARNING: generation-store.dat "
                                    "key " GS-KEY " already present."
                        NOT INVALID KEY
                              ADD 1 TO WS-LINES-STORED
                  END-WRITE
            END-IF.
       OPEN-SOURCE-FILE-PROC.
            IF WS-FILE-NO = 1 THEN
                  OPEN INPUT REPORT-FILE
            END-IF.
            IF WS-FILE-NO = 2 THEN
                  OPEN INPUT CSV-FILE
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  OPEN INPUT EXTRACT-FILE
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  OPEN INPUT APPENDIX-FILE
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  OPEN INPUT LETTERS-FILE
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  OPEN INPUT UNMATCHED-FILE
            END-IF.
            IF WS-FILE-NO = 7 THEN
                  OPEN INPUT OUTCOME-EXCEPTIONS-FILE
            END-IF.
            IF WS-FILE-NO = 8 THEN
                  OPEN INPUT INTEGRITY-FILE
            END-IF.
            IF WS-FILE-NO = 9 THEN
                  OPEN INPUT BALLOON-FILE
            END-IF.
            IF WS-FILE-NO = 10 THEN
                  OPEN INPUT REJUDGE-DELTA-FILE
            END-IF.
            IF WS-FILE-NO = 11 THEN
                  OPEN INPUT RUN-TOTALS-FILE
            END-IF.
            IF WS-FILE-NO = 12 THEN
                  OPEN INPUT STATE-FILE
            END-IF.
            IF WS-FILE-NO = 13 THEN
                  OPEN INPUT HELD-WORK-FILE
            END-IF.
            IF WS-FILE-NO = 14 THEN
                  OPEN INPUT DETAIL-WORK-FILE
            END-IF.
       READ-SOURCE-LINE-PROC.
            MOVE SPACES TO WS-GEN-LINE.
            IF WS-FILE-NO = 1 THEN
                  READ REPORT-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 2 THEN
                  READ CSV-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  READ EXTRACT-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  READ APPENDIX-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  READ LETTERS-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  READ UNMATCHED-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 7 THEN
                  READ OUTCOME-EXCEPTIONS-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 8 THEN
                  READ INTEGRITY-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 9 THEN
                  READ BALLOON-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 10 THEN
                  READ REJUDGE-DELTA-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 11 THEN
                  READ RUN-TOTALS-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 12 THEN
                  READ STATE-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 13 THEN
                  READ HELD-WORK-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
            IF WS-FILE-NO = 14 THEN
                  READ DETAIL-WORK-FILE INTO WS-GEN-LINE
                        AT END MOVE 1 TO WS-FILE-ENDED
                  END-READ
            END-IF.
       CLOSE-SOURCE-FILE-PROC.
            IF WS-FILE-NO = 1 THEN
                  CLOSE REPORT-FILE
            END-IF.
            IF WS-FILE-NO = 2 THEN
                  CLOSE CSV-FILE
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  CLOSE EXTRACT-FILE
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  CLOSE APPENDIX-FILE
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  CLOSE LETTERS-FILE
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  CLOSE UNMATCHED-FILE
            END-IF.
            IF WS-FILE-NO = 7 THEN
                  CLOSE OUTCOME-EXCEPTIONS-FILE
            END-IF.
            IF WS-FILE-NO = 8 THEN
                  CLOSE INTEGRITY-FILE
            END-IF.
            IF WS-FILE-NO = 9 THEN
                  CLOSE BALLOON-FILE
            END-IF.
            IF WS-FILE-NO = 10 THEN
                  CLOSE REJUDGE-DELTA-FILE
            END-IF.
            IF WS-FILE-NO = 11 THEN
                  CLOSE RUN-TOTALS-FILE
            END-IF.
            IF WS-FILE-NO = 12 THEN
                  CLOSE STATE-FILE
            END-IF.
            IF WS-FILE-NO = 13 THEN
                  CLOSE HELD-WORK-FILE
            END-IF.
            IF WS-FILE-NO = 14 THEN
                  CLOSE DETAIL-WORK-FILE
            END-IF.
       LOAD-RETENTION-PROC.
            OPEN INPUT RETENTION-FILE.
            MOVE 0 TO WS-RETENTION-ENDED.
            PERFORM LOAD-ONE-RETENTION-LINE-PROC
                  UNTIL WS-RETENTION-ENDED = 1.
            CLOSE RETENTION-FILE.
            IF WS-KEEP-OWN-FOUND = 0 THEN
                  MOVE WS-KEEP-DEFAULT TO WS-KEEP-LIMIT
            END-IF.
      *>    The generation just saved is always kept.
            IF WS-KEEP-LIMIT = 0 THEN
                  MOVE 1 TO WS-KEEP-LIMIT
            END-IF.
       LOAD-ONE-RETENTION-LINE-PROC.
            READ RETENTION-FILE
                  AT END MOVE 1 TO WS-RETENTION-ENDED
            END-READ.
            IF WS-RETENTION-ENDED = 0 THEN
                  IF GR-KEEP-COUNT IS NOT NUMERIC THEN
                        DISPLAY "WARNING: generation-retention.txt "
                              "count not numeric - line ignored."
                  ELSE
                        IF GR-CONTEST-ID = "*" THEN
                              MOVE GR-KEEP-COUNT TO WS-KEEP-DEFAULT
                        END-IF
                        IF GR-CONTEST-ID = WS-CONTEST-ID THEN
                              MOVE GR-KEEP-COUNT TO WS-KEEP-LIMIT
                              MOVE 1 TO WS-KEEP-OWN-FOUND
                        END-IF
                  END-IF
            END-IF.
       SELECT-PURGE-GENERATIONS-PROC.
      *>    Count the contest's kept unsealed generations, the one
      *>    just written among them, then pick the oldest of them
      *>    past the limit.
            MOVE 0 TO WS-UNSEALED-KEPT.
            OPEN INPUT CATALOGUE-SCAN-FILE.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM COUNT-ONE-KEPT-GENERATION-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE CATALOGUE-SCAN-FILE.

            IF WS-UNSEALED-KEPT > WS-KEEP-LIMIT THEN
                  COMPUTE WS-PURGE-WANTED =
                        WS-UNSEALED-KEPT - WS-KEEP-LIMIT
                  OPEN INPUT CATALOGUE-SCAN-FILE
                  MOVE 0 TO WS-SCAN-ENDED
                  PERFORM PICK-ONE-PURGE-GENERATION-PROC
                        UNTIL WS-SCAN-ENDED = 1 OR
                              WS-PURGE-WANTED = 0
                  CLOSE CATALOGUE-SCAN-FILE
            END-IF.
       COUNT-ONE-KEPT-GENERATION-PROC.
            READ CATALOGUE-SCAN-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  IF GCS-CONTEST-ID = WS-CONTEST-ID AND
                        GCS-IS-KEPT AND NOT GCS-IS-SEALED THEN
                        ADD 1 TO WS-UNSEALED-KEPT
                  END-IF
            END-IF.
       PICK-ONE-PURGE-GENERATION-PROC.
            READ CATALOGUE-SCAN-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  IF GCS-CONTEST-ID = WS-CONTEST-ID AND
                        GCS-IS-KEPT AND NOT GCS-IS-SEALED THEN
                        IF WS-PURGE-COUNT < WS-PURGE-LIMIT THEN
                              ADD 1 TO WS-PURGE-COUNT
                              SET PI TO WS-PURGE-COUNT
                              MOVE GCS-GENERATION-NO
                                    TO WS-PURGE-GENERATION-NO(PI)
                        END-IF
                        SUBTRACT 1 FROM WS-PURGE-WANTED
                  END-IF
            END-IF.
       PURGE-ONE-GENERATION-PROC.
            MOVE WS-PURGE-GENERATION-NO(PI) TO GC-GENERATION-NO.
            READ CATALOGUE-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        PERFORM PURGE-GENERATION-LINES-PROC
                        MOVE "P" TO GC-STATUS
                        MOVE WS-RUN-DATE TO GC-PURGED-DATE
                        REWRITE GC-RECORD
                        ADD 1 TO WS-PURGED-COUNT
            END-READ.
       PURGE-GENERATION-LINES-PROC.
      *>    Lines are numbered from 1 within each file, and the
      *>    catalogue entry holds how many each file has.
            PERFORM PURGE-ONE-FILE-LINES-PROC
                  VARYING WS-FILE-NO FROM 1 BY 1
                  UNTIL WS-FILE-NO > WS-FILE-COUNT.
       PURGE-ONE-FILE-LINES-PROC.
            PERFORM DELETE-ONE-STORED-LINE-PROC
                  VARYING WS-LINE-NO FROM 1 BY 1
                  UNTIL WS-LINE-NO > GC-FILE-LINES(WS-FILE-NO).
       DELETE-ONE-STORED-LINE-PROC.
            MOVE GC-GENERATION-NO TO GS-GENERATION-NO.
            MOVE WS-FILE-NO TO GS-FILE-NO.
            MOVE WS-LINE-NO TO GS-LINE-NO.
            DELETE GENERATION-STORE-FILE
                  INVALID KEY CONTINUE
            END-DELETE.
       WRITE-CATALOGUE-LIST-PROC.
            OPEN OUTPUT CATALOGUE-LIST-FILE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Scoring Output Generations - as at "
                        DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-LIST-LINE-PROC.
            PERFORM WRITE-LIST-BLANK-PROC.
            MOVE "GEN NO  CONTEST    RUN DATE MODE     SEAL"
                  TO WS-PRINT-LINE(1:41).
            MOVE " READ ACCUM UNMAT EXCPT REC STATUS"
                  TO WS-PRINT-LINE(42:34).
            PERFORM WRITE-LIST-LINE-PROC.

            OPEN INPUT CATALOGUE-SCAN-FILE.
            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM LIST-ONE-GENERATION-PROC
                  UNTIL WS-SCAN-ENDED = 1.
            CLOSE CATALOGUE-SCAN-FILE.
            CLOSE CATALOGUE-LIST-FILE.
       LIST-ONE-GENERATION-PROC.
            READ CATALOGUE-SCAN-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  MOVE SPACES TO WS-CATALOGUE-LINE
                  MOVE GCS-GENERATION-NO TO GCL-GENERATION-NO
                  MOVE GCS-CONTEST-ID TO GCL-CONTEST-ID
                  MOVE GCS-RUN-DATE TO GCL-RUN-DATE
                  MOVE GCS-MODE TO GCL-MODE
                  MOVE GCS-SEALED TO GCL-SEALED
                  MOVE GCS-RECORDS-READ TO GCL-RECORDS-READ
                  MOVE GCS-ACCUMULATED TO GCL-ACCUMULATED
                  MOVE GCS-UNMATCHED TO GCL-UNMATCHED
                  MOVE GCS-EXCEPTIONS TO GCL-EXCEPTIONS
                  MOVE GCS-RECON-FLAG TO GCL-RECON-FLAG
                  IF GCS-IS-PURGED THEN
                        MOVE "PURGED" TO GCL-STATUS
                  ELSE
                        MOVE "KEPT" TO GCL-STATUS
                  END-IF
                  MOVE WS-CATALOGUE-LINE TO WS-PRINT-LINE
                  PERFORM WRITE-LIST-LINE-PROC

                  MOVE SPACES TO WS-CATALOGUE-RUN-LINE
                  MOVE "run id " TO GCR-RUN-LABEL
                  MOVE GCS-RUN-ID TO GCR-RUN-ID
                  IF GCS-IS-PURGED THEN
                        MOVE "purged " TO GCR-DATE-LABEL
                        MOVE GCS-PURGED-DATE TO GCR-DATE
                  ELSE
                        IF GCS-LAST-RESTORED NOT = 0 THEN
                              MOVE "last restored " TO GCR-DATE-LABEL
                              MOVE GCS-LAST-RESTORED TO GCR-DATE
                        END-IF
                  END-IF
                  MOVE WS-CATALOGUE-RUN-LINE TO WS-PRINT-LINE
                  PERFORM WRITE-LIST-LINE-PROC
            END-IF.
       WRITE-LIST-LINE-PROC.
            MOVE WS-PRINT-LINE TO GCL-LINE.
            WRITE GCL-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-LIST-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-LIST-LINE-PROC.
       WRITE-GENERATION-TOTALS-PROC.
      *>    One fixed-layout line for the stream driver's log.
            OPEN OUTPUT GENERATION-TOTALS-FILE.
            MOVE WS-NEW-GENERATION-NO TO GTOT-GENERATION-NO.
            MOVE SPACE TO GTOT-SPACE.
            MOVE WS-GENERATION-MODE TO GTOT-MODE.
            MOVE SPACE TO GTOT-SPACE-2.
            MOVE WS-LINES-STORED TO GTOT-LINES-STORED.
            MOVE SPACE TO GTOT-SPACE-3.
            MOVE WS-PURGED-COUNT TO GTOT-PURGED-COUNT.
            WRITE GTOT-RECORD.
            CLOSE GENERATION-TOTALS-FILE.

       END PROGRAM GENERATION-SAVE.
