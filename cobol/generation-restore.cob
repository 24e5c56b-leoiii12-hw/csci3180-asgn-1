      ******************************************************************
      *> Put a saved generation of scoring-run outputs back in place.
      *>
      *> Run on request, not in the stream: the generation number
      *> is given on the command line. The generation must be on
      *> generation-catalogue.dat and still kept - a purged or
      *> unknown generation is refused and nothing is touched.
      *> Every stored line of the generation is checked against the
      *> catalogue's line counts before any output is written, so a
      *> generation with lines missing from generation-store.dat is
      *> refused whole rather than restored in part.
      *>
      *> The fourteen files of the set (see GENERATION-SAVE) are
      *> rewritten from the store, the refresh state and its work
      *> files with them, so the next scoring run carries on from
      *> the restored run. final-results.dat is not part of a
      *> generation and is never written here: the sealed board
      *> stays as the last official run left it.
      *>
      *> generation-restore-report.txt lists the file-by-file line
      *> counts, balanced against the catalogue. The catalogue entry
      *> is stamped with the restore date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-RESTORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

            *>  OUTPUT
            SELECT REPORT-FILE ASSIGN TO 'reportcob.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CSV-FILE ASSIGN TO 'standings.csv'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT EXTRACT-FILE ASSIGN TO 'standings-extract.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT APPENDIX-FILE ASSIGN TO 'team-appendix.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LETTERS-FILE ASSIGN TO 'results-letters.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT UNMATCHED-FILE
              ASSIGN TO 'unmatched-submissions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OUTCOME-EXCEPTIONS-FILE
              ASSIGN TO 'outcome-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT INTEGRITY-FILE
              ASSIGN TO 'integrity-exceptions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BALLOON-FILE ASSIGN TO 'balloon-queue.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REJUDGE-DELTA-FILE ASSIGN TO 'rejudge-delta.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-TOTALS-FILE ASSIGN TO 'contest-run-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STATE-FILE ASSIGN TO 'scoring-state.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT HELD-WORK-FILE ASSIGN TO 'held-submissions.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT DETAIL-WORK-FILE ASSIGN TO 'submission-detail.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RESTORE-REPORT-FILE
              ASSIGN TO 'generation-restore-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       *>  OUTPUT
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
       01 RTOT-LINE PIC X(340).
       FD STATE-FILE.
       01 STA-LINE PIC X(340).
       FD HELD-WORK-FILE.
       01 HLD-LINE PIC X(340).
       FD DETAIL-WORK-FILE.
       01 DTW-LINE PIC X(340).
       FD RESTORE-REPORT-FILE.
       01 GRR-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-ARG PIC X(20) VALUE SPACES.
       01 WS-ARG-LENGTH PIC 9(2) VALUE 0.
       01 WS-GENERATION-NO PIC 9(7) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-GEN-LINE PIC X(340).

       01 WS-FILE-COUNT PIC 9(2) VALUE 14.
       01 WS-FILE-NO PIC 9(2).
       01 WS-LINE-NO PIC 9(7).
       01 WS-LINES-MISSING PIC 9(7) VALUE 0.
       01 WS-LINES-RESTORED PIC 9(7) VALUE 0.
       01 WS-TOTAL-RESTORED PIC 9(7) VALUE 0.
       01 WS-TOTAL-CATALOGUED PIC 9(7) VALUE 0.
       01 WS-REFUSED PIC 9(1) VALUE 0.

       01 WS-FILE-NAME-TABLE.
            05 WS-FILE-NAME OCCURS 14 TIMES PIC X(26).

       01 WS-PRINT-LINE PIC X(80).
       01 WS-FILE-COUNT-LINE.
            02 GRF-INDENT PIC X(2).
            02 GRF-FILE-NO PIC 9(2).
            02 GRF-SPACE PIC X(1).
            02 GRF-FILE-NAME PIC X(26).
            02 GRF-CATALOGUED PIC ZZZZZZ9.
            02 GRF-SPACE-2 PIC X(2).
            02 GRF-RESTORED PIC ZZZZZZ9.
            02 GRF-SPACE-3 PIC X(2).
            02 GRF-RESULT PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
            PERFORM SEED-FILE-NAMES-PROC.

            INSPECT WS-COMMAND-ARG TALLYING WS-ARG-LENGTH
                  FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-ARG-LENGTH = 0 OR WS-ARG-LENGTH > 7 THEN
                  DISPLAY "ERROR: give the generation number to "
                        "restore on the command line."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.
            IF WS-COMMAND-ARG(1:WS-ARG-LENGTH) IS NOT NUMERIC THEN
                  DISPLAY "ERROR: generation number "
                        WS-COMMAND-ARG(1:WS-ARG-LENGTH)
                        " is not numeric."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.
            MOVE WS-COMMAND-ARG(1:WS-ARG-LENGTH) TO WS-GENERATION-NO.

            OPEN I-O CATALOGUE-FILE.
            MOVE WS-GENERATION-NO TO GC-GENERATION-NO.
            READ CATALOGUE-FILE
                  INVALID KEY
                        DISPLAY "ERROR: generation " WS-GENERATION-NO
                              " is not on generation-catalogue.dat."
                        MOVE 1 TO WS-REFUSED
            END-READ.
            IF WS-REFUSED = 0 AND GC-IS-PURGED THEN
                  DISPLAY "ERROR: generation " WS-GENERATION-NO
                        " was purged on " GC-PURGED-DATE
                        " - it cannot be restored."
                  MOVE 1 TO WS-REFUSED
            END-IF.
            IF WS-REFUSED = 1 THEN
                  CLOSE CATALOGUE-FILE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

      *>    Prove the whole generation is on the store first.
            OPEN INPUT GENERATION-STORE-FILE.
            PERFORM CHECK-ONE-FILE-PROC
                  VARYING WS-FILE-NO FROM 1 BY 1
                  UNTIL WS-FILE-NO > WS-FILE-COUNT.
            IF WS-LINES-MISSING > 0 THEN
                  DISPLAY "ERROR: generation " WS-GENERATION-NO
                        " has " WS-LINES-MISSING
                        " lines missing from generation-store.dat"
                        " - nothing restored."
                  CLOSE GENERATION-STORE-FILE
                  CLOSE CATALOGUE-FILE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

            OPEN OUTPUT RESTORE-REPORT-FILE.
            PERFORM WRITE-REPORT-HEADER-PROC.
            PERFORM RESTORE-ONE-FILE-PROC
                  VARYING WS-FILE-NO FROM 1 BY 1
                  UNTIL WS-FILE-NO > WS-FILE-COUNT.
            CLOSE GENERATION-STORE-FILE.
            PERFORM WRITE-REPORT-TRAILER-PROC.
            CLOSE RESTORE-REPORT-FILE.

            MOVE WS-RUN-DATE TO GC-LAST-RESTORED.
            REWRITE GC-RECORD
                  INVALID KEY
                        DISPLAY "WARNING: generation-catalogue.dat "
                              "entry " GC-GENERATION-NO
                              " not stamped with the restore date."
                        MOVE 4 TO RETURN-CODE
            END-REWRITE.
            CLOSE CATALOGUE-FILE.

            DISPLAY "Generation restored:      " WS-GENERATION-NO
                  " " GC-MODE.
            DISPLAY "Run id:                   " GC-RUN-ID.
            DISPLAY "Lines restored:           " WS-TOTAL-RESTORED.
            IF WS-TOTAL-RESTORED NOT = WS-TOTAL-CATALOGUED THEN
                  DISPLAY "ERROR: lines restored do not balance to "
                        "the catalogue (" WS-TOTAL-CATALOGUED ")."
                  MOVE 8 TO RETURN-CODE
            END-IF.

            GOBACK.
       SEED-FILE-NAMES-PROC.
      *>    Numbered as GENERATION-SAVE stores them.
            MOVE "reportcob.txt" TO WS-FILE-NAME(1).
            MOVE "standings.csv" TO WS-FILE-NAME(2).
            MOVE "standings-extract.txt" TO WS-FILE-NAME(3).
            MOVE "team-appendix.txt" TO WS-FILE-NAME(4).
            MOVE "results-letters.txt" TO WS-FILE-NAME(5).
            MOVE "unmatched-submissions.txt" TO WS-FILE-NAME(6).
            MOVE "outcome-exceptions.txt" TO WS-FILE-NAME(7).
            MOVE "integrity-exceptions.txt" TO WS-FILE-NAME(8).
            MOVE "balloon-queue.txt" TO WS-FILE-NAME(9).
            MOVE "rejudge-delta.txt" TO WS-FILE-NAME(10).
            MOVE "contest-run-totals.txt" TO WS-FILE-NAME(11).
            MOVE "scoring-state.txt" TO WS-FILE-NAME(12).
            MOVE "held-submissions.wrk" TO WS-FILE-NAME(13).
            MOVE "submission-detail.wrk" TO WS-FILE-NAME(14).
       CHECK-ONE-FILE-PROC.
            ADD GC-FILE-LINES(WS-FILE-NO) TO WS-TOTAL-CATALOGUED.
            PERFORM CHECK-ONE-LINE-PROC
                  VARYING WS-LINE-NO FROM 1 BY 1
                  UNTIL WS-LINE-NO > GC-FILE-LINES(WS-FILE-NO).
       CHECK-ONE-LINE-PROC.
            MOVE WS-GENERATION-NO TO GS-GENERATION-NO.
            MOVE WS-FILE-NO TO GS-FILE-NO.
            MOVE WS-LINE-NO TO GS-LINE-NO.
            READ GENERATION-STORE-FILE
                  INVALID KEY ADD 1 TO WS-LINES-MISSING
            END-READ.
       RESTORE-ONE-FILE-PROC.
            PERFORM OPEN-TARGET-FILE-PROC.
            MOVE 0 TO WS-LINES-RESTORED.
            PERFORM RESTORE-ONE-LINE-PROC
                  VARYING WS-LINE-NO FROM 1 BY 1
                  UNTIL WS-LINE-NO > GC-FILE-LINES(WS-FILE-NO).
            PERFORM CLOSE-TARGET-FILE-PROC.
            ADD WS-LINES-RESTORED TO WS-TOTAL-RESTORED.
            PERFORM WRITE-FILE-COUNT-LINE-PROC.
       RESTORE-ONE-LINE-PROC.
            MOVE WS-GENERATION-NO TO GS-GENERATION-NO.
            MOVE WS-FILE-NO TO GS-FILE-NO.
            MOVE WS-LINE-NO TO GS-LINE-NO.
            READ GENERATION-STORE-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        MOVE GS-LINE TO WS-GEN-LINE
                        PERFORM WRITE-TARGET-LINE-PROC
                        ADD 1 TO WS-LINES-RESTORED
            END-READ.
       OPEN-TARGET-FILE-PROC.
            IF WS-FILE-NO = 1 THEN
                  OPEN OUTPUT REPORT-FILE
            END-IF.
            IF WS-FILE-NO = 2 THEN
                  OPEN OUTPUT CSV-FILE
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  OPEN OUTPUT EXTRACT-FILE
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  OPEN OUTPUT APPENDIX-FILE
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  OPEN OUTPUT LETTERS-FILE
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  OPEN OUTPUT UNMATCHED-FILE
            END-IF.
            IF WS-FILE-NO = 7 THEN
                  OPEN OUTPUT OUTCOME-EXCEPTIONS-FILE
            END-IF.
            IF WS-FILE-NO = 8 THEN
                  OPEN OUTPUT INTEGRITY-FILE
            END-IF.
            IF WS-FILE-NO = 9 THEN
                  OPEN OUTPUT BALLOON-FILE
            END-IF.
            IF WS-FILE-NO = 10 THEN
                  OPEN OUTPUT REJUDGE-DELTA-FILE
            END-IF.
            IF WS-FILE-NO = 11 THEN
                  OPEN OUTPUT RUN-TOTALS-FILE
            END-IF.
            IF WS-FILE-NO = 12 THEN
                  OPEN OUTPUT STATE-FILE
            END-IF.
            IF WS-FILE-NO = 13 THEN
                  OPEN OUTPUT HELD-WORK-FILE
            END-IF.
            IF WS-FILE-NO = 14 THEN
                  OPEN OUTPUT DETAIL-WORK-FILE
            END-IF.
       WRITE-TARGET-LINE-PROC.
            IF WS-FILE-NO = 1 THEN
                  WRITE RPT-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 2 THEN
                  WRITE CSV-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 3 THEN
                  WRITE SXT-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 4 THEN
                  WRITE APX-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 5 THEN
                  WRITE LTR-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 6 THEN
                  WRITE UF-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 7 THEN
                  WRITE OEF-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 8 THEN
                  WRITE INTG-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 9 THEN
                  WRITE BLN-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 10 THEN
                  WRITE RJD-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 11 THEN
                  WRITE RTOT-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 12 THEN
                  WRITE STA-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 13 THEN
                  WRITE HLD-LINE FROM WS-GEN-LINE
            END-IF.
            IF WS-FILE-NO = 14 THEN
                  WRITE DTW-LINE FROM WS-GEN-LINE
            END-IF.
       CLOSE-TARGET-FILE-PROC.
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
       WRITE-REPORT-HEADER-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Generation Restore - " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            STRING "Generation:  " DELIMITED BY SIZE
                  GC-GENERATION-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GC-MODE DELIMITED BY SPACE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            STRING "Contest:     " DELIMITED BY SIZE
                  GC-CONTEST-ID DELIMITED BY SPACE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            STRING "Run id:      " DELIMITED BY SIZE
                  GC-RUN-ID DELIMITED BY SPACE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            STRING "Run date:    " DELIMITED BY SIZE
                  GC-RUN-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            MOVE "   # FILE" TO WS-PRINT-LINE(1:9).
            MOVE "CATALOGUE" TO WS-PRINT-LINE(30:9).
            MOVE "RESTORED" TO WS-PRINT-LINE(40:8).
            MOVE "RESULT" TO WS-PRINT-LINE(50:6).
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-FILE-COUNT-LINE-PROC.
            MOVE SPACES TO WS-FILE-COUNT-LINE.
            MOVE WS-FILE-NO TO GRF-FILE-NO.
            MOVE WS-FILE-NAME(WS-FILE-NO) TO GRF-FILE-NAME.
            MOVE GC-FILE-LINES(WS-FILE-NO) TO GRF-CATALOGUED.
            MOVE WS-LINES-RESTORED TO GRF-RESTORED.
            IF WS-LINES-RESTORED = GC-FILE-LINES(WS-FILE-NO) THEN
                  MOVE "OK" TO GRF-RESULT
            ELSE
                  MOVE "OUT OF BALANCE" TO GRF-RESULT
            END-IF.
            MOVE WS-FILE-COUNT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-REPORT-TRAILER-PROC.
            MOVE SPACES TO WS-FILE-COUNT-LINE.
            MOVE "Total" TO GRF-FILE-NAME.
            MOVE WS-TOTAL-CATALOGUED TO GRF-CATALOGUED.
            MOVE WS-TOTAL-RESTORED TO GRF-RESTORED.
            IF WS-TOTAL-RESTORED = WS-TOTAL-CATALOGUED THEN
                  MOVE "OK" TO GRF-RESULT
            ELSE
                  MOVE "OUT OF BALANCE" TO GRF-RESULT
            END-IF.
            MOVE WS-FILE-COUNT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            MOVE "final-results.dat is not part of a generation and "
                  TO WS-PRINT-LINE(1:50).
            MOVE "was left as is." TO WS-PRINT-LINE(51:15).
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-REPORT-LINE-PROC.
            MOVE WS-PRINT-LINE TO GRR-LINE.
            WRITE GRR-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-REPORT-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.

       END PROGRAM GENERATION-RESTORE.
