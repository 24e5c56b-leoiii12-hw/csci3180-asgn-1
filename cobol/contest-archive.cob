      *> comparisons, in place of the folder of loose CSVs where one
      *> got renamed or overwritten every year.
      *>
      *> The contest id is the one parameter on the command line (the
      *> stream driver's own, when CONTEST-RUN calls this step). Only
      *> a contest whose contest-master.dat status is FINAL may be
      *> archived; anything earlier would put a provisional board
      *> into the permanent history. A rerun of the archiver for the
      *> same contest replaces that contest's rows in place, so
      *> archiving is safe to repeat after a corrected final run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEST-ARCHIVE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT EXTRACT-FILE ASSIGN TO 'standings-extract.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CR-KEY.
            SELECT OPTIONAL CONTEST-MASTER-FILE
              ASSIGN TO 'contest-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-CONTEST-ID.

            *>  OUTPUT
            SELECT ARCHIVE-TOTALS-FILE
              ASSIGN TO 'contest-archive-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EXTRACT-FILE.
       01 SXT-RECORD.
            02 SXT-TEAM-NAME PIC X(15).
            02 CR-PROBLEM-SCORE OCCURS 20 TIMES PIC 9(3).
            02 CR-TOTAL PIC 9(4).
            02 CR-RUN-DATE PIC 9(8).
       FD CONTEST-MASTER-FILE.
       01 CM-RECORD.
            02 CM-CONTEST-ID PIC X(10).
            02 CM-CONTEST-NAME PIC X(33).
            02 CM-CONTEST-DATE PIC X(8).
            02 CM-WINDOW-OPEN PIC X(6).
            02 CM-WINDOW-CLOSE PIC X(6).
            02 CM-FREEZE-CUTOFF PIC X(6).
            02 CM-RUN-MODE PIC X(8).
                  88 CM-IS-OFFICIAL VALUE "OFFICIAL".
            02 CM-SCORING-MODE PIC X(1).
                  88 CM-IS-REFRESH VALUE "R".
            02 CM-STATUS PIC X(9).
                  88 CM-IS-SCHEDULED VALUE "SCHEDULED".
                  88 CM-IS-RUNNING VALUE "RUNNING".
                  88 CM-IS-FROZEN VALUE "FROZEN".
                  88 CM-IS-FINAL VALUE "FINAL".
                  88 CM-IS-ARCHIVED VALUE "ARCHIVED".
       FD ARCHIVE-TOTALS-FILE.
       01 ATOT-RECORD.
            02 ATOT-READ-COUNT PIC 9(5).
            02 ATOT-SPACE PIC X(1).
            02 ATOT-ADDED-COUNT PIC 9(5).
            02 ATOT-SPACE-2 PIC X(1).
            02 ATOT-REPLACED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CONTEST-ID PIC X(10).
       01 WS-CONTEST-FOUND PIC 9(1) VALUE 0.
       01 WS-CONTEST-STATUS PIC X(9) VALUE SPACES.
       01 WS-SXT-SCAN-ENDED PIC 9(1).
       01 WS-SXT-INDEX PIC 9(2).

       MAIN-PROC.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            PERFORM LOAD-CONTEST-PROC.
            IF WS-CONTEST-FOUND = 0 THEN
                  DISPLAY "ERROR: contest " WS-CONTEST-ID
                        " not on contest-master.dat - nothing "
                        "archived."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.
            IF WS-CONTEST-STATUS NOT = "FINAL" THEN
                  DISPLAY "ERROR: contest " WS-CONTEST-ID " is "
                        WS-CONTEST-STATUS " - only a FINAL contest "
                        "is archived."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.
            DISPLAY "Archive rows added:    " WS-ROWS-ADDED-COUNT.
            DISPLAY "Archive rows replaced: " WS-ROWS-REPLACED-COUNT.

            PERFORM WRITE-ARCHIVE-TOTALS-PROC.

      *>    An extract with no rows means the scoring run did not
      *>    happen (or its extract was lost) - say so with a status
      *>    the stream driver would halt on, not a quiet empty merge.
            END-IF.

            GOBACK.
       WRITE-ARCHIVE-TOTALS-PROC.
            OPEN OUTPUT ARCHIVE-TOTALS-FILE.
            MOVE WS-ROWS-READ-COUNT TO ATOT-READ-COUNT.
            MOVE SPACE TO ATOT-SPACE.
            MOVE WS-ROWS-ADDED-COUNT TO ATOT-ADDED-COUNT.
            MOVE SPACE TO ATOT-SPACE-2.
            MOVE WS-ROWS-REPLACED-COUNT TO ATOT-REPLACED-COUNT.
            WRITE ATOT-RECORD.
            CLOSE ARCHIVE-TOTALS-FILE.
       LOAD-CONTEST-PROC.
            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.
            IF WS-CONTEST-ID NOT = SPACES THEN
                  OPEN INPUT CONTEST-MASTER-FILE
                  MOVE WS-CONTEST-ID TO CM-CONTEST-ID
                  READ CONTEST-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                              MOVE 1 TO WS-CONTEST-FOUND
                              MOVE CM-STATUS TO WS-CONTEST-STATUS
                  END-READ
                  CLOSE CONTEST-MASTER-FILE
            END-IF.
       ARCHIVE-ONE-ROW-PROC.
            READ EXTRACT-FILE
                  AT END MOVE 1 TO WS-SXT-SCAN-ENDED
