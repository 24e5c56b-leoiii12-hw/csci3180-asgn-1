      ******************************************************************
      *> Exception aging report.
      *>
      *> Lists every entry still open on exception-master.dat, with
      *> how many days it has been open since the run that first
      *> saw it, to exception-aging.txt, so the committee can see
      *> what nobody has looked at yet. Each entry prints on two
      *> lines: the exception number, contest, source, severity,
      *> reason, date first seen, age in days and number of runs
      *> that listed it, then the original record as the source
      *> file had it.
      *>
      *> A contest id on the command line limits the report to that
      *> contest; with none, every contest's open entries are
      *> listed. The summary counts the open entries by age band,
      *> the high-severity ones (which stop an official run sealing
      *> its board), and the entries already resolved or waived.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  MASTER
            SELECT OPTIONAL EXCEPTION-MASTER-FILE
              ASSIGN TO 'exception-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EX-KEY.

            *>  OUTPUT
            SELECT AGING-REPORT-FILE
              ASSIGN TO 'exception-aging.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD AGING-REPORT-FILE.
       01 AGR-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SCAN-ENDED PIC 9(1).

      *>    Day numbers for the age: days since a fixed origin, so
      *>    two dates subtract across month and year ends.
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
       01 WS-TODAY-DAYS PIC 9(7).
       01 WS-AGE-DAYS PIC S9(7).

      *>    Age bands for the summary, in days.
       01 WS-BAND-1-LIMIT PIC 9(3) VALUE 7.
       01 WS-BAND-2-LIMIT PIC 9(3) VALUE 30.
       01 WS-BAND-3-LIMIT PIC 9(3) VALUE 90.

       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-HIGH-COUNT PIC 9(5) VALUE 0.
       01 WS-BAND-1-COUNT PIC 9(5) VALUE 0.
       01 WS-BAND-2-COUNT PIC 9(5) VALUE 0.
       01 WS-BAND-3-COUNT PIC 9(5) VALUE 0.
       01 WS-BAND-4-COUNT PIC 9(5) VALUE 0.
       01 WS-RESOLVED-COUNT PIC 9(5) VALUE 0.
       01 WS-WAIVED-COUNT PIC 9(5) VALUE 0.

       01 WS-PRINT-LINE PIC X(80).
       01 WS-AGING-LINE.
            02 AGL-EXCEPTION-NO PIC 9(7).
            02 AGL-SPACE PIC X(1).
            02 AGL-CONTEST-ID PIC X(10).
            02 AGL-SPACE-2 PIC X(1).
            02 AGL-SOURCE PIC X(1).
            02 AGL-SPACE-3 PIC X(2).
            02 AGL-SEVERITY PIC X(1).
            02 AGL-SPACE-4 PIC X(2).
            02 AGL-REASON PIC X(20).
            02 AGL-SPACE-5 PIC X(1).
            02 AGL-FIRST-SEEN PIC 9(8).
            02 AGL-SPACE-6 PIC X(1).
            02 AGL-AGE PIC ZZZZ9.
            02 AGL-SPACE-7 PIC X(1).
            02 AGL-TIMES-SEEN PIC ZZZZ9.
       01 WS-ORIGINAL-LINE.
            02 AGO-INDENT PIC X(8).
            02 AGO-ORIGINAL PIC X(60).
       01 WS-SUMMARY-LINE.
            02 AGS-LABEL PIC X(30).
            02 AGS-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.

            MOVE WS-RUN-DATE TO WS-DN-DATE.
            PERFORM COMPUTE-DAY-NUMBER-PROC.
            MOVE WS-DN-DAYS TO WS-TODAY-DAYS.

            OPEN INPUT EXCEPTION-MASTER-FILE.
            OPEN OUTPUT AGING-REPORT-FILE.
            PERFORM WRITE-REPORT-HEADER-PROC.

            MOVE 0 TO WS-SCAN-ENDED.
            PERFORM AGE-ONE-EXCEPTION-PROC UNTIL WS-SCAN-ENDED = 1.

            PERFORM WRITE-REPORT-SUMMARY-PROC.
            CLOSE EXCEPTION-MASTER-FILE.
            CLOSE AGING-REPORT-FILE.

            DISPLAY "Open exceptions:          " WS-OPEN-COUNT.
            DISPLAY "Open high-severity:       " WS-OPEN-HIGH-COUNT.

            GOBACK.
       WRITE-REPORT-HEADER-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-CONTEST-ID = SPACES THEN
                  STRING "Open Exceptions - all contests - as at "
                              DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
            ELSE
                  STRING "Open Exceptions - contest "
                              DELIMITED BY SIZE
                        WS-CONTEST-ID DELIMITED BY SIZE
                        " - as at " DELIMITED BY SIZE
                        WS-RUN-DATE DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
            END-IF.
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE "Sources: U unmatched, R rejected, O outcome, "
                  TO WS-PRINT-LINE(1:45).
            MOVE "I integrity, T team maintenance"
                  TO WS-PRINT-LINE(46:31).
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            MOVE "EXC NO  CONTEST    SRC SEV REASON"
                  TO WS-PRINT-LINE(1:33).
            MOVE "FIRST SEEN   AGE  RUNS" TO WS-PRINT-LINE(48:22).
            PERFORM WRITE-REPORT-LINE-PROC.
       AGE-ONE-EXCEPTION-PROC.
            READ EXCEPTION-MASTER-FILE
                  AT END MOVE 1 TO WS-SCAN-ENDED
            END-READ.
            IF WS-SCAN-ENDED = 0 THEN
                  IF WS-CONTEST-ID = SPACES OR
                        EX-CONTEST-ID = WS-CONTEST-ID THEN
                        IF EX-IS-OPEN THEN
                              PERFORM WRITE-OPEN-EXCEPTION-PROC
                        END-IF
                        IF EX-IS-RESOLVED THEN
                              ADD 1 TO WS-RESOLVED-COUNT
                        END-IF
                        IF EX-IS-WAIVED THEN
                              ADD 1 TO WS-WAIVED-COUNT
                        END-IF
                  END-IF
            END-IF.
       WRITE-OPEN-EXCEPTION-PROC.
            ADD 1 TO WS-OPEN-COUNT.
            IF EX-IS-HIGH THEN
                  ADD 1 TO WS-OPEN-HIGH-COUNT
            END-IF.

            MOVE EX-FIRST-SEEN-DATE TO WS-DN-DATE.
            PERFORM COMPUTE-DAY-NUMBER-PROC.
            COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS.
            IF WS-AGE-DAYS < 0 THEN
                  MOVE 0 TO WS-AGE-DAYS
            END-IF.
            IF WS-AGE-DAYS NOT > WS-BAND-1-LIMIT THEN
                  ADD 1 TO WS-BAND-1-COUNT
            ELSE
                  IF WS-AGE-DAYS NOT > WS-BAND-2-LIMIT THEN
                        ADD 1 TO WS-BAND-2-COUNT
                  ELSE
                        IF WS-AGE-DAYS NOT > WS-BAND-3-LIMIT THEN
                              ADD 1 TO WS-BAND-3-COUNT
                        ELSE
                              ADD 1 TO WS-BAND-4-COUNT
                        END-IF
                  END-IF
            END-IF.

            MOVE SPACES TO WS-AGING-LINE.
            MOVE EX-EXCEPTION-NO TO AGL-EXCEPTION-NO.
            MOVE EX-CONTEST-ID TO AGL-CONTEST-ID.
            MOVE EX-SOURCE TO AGL-SOURCE.
            MOVE EX-SEVERITY TO AGL-SEVERITY.
            MOVE EX-REASON TO AGL-REASON.
            MOVE EX-FIRST-SEEN-DATE TO AGL-FIRST-SEEN.
            MOVE WS-AGE-DAYS TO AGL-AGE.
            MOVE EX-TIMES-SEEN TO AGL-TIMES-SEEN.
            MOVE WS-AGING-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.

            MOVE SPACES TO WS-ORIGINAL-LINE.
            MOVE EX-ORIGINAL TO AGO-ORIGINAL.
            MOVE WS-ORIGINAL-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
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
       WRITE-REPORT-SUMMARY-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            IF WS-OPEN-COUNT = 0 THEN
                  MOVE "No open exceptions." TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
                  PERFORM WRITE-REPORT-BLANK-PROC
            END-IF.
            MOVE "Open exceptions:" TO AGS-LABEL.
            MOVE WS-OPEN-COUNT TO AGS-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "  open 0-7 days:" TO AGS-LABEL.
            MOVE WS-BAND-1-COUNT TO AGS-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "  open 8-30 days:" TO AGS-LABEL.
            MOVE WS-BAND-2-COUNT TO AGS-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "  open 31-90 days:" TO AGS-LABEL.
            MOVE WS-BAND-3-COUNT TO AGS-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "  open over 90 days:" TO AGS-LABEL.
            MOVE WS-BAND-4-COUNT TO AGS-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "Open high-severity:" TO AGS-LABEL.
            MOVE WS-OPEN-HIGH-COUNT TO AGS-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "Resolved:" TO AGS-LABEL.
            MOVE WS-RESOLVED-COUNT TO AGS-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "Waived:" TO AGS-LABEL.
            MOVE WS-WAIVED-COUNT TO AGS-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
       WRITE-SUMMARY-LINE-PROC.
            MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-REPORT-LINE-PROC.
            MOVE WS-PRINT-LINE TO AGR-LINE.
            WRITE AGR-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-REPORT-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.

       END PROGRAM EXCEPTION-AGING.
