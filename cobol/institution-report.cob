      ******************************************************************
      *> Institution standings and participation report.
      *>
      *> Joins the contest-results archive (contest-results.dat) with
      *> team-master.dat on team name and reports by TM-INSTITUTION,
      *> for the sponsors and the university liaison office:
      *>
      *>   Results by contest - for every archived contest, each
      *>     institution's teams entered, its best placed team and
      *>     that team's overall place, the combined and average
      *>     totals of its teams, and its gold/silver/bronze count.
      *>   Results by season - the same figures summed over each
      *>     season's contests, with the number of contests entered.
      *>   Year-over-year trend - each institution's average total
      *>     per team entry for the most recent seasons, and whether
      *>     it rose or fell between the last two seasons it entered.
      *>   No results in the last season - every institution with no
      *>     archived result in the latest season, and the last
      *>     season it did have one, for outreach to follow up.
      *>
      *> A season is the calendar year of CR-RUN-DATE; the latest ten
      *> seasons on the archive are reported. Places are read off the
      *> archived totals: a team's overall place is one more than the
      *> number of teams in the contest with a higher total, its
      *> division place the same within its division, so tied teams
      *> share a place. Medals are division places 1 to 3, the same
      *> per-division rule the scoring run's Awards section applies.
      *> Teams in the archive but not on team-master.dat are grouped
      *> under "(NOT ON TEAM MASTER)".
      *>
      *> Output: institution-report.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTITUTION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL CONTEST-RESULTS-FILE
              ASSIGN TO 'contest-results.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CR-KEY.
            SELECT OPTIONAL TEAM-MASTER-FILE
              ASSIGN TO 'team-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TM-TEAM-NAME.

            *>  OUTPUT
            SELECT INSTITUTION-REPORT-FILE
              ASSIGN TO 'institution-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CONTEST-RESULTS-FILE.
       01 CR-RECORD.
            02 CR-KEY.
                  03 CR-CONTEST-ID PIC X(10).
                  03 CR-TEAM-NAME PIC X(15).
            02 CR-DIVISION PIC X(15).
            02 CR-PROBLEM-SCORE OCCURS 20 TIMES PIC 9(3).
            02 CR-TOTAL PIC 9(4).
            02 CR-RUN-DATE PIC 9(8).
       FD TEAM-MASTER-FILE.
       01 TM-RECORD.
            02 TM-TEAM-NAME PIC X(15).
            02 TM-DIVISION PIC X(15).
            02 TM-INSTITUTION PIC X(30).
            02 TM-COACH PIC X(25).
            02 TM-CONTACT-EMAIL PIC X(30).
            02 TM-REGISTRATION-DATE PIC 9(8).
            02 TM-STATUS PIC X(1).
                  88 TM-IS-ACTIVE VALUE "A".
                  88 TM-IS-WITHDRAWN VALUE "W".
       FD INSTITUTION-REPORT-FILE.
       01 IRP-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>    Team to institution, from team-master.dat.
       01 WS-TEAM-MAP.
            05 WS-TIM-ENTRY OCCURS 999 TIMES INDEXED BY TMI.
                  10 WS-TIM-TEAM-NAME PIC X(15).
                  10 WS-TIM-INSTITUTION PIC X(30).
       01 WS-TIM-COUNT PIC 9(3) VALUE 0.
       01 WS-TIM-LIMIT PIC 9(3) VALUE 999.
       01 WS-TIM-MATCH-FOUND PIC 9(1).

      *>    Seasons on the archive, ascending; only the latest
      *>    WS-SEASON-LIMIT are kept.
       01 WS-SEASON-TABLE.
            05 WS-SEASON-YEAR OCCURS 10 TIMES PIC 9(4).
       01 WS-SEASON-COUNT PIC 9(2) VALUE 0.
       01 WS-SEASON-LIMIT PIC 9(2) VALUE 10.
       01 WS-SEASON-SCAN PIC 9(2).
       01 WS-SEASON-SLOT PIC 9(2).
       01 WS-SEASON-FIRST-SHOWN PIC 9(2).
       01 WS-SEASONS-DROPPED PIC 9(1) VALUE 0.
       01 WS-SWAP-YEAR PIC 9(4).
       01 WS-ROW-YEAR PIC 9(4).

      *>    One contest's archive rows, with the places worked out
      *>    once the contest's last row has been read.
       01 WS-CONTEST-ROWS.
            05 WS-CROW-ENTRY OCCURS 999 TIMES INDEXED BY CRI CRJ.
                  10 WS-CROW-TEAM-NAME PIC X(15).
                  10 WS-CROW-DIVISION PIC X(15).
                  10 WS-CROW-INSTITUTION PIC X(30).
                  10 WS-CROW-TOTAL PIC 9(4).
                  10 WS-CROW-PLACE PIC 9(3).
                  10 WS-CROW-DIV-PLACE PIC 9(3).
       01 WS-CROW-COUNT PIC 9(3) VALUE 0.
       01 WS-CROW-LIMIT PIC 9(3) VALUE 999.
       01 WS-CUR-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-CUR-YEAR PIC 9(4).

      *>    One contest's figures per institution.
       01 WS-CONTEST-INST-TABLE.
            05 WS-CINST-ENTRY OCCURS 200 TIMES INDEXED BY CII CIJ CIK.
                  10 WS-CINST-NAME PIC X(30).
                  10 WS-CINST-TEAMS PIC 9(3).
                  10 WS-CINST-TOTAL PIC 9(6).
                  10 WS-CINST-GOLD PIC 9(3).
                  10 WS-CINST-SILVER PIC 9(3).
                  10 WS-CINST-BRONZE PIC 9(3).
                  10 WS-CINST-BEST-PLACE PIC 9(3).
                  10 WS-CINST-BEST-TEAM PIC X(15).
       01 WS-CINST-COUNT PIC 9(3) VALUE 0.
       01 WS-CINST-MATCH-FOUND PIC 9(1).
       01 WS-SWAP-CINST-ENTRY PIC X(66).

      *>    Every institution, with its figures per kept season.
       01 WS-INSTITUTION-TABLE.
            05 WS-INST-ENTRY OCCURS 200 TIMES INDEXED BY ISI ISJ ISK.
                  10 WS-INST-NAME PIC X(30).
                  10 WS-INST-SEASON OCCURS 10 TIMES.
                        15 WS-IS-CONTESTS PIC 9(3).
                        15 WS-IS-TEAMS PIC 9(4).
                        15 WS-IS-TOTAL PIC 9(7).
                        15 WS-IS-GOLD PIC 9(3).
                        15 WS-IS-SILVER PIC 9(3).
                        15 WS-IS-BRONZE PIC 9(3).
                        15 WS-IS-BEST-PLACE PIC 9(3).
                        15 WS-IS-BEST-TEAM PIC X(15).
       01 WS-INST-COUNT PIC 9(3) VALUE 0.
       01 WS-INST-LIMIT PIC 9(3) VALUE 200.
       01 WS-INST-MATCH-FOUND PIC 9(1).
       01 WS-INST-LOOKUP PIC X(30).
       01 WS-SWAP-INST-ENTRY PIC X(440).

       01 WS-CR-SCAN-ENDED PIC 9(1).
       01 WS-TM-SCAN-ENDED PIC 9(1).
       01 WS-SORT-INNER-LIMIT PIC 9(3).

       01 WS-ARCHIVE-ROWS PIC 9(5) VALUE 0.
       01 WS-CONTESTS-REPORTED PIC 9(5) VALUE 0.

       01 WS-AVERAGE PIC 9(4).
       01 WS-TREND-LAST PIC 9(2).
       01 WS-TREND-PREV PIC 9(2).
       01 WS-TREND-LAST-AVG PIC 9(4).
       01 WS-TREND-PREV-AVG PIC 9(4).

       01 WS-PRINT-LINE PIC X(80).
       01 WS-YEAR-STRING PIC X(4).
       01 WS-COUNT-STRING-3 PIC ZZ9.

       01 WS-CONTEST-PRINT-LINE.
            02 ICL-INSTITUTION PIC X(30).
            02 ICL-SPACE PIC X(1).
            02 ICL-TEAMS PIC ZZ9.
            02 ICL-SPACE-2 PIC X(2).
            02 ICL-BEST-TEAM PIC X(15).
            02 ICL-SPACE-3 PIC X(1).
            02 ICL-BEST-PLACE PIC ZZ9.
            02 ICL-SPACE-4 PIC X(1).
            02 ICL-TOTAL PIC ZZZZZ9.
            02 ICL-SPACE-5 PIC X(1).
            02 ICL-AVERAGE PIC ZZZ9.
            02 ICL-SPACE-6 PIC X(1).
            02 ICL-GOLD PIC Z9.
            02 ICL-SPACE-7 PIC X(1).
            02 ICL-SILVER PIC Z9.
            02 ICL-SPACE-8 PIC X(1).
            02 ICL-BRONZE PIC Z9.

       01 WS-SEASON-PRINT-LINE.
            02 ISL-INSTITUTION PIC X(30).
            02 ISL-SPACE PIC X(1).
            02 ISL-CONTESTS PIC ZZ9.
            02 ISL-SPACE-2 PIC X(1).
            02 ISL-TEAMS PIC ZZ9.
            02 ISL-SPACE-3 PIC X(1).
            02 ISL-BEST-TEAM PIC X(15).
            02 ISL-SPACE-4 PIC X(1).
            02 ISL-BEST-PLACE PIC ZZ9.
            02 ISL-SPACE-5 PIC X(1).
            02 ISL-TOTAL PIC ZZZZZZ9.
            02 ISL-SPACE-6 PIC X(1).
            02 ISL-AVERAGE PIC ZZZ9.
            02 ISL-SPACE-7 PIC X(1).
            02 ISL-GOLD PIC Z9.
            02 ISL-SPACE-8 PIC X(1).
            02 ISL-SILVER PIC Z9.
            02 ISL-SPACE-9 PIC X(1).
            02 ISL-BRONZE PIC Z9.

       01 WS-TREND-PRINT-LINE.
            02 ITL-INSTITUTION PIC X(30).
            02 ITL-CELL OCCURS 5 TIMES.
                  03 ITL-CELL-SPACE PIC X(2).
                  03 ITL-CELL-VALUE PIC X(4).
            02 ITL-SPACE PIC X(2).
            02 ITL-TREND PIC X(6).
       01 WS-TREND-CELL PIC 9(2).
       01 WS-TREND-AVERAGE PIC ZZZ9.

       01 WS-LAPSED-PRINT-LINE.
            02 ILL-INSTITUTION PIC X(30).
            02 ILL-SPACE PIC X(1).
            02 ILL-LABEL PIC X(21).
            02 ILL-YEAR PIC X(4).
       01 WS-LAPSED-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC.
            PERFORM LOAD-TEAM-MAP-PROC.
            PERFORM COLLECT-SEASONS-PROC.

            OPEN OUTPUT INSTITUTION-REPORT-FILE.
            MOVE "Institution Report" TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.

            MOVE "Results by contest" TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.

            MOVE 0 TO WS-CROW-COUNT.
            MOVE 0 TO WS-CR-SCAN-ENDED.
            OPEN INPUT CONTEST-RESULTS-FILE.
            PERFORM READ-ONE-ARCHIVE-ROW-PROC
                  UNTIL WS-CR-SCAN-ENDED = 1.
            CLOSE CONTEST-RESULTS-FILE.
            IF WS-CROW-COUNT > 0 THEN
                  PERFORM FINISH-CONTEST-PROC
            END-IF.

            IF WS-CONTESTS-REPORTED = 0 THEN
                  MOVE "  No contests on contest-results.dat."
                        TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
                  PERFORM WRITE-REPORT-BLANK-PROC
            END-IF.

            PERFORM SORT-INSTITUTION-OUTER-PROC
                  VARYING ISI FROM 1 BY 1 UNTIL ISI >= WS-INST-COUNT.

            PERFORM WRITE-SEASON-SECTION-PROC.
            PERFORM WRITE-TREND-SECTION-PROC.
            PERFORM WRITE-LAPSED-SECTION-PROC.

            CLOSE INSTITUTION-REPORT-FILE.

            DISPLAY "Archive rows read:      " WS-ARCHIVE-ROWS.
            DISPLAY "Contests reported:      " WS-CONTESTS-REPORTED.
            DISPLAY "Institutions reported:  " WS-INST-COUNT.
            DISPLAY "No results last season: " WS-LAPSED-COUNT.

            GOBACK.
       LOAD-TEAM-MAP-PROC.
      *>    Every institution on the master is registered up front,
      *>    so one that has never entered still shows on the
      *>    no-results list.
            MOVE 0 TO WS-TM-SCAN-ENDED.
            OPEN INPUT TEAM-MASTER-FILE.
            PERFORM LOAD-ONE-TEAM-MAP-ENTRY-PROC
                  UNTIL WS-TM-SCAN-ENDED = 1.
            CLOSE TEAM-MASTER-FILE.
       LOAD-ONE-TEAM-MAP-ENTRY-PROC.
            READ TEAM-MASTER-FILE
                  AT END MOVE 1 TO WS-TM-SCAN-ENDED
            END-READ.
            IF WS-TM-SCAN-ENDED = 0 THEN
                  IF WS-TIM-COUNT >= WS-TIM-LIMIT THEN
                        DISPLAY "ERROR: team master exceeds "
                              WS-TIM-LIMIT " entries - report "
                              "abandoned."
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                  END-IF
                  ADD 1 TO WS-TIM-COUNT
                  SET TMI TO WS-TIM-COUNT
                  MOVE TM-TEAM-NAME TO WS-TIM-TEAM-NAME(TMI)
                  IF TM-INSTITUTION = SPACES THEN
                        MOVE "(NO INSTITUTION)"
                              TO WS-TIM-INSTITUTION(TMI)
                  ELSE
                        MOVE TM-INSTITUTION TO WS-TIM-INSTITUTION(TMI)
                  END-IF
                  MOVE WS-TIM-INSTITUTION(TMI) TO WS-INST-LOOKUP
                  PERFORM FIND-OR-ADD-INSTITUTION-PROC
            END-IF.
       COLLECT-SEASONS-PROC.
      *>    A first pass over the archive fixes the season columns
      *>    before any figures are added to them.
            MOVE 0 TO WS-CR-SCAN-ENDED.
            OPEN INPUT CONTEST-RESULTS-FILE.
            PERFORM COLLECT-ONE-SEASON-PROC
                  UNTIL WS-CR-SCAN-ENDED = 1.
            CLOSE CONTEST-RESULTS-FILE.
            IF WS-SEASONS-DROPPED = 1 THEN
                  DISPLAY "NOTE: archive holds more than "
                        WS-SEASON-LIMIT " seasons - older seasons "
                        "not reported."
            END-IF.
       COLLECT-ONE-SEASON-PROC.
            READ CONTEST-RESULTS-FILE
                  AT END MOVE 1 TO WS-CR-SCAN-ENDED
            END-READ.
            IF WS-CR-SCAN-ENDED = 0 THEN
                  COMPUTE WS-ROW-YEAR = CR-RUN-DATE / 10000
                  PERFORM FIND-SEASON-SLOT-PROC
                  IF WS-SEASON-SLOT = 0 THEN
                        PERFORM REGISTER-SEASON-PROC
                  END-IF
            END-IF.
       FIND-SEASON-SLOT-PROC.
            MOVE 0 TO WS-SEASON-SLOT.
            PERFORM CHECK-ONE-SEASON-SLOT-PROC
                  VARYING WS-SEASON-SCAN FROM 1 BY 1 UNTIL
                        WS-SEASON-SCAN > WS-SEASON-COUNT OR
                        WS-SEASON-SLOT > 0.
       CHECK-ONE-SEASON-SLOT-PROC.
            IF WS-SEASON-YEAR(WS-SEASON-SCAN) = WS-ROW-YEAR THEN
                  MOVE WS-SEASON-SCAN TO WS-SEASON-SLOT
            END-IF.
       REGISTER-SEASON-PROC.
      *>    The new year goes on the end and sinks into place. With
      *>    the table full, a year older than every kept season is
      *>    left out, and a newer one pushes the oldest out.
            IF WS-SEASON-COUNT < WS-SEASON-LIMIT THEN
                  ADD 1 TO WS-SEASON-COUNT
                  MOVE WS-ROW-YEAR TO WS-SEASON-YEAR(WS-SEASON-COUNT)
                  PERFORM SINK-NEW-SEASON-PROC
            ELSE
                  MOVE 1 TO WS-SEASONS-DROPPED
                  IF WS-ROW-YEAR > WS-SEASON-YEAR(1) THEN
                        PERFORM SHIFT-ONE-SEASON-DOWN-PROC
                              VARYING WS-SEASON-SCAN FROM 1 BY 1
                              UNTIL WS-SEASON-SCAN >= WS-SEASON-COUNT
                        MOVE WS-ROW-YEAR
                              TO WS-SEASON-YEAR(WS-SEASON-COUNT)
                        PERFORM SINK-NEW-SEASON-PROC
                  END-IF
            END-IF.
       SHIFT-ONE-SEASON-DOWN-PROC.
            MOVE WS-SEASON-YEAR(WS-SEASON-SCAN + 1)
                  TO WS-SEASON-YEAR(WS-SEASON-SCAN).
       SINK-NEW-SEASON-PROC.
            MOVE WS-SEASON-COUNT TO WS-SEASON-SCAN.
            PERFORM SINK-ONE-SEASON-STEP-PROC
                  UNTIL WS-SEASON-SCAN < 2 OR
                        WS-SEASON-YEAR(WS-SEASON-SCAN - 1) <
                              WS-SEASON-YEAR(WS-SEASON-SCAN).
       SINK-ONE-SEASON-STEP-PROC.
            MOVE WS-SEASON-YEAR(WS-SEASON-SCAN) TO WS-SWAP-YEAR.
            MOVE WS-SEASON-YEAR(WS-SEASON-SCAN - 1)
                  TO WS-SEASON-YEAR(WS-SEASON-SCAN).
            MOVE WS-SWAP-YEAR TO WS-SEASON-YEAR(WS-SEASON-SCAN - 1).
            SUBTRACT 1 FROM WS-SEASON-SCAN.
       READ-ONE-ARCHIVE-ROW-PROC.
      *>    The archive is keyed contest id first, so each contest's
      *>    rows arrive together; a change of contest id closes off
      *>    the previous contest.
            READ CONTEST-RESULTS-FILE
                  AT END MOVE 1 TO WS-CR-SCAN-ENDED
            END-READ.
            IF WS-CR-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-ARCHIVE-ROWS
                  IF WS-CROW-COUNT > 0 AND
                        CR-CONTEST-ID NOT = WS-CUR-CONTEST-ID THEN
                        PERFORM FINISH-CONTEST-PROC
                  END-IF
                  IF WS-CROW-COUNT = 0 THEN
                        MOVE CR-CONTEST-ID TO WS-CUR-CONTEST-ID
                        COMPUTE WS-CUR-YEAR = CR-RUN-DATE / 10000
                  END-IF
                  PERFORM ADD-CONTEST-ROW-PROC
            END-IF.
       ADD-CONTEST-ROW-PROC.
            IF WS-CROW-COUNT >= WS-CROW-LIMIT THEN
                  DISPLAY "ERROR: contest " CR-CONTEST-ID " exceeds "
                        WS-CROW-LIMIT " archive rows - report "
                        "abandoned."
                  MOVE 12 TO RETURN-CODE
                  GOBACK
            END-IF.
            ADD 1 TO WS-CROW-COUNT.
            SET CRJ TO WS-CROW-COUNT.
            MOVE CR-TEAM-NAME TO WS-CROW-TEAM-NAME(CRJ).
            MOVE CR-DIVISION TO WS-CROW-DIVISION(CRJ).
            MOVE CR-TOTAL TO WS-CROW-TOTAL(CRJ).
            MOVE "(NOT ON TEAM MASTER)" TO WS-CROW-INSTITUTION(CRJ).
            MOVE 0 TO WS-TIM-MATCH-FOUND.
            PERFORM CHECK-ONE-TEAM-MAP-ENTRY-PROC
                  VARYING TMI FROM 1 BY 1 UNTIL
                        TMI > WS-TIM-COUNT OR
                        WS-TIM-MATCH-FOUND = 1.
       CHECK-ONE-TEAM-MAP-ENTRY-PROC.
            IF WS-TIM-TEAM-NAME(TMI) = CR-TEAM-NAME THEN
                  MOVE 1 TO WS-TIM-MATCH-FOUND
                  MOVE WS-TIM-INSTITUTION(TMI)
                        TO WS-CROW-INSTITUTION(CRJ)
            END-IF.
       FINISH-CONTEST-PROC.
            MOVE WS-CUR-YEAR TO WS-ROW-YEAR.
            PERFORM FIND-SEASON-SLOT-PROC.

            PERFORM PLACE-ONE-ROW-PROC
                  VARYING CRI FROM 1 BY 1 UNTIL CRI > WS-CROW-COUNT.

            MOVE 0 TO WS-CINST-COUNT.
            PERFORM TALLY-ONE-ROW-PROC
                  VARYING CRI FROM 1 BY 1 UNTIL CRI > WS-CROW-COUNT.

            PERFORM SORT-CINST-OUTER-PROC
                  VARYING CII FROM 1 BY 1 UNTIL CII >= WS-CINST-COUNT.

            PERFORM WRITE-CONTEST-BLOCK-PROC.

            IF WS-SEASON-SLOT > 0 THEN
                  PERFORM FOLD-ONE-CINST-PROC
                        VARYING CII FROM 1 BY 1
                        UNTIL CII > WS-CINST-COUNT
            END-IF.

            ADD 1 TO WS-CONTESTS-REPORTED.
            MOVE 0 TO WS-CROW-COUNT.
       PLACE-ONE-ROW-PROC.
            MOVE 1 TO WS-CROW-PLACE(CRI).
            MOVE 1 TO WS-CROW-DIV-PLACE(CRI).
            PERFORM COMPARE-ONE-ROW-PROC
                  VARYING CRJ FROM 1 BY 1 UNTIL CRJ > WS-CROW-COUNT.
       COMPARE-ONE-ROW-PROC.
            IF WS-CROW-TOTAL(CRJ) > WS-CROW-TOTAL(CRI) THEN
                  ADD 1 TO WS-CROW-PLACE(CRI)
                  IF WS-CROW-DIVISION(CRJ) = WS-CROW-DIVISION(CRI)
                        THEN
                        ADD 1 TO WS-CROW-DIV-PLACE(CRI)
                  END-IF
            END-IF.
       TALLY-ONE-ROW-PROC.
            MOVE 0 TO WS-CINST-MATCH-FOUND.
            PERFORM CHECK-ONE-CINST-PROC
                  VARYING CIJ FROM 1 BY 1 UNTIL
                        CIJ > WS-CINST-COUNT OR
                        WS-CINST-MATCH-FOUND = 1.
            IF WS-CINST-MATCH-FOUND = 0 THEN
                  ADD 1 TO WS-CINST-COUNT
                  SET CIK TO WS-CINST-COUNT
                  MOVE WS-CROW-INSTITUTION(CRI) TO WS-CINST-NAME(CIK)
                  MOVE 0 TO WS-CINST-TEAMS(CIK)
                  MOVE 0 TO WS-CINST-TOTAL(CIK)
                  MOVE 0 TO WS-CINST-GOLD(CIK)
                  MOVE 0 TO WS-CINST-SILVER(CIK)
                  MOVE 0 TO WS-CINST-BRONZE(CIK)
                  MOVE 999 TO WS-CINST-BEST-PLACE(CIK)
                  MOVE SPACES TO WS-CINST-BEST-TEAM(CIK)
            END-IF.
            ADD 1 TO WS-CINST-TEAMS(CIK).
            ADD WS-CROW-TOTAL(CRI) TO WS-CINST-TOTAL(CIK).
            IF WS-CROW-DIV-PLACE(CRI) = 1 THEN
                  ADD 1 TO WS-CINST-GOLD(CIK)
            END-IF.
            IF WS-CROW-DIV-PLACE(CRI) = 2 THEN
                  ADD 1 TO WS-CINST-SILVER(CIK)
            END-IF.
            IF WS-CROW-DIV-PLACE(CRI) = 3 THEN
                  ADD 1 TO WS-CINST-BRONZE(CIK)
            END-IF.
            IF WS-CROW-PLACE(CRI) < WS-CINST-BEST-PLACE(CIK) THEN
                  MOVE WS-CROW-PLACE(CRI) TO WS-CINST-BEST-PLACE(CIK)
                  MOVE WS-CROW-TEAM-NAME(CRI)
                        TO WS-CINST-BEST-TEAM(CIK)
            END-IF.
       CHECK-ONE-CINST-PROC.
            IF WS-CINST-NAME(CIJ) = WS-CROW-INSTITUTION(CRI) THEN
                  MOVE 1 TO WS-CINST-MATCH-FOUND
                  SET CIK TO CIJ
            END-IF.
       SORT-CINST-OUTER-PROC.
      *>    Best placed institution first.
            SET WS-SORT-INNER-LIMIT TO CII.
            COMPUTE WS-SORT-INNER-LIMIT =
                  WS-CINST-COUNT - WS-SORT-INNER-LIMIT.
            PERFORM SORT-CINST-INNER-PROC
                  VARYING CIJ FROM 1 BY 1
                  UNTIL CIJ > WS-SORT-INNER-LIMIT.
       SORT-CINST-INNER-PROC.
            SET CIK TO CIJ.
            SET CIK UP BY 1.
            IF WS-CINST-BEST-PLACE(CIJ) > WS-CINST-BEST-PLACE(CIK)
                  THEN
                  MOVE WS-CINST-ENTRY(CIJ) TO WS-SWAP-CINST-ENTRY
                  MOVE WS-CINST-ENTRY(CIK) TO WS-CINST-ENTRY(CIJ)
                  MOVE WS-SWAP-CINST-ENTRY TO WS-CINST-ENTRY(CIK)
            END-IF.
       WRITE-CONTEST-BLOCK-PROC.
            MOVE WS-CUR-YEAR TO WS-YEAR-STRING.
            MOVE WS-CROW-COUNT TO WS-COUNT-STRING-3.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Contest: " DELIMITED BY SIZE
                  WS-CUR-CONTEST-ID DELIMITED BY SIZE
                  "  Season: " DELIMITED BY SIZE
                  WS-YEAR-STRING DELIMITED BY SIZE
                  "  Teams: " DELIMITED BY SIZE
                  WS-COUNT-STRING-3 DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            MOVE "INSTITUTION                    TMS  BEST TEAM"
                  TO WS-PRINT-LINE(1:45).
            MOVE "       PLC  TOTAL  AVG  G  S  B"
                  TO WS-PRINT-LINE(46:31).
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-ONE-CONTEST-LINE-PROC
                  VARYING CII FROM 1 BY 1 UNTIL CII > WS-CINST-COUNT.
            PERFORM WRITE-REPORT-BLANK-PROC.
       WRITE-ONE-CONTEST-LINE-PROC.
            MOVE SPACES TO WS-CONTEST-PRINT-LINE.
            MOVE WS-CINST-NAME(CII) TO ICL-INSTITUTION.
            MOVE WS-CINST-TEAMS(CII) TO ICL-TEAMS.
            MOVE WS-CINST-BEST-TEAM(CII) TO ICL-BEST-TEAM.
            MOVE WS-CINST-BEST-PLACE(CII) TO ICL-BEST-PLACE.
            MOVE WS-CINST-TOTAL(CII) TO ICL-TOTAL.
            COMPUTE WS-AVERAGE ROUNDED =
                  WS-CINST-TOTAL(CII) / WS-CINST-TEAMS(CII).
            MOVE WS-AVERAGE TO ICL-AVERAGE.
            MOVE WS-CINST-GOLD(CII) TO ICL-GOLD.
            MOVE WS-CINST-SILVER(CII) TO ICL-SILVER.
            MOVE WS-CINST-BRONZE(CII) TO ICL-BRONZE.
            MOVE WS-CONTEST-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       FOLD-ONE-CINST-PROC.
            MOVE WS-CINST-NAME(CII) TO WS-INST-LOOKUP.
            PERFORM FIND-OR-ADD-INSTITUTION-PROC.
            ADD 1 TO WS-IS-CONTESTS(ISJ, WS-SEASON-SLOT).
            ADD WS-CINST-TEAMS(CII) TO WS-IS-TEAMS(ISJ, WS-SEASON-SLOT).
            ADD WS-CINST-TOTAL(CII) TO WS-IS-TOTAL(ISJ, WS-SEASON-SLOT).
            ADD WS-CINST-GOLD(CII) TO WS-IS-GOLD(ISJ, WS-SEASON-SLOT).
            ADD WS-CINST-SILVER(CII)
                  TO WS-IS-SILVER(ISJ, WS-SEASON-SLOT).
            ADD WS-CINST-BRONZE(CII)
                  TO WS-IS-BRONZE(ISJ, WS-SEASON-SLOT).
            IF WS-CINST-BEST-PLACE(CII) <
                  WS-IS-BEST-PLACE(ISJ, WS-SEASON-SLOT) THEN
                  MOVE WS-CINST-BEST-PLACE(CII)
                        TO WS-IS-BEST-PLACE(ISJ, WS-SEASON-SLOT)
                  MOVE WS-CINST-BEST-TEAM(CII)
                        TO WS-IS-BEST-TEAM(ISJ, WS-SEASON-SLOT)
            END-IF.
       FIND-OR-ADD-INSTITUTION-PROC.
      *>    Leaves ISJ on the institution named in WS-INST-LOOKUP.
            MOVE 0 TO WS-INST-MATCH-FOUND.
            PERFORM CHECK-ONE-INSTITUTION-PROC
                  VARYING ISI FROM 1 BY 1 UNTIL
                        ISI > WS-INST-COUNT OR
                        WS-INST-MATCH-FOUND = 1.
            IF WS-INST-MATCH-FOUND = 0 THEN
                  IF WS-INST-COUNT >= WS-INST-LIMIT THEN
                        DISPLAY "ERROR: more than " WS-INST-LIMIT
                              " institutions - report abandoned."
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                  END-IF
                  ADD 1 TO WS-INST-COUNT
                  SET ISJ TO WS-INST-COUNT
                  MOVE WS-INST-LOOKUP TO WS-INST-NAME(ISJ)
                  PERFORM INIT-ONE-INST-SEASON-PROC
                        VARYING WS-SEASON-SCAN FROM 1 BY 1
                        UNTIL WS-SEASON-SCAN > WS-SEASON-LIMIT
            END-IF.
       CHECK-ONE-INSTITUTION-PROC.
            IF WS-INST-NAME(ISI) = WS-INST-LOOKUP THEN
                  MOVE 1 TO WS-INST-MATCH-FOUND
                  SET ISJ TO ISI
            END-IF.
       INIT-ONE-INST-SEASON-PROC.
            MOVE 0 TO WS-IS-CONTESTS(ISJ, WS-SEASON-SCAN).
            MOVE 0 TO WS-IS-TEAMS(ISJ, WS-SEASON-SCAN).
            MOVE 0 TO WS-IS-TOTAL(ISJ, WS-SEASON-SCAN).
            MOVE 0 TO WS-IS-GOLD(ISJ, WS-SEASON-SCAN).
            MOVE 0 TO WS-IS-SILVER(ISJ, WS-SEASON-SCAN).
            MOVE 0 TO WS-IS-BRONZE(ISJ, WS-SEASON-SCAN).
            MOVE 999 TO WS-IS-BEST-PLACE(ISJ, WS-SEASON-SCAN).
            MOVE SPACES TO WS-IS-BEST-TEAM(ISJ, WS-SEASON-SCAN).
       SORT-INSTITUTION-OUTER-PROC.
      *>    Alphabetical from here on: the season, trend and
      *>    no-results sections are looked up by name.
            SET WS-SORT-INNER-LIMIT TO ISI.
            COMPUTE WS-SORT-INNER-LIMIT =
                  WS-INST-COUNT - WS-SORT-INNER-LIMIT.
            PERFORM SORT-INSTITUTION-INNER-PROC
                  VARYING ISJ FROM 1 BY 1
                  UNTIL ISJ > WS-SORT-INNER-LIMIT.
       SORT-INSTITUTION-INNER-PROC.
            SET ISK TO ISJ.
            SET ISK UP BY 1.
            IF WS-INST-NAME(ISJ) > WS-INST-NAME(ISK) THEN
                  MOVE WS-INST-ENTRY(ISJ) TO WS-SWAP-INST-ENTRY
                  MOVE WS-INST-ENTRY(ISK) TO WS-INST-ENTRY(ISJ)
                  MOVE WS-SWAP-INST-ENTRY TO WS-INST-ENTRY(ISK)
            END-IF.
       WRITE-SEASON-SECTION-PROC.
            MOVE "Results by season" TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            PERFORM WRITE-ONE-SEASON-BLOCK-PROC
                  VARYING WS-SEASON-SLOT FROM 1 BY 1
                  UNTIL WS-SEASON-SLOT > WS-SEASON-COUNT.
       WRITE-ONE-SEASON-BLOCK-PROC.
            MOVE WS-SEASON-YEAR(WS-SEASON-SLOT) TO WS-YEAR-STRING.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Season: " DELIMITED BY SIZE
                  WS-YEAR-STRING DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            MOVE "INSTITUTION                    CON TMS BEST TEAM"
                  TO WS-PRINT-LINE(1:48).
            MOVE "       PLC   TOTAL  AVG  G  S  B"
                  TO WS-PRINT-LINE(49:32).
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-ONE-SEASON-LINE-PROC
                  VARYING ISI FROM 1 BY 1 UNTIL ISI > WS-INST-COUNT.
            PERFORM WRITE-REPORT-BLANK-PROC.
       WRITE-ONE-SEASON-LINE-PROC.
            IF WS-IS-TEAMS(ISI, WS-SEASON-SLOT) > 0 THEN
                  MOVE SPACES TO WS-SEASON-PRINT-LINE
                  MOVE WS-INST-NAME(ISI) TO ISL-INSTITUTION
                  MOVE WS-IS-CONTESTS(ISI, WS-SEASON-SLOT)
                        TO ISL-CONTESTS
                  MOVE WS-IS-TEAMS(ISI, WS-SEASON-SLOT) TO ISL-TEAMS
                  MOVE WS-IS-BEST-TEAM(ISI, WS-SEASON-SLOT)
                        TO ISL-BEST-TEAM
                  MOVE WS-IS-BEST-PLACE(ISI, WS-SEASON-SLOT)
                        TO ISL-BEST-PLACE
                  MOVE WS-IS-TOTAL(ISI, WS-SEASON-SLOT) TO ISL-TOTAL
                  COMPUTE WS-AVERAGE ROUNDED =
                        WS-IS-TOTAL(ISI, WS-SEASON-SLOT) /
                        WS-IS-TEAMS(ISI, WS-SEASON-SLOT)
                  MOVE WS-AVERAGE TO ISL-AVERAGE
                  MOVE WS-IS-GOLD(ISI, WS-SEASON-SLOT) TO ISL-GOLD
                  MOVE WS-IS-SILVER(ISI, WS-SEASON-SLOT) TO ISL-SILVER
                  MOVE WS-IS-BRONZE(ISI, WS-SEASON-SLOT) TO ISL-BRONZE
                  MOVE WS-SEASON-PRINT-LINE TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
       WRITE-TREND-SECTION-PROC.
      *>    Average total per team entry, so an institution that
      *>    sent more teams is not read as having improved.
            MOVE "Year-over-year trend (average total per team)"
                  TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.

            MOVE 1 TO WS-SEASON-FIRST-SHOWN.
            IF WS-SEASON-COUNT > 5 THEN
                  COMPUTE WS-SEASON-FIRST-SHOWN = WS-SEASON-COUNT - 4
            END-IF.

            MOVE SPACES TO WS-TREND-PRINT-LINE.
            MOVE "INSTITUTION" TO ITL-INSTITUTION.
            MOVE 0 TO WS-TREND-CELL.
            PERFORM BUILD-ONE-TREND-HEADER-CELL-PROC
                  VARYING WS-SEASON-SCAN FROM WS-SEASON-FIRST-SHOWN
                  BY 1 UNTIL WS-SEASON-SCAN > WS-SEASON-COUNT.
            MOVE "TREND" TO ITL-TREND.
            MOVE WS-TREND-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.

            PERFORM WRITE-ONE-TREND-LINE-PROC
                  VARYING ISI FROM 1 BY 1 UNTIL ISI > WS-INST-COUNT.
            PERFORM WRITE-REPORT-BLANK-PROC.
       BUILD-ONE-TREND-HEADER-CELL-PROC.
            ADD 1 TO WS-TREND-CELL.
            MOVE WS-SEASON-YEAR(WS-SEASON-SCAN)
                  TO ITL-CELL-VALUE(WS-TREND-CELL).
       WRITE-ONE-TREND-LINE-PROC.
            MOVE SPACES TO WS-TREND-PRINT-LINE.
            MOVE WS-INST-NAME(ISI) TO ITL-INSTITUTION.
            MOVE 0 TO WS-TREND-CELL.
            PERFORM BUILD-ONE-TREND-CELL-PROC
                  VARYING WS-SEASON-SCAN FROM WS-SEASON-FIRST-SHOWN
                  BY 1 UNTIL WS-SEASON-SCAN > WS-SEASON-COUNT.

      *>    The trend compares the last two seasons the institution
      *>    entered, whichever years those were.
            MOVE 0 TO WS-TREND-LAST.
            MOVE 0 TO WS-TREND-PREV.
            PERFORM FIND-ONE-TREND-SEASON-PROC
                  VARYING WS-SEASON-SCAN FROM 1 BY 1
                  UNTIL WS-SEASON-SCAN > WS-SEASON-COUNT.
            IF WS-TREND-LAST = 0 THEN
                  MOVE "NONE" TO ITL-TREND
            ELSE
                  IF WS-TREND-PREV = 0 THEN
                        MOVE "ONE YR" TO ITL-TREND
                  ELSE
                        COMPUTE WS-TREND-LAST-AVG ROUNDED =
                              WS-IS-TOTAL(ISI, WS-TREND-LAST) /
                              WS-IS-TEAMS(ISI, WS-TREND-LAST)
                        COMPUTE WS-TREND-PREV-AVG ROUNDED =
                              WS-IS-TOTAL(ISI, WS-TREND-PREV) /
                              WS-IS-TEAMS(ISI, WS-TREND-PREV)
                        IF WS-TREND-LAST-AVG > WS-TREND-PREV-AVG THEN
                              MOVE "UP" TO ITL-TREND
                        END-IF
                        IF WS-TREND-LAST-AVG < WS-TREND-PREV-AVG THEN
                              MOVE "DOWN" TO ITL-TREND
                        END-IF
                        IF WS-TREND-LAST-AVG = WS-TREND-PREV-AVG THEN
                              MOVE "SAME" TO ITL-TREND
                        END-IF
                  END-IF
            END-IF.
            MOVE WS-TREND-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       BUILD-ONE-TREND-CELL-PROC.
            ADD 1 TO WS-TREND-CELL.
            IF WS-IS-TEAMS(ISI, WS-SEASON-SCAN) > 0 THEN
                  COMPUTE WS-AVERAGE ROUNDED =
                        WS-IS-TOTAL(ISI, WS-SEASON-SCAN) /
                        WS-IS-TEAMS(ISI, WS-SEASON-SCAN)
                  MOVE WS-AVERAGE TO WS-TREND-AVERAGE
                  MOVE WS-TREND-AVERAGE
                        TO ITL-CELL-VALUE(WS-TREND-CELL)
            ELSE
                  MOVE "   -" TO ITL-CELL-VALUE(WS-TREND-CELL)
            END-IF.
       FIND-ONE-TREND-SEASON-PROC.
            IF WS-IS-TEAMS(ISI, WS-SEASON-SCAN) > 0 THEN
                  MOVE WS-TREND-LAST TO WS-TREND-PREV
                  MOVE WS-SEASON-SCAN TO WS-TREND-LAST
            END-IF.
       WRITE-LAPSED-SECTION-PROC.
            MOVE "No results in the last season" TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            IF WS-SEASON-COUNT > 0 THEN
                  PERFORM WRITE-ONE-LAPSED-LINE-PROC
                        VARYING ISI FROM 1 BY 1
                        UNTIL ISI > WS-INST-COUNT
            END-IF.
            IF WS-LAPSED-COUNT = 0 THEN
                  MOVE "  None." TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
       WRITE-ONE-LAPSED-LINE-PROC.
            IF WS-IS-TEAMS(ISI, WS-SEASON-COUNT) = 0 THEN
                  ADD 1 TO WS-LAPSED-COUNT
                  MOVE SPACES TO WS-LAPSED-PRINT-LINE
                  MOVE WS-INST-NAME(ISI) TO ILL-INSTITUTION
                  MOVE 0 TO WS-TREND-LAST
                  MOVE 0 TO WS-TREND-PREV
                  PERFORM FIND-ONE-TREND-SEASON-PROC
                        VARYING WS-SEASON-SCAN FROM 1 BY 1
                        UNTIL WS-SEASON-SCAN > WS-SEASON-COUNT
                  IF WS-TREND-LAST = 0 THEN
                        MOVE "no archived results" TO ILL-LABEL
                  ELSE
                        MOVE "last results season" TO ILL-LABEL
                        MOVE WS-SEASON-YEAR(WS-TREND-LAST) TO ILL-YEAR
                  END-IF
                  MOVE WS-LAPSED-PRINT-LINE TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
       WRITE-REPORT-LINE-PROC.
            MOVE WS-PRINT-LINE TO IRP-LINE.
            WRITE IRP-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-REPORT-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.

       END PROGRAM INSTITUTION-REPORT.
