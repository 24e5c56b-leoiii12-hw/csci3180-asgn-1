      ******************************************************************
      *> Advancement selection for the next round.
      *>
      *> Reads the sealed official board (final-results.dat, written
      *> only by a balanced OFFICIAL scoring run), team-master.dat
      *> and advancement-rules.txt, and picks the teams that go on to
      *> the next round division by division:
      *>
      *>   advancement-list.txt  the advancing teams, per division in
      *>                         selection order
      *>   waiting-list.txt      the eligible teams below the cut, in
      *>                         the order they take a freed slot
      *>   advancement-report.txt  the rules applied per division and,
      *>                         for every team passed over above the
      *>                         cut line, the reason it was skipped
      *>
      *> The contest id is the one parameter on the command line.
      *> Selection refuses (status 8) unless final-results.dat carries
      *> the SEALED header of an official run of that contest and the
      *> contest is FINAL or ARCHIVED on contest-master.dat; a draft
      *> board never writes a sealed file, so it can never be used.
      *>
      *> Rules layout (fixed columns, one line per division):
      *>   division X(15)      "*" = every division not listed
      *>   slots X(3)          teams advancing from the division
      *>   institution cap X(2)  most teams one institution may
      *>                       advance from the division, 00 = no cap
      *>   tie-break X(1)      how a tie on total at the cut line is
      *>                       settled:
      *>                         B = board order (the scorer's own
      *>                             earlier-first-accept rule)
      *>                         S = more problems solved, then board
      *>                             order
      *>                         A = every team tied on the cut-line
      *>                             total advances, over the slots
      *>
      *> Teams are taken in board order. A withdrawn team, a team not
      *> on team-master.dat, or a team whose institution has reached
      *> its cap is passed over and the next eligible team takes the
      *> slot. The waiting list holds only teams that could still be
      *> sent: eligible, and within their institution's cap.
      *>
      *> Completion code 4 flags a division with fewer eligible teams
      *> than slots, a division with no rule, or rule lines ignored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVANCEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL SEALED-FILE ASSIGN TO 'final-results.dat'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RULES-FILE
              ASSIGN TO 'advancement-rules.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL TEAM-MASTER-FILE
              ASSIGN TO 'team-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TM-TEAM-NAME.
            SELECT OPTIONAL CONTEST-MASTER-FILE
              ASSIGN TO 'contest-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-CONTEST-ID.

            *>  OUTPUT
            SELECT ADVANCE-FILE
              ASSIGN TO 'advancement-list.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT WAITING-FILE
              ASSIGN TO 'waiting-list.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ADVANCE-REPORT-FILE
              ASSIGN TO 'advancement-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SEALED-FILE.
       01 SEAL-HEADER.
            02 SEAL-H-LABEL PIC X(7).
            02 SEAL-H-RUN-ID PIC X(26).
            02 SEAL-H-SPACE PIC X(1).
            02 SEAL-H-AUTH-1 PIC X(8).
            02 SEAL-H-SPACE-2 PIC X(1).
            02 SEAL-H-AUTH-2 PIC X(8).
       01 SEAL-ROW.
            02 SEAL-TEAM-NAME PIC X(15).
            02 SEAL-DIVISION PIC X(15).
            02 SEAL-PROBLEM-SCORE OCCURS 20 TIMES PIC 9(3).
            02 SEAL-TOTAL PIC 9(4).
       FD RULES-FILE.
       01 ARL-RECORD.
            02 ARL-DIVISION PIC X(15).
            02 ARL-SLOTS PIC X(3).
            02 ARL-INST-CAP PIC X(2).
            02 ARL-TIE-BREAK PIC X(1).
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
       FD ADVANCE-FILE.
       01 ADV-RECORD.
            02 ADV-DIVISION PIC X(15).
            02 ADV-SPACE PIC X(1).
            02 ADV-SEQ PIC 9(3).
            02 ADV-SPACE-2 PIC X(1).
            02 ADV-TEAM-NAME PIC X(15).
            02 ADV-SPACE-3 PIC X(1).
            02 ADV-INSTITUTION PIC X(30).
            02 ADV-SPACE-4 PIC X(1).
            02 ADV-TOTAL PIC 9(4).
            02 ADV-SPACE-5 PIC X(1).
            02 ADV-PLACE PIC 9(3).
            02 ADV-SPACE-6 PIC X(1).
            02 ADV-BASIS PIC X(4).
       FD WAITING-FILE.
       01 WTL-RECORD.
            02 WTL-DIVISION PIC X(15).
            02 WTL-SPACE PIC X(1).
            02 WTL-POSITION PIC 9(3).
            02 WTL-SPACE-2 PIC X(1).
            02 WTL-TEAM-NAME PIC X(15).
            02 WTL-SPACE-3 PIC X(1).
            02 WTL-INSTITUTION PIC X(30).
            02 WTL-SPACE-4 PIC X(1).
            02 WTL-TOTAL PIC 9(4).
            02 WTL-SPACE-5 PIC X(1).
            02 WTL-PLACE PIC 9(3).
       FD ADVANCE-REPORT-FILE.
       01 ARP-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTEST-ID PIC X(10).
       01 WS-CONTEST-FOUND PIC 9(1) VALUE 0.
       01 WS-CONTEST-STATUS PIC X(9) VALUE SPACES.
       01 WS-CID-LEN PIC 9(2).
       01 WS-SEALED-OK PIC 9(1) VALUE 0.
       01 WS-SEALED-RUN-ID PIC X(26) VALUE SPACES.

      *>    Team-master extract.
       01 WS-TEAM-MAP.
            05 WS-TIM-ENTRY OCCURS 999 TIMES INDEXED BY TMI.
                  10 WS-TIM-TEAM-NAME PIC X(15).
                  10 WS-TIM-INSTITUTION PIC X(30).
                  10 WS-TIM-STATUS PIC X(1).
       01 WS-TIM-COUNT PIC 9(3) VALUE 0.
       01 WS-TIM-LIMIT PIC 9(3) VALUE 999.
       01 WS-TIM-MATCH-FOUND PIC 9(1).
       01 WS-TM-SCAN-ENDED PIC 9(1).

      *>    Advancement rules.
       01 WS-RULE-TABLE.
            05 WS-RULE-ENTRY OCCURS 50 TIMES INDEXED BY RLI.
                  10 WS-RULE-DIVISION PIC X(15).
                  10 WS-RULE-SLOTS PIC 9(3).
                  10 WS-RULE-INST-CAP PIC 9(2).
                  10 WS-RULE-TIE-BREAK PIC X(1).
       01 WS-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-RULE-LIMIT PIC 9(2) VALUE 50.
       01 WS-RULE-MATCH-FOUND PIC 9(1).
       01 WS-RULES-IGNORED PIC 9(3) VALUE 0.
       01 WS-ARL-SCAN-ENDED PIC 9(1).

      *>    The sealed board, in board order.
       01 WS-BOARD-TABLE.
            05 WS-BRD-ENTRY OCCURS 999 TIMES INDEXED BY BRI BRJ.
                  10 WS-BRD-TEAM-NAME PIC X(15).
                  10 WS-BRD-DIVISION PIC X(15).
                  10 WS-BRD-TOTAL PIC 9(4).
                  10 WS-BRD-SOLVED PIC 9(2).
                  10 WS-BRD-DIV-PLACE PIC 9(3).
                  10 WS-BRD-INSTITUTION PIC X(30).
                  10 WS-BRD-STANDING PIC X(1).
                        88 WS-BRD-IS-ELIGIBLE VALUE "E".
                        88 WS-BRD-IS-WITHDRAWN VALUE "W".
                        88 WS-BRD-IS-UNKNOWN VALUE "N".
       01 WS-BRD-COUNT PIC 9(3) VALUE 0.
       01 WS-BRD-LIMIT PIC 9(3) VALUE 999.
       01 WS-SEAL-SCAN-ENDED PIC 9(1).
       01 WS-SEAL-CELL PIC 9(2).

      *>    Divisions in the order they first appear on the board.
       01 WS-DIVISION-TABLE.
            05 WS-DIV-ENTRY OCCURS 50 TIMES INDEXED BY DVI.
                  10 WS-DIV-NAME PIC X(15).
                  10 WS-DIV-TEAMS PIC 9(3).
       01 WS-DIV-COUNT PIC 9(2) VALUE 0.
       01 WS-DIV-LIMIT PIC 9(2) VALUE 50.
       01 WS-DIV-MATCH-FOUND PIC 9(1).

      *>    One division's rows, in selection order.
       01 WS-DIV-ROW-TABLE.
            05 WS-DRW-BOARD-ROW OCCURS 999 TIMES
                  INDEXED BY DRI DRJ DRK PIC 9(3).
       01 WS-DRW-COUNT PIC 9(3).
       01 WS-SWAP-BOARD-ROW PIC 9(3).
       01 WS-SORT-INNER-LIMIT PIC 9(3).

      *>    Teams advanced per institution, within one division.
       01 WS-CAP-TABLE.
            05 WS-CAP-ENTRY OCCURS 999 TIMES INDEXED BY CPI CPJ.
                  10 WS-CAP-INSTITUTION PIC X(30).
                  10 WS-CAP-ADVANCED PIC 9(3).
       01 WS-CAP-COUNT PIC 9(3).
       01 WS-CAP-MATCH-FOUND PIC 9(1).

       01 WS-CUR-SLOTS PIC 9(3).
       01 WS-CUR-INST-CAP PIC 9(2).
       01 WS-CUR-TIE-BREAK PIC X(1).
       01 WS-CUR-RULE-FOUND PIC 9(1).
       01 WS-CUR-ADVANCED PIC 9(3).
       01 WS-CUR-WAITING PIC 9(3).
       01 WS-CUR-SKIPPED PIC 9(3).
       01 WS-CUR-INST-ADVANCED PIC 9(3).
       01 WS-CUT-TOTAL PIC 9(4).
       01 WS-CUT-REACHED PIC 9(1).
       01 WS-SKIP-REASON PIC X(40).

       01 WS-ADVANCED-COUNT PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-SHORT-DIVISIONS PIC 9(3) VALUE 0.
       01 WS-UNRULED-DIVISIONS PIC 9(3) VALUE 0.

       01 WS-PRINT-LINE PIC X(80).
       01 WS-COUNT-STRING-3 PIC ZZ9.
       01 WS-CAP-STRING PIC Z9.

       01 WS-RULE-PRINT-LINE.
            02 ARL-P-LABEL PIC X(10).
            02 ARL-P-DIVISION PIC X(15).
            02 ARL-P-SPACE PIC X(2).
            02 ARL-P-SLOTS-LABEL PIC X(7).
            02 ARL-P-SLOTS PIC ZZ9.
            02 ARL-P-SPACE-2 PIC X(2).
            02 ARL-P-CAP-LABEL PIC X(5).
            02 ARL-P-CAP PIC X(4).
            02 ARL-P-SPACE-3 PIC X(2).
            02 ARL-P-TIE-LABEL PIC X(11).
            02 ARL-P-TIE PIC X(12).

       01 WS-SKIP-PRINT-LINE.
            02 ASK-SPACE PIC X(2).
            02 ASK-PLACE PIC ZZ9.
            02 ASK-SPACE-2 PIC X(1).
            02 ASK-TEAM-NAME PIC X(15).
            02 ASK-SPACE-3 PIC X(1).
            02 ASK-TOTAL PIC ZZZ9.
            02 ASK-SPACE-4 PIC X(1).
            02 ASK-REASON PIC X(40).

       01 WS-SUMMARY-PRINT-LINE.
            02 ASM-SPACE PIC X(2).
            02 ASM-ADVANCED-LABEL PIC X(10).
            02 ASM-ADVANCED PIC ZZ9.
            02 ASM-SPACE-2 PIC X(2).
            02 ASM-WAITING-LABEL PIC X(9).
            02 ASM-WAITING PIC ZZ9.
            02 ASM-SPACE-3 PIC X(2).
            02 ASM-SKIPPED-LABEL PIC X(9).
            02 ASM-SKIPPED PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROC.
            PERFORM LOAD-CONTEST-PROC.
            IF WS-CONTEST-FOUND = 0 THEN
                  DISPLAY "ERROR: contest " WS-CONTEST-ID
                        " not on contest-master.dat - nothing "
                        "selected."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.
            IF WS-CONTEST-STATUS NOT = "FINAL" AND
                  WS-CONTEST-STATUS NOT = "ARCHIVED" THEN
                  DISPLAY "ERROR: contest " WS-CONTEST-ID " is "
                        WS-CONTEST-STATUS " - selection needs a "
                        "FINAL contest."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

            PERFORM CHECK-SEALED-HEADER-PROC.
            IF WS-SEALED-OK = 0 THEN
                  DISPLAY "ERROR: final-results.dat is not the sealed "
                        "official board of contest " WS-CONTEST-ID
                        " - nothing selected."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

            PERFORM LOAD-RULES-PROC.
            IF WS-RULE-COUNT = 0 THEN
                  DISPLAY "ERROR: no usable lines in "
                        "advancement-rules.txt - nothing selected."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

            PERFORM LOAD-TEAM-MAP-PROC.
            PERFORM LOAD-BOARD-PROC.

            OPEN OUTPUT ADVANCE-FILE.
            OPEN OUTPUT WAITING-FILE.
            OPEN OUTPUT ADVANCE-REPORT-FILE.

            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Advancement Selection - contest "
                  DELIMITED BY SIZE
                  WS-CONTEST-ID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Sealed board: " DELIMITED BY SIZE
                  WS-SEALED-RUN-ID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.

            PERFORM SELECT-ONE-DIVISION-PROC
                  VARYING DVI FROM 1 BY 1 UNTIL DVI > WS-DIV-COUNT.

            CLOSE ADVANCE-FILE.
            CLOSE WAITING-FILE.
            CLOSE ADVANCE-REPORT-FILE.

            DISPLAY "Board rows read:  " WS-BRD-COUNT.
            DISPLAY "Teams advanced:   " WS-ADVANCED-COUNT.
            DISPLAY "Waiting list:     " WS-WAITING-COUNT.
            DISPLAY "Teams passed over:" WS-SKIPPED-COUNT.

            IF WS-SHORT-DIVISIONS > 0 OR WS-UNRULED-DIVISIONS > 0
                  OR WS-RULES-IGNORED > 0 THEN
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
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
       CHECK-SEALED-HEADER-PROC.
      *>    The scorer names its run contest-id, date and time, so the
      *>    header's run id shows which contest the board belongs to.
            MOVE 10 TO WS-CID-LEN.
            PERFORM SHRINK-CID-LEN-PROC
                  UNTIL WS-CID-LEN = 0 OR
                        WS-CONTEST-ID(WS-CID-LEN:1) NOT = SPACE.
            MOVE 0 TO WS-SEALED-OK.
            OPEN INPUT SEALED-FILE.
            READ SEALED-FILE
                  AT END CONTINUE
                  NOT AT END
                        IF SEAL-H-LABEL = "SEALED " AND
                              SEAL-H-RUN-ID(1:WS-CID-LEN) =
                                    WS-CONTEST-ID(1:WS-CID-LEN) AND
                              SEAL-H-RUN-ID(WS-CID-LEN + 1:1) = "-"
                              THEN
                              MOVE 1 TO WS-SEALED-OK
                              MOVE SEAL-H-RUN-ID TO WS-SEALED-RUN-ID
                        END-IF
            END-READ.
            CLOSE SEALED-FILE.
       SHRINK-CID-LEN-PROC.
            SUBTRACT 1 FROM WS-CID-LEN.
       LOAD-RULES-PROC.
            MOVE 0 TO WS-ARL-SCAN-ENDED.
            OPEN INPUT RULES-FILE.
            PERFORM LOAD-ONE-RULE-PROC
                  UNTIL WS-ARL-SCAN-ENDED = 1.
            CLOSE RULES-FILE.
       LOAD-ONE-RULE-PROC.
            READ RULES-FILE
                  AT END MOVE 1 TO WS-ARL-SCAN-ENDED
            END-READ.
            IF WS-ARL-SCAN-ENDED = 0 THEN
                  IF ARL-DIVISION = SPACES OR
                        ARL-SLOTS IS NOT NUMERIC OR
                        ARL-INST-CAP IS NOT NUMERIC OR
                        (ARL-TIE-BREAK NOT = "B" AND
                         ARL-TIE-BREAK NOT = "S" AND
                         ARL-TIE-BREAK NOT = "A") THEN
                        DISPLAY "WARNING: advancement rule ignored: "
                              ARL-RECORD
                        ADD 1 TO WS-RULES-IGNORED
                  ELSE
                        IF WS-RULE-COUNT >= WS-RULE-LIMIT THEN
                              DISPLAY "WARNING: advancement rules "
                                    "exceed " WS-RULE-LIMIT
                                    " lines - line ignored: "
                                    ARL-RECORD
                              ADD 1 TO WS-RULES-IGNORED
                        ELSE
                              ADD 1 TO WS-RULE-COUNT
                              SET RLI TO WS-RULE-COUNT
                              MOVE ARL-DIVISION
                                    TO WS-RULE-DIVISION(RLI)
                              MOVE ARL-SLOTS TO WS-RULE-SLOTS(RLI)
                              MOVE ARL-INST-CAP
                                    TO WS-RULE-INST-CAP(RLI)
                              MOVE ARL-TIE-BREAK
                                    TO WS-RULE-TIE-BREAK(RLI)
                        END-IF
                  END-IF
            END-IF.
       LOAD-TEAM-MAP-PROC.
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
                              WS-TIM-LIMIT " entries - run abandoned."
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                  END-IF
                  ADD 1 TO WS-TIM-COUNT
                  SET TMI TO WS-TIM-COUNT
                  MOVE TM-TEAM-NAME TO WS-TIM-TEAM-NAME(TMI)
                  MOVE TM-INSTITUTION TO WS-TIM-INSTITUTION(TMI)
                  MOVE TM-STATUS TO WS-TIM-STATUS(TMI)
            END-IF.
       LOAD-BOARD-PROC.
      *>    The header has been checked; every record after it is a
      *>    board row, in the order the scorer ranked them.
            MOVE 0 TO WS-SEAL-SCAN-ENDED.
            OPEN INPUT SEALED-FILE.
            READ SEALED-FILE
                  AT END MOVE 1 TO WS-SEAL-SCAN-ENDED
            END-READ.
            PERFORM LOAD-ONE-BOARD-ROW-PROC
                  UNTIL WS-SEAL-SCAN-ENDED = 1.
            CLOSE SEALED-FILE.
       LOAD-ONE-BOARD-ROW-PROC.
            READ SEALED-FILE
                  AT END MOVE 1 TO WS-SEAL-SCAN-ENDED
            END-READ.
            IF WS-SEAL-SCAN-ENDED = 0 THEN
                  IF WS-BRD-COUNT >= WS-BRD-LIMIT THEN
                        DISPLAY "ERROR: sealed board exceeds "
                              WS-BRD-LIMIT " rows - run abandoned."
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                  END-IF
                  ADD 1 TO WS-BRD-COUNT
                  SET BRI TO WS-BRD-COUNT
                  MOVE SEAL-TEAM-NAME TO WS-BRD-TEAM-NAME(BRI)
                  MOVE SEAL-DIVISION TO WS-BRD-DIVISION(BRI)
                  MOVE SEAL-TOTAL TO WS-BRD-TOTAL(BRI)
                  MOVE 0 TO WS-BRD-SOLVED(BRI)
                  PERFORM COUNT-ONE-SOLVED-CELL-PROC
                        VARYING WS-SEAL-CELL FROM 1 BY 1
                        UNTIL WS-SEAL-CELL > 20
                  PERFORM REGISTER-DIVISION-PROC
                  PERFORM LOOK-UP-BOARD-TEAM-PROC
            END-IF.
       COUNT-ONE-SOLVED-CELL-PROC.
            IF SEAL-PROBLEM-SCORE(WS-SEAL-CELL) IS NUMERIC THEN
                  IF SEAL-PROBLEM-SCORE(WS-SEAL-CELL) > 0 THEN
                        ADD 1 TO WS-BRD-SOLVED(BRI)
                  END-IF
            END-IF.
       REGISTER-DIVISION-PROC.
            MOVE 0 TO WS-DIV-MATCH-FOUND.
            PERFORM CHECK-ONE-DIVISION-PROC
                  VARYING DVI FROM 1 BY 1 UNTIL
                        DVI > WS-DIV-COUNT OR
                        WS-DIV-MATCH-FOUND = 1.
            IF WS-DIV-MATCH-FOUND = 0 THEN
                  IF WS-DIV-COUNT >= WS-DIV-LIMIT THEN
                        DISPLAY "ERROR: sealed board has more than "
                              WS-DIV-LIMIT " divisions - run "
                              "abandoned."
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                  END-IF
                  ADD 1 TO WS-DIV-COUNT
                  SET DVI TO WS-DIV-COUNT
                  MOVE SEAL-DIVISION TO WS-DIV-NAME(DVI)
                  MOVE 0 TO WS-DIV-TEAMS(DVI)
            END-IF.
            ADD 1 TO WS-DIV-TEAMS(DVI).
            MOVE WS-DIV-TEAMS(DVI) TO WS-BRD-DIV-PLACE(BRI).
       CHECK-ONE-DIVISION-PROC.
            IF WS-DIV-NAME(DVI) = SEAL-DIVISION THEN
                  MOVE 1 TO WS-DIV-MATCH-FOUND
            END-IF.
       LOOK-UP-BOARD-TEAM-PROC.
            MOVE "N" TO WS-BRD-STANDING(BRI).
            MOVE SPACES TO WS-BRD-INSTITUTION(BRI).
            MOVE 0 TO WS-TIM-MATCH-FOUND.
            PERFORM CHECK-ONE-TEAM-MAP-ENTRY-PROC
                  VARYING TMI FROM 1 BY 1 UNTIL
                        TMI > WS-TIM-COUNT OR
                        WS-TIM-MATCH-FOUND = 1.
       CHECK-ONE-TEAM-MAP-ENTRY-PROC.
            IF WS-TIM-TEAM-NAME(TMI) = SEAL-TEAM-NAME THEN
                  MOVE 1 TO WS-TIM-MATCH-FOUND
                  MOVE WS-TIM-INSTITUTION(TMI)
                        TO WS-BRD-INSTITUTION(BRI)
                  IF WS-TIM-STATUS(TMI) = "W" THEN
                        MOVE "W" TO WS-BRD-STANDING(BRI)
                  ELSE
                        MOVE "E" TO WS-BRD-STANDING(BRI)
                  END-IF
            END-IF.
       SELECT-ONE-DIVISION-PROC.
            PERFORM FIND-DIVISION-RULE-PROC.

            MOVE 0 TO WS-DRW-COUNT.
            PERFORM COLLECT-ONE-DIVISION-ROW-PROC
                  VARYING BRI FROM 1 BY 1 UNTIL BRI > WS-BRD-COUNT.
            IF WS-CUR-TIE-BREAK = "S" THEN
                  PERFORM SORT-SOLVED-OUTER-PROC
                        VARYING DRI FROM 1 BY 1
                        UNTIL DRI >= WS-DRW-COUNT
            END-IF.

            MOVE 0 TO WS-CUR-ADVANCED.
            MOVE 0 TO WS-CUR-WAITING.
            MOVE 0 TO WS-CUR-SKIPPED.
            MOVE 0 TO WS-CUT-REACHED.
            MOVE 0 TO WS-CAP-COUNT.

            PERFORM WRITE-DIVISION-RULE-LINE-PROC.
            IF WS-CUR-RULE-FOUND = 0 THEN
                  ADD 1 TO WS-UNRULED-DIVISIONS
                  MOVE "  No advancement rule - no team advances."
                        TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
            IF WS-CUR-SLOTS = 0 THEN
                  MOVE 1 TO WS-CUT-REACHED
            END-IF.

            PERFORM SELECT-ONE-TEAM-PROC
                  VARYING DRI FROM 1 BY 1 UNTIL DRI > WS-DRW-COUNT.

            IF WS-CUR-ADVANCED < WS-CUR-SLOTS THEN
                  ADD 1 TO WS-SHORT-DIVISIONS
                  MOVE "  Fewer eligible teams than slots."
                        TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
            IF WS-CUR-SKIPPED = 0 THEN
                  MOVE "  No team above the cut line was passed over."
                        TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.

            MOVE SPACES TO WS-SUMMARY-PRINT-LINE.
            MOVE "Advanced: " TO ASM-ADVANCED-LABEL.
            MOVE WS-CUR-ADVANCED TO ASM-ADVANCED.
            MOVE "Waiting: " TO ASM-WAITING-LABEL.
            MOVE WS-CUR-WAITING TO ASM-WAITING.
            MOVE "Skipped: " TO ASM-SKIPPED-LABEL.
            MOVE WS-CUR-SKIPPED TO ASM-SKIPPED.
            MOVE WS-SUMMARY-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
       FIND-DIVISION-RULE-PROC.
      *>    A rule naming the division wins over the "*" default.
            MOVE 0 TO WS-CUR-RULE-FOUND.
            MOVE 0 TO WS-CUR-SLOTS.
            MOVE 0 TO WS-CUR-INST-CAP.
            MOVE "B" TO WS-CUR-TIE-BREAK.
            MOVE 0 TO WS-RULE-MATCH-FOUND.
            PERFORM CHECK-ONE-DEFAULT-RULE-PROC
                  VARYING RLI FROM 1 BY 1 UNTIL RLI > WS-RULE-COUNT.
            PERFORM CHECK-ONE-DIVISION-RULE-PROC
                  VARYING RLI FROM 1 BY 1 UNTIL
                        RLI > WS-RULE-COUNT OR
                        WS-RULE-MATCH-FOUND = 1.
       CHECK-ONE-DEFAULT-RULE-PROC.
            IF WS-RULE-DIVISION(RLI) = "*" AND
                  WS-CUR-RULE-FOUND = 0 THEN
                  PERFORM TAKE-RULE-PROC
            END-IF.
       CHECK-ONE-DIVISION-RULE-PROC.
            IF WS-RULE-DIVISION(RLI) = WS-DIV-NAME(DVI) THEN
                  MOVE 1 TO WS-RULE-MATCH-FOUND
                  PERFORM TAKE-RULE-PROC
            END-IF.
       TAKE-RULE-PROC.
            MOVE 1 TO WS-CUR-RULE-FOUND.
            MOVE WS-RULE-SLOTS(RLI) TO WS-CUR-SLOTS.
            MOVE WS-RULE-INST-CAP(RLI) TO WS-CUR-INST-CAP.
            MOVE WS-RULE-TIE-BREAK(RLI) TO WS-CUR-TIE-BREAK.
       COLLECT-ONE-DIVISION-ROW-PROC.
            IF WS-BRD-DIVISION(BRI) = WS-DIV-NAME(DVI) THEN
                  ADD 1 TO WS-DRW-COUNT
                  SET DRJ TO WS-DRW-COUNT
                  SET WS-DRW-BOARD-ROW(DRJ) TO BRI
            END-IF.
       SORT-SOLVED-OUTER-PROC.
      *>    Bubble passes swap only on a strict difference, so teams
      *>    level on total and solved keep their board order.
            SET WS-SORT-INNER-LIMIT TO DRI.
            COMPUTE WS-SORT-INNER-LIMIT =
                  WS-DRW-COUNT - WS-SORT-INNER-LIMIT.
            PERFORM SORT-SOLVED-INNER-PROC
                  VARYING DRJ FROM 1 BY 1
                  UNTIL DRJ > WS-SORT-INNER-LIMIT.
       SORT-SOLVED-INNER-PROC.
            SET DRK TO DRJ.
            SET DRK UP BY 1.
            SET BRI TO WS-DRW-BOARD-ROW(DRJ).
            SET BRJ TO WS-DRW-BOARD-ROW(DRK).
            IF WS-BRD-TOTAL(BRI) = WS-BRD-TOTAL(BRJ) AND
                  WS-BRD-SOLVED(BRI) < WS-BRD-SOLVED(BRJ) THEN
                  MOVE WS-DRW-BOARD-ROW(DRJ) TO WS-SWAP-BOARD-ROW
                  MOVE WS-DRW-BOARD-ROW(DRK) TO WS-DRW-BOARD-ROW(DRJ)
                  MOVE WS-SWAP-BOARD-ROW TO WS-DRW-BOARD-ROW(DRK)
            END-IF.
       SELECT-ONE-TEAM-PROC.
            SET BRI TO WS-DRW-BOARD-ROW(DRI).
            MOVE SPACES TO WS-SKIP-REASON.
            IF WS-BRD-IS-WITHDRAWN(BRI) THEN
                  MOVE "withdrawn on team master" TO WS-SKIP-REASON
            END-IF.
            IF WS-BRD-IS-UNKNOWN(BRI) THEN
                  MOVE "not on team master" TO WS-SKIP-REASON
            END-IF.
            IF WS-SKIP-REASON = SPACES THEN
                  PERFORM COUNT-INSTITUTION-ADVANCED-PROC
                  IF WS-CUR-INST-CAP > 0 AND
                        WS-CUR-INST-ADVANCED >= WS-CUR-INST-CAP THEN
                        MOVE WS-CUR-INST-CAP TO WS-CAP-STRING
                        STRING "institution cap of " DELIMITED BY SIZE
                              WS-CAP-STRING DELIMITED BY SIZE
                              " already advanced" DELIMITED BY SIZE
                              INTO WS-SKIP-REASON
                  END-IF
            END-IF.

            IF WS-SKIP-REASON NOT = SPACES THEN
      *>          Only a team passed over while slots were still open
      *>          needs explaining; below the cut it was never in line.
                  IF WS-CUT-REACHED = 0 THEN
                        PERFORM WRITE-SKIPPED-TEAM-PROC
                  END-IF
            ELSE
                  IF WS-CUT-REACHED = 0 THEN
                        PERFORM ADVANCE-TEAM-PROC
                        MOVE "SLOT" TO ADV-BASIS
                        WRITE ADV-RECORD
                        IF WS-CUR-ADVANCED >= WS-CUR-SLOTS THEN
                              MOVE 1 TO WS-CUT-REACHED
                              MOVE WS-BRD-TOTAL(BRI) TO WS-CUT-TOTAL
                        END-IF
                  ELSE
                        IF WS-CUR-TIE-BREAK = "A" AND
                              WS-CUR-SLOTS > 0 AND
                              WS-BRD-TOTAL(BRI) = WS-CUT-TOTAL THEN
                              PERFORM ADVANCE-TEAM-PROC
                              MOVE "TIE " TO ADV-BASIS
                              WRITE ADV-RECORD
                        ELSE
                              PERFORM WAIT-LIST-TEAM-PROC
                        END-IF
                  END-IF
            END-IF.
       COUNT-INSTITUTION-ADVANCED-PROC.
      *>    Leaves CPI on the team's institution in the cap table.
            MOVE 0 TO WS-CAP-MATCH-FOUND.
            PERFORM CHECK-ONE-CAP-ENTRY-PROC
                  VARYING CPJ FROM 1 BY 1 UNTIL
                        CPJ > WS-CAP-COUNT OR
                        WS-CAP-MATCH-FOUND = 1.
            IF WS-CAP-MATCH-FOUND = 0 THEN
                  ADD 1 TO WS-CAP-COUNT
                  SET CPI TO WS-CAP-COUNT
                  MOVE WS-BRD-INSTITUTION(BRI)
                        TO WS-CAP-INSTITUTION(CPI)
                  MOVE 0 TO WS-CAP-ADVANCED(CPI)
            END-IF.
            MOVE WS-CAP-ADVANCED(CPI) TO WS-CUR-INST-ADVANCED.
       CHECK-ONE-CAP-ENTRY-PROC.
            IF WS-CAP-INSTITUTION(CPJ) = WS-BRD-INSTITUTION(BRI) THEN
                  MOVE 1 TO WS-CAP-MATCH-FOUND
                  SET CPI TO CPJ
            END-IF.
       ADVANCE-TEAM-PROC.
            ADD 1 TO WS-CUR-ADVANCED.
            ADD 1 TO WS-ADVANCED-COUNT.
            ADD 1 TO WS-CAP-ADVANCED(CPI).
            MOVE SPACES TO ADV-RECORD.
            MOVE WS-DIV-NAME(DVI) TO ADV-DIVISION.
            MOVE WS-CUR-ADVANCED TO ADV-SEQ.
            MOVE WS-BRD-TEAM-NAME(BRI) TO ADV-TEAM-NAME.
            MOVE WS-BRD-INSTITUTION(BRI) TO ADV-INSTITUTION.
            MOVE WS-BRD-TOTAL(BRI) TO ADV-TOTAL.
            MOVE WS-BRD-DIV-PLACE(BRI) TO ADV-PLACE.
       WAIT-LIST-TEAM-PROC.
            ADD 1 TO WS-CUR-WAITING.
            ADD 1 TO WS-WAITING-COUNT.
            MOVE SPACES TO WTL-RECORD.
            MOVE WS-DIV-NAME(DVI) TO WTL-DIVISION.
            MOVE WS-CUR-WAITING TO WTL-POSITION.
            MOVE WS-BRD-TEAM-NAME(BRI) TO WTL-TEAM-NAME.
            MOVE WS-BRD-INSTITUTION(BRI) TO WTL-INSTITUTION.
            MOVE WS-BRD-TOTAL(BRI) TO WTL-TOTAL.
            MOVE WS-BRD-DIV-PLACE(BRI) TO WTL-PLACE.
            WRITE WTL-RECORD.
       WRITE-SKIPPED-TEAM-PROC.
            ADD 1 TO WS-CUR-SKIPPED.
            ADD 1 TO WS-SKIPPED-COUNT.
            IF WS-CUR-SKIPPED = 1 THEN
                  MOVE "  PLC TEAM            TOTAL PASSED OVER BECAUSE"
                        TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
            MOVE SPACES TO WS-SKIP-PRINT-LINE.
            MOVE WS-BRD-DIV-PLACE(BRI) TO ASK-PLACE.
            MOVE WS-BRD-TEAM-NAME(BRI) TO ASK-TEAM-NAME.
            MOVE WS-BRD-TOTAL(BRI) TO ASK-TOTAL.
            MOVE WS-SKIP-REASON TO ASK-REASON.
            MOVE WS-SKIP-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-DIVISION-RULE-LINE-PROC.
            MOVE SPACES TO WS-RULE-PRINT-LINE.
            MOVE "Division: " TO ARL-P-LABEL.
            MOVE WS-DIV-NAME(DVI) TO ARL-P-DIVISION.
            MOVE "Slots: " TO ARL-P-SLOTS-LABEL.
            MOVE WS-CUR-SLOTS TO ARL-P-SLOTS.
            MOVE "Cap: " TO ARL-P-CAP-LABEL.
            IF WS-CUR-INST-CAP = 0 THEN
                  MOVE "none" TO ARL-P-CAP
            ELSE
                  MOVE WS-CUR-INST-CAP TO WS-CAP-STRING
                  MOVE WS-CAP-STRING TO ARL-P-CAP
            END-IF.
            MOVE "Tie-break: " TO ARL-P-TIE-LABEL.
            IF WS-CUR-TIE-BREAK = "B" THEN
                  MOVE "board order" TO ARL-P-TIE
            END-IF.
            IF WS-CUR-TIE-BREAK = "S" THEN
                  MOVE "most solved" TO ARL-P-TIE
            END-IF.
            IF WS-CUR-TIE-BREAK = "A" THEN
                  MOVE "all tied" TO ARL-P-TIE
            END-IF.
            MOVE WS-RULE-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-REPORT-LINE-PROC.
            MOVE WS-PRINT-LINE TO ARP-LINE.
            WRITE ARP-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-REPORT-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.

       END PROGRAM ADVANCEMENT.
