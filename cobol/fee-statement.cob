      ******************************************************************
      *> Outstanding registration-fee statements.
      *>
      *> Reads fee-ledger.dat and team-master.dat and writes
      *> fee-statements.txt: one statement per institution
      *> (TM-INSTITUTION) listing each of its teams that still owes
      *> money - the fee charged, the amounts paid, waived and
      *> refunded, and the balance - with the institution's total
      *> due, followed by a grand total over all statements.
      *>
      *> The balance is charged - paid - waived + refunded, the same
      *> sum FEE-MAINT audits. A withdrawn team that still owes is
      *> listed with its status, since withdrawal does not cancel a
      *> fee; a ledger entry for a team no longer on team-master.dat
      *> is grouped under "(NOT ON TEAM MASTER)".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  MASTER
            SELECT OPTIONAL TEAM-MASTER-FILE
              ASSIGN TO 'team-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TM-TEAM-NAME.
            SELECT OPTIONAL FEE-LEDGER-FILE
              ASSIGN TO 'fee-ledger.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FL-TEAM-NAME.

            *>  OUTPUT
            SELECT STATEMENT-FILE
              ASSIGN TO 'fee-statements.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
       FD FEE-LEDGER-FILE.
       01 FL-RECORD.
            02 FL-TEAM-NAME PIC X(15).
            02 FL-DIVISION PIC X(15).
            02 FL-CHARGED PIC 9(5)V99.
            02 FL-PAID PIC 9(5)V99.
            02 FL-WAIVED PIC 9(5)V99.
            02 FL-REFUNDED PIC 9(5)V99.
            02 FL-CHARGE-DATE PIC 9(8).
            02 FL-LAST-TX-DATE PIC 9(8).
       FD STATEMENT-FILE.
       01 STM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TEAM-MAP.
            05 WS-TIM-ENTRY OCCURS 999 TIMES INDEXED BY TMI.
                  10 WS-TIM-TEAM-NAME PIC X(15).
                  10 WS-TIM-INSTITUTION PIC X(30).
                  10 WS-TIM-STATUS PIC X(1).
       01 WS-TIM-COUNT PIC 9(3) VALUE 0.
       01 WS-TIM-LIMIT PIC 9(3) VALUE 999.
       01 WS-TIM-MATCH-FOUND PIC 9(1).
       01 WS-TM-SCAN-ENDED PIC 9(1).

      *>    Every ledger entry with a balance, sorted institution
      *>    then team.
       01 WS-OWING-TABLE.
            05 WS-OWE-ENTRY OCCURS 999 TIMES INDEXED BY OWI OWJ OWK.
                  10 WS-OWE-INSTITUTION PIC X(30).
                  10 WS-OWE-TEAM-NAME PIC X(15).
                  10 WS-OWE-STATUS PIC X(9).
                  10 WS-OWE-CHARGED PIC 9(5)V99.
                  10 WS-OWE-PAID PIC 9(5)V99.
                  10 WS-OWE-WAIVED PIC 9(5)V99.
                  10 WS-OWE-REFUNDED PIC 9(5)V99.
                  10 WS-OWE-BALANCE PIC 9(5)V99.
       01 WS-OWE-COUNT PIC 9(3) VALUE 0.
       01 WS-OWE-LIMIT PIC 9(3) VALUE 999.
       01 WS-SWAP-OWE-ENTRY PIC X(89).
       01 WS-SORT-INNER-LIMIT PIC 9(3).
       01 WS-FL-SCAN-ENDED PIC 9(1).

       01 WS-BALANCE PIC S9(6)V99.
       01 WS-CUR-INSTITUTION PIC X(30).
       01 WS-INSTITUTION-DUE PIC 9(7)V99.
       01 WS-GRAND-DUE PIC 9(7)V99 VALUE 0.
       01 WS-LEDGER-COUNT PIC 9(5) VALUE 0.
       01 WS-STATEMENT-COUNT PIC 9(5) VALUE 0.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DATE-STRING PIC X(8).
       01 WS-PRINT-LINE PIC X(80).

       01 WS-STATEMENT-PRINT-LINE.
            02 FSL-TEAM-NAME PIC X(15).
            02 FSL-SPACE PIC X(1).
            02 FSL-STATUS PIC X(9).
            02 FSL-SPACE-2 PIC X(1).
            02 FSL-CHARGED PIC ZZZZ9.99.
            02 FSL-SPACE-3 PIC X(1).
            02 FSL-PAID PIC ZZZZ9.99.
            02 FSL-SPACE-4 PIC X(1).
            02 FSL-WAIVED PIC ZZZZ9.99.
            02 FSL-SPACE-5 PIC X(1).
            02 FSL-REFUNDED PIC ZZZZ9.99.
            02 FSL-SPACE-6 PIC X(1).
            02 FSL-BALANCE PIC ZZZZ9.99.

       01 WS-TOTAL-PRINT-LINE.
            02 FST-LABEL PIC X(30).
            02 FST-SPACE PIC X(28).
            02 FST-AMOUNT PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TODAY-DATE TO WS-DATE-STRING.

            PERFORM LOAD-TEAM-MAP-PROC.

            MOVE 0 TO WS-FL-SCAN-ENDED.
            OPEN INPUT FEE-LEDGER-FILE.
            PERFORM LOAD-ONE-LEDGER-ENTRY-PROC
                  UNTIL WS-FL-SCAN-ENDED = 1.
            CLOSE FEE-LEDGER-FILE.

            PERFORM SORT-OWING-OUTER-PROC
                  VARYING OWI FROM 1 BY 1 UNTIL OWI >= WS-OWE-COUNT.

            OPEN OUTPUT STATEMENT-FILE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Outstanding Registration Fees as at "
                  DELIMITED BY SIZE
                  WS-DATE-STRING DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-STATEMENT-LINE-PROC.
            PERFORM WRITE-STATEMENT-BLANK-PROC.

            MOVE SPACES TO WS-CUR-INSTITUTION.
            PERFORM WRITE-ONE-OWING-LINE-PROC
                  VARYING OWI FROM 1 BY 1 UNTIL OWI > WS-OWE-COUNT.
            IF WS-OWE-COUNT > 0 THEN
                  PERFORM CLOSE-STATEMENT-PROC
            ELSE
                  MOVE "No fees outstanding." TO WS-PRINT-LINE
                  PERFORM WRITE-STATEMENT-LINE-PROC
                  PERFORM WRITE-STATEMENT-BLANK-PROC
            END-IF.

            MOVE SPACES TO WS-TOTAL-PRINT-LINE.
            MOVE "Total outstanding, all" TO FST-LABEL.
            MOVE WS-GRAND-DUE TO FST-AMOUNT.
            MOVE WS-TOTAL-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-STATEMENT-LINE-PROC.
            CLOSE STATEMENT-FILE.

            DISPLAY "Ledger entries read:   " WS-LEDGER-COUNT.
            DISPLAY "Teams owing:           " WS-OWE-COUNT.
            DISPLAY "Statements written:    " WS-STATEMENT-COUNT.

            GOBACK.
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
                  IF TM-INSTITUTION = SPACES THEN
                        MOVE "(NO INSTITUTION)"
                              TO WS-TIM-INSTITUTION(TMI)
                  ELSE
                        MOVE TM-INSTITUTION TO WS-TIM-INSTITUTION(TMI)
                  END-IF
                  MOVE TM-STATUS TO WS-TIM-STATUS(TMI)
            END-IF.
       LOAD-ONE-LEDGER-ENTRY-PROC.
            READ FEE-LEDGER-FILE
                  AT END MOVE 1 TO WS-FL-SCAN-ENDED
            END-READ.
            IF WS-FL-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-LEDGER-COUNT
                  COMPUTE WS-BALANCE =
                        FL-CHARGED - FL-PAID - FL-WAIVED + FL-REFUNDED
                  IF WS-BALANCE > 0 THEN
                        PERFORM ADD-OWING-ENTRY-PROC
                  END-IF
            END-IF.
       ADD-OWING-ENTRY-PROC.
            IF WS-OWE-COUNT >= WS-OWE-LIMIT THEN
                  DISPLAY "ERROR: more than " WS-OWE-LIMIT
                        " teams owing - run abandoned."
                  MOVE 12 TO RETURN-CODE
                  GOBACK
            END-IF.
            ADD 1 TO WS-OWE-COUNT.
            SET OWJ TO WS-OWE-COUNT.
            MOVE FL-TEAM-NAME TO WS-OWE-TEAM-NAME(OWJ).
            MOVE FL-CHARGED TO WS-OWE-CHARGED(OWJ).
            MOVE FL-PAID TO WS-OWE-PAID(OWJ).
            MOVE FL-WAIVED TO WS-OWE-WAIVED(OWJ).
            MOVE FL-REFUNDED TO WS-OWE-REFUNDED(OWJ).
            MOVE WS-BALANCE TO WS-OWE-BALANCE(OWJ).
            MOVE "(NOT ON TEAM MASTER)" TO WS-OWE-INSTITUTION(OWJ).
            MOVE "UNKNOWN" TO WS-OWE-STATUS(OWJ).
            MOVE 0 TO WS-TIM-MATCH-FOUND.
            PERFORM CHECK-ONE-TEAM-MAP-ENTRY-PROC
                  VARYING TMI FROM 1 BY 1 UNTIL
                        TMI > WS-TIM-COUNT OR
                        WS-TIM-MATCH-FOUND = 1.
       CHECK-ONE-TEAM-MAP-ENTRY-PROC.
            IF WS-TIM-TEAM-NAME(TMI) = FL-TEAM-NAME THEN
                  MOVE 1 TO WS-TIM-MATCH-FOUND
                  MOVE WS-TIM-INSTITUTION(TMI)
                        TO WS-OWE-INSTITUTION(OWJ)
                  IF WS-TIM-STATUS(TMI) = "W" THEN
                        MOVE "WITHDRAWN" TO WS-OWE-STATUS(OWJ)
                  ELSE
                        MOVE "ACTIVE" TO WS-OWE-STATUS(OWJ)
                  END-IF
            END-IF.
       SORT-OWING-OUTER-PROC.
            SET WS-SORT-INNER-LIMIT TO OWI.
            COMPUTE WS-SORT-INNER-LIMIT =
                  WS-OWE-COUNT - WS-SORT-INNER-LIMIT.
            PERFORM SORT-OWING-INNER-PROC
                  VARYING OWJ FROM 1 BY 1
                  UNTIL OWJ > WS-SORT-INNER-LIMIT.
       SORT-OWING-INNER-PROC.
      *>    Institution first, then team: the ledger is read in team
      *>    order, so comparing on the pair keeps each statement's
      *>    teams alphabetical.
            SET OWK TO OWJ.
            SET OWK UP BY 1.
            IF WS-OWE-INSTITUTION(OWJ) > WS-OWE-INSTITUTION(OWK) OR
                  (WS-OWE-INSTITUTION(OWJ) = WS-OWE-INSTITUTION(OWK)
                   AND WS-OWE-TEAM-NAME(OWJ) > WS-OWE-TEAM-NAME(OWK))
                  THEN
                  MOVE WS-OWE-ENTRY(OWJ) TO WS-SWAP-OWE-ENTRY
                  MOVE WS-OWE-ENTRY(OWK) TO WS-OWE-ENTRY(OWJ)
                  MOVE WS-SWAP-OWE-ENTRY TO WS-OWE-ENTRY(OWK)
            END-IF.
       WRITE-ONE-OWING-LINE-PROC.
            IF WS-OWE-INSTITUTION(OWI) NOT = WS-CUR-INSTITUTION THEN
                  IF WS-CUR-INSTITUTION NOT = SPACES THEN
                        PERFORM CLOSE-STATEMENT-PROC
                  END-IF
                  PERFORM OPEN-STATEMENT-PROC
            END-IF.
            MOVE SPACES TO WS-STATEMENT-PRINT-LINE.
            MOVE WS-OWE-TEAM-NAME(OWI) TO FSL-TEAM-NAME.
            MOVE WS-OWE-STATUS(OWI) TO FSL-STATUS.
            MOVE WS-OWE-CHARGED(OWI) TO FSL-CHARGED.
            MOVE WS-OWE-PAID(OWI) TO FSL-PAID.
            MOVE WS-OWE-WAIVED(OWI) TO FSL-WAIVED.
            MOVE WS-OWE-REFUNDED(OWI) TO FSL-REFUNDED.
            MOVE WS-OWE-BALANCE(OWI) TO FSL-BALANCE.
            MOVE WS-STATEMENT-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-STATEMENT-LINE-PROC.
            ADD WS-OWE-BALANCE(OWI) TO WS-INSTITUTION-DUE.
       OPEN-STATEMENT-PROC.
            MOVE WS-OWE-INSTITUTION(OWI) TO WS-CUR-INSTITUTION.
            MOVE 0 TO WS-INSTITUTION-DUE.
            ADD 1 TO WS-STATEMENT-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Statement for: " DELIMITED BY SIZE
                  WS-CUR-INSTITUTION DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-STATEMENT-LINE-PROC.
            PERFORM WRITE-STATEMENT-BLANK-PROC.
            MOVE "TEAM            STATUS     CHARGED     PAID   WAIVED"
                  TO WS-PRINT-LINE(1:52).
            MOVE " REFUNDED  BALANCE" TO WS-PRINT-LINE(53:18).
            PERFORM WRITE-STATEMENT-LINE-PROC.
       CLOSE-STATEMENT-PROC.
            MOVE SPACES TO WS-TOTAL-PRINT-LINE.
            MOVE "Total due" TO FST-LABEL.
            MOVE WS-INSTITUTION-DUE TO FST-AMOUNT.
            MOVE WS-TOTAL-PRINT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-STATEMENT-LINE-PROC.
            PERFORM WRITE-STATEMENT-BLANK-PROC.
            ADD WS-INSTITUTION-DUE TO WS-GRAND-DUE.
       WRITE-STATEMENT-LINE-PROC.
            MOVE WS-PRINT-LINE TO STM-LINE.
            WRITE STM-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-STATEMENT-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-STATEMENT-LINE-PROC.

       END PROGRAM FEE-STATEMENT.
