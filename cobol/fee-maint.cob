      ******************************************************************
      *> Registration-fee ledger maintenance.
      *>
      *> fee-ledger.dat is the fee record of every registered team:
      *> an indexed file keyed on team name (the same key as
      *> team-master.dat) carrying the fee charged and the running
      *> amounts paid, waived and refunded. What a team owes is
      *> charged - paid - waived + refunded; it is worked out when
      *> needed, never stored, so it cannot drift from the amounts.
      *>
      *> Each run first charges every active team on team-master.dat
      *> that has no ledger entry yet the fee for its division from
      *> fee-schedule.txt, then applies fee-transactions.txt, and
      *> writes an audit listing of every charge and transaction,
      *> applied or rejected, to fee-maint-audit.txt.
      *>
      *> Fee schedule layout (fixed columns, one per division):
      *>   division X(15)
      *>   fee X(7)      9(5)V99, no decimal point
      *>
      *> Transaction layout (fixed columns, one per line):
      *>   action X(1)   P = payment, W = waiver, R = refund
      *>   team name X(15)
      *>   amount X(7)   9(5)V99, no decimal point
      *>   date X(8)     YYYYMMDD
      *>   reference X(20)  receipt or authority, audit only
      *> A payment or waiver may not take the balance below zero; a
      *> refund may not exceed what the team has paid and not
      *> already had back.
      *>
      *> Audit action "F" marks a fee charged by this run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL FEE-TX-FILE
              ASSIGN TO 'fee-transactions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FEE-SCHEDULE-FILE
              ASSIGN TO 'fee-schedule.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL TEAM-MASTER-FILE
              ASSIGN TO 'team-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TM-TEAM-NAME.
            SELECT OPTIONAL FEE-LEDGER-FILE
              ASSIGN TO 'fee-ledger.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FL-TEAM-NAME.

            *>  OUTPUT
            SELECT FEE-AUDIT-FILE
              ASSIGN TO 'fee-maint-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FEE-TOTALS-FILE
              ASSIGN TO 'fee-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FEE-TX-FILE.
       01 FTX-RECORD.
            02 FTX-ACTION PIC X(1).
            02 FTX-TEAM-NAME PIC X(15).
            02 FTX-AMOUNT PIC X(7).
            02 FTX-DATE PIC X(8).
            02 FTX-REFERENCE PIC X(20).
       FD FEE-SCHEDULE-FILE.
       01 FSC-RECORD.
            02 FSC-DIVISION PIC X(15).
            02 FSC-FEE PIC X(7).
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
       FD FEE-AUDIT-FILE.
       01 FAUD-LINE.
            02 FAUD-ACTION PIC X(1).
            02 FAUD-SPACE PIC X(1).
            02 FAUD-TEAM-NAME PIC X(15).
            02 FAUD-SPACE-2 PIC X(1).
            02 FAUD-RESULT PIC X(8).
            02 FAUD-SPACE-3 PIC X(1).
            02 FAUD-REASON PIC X(20).
            02 FAUD-SPACE-4 PIC X(1).
            02 FAUD-AMOUNT PIC ZZZZ9.99.
            02 FAUD-SPACE-5 PIC X(1).
            02 FAUD-BALANCE PIC ZZZZ9.99.
            02 FAUD-SPACE-6 PIC X(1).
            02 FAUD-REFERENCE PIC X(20).
       FD FEE-TOTALS-FILE.
       01 FTOT-RECORD.
            02 FTOT-READ-COUNT PIC 9(5).
            02 FTOT-SPACE PIC X(1).
            02 FTOT-APPLIED-COUNT PIC 9(5).
            02 FTOT-SPACE-2 PIC X(1).
            02 FTOT-REJECTED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-FEE-SCHEDULE.
            05 WS-FSC-ENTRY OCCURS 50 TIMES INDEXED BY FSI.
                  10 WS-FSC-DIVISION PIC X(15).
                  10 WS-FSC-FEE PIC 9(5)V99.
       01 WS-FSC-COUNT PIC 9(2) VALUE 0.
       01 WS-FSC-LIMIT PIC 9(2) VALUE 50.
       01 WS-FSC-MATCH-FOUND PIC 9(1).
       01 WS-FSC-FEE-FOUND PIC 9(5)V99.
       01 WS-FSC-SCAN-ENDED PIC 9(1).

       01 WS-TX-SCAN-ENDED PIC 9(1).
       01 WS-TM-SCAN-ENDED PIC 9(1).
       01 WS-LEDGER-READ-OK PIC 9(1).
       01 WS-TX-APPLIED PIC 9(1).
       01 WS-REJECT-REASON PIC X(20).
       01 WS-TX-AMOUNT PIC 9(5)V99.
       01 WS-BALANCE PIC S9(6)V99.
       01 WS-NET-PAID PIC S9(6)V99.

       01 WS-AUD-ACTION PIC X(1).
       01 WS-AUD-TEAM-NAME PIC X(15).
       01 WS-AUD-REFERENCE PIC X(20).

       01 WS-TX-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-FEES-CHARGED-COUNT PIC 9(5) VALUE 0.

       01 WS-TODAY-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            PERFORM LOAD-FEE-SCHEDULE-PROC.

            OPEN I-O FEE-LEDGER-FILE.
            OPEN OUTPUT FEE-AUDIT-FILE.

            MOVE 0 TO WS-TM-SCAN-ENDED.
            OPEN INPUT TEAM-MASTER-FILE.
            PERFORM CHARGE-ONE-TEAM-PROC
                  UNTIL WS-TM-SCAN-ENDED = 1.
            CLOSE TEAM-MASTER-FILE.

            MOVE 0 TO WS-TX-SCAN-ENDED.
            OPEN INPUT FEE-TX-FILE.
            PERFORM APPLY-ONE-TRANSACTION-PROC
                  UNTIL WS-TX-SCAN-ENDED = 1.
            CLOSE FEE-TX-FILE.

            CLOSE FEE-LEDGER-FILE.
            CLOSE FEE-AUDIT-FILE.

            DISPLAY "Fees charged:          " WS-FEES-CHARGED-COUNT.
            DISPLAY "Transactions read:     " WS-TX-READ-COUNT.
            DISPLAY "Transactions applied:  " WS-TX-APPLIED-COUNT.
            DISPLAY "Transactions rejected: " WS-TX-REJECTED-COUNT.

            PERFORM WRITE-FEE-TOTALS-PROC.

            IF WS-TX-REJECTED-COUNT > 0 THEN
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       WRITE-FEE-TOTALS-PROC.
      *>    A charge counts as a transaction read, applied or
      *>    rejected, so the three counts balance with the audit.
            OPEN OUTPUT FEE-TOTALS-FILE.
            MOVE WS-TX-READ-COUNT TO FTOT-READ-COUNT.
            MOVE SPACE TO FTOT-SPACE.
            MOVE WS-TX-APPLIED-COUNT TO FTOT-APPLIED-COUNT.
            MOVE SPACE TO FTOT-SPACE-2.
            MOVE WS-TX-REJECTED-COUNT TO FTOT-REJECTED-COUNT.
            WRITE FTOT-RECORD.
            CLOSE FEE-TOTALS-FILE.
       LOAD-FEE-SCHEDULE-PROC.
            MOVE 0 TO WS-FSC-SCAN-ENDED.
            OPEN INPUT FEE-SCHEDULE-FILE.
            PERFORM LOAD-ONE-FEE-SCHEDULE-PROC
                  UNTIL WS-FSC-SCAN-ENDED = 1.
            CLOSE FEE-SCHEDULE-FILE.
       LOAD-ONE-FEE-SCHEDULE-PROC.
            READ FEE-SCHEDULE-FILE
                  AT END MOVE 1 TO WS-FSC-SCAN-ENDED
            END-READ.
            IF WS-FSC-SCAN-ENDED = 0 THEN
                  IF FSC-DIVISION = SPACES OR
                        FSC-FEE IS NOT NUMERIC THEN
                        DISPLAY "WARNING: fee schedule line ignored: "
                              FSC-RECORD
                  ELSE
                        IF WS-FSC-COUNT >= WS-FSC-LIMIT THEN
                              DISPLAY "WARNING: fee schedule exceeds "
                                    WS-FSC-LIMIT " divisions - line "
                                    "ignored: " FSC-RECORD
                        ELSE
                              ADD 1 TO WS-FSC-COUNT
                              SET FSI TO WS-FSC-COUNT
                              MOVE FSC-DIVISION
                                    TO WS-FSC-DIVISION(FSI)
                              MOVE FSC-FEE TO WS-FSC-FEE(FSI)
                        END-IF
                  END-IF
            END-IF.
       CHARGE-ONE-TEAM-PROC.
      *>    A team is charged once, when it first appears active on
      *>    the team master; after that only transactions move its
      *>    ledger entry.
            READ TEAM-MASTER-FILE
                  AT END MOVE 1 TO WS-TM-SCAN-ENDED
            END-READ.
            IF WS-TM-SCAN-ENDED = 0 AND TM-IS-ACTIVE THEN
                  MOVE TM-TEAM-NAME TO FL-TEAM-NAME
                  READ FEE-LEDGER-FILE
                        INVALID KEY PERFORM CHARGE-NEW-TEAM-PROC
                  END-READ
            END-IF.
       CHARGE-NEW-TEAM-PROC.
            ADD 1 TO WS-TX-READ-COUNT.
            MOVE 0 TO WS-TX-APPLIED.
            MOVE SPACES TO WS-REJECT-REASON.
            MOVE 0 TO WS-TX-AMOUNT.
            MOVE 0 TO WS-BALANCE.
            MOVE "F" TO WS-AUD-ACTION.
            MOVE TM-TEAM-NAME TO WS-AUD-TEAM-NAME.
            MOVE TM-DIVISION TO WS-AUD-REFERENCE.

            PERFORM FIND-DIVISION-FEE-PROC.
            IF WS-FSC-MATCH-FOUND = 0 THEN
                  MOVE "NO FEE FOR DIVISION" TO WS-REJECT-REASON
            ELSE
                  MOVE TM-TEAM-NAME TO FL-TEAM-NAME
                  MOVE TM-DIVISION TO FL-DIVISION
                  MOVE WS-FSC-FEE-FOUND TO FL-CHARGED
                  MOVE 0 TO FL-PAID
                  MOVE 0 TO FL-WAIVED
                  MOVE 0 TO FL-REFUNDED
                  MOVE WS-TODAY-DATE TO FL-CHARGE-DATE
                  MOVE WS-TODAY-DATE TO FL-LAST-TX-DATE
                  WRITE FL-RECORD
                        INVALID KEY
                              MOVE "LEDGER WRITE FAILED"
                                    TO WS-REJECT-REASON
                        NOT INVALID KEY
                              MOVE 1 TO WS-TX-APPLIED
                              ADD 1 TO WS-FEES-CHARGED-COUNT
                              MOVE FL-CHARGED TO WS-TX-AMOUNT
                              PERFORM COMPUTE-BALANCE-PROC
                  END-WRITE
            END-IF.
            PERFORM WRITE-AUDIT-LINE-PROC.
       FIND-DIVISION-FEE-PROC.
            MOVE 0 TO WS-FSC-MATCH-FOUND.
            PERFORM CHECK-ONE-DIVISION-FEE-PROC
                  VARYING FSI FROM 1 BY 1 UNTIL
                        FSI > WS-FSC-COUNT OR
                        WS-FSC-MATCH-FOUND = 1.
       CHECK-ONE-DIVISION-FEE-PROC.
            IF WS-FSC-DIVISION(FSI) = TM-DIVISION THEN
                  MOVE 1 TO WS-FSC-MATCH-FOUND
                  MOVE WS-FSC-FEE(FSI) TO WS-FSC-FEE-FOUND
            END-IF.
       APPLY-ONE-TRANSACTION-PROC.
            READ FEE-TX-FILE
                  AT END MOVE 1 TO WS-TX-SCAN-ENDED
            END-READ.
            IF WS-TX-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-TX-READ-COUNT
                  MOVE 0 TO WS-TX-APPLIED
                  MOVE SPACES TO WS-REJECT-REASON
                  MOVE 0 TO WS-TX-AMOUNT
                  MOVE 0 TO WS-BALANCE
                  MOVE FTX-ACTION TO WS-AUD-ACTION
                  MOVE FTX-TEAM-NAME TO WS-AUD-TEAM-NAME
                  MOVE FTX-REFERENCE TO WS-AUD-REFERENCE

                  IF FTX-AMOUNT IS NUMERIC THEN
                        MOVE FTX-AMOUNT TO WS-TX-AMOUNT
                  END-IF

                  IF FTX-TEAM-NAME = SPACES THEN
                        MOVE "TEAM NAME BLANK" TO WS-REJECT-REASON
                  ELSE
                        IF FTX-ACTION NOT = "P" AND
                              FTX-ACTION NOT = "W" AND
                              FTX-ACTION NOT = "R" THEN
                              MOVE "UNKNOWN ACTION"
                                    TO WS-REJECT-REASON
                        ELSE
                              IF WS-TX-AMOUNT = 0 THEN
                                    MOVE "AMOUNT INVALID"
                                          TO WS-REJECT-REASON
                              ELSE
                                    IF FTX-DATE IS NOT NUMERIC THEN
                                          MOVE "DATE INVALID"
                                                TO WS-REJECT-REASON
                                    ELSE
                                          PERFORM APPLY-TO-LEDGER-PROC
                                    END-IF
                              END-IF
                        END-IF
                  END-IF

                  PERFORM WRITE-AUDIT-LINE-PROC
            END-IF.
       APPLY-TO-LEDGER-PROC.
            PERFORM READ-LEDGER-BY-NAME-PROC.
            IF WS-LEDGER-READ-OK = 1 THEN
                  PERFORM COMPUTE-BALANCE-PROC
                  COMPUTE WS-NET-PAID = FL-PAID - FL-REFUNDED
                  IF FTX-ACTION = "P" THEN
                        IF WS-TX-AMOUNT > WS-BALANCE THEN
                              MOVE "EXCEEDS BALANCE"
                                    TO WS-REJECT-REASON
                        ELSE
                              ADD WS-TX-AMOUNT TO FL-PAID
                        END-IF
                  END-IF
                  IF FTX-ACTION = "W" THEN
                        IF WS-TX-AMOUNT > WS-BALANCE THEN
                              MOVE "EXCEEDS BALANCE"
                                    TO WS-REJECT-REASON
                        ELSE
                              ADD WS-TX-AMOUNT TO FL-WAIVED
                        END-IF
                  END-IF
                  IF FTX-ACTION = "R" THEN
                        IF WS-TX-AMOUNT > WS-NET-PAID THEN
                              MOVE "EXCEEDS AMOUNT PAID"
                                    TO WS-REJECT-REASON
                        ELSE
                              ADD WS-TX-AMOUNT TO FL-REFUNDED
                        END-IF
                  END-IF
                  IF WS-REJECT-REASON = SPACES THEN
                        MOVE FTX-DATE TO FL-LAST-TX-DATE
                        PERFORM REWRITE-LEDGER-PROC
                  END-IF
                  PERFORM COMPUTE-BALANCE-PROC
            END-IF.
       READ-LEDGER-BY-NAME-PROC.
            MOVE 0 TO WS-LEDGER-READ-OK.
            MOVE FTX-TEAM-NAME TO FL-TEAM-NAME.
            READ FEE-LEDGER-FILE
                  INVALID KEY
                        MOVE "TEAM NOT ON LEDGER" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-LEDGER-READ-OK
            END-READ.
       REWRITE-LEDGER-PROC.
            REWRITE FL-RECORD
                  INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-TX-APPLIED
            END-REWRITE.
       COMPUTE-BALANCE-PROC.
            COMPUTE WS-BALANCE =
                  FL-CHARGED - FL-PAID - FL-WAIVED + FL-REFUNDED.
       WRITE-AUDIT-LINE-PROC.
            MOVE SPACES TO FAUD-LINE.
            MOVE WS-AUD-ACTION TO FAUD-ACTION.
            MOVE WS-AUD-TEAM-NAME TO FAUD-TEAM-NAME.
            IF WS-TX-APPLIED = 1 THEN
                  ADD 1 TO WS-TX-APPLIED-COUNT
                  MOVE "APPLIED" TO FAUD-RESULT
            ELSE
                  ADD 1 TO WS-TX-REJECTED-COUNT
                  MOVE "REJECTED" TO FAUD-RESULT
                  MOVE WS-REJECT-REASON TO FAUD-REASON
            END-IF.
            MOVE WS-TX-AMOUNT TO FAUD-AMOUNT.
            MOVE WS-BALANCE TO FAUD-BALANCE.
            MOVE WS-AUD-REFERENCE TO FAUD-REFERENCE.
            WRITE FAUD-LINE.

       END PROGRAM FEE-MAINT.
