      ******************************************************************
      *> Contestant-master maintenance.
      *>
      *> contestant-master.dat holds the people who sit on the teams:
      *> an indexed file keyed on contestant id, carrying each
      *> contestant's name, institution, enrolment status and the
      *> year of their first season. MEMBERSHIP-MAINT will only put a
      *> contestant on a team if they are on this master, and
      *> ELIGIBILITY-CHECK judges the season limit, enrolment and
      *> institution rules from it. This program applies
      *> contestant-transactions.txt against the master and writes
      *> an audit listing of every applied and rejected transaction
      *> to contestant-maint-audit.txt, the same way TEAM-MAINT keeps
      *> team-master.dat.
      *>
      *> Transaction layout (fixed columns, one per line):
      *>   action X(1)   A = add, C = change
      *>   contestant id X(8)
      *>   name X(30)
      *>   institution X(30)
      *>   enrolment X(1)   E = enrolled, N = not enrolled
      *>   first season X(4)   year of the contestant's first contest
      *> On a change, blank fields mean "leave as is". There is no
      *> delete: a contestant who leaves is changed to N, so the
      *> seasons they have used are still on record if they return.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTESTANT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL CTX-FILE
              ASSIGN TO 'contestant-transactions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL CONTESTANT-MASTER-FILE
              ASSIGN TO 'contestant-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CT-CONTESTANT-ID.

            *>  OUTPUT
            SELECT CONTESTANT-AUDIT-FILE
              ASSIGN TO 'contestant-maint-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONTESTANT-TOTALS-FILE
              ASSIGN TO 'contestant-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CTX-FILE.
       01 CTX-RECORD.
            02 CTX-ACTION PIC X(1).
            02 CTX-CONTESTANT-ID PIC X(8).
            02 CTX-NAME PIC X(30).
            02 CTX-INSTITUTION PIC X(30).
            02 CTX-ENROLMENT PIC X(1).
            02 CTX-FIRST-SEASON PIC X(4).

       FD CONTESTANT-MASTER-FILE.
       01 CT-RECORD.
            02 CT-CONTESTANT-ID PIC X(8).
            02 CT-NAME PIC X(30).
            02 CT-INSTITUTION PIC X(30).
            02 CT-ENROLMENT PIC X(1).
                  88 CT-IS-ENROLLED VALUE "E".
                  88 CT-IS-NOT-ENROLLED VALUE "N".
            02 CT-FIRST-SEASON PIC 9(4).

       FD CONTESTANT-AUDIT-FILE.
       01 CAUD-LINE.
            02 CAUD-ACTION PIC X(1).
            02 CAUD-SPACE PIC X(1).
            02 CAUD-CONTESTANT-ID PIC X(8).
            02 CAUD-SPACE-2 PIC X(1).
            02 CAUD-RESULT PIC X(8).
            02 CAUD-SPACE-3 PIC X(1).
            02 CAUD-REASON PIC X(20).

       FD CONTESTANT-TOTALS-FILE.
       01 CNTOT-RECORD.
            02 CNTOT-READ-COUNT PIC 9(5).
            02 CNTOT-SPACE PIC X(1).
            02 CNTOT-APPLIED-COUNT PIC 9(5).
            02 CNTOT-SPACE-2 PIC X(1).
            02 CNTOT-REJECTED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION.
            02 WX-ACTION PIC X(1).
            02 WX-CONTESTANT-ID PIC X(8).
            02 WX-NAME PIC X(30).
            02 WX-INSTITUTION PIC X(30).
            02 WX-ENROLMENT PIC X(1).
            02 WX-FIRST-SEASON PIC X(4).
            02 WX-FIRST-SEASON-NUM REDEFINES WX-FIRST-SEASON
                  PIC 9(4).

       01 WS-TX-SCAN-ENDED PIC 9(1).
       01 WS-MASTER-READ-OK PIC 9(1).
       01 WS-TX-APPLIED PIC 9(1).
       01 WS-REJECT-REASON PIC X(20).

       01 WS-TX-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-REJECTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC.
            OPEN INPUT CTX-FILE.
            OPEN I-O CONTESTANT-MASTER-FILE.
            OPEN OUTPUT CONTESTANT-AUDIT-FILE.

            MOVE 0 TO WS-TX-SCAN-ENDED.
            PERFORM APPLY-ONE-TRANSACTION-PROC
                  UNTIL WS-TX-SCAN-ENDED = 1.

            CLOSE CTX-FILE.
            CLOSE CONTESTANT-MASTER-FILE.
            CLOSE CONTESTANT-AUDIT-FILE.

            DISPLAY "Contestant transactions read:     "
                  WS-TX-READ-COUNT.
            DISPLAY "Contestant transactions applied:  "
                  WS-TX-APPLIED-COUNT.
            DISPLAY "Contestant transactions rejected: "
                  WS-TX-REJECTED-COUNT.

            PERFORM WRITE-CONTESTANT-TOTALS-PROC.

      *>    Completion code 4 flags a batch with rejects: the stream
      *>    driver logs it but lets the night's run continue.
            IF WS-TX-REJECTED-COUNT > 0 THEN
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       WRITE-CONTESTANT-TOTALS-PROC.
            OPEN OUTPUT CONTESTANT-TOTALS-FILE.
            MOVE WS-TX-READ-COUNT TO CNTOT-READ-COUNT.
            MOVE SPACE TO CNTOT-SPACE.
            MOVE WS-TX-APPLIED-COUNT TO CNTOT-APPLIED-COUNT.
            MOVE SPACE TO CNTOT-SPACE-2.
            MOVE WS-TX-REJECTED-COUNT TO CNTOT-REJECTED-COUNT.
            WRITE CNTOT-RECORD.
            CLOSE CONTESTANT-TOTALS-FILE.
       APPLY-ONE-TRANSACTION-PROC.
            READ CTX-FILE INTO WS-TRANSACTION
                  AT END MOVE 1 TO WS-TX-SCAN-ENDED
            END-READ.
            IF WS-TX-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-TX-READ-COUNT
                  MOVE 0 TO WS-TX-APPLIED
                  MOVE SPACES TO WS-REJECT-REASON

                  IF WX-CONTESTANT-ID = SPACES THEN
                        MOVE "CONTESTANT ID BLANK" TO WS-REJECT-REASON
                  ELSE
                        PERFORM DISPATCH-ACTION-PROC
                  END-IF

                  PERFORM WRITE-AUDIT-LINE-PROC
            END-IF.
       DISPATCH-ACTION-PROC.
            IF WX-ACTION = "A" THEN
                  PERFORM APPLY-ADD-PROC
            ELSE
                  IF WX-ACTION = "C" THEN
                        PERFORM APPLY-CHANGE-PROC
                  ELSE
                        MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                  END-IF
            END-IF.
       APPLY-ADD-PROC.
      *>    Every field is needed on an add: the eligibility check
      *>    has nothing to judge a contestant by without them.
            IF WX-NAME = SPACES THEN
                  MOVE "NAME BLANK" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES AND
                  WX-INSTITUTION = SPACES THEN
                  MOVE "INSTITUTION BLANK" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES AND
                  WX-ENROLMENT NOT = "E" AND WX-ENROLMENT NOT = "N"
                  THEN
                  MOVE "ENROLMENT INVALID" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES THEN
                  PERFORM CHECK-FIRST-SEASON-PROC
            END-IF.
            IF WS-REJECT-REASON = SPACES THEN
                  MOVE WX-CONTESTANT-ID TO CT-CONTESTANT-ID
                  MOVE WX-NAME TO CT-NAME
                  MOVE WX-INSTITUTION TO CT-INSTITUTION
                  MOVE WX-ENROLMENT TO CT-ENROLMENT
                  MOVE WX-FIRST-SEASON-NUM TO CT-FIRST-SEASON
                  WRITE CT-RECORD
                        INVALID KEY
                              MOVE "DUPLICATE CONTESTANT"
                                    TO WS-REJECT-REASON
                        NOT INVALID KEY
                              MOVE 1 TO WS-TX-APPLIED
                  END-WRITE
            END-IF.
       APPLY-CHANGE-PROC.
      *>    Blank transaction fields leave the master field as it
      *>    is, so an enrolment change can be keyed on its own.
            IF WX-ENROLMENT NOT = SPACE AND WX-ENROLMENT NOT = "E"
                  AND WX-ENROLMENT NOT = "N" THEN
                  MOVE "ENROLMENT INVALID" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES AND
                  WX-FIRST-SEASON NOT = SPACES THEN
                  PERFORM CHECK-FIRST-SEASON-PROC
            END-IF.
            IF WS-REJECT-REASON = SPACES THEN
                  PERFORM READ-MASTER-BY-KEY-PROC
            END-IF.
            IF WS-REJECT-REASON = SPACES AND
                  WS-MASTER-READ-OK = 1 THEN
                  IF WX-NAME NOT = SPACES THEN
                        MOVE WX-NAME TO CT-NAME
                  END-IF
                  IF WX-INSTITUTION NOT = SPACES THEN
                        MOVE WX-INSTITUTION TO CT-INSTITUTION
                  END-IF
                  IF WX-ENROLMENT NOT = SPACE THEN
                        MOVE WX-ENROLMENT TO CT-ENROLMENT
                  END-IF
                  IF WX-FIRST-SEASON NOT = SPACES THEN
                        MOVE WX-FIRST-SEASON-NUM TO CT-FIRST-SEASON
                  END-IF
                  PERFORM REWRITE-MASTER-PROC
            END-IF.
       CHECK-FIRST-SEASON-PROC.
            IF WX-FIRST-SEASON IS NOT NUMERIC THEN
                  MOVE "FIRST SEASON INVALID" TO WS-REJECT-REASON
            ELSE
                  IF WX-FIRST-SEASON-NUM < 1900 THEN
                        MOVE "FIRST SEASON INVALID"
                              TO WS-REJECT-REASON
                  END-IF
            END-IF.
       READ-MASTER-BY-KEY-PROC.
            MOVE 0 TO WS-MASTER-READ-OK.
            MOVE WX-CONTESTANT-ID TO CT-CONTESTANT-ID.
            READ CONTESTANT-MASTER-FILE
                  INVALID KEY
                        MOVE "CONTESTANT NOT FOUND" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-MASTER-READ-OK
            END-READ.
       REWRITE-MASTER-PROC.
            REWRITE CT-RECORD
                  INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-TX-APPLIED
            END-REWRITE.
       WRITE-AUDIT-LINE-PROC.
            MOVE WX-ACTION TO CAUD-ACTION.
            MOVE SPACE TO CAUD-SPACE.
            MOVE WX-CONTESTANT-ID TO CAUD-CONTESTANT-ID.
            MOVE SPACE TO CAUD-SPACE-2.
            IF WS-TX-APPLIED = 1 THEN
                  ADD 1 TO WS-TX-APPLIED-COUNT
                  MOVE "APPLIED" TO CAUD-RESULT
                  MOVE SPACES TO CAUD-REASON
            ELSE
                  ADD 1 TO WS-TX-REJECTED-COUNT
                  MOVE "REJECTED" TO CAUD-RESULT
                  MOVE WS-REJECT-REASON TO CAUD-REASON
            END-IF.
            MOVE SPACE TO CAUD-SPACE-3.
            WRITE CAUD-LINE.

       END PROGRAM CONTESTANT-MAINT.
