      ******************************************************************
      *> Officials-master maintenance.
      *>
      *> officials-master.dat is the list of officials who may act
      *> on a contest's results: an indexed file keyed on official
      *> id, carrying each official's name, the actions the official
      *> is allowed to request or approve, and active/withdrawn
      *> status. CONTEST-SCORING checks the requester and approver
      *> ids on adjustments.txt, rejudge-requests.txt,
      *> run-signoff.txt and supersede-auth.txt against it, and
      *> TEAM-BACKOUT those on backout-request.txt. This program
      *> applies official-transactions.txt against the master and
      *> writes an audit listing of every applied and rejected
      *> transaction to official-maint-audit.txt, the same way
      *> PROBLEM-MAINT keeps problem-master.dat.
      *>
      *> Transaction layout (fixed columns, one per line):
      *>   action X(1)   A = add, C = change, W = withdraw
      *>   official id X(8)
      *>   name X(30)
      *>   authority X(6), one column per action, Y or N:
      *>     1 adjust (penalty, bonus)    4 sign-off
      *>     2 disqualify                 5 supersede
      *>     3 rejudge                    6 backout
      *> On a change, blank fields and blank authority columns mean
      *> "leave as is"; on an add a blank authority column is N. A
      *> withdraw needs only the action and the id: the official
      *> keeps the master record, so the authority audit still
      *> names someone real, but can no longer act.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL OTX-FILE
              ASSIGN TO 'official-transactions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL OFFICIALS-MASTER-FILE
              ASSIGN TO 'officials-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OM-OFFICIAL-ID.

            *>  OUTPUT
            SELECT OFFICIAL-AUDIT-FILE
              ASSIGN TO 'official-maint-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OFFICIAL-TOTALS-FILE
              ASSIGN TO 'official-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OTX-FILE.
       01 OTX-RECORD.
            02 OTX-ACTION PIC X(1).
            02 OTX-OFFICIAL-ID PIC X(8).
            02 OTX-NAME PIC X(30).
            02 OTX-AUTHORITY PIC X(6).

       FD OFFICIALS-MASTER-FILE.
       01 OM-RECORD.
            02 OM-OFFICIAL-ID PIC X(8).
            02 OM-NAME PIC X(30).
            02 OM-AUTHORITY.
                  03 OM-MAY-ADJUST PIC X(1).
                  03 OM-MAY-DISQUALIFY PIC X(1).
                  03 OM-MAY-REJUDGE PIC X(1).
                  03 OM-MAY-SIGN-OFF PIC X(1).
                  03 OM-MAY-SUPERSEDE PIC X(1).
                  03 OM-MAY-BACKOUT PIC X(1).
            02 OM-AUTHORITY-FLAGS REDEFINES OM-AUTHORITY.
                  03 OM-AUTHORITY-FLAG OCCURS 6 TIMES PIC X(1).
            02 OM-STATUS PIC X(1).
                  88 OM-IS-ACTIVE VALUE "A".
                  88 OM-IS-WITHDRAWN VALUE "W".

       FD OFFICIAL-AUDIT-FILE.
       01 OAUD-LINE.
            02 OAUD-ACTION PIC X(1).
            02 OAUD-SPACE PIC X(1).
            02 OAUD-OFFICIAL-ID PIC X(8).
            02 OAUD-SPACE-2 PIC X(1).
            02 OAUD-AUTHORITY PIC X(6).
            02 OAUD-SPACE-3 PIC X(1).
            02 OAUD-RESULT PIC X(8).
            02 OAUD-SPACE-4 PIC X(1).
            02 OAUD-REASON PIC X(20).

       FD OFFICIAL-TOTALS-FILE.
       01 OTOT-RECORD.
            02 OTOT-READ-COUNT PIC 9(5).
            02 OTOT-SPACE PIC X(1).
            02 OTOT-APPLIED-COUNT PIC 9(5).
            02 OTOT-SPACE-2 PIC X(1).
            02 OTOT-REJECTED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION.
            02 WX-ACTION PIC X(1).
            02 WX-OFFICIAL-ID PIC X(8).
            02 WX-NAME PIC X(30).
            02 WX-AUTHORITY.
                  03 WX-AUTHORITY-FLAG OCCURS 6 TIMES PIC X(1).

       01 WS-FLAG-COUNT PIC 9(1) VALUE 6.
       01 WS-FLAG-NO PIC 9(1).
       01 WS-FLAGS-VALID PIC 9(1).

       01 WS-TX-SCAN-ENDED PIC 9(1).
       01 WS-MASTER-READ-OK PIC 9(1).
       01 WS-TX-APPLIED PIC 9(1).
       01 WS-REJECT-REASON PIC X(20).

       01 WS-TX-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-REJECTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC.
            OPEN INPUT OTX-FILE.
            OPEN I-O OFFICIALS-MASTER-FILE.
            OPEN OUTPUT OFFICIAL-AUDIT-FILE.

            MOVE 0 TO WS-TX-SCAN-ENDED.
            PERFORM APPLY-ONE-TRANSACTION-PROC
                  UNTIL WS-TX-SCAN-ENDED = 1.

            CLOSE OTX-FILE.
            CLOSE OFFICIALS-MASTER-FILE.
            CLOSE OFFICIAL-AUDIT-FILE.

            DISPLAY "Official transactions read:     "
                  WS-TX-READ-COUNT.
            DISPLAY "Official transactions applied:  "
                  WS-TX-APPLIED-COUNT.
            DISPLAY "Official transactions rejected: "
                  WS-TX-REJECTED-COUNT.

            PERFORM WRITE-OFFICIAL-TOTALS-PROC.

      *>    Completion code 4 flags a batch with rejects: the stream
      *>    driver logs it but lets the night's run continue.
            IF WS-TX-REJECTED-COUNT > 0 THEN
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       WRITE-OFFICIAL-TOTALS-PROC.
            OPEN OUTPUT OFFICIAL-TOTALS-FILE.
            MOVE WS-TX-READ-COUNT TO OTOT-READ-COUNT.
            MOVE SPACE TO OTOT-SPACE.
            MOVE WS-TX-APPLIED-COUNT TO OTOT-APPLIED-COUNT.
            MOVE SPACE TO OTOT-SPACE-2.
            MOVE WS-TX-REJECTED-COUNT TO OTOT-REJECTED-COUNT.
            WRITE OTOT-RECORD.
            CLOSE OFFICIAL-TOTALS-FILE.
       APPLY-ONE-TRANSACTION-PROC.
            READ OTX-FILE INTO WS-TRANSACTION
                  AT END MOVE 1 TO WS-TX-SCAN-ENDED
            END-READ.
            IF WS-TX-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-TX-READ-COUNT
                  MOVE 0 TO WS-TX-APPLIED
                  MOVE SPACES TO WS-REJECT-REASON

                  MOVE 1 TO WS-FLAGS-VALID
                  PERFORM CHECK-ONE-FLAG-PROC
                        VARYING WS-FLAG-NO FROM 1 BY 1
                        UNTIL WS-FLAG-NO > WS-FLAG-COUNT

                  IF WX-OFFICIAL-ID = SPACES THEN
                        MOVE "OFFICIAL ID BLANK" TO WS-REJECT-REASON
                  ELSE
                        IF WS-FLAGS-VALID = 0 THEN
                              MOVE "AUTHORITY NOT Y/N"
                                    TO WS-REJECT-REASON
                        ELSE
                              PERFORM DISPATCH-ACTION-PROC
                        END-IF
                  END-IF

                  PERFORM WRITE-AUDIT-LINE-PROC
            END-IF.
       CHECK-ONE-FLAG-PROC.
            IF WX-AUTHORITY-FLAG(WS-FLAG-NO) NOT = "Y" AND
                  WX-AUTHORITY-FLAG(WS-FLAG-NO) NOT = "N" AND
                  WX-AUTHORITY-FLAG(WS-FLAG-NO) NOT = SPACE THEN
                  MOVE 0 TO WS-FLAGS-VALID
            END-IF.
       DISPATCH-ACTION-PROC.
            IF WX-ACTION = "A" THEN
                  PERFORM APPLY-ADD-PROC
            ELSE
                  IF WX-ACTION = "C" THEN
                        PERFORM APPLY-CHANGE-PROC
                  ELSE
                        IF WX-ACTION = "W" THEN
                              PERFORM APPLY-WITHDRAW-PROC
                        ELSE
                              MOVE "UNKNOWN ACTION"
                                    TO WS-REJECT-REASON
                        END-IF
                  END-IF
            END-IF.
       APPLY-ADD-PROC.
      *>    The authority audit names officials by id; the name is
      *>    what the appeals committee reads, so the add insists on
      *>    one.
            IF WX-NAME = SPACES THEN
                  MOVE "NAME BLANK" TO WS-REJECT-REASON
            ELSE
                  MOVE WX-OFFICIAL-ID TO OM-OFFICIAL-ID
                  MOVE WX-NAME TO OM-NAME
                  MOVE "NNNNNN" TO OM-AUTHORITY
                  PERFORM TAKE-ONE-FLAG-PROC
                        VARYING WS-FLAG-NO FROM 1 BY 1
                        UNTIL WS-FLAG-NO > WS-FLAG-COUNT
                  MOVE "A" TO OM-STATUS
                  WRITE OM-RECORD
                        INVALID KEY
                              MOVE "DUPLICATE OFFICIAL"
                                    TO WS-REJECT-REASON
                        NOT INVALID KEY
                              MOVE 1 TO WS-TX-APPLIED
                  END-WRITE
            END-IF.
       APPLY-CHANGE-PROC.
      *>    Blank transaction fields leave the master field as it
      *>    is, so one authority can be granted or taken away on its
      *>    own.
            PERFORM READ-MASTER-BY-KEY-PROC.
            IF WS-MASTER-READ-OK = 1 THEN
                  IF WX-NAME NOT = SPACES THEN
                        MOVE WX-NAME TO OM-NAME
                  END-IF
                  PERFORM TAKE-ONE-FLAG-PROC
                        VARYING WS-FLAG-NO FROM 1 BY 1
                        UNTIL WS-FLAG-NO > WS-FLAG-COUNT
                  PERFORM REWRITE-MASTER-PROC
            END-IF.
       TAKE-ONE-FLAG-PROC.
            IF WX-AUTHORITY-FLAG(WS-FLAG-NO) NOT = SPACE THEN
                  MOVE WX-AUTHORITY-FLAG(WS-FLAG-NO)
                        TO OM-AUTHORITY-FLAG(WS-FLAG-NO)
            END-IF.
       APPLY-WITHDRAW-PROC.
            PERFORM READ-MASTER-BY-KEY-PROC.
            IF WS-MASTER-READ-OK = 1 THEN
                  IF OM-IS-WITHDRAWN THEN
                        MOVE "ALREADY WITHDRAWN" TO WS-REJECT-REASON
                  ELSE
                        MOVE "W" TO OM-STATUS
                        PERFORM REWRITE-MASTER-PROC
                  END-IF
            END-IF.
       READ-MASTER-BY-KEY-PROC.
            MOVE 0 TO WS-MASTER-READ-OK.
            MOVE WX-OFFICIAL-ID TO OM-OFFICIAL-ID.
            READ OFFICIALS-MASTER-FILE
                  INVALID KEY
                        MOVE "OFFICIAL NOT FOUND" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-MASTER-READ-OK
            END-READ.
       REWRITE-MASTER-PROC.
            REWRITE OM-RECORD
                  INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-TX-APPLIED
            END-REWRITE.
       WRITE-AUDIT-LINE-PROC.
            MOVE WX-ACTION TO OAUD-ACTION.
            MOVE SPACE TO OAUD-SPACE.
            MOVE WX-OFFICIAL-ID TO OAUD-OFFICIAL-ID.
            MOVE SPACE TO OAUD-SPACE-2.
            MOVE WX-AUTHORITY TO OAUD-AUTHORITY.
            MOVE SPACE TO OAUD-SPACE-3.
            IF WS-TX-APPLIED = 1 THEN
                  ADD 1 TO WS-TX-APPLIED-COUNT
                  MOVE "APPLIED" TO OAUD-RESULT
                  MOVE SPACES TO OAUD-REASON
            ELSE
                  ADD 1 TO WS-TX-REJECTED-COUNT
                  MOVE "REJECTED" TO OAUD-RESULT
                  MOVE WS-REJECT-REASON TO OAUD-REASON
            END-IF.
            MOVE SPACE TO OAUD-SPACE-4.
            WRITE OAUD-LINE.

       END PROGRAM OFFICIAL-MAINT.
