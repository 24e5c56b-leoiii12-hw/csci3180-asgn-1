      ******************************************************************
      *> Problem-master maintenance.
      *>
      *> problem-master.dat is the problem set of record: an indexed
      *> file keyed on contest id plus problem id, carrying each
      *> problem's title, setter and active/withdrawn status. The
      *> scoring run prints the titles on the matrix, awards,
      *> difficulty report, timeline and results letters, and drops
      *> a withdrawn problem from the matrix and the totals;
      *> SUBMISSION-EDIT rejects records naming a problem the contest
      *> never set. This program applies problem-transactions.txt
      *> against the master and writes an audit listing of every
      *> applied and rejected transaction to problem-maint-audit.txt,
      *> the same way TEAM-MAINT keeps team-master.dat.
      *>
      *> Transaction layout (fixed columns, one per line):
      *>   action X(1)   A = add, C = change, W = withdraw
      *>   contest id X(10)
      *>   problem id X(2)   00-19, the PROBLEM-ID on submissions
      *>   title X(30)
      *>   setter X(25)
      *> On a change, blank fields mean "leave as is". A withdraw
      *> needs only the action and the key; the problem keeps its
      *> master record and simply stops counting towards the board,
      *> so a problem pulled mid-contest can be withdrawn between
      *> refreshes without re-keying the set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBLEM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL PTX-FILE
              ASSIGN TO 'problem-transactions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL PROBLEM-MASTER-FILE
              ASSIGN TO 'problem-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PM-KEY.

            *>  OUTPUT
            SELECT PROBLEM-AUDIT-FILE
              ASSIGN TO 'problem-maint-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PROBLEM-TOTALS-FILE
              ASSIGN TO 'problem-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PTX-FILE.
       01 PTX-RECORD.
            02 PTX-ACTION PIC X(1).
            02 PTX-CONTEST-ID PIC X(10).
            02 PTX-PROBLEM-ID PIC X(2).
            02 PTX-TITLE PIC X(30).
            02 PTX-SETTER PIC X(25).

       FD PROBLEM-MASTER-FILE.
       01 PM-RECORD.
            02 PM-KEY.
                  03 PM-CONTEST-ID PIC X(10).
                  03 PM-PROBLEM-ID PIC 9(2).
            02 PM-TITLE PIC X(30).
            02 PM-SETTER PIC X(25).
            02 PM-STATUS PIC X(1).
                  88 PM-IS-ACTIVE VALUE "A".
                  88 PM-IS-WITHDRAWN VALUE "W".

       FD PROBLEM-AUDIT-FILE.
       01 PAUD-LINE.
            02 PAUD-ACTION PIC X(1).
            02 PAUD-SPACE PIC X(1).
            02 PAUD-CONTEST-ID PIC X(10).
            02 PAUD-SPACE-2 PIC X(1).
            02 PAUD-PROBLEM-ID PIC X(2).
            02 PAUD-SPACE-3 PIC X(1).
            02 PAUD-RESULT PIC X(8).
            02 PAUD-SPACE-4 PIC X(1).
            02 PAUD-REASON PIC X(20).

       FD PROBLEM-TOTALS-FILE.
       01 PTOT-RECORD.
            02 PTOT-READ-COUNT PIC 9(5).
            02 PTOT-SPACE PIC X(1).
            02 PTOT-APPLIED-COUNT PIC 9(5).
            02 PTOT-SPACE-2 PIC X(1).
            02 PTOT-REJECTED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION.
            02 WX-ACTION PIC X(1).
            02 WX-CONTEST-ID PIC X(10).
            02 WX-PROBLEM-ID PIC X(2).
            02 WX-PROBLEM-NUM REDEFINES WX-PROBLEM-ID PIC 9(2).
            02 WX-TITLE PIC X(30).
            02 WX-SETTER PIC X(25).

      *>    Problem ids are 0-based and the scoring tables hold 20
      *>    slots; an id outside that range could never be scored.
       01 WS-NUM-PROBLEMS PIC 9(2) VALUE 20.

       01 WS-TX-SCAN-ENDED PIC 9(1).
       01 WS-MASTER-READ-OK PIC 9(1).
       01 WS-TX-APPLIED PIC 9(1).
       01 WS-REJECT-REASON PIC X(20).

       01 WS-TX-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-REJECTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC.
            OPEN INPUT PTX-FILE.
            OPEN I-O PROBLEM-MASTER-FILE.
            OPEN OUTPUT PROBLEM-AUDIT-FILE.

            MOVE 0 TO WS-TX-SCAN-ENDED.
            PERFORM APPLY-ONE-TRANSACTION-PROC
                  UNTIL WS-TX-SCAN-ENDED = 1.

            CLOSE PTX-FILE.
            CLOSE PROBLEM-MASTER-FILE.
            CLOSE PROBLEM-AUDIT-FILE.

            DISPLAY "Problem transactions read:     " WS-TX-READ-COUNT.
            DISPLAY "Problem transactions applied:  "
                  WS-TX-APPLIED-COUNT.
            DISPLAY "Problem transactions rejected: "
                  WS-TX-REJECTED-COUNT.

            PERFORM WRITE-PROBLEM-TOTALS-PROC.

      *>    Completion code 4 flags a batch with rejects: the stream
      *>    driver logs it but lets the night's run continue.
            IF WS-TX-REJECTED-COUNT > 0 THEN
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       WRITE-PROBLEM-TOTALS-PROC.
            OPEN OUTPUT PROBLEM-TOTALS-FILE.
            MOVE WS-TX-READ-COUNT TO PTOT-READ-COUNT.
            MOVE SPACE TO PTOT-SPACE.
            MOVE WS-TX-APPLIED-COUNT TO PTOT-APPLIED-COUNT.
            MOVE SPACE TO PTOT-SPACE-2.
            MOVE WS-TX-REJECTED-COUNT TO PTOT-REJECTED-COUNT.
            WRITE PTOT-RECORD.
            CLOSE PROBLEM-TOTALS-FILE.
       APPLY-ONE-TRANSACTION-PROC.
            READ PTX-FILE INTO WS-TRANSACTION
                  AT END MOVE 1 TO WS-TX-SCAN-ENDED
            END-READ.
            IF WS-TX-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-TX-READ-COUNT
                  MOVE 0 TO WS-TX-APPLIED
                  MOVE SPACES TO WS-REJECT-REASON

                  IF WX-CONTEST-ID = SPACES THEN
                        MOVE "CONTEST ID BLANK" TO WS-REJECT-REASON
                  ELSE
                        IF WX-PROBLEM-ID IS NOT NUMERIC THEN
                              MOVE "PROBLEM ID INVALID"
                                    TO WS-REJECT-REASON
                        ELSE
                              IF WX-PROBLEM-NUM NOT < WS-NUM-PROBLEMS
                                    THEN
                                    MOVE "PROBLEM ID INVALID"
                                          TO WS-REJECT-REASON
                              ELSE
                                    PERFORM DISPATCH-ACTION-PROC
                              END-IF
                        END-IF
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
                        IF WX-ACTION = "W" THEN
                              PERFORM APPLY-WITHDRAW-PROC
                        ELSE
                              MOVE "UNKNOWN ACTION"
                                    TO WS-REJECT-REASON
                        END-IF
                  END-IF
            END-IF.
       APPLY-ADD-PROC.
      *>    A problem with no title would print as a blank heading on
      *>    every report, so the add insists on one.
            IF WX-TITLE = SPACES THEN
                  MOVE "TITLE BLANK" TO WS-REJECT-REASON
            ELSE
                  MOVE WX-CONTEST-ID TO PM-CONTEST-ID
                  MOVE WX-PROBLEM-NUM TO PM-PROBLEM-ID
                  MOVE WX-TITLE TO PM-TITLE
                  MOVE WX-SETTER TO PM-SETTER
                  MOVE "A" TO PM-STATUS
                  WRITE PM-RECORD
                        INVALID KEY
                              MOVE "DUPLICATE PROBLEM"
                                    TO WS-REJECT-REASON
                        NOT INVALID KEY
                              MOVE 1 TO WS-TX-APPLIED
                  END-WRITE
            END-IF.
       APPLY-CHANGE-PROC.
      *>    Blank transaction fields leave the master field as it
      *>    is, so a mis-spelled title can be corrected on its own.
            PERFORM READ-MASTER-BY-KEY-PROC.
            IF WS-MASTER-READ-OK = 1 THEN
                  IF WX-TITLE NOT = SPACES THEN
                        MOVE WX-TITLE TO PM-TITLE
                  END-IF
                  IF WX-SETTER NOT = SPACES THEN
                        MOVE WX-SETTER TO PM-SETTER
                  END-IF
                  PERFORM REWRITE-MASTER-PROC
            END-IF.
       APPLY-WITHDRAW-PROC.
            PERFORM READ-MASTER-BY-KEY-PROC.
            IF WS-MASTER-READ-OK = 1 THEN
                  IF PM-IS-WITHDRAWN THEN
                        MOVE "ALREADY WITHDRAWN" TO WS-REJECT-REASON
                  ELSE
                        MOVE "W" TO PM-STATUS
                        PERFORM REWRITE-MASTER-PROC
                  END-IF
            END-IF.
       READ-MASTER-BY-KEY-PROC.
            MOVE 0 TO WS-MASTER-READ-OK.
            MOVE WX-CONTEST-ID TO PM-CONTEST-ID.
            MOVE WX-PROBLEM-NUM TO PM-PROBLEM-ID.
            READ PROBLEM-MASTER-FILE
                  INVALID KEY
                        MOVE "PROBLEM NOT FOUND" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-MASTER-READ-OK
            END-READ.
       REWRITE-MASTER-PROC.
            REWRITE PM-RECORD
                  INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-TX-APPLIED
            END-REWRITE.
       WRITE-AUDIT-LINE-PROC.
            MOVE WX-ACTION TO PAUD-ACTION.
            MOVE SPACE TO PAUD-SPACE.
            MOVE WX-CONTEST-ID TO PAUD-CONTEST-ID.
            MOVE SPACE TO PAUD-SPACE-2.
            MOVE WX-PROBLEM-ID TO PAUD-PROBLEM-ID.
            MOVE SPACE TO PAUD-SPACE-3.
            IF WS-TX-APPLIED = 1 THEN
                  ADD 1 TO WS-TX-APPLIED-COUNT
                  MOVE "APPLIED" TO PAUD-RESULT
                  MOVE SPACES TO PAUD-REASON
            ELSE
                  ADD 1 TO WS-TX-REJECTED-COUNT
                  MOVE "REJECTED" TO PAUD-RESULT
                  MOVE WS-REJECT-REASON TO PAUD-REASON
            END-IF.
            MOVE SPACE TO PAUD-SPACE-4.
            WRITE PAUD-LINE.

       END PROGRAM PROBLEM-MAINT.
