      ******************************************************************
      *> Team-membership maintenance.
      *>
      *> team-membership.dat links contestants to teams contest by
      *> contest: an indexed file keyed on contest id, team name and
      *> contestant id, so each line of a team's roster is one
      *> record. This program applies membership-transactions.txt
      *> against it and writes an audit listing of every applied and
      *> rejected transaction to membership-maint-audit.txt, the same
      *> way TEAM-MAINT keeps team-master.dat.
      *>
      *> A membership is only added for a contest on
      *> contest-master.dat, a team on team-master.dat and a
      *> contestant on contestant-master.dat. The contest rules - one
      *> team per contestant, three members per team, five seasons -
      *> are deliberately not enforced here: a roster is often keyed
      *> in stages, so ELIGIBILITY-CHECK judges the finished roster
      *> before scoring and lists every breach.
      *>
      *> Transaction layout (fixed columns, one per line):
      *>   action X(1)   A = add to team, D = drop from team
      *>   contest id X(10)
      *>   team name X(15)
      *>   contestant id X(8)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBERSHIP-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL MTX-FILE
              ASSIGN TO 'membership-transactions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CONTEST-MASTER-FILE
              ASSIGN TO 'contest-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-CONTEST-ID.
            SELECT OPTIONAL TEAM-MASTER-FILE
              ASSIGN TO 'team-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TM-TEAM-NAME.
            SELECT OPTIONAL CONTESTANT-MASTER-FILE
              ASSIGN TO 'contestant-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CT-CONTESTANT-ID.

            *>  MASTER
            SELECT OPTIONAL MEMBERSHIP-FILE
              ASSIGN TO 'team-membership.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MB-KEY.

            *>  OUTPUT
            SELECT MEMBERSHIP-AUDIT-FILE
              ASSIGN TO 'membership-maint-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MEMBERSHIP-TOTALS-FILE
              ASSIGN TO 'membership-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MTX-FILE.
       01 MTX-RECORD.
            02 MTX-ACTION PIC X(1).
            02 MTX-CONTEST-ID PIC X(10).
            02 MTX-TEAM-NAME PIC X(15).
            02 MTX-CONTESTANT-ID PIC X(8).

       FD CONTEST-MASTER-FILE.
       01 CM-RECORD.
            02 CM-CONTEST-ID PIC X(10).
            02 CM-CONTEST-NAME PIC X(33).
            02 CM-CONTEST-DATE PIC X(8).
            02 CM-WINDOW-OPEN PIC X(6).
            02 CM-WINDOW-CLOSE PIC X(6).
            02 CM-FREEZE-CUTOFF PIC X(6).
            02 CM-RUN-MODE PIC X(8).
            02 CM-SCORING-MODE PIC X(1).
            02 CM-STATUS PIC X(9).

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

       FD CONTESTANT-MASTER-FILE.
       01 CT-RECORD.
            02 CT-CONTESTANT-ID PIC X(8).
            02 CT-NAME PIC X(30).
            02 CT-INSTITUTION PIC X(30).
            02 CT-ENROLMENT PIC X(1).
            02 CT-FIRST-SEASON PIC 9(4).

       FD MEMBERSHIP-FILE.
       01 MB-RECORD.
            02 MB-KEY.
                  03 MB-CONTEST-ID PIC X(10).
                  03 MB-TEAM-NAME PIC X(15).
                  03 MB-CONTESTANT-ID PIC X(8).
            02 MB-ADDED-DATE PIC 9(8).

       FD MEMBERSHIP-AUDIT-FILE.
       01 BAUD-LINE.
            02 BAUD-ACTION PIC X(1).
            02 BAUD-SPACE PIC X(1).
            02 BAUD-CONTEST-ID PIC X(10).
            02 BAUD-SPACE-2 PIC X(1).
            02 BAUD-TEAM-NAME PIC X(15).
            02 BAUD-SPACE-3 PIC X(1).
            02 BAUD-CONTESTANT-ID PIC X(8).
            02 BAUD-SPACE-4 PIC X(1).
            02 BAUD-RESULT PIC X(8).
            02 BAUD-SPACE-5 PIC X(1).
            02 BAUD-REASON PIC X(20).

       FD MEMBERSHIP-TOTALS-FILE.
       01 BTOT-RECORD.
            02 BTOT-READ-COUNT PIC 9(5).
            02 BTOT-SPACE PIC X(1).
            02 BTOT-APPLIED-COUNT PIC 9(5).
            02 BTOT-SPACE-2 PIC X(1).
            02 BTOT-REJECTED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION.
            02 WX-ACTION PIC X(1).
            02 WX-CONTEST-ID PIC X(10).
            02 WX-TEAM-NAME PIC X(15).
            02 WX-CONTESTANT-ID PIC X(8).

       01 WS-RUN-DATE PIC 9(8).

       01 WS-TX-SCAN-ENDED PIC 9(1).
       01 WS-TX-APPLIED PIC 9(1).
       01 WS-REJECT-REASON PIC X(20).

       01 WS-TX-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-REJECTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN INPUT MTX-FILE.
            OPEN INPUT CONTEST-MASTER-FILE.
            OPEN INPUT TEAM-MASTER-FILE.
            OPEN INPUT CONTESTANT-MASTER-FILE.
            OPEN I-O MEMBERSHIP-FILE.
            OPEN OUTPUT MEMBERSHIP-AUDIT-FILE.

            MOVE 0 TO WS-TX-SCAN-ENDED.
            PERFORM APPLY-ONE-TRANSACTION-PROC
                  UNTIL WS-TX-SCAN-ENDED = 1.

            CLOSE MTX-FILE.
            CLOSE CONTEST-MASTER-FILE.
            CLOSE TEAM-MASTER-FILE.
            CLOSE CONTESTANT-MASTER-FILE.
            CLOSE MEMBERSHIP-FILE.
            CLOSE MEMBERSHIP-AUDIT-FILE.

            DISPLAY "Membership transactions read:     "
                  WS-TX-READ-COUNT.
            DISPLAY "Membership transactions applied:  "
                  WS-TX-APPLIED-COUNT.
            DISPLAY "Membership transactions rejected: "
                  WS-TX-REJECTED-COUNT.

            PERFORM WRITE-MEMBERSHIP-TOTALS-PROC.

      *>    Completion code 4 flags a batch with rejects: the stream
      *>    driver logs it but lets the night's run continue.
            IF WS-TX-REJECTED-COUNT > 0 THEN
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       WRITE-MEMBERSHIP-TOTALS-PROC.
            OPEN OUTPUT MEMBERSHIP-TOTALS-FILE.
            MOVE WS-TX-READ-COUNT TO BTOT-READ-COUNT.
            MOVE SPACE TO BTOT-SPACE.
            MOVE WS-TX-APPLIED-COUNT TO BTOT-APPLIED-COUNT.
            MOVE SPACE TO BTOT-SPACE-2.
            MOVE WS-TX-REJECTED-COUNT TO BTOT-REJECTED-COUNT.
            WRITE BTOT-RECORD.
            CLOSE MEMBERSHIP-TOTALS-FILE.
       APPLY-ONE-TRANSACTION-PROC.
            READ MTX-FILE INTO WS-TRANSACTION
                  AT END MOVE 1 TO WS-TX-SCAN-ENDED
            END-READ.
            IF WS-TX-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-TX-READ-COUNT
                  MOVE 0 TO WS-TX-APPLIED
                  MOVE SPACES TO WS-REJECT-REASON

                  IF WX-CONTEST-ID = SPACES THEN
                        MOVE "CONTEST ID BLANK" TO WS-REJECT-REASON
                  ELSE
                        IF WX-TEAM-NAME = SPACES THEN
                              MOVE "TEAM NAME BLANK"
                                    TO WS-REJECT-REASON
                        ELSE
                              IF WX-CONTESTANT-ID = SPACES THEN
                                    MOVE "CONTESTANT ID BLANK"
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
                  IF WX-ACTION = "D" THEN
                        PERFORM APPLY-DROP-PROC
                  ELSE
                        MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                  END-IF
            END-IF.
       APPLY-ADD-PROC.
            MOVE WX-CONTEST-ID TO CM-CONTEST-ID.
            READ CONTEST-MASTER-FILE
                  INVALID KEY
                        MOVE "CONTEST NOT FOUND" TO WS-REJECT-REASON
            END-READ.
            IF WS-REJECT-REASON = SPACES THEN
                  MOVE WX-TEAM-NAME TO TM-TEAM-NAME
                  READ TEAM-MASTER-FILE
                        INVALID KEY
                              MOVE "TEAM NOT FOUND"
                                    TO WS-REJECT-REASON
                  END-READ
            END-IF.
      *>    A withdrawn team is off the roster; adding to it would
      *>    only give the eligibility check a team it never scores.
            IF WS-REJECT-REASON = SPACES AND TM-IS-WITHDRAWN THEN
                  MOVE "TEAM WITHDRAWN" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES THEN
                  MOVE WX-CONTESTANT-ID TO CT-CONTESTANT-ID
                  READ CONTESTANT-MASTER-FILE
                        INVALID KEY
                              MOVE "CONTESTANT NOT FOUND"
                                    TO WS-REJECT-REASON
                  END-READ
            END-IF.
            IF WS-REJECT-REASON = SPACES THEN
                  MOVE WX-CONTEST-ID TO MB-CONTEST-ID
                  MOVE WX-TEAM-NAME TO MB-TEAM-NAME
                  MOVE WX-CONTESTANT-ID TO MB-CONTESTANT-ID
                  MOVE WS-RUN-DATE TO MB-ADDED-DATE
                  WRITE MB-RECORD
                        INVALID KEY
                              MOVE "ALREADY ON TEAM"
                                    TO WS-REJECT-REASON
                        NOT INVALID KEY
                              MOVE 1 TO WS-TX-APPLIED
                  END-WRITE
            END-IF.
       APPLY-DROP-PROC.
            MOVE WX-CONTEST-ID TO MB-CONTEST-ID.
            MOVE WX-TEAM-NAME TO MB-TEAM-NAME.
            MOVE WX-CONTESTANT-ID TO MB-CONTESTANT-ID.
            DELETE MEMBERSHIP-FILE
                  INVALID KEY
                        MOVE "NOT ON TEAM" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-TX-APPLIED
            END-DELETE.
       WRITE-AUDIT-LINE-PROC.
            MOVE WX-ACTION TO BAUD-ACTION.
            MOVE SPACE TO BAUD-SPACE.
            MOVE WX-CONTEST-ID TO BAUD-CONTEST-ID.
            MOVE SPACE TO BAUD-SPACE-2.
            MOVE WX-TEAM-NAME TO BAUD-TEAM-NAME.
            MOVE SPACE TO BAUD-SPACE-3.
            MOVE WX-CONTESTANT-ID TO BAUD-CONTESTANT-ID.
            MOVE SPACE TO BAUD-SPACE-4.
            IF WS-TX-APPLIED = 1 THEN
                  ADD 1 TO WS-TX-APPLIED-COUNT
                  MOVE "APPLIED" TO BAUD-RESULT
                  MOVE SPACES TO BAUD-REASON
            ELSE
                  ADD 1 TO WS-TX-REJECTED-COUNT
                  MOVE "REJECTED" TO BAUD-RESULT
                  MOVE WS-REJECT-REASON TO BAUD-REASON
            END-IF.
            MOVE SPACE TO BAUD-SPACE-5.
            WRITE BAUD-LINE.

       END PROGRAM MEMBERSHIP-MAINT.
