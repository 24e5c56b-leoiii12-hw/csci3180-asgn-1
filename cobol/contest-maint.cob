      ******************************************************************
      *> Contest-master maintenance.
      *>
      *> contest-master.dat is the contest of record: an indexed file
      *> keyed on contest id, carrying the contest's name and date,
      *> its submission window, the scoreboard freeze cutoff, the
      *> run and scoring modes the next scoring run is to use, and
      *> where the contest stands in its lifecycle. It takes the
      *> place of the one-line control files (contest-id.txt,
      *> contest-window.txt, freeze-cutoff.txt, run-mode.txt and
      *> scoring-mode.txt) that were edited by hand before each run
      *> and twice carried a value over from the previous contest.
      *> This program applies contest-transactions.txt against the
      *> master and writes an audit listing of every applied and
      *> rejected transaction to contest-maint-audit.txt, the same
      *> way TEAM-MAINT keeps team-master.dat.
      *>
      *> Transaction layout (fixed columns, one per line):
      *>   action X(1)   A = add, C = change details,
      *>                 M = set run modes, S = set status
      *>   contest id X(10)
      *>   name X(33)               A, C
      *>   date X(8)   YYYYMMDD     A, C
      *>   window open X(6) HHMMSS  A, C
      *>   window close X(6) HHMMSS A, C
      *>   freeze cutoff X(6)       A, C  HHMMSS, "NONE" on C clears
      *>   run mode X(8)            A, M  OFFICIAL or DRAFT
      *>   scoring mode X(1)        A, M  F = full rebuild, R = refresh
      *>   status X(9)              S
      *> On an add, a blank window is open all day, a blank freeze
      *> means no freeze, and blank modes are a draft full rebuild;
      *> the contest always starts SCHEDULED. On a change or a mode
      *> setting, blank fields mean "leave as is".
      *>
      *> Status lifecycle: SCHEDULED, RUNNING, FROZEN, FINAL,
      *> ARCHIVED. A status only ever moves forward (a contest with
      *> no freeze may go straight from RUNNING to FINAL), ARCHIVED
      *> can only follow FINAL, and an archived contest takes no
      *> further transactions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEST-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL CTX-FILE
              ASSIGN TO 'contest-transactions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL CONTEST-MASTER-FILE
              ASSIGN TO 'contest-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-CONTEST-ID.

            *>  OUTPUT
            SELECT CONTEST-AUDIT-FILE
              ASSIGN TO 'contest-maint-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONTEST-TOTALS-FILE
              ASSIGN TO 'contest-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CTX-FILE.
       01 CTX-RECORD.
            02 CTX-ACTION PIC X(1).
            02 CTX-CONTEST-ID PIC X(10).
            02 CTX-NAME PIC X(33).
            02 CTX-DATE PIC X(8).
            02 CTX-WINDOW-OPEN PIC X(6).
            02 CTX-WINDOW-CLOSE PIC X(6).
            02 CTX-FREEZE-CUTOFF PIC X(6).
            02 CTX-RUN-MODE PIC X(8).
            02 CTX-SCORING-MODE PIC X(1).
            02 CTX-STATUS PIC X(9).

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

       FD CONTEST-AUDIT-FILE.
       01 CAUD-LINE.
            02 CAUD-ACTION PIC X(1).
            02 CAUD-SPACE PIC X(1).
            02 CAUD-CONTEST-ID PIC X(10).
            02 CAUD-SPACE-2 PIC X(1).
            02 CAUD-RESULT PIC X(8).
            02 CAUD-SPACE-3 PIC X(1).
            02 CAUD-REASON PIC X(20).
            02 CAUD-SPACE-4 PIC X(1).
            02 CAUD-STATUS PIC X(9).

       FD CONTEST-TOTALS-FILE.
       01 CTOT-RECORD.
            02 CTOT-READ-COUNT PIC 9(5).
            02 CTOT-SPACE PIC X(1).
            02 CTOT-APPLIED-COUNT PIC 9(5).
            02 CTOT-SPACE-2 PIC X(1).
            02 CTOT-REJECTED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION.
            02 WX-ACTION PIC X(1).
            02 WX-CONTEST-ID PIC X(10).
            02 WX-NAME PIC X(33).
            02 WX-DATE PIC X(8).
            02 WX-WINDOW-OPEN PIC X(6).
            02 WX-WINDOW-CLOSE PIC X(6).
            02 WX-FREEZE-CUTOFF PIC X(6).
            02 WX-RUN-MODE PIC X(8).
            02 WX-SCORING-MODE PIC X(1).
            02 WX-STATUS PIC X(9).

      *>    One HHMMSS field under test, split into its clock parts.
       01 WS-CLOCK-CHECK PIC X(6).
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-CHECK.
            02 WS-CLOCK-HH PIC 9(2).
            02 WS-CLOCK-MM PIC 9(2).
            02 WS-CLOCK-SS PIC 9(2).
       01 WS-CLOCK-VALID PIC 9(1).

      *>    Lifecycle position of a status word, 1 (SCHEDULED) to 5
      *>    (ARCHIVED); 0 for anything that is not a status.
       01 WS-STATUS-WORD PIC X(9).
       01 WS-STATUS-RANK PIC 9(1).
       01 WS-OLD-STATUS-RANK PIC 9(1).
       01 WS-NEW-STATUS-RANK PIC 9(1).

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
            OPEN I-O CONTEST-MASTER-FILE.
            OPEN OUTPUT CONTEST-AUDIT-FILE.

            MOVE 0 TO WS-TX-SCAN-ENDED.
            PERFORM APPLY-ONE-TRANSACTION-PROC
                  UNTIL WS-TX-SCAN-ENDED = 1.

            CLOSE CTX-FILE.
            CLOSE CONTEST-MASTER-FILE.
            CLOSE CONTEST-AUDIT-FILE.

            DISPLAY "Contest transactions read:     " WS-TX-READ-COUNT.
            DISPLAY "Contest transactions applied:  "
                  WS-TX-APPLIED-COUNT.
            DISPLAY "Contest transactions rejected: "
                  WS-TX-REJECTED-COUNT.

            PERFORM WRITE-CONTEST-TOTALS-PROC.

      *>    Completion code 4 flags a batch with rejects: the stream
      *>    driver logs it but lets the night's run continue.
            IF WS-TX-REJECTED-COUNT > 0 THEN
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       WRITE-CONTEST-TOTALS-PROC.
            OPEN OUTPUT CONTEST-TOTALS-FILE.
            MOVE WS-TX-READ-COUNT TO CTOT-READ-COUNT.
            MOVE SPACE TO CTOT-SPACE.
            MOVE WS-TX-APPLIED-COUNT TO CTOT-APPLIED-COUNT.
            MOVE SPACE TO CTOT-SPACE-2.
            MOVE WS-TX-REJECTED-COUNT TO CTOT-REJECTED-COUNT.
            WRITE CTOT-RECORD.
            CLOSE CONTEST-TOTALS-FILE.
       APPLY-ONE-TRANSACTION-PROC.
            READ CTX-FILE INTO WS-TRANSACTION
                  AT END MOVE 1 TO WS-TX-SCAN-ENDED
            END-READ.
            IF WS-TX-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-TX-READ-COUNT
                  MOVE 0 TO WS-TX-APPLIED
                  MOVE SPACES TO WS-REJECT-REASON
                  MOVE SPACES TO CM-STATUS

                  IF WX-CONTEST-ID = SPACES THEN
                        MOVE "CONTEST ID BLANK" TO WS-REJECT-REASON
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
                        IF WX-ACTION = "M" THEN
                              PERFORM APPLY-MODES-PROC
                        ELSE
                              IF WX-ACTION = "S" THEN
                                    PERFORM APPLY-STATUS-PROC
                              ELSE
                                    MOVE "UNKNOWN ACTION"
                                          TO WS-REJECT-REASON
                              END-IF
                        END-IF
                  END-IF
            END-IF.
       APPLY-ADD-PROC.
            IF WX-NAME = SPACES THEN
                  MOVE "NAME BLANK" TO WS-REJECT-REASON
            ELSE
                  PERFORM CHECK-DETAIL-FIELDS-PROC
            END-IF.
            IF WS-REJECT-REASON = SPACES THEN
                  PERFORM CHECK-MODE-FIELDS-PROC
            END-IF.
            IF WS-REJECT-REASON = SPACES THEN
                  MOVE WX-CONTEST-ID TO CM-CONTEST-ID
                  MOVE WX-NAME TO CM-CONTEST-NAME
                  MOVE WX-DATE TO CM-CONTEST-DATE
                  MOVE WX-WINDOW-OPEN TO CM-WINDOW-OPEN
                  MOVE WX-WINDOW-CLOSE TO CM-WINDOW-CLOSE
                  MOVE WX-FREEZE-CUTOFF TO CM-FREEZE-CUTOFF
                  IF WX-FREEZE-CUTOFF = "NONE" THEN
                        MOVE SPACES TO CM-FREEZE-CUTOFF
                  END-IF
                  MOVE "DRAFT" TO CM-RUN-MODE
                  IF WX-RUN-MODE NOT = SPACES THEN
                        MOVE WX-RUN-MODE TO CM-RUN-MODE
                  END-IF
                  MOVE "F" TO CM-SCORING-MODE
                  IF WX-SCORING-MODE NOT = SPACE THEN
                        MOVE WX-SCORING-MODE TO CM-SCORING-MODE
                  END-IF
                  MOVE "SCHEDULED" TO CM-STATUS
                  WRITE CM-RECORD
                        INVALID KEY
                              MOVE "DUPLICATE CONTEST"
                                    TO WS-REJECT-REASON
                        NOT INVALID KEY
                              MOVE 1 TO WS-TX-APPLIED
                  END-WRITE
            END-IF.
       APPLY-CHANGE-PROC.
      *>    Blank transaction fields leave the master field as it
      *>    is; "NONE" in the freeze field lifts the freeze.
            PERFORM READ-OPEN-CONTEST-PROC.
            IF WS-MASTER-READ-OK = 1 THEN
                  PERFORM CHECK-DETAIL-FIELDS-PROC
            END-IF.
            IF WS-MASTER-READ-OK = 1 AND
                  WS-REJECT-REASON = SPACES THEN
                  IF WX-NAME NOT = SPACES THEN
                        MOVE WX-NAME TO CM-CONTEST-NAME
                  END-IF
                  IF WX-DATE NOT = SPACES THEN
                        MOVE WX-DATE TO CM-CONTEST-DATE
                  END-IF
                  IF WX-WINDOW-OPEN NOT = SPACES THEN
                        MOVE WX-WINDOW-OPEN TO CM-WINDOW-OPEN
                        MOVE WX-WINDOW-CLOSE TO CM-WINDOW-CLOSE
                  END-IF
                  IF WX-FREEZE-CUTOFF = "NONE" THEN
                        MOVE SPACES TO CM-FREEZE-CUTOFF
                  ELSE
                        IF WX-FREEZE-CUTOFF NOT = SPACES THEN
                              MOVE WX-FREEZE-CUTOFF
                                    TO CM-FREEZE-CUTOFF
                        END-IF
                  END-IF
                  PERFORM REWRITE-MASTER-PROC
            END-IF.
       APPLY-MODES-PROC.
            PERFORM READ-OPEN-CONTEST-PROC.
            IF WS-MASTER-READ-OK = 1 THEN
                  PERFORM CHECK-MODE-FIELDS-PROC
            END-IF.
            IF WS-MASTER-READ-OK = 1 AND
                  WS-REJECT-REASON = SPACES THEN
                  IF WX-RUN-MODE NOT = SPACES THEN
                        MOVE WX-RUN-MODE TO CM-RUN-MODE
                  END-IF
                  IF WX-SCORING-MODE NOT = SPACE THEN
                        MOVE WX-SCORING-MODE TO CM-SCORING-MODE
                  END-IF
                  PERFORM REWRITE-MASTER-PROC
            END-IF.
       APPLY-STATUS-PROC.
      *>    Forward only: a contest that has been declared final
      *>    cannot quietly slip back to running, and only a final
      *>    contest may be archived.
            MOVE WX-STATUS TO WS-STATUS-WORD.
            PERFORM RANK-STATUS-PROC.
            MOVE WS-STATUS-RANK TO WS-NEW-STATUS-RANK.
            IF WS-NEW-STATUS-RANK = 0 THEN
                  MOVE "STATUS INVALID" TO WS-REJECT-REASON
            ELSE
                  PERFORM READ-OPEN-CONTEST-PROC
            END-IF.
            IF WS-MASTER-READ-OK = 1 AND
                  WS-REJECT-REASON = SPACES THEN
                  MOVE CM-STATUS TO WS-STATUS-WORD
                  PERFORM RANK-STATUS-PROC
                  MOVE WS-STATUS-RANK TO WS-OLD-STATUS-RANK
                  IF WS-NEW-STATUS-RANK NOT > WS-OLD-STATUS-RANK THEN
                        MOVE "STATUS OUT OF ORDER" TO WS-REJECT-REASON
                  ELSE
                        IF WX-STATUS = "ARCHIVED" AND
                              NOT CM-IS-FINAL THEN
                              MOVE "CONTEST NOT FINAL"
                                    TO WS-REJECT-REASON
                        ELSE
                              MOVE WX-STATUS TO CM-STATUS
                              PERFORM REWRITE-MASTER-PROC
                        END-IF
                  END-IF
            END-IF.
       RANK-STATUS-PROC.
            MOVE 0 TO WS-STATUS-RANK.
            IF WS-STATUS-WORD = "SCHEDULED" THEN
                  MOVE 1 TO WS-STATUS-RANK
            END-IF.
            IF WS-STATUS-WORD = "RUNNING" THEN
                  MOVE 2 TO WS-STATUS-RANK
            END-IF.
            IF WS-STATUS-WORD = "FROZEN" THEN
                  MOVE 3 TO WS-STATUS-RANK
            END-IF.
            IF WS-STATUS-WORD = "FINAL" THEN
                  MOVE 4 TO WS-STATUS-RANK
            END-IF.
            IF WS-STATUS-WORD = "ARCHIVED" THEN
                  MOVE 5 TO WS-STATUS-RANK
            END-IF.
       CHECK-DETAIL-FIELDS-PROC.
      *>    Date, window and freeze are checked here rather than
      *>    in the programs that read them, so a bad value is
      *>    refused once, on the audit listing, not discovered on
      *>    the night.
            IF WX-DATE NOT = SPACES AND
                  WX-DATE IS NOT NUMERIC THEN
                  MOVE "DATE INVALID" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES AND
                  (WX-WINDOW-OPEN NOT = SPACES OR
                   WX-WINDOW-CLOSE NOT = SPACES) THEN
                  MOVE WX-WINDOW-OPEN TO WS-CLOCK-CHECK
                  PERFORM CHECK-CLOCK-FIELD-PROC
                  IF WS-CLOCK-VALID = 1 THEN
                        MOVE WX-WINDOW-CLOSE TO WS-CLOCK-CHECK
                        PERFORM CHECK-CLOCK-FIELD-PROC
                  END-IF
                  IF WS-CLOCK-VALID = 0 OR
                        WX-WINDOW-OPEN > WX-WINDOW-CLOSE THEN
                        MOVE "WINDOW INVALID" TO WS-REJECT-REASON
                  END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES AND
                  WX-FREEZE-CUTOFF NOT = SPACES AND
                  WX-FREEZE-CUTOFF NOT = "NONE" THEN
                  MOVE WX-FREEZE-CUTOFF TO WS-CLOCK-CHECK
                  PERFORM CHECK-CLOCK-FIELD-PROC
                  IF WS-CLOCK-VALID = 0 THEN
                        MOVE "FREEZE INVALID" TO WS-REJECT-REASON
                  END-IF
            END-IF.
       CHECK-MODE-FIELDS-PROC.
            IF WX-RUN-MODE NOT = SPACES AND
                  WX-RUN-MODE NOT = "OFFICIAL" AND
                  WX-RUN-MODE NOT = "DRAFT" THEN
                  MOVE "RUN MODE INVALID" TO WS-REJECT-REASON
            END-IF.
            IF WS-REJECT-REASON = SPACES AND
                  WX-SCORING-MODE NOT = SPACE AND
                  WX-SCORING-MODE NOT = "F" AND
                  WX-SCORING-MODE NOT = "R" THEN
                  MOVE "SCORING MODE INVALID" TO WS-REJECT-REASON
            END-IF.
       CHECK-CLOCK-FIELD-PROC.
            MOVE 0 TO WS-CLOCK-VALID.
            IF WS-CLOCK-CHECK IS NUMERIC THEN
                  IF WS-CLOCK-HH < 24 AND WS-CLOCK-MM < 60 AND
                        WS-CLOCK-SS < 60 THEN
                        MOVE 1 TO WS-CLOCK-VALID
                  END-IF
            END-IF.
       READ-OPEN-CONTEST-PROC.
      *>    An archived contest is closed: its record stays as the
      *>    history of the contest and takes no more changes.
            MOVE 0 TO WS-MASTER-READ-OK.
            MOVE WX-CONTEST-ID TO CM-CONTEST-ID.
            READ CONTEST-MASTER-FILE
                  INVALID KEY
                        MOVE "CONTEST NOT FOUND" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        IF CM-IS-ARCHIVED THEN
                              MOVE "CONTEST ARCHIVED"
                                    TO WS-REJECT-REASON
                        ELSE
                              MOVE 1 TO WS-MASTER-READ-OK
                        END-IF
            END-READ.
       REWRITE-MASTER-PROC.
            REWRITE CM-RECORD
                  INVALID KEY
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                  NOT INVALID KEY
                        MOVE 1 TO WS-TX-APPLIED
            END-REWRITE.
       WRITE-AUDIT-LINE-PROC.
            MOVE WX-ACTION TO CAUD-ACTION.
            MOVE SPACE TO CAUD-SPACE.
            MOVE WX-CONTEST-ID TO CAUD-CONTEST-ID.
            MOVE SPACE TO CAUD-SPACE-2.
            IF WS-TX-APPLIED = 1 THEN
                  ADD 1 TO WS-TX-APPLIED-COUNT
                  MOVE "APPLIED" TO CAUD-RESULT
                  MOVE SPACES TO CAUD-REASON
                  MOVE CM-STATUS TO CAUD-STATUS
            ELSE
                  ADD 1 TO WS-TX-REJECTED-COUNT
                  MOVE "REJECTED" TO CAUD-RESULT
                  MOVE WS-REJECT-REASON TO CAUD-REASON
                  MOVE SPACES TO CAUD-STATUS
            END-IF.
            MOVE SPACE TO CAUD-SPACE-3.
            MOVE SPACE TO CAUD-SPACE-4.
            WRITE CAUD-LINE.

       END PROGRAM CONTEST-MAINT.
