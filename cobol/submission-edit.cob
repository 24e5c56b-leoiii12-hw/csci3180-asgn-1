      *>
      *> Reason codes:
      *>   P1  problem id is not numeric
      *>   P2  problem id is not in this contest's problem set
      *>   S1  score is not numeric
      *>   S2  score is over 100
      *>   O1  outcome is not one of the known codes
      *>   T1  submit time is not a valid HHMMSS value
      *>   T2  submit time is outside the contest window
      *>   D1  exact duplicate of an earlier record
      *>
      *> The contest id is the one parameter on the command line (the
      *> stream driver's own, when CONTEST-RUN calls this step); the
      *> window comes from that contest's contest-master.dat record.
      *> The problem set is the contest's entries in
      *> problem-master.dat. A withdrawn problem is still part of the
      *> set - its records are valid, and the scoring run drops the
      *> problem from the board.
      *> A contest with no entries on the master is not checked, so a
      *> contest can still be run before its set has been keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMISSION-EDIT.
            *>  INPUT
            SELECT SR-FILE ASSIGN TO 'submission-records.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OUTCOME-CODES-FILE
              ASSIGN TO 'outcome-codes.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL CONTEST-MASTER-FILE
              ASSIGN TO 'contest-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-CONTEST-ID.
            SELECT OPTIONAL PROBLEM-MASTER-FILE
              ASSIGN TO 'problem-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PM-KEY.

            *>  OUTPUT
            SELECT VALIDATED-FILE
              ASSIGN TO 'validated-submissions.txt'
       *>  INPUT
       FD SR-FILE.
       01 SR-RAW-RECORD PIC X(45).
       FD OUTCOME-CODES-FILE.
       01 OUTCOME-CODE-RECORD.
            02 OCR-CODE PIC X(19).
            02 OCR-MINMAX-FLAG PIC X(1).
            02 OCR-EXCLUDE-FLAG PIC X(1).

       *>  MASTER
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

       *>  OUTPUT
       FD VALIDATED-FILE.
       01 VF-RECORD PIC X(45).
            02 WS-SUBMIT-MM PIC 9(2).
            02 WS-SUBMIT-SS PIC 9(2).

      *>    Contest window, from the contest's CM-WINDOW-OPEN and
      *>    CM-WINDOW-CLOSE (HHMMSS); no contest record, or a blank
      *>    or garbled window, leaves the window wide open rather than
      *>    rejecting every record.
       01 WS-WINDOW-OPEN-TIME PIC 9(6) VALUE 000000.
       01 WS-WINDOW-CLOSE-TIME PIC 9(6) VALUE 235959.
       01 WS-OC-LOADED PIC 9(1) VALUE 0.
       01 WS-OC-MATCH-FOUND PIC 9(1).

       01 WS-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-CONTEST-FOUND PIC 9(1) VALUE 0.

      *>    This contest's problem set, one flag per 0-based problem
      *>    id (entry = id + 1): 1 when problem-master.dat carries
      *>    the problem for the contest, active or withdrawn.
       01 WS-NUM-PROBLEMS PIC 9(2) VALUE 20.
       01 WS-PROBLEM-SET-TABLE.
            05 WS-PSET-IN-SET OCCURS 20 TIMES PIC 9(1).
       01 WS-PSET-LOADED PIC 9(1) VALUE 0.
       01 WS-PSET-SCAN PIC 9(2).

       01 WS-REASON-LIST PIC X(14).
       01 WS-REASON-POINTER PIC 9(2).
       01 WS-REASON-COUNT PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROC.
            PERFORM LOAD-CONTEST-PROC.
            PERFORM LOAD-OUTCOME-CODES-PROC.
            PERFORM LOAD-PROBLEM-SET-PROC.

            PERFORM BUILD-SEQ-WORK-PROC.
            PERFORM FIND-DUPLICATES-PROC.
            MOVE WS-REJECT-COUNT TO ETOT-REJECT-COUNT.
            WRITE ETOT-RECORD.
            CLOSE EDIT-TOTALS-FILE.
       LOAD-CONTEST-PROC.
            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.
            IF WS-CONTEST-ID NOT = SPACES THEN
                  OPEN INPUT CONTEST-MASTER-FILE
                  MOVE WS-CONTEST-ID TO CM-CONTEST-ID
                  READ CONTEST-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO WS-CONTEST-FOUND
                  END-READ
                  CLOSE CONTEST-MASTER-FILE
            END-IF.
            IF WS-CONTEST-FOUND = 0 THEN
                  DISPLAY "WARNING: contest " WS-CONTEST-ID
                        " not on contest-master.dat - window ignored."
            ELSE
                  IF CM-WINDOW-OPEN IS NUMERIC AND
                        CM-WINDOW-CLOSE IS NUMERIC THEN
                        MOVE CM-WINDOW-OPEN TO WS-WINDOW-OPEN-TIME
                        MOVE CM-WINDOW-CLOSE TO WS-WINDOW-CLOSE-TIME
                  END-IF
            END-IF.
       LOAD-OUTCOME-CODES-PROC.
            OPEN INPUT OUTCOME-CODES-FILE.
            MOVE 0 TO WS-OC-SCAN-ENDED.
                              "line ignored."
                  END-IF
            END-IF.
       LOAD-PROBLEM-SET-PROC.
            OPEN INPUT PROBLEM-MASTER-FILE.
            PERFORM LOAD-ONE-PROBLEM-SET-ENTRY-PROC
                  VARYING WS-PSET-SCAN FROM 1 BY 1
                  UNTIL WS-PSET-SCAN > WS-NUM-PROBLEMS.
            CLOSE PROBLEM-MASTER-FILE.

            IF WS-PSET-LOADED = 0 THEN
                  DISPLAY "NOTE: no problem set on problem-master.dat "
                        "for this contest - problem ids not checked."
            END-IF.
       LOAD-ONE-PROBLEM-SET-ENTRY-PROC.
            MOVE 0 TO WS-PSET-IN-SET(WS-PSET-SCAN).
            MOVE WS-CONTEST-ID TO PM-CONTEST-ID.
            COMPUTE PM-PROBLEM-ID = WS-PSET-SCAN - 1.
            READ PROBLEM-MASTER-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        MOVE 1 TO WS-PSET-IN-SET(WS-PSET-SCAN)
                        MOVE 1 TO WS-PSET-LOADED
            END-READ.
       BUILD-SEQ-WORK-PROC.
      *>    Number every input record in arrival order; the sequence
      *>    number is what ties a sorted duplicate back to its line
            IF SR-PROBLEM-ID IS NOT NUMERIC THEN
                  MOVE "P1" TO WS-REASON-LIST(WS-REASON-POINTER:2)
                  PERFORM COUNT-REASON-PROC
            ELSE
                  IF WS-PSET-LOADED = 1 THEN
                        PERFORM CHECK-PROBLEM-IN-SET-PROC
                  END-IF
            END-IF.
       CHECK-PROBLEM-IN-SET-PROC.
      *>    An id past the last table slot can never be in the set.
            IF SR-PROBLEM-ID NOT < WS-NUM-PROBLEMS THEN
                  MOVE "P2" TO WS-REASON-LIST(WS-REASON-POINTER:2)
                  PERFORM COUNT-REASON-PROC
            ELSE
                  COMPUTE WS-PSET-SCAN = SR-PROBLEM-ID + 1
                  IF WS-PSET-IN-SET(WS-PSET-SCAN) = 0 THEN
                        MOVE "P2"
                              TO WS-REASON-LIST(WS-REASON-POINTER:2)
                        PERFORM COUNT-REASON-PROC
                  END-IF
            END-IF.
       CHECK-SCORE-PROC.
            IF SR-SCORE IS NOT NUMERIC THEN
