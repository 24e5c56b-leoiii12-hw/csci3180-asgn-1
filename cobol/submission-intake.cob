      ******************************************************************
      *> Judge-host feed intake for submission-records.txt.
      *>
      *> Each judge host delivers its dump as its own feed file,
      *> judge-feed-1.txt to judge-feed-3.txt, in place of the hand
      *> concatenation that once let a truncated dump through
      *> unnoticed. Every feed line starts with a record type:
      *>
      *>   H  header  - host id X(8), contest id X(10), feed
      *>                sequence 9(6)
      *>   D  detail  - one submission record, in the 45-character
      *>                submission-records.txt layout
      *>   T  trailer - record count 9(7), hash total of SCORE 9(9)
      *>
      *> A feed is taken whole or not at all. It is rejected when it
      *> has no header or no trailer (a truncated dump has lost its
      *> trailer), when a header or trailer is out of place, when it
      *> names another contest, when the trailer's record count or
      *> SCORE hash total disagrees with the details, or when its
      *> sequence number is not the next one for that host on
      *> feed-sequence.dat - already taken, or out of order with a
      *> feed missing in between. A non-numeric SCORE adds nothing
      *> to the hash, so a score garbled on the way fails the hash.
      *> The last feed a host delivered, presented again with the
      *> same count and hash, was merged by an earlier run of this
      *> program and is passed over rather than rejected, so the
      *> night's stream can be rerun.
      *>
      *> The details of the accepted feeds are merged in SUBMIT-TIME
      *> order. A record that arrives identically from two hosts is
      *> kept from the first feed only; repeats within one feed are
      *> left for SUBMISSION-EDIT to flag as duplicates. The merged
      *> records are appended to submission-records.txt, so a
      *> refresh run still finds the night's records after its
      *> high-water mark; the contest's first intake starts the file
      *> afresh.
      *>
      *> submission-intake-report.txt gives the control figures for
      *> each feed; submission-intake-totals.txt carries one line per
      *> feed for the stream driver's log. Completion code 8 when a
      *> feed is rejected - the board would be scored short - and 4
      *> when a feed slot is empty.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMISSION-INTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL FEED-1-FILE ASSIGN TO 'judge-feed-1.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FEED-2-FILE ASSIGN TO 'judge-feed-2.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FEED-3-FILE ASSIGN TO 'judge-feed-3.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL FEED-SEQUENCE-FILE
              ASSIGN TO 'feed-sequence.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FSQ-KEY.
      *>    The same register read front to back, to tell whether
      *>    the contest has had an intake before.
            SELECT OPTIONAL FEED-SEQUENCE-SCAN-FILE
              ASSIGN TO 'feed-sequence.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FSS-KEY.

            *>  OUTPUT
            SELECT OPTIONAL SR-FILE ASSIGN TO 'submission-records.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT INTAKE-REPORT-FILE
              ASSIGN TO 'submission-intake-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT INTAKE-TOTALS-FILE
              ASSIGN TO 'submission-intake-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

      *>    Work files: every feed line tagged with its feed number,
      *>    then the accepted details tagged for the merge sort.
            SELECT OPTIONAL FEED-WORK-FILE
              ASSIGN TO 'intake-feeds.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MERGE-WORK-FILE
              ASSIGN TO 'intake-merge.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MERGE-SORTED-FILE
              ASSIGN TO 'intake-merge-sorted.wrk'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT INTAKE-SORT-FILE ASSIGN TO 'intake-sort.tmp'.

       DATA DIVISION.
       FILE SECTION.

       *>  INPUT
       FD FEED-1-FILE.
       01 F1-LINE PIC X(46).
       FD FEED-2-FILE.
       01 F2-LINE PIC X(46).
       FD FEED-3-FILE.
       01 F3-LINE PIC X(46).

       *>  MASTER
       FD FEED-SEQUENCE-FILE.
       01 FSQ-RECORD.
            02 FSQ-KEY.
                  03 FSQ-CONTEST-ID PIC X(10).
                  03 FSQ-HOST-ID PIC X(8).
            02 FSQ-LAST-SEQ PIC 9(6).
            02 FSQ-LAST-COUNT PIC 9(7).
            02 FSQ-LAST-HASH PIC 9(9).
            02 FSQ-LAST-DATE PIC 9(8).
       FD FEED-SEQUENCE-SCAN-FILE.
       01 FSS-RECORD.
            02 FSS-KEY.
                  03 FSS-CONTEST-ID PIC X(10).
                  03 FSS-HOST-ID PIC X(8).
            02 FSS-LAST-SEQ PIC 9(6).
            02 FSS-LAST-COUNT PIC 9(7).
            02 FSS-LAST-HASH PIC 9(9).
            02 FSS-LAST-DATE PIC 9(8).

       *>  OUTPUT
       FD SR-FILE.
       01 SR-RAW-RECORD PIC X(45).
       FD INTAKE-REPORT-FILE.
       01 IRP-LINE PIC X(80).
       FD INTAKE-TOTALS-FILE.
       01 ITOT-RECORD.
            02 ITOT-FEED-NO PIC 9(1).
            02 ITOT-SPACE PIC X(1).
            02 ITOT-HOST-ID PIC X(8).
            02 ITOT-SPACE-2 PIC X(1).
            02 ITOT-FEED-SEQ PIC X(6).
            02 ITOT-SPACE-3 PIC X(1).
            02 ITOT-RECORD-COUNT PIC 9(5).
            02 ITOT-SPACE-4 PIC X(1).
            02 ITOT-DROPPED-COUNT PIC 9(5).
            02 ITOT-SPACE-5 PIC X(1).
            02 ITOT-MERGED-COUNT PIC 9(5).
            02 ITOT-SPACE-6 PIC X(1).
            02 ITOT-RESULT PIC X(8).
            02 ITOT-SPACE-7 PIC X(1).
            02 ITOT-REASON PIC X(20).

       FD FEED-WORK-FILE.
       01 FWK-RECORD.
            02 FWK-FEED-NO PIC 9(1).
            02 FWK-LINE PIC X(46).
       FD MERGE-WORK-FILE.
       01 MWK-RECORD.
            02 MWK-SUBMIT-TIME PIC X(6).
            02 MWK-CONTENT PIC X(45).
            02 MWK-FEED-NO PIC 9(1).
            02 MWK-SEQ PIC 9(7).
       FD MERGE-SORTED-FILE.
       01 MSO-RECORD.
            02 MSO-SUBMIT-TIME PIC X(6).
            02 MSO-CONTENT PIC X(45).
            02 MSO-FEED-NO PIC 9(1).
            02 MSO-SEQ PIC 9(7).
       SD INTAKE-SORT-FILE.
       01 ISRT-RECORD.
            02 ISRT-SUBMIT-TIME PIC X(6).
            02 ISRT-CONTENT PIC X(45).
            02 ISRT-FEED-NO PIC 9(1).
            02 ISRT-SEQ PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).

      *>    One feed line, with its header, trailer and detail views.
       01 WS-FEED-LINE.
            02 FDL-TYPE PIC X(1).
                  88 FDL-IS-HEADER VALUE "H".
                  88 FDL-IS-DETAIL VALUE "D".
                  88 FDL-IS-TRAILER VALUE "T".
            02 FDL-BODY PIC X(45).
            02 FDL-HEADER REDEFINES FDL-BODY.
                  03 FDL-HOST-ID PIC X(8).
                  03 FDL-CONTEST-ID PIC X(10).
                  03 FDL-FEED-SEQ PIC X(6).
                  03 FDL-HEADER-REST PIC X(21).
            02 FDL-TRAILER REDEFINES FDL-BODY.
                  03 FDL-RECORD-COUNT PIC X(7).
                  03 FDL-HASH-TOTAL PIC X(9).
                  03 FDL-TRAILER-REST PIC X(29).
            02 FDL-DETAIL REDEFINES FDL-BODY.
                  03 FDL-TEAM-NAME PIC X(15).
                  03 FDL-PROBLEM-ID PIC X(2).
                  03 FDL-OUTCOME PIC X(19).
                  03 FDL-SCORE PIC X(3).
                  03 FDL-SUBMIT-TIME PIC X(6).

      *>    What each feed slot delivered and what became of it.
      *>    Result is ACCEPTED, REJECTED, REPEAT (merged by an
      *>    earlier run) or NO FEED.
       01 WS-FEED-LIMIT PIC 9(1) VALUE 3.
       01 WS-FEED-TABLE.
            05 WS-FEED-ENTRY OCCURS 3 TIMES INDEXED BY FI FJ.
                  10 WS-FEED-LINES PIC 9(7).
                  10 WS-FEED-HEADER-SEEN PIC 9(1).
                  10 WS-FEED-TRAILER-SEEN PIC 9(1).
                  10 WS-FEED-HOST-ID PIC X(8).
                  10 WS-FEED-CONTEST-ID PIC X(10).
                  10 WS-FEED-SEQ-X PIC X(6).
                  10 WS-FEED-SEQ REDEFINES WS-FEED-SEQ-X PIC 9(6).
                  10 WS-FEED-TRL-COUNT PIC 9(7).
                  10 WS-FEED-TRL-HASH PIC 9(9).
                  10 WS-FEED-DETAIL-COUNT PIC 9(7).
                  10 WS-FEED-HASH PIC 9(9).
                  10 WS-FEED-ERROR PIC X(20).
                  10 WS-FEED-LAST-SEQ PIC 9(6).
                  10 WS-FEED-RESULT PIC X(8).
                  10 WS-FEED-REASON PIC X(20).
                  10 WS-FEED-DROPPED PIC 9(5).
                  10 WS-FEED-MERGED PIC 9(5).

       01 WS-FEED-NO PIC 9(1).
       01 WS-WORK-SCAN-ENDED PIC 9(1).
       01 WS-FEED-SCAN-ENDED PIC 9(1).
       01 WS-REG-SCAN-ENDED PIC 9(1).
       01 WS-MERGE-SCAN-ENDED PIC 9(1).
       01 WS-SCORE-VALUE PIC 9(3).
       01 WS-PRIOR-FOUND PIC 9(1).
       01 WS-PRIOR-SEQ PIC 9(6).
       01 WS-ON-REGISTER PIC 9(1).
       01 WS-NEXT-SEQ PIC 9(7).

      *>    Merge pass state. Within a run of identical records the
      *>    first feed to deliver one keeps all of its copies; the
      *>    other feeds' copies are dropped.
       01 WS-MERGE-SEQ PIC 9(7) VALUE 0.
       01 WS-PREV-VALID PIC 9(1).
       01 WS-PREV-CONTENT PIC X(45).
       01 WS-KEEP-FEED-NO PIC 9(1).
       01 WS-CONTEST-INTAKES PIC 9(5) VALUE 0.
       01 WS-STARTED-AFRESH PIC 9(1) VALUE 0.

       01 WS-ACCEPTED-COUNT PIC 9(1) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(1) VALUE 0.
       01 WS-REPEAT-COUNT PIC 9(1) VALUE 0.
       01 WS-EMPTY-COUNT PIC 9(1) VALUE 0.
       01 WS-MERGED-TOTAL PIC 9(7) VALUE 0.
       01 WS-DROPPED-TOTAL PIC 9(7) VALUE 0.

       01 WS-PRINT-LINE PIC X(80).
       01 WS-REPORT-LINE.
            02 RPL-INDENT PIC X(2).
            02 RPL-LABEL PIC X(26).
            02 RPL-VALUE PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.
            IF WS-CONTEST-ID = SPACES THEN
                  DISPLAY "ERROR: no contest id given - no judge "
                        "feeds taken."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

            PERFORM INIT-ONE-FEED-PROC
                  VARYING FI FROM 1 BY 1 UNTIL FI > WS-FEED-LIMIT.

            OPEN OUTPUT FEED-WORK-FILE.
            PERFORM COLLECT-FEED-1-PROC.
            PERFORM COLLECT-FEED-2-PROC.
            PERFORM COLLECT-FEED-3-PROC.
            CLOSE FEED-WORK-FILE.

            PERFORM CHECK-FEED-STRUCTURE-PROC.
            PERFORM COUNT-CONTEST-INTAKES-PROC.

            OPEN I-O FEED-SEQUENCE-FILE.
            PERFORM JUDGE-ONE-FEED-PROC
                  VARYING FI FROM 1 BY 1 UNTIL FI > WS-FEED-LIMIT.

      *>    The register is only moved on once the merged records
      *>    are safely in submission-records.txt.
            IF WS-ACCEPTED-COUNT > 0 THEN
                  PERFORM MERGE-FEEDS-PROC
                  PERFORM RECORD-ONE-SEQUENCE-PROC
                        VARYING FI FROM 1 BY 1
                        UNTIL FI > WS-FEED-LIMIT
            END-IF.
            CLOSE FEED-SEQUENCE-FILE.

            PERFORM WRITE-INTAKE-REPORT-PROC.
            PERFORM WRITE-INTAKE-TOTALS-PROC.

            DISPLAY "Judge feeds accepted:     " WS-ACCEPTED-COUNT.
            DISPLAY "Judge feeds rejected:     " WS-REJECTED-COUNT.
            DISPLAY "Records merged:           " WS-MERGED-TOTAL.
            DISPLAY "Cross-feed duplicates:    " WS-DROPPED-TOTAL.

            IF WS-EMPTY-COUNT > 0 THEN
                  DISPLAY "WARNING: " WS-EMPTY-COUNT
                        " judge feed slot(s) empty - see "
                        "submission-intake-report.txt."
                  MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-REJECTED-COUNT > 0 THEN
                  DISPLAY "ERROR: " WS-REJECTED-COUNT
                        " judge feed(s) rejected - see "
                        "submission-intake-report.txt."
                  MOVE 8 TO RETURN-CODE
            END-IF.

            GOBACK.
       INIT-ONE-FEED-PROC.
            MOVE 0 TO WS-FEED-LINES(FI).
            MOVE 0 TO WS-FEED-HEADER-SEEN(FI).
            MOVE 0 TO WS-FEED-TRAILER-SEEN(FI).
            MOVE SPACES TO WS-FEED-HOST-ID(FI).
            MOVE SPACES TO WS-FEED-CONTEST-ID(FI).
            MOVE SPACES TO WS-FEED-SEQ-X(FI).
            MOVE 0 TO WS-FEED-TRL-COUNT(FI).
            MOVE 0 TO WS-FEED-TRL-HASH(FI).
            MOVE 0 TO WS-FEED-DETAIL-COUNT(FI).
            MOVE 0 TO WS-FEED-HASH(FI).
            MOVE SPACES TO WS-FEED-ERROR(FI).
            MOVE 0 TO WS-FEED-LAST-SEQ(FI).
            MOVE SPACES TO WS-FEED-RESULT(FI).
            MOVE SPACES TO WS-FEED-REASON(FI).
            MOVE 0 TO WS-FEED-DROPPED(FI).
            MOVE 0 TO WS-FEED-MERGED(FI).
       COLLECT-FEED-1-PROC.
            OPEN INPUT FEED-1-FILE.
            MOVE 0 TO WS-FEED-SCAN-ENDED.
            PERFORM COLLECT-ONE-FEED-1-LINE-PROC
                  UNTIL WS-FEED-SCAN-ENDED = 1.
            CLOSE FEED-1-FILE.
       COLLECT-ONE-FEED-1-LINE-PROC.
            READ FEED-1-FILE
                  AT END MOVE 1 TO WS-FEED-SCAN-ENDED
            END-READ.
            IF WS-FEED-SCAN-ENDED = 0 THEN
                  MOVE 1 TO FWK-FEED-NO
                  MOVE F1-LINE TO FWK-LINE
                  WRITE FWK-RECORD
            END-IF.
       COLLECT-FEED-2-PROC.
            OPEN INPUT FEED-2-FILE.
            MOVE 0 TO WS-FEED-SCAN-ENDED.
            PERFORM COLLECT-ONE-FEED-2-LINE-PROC
                  UNTIL WS-FEED-SCAN-ENDED = 1.
            CLOSE FEED-2-FILE.
       COLLECT-ONE-FEED-2-LINE-PROC.
            READ FEED-2-FILE
                  AT END MOVE 1 TO WS-FEED-SCAN-ENDED
            END-READ.
            IF WS-FEED-SCAN-ENDED = 0 THEN
                  MOVE 2 TO FWK-FEED-NO
                  MOVE F2-LINE TO FWK-LINE
                  WRITE FWK-RECORD
            END-IF.
       COLLECT-FEED-3-PROC.
            OPEN INPUT FEED-3-FILE.
            MOVE 0 TO WS-FEED-SCAN-ENDED.
            PERFORM COLLECT-ONE-FEED-3-LINE-PROC
                  UNTIL WS-FEED-SCAN-ENDED = 1.
            CLOSE FEED-3-FILE.
       COLLECT-ONE-FEED-3-LINE-PROC.
            READ FEED-3-FILE
                  AT END MOVE 1 TO WS-FEED-SCAN-ENDED
            END-READ.
            IF WS-FEED-SCAN-ENDED = 0 THEN
                  MOVE 3 TO FWK-FEED-NO
                  MOVE F3-LINE TO FWK-LINE
                  WRITE FWK-RECORD
            END-IF.
       CHECK-FEED-STRUCTURE-PROC.
      *>    One pass over every feed line: header and trailer
      *>    placement, the detail count and the SCORE hash. Only the
      *>    first fault in a feed is kept as its reason.
            OPEN INPUT FEED-WORK-FILE.
            MOVE 0 TO WS-WORK-SCAN-ENDED.
            PERFORM CHECK-ONE-FEED-LINE-PROC
                  UNTIL WS-WORK-SCAN-ENDED = 1.
            CLOSE FEED-WORK-FILE.
       CHECK-ONE-FEED-LINE-PROC.
            READ FEED-WORK-FILE
                  AT END MOVE 1 TO WS-WORK-SCAN-ENDED
            END-READ.
            IF WS-WORK-SCAN-ENDED = 0 THEN
                  SET FI TO FWK-FEED-NO
                  MOVE FWK-LINE TO WS-FEED-LINE
                  ADD 1 TO WS-FEED-LINES(FI)
                  IF FDL-IS-HEADER THEN
                        PERFORM CHECK-HEADER-LINE-PROC
                  END-IF
                  IF FDL-IS-DETAIL THEN
                        PERFORM CHECK-DETAIL-LINE-PROC
                  END-IF
                  IF FDL-IS-TRAILER THEN
                        PERFORM CHECK-TRAILER-LINE-PROC
                  END-IF
                  IF NOT FDL-IS-HEADER AND NOT FDL-IS-DETAIL AND
                        NOT FDL-IS-TRAILER THEN
                        MOVE "UNKNOWN RECORD TYPE" TO WS-PRINT-LINE
                        PERFORM NOTE-FEED-ERROR-PROC
                  END-IF
            END-IF.
       CHECK-HEADER-LINE-PROC.
      *>    The header must be the feed's first line.
            IF WS-FEED-LINES(FI) > 1 THEN
                  MOVE "HEADER OUT OF PLACE" TO WS-PRINT-LINE
                  PERFORM NOTE-FEED-ERROR-PROC
            ELSE
                  MOVE 1 TO WS-FEED-HEADER-SEEN(FI)
                  MOVE FDL-HOST-ID TO WS-FEED-HOST-ID(FI)
                  MOVE FDL-CONTEST-ID TO WS-FEED-CONTEST-ID(FI)
                  MOVE FDL-FEED-SEQ TO WS-FEED-SEQ-X(FI)
            END-IF.
       CHECK-DETAIL-LINE-PROC.
            IF WS-FEED-HEADER-SEEN(FI) = 0 THEN
                  MOVE "NO HEADER" TO WS-PRINT-LINE
                  PERFORM NOTE-FEED-ERROR-PROC
            END-IF.
            IF WS-FEED-TRAILER-SEEN(FI) = 1 THEN
                  MOVE "RECORD AFTER TRAILER" TO WS-PRINT-LINE
                  PERFORM NOTE-FEED-ERROR-PROC
            END-IF.
            ADD 1 TO WS-FEED-DETAIL-COUNT(FI).
            IF FDL-SCORE IS NUMERIC THEN
                  MOVE FDL-SCORE TO WS-SCORE-VALUE
                  ADD WS-SCORE-VALUE TO WS-FEED-HASH(FI)
            END-IF.
       CHECK-TRAILER-LINE-PROC.
            IF WS-FEED-HEADER-SEEN(FI) = 0 THEN
                  MOVE "NO HEADER" TO WS-PRINT-LINE
                  PERFORM NOTE-FEED-ERROR-PROC
            END-IF.
            IF WS-FEED-TRAILER-SEEN(FI) = 1 THEN
                  MOVE "TRAILER OUT OF PLACE" TO WS-PRINT-LINE
                  PERFORM NOTE-FEED-ERROR-PROC
            END-IF.
            MOVE 1 TO WS-FEED-TRAILER-SEEN(FI).
            IF FDL-RECORD-COUNT IS NUMERIC AND
                  FDL-HASH-TOTAL IS NUMERIC THEN
                  MOVE FDL-RECORD-COUNT TO WS-FEED-TRL-COUNT(FI)
                  MOVE FDL-HASH-TOTAL TO WS-FEED-TRL-HASH(FI)
            ELSE
                  MOVE "TRAILER NOT NUMERIC" TO WS-PRINT-LINE
                  PERFORM NOTE-FEED-ERROR-PROC
            END-IF.
       NOTE-FEED-ERROR-PROC.
            IF WS-FEED-ERROR(FI) = SPACES THEN
                  MOVE WS-PRINT-LINE TO WS-FEED-ERROR(FI)
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
       COUNT-CONTEST-INTAKES-PROC.
            OPEN INPUT FEED-SEQUENCE-SCAN-FILE.
            MOVE 0 TO WS-REG-SCAN-ENDED.
            PERFORM COUNT-ONE-REGISTER-ENTRY-PROC
                  UNTIL WS-REG-SCAN-ENDED = 1.
            CLOSE FEED-SEQUENCE-SCAN-FILE.
       COUNT-ONE-REGISTER-ENTRY-PROC.
            READ FEED-SEQUENCE-SCAN-FILE
                  AT END MOVE 1 TO WS-REG-SCAN-ENDED
            END-READ.
            IF WS-REG-SCAN-ENDED = 0 THEN
                  IF FSS-CONTEST-ID = WS-CONTEST-ID THEN
                        ADD 1 TO WS-CONTEST-INTAKES
                  END-IF
            END-IF.
       JUDGE-ONE-FEED-PROC.
      *>    The checks run in order and the first failure is the
      *>    reason; a feed that passes them all is ACCEPTED.
            IF WS-FEED-LINES(FI) = 0 THEN
                  MOVE "NO FEED" TO WS-FEED-RESULT(FI)
                  MOVE "NO FEED PRESENTED" TO WS-FEED-REASON(FI)
                  ADD 1 TO WS-EMPTY-COUNT
            ELSE
                  PERFORM CHECK-FEED-CONTROLS-PROC
                  IF WS-FEED-RESULT(FI) = SPACES THEN
                        IF WS-FEED-REASON(FI) = SPACES THEN
                              MOVE "ACCEPTED" TO WS-FEED-RESULT(FI)
                              ADD 1 TO WS-ACCEPTED-COUNT
                        ELSE
                              MOVE "REJECTED" TO WS-FEED-RESULT(FI)
                              ADD 1 TO WS-REJECTED-COUNT
                        END-IF
                  END-IF
            END-IF.
       CHECK-FEED-CONTROLS-PROC.
            MOVE WS-FEED-ERROR(FI) TO WS-FEED-REASON(FI).
            IF WS-FEED-REASON(FI) = SPACES AND
                  WS-FEED-TRAILER-SEEN(FI) = 0 THEN
                  MOVE "NO TRAILER" TO WS-FEED-REASON(FI)
            END-IF.
            IF WS-FEED-REASON(FI) = SPACES AND
                  WS-FEED-CONTEST-ID(FI) NOT = WS-CONTEST-ID THEN
                  MOVE "WRONG CONTEST" TO WS-FEED-REASON(FI)
            END-IF.
            IF WS-FEED-REASON(FI) = SPACES AND
                  WS-FEED-SEQ-X(FI) IS NOT NUMERIC THEN
                  MOVE "SEQUENCE NOT NUMERIC" TO WS-FEED-REASON(FI)
            END-IF.
            IF WS-FEED-REASON(FI) = SPACES AND
                  WS-FEED-TRL-COUNT(FI) NOT =
                        WS-FEED-DETAIL-COUNT(FI) THEN
                  MOVE "COUNT OUT OF BALANCE" TO WS-FEED-REASON(FI)
            END-IF.
            IF WS-FEED-REASON(FI) = SPACES AND
                  WS-FEED-TRL-HASH(FI) NOT = WS-FEED-HASH(FI) THEN
                  MOVE "HASH OUT OF BALANCE" TO WS-FEED-REASON(FI)
            END-IF.
            IF WS-FEED-REASON(FI) = SPACES THEN
                  PERFORM CHECK-FEED-SEQUENCE-PROC
            END-IF.
       CHECK-FEED-SEQUENCE-PROC.
      *>    A host's feeds are numbered 1, 2, 3 ... per contest. An
      *>    earlier feed from the same host in this run counts as
      *>    taken; otherwise the register holds the last one.
            MOVE 0 TO WS-PRIOR-FOUND.
            MOVE 0 TO WS-ON-REGISTER.
            PERFORM FIND-PRIOR-FEED-PROC
                  VARYING FJ FROM 1 BY 1 UNTIL FJ = FI.
            IF WS-PRIOR-FOUND = 1 THEN
                  MOVE WS-PRIOR-SEQ TO WS-FEED-LAST-SEQ(FI)
            ELSE
                  MOVE WS-CONTEST-ID TO FSQ-CONTEST-ID
                  MOVE WS-FEED-HOST-ID(FI) TO FSQ-HOST-ID
                  READ FEED-SEQUENCE-FILE
                        INVALID KEY MOVE 0 TO WS-FEED-LAST-SEQ(FI)
                        NOT INVALID KEY
                              MOVE 1 TO WS-ON-REGISTER
                              MOVE FSQ-LAST-SEQ
                                    TO WS-FEED-LAST-SEQ(FI)
                  END-READ
            END-IF.

            COMPUTE WS-NEXT-SEQ = WS-FEED-LAST-SEQ(FI) + 1.
            IF WS-ON-REGISTER = 1 AND
                  WS-FEED-SEQ(FI) = FSQ-LAST-SEQ AND
                  WS-FEED-TRL-COUNT(FI) = FSQ-LAST-COUNT AND
                  WS-FEED-TRL-HASH(FI) = FSQ-LAST-HASH THEN
                  MOVE "REPEAT" TO WS-FEED-RESULT(FI)
                  MOVE "ALREADY MERGED" TO WS-FEED-REASON(FI)
                  ADD 1 TO WS-REPEAT-COUNT
            ELSE
                  IF WS-FEED-SEQ(FI) < WS-NEXT-SEQ THEN
                        MOVE "SEQUENCE TAKEN" TO WS-FEED-REASON(FI)
                  END-IF
                  IF WS-FEED-SEQ(FI) > WS-NEXT-SEQ THEN
                        MOVE "SEQUENCE OUT OF ORDER"
                              TO WS-FEED-REASON(FI)
                  END-IF
            END-IF.
       FIND-PRIOR-FEED-PROC.
            IF WS-FEED-RESULT(FJ) = "ACCEPTED" AND
                  WS-FEED-HOST-ID(FJ) = WS-FEED-HOST-ID(FI) THEN
                  MOVE 1 TO WS-PRIOR-FOUND
                  MOVE WS-FEED-SEQ(FJ) TO WS-PRIOR-SEQ
            END-IF.
       MERGE-FEEDS-PROC.
      *>    The accepted details, sorted by SUBMIT-TIME and then by
      *>    content so identical records from different hosts sit
      *>    side by side, feed number and arrival order breaking
      *>    the ties.
            OPEN INPUT FEED-WORK-FILE.
            OPEN OUTPUT MERGE-WORK-FILE.
            MOVE 0 TO WS-WORK-SCAN-ENDED.
            PERFORM TAG-ONE-MERGE-RECORD-PROC
                  UNTIL WS-WORK-SCAN-ENDED = 1.
            CLOSE MERGE-WORK-FILE.
            CLOSE FEED-WORK-FILE.

            SORT INTAKE-SORT-FILE
                  ON ASCENDING KEY ISRT-SUBMIT-TIME ISRT-CONTENT
                        ISRT-FEED-NO ISRT-SEQ
                  USING MERGE-WORK-FILE
                  GIVING MERGE-SORTED-FILE.

            IF WS-CONTEST-INTAKES = 0 THEN
                  OPEN OUTPUT SR-FILE
                  MOVE 1 TO WS-STARTED-AFRESH
            ELSE
                  OPEN EXTEND SR-FILE
            END-IF.
            OPEN INPUT MERGE-SORTED-FILE.
            MOVE 0 TO WS-PREV-VALID.
            MOVE 0 TO WS-MERGE-SCAN-ENDED.
            PERFORM MERGE-ONE-RECORD-PROC
                  UNTIL WS-MERGE-SCAN-ENDED = 1.
            CLOSE MERGE-SORTED-FILE.
            CLOSE SR-FILE.
       TAG-ONE-MERGE-RECORD-PROC.
            READ FEED-WORK-FILE
                  AT END MOVE 1 TO WS-WORK-SCAN-ENDED
            END-READ.
            IF WS-WORK-SCAN-ENDED = 0 THEN
                  SET FI TO FWK-FEED-NO
                  MOVE FWK-LINE TO WS-FEED-LINE
                  IF FDL-IS-DETAIL AND
                        WS-FEED-RESULT(FI) = "ACCEPTED" THEN
                        ADD 1 TO WS-MERGE-SEQ
                        MOVE FDL-SUBMIT-TIME TO MWK-SUBMIT-TIME
                        MOVE FDL-BODY TO MWK-CONTENT
                        MOVE FWK-FEED-NO TO MWK-FEED-NO
                        MOVE WS-MERGE-SEQ TO MWK-SEQ
                        WRITE MWK-RECORD
                  END-IF
            END-IF.
       MERGE-ONE-RECORD-PROC.
            READ MERGE-SORTED-FILE
                  AT END MOVE 1 TO WS-MERGE-SCAN-ENDED
            END-READ.
            IF WS-MERGE-SCAN-ENDED = 0 THEN
                  SET FI TO MSO-FEED-NO
                  IF WS-PREV-VALID = 0 OR
                        MSO-CONTENT NOT = WS-PREV-CONTENT THEN
                        MOVE MSO-FEED-NO TO WS-KEEP-FEED-NO
                  END-IF
                  IF MSO-FEED-NO = WS-KEEP-FEED-NO THEN
                        MOVE MSO-CONTENT TO SR-RAW-RECORD
                        WRITE SR-RAW-RECORD
                        ADD 1 TO WS-FEED-MERGED(FI)
                        ADD 1 TO WS-MERGED-TOTAL
                  ELSE
                        ADD 1 TO WS-FEED-DROPPED(FI)
                        ADD 1 TO WS-DROPPED-TOTAL
                  END-IF
                  MOVE MSO-CONTENT TO WS-PREV-CONTENT
                  MOVE 1 TO WS-PREV-VALID
            END-IF.
       RECORD-ONE-SEQUENCE-PROC.
            IF WS-FEED-RESULT(FI) = "ACCEPTED" THEN
                  MOVE WS-CONTEST-ID TO FSQ-CONTEST-ID
                  MOVE WS-FEED-HOST-ID(FI) TO FSQ-HOST-ID
                  READ FEED-SEQUENCE-FILE
                        INVALID KEY
                              PERFORM MOVE-SEQUENCE-FIELDS-PROC
                              WRITE FSQ-RECORD
                        NOT INVALID KEY
                              PERFORM MOVE-SEQUENCE-FIELDS-PROC
                              REWRITE FSQ-RECORD
                  END-READ
            END-IF.
       MOVE-SEQUENCE-FIELDS-PROC.
            MOVE WS-CONTEST-ID TO FSQ-CONTEST-ID.
            MOVE WS-FEED-HOST-ID(FI) TO FSQ-HOST-ID.
            MOVE WS-FEED-SEQ(FI) TO FSQ-LAST-SEQ.
            MOVE WS-FEED-TRL-COUNT(FI) TO FSQ-LAST-COUNT.
            MOVE WS-FEED-TRL-HASH(FI) TO FSQ-LAST-HASH.
            MOVE WS-RUN-DATE TO FSQ-LAST-DATE.
       WRITE-INTAKE-REPORT-PROC.
            OPEN OUTPUT INTAKE-REPORT-FILE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Submission Intake - contest " DELIMITED BY SIZE
                  WS-CONTEST-ID DELIMITED BY SIZE
                  " - run date " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.

            PERFORM WRITE-ONE-FEED-REPORT-PROC
                  VARYING FI FROM 1 BY 1 UNTIL FI > WS-FEED-LIMIT.

            MOVE "Feeds accepted:" TO WS-PRINT-LINE.
            MOVE WS-ACCEPTED-COUNT TO WS-PRINT-LINE(28:1).
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE "Feeds rejected:" TO WS-PRINT-LINE.
            MOVE WS-REJECTED-COUNT TO WS-PRINT-LINE(28:1).
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE "Feeds already merged:" TO WS-PRINT-LINE.
            MOVE WS-REPEAT-COUNT TO WS-PRINT-LINE(28:1).
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE "Feed slots empty:" TO WS-PRINT-LINE.
            MOVE WS-EMPTY-COUNT TO WS-PRINT-LINE(28:1).
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE "Records merged:" TO WS-PRINT-LINE.
            MOVE WS-MERGED-TOTAL TO WS-PRINT-LINE(28:7).
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE "Cross-feed duplicates:" TO WS-PRINT-LINE.
            MOVE WS-DROPPED-TOTAL TO WS-PRINT-LINE(28:7).
            PERFORM WRITE-REPORT-LINE-PROC.
            IF WS-ACCEPTED-COUNT = 0 THEN
                  MOVE "submission-records.txt not changed."
                        TO WS-PRINT-LINE
            ELSE
                  IF WS-STARTED-AFRESH = 1 THEN
                        MOVE "First intake for the contest - "
                              TO WS-PRINT-LINE(1:31)
                        MOVE "submission-records.txt started afresh."
                              TO WS-PRINT-LINE(32:38)
                  ELSE
                        MOVE "Merged records appended to "
                              TO WS-PRINT-LINE(1:27)
                        MOVE "submission-records.txt."
                              TO WS-PRINT-LINE(28:23)
                  END-IF
            END-IF.
            PERFORM WRITE-REPORT-LINE-PROC.
            CLOSE INTAKE-REPORT-FILE.
       WRITE-ONE-FEED-REPORT-PROC.
            MOVE "Feed " TO WS-PRINT-LINE(1:5).
            SET WS-FEED-NO TO FI.
            MOVE WS-FEED-NO TO WS-PRINT-LINE(6:1).
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE "Result:" TO RPL-LABEL.
            MOVE WS-FEED-RESULT(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            IF WS-FEED-REASON(FI) NOT = SPACES THEN
                  MOVE "Reason:" TO RPL-LABEL
                  MOVE WS-FEED-REASON(FI) TO RPL-VALUE
                  PERFORM WRITE-LABEL-LINE-PROC
            END-IF.
            IF WS-FEED-LINES(FI) > 0 THEN
                  PERFORM WRITE-FEED-CONTROLS-PROC
            END-IF.
            PERFORM WRITE-REPORT-BLANK-PROC.
       WRITE-FEED-CONTROLS-PROC.
            MOVE "Host id:" TO RPL-LABEL.
            MOVE WS-FEED-HOST-ID(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "Contest id:" TO RPL-LABEL.
            MOVE WS-FEED-CONTEST-ID(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "Feed sequence:" TO RPL-LABEL.
            MOVE WS-FEED-SEQ-X(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "Last sequence taken:" TO RPL-LABEL.
            MOVE WS-FEED-LAST-SEQ(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "Trailer record count:" TO RPL-LABEL.
            MOVE WS-FEED-TRL-COUNT(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "Records counted:" TO RPL-LABEL.
            MOVE WS-FEED-DETAIL-COUNT(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "Trailer SCORE hash:" TO RPL-LABEL.
            MOVE WS-FEED-TRL-HASH(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "SCORE hash computed:" TO RPL-LABEL.
            MOVE WS-FEED-HASH(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "Duplicates dropped:" TO RPL-LABEL.
            MOVE WS-FEED-DROPPED(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
            MOVE "Records merged:" TO RPL-LABEL.
            MOVE WS-FEED-MERGED(FI) TO RPL-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
       WRITE-LABEL-LINE-PROC.
            MOVE SPACES TO RPL-INDENT.
            MOVE WS-REPORT-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE SPACES TO WS-REPORT-LINE.
       WRITE-REPORT-LINE-PROC.
            MOVE WS-PRINT-LINE TO IRP-LINE.
            WRITE IRP-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-REPORT-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-INTAKE-TOTALS-PROC.
      *>    One line per feed slot, in slot order, for the stream
      *>    driver's log.
            OPEN OUTPUT INTAKE-TOTALS-FILE.
            PERFORM WRITE-ONE-FEED-TOTALS-PROC
                  VARYING FI FROM 1 BY 1 UNTIL FI > WS-FEED-LIMIT.
            CLOSE INTAKE-TOTALS-FILE.
       WRITE-ONE-FEED-TOTALS-PROC.
            MOVE SPACES TO ITOT-RECORD.
            SET WS-FEED-NO TO FI.
            MOVE WS-FEED-NO TO ITOT-FEED-NO.
            MOVE WS-FEED-HOST-ID(FI) TO ITOT-HOST-ID.
            MOVE WS-FEED-SEQ-X(FI) TO ITOT-FEED-SEQ.
            MOVE WS-FEED-DETAIL-COUNT(FI) TO ITOT-RECORD-COUNT.
            MOVE WS-FEED-DROPPED(FI) TO ITOT-DROPPED-COUNT.
            MOVE WS-FEED-MERGED(FI) TO ITOT-MERGED-COUNT.
            MOVE WS-FEED-RESULT(FI) TO ITOT-RESULT.
            MOVE WS-FEED-REASON(FI) TO ITOT-REASON.
            WRITE ITOT-RECORD.

       END PROGRAM SUBMISSION-INTAKE.
