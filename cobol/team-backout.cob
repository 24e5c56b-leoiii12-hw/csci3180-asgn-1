      *>   tx seq X(5)      a single transaction's line number in
      *>                    team-maint-audit.txt, or blank for the
      *>                    whole batch
      *>   space X(1)
      *>   requester X(8)   official id requesting the backout
      *>   space X(1)
      *>   approver X(8)    a second official id approving it
      *>
      *> Both officials must be active on officials-master.dat with
      *> backout authority, and must be different people; otherwise
      *> nothing is backed out. Every check, accepted or rejected,
      *> is appended to authority-audit.txt alongside the ones
      *> CONTEST-SCORING writes for judge rulings and sign-offs.
      *>
      *> The journal itself is left untouched: a backout is an event,
      *> not an erasure, and the journal remains the full history.
            SELECT OPTIONAL JOURNAL-FILE
              ASSIGN TO 'team-maint-journal.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OFFICIALS-MASTER-FILE
              ASSIGN TO 'officials-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OM-OFFICIAL-ID.

            *>  MASTER
            SELECT OPTIONAL TEAM-MASTER-FILE
            SELECT BACKOUT-AUDIT-FILE
              ASSIGN TO 'team-backout-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AUTHORITY-AUDIT-FILE
              ASSIGN TO 'authority-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            02 BKR-BATCH-ID PIC X(14).
            02 BKR-SPACE PIC X(1).
            02 BKR-TX-SEQ PIC X(5).
            02 BKR-SPACE-2 PIC X(1).
            02 BKR-REQUESTER-ID PIC X(8).
            02 BKR-SPACE-3 PIC X(1).
            02 BKR-APPROVER-ID PIC X(8).
       FD JOURNAL-FILE.
       01 JRN-RECORD.
            02 JRN-BATCH-ID PIC X(14).
            02 JRN-IMAGE-TYPE PIC X(1).
            02 JRN-SPACE-4 PIC X(1).
            02 JRN-BEFORE-IMAGE PIC X(124).
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
            02 OM-STATUS PIC X(1).
                  88 OM-IS-ACTIVE VALUE "A".
                  88 OM-IS-WITHDRAWN VALUE "W".
       FD TEAM-MASTER-FILE.
       01 TM-RECORD.
            02 TM-TEAM-NAME PIC X(15).
            02 BAUD-RESULT PIC X(8).
            02 BAUD-SPACE-5 PIC X(1).
            02 BAUD-REASON PIC X(20).
       FD AUTHORITY-AUDIT-FILE.
       01 AAUD-LINE.
            02 AAUD-DATE PIC 9(8).
            02 AAUD-SPACE PIC X(1).
            02 AAUD-TIME PIC 9(6).
            02 AAUD-SPACE-2 PIC X(1).
            02 AAUD-PROGRAM PIC X(8).
            02 AAUD-SPACE-3 PIC X(1).
            02 AAUD-CONTEST-ID PIC X(10).
            02 AAUD-SPACE-4 PIC X(1).
            02 AAUD-ACTION PIC X(10).
            02 AAUD-SPACE-5 PIC X(1).
            02 AAUD-REQUESTER-ID PIC X(8).
            02 AAUD-SPACE-6 PIC X(1).
            02 AAUD-APPROVER-ID PIC X(8).
            02 AAUD-SPACE-7 PIC X(1).
            02 AAUD-RESULT PIC X(8).
            02 AAUD-SPACE-8 PIC X(1).
            02 AAUD-REASON PIC X(24).
            02 AAUD-SPACE-9 PIC X(1).
            02 AAUD-SUBJECT PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-BATCH-ID PIC X(14).
       01 WS-REQUEST-OK PIC 9(1) VALUE 0.
       01 WS-SINGLE-TX PIC 9(1) VALUE 0.
       01 WS-REQUEST-SEQ-NUM PIC 9(5).
       01 WS-REQUESTER-ID PIC X(8).
       01 WS-APPROVER-ID PIC X(8).

      *>    Authority check on the two officials named in the
      *>    request, in the same terms CONTEST-SCORING uses.
       01 WS-AUTH-OK PIC 9(1) VALUE 0.
       01 WS-AUTH-REASON PIC X(24).
       01 WS-AUTH-ROLE PIC X(9).
       01 WS-AUTH-FOUND PIC 9(1).
       01 WS-AUTH-DATE PIC 9(8).
       01 WS-AUTH-TIME PIC 9(8).

      *>    The matching journal entries, collected in journal order
      *>    and replayed from the end backwards. A batch is one
                  GOBACK
            END-IF.

            PERFORM CHECK-AUTHORITY-PROC.
            IF WS-AUTH-OK = 0 THEN
                  DISPLAY "ERROR: backout by " WS-REQUESTER-ID "/"
                        WS-APPROVER-ID " not authorised - "
                        WS-AUTH-REASON " - nothing backed out."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

            PERFORM COLLECT-JOURNAL-ENTRIES-PROC.

            IF WS-UNDO-COUNT = 0 THEN
                              MOVE BKR-BATCH-ID
                                    TO WS-REQUEST-BATCH-ID
                              MOVE BKR-TX-SEQ TO WS-REQUEST-TX-SEQ
                              MOVE BKR-REQUESTER-ID
                                    TO WS-REQUESTER-ID
                              MOVE BKR-APPROVER-ID TO WS-APPROVER-ID
                        END-IF
            END-READ.
            CLOSE REQUEST-FILE.
                        END-IF
                  END-IF
            END-IF.
       CHECK-AUTHORITY-PROC.
      *>    Requester first, then approver, then the two-person
      *>    rule; the first failure is the reason logged.
            MOVE 1 TO WS-AUTH-OK.
            MOVE SPACES TO WS-AUTH-REASON.
            OPEN INPUT OFFICIALS-MASTER-FILE.
            MOVE "REQUESTER" TO WS-AUTH-ROLE.
            MOVE WS-REQUESTER-ID TO OM-OFFICIAL-ID.
            PERFORM CHECK-ONE-OFFICIAL-PROC.
            IF WS-AUTH-OK = 1 THEN
                  MOVE "APPROVER" TO WS-AUTH-ROLE
                  MOVE WS-APPROVER-ID TO OM-OFFICIAL-ID
                  PERFORM CHECK-ONE-OFFICIAL-PROC
            END-IF.
            CLOSE OFFICIALS-MASTER-FILE.
            IF WS-AUTH-OK = 1 AND
                  WS-REQUESTER-ID = WS-APPROVER-ID THEN
                  MOVE 0 TO WS-AUTH-OK
                  MOVE "SAME OFFICIAL" TO WS-AUTH-REASON
            END-IF.
            PERFORM WRITE-AUTHORITY-AUDIT-PROC.
       CHECK-ONE-OFFICIAL-PROC.
            MOVE 0 TO WS-AUTH-FOUND.
            IF OM-OFFICIAL-ID NOT = SPACES THEN
                  READ OFFICIALS-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO WS-AUTH-FOUND
                  END-READ
            END-IF.
            IF WS-AUTH-FOUND = 0 THEN
                  MOVE 0 TO WS-AUTH-OK
                  STRING WS-AUTH-ROLE DELIMITED BY SPACE
                        " UNKNOWN" DELIMITED BY SIZE
                        INTO WS-AUTH-REASON
            ELSE
                  IF OM-IS-WITHDRAWN THEN
                        MOVE 0 TO WS-AUTH-OK
                        STRING WS-AUTH-ROLE DELIMITED BY SPACE
                              " WITHDRAWN" DELIMITED BY SIZE
                              INTO WS-AUTH-REASON
                  ELSE
                        IF NOT OM-IS-ACTIVE OR
                              OM-MAY-BACKOUT NOT = "Y" THEN
                              MOVE 0 TO WS-AUTH-OK
                              STRING WS-AUTH-ROLE DELIMITED BY SPACE
                                    " NOT AUTHORISED"
                                    DELIMITED BY SIZE
                                    INTO WS-AUTH-REASON
                        END-IF
                  END-IF
            END-IF.
       WRITE-AUTHORITY-AUDIT-PROC.
            ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-AUTH-TIME FROM TIME.
            MOVE SPACES TO AAUD-LINE.
            MOVE WS-AUTH-DATE TO AAUD-DATE.
            MOVE WS-AUTH-TIME(1:6) TO AAUD-TIME.
            MOVE "BACKOUT" TO AAUD-PROGRAM.
            MOVE "BACKOUT" TO AAUD-ACTION.
            MOVE WS-REQUESTER-ID TO AAUD-REQUESTER-ID.
            MOVE WS-APPROVER-ID TO AAUD-APPROVER-ID.
            IF WS-AUTH-OK = 1 THEN
                  MOVE "ACCEPTED" TO AAUD-RESULT
            ELSE
                  MOVE "REJECTED" TO AAUD-RESULT
            END-IF.
            MOVE WS-AUTH-REASON TO AAUD-REASON.
            STRING "BATCH " DELIMITED BY SIZE
                  WS-REQUEST-BATCH-ID DELIMITED BY SIZE
                  " TX " DELIMITED BY SIZE
                  WS-REQUEST-TX-SEQ DELIMITED BY SIZE
                  INTO AAUD-SUBJECT.
            OPEN EXTEND AUTHORITY-AUDIT-FILE.
            WRITE AAUD-LINE.
            CLOSE AUTHORITY-AUDIT-FILE.
       COLLECT-JOURNAL-ENTRIES-PROC.
            OPEN INPUT JOURNAL-FILE.
            MOVE 0 TO WS-JRN-SCAN-ENDED.
