      ******************************************************************
      *> Exception resolution maintenance.
      *>
      *> Closes entries on exception-master.dat, the consolidated
      *> exception file EXCEPTION-FEED keeps, from
      *> exception-resolutions.txt, and writes an audit listing of
      *> every applied and rejected transaction to
      *> exception-maint-audit.txt, the same way TEAM-MAINT keeps
      *> team-master.dat. Each closed entry records the official who
      *> closed it, the date and the reason, so every exception on
      *> the master shows who looked at it and what they decided.
      *>
      *> Transaction layout (fixed columns, one per line):
      *>   action X(1)   R = resolved (the cause was put right),
      *>                 W = waived (accepted as it stands)
      *>   exception number X(7)   as printed on the aging report
      *>   official id X(8)
      *>   note X(40)    why the entry is closed - required
      *> Only an open entry can be closed; a closed entry stays
      *> closed, however many later runs list it again.
      *>
      *> The master is keyed on the exception itself, not its
      *> number, so the transactions are held in a table and matched
      *> on one pass through the master; the audit lines are written
      *> afterwards in transaction order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL XRX-FILE
              ASSIGN TO 'exception-resolutions.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL EXCEPTION-MASTER-FILE
              ASSIGN TO 'exception-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EX-KEY.

            *>  OUTPUT
            SELECT EXCEPTION-AUDIT-FILE
              ASSIGN TO 'exception-maint-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT EXCEPTION-TOTALS-FILE
              ASSIGN TO 'exception-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD XRX-FILE.
       01 XRX-RECORD.
            02 XRX-ACTION PIC X(1).
            02 XRX-EXCEPTION-NO PIC X(7).
            02 XRX-OFFICIAL-ID PIC X(8).
            02 XRX-NOTE PIC X(40).

       FD EXCEPTION-MASTER-FILE.
       01 EX-RECORD.
            02 EX-KEY.
                  03 EX-CONTEST-ID PIC X(10).
                  03 EX-SOURCE PIC X(1).
                  03 EX-ORIGINAL PIC X(60).
            02 EX-EXCEPTION-NO PIC 9(7).
            02 EX-REASON PIC X(20).
            02 EX-SEVERITY PIC X(1).
                  88 EX-IS-HIGH VALUE "H".
            02 EX-FIRST-RUN-ID PIC X(26).
            02 EX-FIRST-SEEN-DATE PIC 9(8).
            02 EX-LAST-RUN-ID PIC X(26).
            02 EX-TIMES-SEEN PIC 9(5).
            02 EX-STATUS PIC X(1).
                  88 EX-IS-OPEN VALUE "O".
                  88 EX-IS-RESOLVED VALUE "R".
                  88 EX-IS-WAIVED VALUE "W".
            02 EX-CLOSED-BY PIC X(8).
            02 EX-CLOSED-DATE PIC 9(8).
            02 EX-CLOSE-NOTE PIC X(40).

       FD EXCEPTION-AUDIT-FILE.
       01 XAUD-LINE.
            02 XAUD-ACTION PIC X(1).
            02 XAUD-SPACE PIC X(1).
            02 XAUD-EXCEPTION-NO PIC X(7).
            02 XAUD-SPACE-2 PIC X(1).
            02 XAUD-OFFICIAL-ID PIC X(8).
            02 XAUD-SPACE-3 PIC X(1).
            02 XAUD-RESULT PIC X(8).
            02 XAUD-SPACE-4 PIC X(1).
            02 XAUD-REASON PIC X(20).

       FD EXCEPTION-TOTALS-FILE.
       01 XMTOT-RECORD.
            02 XMTOT-READ-COUNT PIC 9(5).
            02 XMTOT-SPACE PIC X(1).
            02 XMTOT-APPLIED-COUNT PIC 9(5).
            02 XMTOT-SPACE-2 PIC X(1).
            02 XMTOT-REJECTED-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION.
            02 WX-ACTION PIC X(1).
            02 WX-EXCEPTION-NO PIC X(7).
            02 WX-EXCEPTION-NUM REDEFINES WX-EXCEPTION-NO PIC 9(7).
            02 WX-OFFICIAL-ID PIC X(8).
            02 WX-NOTE PIC X(40).

      *>    The night's transactions, each with its outcome once the
      *>    master has been passed: applied, or the reject reason.
       01 WS-TX-TABLE.
            02 WS-TX-ENTRY OCCURS 500 TIMES INDEXED BY TI.
                  03 WS-TX-ACTION PIC X(1).
                  03 WS-TX-EXCEPTION-NO PIC X(7).
                  03 WS-TX-EXCEPTION-NUM PIC 9(7).
                  03 WS-TX-OFFICIAL-ID PIC X(8).
                  03 WS-TX-NOTE PIC X(40).
                  03 WS-TX-APPLIED PIC 9(1).
                  03 WS-TX-REJECT-REASON PIC X(20).
       01 WS-TX-COUNT PIC 9(4) VALUE 0.
       01 WS-TX-MAX PIC 9(4) VALUE 500.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-TX-SCAN-ENDED PIC 9(1).
       01 WS-MASTER-SCAN-ENDED PIC 9(1).
       01 WS-MASTER-CHANGED PIC 9(1).

       01 WS-TX-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-TX-REJECTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            PERFORM LOAD-TRANSACTIONS-PROC.
            IF WS-TX-COUNT > WS-TX-MAX THEN
                  DISPLAY "ERROR: exception-resolutions.txt exceeds "
                        WS-TX-MAX " entries - run abandoned."
                  MOVE 12 TO RETURN-CODE
                  GOBACK
            END-IF.

            MOVE 0 TO WS-MASTER-SCAN-ENDED.
            OPEN I-O EXCEPTION-MASTER-FILE.
            PERFORM APPLY-TO-ONE-EXCEPTION-PROC
                  UNTIL WS-MASTER-SCAN-ENDED = 1.
            CLOSE EXCEPTION-MASTER-FILE.

            OPEN OUTPUT EXCEPTION-AUDIT-FILE.
            PERFORM WRITE-AUDIT-LINE-PROC
                  VARYING TI FROM 1 BY 1 UNTIL TI > WS-TX-COUNT.
            CLOSE EXCEPTION-AUDIT-FILE.

            DISPLAY "Resolution transactions read:     "
                  WS-TX-READ-COUNT.
            DISPLAY "Resolution transactions applied:  "
                  WS-TX-APPLIED-COUNT.
            DISPLAY "Resolution transactions rejected: "
                  WS-TX-REJECTED-COUNT.

            PERFORM WRITE-EXCEPTION-TOTALS-PROC.

      *>    Completion code 4 flags a batch with rejects: the stream
      *>    driver logs it but lets the night's run continue.
            IF WS-TX-REJECTED-COUNT > 0 THEN
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       LOAD-TRANSACTIONS-PROC.
            MOVE 0 TO WS-TX-SCAN-ENDED.
            OPEN INPUT XRX-FILE.
            PERFORM LOAD-ONE-TRANSACTION-PROC
                  UNTIL WS-TX-SCAN-ENDED = 1
                        OR WS-TX-COUNT > WS-TX-MAX.
            CLOSE XRX-FILE.
       LOAD-ONE-TRANSACTION-PROC.
            READ XRX-FILE INTO WS-TRANSACTION
                  AT END MOVE 1 TO WS-TX-SCAN-ENDED
            END-READ.
            IF WS-TX-SCAN-ENDED = 0 THEN
                  ADD 1 TO WS-TX-READ-COUNT
                  ADD 1 TO WS-TX-COUNT
                  IF WS-TX-COUNT NOT > WS-TX-MAX THEN
                        SET TI TO WS-TX-COUNT
                        PERFORM EDIT-ONE-TRANSACTION-PROC
                  END-IF
            END-IF.
       EDIT-ONE-TRANSACTION-PROC.
      *>    A transaction that fails here keeps its reason and is
      *>    never matched against the master.
            MOVE WX-ACTION TO WS-TX-ACTION(TI).
            MOVE WX-EXCEPTION-NO TO WS-TX-EXCEPTION-NO(TI).
            MOVE 0 TO WS-TX-EXCEPTION-NUM(TI).
            MOVE WX-OFFICIAL-ID TO WS-TX-OFFICIAL-ID(TI).
            MOVE WX-NOTE TO WS-TX-NOTE(TI).
            MOVE 0 TO WS-TX-APPLIED(TI).
            MOVE SPACES TO WS-TX-REJECT-REASON(TI).

            IF WX-ACTION NOT = "R" AND WX-ACTION NOT = "W" THEN
                  MOVE "UNKNOWN ACTION" TO WS-TX-REJECT-REASON(TI)
            ELSE
                  IF WX-EXCEPTION-NO IS NOT NUMERIC THEN
                        MOVE "EXCEPTION NO INVALID"
                              TO WS-TX-REJECT-REASON(TI)
                  ELSE
                        IF WX-OFFICIAL-ID = SPACES THEN
                              MOVE "OFFICIAL ID BLANK"
                                    TO WS-TX-REJECT-REASON(TI)
                        ELSE
                              IF WX-NOTE = SPACES THEN
                                    MOVE "NOTE BLANK"
                                          TO WS-TX-REJECT-REASON(TI)
                              ELSE
                                    MOVE WX-EXCEPTION-NUM
                                          TO WS-TX-EXCEPTION-NUM(TI)
                              END-IF
                        END-IF
                  END-IF
            END-IF.
       APPLY-TO-ONE-EXCEPTION-PROC.
            READ EXCEPTION-MASTER-FILE
                  AT END MOVE 1 TO WS-MASTER-SCAN-ENDED
            END-READ.
            IF WS-MASTER-SCAN-ENDED = 0 THEN
                  MOVE 0 TO WS-MASTER-CHANGED
                  PERFORM MATCH-ONE-TRANSACTION-PROC
                        VARYING TI FROM 1 BY 1 UNTIL TI > WS-TX-COUNT
                  IF WS-MASTER-CHANGED = 1 THEN
                        REWRITE EX-RECORD
                              INVALID KEY
                                    DISPLAY "ERROR: exception "
                                          EX-EXCEPTION-NO
                                          " could not be updated."
                        END-REWRITE
                  END-IF
            END-IF.
       MATCH-ONE-TRANSACTION-PROC.
      *>    Two transactions for one entry: the first closes it and
      *>    the second finds it already closed.
            IF WS-TX-APPLIED(TI) = 0 AND
                  WS-TX-REJECT-REASON(TI) = SPACES AND
                  WS-TX-EXCEPTION-NUM(TI) = EX-EXCEPTION-NO THEN
                  IF EX-IS-OPEN THEN
                        MOVE WS-TX-ACTION(TI) TO EX-STATUS
                        MOVE WS-TX-OFFICIAL-ID(TI) TO EX-CLOSED-BY
                        MOVE WS-RUN-DATE TO EX-CLOSED-DATE
                        MOVE WS-TX-NOTE(TI) TO EX-CLOSE-NOTE
                        MOVE 1 TO WS-TX-APPLIED(TI)
                        MOVE 1 TO WS-MASTER-CHANGED
                  ELSE
                        MOVE "ALREADY CLOSED"
                              TO WS-TX-REJECT-REASON(TI)
                  END-IF
            END-IF.
       WRITE-AUDIT-LINE-PROC.
            MOVE WS-TX-ACTION(TI) TO XAUD-ACTION.
            MOVE SPACE TO XAUD-SPACE.
            MOVE WS-TX-EXCEPTION-NO(TI) TO XAUD-EXCEPTION-NO.
            MOVE SPACE TO XAUD-SPACE-2.
            MOVE WS-TX-OFFICIAL-ID(TI) TO XAUD-OFFICIAL-ID.
            MOVE SPACE TO XAUD-SPACE-3.
            IF WS-TX-APPLIED(TI) = 1 THEN
                  ADD 1 TO WS-TX-APPLIED-COUNT
                  MOVE "APPLIED" TO XAUD-RESULT
                  MOVE SPACES TO XAUD-REASON
            ELSE
      *>          Passed every edit but matched no entry.
                  IF WS-TX-REJECT-REASON(TI) = SPACES THEN
                        MOVE "EXCEPTION NOT FOUND"
                              TO WS-TX-REJECT-REASON(TI)
                  END-IF
                  ADD 1 TO WS-TX-REJECTED-COUNT
                  MOVE "REJECTED" TO XAUD-RESULT
                  MOVE WS-TX-REJECT-REASON(TI) TO XAUD-REASON
            END-IF.
            MOVE SPACE TO XAUD-SPACE-4.
            WRITE XAUD-LINE.
       WRITE-EXCEPTION-TOTALS-PROC.
            OPEN OUTPUT EXCEPTION-TOTALS-FILE.
            MOVE WS-TX-READ-COUNT TO XMTOT-READ-COUNT.
            MOVE SPACE TO XMTOT-SPACE.
            MOVE WS-TX-APPLIED-COUNT TO XMTOT-APPLIED-COUNT.
            MOVE SPACE TO XMTOT-SPACE-2.
            MOVE WS-TX-REJECTED-COUNT TO XMTOT-REJECTED-COUNT.
            WRITE XMTOT-RECORD.
            CLOSE EXCEPTION-TOTALS-FILE.

       END PROGRAM EXCEPTION-MAINT.
