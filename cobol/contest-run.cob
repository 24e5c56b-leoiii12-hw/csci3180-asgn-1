      *> Scoring-night stream driver.
      *>
      *> Runs the nightly programs in their one safe order -
      *> CONTEST-MAINT, TEAM-MAINT, FEE-MAINT, CONTESTANT-MAINT,
      *> MEMBERSHIP-MAINT, PROBLEM-MAINT, OFFICIAL-MAINT,
      *> SUBMISSION-INTAKE,
      *> SUBMISSION-EDIT, ELIGIBILITY-CHECK, EXCEPTION-MAINT,
      *> CONTEST-SCORING,
      *> EXCEPTION-FEED, GENERATION-SAVE and (when run-steps.txt
      *> asks for them)
      *> CONTEST-ARCHIVE and SEASON-STANDINGS -
      *> instead of the hand-run sequence that twice let a board go
      *> out after the scoring run had ended with a non-zero status
      *> nobody saw.
      *>
      *> The contest id is the stream's one parameter, on the command
      *> line; the steps that need it read the same command line, and
      *> everything else about the contest - window, freeze, run and
      *> scoring modes, status - comes from its contest-master.dat
      *> record. CONTEST-MAINT runs first so the night's contest
      *> transactions are on the record before it is judged. The
      *> stream is refused, before any other step runs, when the
      *> contest id is missing or not on the master, when the
      *> contest is ARCHIVED, when an official run is asked for on a
      *> contest still SCHEDULED, or when the archive step is asked
      *> for on anything but an official run of a FINAL contest.
      *>
      *> Each step is CALLed in this run unit and judged by its
      *> completion code: 0 is clean, 4 is a warning (rejects present
      *> driver's own completion code is the highest code any step
      *> returned.
      *>
      *> After FEE-MAINT has brought fee-ledger.dat up to date, every
      *> active team on team-master.dat that still owes a fee is
      *> listed in the log and the stream is marked with a warning
      *> (code 4); it is not halted, since the teams are still
      *> scored. An official scoring run names them again in its
      *> Run Summary.
      *>
      *> SUBMISSION-INTAKE builds the night's submission-records.txt
      *> from the judge hosts' feeds. The log carries one entry per
      *> feed - host, sequence, result, and the records taken and
      *> dropped - and a rejected feed halts the stream before
      *> anything is scored short.
      *>
      *> ELIGIBILITY-CHECK judges the contest's team rosters, as left
      *> by CONTESTANT-MAINT and MEMBERSHIP-MAINT, just before the
      *> board is scored. A breach of the contest rules ends the step
      *> with code 4: the log carries the count, the breaches are in
      *> eligibility-report.txt, and the stream goes on to scoring.
      *>
      *> EXCEPTION-MAINT closes entries on exception-master.dat from
      *> the officials' resolutions before the board is scored, so a
      *> high-severity entry resolved tonight no longer holds back an
      *> official seal. EXCEPTION-FEED then carries the night's
      *> exception files onto the master. It runs whenever the
      *> scoring step ran, even when scoring halted the stream -
      *> the integrity hit that refused a seal must reach the master
      *> to be resolved - and the halt is still reported against the
      *> step that caused it. Open high-severity entries end the feed
      *> with code 4.
      *>
      *> GENERATION-SAVE follows on the same terms, so every scoring
      *> run's outputs - a halted run's included - are kept as a
      *> numbered generation on generation-catalogue.dat that
      *> GENERATION-RESTORE can put back. The log carries the
      *> generation number and mode and the generations purged.
      *>
      *> run-steps.txt, one optional line: "Y" in column 1 runs
      *> SEASON-STANDINGS after a clean scoring step, "Y" in column 2
      *> runs CONTEST-ARCHIVE after it (and before the season step,
      *> which reads the archive); anything else, or no file, leaves
      *> the step off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEST-RUN.
            *>  INPUT
            SELECT OPTIONAL STEPS-FILE ASSIGN TO 'run-steps.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CONTEST-TOTALS-FILE
              ASSIGN TO 'contest-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MAINT-TOTALS-FILE
              ASSIGN TO 'team-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FEE-TOTALS-FILE
              ASSIGN TO 'fee-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CONTESTANT-TOTALS-FILE
              ASSIGN TO 'contestant-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MEMBERSHIP-TOTALS-FILE
              ASSIGN TO 'membership-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PROBLEM-TOTALS-FILE
              ASSIGN TO 'problem-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OFFICIAL-TOTALS-FILE
              ASSIGN TO 'official-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL INTAKE-TOTALS-FILE
              ASSIGN TO 'submission-intake-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL EDIT-TOTALS-FILE
              ASSIGN TO 'submission-edit-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ELIGIBILITY-TOTALS-FILE
              ASSIGN TO 'eligibility-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL EXCEPTION-MAINT-TOTALS-FILE
              ASSIGN TO 'exception-maint-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-TOTALS-FILE
              ASSIGN TO 'contest-run-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL EXCEPTION-FEED-TOTALS-FILE
              ASSIGN TO 'exception-feed-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL GENERATION-TOTALS-FILE
              ASSIGN TO 'generation-save-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ARCHIVE-TOTALS-FILE
              ASSIGN TO 'contest-archive-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SEASON-TOTALS-FILE
              ASSIGN TO 'season-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

            *>  MASTER
            SELECT OPTIONAL CONTEST-MASTER-FILE
              ASSIGN TO 'contest-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-CONTEST-ID.
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
            SELECT RUN-LOG-FILE ASSIGN TO 'contest-run-log.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
       FD STEPS-FILE.
       01 STEPS-RECORD.
            02 STEPS-SEASON-FLAG PIC X(1).
            02 STEPS-ARCHIVE-FLAG PIC X(1).
       FD CONTEST-TOTALS-FILE.
       01 CTOT-RECORD.
            02 CTOT-READ-COUNT PIC 9(5).
            02 CTOT-SPACE PIC X(1).
            02 CTOT-APPLIED-COUNT PIC 9(5).
            02 CTOT-SPACE-2 PIC X(1).
            02 CTOT-REJECTED-COUNT PIC 9(5).
       FD MAINT-TOTALS-FILE.
       01 MTOT-RECORD.
            02 MTOT-READ-COUNT PIC 9(5).
            02 MTOT-APPLIED-COUNT PIC 9(5).
            02 MTOT-SPACE-2 PIC X(1).
            02 MTOT-REJECTED-COUNT PIC 9(5).
       FD FEE-TOTALS-FILE.
       01 FTOT-RECORD.
            02 FTOT-READ-COUNT PIC 9(5).
            02 FTOT-SPACE PIC X(1).
            02 FTOT-APPLIED-COUNT PIC 9(5).
            02 FTOT-SPACE-2 PIC X(1).
            02 FTOT-REJECTED-COUNT PIC 9(5).
       FD CONTESTANT-TOTALS-FILE.
       01 CNTOT-RECORD.
            02 CNTOT-READ-COUNT PIC 9(5).
            02 CNTOT-SPACE PIC X(1).
            02 CNTOT-APPLIED-COUNT PIC 9(5).
            02 CNTOT-SPACE-2 PIC X(1).
            02 CNTOT-REJECTED-COUNT PIC 9(5).
       FD MEMBERSHIP-TOTALS-FILE.
       01 BTOT-RECORD.
            02 BTOT-READ-COUNT PIC 9(5).
            02 BTOT-SPACE PIC X(1).
            02 BTOT-APPLIED-COUNT PIC 9(5).
            02 BTOT-SPACE-2 PIC X(1).
            02 BTOT-REJECTED-COUNT PIC 9(5).
       FD PROBLEM-TOTALS-FILE.
       01 PTOT-RECORD.
            02 PTOT-READ-COUNT PIC 9(5).
            02 PTOT-SPACE PIC X(1).
            02 PTOT-APPLIED-COUNT PIC 9(5).
            02 PTOT-SPACE-2 PIC X(1).
            02 PTOT-REJECTED-COUNT PIC 9(5).
       FD OFFICIAL-TOTALS-FILE.
       01 OTOT-RECORD.
            02 OTOT-READ-COUNT PIC 9(5).
            02 OTOT-SPACE PIC X(1).
            02 OTOT-APPLIED-COUNT PIC 9(5).
            02 OTOT-SPACE-2 PIC X(1).
            02 OTOT-REJECTED-COUNT PIC 9(5).
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
       FD EDIT-TOTALS-FILE.
       01 ETOT-RECORD.
            02 ETOT-READ-COUNT PIC 9(5).
            02 ETOT-VALID-COUNT PIC 9(5).
            02 ETOT-SPACE-2 PIC X(1).
            02 ETOT-REJECT-COUNT PIC 9(5).
       FD ELIGIBILITY-TOTALS-FILE.
       01 ELTOT-RECORD.
            02 ELTOT-MEMBER-COUNT PIC 9(5).
            02 ELTOT-SPACE PIC X(1).
            02 ELTOT-TEAM-COUNT PIC 9(5).
            02 ELTOT-SPACE-2 PIC X(1).
            02 ELTOT-VIOLATION-COUNT PIC 9(5).
       FD EXCEPTION-MAINT-TOTALS-FILE.
       01 XMTOT-RECORD.
            02 XMTOT-READ-COUNT PIC 9(5).
            02 XMTOT-SPACE PIC X(1).
            02 XMTOT-APPLIED-COUNT PIC 9(5).
            02 XMTOT-SPACE-2 PIC X(1).
            02 XMTOT-REJECTED-COUNT PIC 9(5).
       FD RUN-TOTALS-FILE.
       01 RTOT-RECORD.
            02 RTOT-RECORDS-READ PIC 9(5).
            02 RTOT-EXCEPTIONS PIC 9(5).
            02 RTOT-SPACE-4 PIC X(1).
            02 RTOT-RECON-FLAG PIC X(1).
            02 RTOT-SPACE-5 PIC X(1).
            02 RTOT-RUN-ID PIC X(26).
       FD EXCEPTION-FEED-TOTALS-FILE.
       01 XTOT-RECORD.
            02 XTOT-READ-COUNT PIC 9(5).
            02 XTOT-SPACE PIC X(1).
            02 XTOT-ADDED-COUNT PIC 9(5).
            02 XTOT-SPACE-2 PIC X(1).
            02 XTOT-OPEN-COUNT PIC 9(5).
            02 XTOT-SPACE-3 PIC X(1).
            02 XTOT-OPEN-HIGH-COUNT PIC 9(5).
       FD GENERATION-TOTALS-FILE.
       01 GTOT-RECORD.
            02 GTOT-GENERATION-NO PIC 9(7).
            02 GTOT-SPACE PIC X(1).
            02 GTOT-MODE PIC X(8).
            02 GTOT-SPACE-2 PIC X(1).
            02 GTOT-LINES-STORED PIC 9(7).
            02 GTOT-SPACE-3 PIC X(1).
            02 GTOT-PURGED-COUNT PIC 9(5).
       FD ARCHIVE-TOTALS-FILE.
       01 ATOT-RECORD.
            02 ATOT-READ-COUNT PIC 9(5).
            02 ATOT-SPACE PIC X(1).
            02 ATOT-ADDED-COUNT PIC 9(5).
            02 ATOT-SPACE-2 PIC X(1).
            02 ATOT-REPLACED-COUNT PIC 9(5).
       FD SEASON-TOTALS-FILE.
       01 STOT-RECORD.
            02 STOT-CONTEST-COUNT PIC 9(2).
            02 STOT-SPACE PIC X(1).
            02 STOT-TEAM-COUNT PIC 9(3).
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
       FD RUN-LOG-FILE.
       01 RUNLOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-SEASON PIC 9(1) VALUE 0.
       01 WS-RUN-ARCHIVE PIC 9(1) VALUE 0.
       01 WS-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-CONTEST-FOUND PIC 9(1) VALUE 0.
       01 WS-STREAM-HALTED PIC 9(1) VALUE 0.
       01 WS-STEP-MISSING PIC 9(1).
       01 WS-STEP-CODE PIC 9(4).
       01 WS-HIGHEST-CODE PIC 9(4) VALUE 0.
       01 WS-STEP-NAME PIC X(17).
       01 WS-HALTED-STEP-NAME PIC X(17) VALUE SPACES.
       01 WS-SCORING-RAN PIC 9(1) VALUE 0.
       01 WS-TOTALS-READ-OK PIC 9(1).
       01 WS-INTAKE-SCAN-ENDED PIC 9(1).

       01 WS-TM-SCAN-ENDED PIC 9(1).
       01 WS-FEE-BALANCE PIC S9(6)V99.
       01 WS-FEE-BALANCE-STRING PIC ZZZZ9.99.
       01 WS-FEES-OWED-COUNT PIC 9(5) VALUE 0.

       01 WS-LOG-WORK PIC X(80).
       01 WS-CODE-STRING PIC X(4).
            OPEN OUTPUT RUN-LOG-FILE.
            PERFORM WRITE-LOG-HEADER-PROC.

            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.
            IF WS-CONTEST-ID = SPACES THEN
                  MOVE "NO CONTEST ID GIVEN" TO WS-LOG-WORK
                  PERFORM REFUSE-STREAM-PROC
            END-IF.

            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-CONTEST-MAINT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM CHECK-CONTEST-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-TEAM-MAINT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-FEE-MAINT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM CHECK-FEES-OWED-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-CONTESTANT-MAINT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-MEMBERSHIP-MAINT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-PROBLEM-MAINT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-OFFICIAL-MAINT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-SUBMISSION-INTAKE-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-SUBMISSION-EDIT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-ELIGIBILITY-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-EXCEPTION-MAINT-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 THEN
                  PERFORM RUN-SCORING-STEP-PROC
            END-IF.
            IF WS-SCORING-RAN = 1 THEN
                  PERFORM RUN-EXCEPTION-FEED-STEP-PROC
            END-IF.
            IF WS-SCORING-RAN = 1 THEN
                  PERFORM RUN-GENERATION-SAVE-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 AND WS-RUN-ARCHIVE = 1 THEN
                  PERFORM RUN-ARCHIVE-STEP-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 AND WS-RUN-SEASON = 1 THEN
                  PERFORM RUN-SEASON-STEP-PROC
            END-IF.
                        IF STEPS-SEASON-FLAG = "Y" THEN
                              MOVE 1 TO WS-RUN-SEASON
                        END-IF
                        IF STEPS-ARCHIVE-FLAG = "Y" THEN
                              MOVE 1 TO WS-RUN-ARCHIVE
                        END-IF
            END-READ.
            CLOSE STEPS-FILE.
       WRITE-LOG-HEADER-PROC.
       WRITE-LOG-BLANK-PROC.
            MOVE SPACES TO WS-LOG-WORK.
            PERFORM WRITE-LOG-LINE-PROC.
       CHECK-CONTEST-PROC.
      *>    Judge the contest record once, before any step that
      *>    touches the night's data: an illegal stream stops here
      *>    with nothing run, rather than part-way through.
            OPEN INPUT CONTEST-MASTER-FILE.
            MOVE WS-CONTEST-ID TO CM-CONTEST-ID.
            READ CONTEST-MASTER-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 1 TO WS-CONTEST-FOUND
            END-READ.
            CLOSE CONTEST-MASTER-FILE.

            IF WS-CONTEST-FOUND = 0 THEN
                  MOVE SPACES TO WS-LOG-WORK
                  STRING "CONTEST " DELIMITED BY SIZE
                        WS-CONTEST-ID DELIMITED BY SIZE
                        " NOT ON CONTEST-MASTER.DAT" DELIMITED BY SIZE
                        INTO WS-LOG-WORK
                  PERFORM REFUSE-STREAM-PROC
            ELSE
                  PERFORM LOG-CONTEST-RECORD-PROC
                  PERFORM CHECK-CONTEST-STEPS-PROC
            END-IF.
       LOG-CONTEST-RECORD-PROC.
            MOVE SPACES TO WS-LOG-WORK.
            STRING "CONTEST " DELIMITED BY SIZE
                  CM-CONTEST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CM-CONTEST-NAME DELIMITED BY SIZE
                  INTO WS-LOG-WORK.
            PERFORM WRITE-LOG-LINE-PROC.
            MOVE SPACES TO WS-LOG-WORK.
            STRING "  STATUS " DELIMITED BY SIZE
                  CM-STATUS DELIMITED BY SIZE
                  " RUN MODE " DELIMITED BY SIZE
                  CM-RUN-MODE DELIMITED BY SIZE
                  " SCORING MODE " DELIMITED BY SIZE
                  CM-SCORING-MODE DELIMITED BY SIZE
                  INTO WS-LOG-WORK.
            PERFORM WRITE-LOG-LINE-PROC.
            PERFORM WRITE-LOG-BLANK-PROC.
       CHECK-CONTEST-STEPS-PROC.
            IF CM-IS-ARCHIVED THEN
                  MOVE "CONTEST IS ARCHIVED - NO FURTHER RUNS"
                        TO WS-LOG-WORK
                  PERFORM REFUSE-STREAM-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 AND
                  CM-IS-OFFICIAL AND CM-IS-SCHEDULED THEN
                  MOVE "OFFICIAL RUN REFUSED - CONTEST IS SCHEDULED"
                        TO WS-LOG-WORK
                  PERFORM REFUSE-STREAM-PROC
            END-IF.
      *>    The archive takes this run's standings extract into the
      *>    permanent history, so it must be the official board of a
      *>    contest declared FINAL.
            IF WS-STREAM-HALTED = 0 AND WS-RUN-ARCHIVE = 1 AND
                  NOT CM-IS-FINAL THEN
                  MOVE SPACES TO WS-LOG-WORK
                  STRING "ARCHIVE REFUSED - CONTEST IS "
                              DELIMITED BY SIZE
                        CM-STATUS DELIMITED BY SIZE
                        ", NOT FINAL" DELIMITED BY SIZE
                        INTO WS-LOG-WORK
                  PERFORM REFUSE-STREAM-PROC
            END-IF.
            IF WS-STREAM-HALTED = 0 AND WS-RUN-ARCHIVE = 1 AND
                  NOT CM-IS-OFFICIAL THEN
                  MOVE "ARCHIVE REFUSED - RUN MODE IS NOT OFFICIAL"
                        TO WS-LOG-WORK
                  PERFORM REFUSE-STREAM-PROC
            END-IF.
       REFUSE-STREAM-PROC.
      *>    WS-LOG-WORK carries the reason. A refused stream ends
      *>    with code 8, the same as a step that failed.
            PERFORM WRITE-LOG-LINE-PROC.
            DISPLAY "ERROR: " WS-LOG-WORK.
            MOVE "CONTEST CHECK" TO WS-STEP-NAME.
            MOVE WS-STEP-NAME TO WS-HALTED-STEP-NAME.
            MOVE 1 TO WS-STREAM-HALTED.
            IF WS-HIGHEST-CODE < 8 THEN
                  MOVE 8 TO WS-HIGHEST-CODE
            END-IF.
       RUN-CONTEST-MAINT-STEP-PROC.
            MOVE "CONTEST-MAINT" TO WS-STEP-NAME.
            PERFORM CALL-CONTEST-MAINT-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-CONTEST-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-CONTEST-MAINT-PROC.
            OPEN OUTPUT CONTEST-TOTALS-FILE.
            CLOSE CONTEST-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "CONTEST-MAINT"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-TEAM-MAINT-STEP-PROC.
            MOVE "TEAM-MAINT" TO WS-STEP-NAME.
            PERFORM CALL-TEAM-MAINT-PROC.
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-FEE-MAINT-STEP-PROC.
      *>    New teams from TEAM-MAINT are charged their fee before
      *>    the fee check below reads the ledger.
            MOVE "FEE-MAINT" TO WS-STEP-NAME.
            PERFORM CALL-FEE-MAINT-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-FEE-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-FEE-MAINT-PROC.
            OPEN OUTPUT FEE-TOTALS-FILE.
            CLOSE FEE-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "FEE-MAINT"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       CHECK-FEES-OWED-PROC.
      *>    An active team - one the scoring run will put on the
      *>    roster - with a balance on the ledger is a warning, not a
      *>    halt: the contest is still scored, but the night's code
      *>    and this log say fees are owed before results go out.
            MOVE "FEE CHECK" TO WS-STEP-NAME.
            MOVE 0 TO WS-FEES-OWED-COUNT.
            MOVE 0 TO WS-TM-SCAN-ENDED.
            OPEN INPUT TEAM-MASTER-FILE.
            OPEN INPUT FEE-LEDGER-FILE.
            PERFORM CHECK-ONE-TEAM-FEE-PROC
                  UNTIL WS-TM-SCAN-ENDED = 1.
            CLOSE TEAM-MASTER-FILE.
            CLOSE FEE-LEDGER-FILE.

            IF WS-FEES-OWED-COUNT > 0 THEN
                  MOVE "  Active teams owing fees:" TO WS-LOG-LABEL
                  MOVE WS-FEES-OWED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  DISPLAY "WARNING: " WS-FEES-OWED-COUNT
                        " active team(s) owe registration fees - "
                        "see contest-run-log.txt."
                  IF WS-HIGHEST-CODE < 4 THEN
                        MOVE 4 TO WS-HIGHEST-CODE
                  END-IF
            ELSE
                  MOVE "FEE CHECK - NO ACTIVE TEAM OWES A FEE"
                        TO WS-LOG-WORK
                  PERFORM WRITE-LOG-LINE-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CHECK-ONE-TEAM-FEE-PROC.
            READ TEAM-MASTER-FILE
                  AT END MOVE 1 TO WS-TM-SCAN-ENDED
            END-READ.
            IF WS-TM-SCAN-ENDED = 0 AND TM-IS-ACTIVE THEN
                  MOVE TM-TEAM-NAME TO FL-TEAM-NAME
                  READ FEE-LEDGER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                              PERFORM JUDGE-ONE-TEAM-FEE-PROC
                  END-READ
            END-IF.
       JUDGE-ONE-TEAM-FEE-PROC.
            COMPUTE WS-FEE-BALANCE =
                  FL-CHARGED - FL-PAID - FL-WAIVED + FL-REFUNDED.
            IF WS-FEE-BALANCE > 0 THEN
                  ADD 1 TO WS-FEES-OWED-COUNT
                  IF WS-FEES-OWED-COUNT = 1 THEN
                        MOVE "FEE CHECK - ACTIVE TEAMS OWING FEES"
                              TO WS-LOG-WORK
                        PERFORM WRITE-LOG-LINE-PROC
                  END-IF
                  MOVE WS-FEE-BALANCE TO WS-FEE-BALANCE-STRING
                  MOVE SPACES TO WS-LOG-WORK
                  STRING "  " DELIMITED BY SIZE
                        TM-TEAM-NAME DELIMITED BY SIZE
                        " OWES " DELIMITED BY SIZE
                        WS-FEE-BALANCE-STRING DELIMITED BY SIZE
                        INTO WS-LOG-WORK
                  PERFORM WRITE-LOG-LINE-PROC
            END-IF.
       RUN-CONTESTANT-MAINT-STEP-PROC.
            MOVE "CONTESTANT-MAINT" TO WS-STEP-NAME.
            PERFORM CALL-CONTESTANT-MAINT-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-CONTESTANT-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-CONTESTANT-MAINT-PROC.
            OPEN OUTPUT CONTESTANT-TOTALS-FILE.
            CLOSE CONTESTANT-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "CONTESTANT-MAINT"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-MEMBERSHIP-MAINT-STEP-PROC.
      *>    New contestants are on their master before the night's
      *>    memberships name them.
            MOVE "MEMBERSHIP-MAINT" TO WS-STEP-NAME.
            PERFORM CALL-MEMBERSHIP-MAINT-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-MEMBERSHIP-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-MEMBERSHIP-MAINT-PROC.
            OPEN OUTPUT MEMBERSHIP-TOTALS-FILE.
            CLOSE MEMBERSHIP-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "MEMBERSHIP-MAINT"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-PROBLEM-MAINT-STEP-PROC.
      *>    Problem set changes land before SUBMISSION-EDIT checks
      *>    problem ids against the set.
            MOVE "PROBLEM-MAINT" TO WS-STEP-NAME.
            PERFORM CALL-PROBLEM-MAINT-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-PROBLEM-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-PROBLEM-MAINT-PROC.
            OPEN OUTPUT PROBLEM-TOTALS-FILE.
            CLOSE PROBLEM-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "PROBLEM-MAINT"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-OFFICIAL-MAINT-STEP-PROC.
      *>    Officials changes land before CONTEST-SCORING checks the
      *>    night's rulings, rejudge and sign-off against them.
            MOVE "OFFICIAL-MAINT" TO WS-STEP-NAME.
            PERFORM CALL-OFFICIAL-MAINT-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-OFFICIAL-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-OFFICIAL-MAINT-PROC.
            OPEN OUTPUT OFFICIAL-TOTALS-FILE.
            CLOSE OFFICIAL-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "OFFICIAL-MAINT"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-SUBMISSION-INTAKE-STEP-PROC.
      *>    A rejected feed ends the step with code 8 and halts the
      *>    stream; an empty feed slot is a warning.
            MOVE "SUBMISSION-INTAKE" TO WS-STEP-NAME.
            PERFORM CALL-SUBMISSION-INTAKE-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-INTAKE-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-SUBMISSION-INTAKE-PROC.
            OPEN OUTPUT INTAKE-TOTALS-FILE.
            CLOSE INTAKE-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "SUBMISSION-INTAKE"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-SUBMISSION-EDIT-STEP-PROC.
            MOVE "SUBMISSION-EDIT" TO WS-STEP-NAME.
            PERFORM CALL-SUBMISSION-EDIT-PROC.
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-ELIGIBILITY-STEP-PROC.
      *>    Violations end the step with code 4 - a warning for the
      *>    officials, not a reason to hold the board.
            MOVE "ELIGIBILITY-CHECK" TO WS-STEP-NAME.
            PERFORM CALL-ELIGIBILITY-CHECK-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-ELIGIBILITY-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-ELIGIBILITY-CHECK-PROC.
            OPEN OUTPUT ELIGIBILITY-TOTALS-FILE.
            CLOSE ELIGIBILITY-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "ELIGIBILITY-CHECK"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-EXCEPTION-MAINT-STEP-PROC.
      *>    Rejected resolutions end the step with code 4; the entry
      *>    they named simply stays open.
            MOVE "EXCEPTION-MAINT" TO WS-STEP-NAME.
            PERFORM CALL-EXCEPTION-MAINT-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-EXCEPTION-MAINT-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-EXCEPTION-MAINT-PROC.
            OPEN OUTPUT EXCEPTION-MAINT-TOTALS-FILE.
            CLOSE EXCEPTION-MAINT-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "EXCEPTION-MAINT"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-SCORING-STEP-PROC.
            MOVE "CONTEST-SCORING" TO WS-STEP-NAME.
            PERFORM CALL-CONTEST-SCORING-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  MOVE 1 TO WS-SCORING-RAN
            END-IF.
      *>    The scoring run ends with code 8 when its Reconciliation
      *>    section found the control totals out of balance - the
      *>    failure that twice went unnoticed on the console. Name it
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-EXCEPTION-FEED-STEP-PROC.
            MOVE "EXCEPTION-FEED" TO WS-STEP-NAME.
            PERFORM CALL-EXCEPTION-FEED-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-EXCEPTION-FEED-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-EXCEPTION-FEED-PROC.
            OPEN OUTPUT EXCEPTION-FEED-TOTALS-FILE.
            CLOSE EXCEPTION-FEED-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "EXCEPTION-FEED"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-GENERATION-SAVE-STEP-PROC.
            MOVE "GENERATION-SAVE" TO WS-STEP-NAME.
            PERFORM CALL-GENERATION-SAVE-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-GENERATION-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-GENERATION-SAVE-PROC.
            OPEN OUTPUT GENERATION-TOTALS-FILE.
            CLOSE GENERATION-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "GENERATION-SAVE"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-ARCHIVE-STEP-PROC.
            MOVE "CONTEST-ARCHIVE" TO WS-STEP-NAME.
            PERFORM CALL-CONTEST-ARCHIVE-PROC.
            PERFORM JUDGE-STEP-PROC.
            IF WS-STEP-MISSING = 0 THEN
                  PERFORM LOG-ARCHIVE-TOTALS-PROC
            END-IF.
            PERFORM WRITE-LOG-BLANK-PROC.
       CALL-CONTEST-ARCHIVE-PROC.
            OPEN OUTPUT ARCHIVE-TOTALS-FILE.
            CLOSE ARCHIVE-TOTALS-FILE.
            MOVE 0 TO WS-STEP-MISSING.
            MOVE 0 TO RETURN-CODE.
            CALL "CONTEST-ARCHIVE"
                  ON EXCEPTION MOVE 1 TO WS-STEP-MISSING
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-CODE.
       RUN-SEASON-STEP-PROC.
            MOVE "SEASON-STANDINGS" TO WS-STEP-NAME.
            PERFORM CALL-SEASON-STANDINGS-PROC.
            IF WS-STEP-CODE > WS-HIGHEST-CODE THEN
                  MOVE WS-STEP-CODE TO WS-HIGHEST-CODE
            END-IF.
      *>    The halt is reported against the first step that caused
      *>    it, not a later step that still had to run.
            IF WS-STEP-CODE > 4 THEN
                  IF WS-STREAM-HALTED = 0 THEN
                        MOVE WS-STEP-NAME TO WS-HALTED-STEP-NAME
                  END-IF
                  MOVE 1 TO WS-STREAM-HALTED
            END-IF.
       LOG-CONTEST-TOTALS-PROC.
            PERFORM READ-CONTEST-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Transactions read:" TO WS-LOG-LABEL
                  MOVE CTOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions applied:" TO WS-LOG-LABEL
                  MOVE CTOT-APPLIED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions rejected:" TO WS-LOG-LABEL
                  MOVE CTOT-REJECTED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE CONTEST-TOTALS-FILE.
       READ-CONTEST-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT CONTEST-TOTALS-FILE.
            READ CONTEST-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-MAINT-TOTALS-PROC.
            PERFORM READ-MAINT-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-FEE-TOTALS-PROC.
            PERFORM READ-FEE-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Transactions read:" TO WS-LOG-LABEL
                  MOVE FTOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions applied:" TO WS-LOG-LABEL
                  MOVE FTOT-APPLIED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions rejected:" TO WS-LOG-LABEL
                  MOVE FTOT-REJECTED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE FEE-TOTALS-FILE.
       READ-FEE-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT FEE-TOTALS-FILE.
            READ FEE-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-CONTESTANT-TOTALS-PROC.
            PERFORM READ-CONTESTANT-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Transactions read:" TO WS-LOG-LABEL
                  MOVE CNTOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions applied:" TO WS-LOG-LABEL
                  MOVE CNTOT-APPLIED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions rejected:" TO WS-LOG-LABEL
                  MOVE CNTOT-REJECTED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE CONTESTANT-TOTALS-FILE.
       READ-CONTESTANT-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT CONTESTANT-TOTALS-FILE.
            READ CONTESTANT-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-MEMBERSHIP-TOTALS-PROC.
            PERFORM READ-MEMBERSHIP-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Transactions read:" TO WS-LOG-LABEL
                  MOVE BTOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions applied:" TO WS-LOG-LABEL
                  MOVE BTOT-APPLIED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions rejected:" TO WS-LOG-LABEL
                  MOVE BTOT-REJECTED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE MEMBERSHIP-TOTALS-FILE.
       READ-MEMBERSHIP-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT MEMBERSHIP-TOTALS-FILE.
            READ MEMBERSHIP-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-PROBLEM-TOTALS-PROC.
            PERFORM READ-PROBLEM-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Transactions read:" TO WS-LOG-LABEL
                  MOVE PTOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions applied:" TO WS-LOG-LABEL
                  MOVE PTOT-APPLIED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions rejected:" TO WS-LOG-LABEL
                  MOVE PTOT-REJECTED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE PROBLEM-TOTALS-FILE.
       READ-PROBLEM-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT PROBLEM-TOTALS-FILE.
            READ PROBLEM-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-OFFICIAL-TOTALS-PROC.
            PERFORM READ-OFFICIAL-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Transactions read:" TO WS-LOG-LABEL
                  MOVE OTOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions applied:" TO WS-LOG-LABEL
                  MOVE OTOT-APPLIED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Transactions rejected:" TO WS-LOG-LABEL
                  MOVE OTOT-REJECTED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE OFFICIAL-TOTALS-FILE.
       READ-OFFICIAL-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT OFFICIAL-TOTALS-FILE.
            READ OFFICIAL-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-INTAKE-TOTALS-PROC.
      *>    The intake control report, one entry per feed slot.
            OPEN INPUT INTAKE-TOTALS-FILE.
            MOVE 0 TO WS-TOTALS-READ-OK.
            MOVE 0 TO WS-INTAKE-SCAN-ENDED.
            PERFORM LOG-ONE-FEED-TOTALS-PROC
                  UNTIL WS-INTAKE-SCAN-ENDED = 1.
            CLOSE INTAKE-TOTALS-FILE.
            IF WS-TOTALS-READ-OK = 0 THEN
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
       LOG-ONE-FEED-TOTALS-PROC.
            READ INTAKE-TOTALS-FILE
                  AT END MOVE 1 TO WS-INTAKE-SCAN-ENDED
            END-READ.
            IF WS-INTAKE-SCAN-ENDED = 0 THEN
                  MOVE 1 TO WS-TOTALS-READ-OK
                  MOVE SPACES TO WS-LOG-WORK
                  STRING "  Feed " DELIMITED BY SIZE
                        ITOT-FEED-NO DELIMITED BY SIZE
                        " host " DELIMITED BY SIZE
                        ITOT-HOST-ID DELIMITED BY SIZE
                        " sequence " DELIMITED BY SIZE
                        ITOT-FEED-SEQ DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        ITOT-RESULT DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        ITOT-REASON DELIMITED BY SIZE
                        INTO WS-LOG-WORK
                  PERFORM WRITE-LOG-LINE-PROC
                  IF ITOT-RESULT = "ACCEPTED" THEN
                        MOVE "    Records in feed:" TO WS-LOG-LABEL
                        MOVE ITOT-RECORD-COUNT TO WS-COUNT-STRING-5
                        PERFORM WRITE-LOG-COUNT-PROC
                        MOVE "    Duplicates dropped:"
                              TO WS-LOG-LABEL
                        MOVE ITOT-DROPPED-COUNT TO WS-COUNT-STRING-5
                        PERFORM WRITE-LOG-COUNT-PROC
                        MOVE "    Records merged:" TO WS-LOG-LABEL
                        MOVE ITOT-MERGED-COUNT TO WS-COUNT-STRING-5
                        PERFORM WRITE-LOG-COUNT-PROC
                  END-IF
            END-IF.
       LOG-EDIT-TOTALS-PROC.
            PERFORM READ-EDIT-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-ELIGIBILITY-TOTALS-PROC.
            PERFORM READ-ELIGIBILITY-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Memberships checked:" TO WS-LOG-LABEL
                  MOVE ELTOT-MEMBER-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Teams checked:" TO WS-LOG-LABEL
                  MOVE ELTOT-TEAM-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Eligibility violations:" TO WS-LOG-LABEL
                  MOVE ELTOT-VIOLATION-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE ELIGIBILITY-TOTALS-FILE.
       READ-ELIGIBILITY-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT ELIGIBILITY-TOTALS-FILE.
            READ ELIGIBILITY-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-EXCEPTION-MAINT-TOTALS-PROC.
            PERFORM READ-EXCEPTION-MAINT-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Resolutions read:" TO WS-LOG-LABEL
                  MOVE XMTOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Resolutions applied:" TO WS-LOG-LABEL
                  MOVE XMTOT-APPLIED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Resolutions rejected:" TO WS-LOG-LABEL
                  MOVE XMTOT-REJECTED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE EXCEPTION-MAINT-TOTALS-FILE.
       READ-EXCEPTION-MAINT-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT EXCEPTION-MAINT-TOTALS-FILE.
            READ EXCEPTION-MAINT-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-RUN-TOTALS-PROC.
            PERFORM READ-RUN-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-EXCEPTION-FEED-TOTALS-PROC.
            PERFORM READ-EXCEPTION-FEED-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Exception lines read:" TO WS-LOG-LABEL
                  MOVE XTOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  New exceptions:" TO WS-LOG-LABEL
                  MOVE XTOT-ADDED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Open exceptions:" TO WS-LOG-LABEL
                  MOVE XTOT-OPEN-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Open high-severity:" TO WS-LOG-LABEL
                  MOVE XTOT-OPEN-HIGH-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE EXCEPTION-FEED-TOTALS-FILE.
       READ-EXCEPTION-FEED-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT EXCEPTION-FEED-TOTALS-FILE.
            READ EXCEPTION-FEED-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-GENERATION-TOTALS-PROC.
            PERFORM READ-GENERATION-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  IF GTOT-GENERATION-NO = 0 THEN
                        MOVE "  no generation saved" TO WS-LOG-WORK
                        PERFORM WRITE-LOG-LINE-PROC
                  ELSE
                        MOVE SPACES TO WS-LOG-WORK
                        MOVE "  Generation saved:"
                              TO WS-LOG-WORK(1:28)
                        MOVE GTOT-GENERATION-NO TO WS-LOG-WORK(30:7)
                        MOVE GTOT-MODE TO WS-LOG-WORK(38:8)
                        PERFORM WRITE-LOG-LINE-PROC
                        MOVE SPACES TO WS-LOG-WORK
                        MOVE "  Lines stored:" TO WS-LOG-WORK(1:28)
                        MOVE GTOT-LINES-STORED TO WS-LOG-WORK(30:7)
                        PERFORM WRITE-LOG-LINE-PROC
                        MOVE "  Generations purged:" TO WS-LOG-LABEL
                        MOVE GTOT-PURGED-COUNT TO WS-COUNT-STRING-5
                        PERFORM WRITE-LOG-COUNT-PROC
                  END-IF
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE GENERATION-TOTALS-FILE.
       READ-GENERATION-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT GENERATION-TOTALS-FILE.
            READ GENERATION-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-ARCHIVE-TOTALS-PROC.
            PERFORM READ-ARCHIVE-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
                  MOVE "  Standings rows read:" TO WS-LOG-LABEL
                  MOVE ATOT-READ-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Archive rows added:" TO WS-LOG-LABEL
                  MOVE ATOT-ADDED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
                  MOVE "  Archive rows replaced:" TO WS-LOG-LABEL
                  MOVE ATOT-REPLACED-COUNT TO WS-COUNT-STRING-5
                  PERFORM WRITE-LOG-COUNT-PROC
            ELSE
                  PERFORM WRITE-NO-TOTALS-PROC
            END-IF.
            CLOSE ARCHIVE-TOTALS-FILE.
       READ-ARCHIVE-TOTALS-PROC.
            MOVE 0 TO WS-TOTALS-READ-OK.
            OPEN INPUT ARCHIVE-TOTALS-FILE.
            READ ARCHIVE-TOTALS-FILE
                  AT END CONTINUE
                  NOT AT END MOVE 1 TO WS-TOTALS-READ-OK
            END-READ.
       LOG-SEASON-TOTALS-PROC.
            PERFORM READ-SEASON-TOTALS-PROC.
            IF WS-TOTALS-READ-OK = 1 THEN
            IF WS-STREAM-HALTED = 1 THEN
                  MOVE SPACES TO WS-LOG-WORK
                  STRING "STREAM HALTED AT STEP " DELIMITED BY SIZE
                        WS-HALTED-STEP-NAME DELIMITED BY SIZE
                        " - REMAINING STEPS SKIPPED"
                              DELIMITED BY SIZE
                        INTO WS-LOG-WORK
                  PERFORM WRITE-LOG-LINE-PROC
                  DISPLAY "ERROR: stream halted at step "
                        WS-HALTED-STEP-NAME
                        "- see contest-run-log.txt."
            ELSE
                  MOVE "STREAM COMPLETED" TO WS-LOG-WORK
                  PERFORM WRITE-LOG-LINE-PROC
