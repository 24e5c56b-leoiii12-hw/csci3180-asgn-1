              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL WEIGHTS-FILE ASSIGN TO 'problem-weights.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TEAM-MASTER-FILE
              ASSIGN TO 'team-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TM-TEAM-NAME.
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
            SELECT OPTIONAL FEE-LEDGER-FILE
              ASSIGN TO 'fee-ledger.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FL-TEAM-NAME.
            SELECT OPTIONAL MEMBERSHIP-FILE
              ASSIGN TO 'team-membership.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MB-KEY.
            SELECT OPTIONAL CONTESTANT-MASTER-FILE
              ASSIGN TO 'contestant-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CT-CONTESTANT-ID.
      *>    Every judge action - ruling, rejudge, sign-off,
      *>    supersede - names a requesting and an approving
      *>    official; both must be active on the officials master
      *>    with authority for that action, and every check is
      *>    logged to the authority audit shared with TEAM-BACKOUT.
            SELECT OPTIONAL OFFICIALS-MASTER-FILE
              ASSIGN TO 'officials-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OM-OFFICIAL-ID.
            SELECT OPTIONAL AUTHORITY-AUDIT-FILE
              ASSIGN TO 'authority-audit.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
      *>    The exception master is read twice: by key for each I1
      *>    line this run writes, then front to back for the high
      *>    severity entries still open against the contest.
            SELECT OPTIONAL EXCEPTION-MASTER-FILE
              ASSIGN TO 'exception-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EX-KEY.
            SELECT OPTIONAL EXCEPTION-SCAN-FILE
              ASSIGN TO 'exception-master.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EXS-KEY.
            SELECT OPTIONAL ADJUSTMENTS-FILE
              ASSIGN TO 'adjustments.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
              ASSIGN TO 'balloon-sort.tmp'.
            SELECT RUN-TOTALS-FILE ASSIGN TO 'contest-run-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL STATE-FILE ASSIGN TO 'scoring-state.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SIGNOFF-FILE ASSIGN TO 'run-signoff.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SUPERSEDE-FILE
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SEALED-FILE ASSIGN TO 'final-results.dat'
              ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
            02 WTR-AVG-WEIGHT PIC 9V99.
            02 WTR-ROBUSTNESS-WEIGHT PIC 9V99.
            02 WTR-ROBUSTNESS-THRESHOLD PIC 9(3).
       FD ALIAS-FILE.
       01 ALIAS-RECORD.
            02 ALR-VARIANT PIC X(15).
            02 ADJ-TYPE PIC X(10).
            02 ADJ-POINTS PIC 9(4).
            02 ADJ-REASON PIC X(30).
            02 ADJ-REQUESTER-ID PIC X(8).
            02 ADJ-APPROVER-ID PIC X(8).
       FD TEAM-MASTER-FILE.
       01 TM-RECORD.
            02 TM-TEAM-NAME PIC X(15).
            02 TM-STATUS PIC X(1).
                  88 TM-IS-ACTIVE VALUE "A".
                  88 TM-IS-WITHDRAWN VALUE "W".
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
       FD MEMBERSHIP-FILE.
       01 MB-RECORD.
            02 MB-KEY.
                  03 MB-CONTEST-ID PIC X(10).
                  03 MB-TEAM-NAME PIC X(15).
                  03 MB-CONTESTANT-ID PIC X(8).
            02 MB-ADDED-DATE PIC 9(8).
       FD CONTESTANT-MASTER-FILE.
       01 CT-RECORD.
            02 CT-CONTESTANT-ID PIC X(8).
            02 CT-NAME PIC X(30).
            02 CT-INSTITUTION PIC X(30).
            02 CT-ENROLMENT PIC X(1).
            02 CT-FIRST-SEASON PIC 9(4).
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
      *>    One line per authority check, accepted or rejected,
      *>    appended by both CONTEST-SCORING and TEAM-BACKOUT.
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
       FD EXCEPTION-SCAN-FILE.
       01 EXS-RECORD.
            02 EXS-KEY.
                  03 EXS-CONTEST-ID PIC X(10).
                  03 EXS-SOURCE PIC X(1).
                  03 EXS-ORIGINAL PIC X(60).
            02 EXS-EXCEPTION-NO PIC 9(7).
            02 EXS-REASON PIC X(20).
            02 EXS-SEVERITY PIC X(1).
                  88 EXS-IS-HIGH VALUE "H".
            02 EXS-FIRST-RUN-ID PIC X(26).
            02 EXS-FIRST-SEEN-DATE PIC 9(8).
            02 EXS-LAST-RUN-ID PIC X(26).
            02 EXS-TIMES-SEEN PIC 9(5).
            02 EXS-STATUS PIC X(1).
                  88 EXS-IS-OPEN VALUE "O".
            02 EXS-CLOSED-BY PIC X(8).
            02 EXS-CLOSED-DATE PIC 9(8).
            02 EXS-CLOSE-NOTE PIC X(40).
       FD BALLOON-FILE.
       01 BLN-LINE.
            02 BLN-TEAM-NAME PIC X(15).
            02 BSRT-SUBMIT-TIME PIC 9(6).
            02 BSRT-SPACE-3 PIC X(1).
            02 BSRT-DIVISION PIC X(15).
       FD SIGNOFF-FILE.
       01 SIGNOFF-RECORD.
            02 SGN-AUTH-1 PIC X(8).
            02 SEAL-DIVISION PIC X(15).
            02 SEAL-PROBLEM-SCORE OCCURS 20 TIMES PIC 9(3).
            02 SEAL-TOTAL PIC 9(4).
      *>    Refresh-state carrier. One header record ("H") with the
      *>    cumulative control counters and the submission-file
      *>    high-water mark, then the roster accumulators ("R"). The
            02 RTOT-EXCEPTIONS PIC 9(5).
            02 RTOT-SPACE-4 PIC X(1).
            02 RTOT-RECON-FLAG PIC X(1).
            02 RTOT-SPACE-5 PIC X(1).
            02 RTOT-RUN-ID PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-TEAM.
            02 FSV-SPACE PIC X(1).
            02 FSV-AT-LABEL PIC X(3).
            02 FSV-TIME PIC X(6).
            02 FSV-SPACE-2 PIC X(2).
            02 FSV-TITLE PIC X(30).

      *>    Activity timeline: the accumulated submission details
      *>    bucketed into 15-minute slices of the HHMMSS clock (96
            02 LTR-PROBLEM-ID PIC 9(2).
            02 LTR-COLON PIC X(2).
            02 LTR-SCORE PIC ZZ9.
            02 LTR-SPACE PIC X(2).
            02 LTR-TITLE PIC X(30).
      *>    This contest's team members from team-membership.dat, in
      *>    key order so a team's members sit together, named from
      *>    contestant-master.dat for the letters.
       01 WS-LETTER-MEMBERS.
            05 WS-LMEM-ENTRY OCCURS 3000 TIMES INDEXED BY LMI.
                  10 WS-LMEM-TEAM-NAME PIC X(15).
                  10 WS-LMEM-NAME PIC X(30).
       01 WS-LMEM-COUNT PIC 9(4) VALUE 0.
       01 WS-LMEM-MAX PIC 9(4) VALUE 3000.
       01 WS-LMEM-SCAN-ENDED PIC 9(1).
       01 WS-LTR-MEMBERS-NAMED PIC 9(1).

       01 WS-PROBLEM-WEIGHTS-TABLE.
            05 WS-PW-ENTRY OCCURS 20 TIMES INDEXED BY WI.
                  10 WS-PSUM-SCORE-MIN PIC 9(3).
       01 WS-PSUM-AVG-SCRATCH PIC 9(3).

      *>    The contest's problem set from problem-master.dat, one
      *>    entry per 0-based problem id (entry = id + 1). When the
      *>    master carries the contest, only its active problems are
      *>    in play: a withdrawn problem, or a slot the contest never
      *>    set, scores zero, stays out of the totals, and gets no
      *>    column on the matrix or the timeline. With no entries for
      *>    the contest every slot is in play and the reports keep
      *>    their bare "Pnn" headings, as before the master existed.
      *>    WS-MCOL-PROBLEM maps each printed matrix column back to
      *>    its problem entry; WS-PSET-COLUMN is the reverse.
       01 WS-PROBLEM-SET-TABLE.
            05 WS-PSET-ENTRY OCCURS 20 TIMES.
                  10 WS-PSET-TITLE PIC X(30).
                  10 WS-PSET-SETTER PIC X(25).
                  10 WS-PSET-STATUS PIC X(1).
                  10 WS-PSET-IN-PLAY PIC 9(1).
                  10 WS-PSET-COLUMN PIC 9(2).
       01 WS-PSET-LOADED PIC 9(1) VALUE 0.
       01 WS-PSET-SCAN PIC 9(2).
       01 WS-PSET-SLOT PIC 9(2).
       01 WS-MATRIX-COLUMN-MAP.
            05 WS-MCOL-PROBLEM OCCURS 20 TIMES PIC 9(2).
       01 WS-MCOL-COUNT PIC 9(2) VALUE 0.
       01 WS-MCOL-SCAN PIC 9(2).
       01 WS-MCOL-CELL PIC 9(2).
       01 WS-LEGEND-PRINT-LINE.
            02 LGD-INDENT PIC X(2).
            02 LGD-P PIC X(1).
            02 LGD-PROBLEM-ID PIC 9(2).
            02 LGD-SPACE PIC X(2).
            02 LGD-TITLE PIC X(30).
            02 LGD-SPACE-2 PIC X(1).
            02 LGD-SETTER-LABEL PIC X(7).
            02 LGD-SETTER PIC X(25).
            02 LGD-SPACE-3 PIC X(1).
            02 LGD-STATUS PIC X(11).

      *>    WS-TEAM-ROSTER doubles as the per-team, per-problem score
      *>    accumulator. SCAN-SUBMISSIONS-PROC below looks each
      *>    submission's team up in this table by name (the same
       01 WS-PROBLEM-INDEX-VALID PIC 9(1).
       01 WS-TEAM-NAME-LEN PIC 9(2).

      *>    Scoreboard freeze. When the contest record carries a
      *>    CM-FREEZE-CUTOFF SUBMIT-TIME, SCAN-SUBMISSIONS-PROC holds
      *>    every matched record submitted after it in the
      *>    held-submissions work file instead of accumulating it,
      *>    the "Frozen Standings" section is written from the
      *>    pre-cutoff totals, and the held records are folded back
      *>    in before the final "Ranked Standings" reveal. No cutoff
      *>    means no freeze.
       01 WS-FREEZE-ACTIVE PIC 9(1) VALUE 0.
       01 WS-FREEZE-CUTOFF-TIME PIC 9(6) VALUE 999999.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-FOLDED PIC 9(1) VALUE 0.
       01 WS-HELD-SCAN-ENDED PIC 9(1).

      *>    Refresh mode. CM-SCORING-MODE "R" makes this an
      *>    in-contest refresh: the accumulators, cumulative counters
      *>    and held submissions persisted in scoring-state.txt by the
      *>    previous run are reloaded, the submission scan skips the
      *>    records that run already scored, and a freeze stays frozen
      *>    (no fold, no reveal). Any other mode value, or no record,
      *>    is the historical full rebuild - the mode the final official
      *>    board must be produced in. Every run rewrites the state at
      *>    the end so refreshes can chain off full runs and off each
      *>    other.
      *>    Draft versus official. CM-RUN-MODE "OFFICIAL" on the
      *>    contest record asks for an official run, which demands a
      *>    full rebuild and a dual-control sign-off (two different
      *>    authoriser ids in run-signoff.txt, the first taken as
      *>    the requesting official and the second as the approver,
      *>    both checked against officials-master.dat); it stamps
      *>    the run identifier on the report, CSV and appendix and
      *>    seals the board into final-results.dat. A later
      *>    official run finds the seal and refuses to replace it
      *>    unless supersede-auth.txt carries its own two authorised
      *>    officials, checked the same way - and that supersede
      *>    is recorded in the audit trailer. Any failed
      *>    requirement downgrades the run to a labelled draft and
      *>    ends it with a non-zero status. An official run is
      *>    also refused while the contest is still SCHEDULED or
      *>    already ARCHIVED. No record, or any other mode, is a
      *>    draft run: every page and output file says DRAFT, and the
      *>    seal is never touched.
       01 WS-OFFICIAL-MODE PIC 9(1) VALUE 0.
       01 WS-DRAFT-LABEL PIC 9(1) VALUE 1.
       01 WS-MODE-FAILED PIC 9(1) VALUE 0.
       01 WS-SUPERSEDE-OK PIC 9(1) VALUE 0.
       01 WS-SUPERSEDE-AUTH-1 PIC X(8) VALUE SPACES.
       01 WS-SUPERSEDE-AUTH-2 PIC X(8) VALUE SPACES.

      *>    Authority check. The caller sets the action, the
      *>    requesting and approving official ids and a subject
      *>    for the audit line; WS-AUTH-OK comes back 1 only when
      *>    both officials are active, both hold authority for the
      *>    action, and they are not the same person.
       01 WS-AUTH-ACTION PIC X(10).
       01 WS-AUTH-REQUESTER-ID PIC X(8).
       01 WS-AUTH-APPROVER-ID PIC X(8).
       01 WS-AUTH-SUBJECT PIC X(40).
       01 WS-AUTH-OK PIC 9(1).
       01 WS-AUTH-REASON PIC X(24).
       01 WS-AUTH-ROLE PIC X(9).
       01 WS-AUTH-FOUND PIC 9(1).
       01 WS-AUTH-ALLOWED PIC 9(1).
       01 WS-AUTH-DATE PIC 9(8).
       01 WS-AUTH-TIME PIC 9(8).
       01 WS-SEALED-EXISTS PIC 9(1) VALUE 0.
       01 WS-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-CID-LEN PIC 9(2).

      *>    The contest of record. The contest id is the one
      *>    parameter on the command line (the stream driver's own
      *>    when CONTEST-RUN calls this step); name, modes, freeze
      *>    and lifecycle status come from its contest-master.dat
      *>    record.
       01 WS-CONTEST-FOUND PIC 9(1) VALUE 0.
       01 WS-CONTEST-NAME PIC X(33) VALUE SPACES.
       01 WS-CONTEST-STATUS PIC X(9) VALUE SPACES.
       01 WS-RUN-ID PIC X(26) VALUE SPACES.

       01 WS-REFRESH-MODE PIC 9(1) VALUE 0.

      *>    Rejudge mode. rejudge-requests.txt names one problem and
      *>    a SUBMIT-TIME range on its first line (problem id 9(2),
      *>    from-time 9(6), to-time 9(6), run together, then the
      *>    requesting and approving official ids X(8) each in
      *>    columns 15-30), followed by the corrected records in the
      *>    normal submission layout. A rejudge whose officials fail
      *>    the authority check is ignored.
      *>    The run first scores and publishes the board exactly as
      *>    it stood - the sheet already on the wall - then re-scores
      *>    only the affected WS-ROSTER-PROBLEM slots with the
       01 WS-OLD-COUNT PIC 9(3) VALUE 0.
       01 WS-RJ-OLD-RANK PIC 9(3).
       01 WS-RJ-RAW-RECORD PIC X(45).
       01 WS-RJ-REQUESTER-ID PIC X(8) VALUE SPACES.
       01 WS-RJ-APPROVER-ID PIC X(8) VALUE SPACES.

      *>    Judge rulings from adjustments.txt (one fixed-column line
      *>    per ruling: team, problem id or "ALL", type, points,
      *>    reason, requesting official, approving official). A
      *>    ruling whose officials fail the authority check is
      *>    listed as UNAUTHORISED and never applied. The others
      *>    are applied to a team's total after the
      *>    problem loop has computed it and before the standing is
      *>    captured, so reportcob.txt and standings.csv carry the
      *>    same adjusted numbers, and every ruling is listed in the
            02 PSUMF-SPACE4 PIC X(1).
            02 PSUMF-MIN-LABEL PIC X(4).
            02 PSUMF-MIN PIC ZZ9.
            02 PSUMF-SPACE5 PIC X(2).
            02 PSUMF-TITLE PIC X(30).
       01 WS-ADJ-PRINT-LINE.
            02 ADJR-TEAM-NAME PIC X(15).
            02 ADJR-SPACE PIC X(1).
       01 WS-RECON-LABEL PIC X(26).
       01 WS-RECON-VALUE PIC X(30).

      *>    High-severity exceptions still open hold back the seal:
      *>    those on the exception master, plus this run's I1 lines
      *>    that have never been fed to it (the feed runs after this
      *>    step). An I1 line already resolved or waived on the
      *>    master does not count again.
       01 WS-EXC-MASTER-OPEN PIC 9(1) VALUE 0.
       01 WS-EXC-SCAN-ENDED PIC 9(1).
       01 WS-EXC-NEW-HIGH-COUNT PIC 9(5) VALUE 0.
       01 WS-EXC-OPEN-HIGH-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-DATE-STRING PIC X(8).
       01 WS-TIME-STRING PIC X(8).
       01 WS-COUNT-STRING-3 PIC X(3).
       01 WS-COUNT-STRING-5 PIC X(5).
       01 WS-FEE-BALANCE PIC S9(6)V99.
       01 WS-FEE-BALANCE-STRING PIC ZZZZ9.99.
       01 WS-FEES-OWED-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROC.
            PERFORM LOAD-CONTEST-PROC.
            PERFORM LOAD-RUN-MODE-PROC.
            PERFORM LOAD-PROBLEM-SET-PROC.
            PERFORM INIT-PROBLEM-SUMMARY-PROC.
            PERFORM INIT-PROBLEM-WEIGHTS-PROC.
            PERFORM LOAD-PROBLEM-WEIGHTS-PROC.
            PERFORM INIT-OUTCOME-CODES-PROC.
            PERFORM LOAD-OUTCOME-CODES-PROC.
            PERFORM LOAD-ADJUSTMENTS-PROC.
            PERFORM LOAD-REJUDGE-REQUESTS-PROC.
            PERFORM LOAD-TEAM-ALIASES-PROC.

            MOVE "2018 CUHK CSE Programming Contest"
                  TO PH-CONTEST-NAME.
            IF WS-CONTEST-NAME NOT = SPACES THEN
                  MOVE WS-CONTEST-NAME TO PH-CONTEST-NAME
            END-IF.
            MOVE WS-RUN-DATE TO WS-DATE-STRING.
            MOVE WS-DATE-STRING TO PH-RUN-DATE.
            MOVE WS-RUN-TIME TO WS-TIME-STRING.
                  INTO WS-RUN-ID.
       SHRINK-CID-LEN-PROC.
            SUBTRACT 1 FROM WS-CID-LEN.
       LOAD-CONTEST-PROC.
            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.
            IF WS-CONTEST-ID NOT = SPACES THEN
                  OPEN INPUT CONTEST-MASTER-FILE
                  MOVE WS-CONTEST-ID TO CM-CONTEST-ID
                  READ CONTEST-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                              MOVE 1 TO WS-CONTEST-FOUND
                              PERFORM TAKE-CONTEST-SETTINGS-PROC
                  END-READ
                  CLOSE CONTEST-MASTER-FILE
            END-IF.
            IF WS-CONTEST-FOUND = 0 THEN
                  DISPLAY "WARNING: contest " WS-CONTEST-ID
                        " not on contest-master.dat - draft full "
                        "rebuild, no freeze."
            END-IF.
       TAKE-CONTEST-SETTINGS-PROC.
            MOVE CM-CONTEST-NAME TO WS-CONTEST-NAME.
            MOVE CM-STATUS TO WS-CONTEST-STATUS.
            IF CM-IS-REFRESH THEN
                  MOVE 1 TO WS-REFRESH-MODE
            END-IF.
            IF CM-IS-OFFICIAL THEN
                  MOVE 1 TO WS-OFFICIAL-MODE
            END-IF.
      *>    A freeze cutoff that is present and numeric freezes the
      *>    board there; a garbled value leaves the run unfrozen
      *>    rather than silently freezing at time zero.
            IF CM-FREEZE-CUTOFF NOT = SPACES THEN
                  IF CM-FREEZE-CUTOFF IS NUMERIC THEN
                        MOVE 1 TO WS-FREEZE-ACTIVE
                        MOVE CM-FREEZE-CUTOFF TO WS-FREEZE-CUTOFF-TIME
                  ELSE
                        DISPLAY "WARNING: freeze cutoff on "
                              "contest-master.dat is not numeric - "
                              "freeze ignored."
                  END-IF
            END-IF.
       LOAD-RUN-MODE-PROC.
            IF WS-OFFICIAL-MODE = 1 THEN
                  PERFORM CHECK-OFFICIAL-RUN-PROC
            END-IF.
            IF WS-OFFICIAL-MODE = 1 THEN
                  MOVE 0 TO WS-DRAFT-LABEL
            END-IF.
       CHECK-OFFICIAL-RUN-PROC.
      *>    Every requirement an official run fails downgrades it to
      *>    a labelled draft with a non-zero completion code, so the
      *>    stream halts instead of publishing - and the sealed
      *>    board on disk stays exactly as it was.
            IF WS-CONTEST-STATUS = "SCHEDULED" OR
                  WS-CONTEST-STATUS = "ARCHIVED" THEN
                  DISPLAY "ERROR: contest is " WS-CONTEST-STATUS
                        " - no official run allowed - run is a "
                        "draft."
                  PERFORM FAIL-OFFICIAL-RUN-PROC
            END-IF.

            IF WS-REFRESH-MODE = 1 THEN
                  DISPLAY "ERROR: an official run must be a full "
                        "rebuild, not a refresh - run is a draft."
                  PERFORM LOAD-SIGNOFF-PROC
                  IF WS-SIGNOFF-OK = 0 THEN
                        DISPLAY "ERROR: official run requires two "
                              "different authorised sign-off "
                              "officials in run-signoff.txt - run "
                              "is a draft."
                        PERFORM FAIL-OFFICIAL-RUN-PROC
                  END-IF
            END-IF.
            MOVE 0 TO WS-OFFICIAL-MODE.
            MOVE 1 TO WS-MODE-FAILED.
       LOAD-SIGNOFF-PROC.
      *>    The first authoriser requests the sign-off and the
      *>    second approves it. Blank, unknown, withdrawn or
      *>    repeated ids all fail the authority check.
            MOVE 0 TO WS-SIGNOFF-OK.
            OPEN INPUT SIGNOFF-FILE.
            READ SIGNOFF-FILE
                  AT END CONTINUE
                  NOT AT END
                        MOVE "SIGN-OFF" TO WS-AUTH-ACTION
                        MOVE SGN-AUTH-1 TO WS-AUTH-REQUESTER-ID
                        MOVE SGN-AUTH-2 TO WS-AUTH-APPROVER-ID
                        MOVE "OFFICIAL RUN" TO WS-AUTH-SUBJECT
                        PERFORM CHECK-AUTHORITY-PROC
                        IF WS-AUTH-OK = 1 THEN
                              MOVE 1 TO WS-SIGNOFF-OK
                              MOVE SGN-AUTH-1 TO WS-SIGNOFF-AUTH-1
                              MOVE SGN-AUTH-2 TO WS-SIGNOFF-AUTH-2
                        ELSE
                              DISPLAY "ERROR: sign-off by "
                                    SGN-AUTH-1 "/" SGN-AUTH-2
                                    " refused - " WS-AUTH-REASON
                        END-IF
            END-READ.
            CLOSE SIGNOFF-FILE.
            READ SUPERSEDE-FILE
                  AT END CONTINUE
                  NOT AT END
                        MOVE "SUPERSEDE" TO WS-AUTH-ACTION
                        MOVE SUP-AUTH-1 TO WS-AUTH-REQUESTER-ID
                        MOVE SUP-AUTH-2 TO WS-AUTH-APPROVER-ID
                        MOVE "SEALED FINAL RESULTS" TO WS-AUTH-SUBJECT
                        PERFORM CHECK-AUTHORITY-PROC
                        IF WS-AUTH-OK = 1 THEN
                              MOVE 1 TO WS-SUPERSEDE-OK
                              MOVE SUP-AUTH-1 TO WS-SUPERSEDE-AUTH-1
                              MOVE SUP-AUTH-2 TO WS-SUPERSEDE-AUTH-2
                        ELSE
                              DISPLAY "ERROR: supersede by "
                                    SUP-AUTH-1 "/" SUP-AUTH-2
                                    " refused - " WS-AUTH-REASON
                        END-IF
            END-READ.
            CLOSE SUPERSEDE-FILE.
       CHECK-AUTHORITY-PROC.
      *>    Requester first, then approver, then the two-person
      *>    rule; the first failure is the reason logged.
            MOVE 1 TO WS-AUTH-OK.
            MOVE SPACES TO WS-AUTH-REASON.
            OPEN INPUT OFFICIALS-MASTER-FILE.
            MOVE "REQUESTER" TO WS-AUTH-ROLE.
            MOVE WS-AUTH-REQUESTER-ID TO OM-OFFICIAL-ID.
            PERFORM CHECK-ONE-OFFICIAL-PROC.
            IF WS-AUTH-OK = 1 THEN
                  MOVE "APPROVER" TO WS-AUTH-ROLE
                  MOVE WS-AUTH-APPROVER-ID TO OM-OFFICIAL-ID
                  PERFORM CHECK-ONE-OFFICIAL-PROC
            END-IF.
            CLOSE OFFICIALS-MASTER-FILE.
            IF WS-AUTH-OK = 1 AND
                  WS-AUTH-REQUESTER-ID = WS-AUTH-APPROVER-ID THEN
                  MOVE 0 TO WS-AUTH-OK
                  MOVE "SAME OFFICIAL" TO WS-AUTH-REASON
            END-IF.
            PERFORM WRITE-AUTHORITY-AUDIT-PROC.
       CHECK-ONE-OFFICIAL-PROC.
            MOVE 0 TO WS-AUTH-FOUND.
            MOVE 0 TO WS-AUTH-ALLOWED.
            IF OM-OFFICIAL-ID NOT = SPACES THEN
                  READ OFFICIALS-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                              MOVE 1 TO WS-AUTH-FOUND
                              PERFORM CHECK-OFFICIAL-ALLOWED-PROC
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
                        IF WS-AUTH-ALLOWED = 0 THEN
                              MOVE 0 TO WS-AUTH-OK
                              STRING WS-AUTH-ROLE DELIMITED BY SPACE
                                    " NOT AUTHORISED"
                                    DELIMITED BY SIZE
                                    INTO WS-AUTH-REASON
                        END-IF
                  END-IF
            END-IF.
       CHECK-OFFICIAL-ALLOWED-PROC.
            IF OM-IS-ACTIVE THEN
                  IF WS-AUTH-ACTION = "ADJUST" AND
                        OM-MAY-ADJUST = "Y" THEN
                        MOVE 1 TO WS-AUTH-ALLOWED
                  END-IF
                  IF WS-AUTH-ACTION = "DISQUALIFY" AND
                        OM-MAY-DISQUALIFY = "Y" THEN
                        MOVE 1 TO WS-AUTH-ALLOWED
                  END-IF
                  IF WS-AUTH-ACTION = "REJUDGE" AND
                        OM-MAY-REJUDGE = "Y" THEN
                        MOVE 1 TO WS-AUTH-ALLOWED
                  END-IF
                  IF WS-AUTH-ACTION = "SIGN-OFF" AND
                        OM-MAY-SIGN-OFF = "Y" THEN
                        MOVE 1 TO WS-AUTH-ALLOWED
                  END-IF
                  IF WS-AUTH-ACTION = "SUPERSEDE" AND
                        OM-MAY-SUPERSEDE = "Y" THEN
                        MOVE 1 TO WS-AUTH-ALLOWED
                  END-IF
            END-IF.
       WRITE-AUTHORITY-AUDIT-PROC.
            ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-AUTH-TIME FROM TIME.
            MOVE SPACES TO AAUD-LINE.
            MOVE WS-AUTH-DATE TO AAUD-DATE.
            MOVE WS-AUTH-TIME(1:6) TO AAUD-TIME.
            MOVE "SCORING" TO AAUD-PROGRAM.
            MOVE WS-CONTEST-ID TO AAUD-CONTEST-ID.
            MOVE WS-AUTH-ACTION TO AAUD-ACTION.
            MOVE WS-AUTH-REQUESTER-ID TO AAUD-REQUESTER-ID.
            MOVE WS-AUTH-APPROVER-ID TO AAUD-APPROVER-ID.
            IF WS-AUTH-OK = 1 THEN
                  MOVE "ACCEPTED" TO AAUD-RESULT
            ELSE
                  MOVE "REJECTED" TO AAUD-RESULT
            END-IF.
            MOVE WS-AUTH-REASON TO AAUD-REASON.
            MOVE WS-AUTH-SUBJECT TO AAUD-SUBJECT.
            OPEN EXTEND AUTHORITY-AUDIT-FILE.
            WRITE AAUD-LINE.
            CLOSE AUTHORITY-AUDIT-FILE.
       LOAD-SCORING-STATE-PROC.
      *>    Reload the previous run's accumulators. A missing or
      *>    truncated state file leaves WS-STATE-LOADED at zero and
                        END-IF
                  END-IF
            END-IF.
       LOAD-PROBLEM-SET-PROC.
      *>    One keyed read per problem slot for this contest.
            PERFORM INIT-ONE-PROBLEM-SET-ENTRY-PROC
                  VARYING WS-PSET-SCAN FROM 1 BY 1
                  UNTIL WS-PSET-SCAN > WS-NUM-PROBLEMS.
            OPEN INPUT PROBLEM-MASTER-FILE.
            PERFORM LOAD-ONE-PROBLEM-SET-ENTRY-PROC
                  VARYING WS-PSET-SCAN FROM 1 BY 1
                  UNTIL WS-PSET-SCAN > WS-NUM-PROBLEMS.
            CLOSE PROBLEM-MASTER-FILE.

            IF WS-PSET-LOADED = 1 THEN
                  PERFORM MARK-ONE-PROBLEM-IN-PLAY-PROC
                        VARYING WS-PSET-SCAN FROM 1 BY 1
                        UNTIL WS-PSET-SCAN > WS-NUM-PROBLEMS
            ELSE
                  DISPLAY "NOTE: no problem set on problem-master.dat "
                        "for this contest - all problem slots scored."
            END-IF.

            MOVE 0 TO WS-MCOL-COUNT.
            PERFORM MAP-ONE-MATRIX-COLUMN-PROC
                  VARYING WS-PSET-SCAN FROM 1 BY 1
                  UNTIL WS-PSET-SCAN > WS-NUM-PROBLEMS.
       INIT-ONE-PROBLEM-SET-ENTRY-PROC.
            MOVE SPACES TO WS-PSET-TITLE(WS-PSET-SCAN).
            MOVE SPACES TO WS-PSET-SETTER(WS-PSET-SCAN).
            MOVE SPACE TO WS-PSET-STATUS(WS-PSET-SCAN).
            MOVE 1 TO WS-PSET-IN-PLAY(WS-PSET-SCAN).
            MOVE 0 TO WS-PSET-COLUMN(WS-PSET-SCAN).
       LOAD-ONE-PROBLEM-SET-ENTRY-PROC.
            MOVE WS-CONTEST-ID TO PM-CONTEST-ID.
            COMPUTE PM-PROBLEM-ID = WS-PSET-SCAN - 1.
            READ PROBLEM-MASTER-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        MOVE 1 TO WS-PSET-LOADED
                        MOVE PM-TITLE TO WS-PSET-TITLE(WS-PSET-SCAN)
                        MOVE PM-SETTER TO WS-PSET-SETTER(WS-PSET-SCAN)
                        MOVE PM-STATUS TO WS-PSET-STATUS(WS-PSET-SCAN)
            END-READ.
       MARK-ONE-PROBLEM-IN-PLAY-PROC.
            IF WS-PSET-STATUS(WS-PSET-SCAN) = "A" THEN
                  MOVE 1 TO WS-PSET-IN-PLAY(WS-PSET-SCAN)
            ELSE
                  MOVE 0 TO WS-PSET-IN-PLAY(WS-PSET-SCAN)
            END-IF.
       MAP-ONE-MATRIX-COLUMN-PROC.
            IF WS-PSET-IN-PLAY(WS-PSET-SCAN) = 1 THEN
                  ADD 1 TO WS-MCOL-COUNT
                  MOVE WS-PSET-SCAN TO WS-MCOL-PROBLEM(WS-MCOL-COUNT)
                  MOVE WS-MCOL-COUNT TO WS-PSET-COLUMN(WS-PSET-SCAN)
            END-IF.
       INIT-PROBLEM-SUMMARY-PROC.
            PERFORM INIT-ONE-PROBLEM-SUMMARY-PROC
                  VARYING PI FROM 1 BY 1 UNTIL PI > WS-NUM-PROBLEMS.
                              "line ignored."
                  END-IF
            END-IF.
       LOAD-ADJUSTMENTS-PROC.
            OPEN INPUT ADJUSTMENTS-FILE.
            MOVE 0 TO WS-ADJ-SCAN-ENDED.
                        END-IF
                        MOVE ADJ-REASON TO WS-ADJ-REASON(AJ)
                        MOVE "U" TO WS-ADJ-STATUS(AJ)
                        PERFORM CHECK-ADJUSTMENT-AUTHORITY-PROC
                  ELSE
                        DISPLAY
                              "WARNING: adjustments table full - "
                              "line ignored."
                  END-IF
            END-IF.
       CHECK-ADJUSTMENT-AUTHORITY-PROC.
      *>    A disqualification needs its own authority; penalties,
      *>    bonuses and rulings of any other type are adjustments.
            IF ADJ-TYPE = "DISQUALIFY" THEN
                  MOVE "DISQUALIFY" TO WS-AUTH-ACTION
            ELSE
                  MOVE "ADJUST" TO WS-AUTH-ACTION
            END-IF.
            MOVE ADJ-REQUESTER-ID TO WS-AUTH-REQUESTER-ID.
            MOVE ADJ-APPROVER-ID TO WS-AUTH-APPROVER-ID.
            MOVE SPACES TO WS-AUTH-SUBJECT.
            STRING ADJ-TEAM-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ADJ-PROBLEM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ADJ-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ADJ-POINTS(AJ) DELIMITED BY SIZE
                  INTO WS-AUTH-SUBJECT.
            PERFORM CHECK-AUTHORITY-PROC.
            IF WS-AUTH-OK = 0 THEN
                  MOVE "O" TO WS-ADJ-STATUS(AJ)
                  DISPLAY "WARNING: ruling for " ADJ-TEAM-NAME
                        " not applied - " WS-AUTH-REASON
            END-IF.
       LOAD-REJUDGE-REQUESTS-PROC.
            OPEN INPUT REJUDGE-FILE.
            MOVE 0 TO WS-RJ-SCAN-ENDED.
                  IF WS-RJ-HEADER IS NUMERIC AND
                        WS-RJ-PROBLEM-ID < WS-NUM-PROBLEMS AND
                        WS-RJ-FROM-TIME <= WS-RJ-TO-TIME THEN
                        PERFORM CHECK-REJUDGE-AUTHORITY-PROC
                  ELSE
                        DISPLAY
                              "WARNING: rejudge-requests.txt header "
                              "is invalid - rejudge ignored."
                  END-IF
            END-IF.
       CHECK-REJUDGE-AUTHORITY-PROC.
            MOVE "REJUDGE" TO WS-AUTH-ACTION.
            MOVE WS-RJ-REQUESTER-ID TO WS-AUTH-REQUESTER-ID.
            MOVE WS-RJ-APPROVER-ID TO WS-AUTH-APPROVER-ID.
            MOVE SPACES TO WS-AUTH-SUBJECT.
            STRING "PROBLEM " DELIMITED BY SIZE
                  WS-RJ-PROBLEM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RJ-FROM-TIME DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RJ-TO-TIME DELIMITED BY SIZE
                  INTO WS-AUTH-SUBJECT.
            PERFORM CHECK-AUTHORITY-PROC.
            IF WS-AUTH-OK = 1 THEN
                  MOVE 1 TO WS-REJUDGE-ACTIVE
            ELSE
                  DISPLAY
                        "WARNING: rejudge not authorised - "
                        WS-AUTH-REASON " - rejudge ignored."
            END-IF.
       LOAD-ONE-REJUDGE-LINE-PROC.
            READ REJUDGE-FILE INTO WS-RJ-RAW-RECORD
                  AT END MOVE 1 TO WS-RJ-SCAN-ENDED
                  IF WS-RJ-HEADER-READ = 0 THEN
                        MOVE 1 TO WS-RJ-HEADER-READ
                        MOVE WS-RJ-RAW-RECORD(1:14) TO WS-RJ-HEADER
                        MOVE WS-RJ-RAW-RECORD(15:8)
                              TO WS-RJ-REQUESTER-ID
                        MOVE WS-RJ-RAW-RECORD(23:8)
                              TO WS-RJ-APPROVER-ID
                  ELSE
                        PERFORM STORE-ONE-REJUDGE-RECORD-PROC
                  END-IF

            PERFORM RECONCILE-RUN-PROC.

            IF WS-OFFICIAL-MODE = 1 THEN
                  PERFORM CHECK-OPEN-EXCEPTIONS-PROC
            END-IF.

            CLOSE REPORT-FILE.

      *>    Only a balanced official run may seal the board; an
      *>    out-of-balance one already carries status 8 and must
      *>    never become the record of the contest. An official run
      *>    with a high-severity exception still open has already
      *>    been downgraded to a draft above.
            IF WS-OFFICIAL-MODE = 1 AND WS-RECON-BALANCED = 1 THEN
                  PERFORM WRITE-SEALED-RESULTS-PROC
            END-IF.
            ELSE
                  MOVE "U" TO RTOT-RECON-FLAG
            END-IF.
            MOVE SPACE TO RTOT-SPACE-5.
            MOVE WS-RUN-ID TO RTOT-RUN-ID.
            WRITE RTOT-RECORD.
            CLOSE RUN-TOTALS-FILE.
       SCAN-SUBMISSIONS-PROC.

            MOVE 0 TO WS-PROBLEM-FINAL-SCORE.

      *>    A problem out of play (withdrawn, or not in the set)
      *>    scores zero, so it drops out of every total.
            SET WS-PSET-SLOT TO I.

            IF (WS-PROBLEM-MAX-SCORE(I) > 0) AND
                  WS-PSET-IN-PLAY(WS-PSET-SLOT) = 1 THEN
                  MOVE WS-PROBLEM-BASE-SCORE(I) TO WS-PROBLEM-B-SCORE

                  IF (WS-PROBLEM-BASE-SCORE(I) = 100) THEN
            PERFORM APPLY-ONE-ADJUSTMENT-PROC
                  VARYING AI FROM 1 BY 1 UNTIL AI > WS-ADJ-COUNT.
       APPLY-ONE-ADJUSTMENT-PROC.
      *>    An unauthorised ruling stays on the list but never
      *>    touches the score.
            IF WS-ADJ-TEAM-NAME(AI) = T-TEAM-NAME AND
                  WS-ADJ-STATUS(AI) NOT = "O" THEN
                  MOVE WS-ALL-PROBLEMS-SCORE TO WS-ADJ-SIGNED-TOTAL
                  IF WS-ADJ-TYPE(AI) = "PENALTY" THEN
                        SUBTRACT WS-ADJ-POINTS(AI)
                              SUBTRACT WS-CTS-SCORE(CI)
                                    FROM WS-ADJ-SIGNED-TOTAL
                              MOVE 0 TO WS-CTS-SCORE(CI)
                              PERFORM ZERO-ONE-MATRIX-CELL-PROC
                              MOVE "A" TO WS-ADJ-STATUS(AI)
                        ELSE
                              MOVE "P" TO WS-ADJ-STATUS(AI)
            END-IF.
       ZERO-ONE-PROBLEM-COLUMN-PROC.
            MOVE 0 TO WS-CTS-SCORE(CI).
            PERFORM ZERO-ONE-MATRIX-CELL-PROC.
       ZERO-ONE-MATRIX-CELL-PROC.
      *>    Only problems in play have a matrix column to zero.
            SET WS-PSET-SLOT TO CI.
            IF WS-PSET-COLUMN(WS-PSET-SLOT) > 0 THEN
                  MOVE WS-PSET-COLUMN(WS-PSET-SLOT) TO WS-MCOL-CELL
                  MOVE 0 TO ML-CELL-SCORE(WS-MCOL-CELL)
            END-IF.
       CLAMP-ADJUSTED-TOTAL-PROC.
      *>    A ruling can push the arithmetic outside what the
      *>    standings fields can carry; the published total floors
            MOVE "Team Score Report" TO WS-SECTION-TITLE.
            PERFORM START-REPORT-SECTION-PROC.

            PERFORM PRINT-PROBLEM-LEGEND-PROC.

            PERFORM BUILD-MATRIX-HEADER-PROC.
            MOVE WS-MATRIX-HEADER-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       PRINT-PROBLEM-LEGEND-PROC.
      *>    The matrix and timeline columns are too narrow for a
      *>    title, so each section opens with the problem set spelled
      *>    out: id, title, setter, and any problem withdrawn from
      *>    the board.
            IF WS-PSET-LOADED = 1 THEN
                  PERFORM PRINT-ONE-LEGEND-LINE-PROC
                        VARYING WS-PSET-SCAN FROM 1 BY 1
                        UNTIL WS-PSET-SCAN > WS-NUM-PROBLEMS
                  PERFORM WRITE-REPORT-BLANK-PROC
            END-IF.
       PRINT-ONE-LEGEND-LINE-PROC.
            IF WS-PSET-STATUS(WS-PSET-SCAN) NOT = SPACE THEN
                  MOVE SPACES TO WS-LEGEND-PRINT-LINE
                  MOVE "P" TO LGD-P
                  COMPUTE LGD-PROBLEM-ID = WS-PSET-SCAN - 1
                  MOVE WS-PSET-TITLE(WS-PSET-SCAN) TO LGD-TITLE
                  IF WS-PSET-SETTER(WS-PSET-SCAN) NOT = SPACES THEN
                        MOVE "set by " TO LGD-SETTER-LABEL
                        MOVE WS-PSET-SETTER(WS-PSET-SCAN) TO LGD-SETTER
                  END-IF
                  IF WS-PSET-IN-PLAY(WS-PSET-SCAN) = 0 THEN
                        MOVE "(withdrawn)" TO LGD-STATUS
                  END-IF
                  MOVE WS-LEGEND-PRINT-LINE TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
       BUILD-MATRIX-HEADER-PROC.
            MOVE SPACES TO WS-MATRIX-HEADER-LINE.
            MOVE "TEAM" TO MH-TEAM-LABEL.
            PERFORM BUILD-ONE-MATRIX-HEADER-CELL-PROC
                  VARYING WS-MCOL-SCAN FROM 1 BY 1
                  UNTIL WS-MCOL-SCAN > WS-MCOL-COUNT.
            MOVE "  TOTAL" TO MH-TOTAL-LABEL.
       BUILD-ONE-MATRIX-HEADER-CELL-PROC.
            MOVE SPACE TO MH-CELL-SPACE(WS-MCOL-SCAN).
            MOVE "P" TO MH-CELL-P(WS-MCOL-SCAN).
            COMPUTE TWO_NUMBER_STRING =
                  WS-MCOL-PROBLEM(WS-MCOL-SCAN) - 1.
            MOVE TWO_NUMBER_STRING TO MH-CELL-ID(WS-MCOL-SCAN).
       RECORD-MATRIX-CELL-PROC.
            SET WS-PSET-SLOT TO I.
            IF WS-PSET-COLUMN(WS-PSET-SLOT) > 0 THEN
                  MOVE WS-PSET-COLUMN(WS-PSET-SLOT) TO WS-MCOL-CELL
                  MOVE SPACE TO ML-CELL-SPACE(WS-MCOL-CELL)
                  MOVE WS-PROBLEM-FINAL-SCORE
                        TO ML-CELL-SCORE(WS-MCOL-CELL)
            END-IF.
       DISPLAY-TEAM-SCORE-PROC.
            MOVE SPACE TO ML-T-SPACE.
            MOVE "T:" TO ML-T-LABEL.
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
       PRINT-ONE-FIRST-SOLVE-PROC.
      *>    A problem out of play has no award to give.
            SET WS-PSET-SLOT TO FI.
            IF WS-PSET-IN-PLAY(WS-PSET-SLOT) = 1 THEN
                  MOVE SPACES TO WS-FSOLVE-PRINT-LINE
                  MOVE "P" TO FSV-P
                  COMPUTE TWO_NUMBER_STRING = FI - 1
                  MOVE TWO_NUMBER_STRING TO FSV-PROBLEM-ID
                  MOVE ": " TO FSV-COLON
                  IF WS-FS-TEAM-NUM(FI) = 0 THEN
                        MOVE "unsolved" TO FSV-TEAM-NAME
                  ELSE
                        SET RI TO WS-FS-TEAM-NUM(FI)
                        MOVE WS-ROSTER-TEAM-NAME(RI) TO FSV-TEAM-NAME
                        MOVE "at " TO FSV-AT-LABEL
                        MOVE WS-FS-TIME(FI)(2:6) TO FSV-TIME
                  END-IF
                  MOVE WS-PSET-TITLE(WS-PSET-SLOT) TO FSV-TITLE
                  MOVE WS-FSOLVE-PRINT-LINE TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
       DISPLAY-PROBLEM-SUMMARY-PROC.
            MOVE "Problem Difficulty Report" TO WS-SECTION-TITLE.
            PERFORM START-REPORT-SECTION-PROC.
            PERFORM PRINT-PROBLEM-SUMMARY-LINE-PROC
                  VARYING PI FROM 1 BY 1 UNTIL PI > WS-NUM-PROBLEMS.
       PRINT-PROBLEM-SUMMARY-LINE-PROC.
            SET WS-PSET-SLOT TO PI.
            IF WS-PSUM-ATTEMPTED-TEAMS(PI) > 0 AND
                  WS-PSET-IN-PLAY(WS-PSET-SLOT) = 1 THEN
                  COMPUTE TWO_NUMBER_STRING = PI - 1
                  COMPUTE WS-PSUM-AVG-SCRATCH =
                        WS-PSUM-SCORE-TOTAL(PI) /
                  MOVE SPACE TO PSUMF-SPACE4
                  MOVE "min " TO PSUMF-MIN-LABEL
                  MOVE WS-PSUM-SCORE-MIN(PI) TO PSUMF-MIN
                  MOVE SPACES TO PSUMF-SPACE5
                  MOVE WS-PSET-TITLE(WS-PSET-SLOT) TO PSUMF-TITLE
                  MOVE WS-PSUM-PRINT-LINE TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
            END-IF.
            IF WS-ADJ-STATUS(AI) = "T" THEN
                  MOVE "BAD TYPE" TO ADJR-STATUS
            END-IF.
            IF WS-ADJ-STATUS(AI) = "O" THEN
                  MOVE "UNAUTHORISED" TO ADJR-STATUS
            END-IF.
            MOVE SPACE TO ADJR-SPACE-5.
            MOVE WS-ADJ-REASON(AI) TO ADJR-REASON.
            MOVE WS-ADJ-PRINT-LINE TO WS-PRINT-LINE.
            MOVE "Contest Activity Timeline" TO WS-SECTION-TITLE.
            PERFORM START-REPORT-SECTION-PROC.

            PERFORM PRINT-PROBLEM-LEGEND-PROC.

            PERFORM BUILD-TIMELINE-HEADER-PROC.
            MOVE WS-TLB-HEADER-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE SPACES TO WS-TLB-HEADER-LINE.
            MOVE "TIME" TO TLBH-LABEL.
            PERFORM BUILD-ONE-TLB-HEADER-CELL-PROC
                  VARYING WS-MCOL-SCAN FROM 1 BY 1
                  UNTIL WS-MCOL-SCAN > WS-MCOL-COUNT.
            MOVE "   TOTAL" TO TLBH-TOTAL-LABEL.
       BUILD-ONE-TLB-HEADER-CELL-PROC.
      *>    Same columns as the score matrix: problems in play only.
            MOVE SPACE TO TLBH-CELL-SPACE(WS-MCOL-SCAN).
            MOVE "P" TO TLBH-CELL-P(WS-MCOL-SCAN).
            COMPUTE TWO_NUMBER_STRING =
                  WS-MCOL-PROBLEM(WS-MCOL-SCAN) - 1.
            MOVE TWO_NUMBER_STRING
                  TO TLBH-CELL-ID(WS-MCOL-SCAN).
       PRINT-ONE-TIMELINE-BUCKET-PROC.
            IF WS-TLB-TOTAL(TI) > 0 THEN
                  PERFORM BUILD-ONE-TIMELINE-LINE-PROC
            MOVE WS-TLB-BMM TO WS-TLB-EDIT-MM.
            MOVE WS-TLB-EDIT-TIME TO TLB-TO-TIME.
            PERFORM BUILD-ONE-TLB-DATA-CELL-PROC
                  VARYING WS-MCOL-SCAN FROM 1 BY 1
                  UNTIL WS-MCOL-SCAN > WS-MCOL-COUNT.
            MOVE "T:" TO TLB-T-LABEL.
            MOVE WS-TLB-TOTAL(TI) TO TLB-T-COUNT.
       BUILD-ONE-TLB-DATA-CELL-PROC.
            MOVE WS-MCOL-PROBLEM(WS-MCOL-SCAN) TO WS-TLB-CELL-SCAN.
            MOVE SPACE TO TLB-CELL-SPACE(WS-MCOL-SCAN).
            MOVE WS-TLB-PROBLEM-COUNT(TI, WS-TLB-CELL-SCAN)
                  TO TLB-CELL-COUNT(WS-MCOL-SCAN).
       PRINT-ONE-TLB-MIX-PROC.
            IF WS-TLB-OUTCOME-COUNT(TI, WS-TLB-MIX-SCAN) > 0 THEN
                  MOVE SPACES TO WS-TLB-MIX-LINE
            MOVE WS-COUNT-STRING-5 TO AUDF-VALUE.
            MOVE "Outcome exceptions: " TO AUDF-LABEL.
            PERFORM WRITE-LABEL-LINE-PROC.

      *>    The official board names every roster team that still
      *>    owes its registration fee, so results are not released
      *>    to it without someone seeing the balance first.
            IF WS-OFFICIAL-MODE = 1 THEN
                  PERFORM LIST-FEES-OWED-PROC
            END-IF.
       LIST-FEES-OWED-PROC.
            MOVE 0 TO WS-FEES-OWED-COUNT.
            OPEN INPUT FEE-LEDGER-FILE.
            PERFORM CHECK-ONE-ROSTER-FEE-PROC
                  VARYING RI FROM 1 BY 1 UNTIL RI > WS-ROSTER-COUNT.
            CLOSE FEE-LEDGER-FILE.
            IF WS-FEES-OWED-COUNT = 0 THEN
                  MOVE "Fees outstanding: " TO AUDF-LABEL
                  MOVE "none" TO AUDF-VALUE
                  PERFORM WRITE-LABEL-LINE-PROC
            END-IF.
       CHECK-ONE-ROSTER-FEE-PROC.
            MOVE WS-ROSTER-TEAM-NAME(RI) TO FL-TEAM-NAME.
            READ FEE-LEDGER-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        COMPUTE WS-FEE-BALANCE = FL-CHARGED - FL-PAID
                              - FL-WAIVED + FL-REFUNDED
                        IF WS-FEE-BALANCE > 0 THEN
                              PERFORM WRITE-FEE-OWED-LINE-PROC
                        END-IF
            END-READ.
       WRITE-FEE-OWED-LINE-PROC.
            ADD 1 TO WS-FEES-OWED-COUNT.
            IF WS-FEES-OWED-COUNT = 1 THEN
                  MOVE "Fees outstanding: " TO AUDF-LABEL
            ELSE
                  MOVE SPACES TO AUDF-LABEL
            END-IF.
            MOVE WS-FEE-BALANCE TO WS-FEE-BALANCE-STRING.
            MOVE SPACES TO AUDF-VALUE.
            STRING WS-ROSTER-TEAM-NAME(RI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FEE-BALANCE-STRING DELIMITED BY SIZE
                  INTO AUDF-VALUE.
            PERFORM WRITE-LABEL-LINE-PROC.
       WRITE-RESULTS-LETTERS-PROC.
      *>    One addressed page per ranked team for the coaches'
      *>    mail-merge: institution and coach from team-master.dat,
      *>    the members named on team-membership.dat for this
      *>    contest, the team's problem-by-problem scores, overall
      *>    rank and score, and its rank within its division - the
      *>    same numbers as the team's standings line, so nobody
      *>    re-types ranks into letters by hand.
            PERFORM LOAD-LETTER-MEMBERS-PROC.
            OPEN OUTPUT LETTERS-FILE.

            MOVE SPACES TO WS-LTR-WORK.
            MOVE WS-LTR-WORK TO LTR-LINE.
            WRITE LTR-LINE.

            MOVE 0 TO WS-LTR-MEMBERS-NAMED.
            PERFORM WRITE-ONE-LETTER-MEMBER-PROC
                  VARYING LMI FROM 1 BY 1 UNTIL LMI > WS-LMEM-COUNT.
            IF WS-LTR-MEMBERS-NAMED = 0 THEN
                  MOVE "Members: (not on file)" TO LTR-LINE
                  WRITE LTR-LINE
            END-IF.

            PERFORM COUNT-DIVISION-RANK-PROC.
            MOVE WS-LTR-DIVISION-RANK TO WS-COUNT-STRING-3.
            PERFORM STRIP-COUNT-STRING-3-PROC.

            MOVE WS-LTR-SEPARATOR TO LTR-LINE.
            WRITE LTR-LINE.
       LOAD-LETTER-MEMBERS-PROC.
      *>    The membership file holds every contest; this one's
      *>    records are picked out on the way through. A member not
      *>    on the contestant master is named by contestant id.
            MOVE 0 TO WS-LMEM-COUNT.
            MOVE 0 TO WS-LMEM-SCAN-ENDED.
            OPEN INPUT MEMBERSHIP-FILE.
            OPEN INPUT CONTESTANT-MASTER-FILE.
            PERFORM LOAD-ONE-LETTER-MEMBER-PROC
                  UNTIL WS-LMEM-SCAN-ENDED = 1.
            CLOSE MEMBERSHIP-FILE.
            CLOSE CONTESTANT-MASTER-FILE.
       LOAD-ONE-LETTER-MEMBER-PROC.
            READ MEMBERSHIP-FILE
                  AT END MOVE 1 TO WS-LMEM-SCAN-ENDED
            END-READ.
            IF WS-LMEM-SCAN-ENDED = 0 AND
                  MB-CONTEST-ID = WS-CONTEST-ID THEN
                  IF WS-LMEM-COUNT < WS-LMEM-MAX THEN
                        ADD 1 TO WS-LMEM-COUNT
                        SET LMI TO WS-LMEM-COUNT
                        MOVE MB-TEAM-NAME TO WS-LMEM-TEAM-NAME(LMI)
                        MOVE MB-CONTESTANT-ID TO CT-CONTESTANT-ID
                        READ CONTESTANT-MASTER-FILE
                              INVALID KEY
                                    MOVE MB-CONTESTANT-ID
                                          TO WS-LMEM-NAME(LMI)
                              NOT INVALID KEY
                                    MOVE CT-NAME TO WS-LMEM-NAME(LMI)
                        END-READ
                  ELSE
                        DISPLAY
                              "WARNING: team member table full - "
                              "member not named."
                  END-IF
            END-IF.
       WRITE-ONE-LETTER-MEMBER-PROC.
            IF WS-LMEM-TEAM-NAME(LMI) = WS-STANDING-TEAM-NAME(SI) THEN
                  MOVE SPACES TO WS-LTR-WORK
                  IF WS-LTR-MEMBERS-NAMED = 0 THEN
                        MOVE "Members: " TO WS-LTR-WORK(1:9)
                  END-IF
                  MOVE WS-LMEM-NAME(LMI) TO WS-LTR-WORK(10:30)
                  MOVE WS-LTR-WORK TO LTR-LINE
                  WRITE LTR-LINE
                  MOVE 1 TO WS-LTR-MEMBERS-NAMED
            END-IF.
       COUNT-DIVISION-RANK-PROC.
      *>    The team's place inside its own division: how many teams
      *>    at or above it in the global sort share its division.
                  ADD 1 TO WS-LTR-DIVISION-RANK
            END-IF.
       WRITE-ONE-LETTER-SCORE-PROC.
            SET WS-PSET-SLOT TO CJ.
            IF WS-PSET-IN-PLAY(WS-PSET-SLOT) = 1 THEN
                  MOVE SPACES TO WS-LTR-SCORE-LINE
                  MOVE "P" TO LTR-P
                  COMPUTE TWO_NUMBER_STRING = CJ - 1
                  MOVE TWO_NUMBER_STRING TO LTR-PROBLEM-ID
                  MOVE ": " TO LTR-COLON
                  MOVE WS-STANDING-PROBLEM-SCORE(SI, CJ) TO LTR-SCORE
                  MOVE WS-PSET-TITLE(WS-PSET-SLOT) TO LTR-TITLE
                  MOVE WS-LTR-SCORE-LINE TO LTR-LINE
                  WRITE LTR-LINE
            END-IF.
       WRITE-INTEGRITY-REPORT-PROC.
      *>    Cross-team anomaly screen for the contest committee:
      *>    rebuilt each run from the accumulated details and the
      *>    final standings, written to integrity-exceptions.txt and
      *>    nowhere near the published report.
            OPEN OUTPUT INTEGRITY-FILE.
            IF WS-OFFICIAL-MODE = 1 THEN
                  OPEN INPUT EXCEPTION-MASTER-FILE
                  MOVE 1 TO WS-EXC-MASTER-OPEN
            END-IF.

            PERFORM SCREEN-SAME-SCORE-PAIRS-PROC.

            PERFORM SCREEN-BURSTS-PROC.

            CLOSE INTEGRITY-FILE.
            IF WS-EXC-MASTER-OPEN = 1 THEN
                  CLOSE EXCEPTION-MASTER-FILE
                  MOVE 0 TO WS-EXC-MASTER-OPEN
            END-IF.

            IF WS-INTG-FLAGGED-COUNT > 0 THEN
                  DISPLAY "NOTE: integrity screening flagged "
            MOVE WS-INTG-REC-TIME TO INTG-SUBMIT-TIME.
            MOVE WS-INTG-REASON TO INTG-REASON.
            WRITE INTG-LINE.
            IF WS-EXC-MASTER-OPEN = 1 AND WS-INTG-REASON = "I1" THEN
                  PERFORM CHECK-I1-ON-MASTER-PROC
            END-IF.
       CHECK-I1-ON-MASTER-PROC.
      *>    Keyed exactly as the exception feed keys it: contest,
      *>    source "I" and the line as written.
            MOVE WS-CONTEST-ID TO EX-CONTEST-ID.
            MOVE "I" TO EX-SOURCE.
            MOVE INTG-LINE TO EX-ORIGINAL.
            READ EXCEPTION-MASTER-FILE
                  INVALID KEY ADD 1 TO WS-EXC-NEW-HIGH-COUNT
            END-READ.
       CHECK-OPEN-EXCEPTIONS-PROC.
            MOVE 0 TO WS-EXC-OPEN-HIGH-COUNT.
            OPEN INPUT EXCEPTION-SCAN-FILE.
            MOVE 0 TO WS-EXC-SCAN-ENDED.
            PERFORM COUNT-ONE-OPEN-EXCEPTION-PROC
                  UNTIL WS-EXC-SCAN-ENDED = 1.
            CLOSE EXCEPTION-SCAN-FILE.
            ADD WS-EXC-NEW-HIGH-COUNT TO WS-EXC-OPEN-HIGH-COUNT.

            MOVE "Open high-severity excs: " TO WS-RECON-LABEL.
            MOVE WS-EXC-OPEN-HIGH-COUNT TO WS-COUNT-STRING-5.
            PERFORM WRITE-RECON-COUNT-LINE-PROC.
            MOVE "Seal: " TO WS-RECON-LABEL.
            IF WS-EXC-OPEN-HIGH-COUNT = 0 THEN
                  MOVE "OK" TO WS-RECON-VALUE
            ELSE
                  MOVE "WITHHELD" TO WS-RECON-VALUE
            END-IF.
            PERFORM WRITE-RECON-LINE-PROC.

            IF WS-EXC-OPEN-HIGH-COUNT > 0 THEN
                  DISPLAY "ERROR: " WS-EXC-OPEN-HIGH-COUNT
                        " open high-severity exception(s) - "
                        "final-results.dat not sealed - run is a "
                        "draft."
                  PERFORM FAIL-OFFICIAL-RUN-PROC
            END-IF.
       COUNT-ONE-OPEN-EXCEPTION-PROC.
            READ EXCEPTION-SCAN-FILE
                  AT END MOVE 1 TO WS-EXC-SCAN-ENDED
            END-READ.
            IF WS-EXC-SCAN-ENDED = 0 THEN
                  IF EXS-CONTEST-ID = WS-CONTEST-ID AND
                        EXS-IS-OPEN AND EXS-IS-HIGH THEN
                        ADD 1 TO WS-EXC-OPEN-HIGH-COUNT
                  END-IF
            END-IF.
       RECONCILE-RUN-PROC.
      *>    Balancing section: every record read must be accounted
      *>    for across the accumulator, the code-excluded drops, the
