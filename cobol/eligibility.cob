      ******************************************************************
      *> Contestant eligibility check.
      *>
      *> Judges one contest's team rosters, as keyed on
      *> team-membership.dat, against the contest rules and lists
      *> every breach in eligibility-report.txt before the board is
      *> scored:
      *>
      *>   DUPLICATE MEMBERSHIP  a contestant on more than one team
      *>                         in the contest (listed against each
      *>                         team after the first)
      *>   OVERSIZE TEAM         more than three members on a team
      *>   SEASONS EXHAUSTED     the contest would be more than the
      *>                         contestant's fifth season, counting
      *>                         the first-season year as season one
      *>   INSTITUTION MISMATCH  the contestant's institution on
      *>                         contestant-master.dat is not the
      *>                         team's on team-master.dat
      *>   NOT ENROLLED          the contestant is marked N
      *>   UNKNOWN CONTESTANT    not on contestant-master.dat
      *>   TEAM NOT ON MASTER    not on team-master.dat
      *>
      *> The contest id is the one parameter on the command line; the
      *> contest year is the year of its contest date. Memberships of
      *> a withdrawn team are not judged, since the team is never
      *> scored. The check changes nothing: a breach is a warning
      *> (status 4) for the officials to settle before results go
      *> out, and the stream carries on. The counts are written to
      *> eligibility-totals.txt for the stream log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGIBILITY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            *>  INPUT
            SELECT OPTIONAL MEMBERSHIP-FILE
              ASSIGN TO 'team-membership.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MB-KEY.

            *>  MASTER
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

            *>  OUTPUT
            SELECT ELIGIBILITY-REPORT-FILE
              ASSIGN TO 'eligibility-report.txt'
              ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ELIGIBILITY-TOTALS-FILE
              ASSIGN TO 'eligibility-totals.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MEMBERSHIP-FILE.
       01 MB-RECORD.
            02 MB-KEY.
                  03 MB-CONTEST-ID PIC X(10).
                  03 MB-TEAM-NAME PIC X(15).
                  03 MB-CONTESTANT-ID PIC X(8).
            02 MB-ADDED-DATE PIC 9(8).

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
                  88 CT-IS-ENROLLED VALUE "E".
                  88 CT-IS-NOT-ENROLLED VALUE "N".
            02 CT-FIRST-SEASON PIC 9(4).

       FD ELIGIBILITY-REPORT-FILE.
       01 ERP-LINE PIC X(80).

       FD ELIGIBILITY-TOTALS-FILE.
       01 ELTOT-RECORD.
            02 ELTOT-MEMBER-COUNT PIC 9(5).
            02 ELTOT-SPACE PIC X(1).
            02 ELTOT-TEAM-COUNT PIC 9(5).
            02 ELTOT-SPACE-2 PIC X(1).
            02 ELTOT-VIOLATION-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CONTEST-ID PIC X(10) VALUE SPACES.
       01 WS-CONTEST-FOUND PIC 9(1) VALUE 0.
       01 WS-CONTEST-DATE PIC X(8).
       01 WS-CONTEST-YEAR PIC 9(4).
       01 WS-RUN-DATE PIC 9(8).

      *>    The contest rules the rosters are judged against.
       01 WS-TEAM-SIZE-LIMIT PIC 9(2) VALUE 3.
       01 WS-SEASON-LIMIT PIC 9(2) VALUE 5.

      *>    This contest's memberships, in key order - so each
      *>    team's members sit together - with the team's
      *>    institution taken from team-master.dat as they load.
       01 WS-MEMBER-TABLE.
            02 WS-MEMBER-ENTRY OCCURS 3000 TIMES INDEXED BY MI MJ.
                  03 WS-MEM-TEAM-NAME PIC X(15).
                  03 WS-MEM-CONTESTANT-ID PIC X(8).
                  03 WS-MEM-TEAM-FOUND PIC 9(1).
                  03 WS-MEM-TEAM-INSTITUTION PIC X(30).
       01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
       01 WS-MEMBER-MAX PIC 9(4) VALUE 3000.

       01 WS-MB-SCAN-ENDED PIC 9(1).
       01 WS-LOAD-TEAM-FOUND PIC 9(1).
       01 WS-WITHDRAWN-SKIPPED PIC 9(5) VALUE 0.
       01 WS-TEAM-COUNT PIC 9(5) VALUE 0.
       01 WS-VIOLATION-COUNT PIC 9(5) VALUE 0.
       01 WS-TEAM-SIZE PIC 9(4).
       01 WS-SEASONS-USED PIC S9(4).
       01 WS-DUP-FOUND PIC 9(1).
       01 WS-DUP-TEAM-NAME PIC X(15).

       01 WS-SIZE-STRING PIC Z9.
       01 WS-SEASON-STRING PIC Z9.
       01 WS-LIMIT-STRING PIC 9.

       01 WS-PRINT-LINE PIC X(80).
       01 WS-VIOLATION-LINE.
            02 EVL-TEAM-NAME PIC X(15).
            02 EVL-SPACE PIC X(1).
            02 EVL-CONTESTANT-ID PIC X(8).
            02 EVL-SPACE-2 PIC X(3).
            02 EVL-VIOLATION PIC X(20).
            02 EVL-SPACE-3 PIC X(1).
            02 EVL-DETAIL PIC X(32).
       01 WS-SUMMARY-LINE.
            02 ESL-LABEL PIC X(24).
            02 ESL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROC.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-CONTEST-PROC.
            IF WS-CONTEST-FOUND = 0 THEN
                  DISPLAY "ERROR: contest " WS-CONTEST-ID
                        " not on contest-master.dat - nothing "
                        "checked."
                  MOVE 8 TO RETURN-CODE
                  GOBACK
            END-IF.

      *>    The contest date is keyed YYYYMMDD; a contest not yet
      *>    dated is judged as this year's.
            IF WS-CONTEST-DATE(1:4) IS NUMERIC THEN
                  MOVE WS-CONTEST-DATE(1:4) TO WS-CONTEST-YEAR
            ELSE
                  MOVE WS-RUN-DATE(1:4) TO WS-CONTEST-YEAR
            END-IF.

            PERFORM LOAD-MEMBERS-PROC.
            IF WS-MEMBER-COUNT > WS-MEMBER-MAX THEN
                  DISPLAY "ERROR: team memberships exceed "
                        WS-MEMBER-MAX " entries - run abandoned."
                  MOVE 12 TO RETURN-CODE
                  GOBACK
            END-IF.

            OPEN INPUT CONTESTANT-MASTER-FILE.
            OPEN OUTPUT ELIGIBILITY-REPORT-FILE.
            PERFORM WRITE-REPORT-HEADER-PROC.

            PERFORM CHECK-ONE-MEMBER-PROC
                  VARYING MI FROM 1 BY 1 UNTIL MI > WS-MEMBER-COUNT.

            PERFORM WRITE-REPORT-SUMMARY-PROC.
            CLOSE CONTESTANT-MASTER-FILE.
            CLOSE ELIGIBILITY-REPORT-FILE.

            DISPLAY "Memberships checked: " WS-MEMBER-COUNT.
            DISPLAY "Teams checked:       " WS-TEAM-COUNT.
            DISPLAY "Violations found:    " WS-VIOLATION-COUNT.

            PERFORM WRITE-ELIGIBILITY-TOTALS-PROC.

            IF WS-VIOLATION-COUNT > 0 THEN
                  DISPLAY "WARNING: " WS-VIOLATION-COUNT
                        " eligibility violation(s) - see "
                        "eligibility-report.txt."
                  MOVE 4 TO RETURN-CODE
            END-IF.

            GOBACK.
       LOAD-CONTEST-PROC.
            ACCEPT WS-CONTEST-ID FROM COMMAND-LINE.
            IF WS-CONTEST-ID NOT = SPACES THEN
                  OPEN INPUT CONTEST-MASTER-FILE
                  MOVE WS-CONTEST-ID TO CM-CONTEST-ID
                  READ CONTEST-MASTER-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                              MOVE 1 TO WS-CONTEST-FOUND
                              MOVE CM-CONTEST-DATE TO WS-CONTEST-DATE
                  END-READ
                  CLOSE CONTEST-MASTER-FILE
            END-IF.
       LOAD-MEMBERS-PROC.
      *>    The membership file holds every contest; this one's
      *>    records are picked out on the way through.
            MOVE 0 TO WS-MB-SCAN-ENDED.
            OPEN INPUT MEMBERSHIP-FILE.
            OPEN INPUT TEAM-MASTER-FILE.
            PERFORM LOAD-ONE-MEMBER-PROC
                  UNTIL WS-MB-SCAN-ENDED = 1
                        OR WS-MEMBER-COUNT > WS-MEMBER-MAX.
            CLOSE MEMBERSHIP-FILE.
            CLOSE TEAM-MASTER-FILE.
       LOAD-ONE-MEMBER-PROC.
            READ MEMBERSHIP-FILE
                  AT END MOVE 1 TO WS-MB-SCAN-ENDED
            END-READ.
            IF WS-MB-SCAN-ENDED = 0 AND
                  MB-CONTEST-ID = WS-CONTEST-ID THEN
                  MOVE MB-TEAM-NAME TO TM-TEAM-NAME
                  READ TEAM-MASTER-FILE
                        INVALID KEY
                              MOVE 0 TO WS-LOAD-TEAM-FOUND
                              MOVE SPACES TO TM-INSTITUTION
                              PERFORM ADD-MEMBER-ENTRY-PROC
                        NOT INVALID KEY
                              MOVE 1 TO WS-LOAD-TEAM-FOUND
                              IF TM-IS-WITHDRAWN THEN
                                    ADD 1 TO WS-WITHDRAWN-SKIPPED
                              ELSE
                                    PERFORM ADD-MEMBER-ENTRY-PROC
                              END-IF
                  END-READ
            END-IF.
       ADD-MEMBER-ENTRY-PROC.
            ADD 1 TO WS-MEMBER-COUNT.
            IF WS-MEMBER-COUNT NOT > WS-MEMBER-MAX THEN
                  SET MI TO WS-MEMBER-COUNT
                  MOVE MB-TEAM-NAME TO WS-MEM-TEAM-NAME(MI)
                  MOVE MB-CONTESTANT-ID TO WS-MEM-CONTESTANT-ID(MI)
                  MOVE WS-LOAD-TEAM-FOUND TO WS-MEM-TEAM-FOUND(MI)
                  MOVE TM-INSTITUTION
                        TO WS-MEM-TEAM-INSTITUTION(MI)
            END-IF.
       WRITE-REPORT-HEADER-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Eligibility Check - contest " DELIMITED BY SIZE
                  WS-CONTEST-ID DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            MOVE WS-TEAM-SIZE-LIMIT TO WS-LIMIT-STRING.
            MOVE WS-SEASON-LIMIT TO WS-SEASON-STRING.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING "Contest year " DELIMITED BY SIZE
                  WS-CONTEST-YEAR DELIMITED BY SIZE
                  "   Team size limit " DELIMITED BY SIZE
                  WS-LIMIT-STRING DELIMITED BY SIZE
                  "   Season limit" DELIMITED BY SIZE
                  WS-SEASON-STRING DELIMITED BY SIZE
                  INTO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            MOVE "TEAM            CONTESTANT VIOLATION"
                  TO WS-PRINT-LINE(1:35).
            MOVE "DETAIL" TO WS-PRINT-LINE(49:6).
            PERFORM WRITE-REPORT-LINE-PROC.
       CHECK-ONE-MEMBER-PROC.
      *>    The first member of each team carries the team checks.
            IF MI = 1 THEN
                  PERFORM CHECK-ONE-TEAM-PROC
            ELSE
                  IF WS-MEM-TEAM-NAME(MI) NOT =
                        WS-MEM-TEAM-NAME(MI - 1) THEN
                        PERFORM CHECK-ONE-TEAM-PROC
                  END-IF
            END-IF.

            PERFORM CHECK-DUPLICATE-PROC.

            MOVE WS-MEM-CONTESTANT-ID(MI) TO CT-CONTESTANT-ID.
            READ CONTESTANT-MASTER-FILE
                  INVALID KEY
                        MOVE "UNKNOWN CONTESTANT" TO EVL-VIOLATION
                        MOVE "not on contestant-master.dat"
                              TO EVL-DETAIL
                        PERFORM WRITE-VIOLATION-PROC
                  NOT INVALID KEY
                        PERFORM CHECK-CONTESTANT-PROC
            END-READ.
       CHECK-ONE-TEAM-PROC.
            ADD 1 TO WS-TEAM-COUNT.
            MOVE SPACES TO EVL-CONTESTANT-ID.
            MOVE 0 TO WS-TEAM-SIZE.
            PERFORM COUNT-TEAM-MEMBER-PROC
                  VARYING MJ FROM MI BY 1
                  UNTIL MJ > WS-MEMBER-COUNT.

            IF WS-MEM-TEAM-FOUND(MI) = 0 THEN
                  MOVE "TEAM NOT ON MASTER" TO EVL-VIOLATION
                  MOVE "not on team-master.dat" TO EVL-DETAIL
                  PERFORM WRITE-TEAM-VIOLATION-PROC
            END-IF.
            IF WS-TEAM-SIZE > WS-TEAM-SIZE-LIMIT THEN
                  MOVE WS-TEAM-SIZE TO WS-SIZE-STRING
                  MOVE WS-TEAM-SIZE-LIMIT TO WS-LIMIT-STRING
                  MOVE "OVERSIZE TEAM" TO EVL-VIOLATION
                  MOVE SPACES TO EVL-DETAIL
                  STRING "members " DELIMITED BY SIZE
                        WS-SIZE-STRING DELIMITED BY SIZE
                        ", limit " DELIMITED BY SIZE
                        WS-LIMIT-STRING DELIMITED BY SIZE
                        INTO EVL-DETAIL
                  PERFORM WRITE-TEAM-VIOLATION-PROC
            END-IF.
       COUNT-TEAM-MEMBER-PROC.
      *>    The team's members are consecutive; the first member of
      *>    the next team ends the count.
            IF WS-MEM-TEAM-NAME(MJ) = WS-MEM-TEAM-NAME(MI) THEN
                  ADD 1 TO WS-TEAM-SIZE
            ELSE
                  SET MJ TO WS-MEMBER-COUNT
            END-IF.
       CHECK-DUPLICATE-PROC.
      *>    Only earlier entries are searched, so a contestant on
      *>    two teams is listed once, against the second team.
            MOVE 0 TO WS-DUP-FOUND.
            PERFORM FIND-EARLIER-MEMBERSHIP-PROC
                  VARYING MJ FROM 1 BY 1
                  UNTIL MJ NOT < MI OR WS-DUP-FOUND = 1.
            IF WS-DUP-FOUND = 1 THEN
                  MOVE "DUPLICATE MEMBERSHIP" TO EVL-VIOLATION
                  MOVE SPACES TO EVL-DETAIL
                  STRING "also on team " DELIMITED BY SIZE
                        WS-DUP-TEAM-NAME DELIMITED BY SIZE
                        INTO EVL-DETAIL
                  PERFORM WRITE-VIOLATION-PROC
            END-IF.
       FIND-EARLIER-MEMBERSHIP-PROC.
            IF WS-MEM-CONTESTANT-ID(MJ) = WS-MEM-CONTESTANT-ID(MI)
                  THEN
                  MOVE 1 TO WS-DUP-FOUND
                  MOVE WS-MEM-TEAM-NAME(MJ) TO WS-DUP-TEAM-NAME
            END-IF.
       CHECK-CONTESTANT-PROC.
            COMPUTE WS-SEASONS-USED =
                  WS-CONTEST-YEAR - CT-FIRST-SEASON + 1.
            IF WS-SEASONS-USED > WS-SEASON-LIMIT THEN
                  MOVE WS-SEASONS-USED TO WS-SEASON-STRING
                  MOVE "SEASONS EXHAUSTED" TO EVL-VIOLATION
                  MOVE SPACES TO EVL-DETAIL
                  STRING "first season " DELIMITED BY SIZE
                        CT-FIRST-SEASON DELIMITED BY SIZE
                        ", season" DELIMITED BY SIZE
                        WS-SEASON-STRING DELIMITED BY SIZE
                        INTO EVL-DETAIL
                  PERFORM WRITE-VIOLATION-PROC
            END-IF.
            IF CT-IS-NOT-ENROLLED THEN
                  MOVE "NOT ENROLLED" TO EVL-VIOLATION
                  MOVE CT-NAME TO EVL-DETAIL
                  PERFORM WRITE-VIOLATION-PROC
            END-IF.
      *>    A team missing from team-master.dat has no institution
      *>    to compare; that team is already listed above.
            IF WS-MEM-TEAM-FOUND(MI) = 1 AND
                  CT-INSTITUTION NOT = WS-MEM-TEAM-INSTITUTION(MI)
                  THEN
                  MOVE "INSTITUTION MISMATCH" TO EVL-VIOLATION
                  MOVE CT-INSTITUTION TO EVL-DETAIL
                  PERFORM WRITE-VIOLATION-PROC
            END-IF.
       WRITE-VIOLATION-PROC.
            MOVE WS-MEM-CONTESTANT-ID(MI) TO EVL-CONTESTANT-ID.
            PERFORM WRITE-TEAM-VIOLATION-PROC.
       WRITE-TEAM-VIOLATION-PROC.
            ADD 1 TO WS-VIOLATION-COUNT.
            MOVE WS-MEM-TEAM-NAME(MI) TO EVL-TEAM-NAME.
            MOVE SPACE TO EVL-SPACE.
            MOVE SPACES TO EVL-SPACE-2.
            MOVE SPACE TO EVL-SPACE-3.
            MOVE WS-VIOLATION-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-REPORT-SUMMARY-PROC.
            PERFORM WRITE-REPORT-BLANK-PROC.
            IF WS-VIOLATION-COUNT = 0 THEN
                  MOVE "No violations found." TO WS-PRINT-LINE
                  PERFORM WRITE-REPORT-LINE-PROC
                  PERFORM WRITE-REPORT-BLANK-PROC
            END-IF.
            MOVE "Memberships checked:" TO ESL-LABEL.
            MOVE WS-MEMBER-COUNT TO ESL-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "Teams checked:" TO ESL-LABEL.
            MOVE WS-TEAM-COUNT TO ESL-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "Withdrawn team members:" TO ESL-LABEL.
            MOVE WS-WITHDRAWN-SKIPPED TO ESL-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
            MOVE "Violations:" TO ESL-LABEL.
            MOVE WS-VIOLATION-COUNT TO ESL-COUNT.
            PERFORM WRITE-SUMMARY-LINE-PROC.
       WRITE-SUMMARY-LINE-PROC.
            MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-REPORT-LINE-PROC.
            MOVE WS-PRINT-LINE TO ERP-LINE.
            WRITE ERP-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
       WRITE-REPORT-BLANK-PROC.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM WRITE-REPORT-LINE-PROC.
       WRITE-ELIGIBILITY-TOTALS-PROC.
            OPEN OUTPUT ELIGIBILITY-TOTALS-FILE.
            MOVE WS-MEMBER-COUNT TO ELTOT-MEMBER-COUNT.
            MOVE SPACE TO ELTOT-SPACE.
            MOVE WS-TEAM-COUNT TO ELTOT-TEAM-COUNT.
            MOVE SPACE TO ELTOT-SPACE-2.
            MOVE WS-VIOLATION-COUNT TO ELTOT-VIOLATION-COUNT.
            WRITE ELTOT-RECORD.
            CLOSE ELIGIBILITY-TOTALS-FILE.

       END PROGRAM ELIGIBILITY-CHECK.
