      * CORRECTIONS' OWN LOG - THE DETAIL LINES ALREADY CARRY THE
      * CORRECTED OUTCOME AND SCORE (THE OVERLAY IS APPLIED BEFORE
      * ANYTHING IS POSTED OR LOGGED), SO THE REPLAY READS DETAILS
      * ONLY AND THE ADJUSTMENT LINES SERVE AS THE PAPER TRAIL. A
      * "REFUSED" LINE - AN ADJUSTMENT ITS APPEALS CASE DID NOT
      * AUTHORISE - CHANGED NOTHING AT ALL AND IS SKIPPED THE SAME.
      *
      * THE REPLAY RUNS UNDER THE SCORING PROFILE NAMED ON LINE 7 OF
      * contest-control.txt, THE SAME LINE THE SCORING RUN HONOURS.
      * AN EXPORT STAMPED WITH A DIFFERENT PROFILE IS A DISCREPANCY IN
      * ITS OWN RIGHT, AND THE PROFILE REPLAYED IS STAMPED ON THE
      * ATTESTATION NEXT TO THE VERDICT.
      *
      * RUN THIS AGAINST A FINAL (UNFROZEN) SCORING RUN - A FROZEN
      * PUBLIC reportcob.txt DELIBERATELY DIFFERS FROM THE FULL AUDIT
      * RECORD AND WOULD (CORRECTLY) FAIL THE CHECK.
      *
      * NOTHING IS ATTESTED UNLESS THE RUN LEDGER (run-ledger.txt)
      * SHOWS THE SCORING RUN THAT WROTE THE EXPORT COMPLETED CLEANLY
      * FOR ITS CONTEST ID, WITH NO RE-EDIT OF THE FEED SINCE - AN
      * EXPORT LEFT OVER FROM AN EARLIER SCORING RUN ONCE GOT ATTESTED
      * WHEN THE RERUN WAS SKIPPED. EACH RUN LEDGERS ITS OWN ROW:
      * AUDIT DETAILS REPLAYED IN, EXPORT ROWS CHECKED OUT.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = ATTESTED PASS,
      * 8 = DISCREPANCIES FOUND OR AN INPUT FILE MISSING - FAIL
      * ATTESTATION WRITTEN EITHER WAY (EXCEPT WHEN THE AUDIT TRAIL
      * OR EXPORT CANNOT BE OPENED AT ALL), 20 = REFUSED - NO CLEAN
      * SCORING RUN FOR THIS CONTEST ON THE RUN LEDGER; NOTHING
      * WRITTEN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ASSIGN TO 'results-attestation.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE SHARED RUN LEDGER - ONE ROW APPENDED FOR EVERY RUN OF THIS
      * STEP (SEE WRITE-LEDGER-ENTRY), AND READ BACK TO CHECK THE STEP
      * BEFORE THIS ONE FINISHED CLEANLY (SEE CHECK-LEDGER-UPSTREAM).
               SELECT LEDGER-FILE ASSIGN TO 'run-ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-IN.
              05 RES-TOTAL PIC 9(4).
              05 RES-SOLVES PIC 9(2).
              05 RES-PENALTY PIC 9(5).
              05 RES-PROFILE PIC X(8).

           FD REPORT-IN.
           01 REPORT-LINE PIC X(104).
              05 PM-ID PIC X(1).
              05 PM-TITLE PIC X(30).
              05 PM-WEIGHT PIC 9(3).
      * BALLOON COLOUR FOR THE RUNNERS' DISPATCH LIST - NOT USED BY
      * THIS PROGRAM, BUT DECLARED SO THE RECORD MATCHES PROBMNT'S.
              05 PM-COLOUR PIC X(12).

           FD CONTROL-FILE.
           01 CONTROL-FILE-LINE PIC X(50).
           FD ATTEST-REPORT.
           01 ATTEST-LINE PIC X(100).

           FD LEDGER-FILE.
           01 LEDGER-RECORD PIC X(66).

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-RESULTS-STATUS PIC X(2).
           01 WS-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-LINE-NUM PIC 9(1) VALUE ZERO.
           01 WS-NUM-PROBLEMS PIC 9(2) VALUE 10.
      * SCORING PROFILE FROM LINE 7 - SAME DEFAULT AND SAME NAMES AS
      * THE SCORING RUN'S WS-SCORING-PROFILE.
           01 WS-SCORING-PROFILE PIC X(8) VALUE "BLEND".
              88 WS-PROFILE-BLEND VALUE "BLEND".
              88 WS-PROFILE-ICPC VALUE "ICPC".
              88 WS-PROFILE-IOI VALUE "IOI".
           01 WS-PROFILE-MISMATCH-SW PIC X(1) VALUE 'N'.

      * FIXED COLUMN SLICES OF ONE AUDIT DETAIL LINE - THE EXACT
      * LAYOUT LOG-AUDIT-SUBMIT WRITES. EVERYTHING IS PULLED AS PIC X
              05 WS-RES-TOTAL PIC 9(4).
              05 WS-RES-SOLVES PIC 9(2).
              05 WS-RES-PENALTY PIC 9(5).
              05 WS-RES-PROFILE PIC X(8).
           01 WS-CONTEST-ID PIC X(8) VALUE SPACES.

      * FIRST-SEEN TOTAL PER TEAM FROM reportcob.txt'S OVERALL
              05 WS-ATT-CONTEST-ID PIC X(8).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-ATT-VERDICT PIC X(4).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-ATT-PROFILE PIC X(8).
           01 ATTEST-HEADING.
              05 FILL PIC X(100) VALUE
                 "RE-DERIVATION CHECK - AUDIT VS EXPORT VS REPORT".
           01 BLANK-LINE PIC X(1) VALUE SPACES.
           01 WS-RETURN-CODE PIC 9(1) VALUE ZERO.

      * RUN LEDGER ROW - THE SAME 66 BYTES IN EVERY STEP OF THE CHAIN
      * (SUBMERGE, SUBEDIT, ASG1, RESCHECK, SEASON, ARCHIVE) AND IN
      * LEDGLIST, WHICH PRINTS THE LEDGER: CONTEST ID, STEP NAME,
      * START AND END STAMPS (YYYYMMDD THEN HHMMSS), THE RETURN CODE
      * THE STEP ENDED WITH, AND ITS RECORD COUNTS IN AND OUT.
           01 WS-LEDGER-ENTRY.
              05 WLED-CONTEST-ID PIC X(8).
              05 FILL PIC X(1).
              05 WLED-STEP PIC X(8).
              05 FILL PIC X(1).
              05 WLED-START-DATE PIC 9(8).
              05 WLED-START-TIME PIC 9(6).
              05 FILL PIC X(1).
              05 WLED-END-DATE PIC 9(8).
              05 WLED-END-TIME PIC 9(6).
              05 FILL PIC X(1).
              05 WLED-RC PIC 9(2).
              05 FILL PIC X(1).
              05 WLED-RECORDS-IN PIC 9(7).
              05 FILL PIC X(1).
              05 WLED-RECORDS-OUT PIC 9(7).
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-LEDGER-CONTEST-ID PIC X(8) VALUE SPACES.
           01 WS-LEDGER-STEP PIC X(8) VALUE "RESCHECK".
           01 WS-LEDGER-UPSTREAM PIC X(8) VALUE "ASG1".
           01 WS-LEDGER-STALE-STEP PIC X(8) VALUE "SUBEDIT".
           01 WS-LEDGER-EOF PIC A(1) VALUE 'N'.
           01 WS-LEDGER-CLEAN-SW PIC X(1) VALUE 'N'.
           01 WS-LEDGER-START-DATE PIC 9(8) VALUE ZERO.
           01 WS-LEDGER-START-TIME PIC 9(6) VALUE ZERO.
           01 WS-LEDGER-CLOCK PIC 9(8) VALUE ZERO.
           01 WS-LEDGER-IN PIC 9(7) VALUE ZERO.
           01 WS-LEDGER-OUT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM START-LEDGER-ENTRY.
           PERFORM PEEK-EXPORT-CONTEST-ID.
           PERFORM LOAD-CONTROL.
           IF NOT WS-PROFILE-BLEND AND NOT WS-PROFILE-ICPC
               AND NOT WS-PROFILE-IOI
               DISPLAY "UNKNOWN SCORING PROFILE " WS-SCORING-PROFILE
                   " ON CONTEST-CONTROL.TXT LINE 7 - NOTHING VERIFIED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
           PERFORM LOAD-PROBLEM-MASTER.
           OPEN INPUT AUDIT-IN.
           IF WS-AUDIT-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN AUDIT-TRAIL.TXT - STATUS "
                   WS-AUDIT-STATUS " (NOTHING TO VERIFY)"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
           PERFORM REPLAY-AUDIT-TRAIL.
               DISPLAY "CANNOT OPEN CONTEST-RESULTS.TXT - STATUS "
                   WS-RESULTS-STATUS " (NOTHING TO ATTEST)"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
           OPEN OUTPUT ATTEST-REPORT.
               DISPLAY "CONTEST-RESULTS.TXT CARRIES NO CONTEST ID"
           END-IF.
           MOVE WS-CONTEST-ID TO WS-ATT-CONTEST-ID.
           MOVE WS-SCORING-PROFILE TO WS-ATT-PROFILE.
           IF WS-DISCREPANCY-COUNT = 0
               AND WS-MISSING-INPUT-SW = 'N'
               MOVE "PASS" TO WS-ATT-VERDICT
           WRITE ATTEST-LINE FROM ATTEST-HEADING.
           WRITE ATTEST-LINE FROM BLANK-LINE.
           MOVE ZERO TO WS-DISCREPANCY-COUNT.
           MOVE 'N' TO WS-PROFILE-MISMATCH-SW.
           OPEN INPUT RESULTS-IN.
           MOVE 'N' TO WS-RESULTS-EOF.
           PERFORM WRITE-ATTEST-BODY.
                   "RESULTS-ATTESTATION.TXT"
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-LEDGER-ENTRY.
       STOP RUN.

      * THE CONTEST BEING ATTESTED IS THE ONE ON THE EXPORT'S FIRST
      * ROW. ITS ASG1 RUN MUST BE ON THE RUN LEDGER AS CLEAN, AND NO
      * SUBEDIT RUN FOR THE CONTEST MAY HAVE COME AFTER IT - THAT
      * WOULD MEAN THE FEED WAS RE-EDITED AND THE EXPORT HERE IS LEFT
      * OVER FROM BEFORE. NO EXPORT AT ALL IS LEFT TO THE MISSING-
      * INPUT HANDLING IN MAIN.
       PEEK-EXPORT-CONTEST-ID.
           OPEN INPUT RESULTS-IN.
           IF WS-RESULTS-STATUS EQUAL "00"
               READ RESULTS-IN INTO WS-RESULT
                   AT END CONTINUE
                   NOT AT END
                       MOVE WS-RES-CONTEST-ID TO WS-LEDGER-CONTEST-ID
               END-READ
               CLOSE RESULTS-IN
               PERFORM CHECK-LEDGER-UPSTREAM
           END-IF.

      * ONLY LINE 2 (PROBLEM COUNT) AND LINE 7 (SCORING PROFILE)
      * MATTER HERE - THE SAME CLAMP AND THE SAME PROFILE CHECK THE
      * SCORING RUN APPLIES, SO BOTH PROGRAMS TOTAL THE SAME SLOTS BY
      * THE SAME RULE.
       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL "00"
                               MOVE 10 TO WS-NUM-PROBLEMS
                           END-IF
                       END-IF
                       IF WS-CONTROL-LINE-NUM EQUAL 7
                           AND CONTROL-FILE-LINE(1:8) NOT EQUAL SPACES
                           MOVE CONTROL-FILE-LINE(1:8)
                               TO WS-SCORING-PROFILE
                       END-IF
               END-READ
               GO TO READ-CONTROL-LINE
           END-IF.
                   AND WS-AUD-TIME-X IS NUMERIC
                   MOVE WS-AUD-SCORE-X TO WS-AUD-SCORE
                   MOVE WS-AUD-TIME-X TO WS-AUD-TIME
                   ADD 1 TO WS-LEDGER-IN
                   PERFORM POST-AUDIT-DETAIL
               END-IF
           END-IF.
                   DISPLAY "AUDIT TRAIL NAMES MORE THAN 500 TEAMS - "
                       "WS-TEAM-TABLE CANNOT HOLD THAT MANY"
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-ENTRY
                   STOP RUN
               END-IF
               ADD 1 TO WS-NUM-TEAMS
           IF WS-MAXSCORE <= 30
               MOVE 0 TO WS-ROBUST
           END-IF.
           IF WS-PROFILE-ICPC
               MOVE 100 TO WS-FINALSCORE
           ELSE
               IF WS-PROFILE-IOI
                   MOVE WS-MAXSCORE TO WS-FINALSCORE
               ELSE
                   PERFORM REPLAY-BLEND-SCORE
               END-IF
           END-IF.
           COMPUTE WS-CHECK = WS-FINALSCORE + 0.0001.
           MOVE WS-FINALSCORE TO WS-CHECK-TWO.
           MOVE WS-FINALSCORE
               END-IF
           END-IF.

      * THE SCORING RUN'S COMPUTE-BLEND-SCORE, STEP FOR STEP.
       REPLAY-BLEND-SCORE.
           IF WS-AUD-SCORE = 100
               COMPUTE WS-FINALSCORE = 0.6 * WS-AUD-SCORE +
                   0.3 * WS-AVGSCORE + 0.1 * WS-ROBUST
           END-IF.
           IF WS-AUD-SCORE < 100
               COMPUTE WS-FINALSCORE = 0.6 * WS-AUD-SCORE * WS-DECAY
           END-IF.
           COMPUTE WS-FINALSCORE = WS-FINALSCORE + 0.3 * WS-AVGSCORE.
           COMPUTE WS-FINALSCORE = WS-FINALSCORE + 0.1 * WS-ROBUST.

      * VERBATIM FROM THE SCORING RUN, QUIRKS AND ALL - A "CLEANED
      * UP" COPY HERE WOULD REPORT PHANTOM DISCREPANCIES.
       MAX-MIN-SCORE.

      * ROLLS ONE REPLAYED TEAM UP TO THE THREE FIGURES THE EXPORT
      * CARRIES - WEIGHTED TOTAL, SOLVES AND PENALTY - USING THE SAME
      * WEIGHTED-SUM AND ICPC RULES AS THE SCORING RUN - INCLUDING
      * THAT AN ICPC TOTAL IGNORES THE PROBLEM WEIGHTS.
       DERIVE-TEAM-FIGURES.
           MOVE ZERO TO WS-TOTALSCORE.
           PERFORM ADD-WEIGHTED-SCORE
           MOVE WS-PENALTY TO WDER-PENALTY(WS-TEAM-SLOT).

       ADD-WEIGHTED-SCORE.
           IF WS-PROFILE-ICPC
               MOVE WST-OUTPUT-SCORE(WS-TEAM-SLOT WS-K)
                   TO WS-WEIGHTED-SCORE
           ELSE
               COMPUTE WS-WEIGHTED-SCORE ROUNDED =
                   WST-OUTPUT-SCORE(WS-TEAM-SLOT WS-K)
                   * WS-PROB-WEIGHT(WS-K) / 100
           END-IF.
           ADD WS-WEIGHTED-SCORE TO WS-TOTALSCORE.

       ADD-PENALTY-FOR-PROB.

      * FIRST PASS OVER THE EXPORT - COUNT DISCREPANCIES ONLY, SO THE
      * VERDICT CAN GO ON LINE 1 OF THE ATTESTATION BEFORE THE BODY.
      * THE ROWS FOR THE LEDGER ARE COUNTED ON THIS PASS ONLY - THE
      * WRITING PASS READS THE SAME ROWS AGAIN.
       COMPARE-ALL-TEAMS.
           IF WS-RESULTS-EOF = 'N'
               READ RESULTS-IN INTO WS-RESULT
                   AT END MOVE 'Y' TO WS-RESULTS-EOF
                   NOT AT END
                       MOVE WS-RES-CONTEST-ID TO WS-CONTEST-ID
                       IF WS-WRITE-PASS-SW = 'N'
                           ADD 1 TO WS-LEDGER-OUT
                       END-IF
                       PERFORM COMPARE-ONE-TEAM
               END-READ
               GO TO COMPARE-ALL-TEAMS
      * WHICH IS EXACTLY WHAT ITS EXPORT ROW MUST SAY. WHEN WRITE-SW
      * IS ON (SECOND PASS) EACH DISCREPANCY ALSO GETS ITS LINE.
       COMPARE-ONE-TEAM.
      * THE PROFILE STAMP IS CHECKED ONCE PER PASS - EVERY ROW OF ONE
      * EXPORT CARRIES THE SAME STAMP, AND ONE LINE SAYS IT ALL. A
      * BLANK STAMP IS AN EXPORT FROM BEFORE PROFILES EXISTED, WHICH
      * WAS ALWAYS SCORED UNDER THE BLEND.
           IF WS-RES-PROFILE = SPACES
               MOVE "BLEND" TO WS-RES-PROFILE
           END-IF.
           IF WS-RES-PROFILE NOT EQUAL WS-SCORING-PROFILE
               AND WS-PROFILE-MISMATCH-SW = 'N'
               MOVE 'Y' TO WS-PROFILE-MISMATCH-SW
               PERFORM COUNT-DISCREPANCY
               IF WS-WRITE-PASS-SW = 'Y'
                   MOVE SPACES TO WS-ATTEST-DETAIL
                   MOVE WS-RES-NAME TO WS-ATT-NAME
                   MOVE "PROFILE" TO WS-ATT-FIELD
                   STRING "EXPORT SCORED UNDER " DELIMITED BY SIZE
                       WS-RES-PROFILE DELIMITED BY SIZE
                       INTO WS-ATT-NOTE
                   END-STRING
                   WRITE ATTEST-LINE FROM WS-ATTEST-DETAIL
               END-IF
           END-IF.
           MOVE WS-RES-NAME TO WS-AUD-TEAM.
           MOVE 'N' TO WS-FOUND-TEAM-SW.
           MOVE 1 TO WS-TEAM-SLOT.
                   WRITE ATTEST-LINE FROM WS-ATTEST-DETAIL
               END-IF
           END-IF.

      * RUN LEDGER. THE START STAMP IS TAKEN BEFORE ANYTHING ELSE SO
      * THE ROW COVERS THE WHOLE RUN; THE TIME OF DAY COMES BACK AS
      * HHMMSSHH AND THE HUNDREDTHS ARE DROPPED.
       START-LEDGER-ENTRY.
           ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-CLOCK FROM TIME.
           DIVIDE WS-LEDGER-CLOCK BY 100 GIVING WS-LEDGER-START-TIME.

      * THE GATE. THE LEDGER IS IN RUN ORDER, SO THE LAST
      * WS-LEDGER-UPSTREAM ROW FOR THIS CONTEST DECIDES: IT MUST HAVE
      * ENDED ON 4 OR LESS (WARNINGS ARE A COMPLETED RUN, AN 8 OR
      * WORSE IS NOT). A LATER RUN OF THE STEP BEFORE THAT ONE
      * (WS-LEDGER-STALE-STEP) MEANS THE UPSTREAM OUTPUT WAS BUILT
      * FROM INPUT THAT HAS SINCE BEEN REPLACED, SO IT NO LONGER
      * COUNTS - THAT IS THE SKIPPED RERUN THIS CHECK EXISTS FOR. A
      * REFUSAL IS ITSELF LEDGERED, WITH RETURN CODE 20.
       CHECK-LEDGER-UPSTREAM.
           MOVE 'N' TO WS-LEDGER-CLEAN-SW.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS EQUAL "00"
               PERFORM SCAN-LEDGER-RECORD
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-LEDGER-CLEAN-SW = 'N'
               DISPLAY "NO CLEAN " WS-LEDGER-UPSTREAM " RUN FOR "
                   "CONTEST " WS-LEDGER-CONTEST-ID " ON THE RUN "
                   "LEDGER - " WS-LEDGER-STEP " REFUSED TO START"
               MOVE 20 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.

       SCAN-LEDGER-RECORD.
           IF WS-LEDGER-EOF = 'N'
               READ LEDGER-FILE INTO WS-LEDGER-ENTRY
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       PERFORM APPLY-LEDGER-RECORD
               END-READ
               GO TO SCAN-LEDGER-RECORD
           END-IF.

       APPLY-LEDGER-RECORD.
           IF WLED-CONTEST-ID EQUAL WS-LEDGER-CONTEST-ID
               IF WLED-STEP EQUAL WS-LEDGER-UPSTREAM
                   IF WLED-RC IS NUMERIC AND WLED-RC NOT > 4
                       MOVE 'Y' TO WS-LEDGER-CLEAN-SW
                   ELSE
                       MOVE 'N' TO WS-LEDGER-CLEAN-SW
                   END-IF
               END-IF
               IF WLED-STEP EQUAL WS-LEDGER-STALE-STEP
                   MOVE 'N' TO WS-LEDGER-CLEAN-SW
               END-IF
           END-IF.

      * APPENDS THIS RUN'S ROW. CALLED JUST AHEAD OF EVERY STOP RUN,
      * AFTER RETURN-CODE IS SET, SO A FAILED OR REFUSED RUN IS ON THE
      * LEDGER AS SURELY AS A CLEAN ONE. THE FIRST RUN EVER FINDS NO
      * LEDGER TO EXTEND AND STARTS ONE.
       WRITE-LEDGER-ENTRY.
           MOVE SPACES TO WS-LEDGER-ENTRY.
           MOVE WS-LEDGER-CONTEST-ID TO WLED-CONTEST-ID.
           MOVE WS-LEDGER-STEP TO WLED-STEP.
           MOVE WS-LEDGER-START-DATE TO WLED-START-DATE.
           MOVE WS-LEDGER-START-TIME TO WLED-START-TIME.
           ACCEPT WLED-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-CLOCK FROM TIME.
           DIVIDE WS-LEDGER-CLOCK BY 100 GIVING WLED-END-TIME.
           MOVE RETURN-CODE TO WLED-RC.
           MOVE WS-LEDGER-IN TO WLED-RECORDS-IN.
           MOVE WS-LEDGER-OUT TO WLED-RECORDS-OUT.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT EQUAL "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           WRITE LEDGER-RECORD FROM WS-LEDGER-ENTRY.
           CLOSE LEDGER-FILE.
