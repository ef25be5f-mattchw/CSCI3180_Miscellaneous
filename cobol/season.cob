      * season-control.txt LINE 1 IS THE BEST-N COUNT - HOW MANY OF A
      * TEAM'S CONTESTS SCORE TOWARD THE SEASON TOTAL. ZERO, BLANK OR
      * NO FILE MEANS EVERY CONTEST COUNTS.
      *
      * EVERY EXPORT ROW IS STAMPED WITH THE SCORING PROFILE ITS
      * CONTEST WAS SCORED UNDER (BLEND, ICPC OR IOI - SEE LINE 7 OF
      * contest-control.txt). POINTS FROM DIFFERENT RULES DO NOT ADD
      * UP TO ANYTHING MEANINGFUL, SO A CONSOLIDATION THAT WOULD PUT
      * TWO PROFILES IN ONE SEASON IS REFUSED BEFORE THE HISTORY IS
      * TOUCHED. ROWS FROM BEFORE THE STAMP EXISTED CARRY A BLANK
      * PROFILE AND WERE ALL SCORED UNDER THE BLEND.
      *
      * AN EXPORT IS ONLY FOLDED IN WHEN THE RUN LEDGER
      * (run-ledger.txt) SHOWS A CLEAN RESCHECK RUN FOR ITS CONTEST
      * ID, NOT OVERTAKEN BY A LATER SCORING RUN. EACH RUN LEDGERS
      * ITS OWN ROW: EXPORT ROWS IN, HISTORY ROWS WRITTEN OUT. A PURE
      * RE-TOTAL (NO EXPORT) IS LEDGERED UNDER A BLANK CONTEST ID.
      *
      * NOR IS AN EXPORT FOLDED IN WHILE AN APPEAL AGAINST ITS
      * CONTEST IS STILL OPEN ON THE APPEALS REGISTER (SEE
      * applmnt.cob) - THE RESULTS ARE NOT FINAL UNTIL EVERY CASE IS
      * DECIDED AND ANY UPHELD CASE HAS BEEN SCORED IN.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = CONSOLIDATED, 8 = EXPORT
      * NOT ATTESTED PASS, PROFILES MIXED OR AN APPEAL STILL OPEN -
      * HISTORY UNTOUCHED,
      * 16 = A TABLE FULL OR THE HISTORY DAMAGED, 20 = REFUSED - NO
      * CLEAN RESCHECK RUN FOR THIS CONTEST ON THE RUN LEDGER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

      * THE APPEALS REGISTER APPLMNT MAINTAINS. NO REGISTER MEANS NO
      * APPEAL WAS EVER FILED.
               SELECT APPEALS-REGISTER
               ASSIGN TO 'appeals-register.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CASE
               FILE STATUS IS WS-APPEALS-STATUS.

      * THE SHARED RUN LEDGER - ONE ROW APPENDED FOR EVERY RUN OF THIS
      * STEP (SEE WRITE-LEDGER-ENTRY), AND READ BACK TO CHECK THE STEP
      * BEFORE THIS ONE FINISHED CLEANLY (SEE CHECK-LEDGER-UPSTREAM).
               SELECT LEDGER-FILE ASSIGN TO 'run-ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * ONE ROW PER TEAM PER CONTEST, THE EXACT LAYOUT THE SCORING
              05 RES-TOTAL PIC 9(4).
              05 RES-SOLVES PIC 9(2).
              05 RES-PENALTY PIC 9(5).
              05 RES-PROFILE PIC X(8).

           FD SEASON-HISTORY.
           01 HISTORY-RECORD PIC X(46).

           FD HISTORY-OUT.
           01 HISTORY-OUT-RECORD PIC X(46).

           FD SEASON-STANDINGS.
           01 STANDINGS-LINE PIC X(100).
              05 ALS-OLD-NAME PIC X(15).
              05 ALS-NEW-NAME PIC X(15).

           FD LEDGER-FILE.
           01 LEDGER-RECORD PIC X(66).

      * SAME 110-BYTE CASE RECORD AS APPLMNT'S APPEAL-RECORD.
           FD APPEALS-REGISTER.
           01 APPEAL-RECORD.
              05 APL-CASE PIC X(5).
              05 APL-CONTEST-ID PIC X(8).
              05 APL-TEAM PIC X(15).
              05 APL-PROB PIC X(1).
              05 APL-TIME PIC X(4).
              05 APL-GROUNDS PIC X(40).
              05 APL-STATUS PIC X(1).
                 88 APL-OPEN VALUE 'O'.
                 88 APL-UPHELD VALUE 'U'.
                 88 APL-DENIED VALUE 'D'.
              05 APL-JUDGE PIC X(20).
              05 APL-FILED-DATE PIC 9(8).
              05 APL-DECIDED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-RESULTS-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
              05 WS-RES-TOTAL PIC 9(4).
              05 WS-RES-SOLVES PIC 9(2).
              05 WS-RES-PENALTY PIC 9(5).
              05 WS-RES-PROFILE PIC X(8).

           01 WS-BEST-N PIC 9(2) VALUE ZERO.
           01 WS-NEW-CONTEST-ID PIC X(8) VALUE SPACES.
           01 WS-ATTEST-STATUS PIC X(2).
           01 WS-EXPORT-PRESENT-SW PIC X(1) VALUE 'N'.
           01 WS-EXPORT-CONTEST-ID PIC X(8) VALUE SPACES.
           01 WS-APPEALS-STATUS PIC X(2).
           01 WS-APPEALS-EOF PIC A(1) VALUE 'N'.
           01 WS-OPEN-APPEALS PIC 9(5) VALUE ZERO.
           01 WS-ATTEST.
              05 WS-ATT-TAG PIC X(7).
                 88 WS-ATT-STAMP VALUE "ATTEST ".
              05 WS-ATT-CONTEST-ID PIC X(8).
              05 FILL PIC X(1).
              05 WS-ATT-VERDICT PIC X(4).
              05 FILL PIC X(1).
              05 WS-ATT-PROFILE PIC X(8).

      * THE ONE SCORING PROFILE THIS SEASON IS PLAYED UNDER - TAKEN
      * FROM THE INCOMING EXPORT, OR FROM THE FIRST HISTORY ROW ON A
      * PURE RE-TOTAL RUN.
           01 WS-SEASON-PROFILE PIC X(8) VALUE SPACES.
           01 WS-ROW-PROFILE PIC X(8) VALUE SPACES.

      * THE SEASON ROLLED UP BY TEAM - EVERY CONTEST A TEAM ENTERED
      * SITS IN ITS WSEA-CONTEST LIST, AND THE BEST-N SELECTION MARKS
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-STD-CNT-TEXT PIC X(9) VALUE "CONTESTS:".
              05 WS-STD-CONTESTS PIC Z9.
           01 WS-PROFILE-LINE.
              05 FILL PIC X(17) VALUE "SCORING PROFILE: ".
              05 WS-PRF-NAME PIC X(8).
           01 BREAKDOWN-HEADING.
              05 FILL PIC X(100) VALUE
                 "POINTS BY CONTEST (* = COUNTED TOWARD SEASON TOTAL)".
              05 WS-BRK-COUNTED PIC X(1).
           01 BLANK-LINE PIC X(1) VALUE SPACES.

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
           01 WS-LEDGER-STEP PIC X(8) VALUE "SEASON".
           01 WS-LEDGER-UPSTREAM PIC X(8) VALUE "RESCHECK".
           01 WS-LEDGER-STALE-STEP PIC X(8) VALUE "ASG1".
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
           PERFORM LOAD-SEASON-CONTROL.
           PERFORM LOAD-TEAM-ALIASES.
           PERFORM CHECK-ATTESTATION THRU CHECK-ATTESTATION-EXIT.
           PERFORM CHECK-SEASON-PROFILE.
           OPEN OUTPUT HISTORY-OUT.
           PERFORM FOLD-IN-CONTEST-RESULTS.
           PERFORM CARRY-FORWARD-HISTORY.
           PERFORM SELECT-BEST-N.
           PERFORM SORT-SEASON-TABLE.
           PERFORM WRITE-SEASON-STANDINGS.
           PERFORM WRITE-LEDGER-ENTRY.
       STOP RUN.

      * THE GATE: WHEN AN EXPORT IS PRESENT, ITS CONTEST ID MUST BE
               NOT AT END
                   MOVE 'Y' TO WS-EXPORT-PRESENT-SW
                   MOVE WS-RES-CONTEST-ID TO WS-EXPORT-CONTEST-ID
                   MOVE WS-RES-PROFILE TO WS-SEASON-PROFILE
                   IF WS-SEASON-PROFILE = SPACES
                       MOVE "BLEND" TO WS-SEASON-PROFILE
                   END-IF
           END-READ.
           CLOSE CONTEST-RESULTS.
           MOVE 'N' TO WS-RESULTS-EOF.
           IF WS-EXPORT-PRESENT-SW = 'N'
               GO TO CHECK-ATTESTATION-EXIT
           END-IF.
      * AND THE RE-DERIVATION CHECK ITSELF MUST BE ON THE RUN LEDGER AS
      * CLEAN FOR THIS CONTEST, WITH NO SCORING RERUN SINCE - AN
      * ATTESTATION OF AN EXPORT THAT HAS SINCE BEEN REWRITTEN PROVES
      * NOTHING ABOUT THE ROWS ABOUT TO BE FOLDED IN.
           MOVE WS-EXPORT-CONTEST-ID TO WS-LEDGER-CONTEST-ID.
           PERFORM CHECK-LEDGER-UPSTREAM.
           OPEN INPUT ATTEST-IN.
           IF WS-ATTEST-STATUS NOT EQUAL "00"
               DISPLAY "NO RESULTS-ATTESTATION.TXT - RUN RESCHECK "
                   "BEFORE CONSOLIDATING CONTEST "
                   WS-EXPORT-CONTEST-ID
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-ATTEST.
               DISPLAY "EXPORT FOR CONTEST " WS-EXPORT-CONTEST-ID
                   " IS NOT ATTESTED PASS - CONSOLIDATION REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
      * THE ATTESTATION MUST HAVE REPLAYED UNDER THE SAME PROFILE THE
      * EXPORT WAS SCORED UNDER - A PASS UNDER ANOTHER RULE PROVES
      * NOTHING ABOUT THESE FIGURES.
           IF WS-ATT-PROFILE = SPACES
               MOVE "BLEND" TO WS-ATT-PROFILE
           END-IF.
           IF WS-ATT-PROFILE NOT EQUAL WS-SEASON-PROFILE
               DISPLAY "EXPORT FOR CONTEST " WS-EXPORT-CONTEST-ID
                   " IS SCORED UNDER " WS-SEASON-PROFILE
                   " BUT ATTESTED UNDER " WS-ATT-PROFILE
                   " - CONSOLIDATION REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
      * AND NO APPEAL AGAINST THE CONTEST MAY STILL BE WAITING ON THE
      * JUDGES - AN UPHELD CASE WOULD CHANGE THE VERY ROWS ABOUT TO
      * BE FOLDED IN. APPLRPT LISTS THE CASES HOLDING IT UP.
           PERFORM COUNT-OPEN-APPEALS.
           IF WS-OPEN-APPEALS > 0
               DISPLAY "CONTEST " WS-EXPORT-CONTEST-ID " HAS "
                   WS-OPEN-APPEALS " APPEAL(S) STILL OPEN - "
                   "CONSOLIDATION REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.

       CHECK-ATTESTATION-EXIT.
           EXIT.

       COUNT-OPEN-APPEALS.
           MOVE ZERO TO WS-OPEN-APPEALS.
           OPEN INPUT APPEALS-REGISTER.
           IF WS-APPEALS-STATUS EQUAL "00"
               PERFORM READ-APPEALS-REGISTER
               CLOSE APPEALS-REGISTER
           END-IF.

       READ-APPEALS-REGISTER.
           IF WS-APPEALS-EOF = 'N'
               READ APPEALS-REGISTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-APPEALS-EOF
                   NOT AT END
                       IF APL-CONTEST-ID = WS-EXPORT-CONTEST-ID
                           AND APL-OPEN
                           ADD 1 TO WS-OPEN-APPEALS
                       END-IF
               END-READ
               GO TO READ-APPEALS-REGISTER
           END-IF.

      * ONE SEASON, ONE SCORING RULE. EVERY HISTORY ROW THAT WILL BE
      * CARRIED FORWARD (THE INCOMING CONTEST'S OWN OLD ROWS ARE ABOUT
      * TO BE SUPERSEDED, SO THEY DO NOT COUNT) MUST CARRY THE SAME
      * PROFILE AS THE EXPORT - OR, WITH NO EXPORT, AS THE FIRST ROW.
      * THE FIRST ROW THAT DISAGREES STOPS THE RUN BEFORE
      * season-history.txt IS REWRITTEN.
       CHECK-SEASON-PROFILE.
           OPEN INPUT SEASON-HISTORY.
           IF WS-HISTORY-STATUS EQUAL "00"
               PERFORM CHECK-HISTORY-PROFILE
               CLOSE SEASON-HISTORY
           END-IF.
           MOVE 'N' TO WS-HISTORY-EOF.

       CHECK-HISTORY-PROFILE.
           IF WS-HISTORY-EOF = 'N'
               READ SEASON-HISTORY INTO WS-RESULT
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF WS-EXPORT-PRESENT-SW = 'N'
                           OR WS-RES-CONTEST-ID NOT EQUAL
                               WS-EXPORT-CONTEST-ID
                           PERFORM CHECK-ONE-ROW-PROFILE
                       END-IF
               END-READ
               GO TO CHECK-HISTORY-PROFILE
           END-IF.

       CHECK-ONE-ROW-PROFILE.
           MOVE WS-RES-PROFILE TO WS-ROW-PROFILE.
           IF WS-ROW-PROFILE = SPACES
               MOVE "BLEND" TO WS-ROW-PROFILE
           END-IF.
           IF WS-SEASON-PROFILE = SPACES
               MOVE WS-ROW-PROFILE TO WS-SEASON-PROFILE
           END-IF.
           IF WS-ROW-PROFILE NOT EQUAL WS-SEASON-PROFILE
               DISPLAY "CONTEST " WS-RES-CONTEST-ID " WAS SCORED "
                   "UNDER " WS-ROW-PROFILE " BUT THIS SEASON IS "
                   "SCORED UNDER " WS-SEASON-PROFILE
                   " - CONSOLIDATION REFUSED"
               CLOSE SEASON-HISTORY
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.

       LOAD-SEASON-CONTROL.
           OPEN INPUT SEASON-CONTROL.
           IF WS-CONTROL-STATUS EQUAL "00"
                   NOT AT END
                       MOVE WS-RES-CONTEST-ID TO WS-NEW-CONTEST-ID
                       WRITE HISTORY-OUT-RECORD FROM WS-RESULT
                       ADD 1 TO WS-LEDGER-IN
                       ADD 1 TO WS-LEDGER-OUT
                       PERFORM POST-RESULT-TO-SEASON
               END-READ
               GO TO READ-CONTEST-RESULT
                       IF WS-RES-CONTEST-ID NOT EQUAL
                           WS-NEW-CONTEST-ID
                           WRITE HISTORY-OUT-RECORD FROM WS-RESULT
                           ADD 1 TO WS-LEDGER-OUT
                           PERFORM POST-RESULT-TO-SEASON
                       END-IF
               END-READ
                   DISPLAY "TEAM-ALIASES.TXT HAS MORE THAN 200 ROWS -"
                       " WS-ALIAS-TABLE CANNOT HOLD THAT MANY"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-ENTRY
                   STOP RUN
               END-IF
               ADD 1 TO WS-ALIAS-COUNT
                   DISPLAY "SEASON HISTORY HAS MORE THAN 500 TEAMS - "
                       "WS-SEASON-TABLE CANNOT HOLD THAT MANY"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-ENTRY
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEASON-COUNT
               DISPLAY "TEAM " WS-RES-NAME " HAS MORE THAN 8 SEASON "
                   "CONTESTS ON FILE - HISTORY LOOKS DAMAGED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
           ADD 1 TO WSEA-CONTEST-COUNT(WS-SEASON-SLOT).
       WRITE-SEASON-STANDINGS.
           OPEN OUTPUT SEASON-STANDINGS.
           WRITE STANDINGS-LINE FROM STANDINGS-HEADING.
           MOVE WS-SEASON-PROFILE TO WS-PRF-NAME.
           WRITE STANDINGS-LINE FROM WS-PROFILE-LINE.
           WRITE STANDINGS-LINE FROM BLANK-LINE.
           PERFORM WRITE-SEASON-LINE
               VARYING WS-I FROM 1 BY 1
               MOVE "*" TO WS-BRK-COUNTED
           END-IF.
           WRITE STANDINGS-LINE FROM WS-BREAKDOWN-DETAIL.

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
