       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDS.

      * CONTEST AWARDS. THE MEDAL TABLE, THE DIVISION PRIZES AND THE
      * FIRST-TO-SOLVE BALLOONS' CERTIFICATES USED TO BE PICKED OFF
      * reportcob.txt BY HAND THE NIGHT OF THE CONTEST, AND THE
      * CERTIFICATE NAMES AND COACHES RE-TYPED FROM THE REGISTRATION
      * SHEETS - LAST YEAR A BRONZE WENT TO A TEAM THAT HAD SOLVED
      * NOTHING. THIS PROGRAM READS THE RANKED EXPORT
      * (contest-results.txt) AND THE FIRST-SOLVER COLUMN OF
      * problem-stats.txt, APPLIES THE AWARD SCHEME DECLARED ON
      * awards-control.txt, AND WRITES THE AWARDS LISTING
      * (awards-listing.txt) PLUS ONE CERTIFICATE DATA RECORD PER
      * AWARD (award-certificates.txt) CARRYING THE TEAM, ITS
      * INSTITUTION AND ITS COACH FROM team-master.dat FOR THE
      * CERTIFICATE MAIL-MERGE.
      *
      * awards-control.txt, ONE VALUE PER LINE, ANY LINE MISSING OR
      * NOT NUMERIC/Y/N KEEPING ITS DEFAULT:
      *   LINE 1 - GOLD MEDALS (DEFAULT 4)
      *   LINE 2 - SILVER MEDALS (DEFAULT 4)
      *   LINE 3 - BRONZE MEDALS (DEFAULT 4)
      *   LINE 4 - HONOURABLE MENTIONS AFTER THE BRONZES (DEFAULT 0)
      *   LINE 5 - Y/N, BEST TEAM IN EACH DIVISION (DEFAULT Y)
      *   LINE 6 - Y/N, FIRST TEAM TO SOLVE EACH PROBLEM (DEFAULT Y)
      * MEDALS GO BY RANK - WITH 4 GOLDS, RANKS 1-4 ARE GOLD, AND SO
      * ON DOWN. A TEAM WITH NO SOLVES GETS NO AWARD OF ANY KIND,
      * EVEN INSIDE THE MEDAL RANKS; ITS MEDAL IS NOT PASSED DOWN.
      *
      * THE SAME GATE AS SEASON: AN EXPORT WITHOUT A MATCHING PASS ON
      * results-attestation.txt (SEE rescheck.cob) IS REFUSED BEFORE
      * A SINGLE AWARD IS WRITTEN - CERTIFICATES PRINTED FROM FIGURES
      * THE RE-DERIVATION CHECK FAILED CANNOT BE UN-PRINTED. LIKEWISE
      * WHILE AN APPEAL AGAINST THE CONTEST IS STILL OPEN ON THE
      * APPEALS REGISTER (SEE applmnt.cob).
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = AWARDS WRITTEN, 4 =
      * AWARDS WRITTEN WITHOUT SOME FIRST-TO-SOLVE AWARDS (NO
      * problem-stats.txt, OR A FIRST SOLVER NOT ON THE EXPORT),
      * 8 = REFUSED (NO EXPORT, NO TEAM MASTER, NOT ATTESTED PASS,
      * OR AN APPEAL STILL OPEN), 16 = RESULTS TABLE FULL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CONTEST-RESULTS
               ASSIGN TO 'contest-results.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

      * THE SCORING RUN'S PER-PROBLEM STATISTICS - ONLY THE DATA
      * LINES' FIRST-SOLVER FIELDS ARE USED HERE.
               SELECT PROBLEM-STATS
               ASSIGN TO 'problem-stats.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

               SELECT TEAMS ASSIGN TO 'team-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-NAME
               FILE STATUS IS WS-TEAMS-STATUS.

               SELECT ATTEST-IN
               ASSIGN TO 'results-attestation.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-STATUS.

      * THE APPEALS REGISTER APPLMNT MAINTAINS. NO REGISTER MEANS NO
      * APPEAL WAS EVER FILED.
               SELECT APPEALS-REGISTER
               ASSIGN TO 'appeals-register.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CASE
               FILE STATUS IS WS-APPEALS-STATUS.

               SELECT AWARDS-CONTROL
               ASSIGN TO 'awards-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

               SELECT AWARDS-LISTING
               ASSIGN TO 'awards-listing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CERTIFICATES
               ASSIGN TO 'award-certificates.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CONTEST-RESULTS.
           01 RESULTS-RECORD.
              05 RES-CONTEST-ID PIC X(8).
              05 RES-RANK PIC 9(3).
              05 RES-NAME PIC X(15).
              05 RES-DIVISION PIC X(1).
              05 RES-TOTAL PIC 9(4).
              05 RES-SOLVES PIC 9(2).
              05 RES-PENALTY PIC 9(5).
              05 RES-PROFILE PIC X(8).

      * THE SAME STATS-DATA LAYOUT THE SCORING RUN WRITES. THE
      * HEADING LINE IS TOLD APART BY ITS FIRST FIVE BYTES, WHICH
      * ARE "PROB " ONLY ON A DATA LINE.
           FD PROBLEM-STATS.
           01 STATS-DATA.
              05 STATS-PROB-TEXT PIC X(5).
              05 STATS-PROB PIC Z9.
              05 FILL PIC X(59).
              05 STATS-FIRST-TIME PIC X(4).
              05 FILL PIC X(1).
              05 STATS-FIRST-TEAM PIC X(15).

           FD TEAMS.
           01 TEAMS-FILE.
              05 TM-NAME PIC X(15).
              05 TM-INSTITUTION PIC X(30).
              05 TM-DIVISION PIC X(1).
              05 TM-COACH PIC X(30).
              05 TM-STATUS PIC X(1).

           FD ATTEST-IN.
           01 ATTEST-LINE PIC X(100).

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

           FD AWARDS-CONTROL.
           01 AWARDS-CONTROL-LINE PIC X(50).

           FD AWARDS-LISTING.
           01 LISTING-LINE PIC X(100).

      * ONE RECORD PER AWARD, FIXED LAYOUT FOR THE CERTIFICATE
      * MAIL-MERGE:
      *   1-8     CONTEST ID
      *   9-18    AWARD TYPE (GOLD, SILVER, BRONZE, HONOURABLE,
      *           DIVISION, FIRST)
      *   19-58   AWARD WORDING AS IT PRINTS ON THE CERTIFICATE
      *   59-61   OVERALL RANK
      *   62-76   TEAM
      *   77-106  INSTITUTION
      *   107-136 COACH
           FD CERTIFICATES.
           01 CERTIFICATE-RECORD.
              05 CERT-CONTEST-ID PIC X(8).
              05 CERT-AWARD-TYPE PIC X(10).
              05 CERT-AWARD-TEXT PIC X(40).
              05 CERT-RANK PIC 9(3).
              05 CERT-TEAM PIC X(15).
              05 CERT-INSTITUTION PIC X(30).
              05 CERT-COACH PIC X(30).

           WORKING-STORAGE SECTION.
           01 WS-RESULTS-STATUS PIC X(2).
           01 WS-STATS-STATUS PIC X(2).
           01 WS-TEAMS-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-RESULTS-EOF PIC A(1) VALUE 'N'.
           01 WS-STATS-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-LINE-NUM PIC 9(1) VALUE ZERO.

           01 WS-RESULT.
              05 WS-RES-CONTEST-ID PIC X(8).
              05 WS-RES-RANK PIC 9(3).
              05 WS-RES-NAME PIC X(15).
              05 WS-RES-DIVISION PIC X(1).
              05 WS-RES-TOTAL PIC 9(4).
              05 WS-RES-SOLVES PIC 9(2).
              05 WS-RES-PENALTY PIC 9(5).
              05 WS-RES-PROFILE PIC X(8).

      * THE AWARD SCHEME - SEE awards-control.txt ABOVE.
           01 WS-GOLD-COUNT PIC 9(2) VALUE 4.
           01 WS-SILVER-COUNT PIC 9(2) VALUE 4.
           01 WS-BRONZE-COUNT PIC 9(2) VALUE 4.
           01 WS-HONOURABLE-COUNT PIC 9(2) VALUE ZERO.
           01 WS-DIVISION-AWARD-SW PIC X(1) VALUE 'Y'.
           01 WS-FIRST-SOLVE-AWARD-SW PIC X(1) VALUE 'Y'.
           01 WS-SILVER-LIMIT PIC 9(3) VALUE ZERO.
           01 WS-BRONZE-LIMIT PIC 9(3) VALUE ZERO.
           01 WS-HONOURABLE-LIMIT PIC 9(3) VALUE ZERO.

      * ATTESTATION GATE STATE - THE SAME SHAPES SEASON USES.
           01 WS-ATTEST-STATUS PIC X(2).
           01 WS-EXPORT-PRESENT-SW PIC X(1) VALUE 'N'.
           01 WS-EXPORT-CONTEST-ID PIC X(8) VALUE SPACES.
           01 WS-EXPORT-PROFILE PIC X(8) VALUE SPACES.
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

      * THE EXPORT, IN ITS OWN RANK ORDER, WITH EACH TEAM'S
      * INSTITUTION AND COACH PICKED UP FROM THE MASTER AS IT LOADS.
           01 WS-AWARD-TABLE.
              05 WS-AWARD-ENTRY OCCURS 500 TIMES.
                 10 WAWD-NAME PIC X(15) VALUE SPACES.
                 10 WAWD-RANK PIC 9(3) VALUE ZERO.
                 10 WAWD-DIVISION PIC X(1) VALUE SPACES.
                 10 WAWD-SOLVES PIC 9(2) VALUE ZERO.
                 10 WAWD-INSTITUTION PIC X(30) VALUE SPACES.
                 10 WAWD-COACH PIC X(30) VALUE SPACES.
           01 WS-AWARD-COUNT PIC 9(3) VALUE ZERO.
           01 WS-I PIC 9(3) VALUE ZERO.
           01 WS-D PIC 9(2) VALUE ZERO.

      * DIVISIONS ALREADY GIVEN THEIR BEST-TEAM AWARD. THE TABLE IS
      * WALKED IN RANK ORDER, SO THE FIRST SOLVING TEAM SEEN IN A
      * DIVISION IS ITS BEST.
           01 WS-DIV-SEEN-TABLE.
              05 WS-DIV-SEEN PIC X(1) OCCURS 20 TIMES VALUE SPACES.
           01 WS-DIV-SEEN-COUNT PIC 9(2) VALUE ZERO.
           01 WS-DIV-FOUND-SW PIC X(1) VALUE 'N'.

           01 WS-FIRST-TEAM PIC X(15) VALUE SPACES.
           01 WS-FIRST-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-FIRST-MISSED-SW PIC X(1) VALUE 'N'.

      * THE ONE AWARD BEING GRANTED - SET BY THE CALLER BEFORE
      * GRANT-AWARD, WHICH WRITES BOTH THE LISTING LINE AND THE
      * CERTIFICATE RECORD FOR ENTRY WS-I.
           01 WS-AWARD-TYPE PIC X(10) VALUE SPACES.
           01 WS-AWARD-TEXT PIC X(40) VALUE SPACES.

           01 WS-GRANTED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-NO-SOLVE-COUNT PIC 9(3) VALUE ZERO.

           01 LISTING-HEADING.
              05 FILL PIC X(25) VALUE "CONTEST AWARDS - CONTEST ".
              05 WS-LH-CONTEST-ID PIC X(8).
           01 WS-SCHEME-LINE.
              05 FILL PIC X(13) VALUE "SCHEME: GOLD ".
              05 WS-SCH-GOLD PIC Z9.
              05 FILL PIC X(8) VALUE " SILVER ".
              05 WS-SCH-SILVER PIC Z9.
              05 FILL PIC X(8) VALUE " BRONZE ".
              05 WS-SCH-BRONZE PIC Z9.
              05 FILL PIC X(12) VALUE " HONOURABLE ".
              05 WS-SCH-HONOURABLE PIC Z9.
              05 FILL PIC X(15) VALUE " DIVISION BEST ".
              05 WS-SCH-DIVISION PIC X(1).
              05 FILL PIC X(16) VALUE " FIRST TO SOLVE ".
              05 WS-SCH-FIRST PIC X(1).
           01 WS-SECTION-LINE PIC X(100) VALUE SPACES.
           01 WS-AWARD-DETAIL.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-AWD-TEXT PIC X(30).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-AWD-RANK-TEXT PIC X(5) VALUE "RANK:".
              05 WS-AWD-RANK PIC ZZ9.
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-AWD-TEAM PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-AWD-INSTITUTION PIC X(30).
           01 WS-NONE-LINE.
              05 FILL PIC X(2) VALUE SPACES.
              05 FILL PIC X(6) VALUE "(NONE)".
           01 WS-LISTING-TOTALS.
              05 FILL PIC X(8) VALUE "AWARDS: ".
              05 WS-LT-GRANTED PIC ZZZ9.
              05 FILL PIC X(24) VALUE "  NO AWARD (NO SOLVES): ".
              05 WS-LT-NO-SOLVE PIC ZZ9.
           01 WS-SECTION-START PIC 9(4) VALUE ZERO.
           01 BLANK-LINE PIC X(1) VALUE SPACES.
           01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-AWARDS-CONTROL.
           PERFORM CHECK-ATTESTATION.
           OPEN INPUT TEAMS.
           IF WS-TEAMS-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN TEAM-MASTER.DAT - STATUS "
                   WS-TEAMS-STATUS " (RUN TEAMMNT FIRST)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTEST-RESULTS.
           PERFORM LOAD-RESULTS.
           CLOSE CONTEST-RESULTS.
           CLOSE TEAMS.
           COMPUTE WS-SILVER-LIMIT = WS-GOLD-COUNT + WS-SILVER-COUNT.
           COMPUTE WS-BRONZE-LIMIT = WS-SILVER-LIMIT + WS-BRONZE-COUNT.
           COMPUTE WS-HONOURABLE-LIMIT =
               WS-BRONZE-LIMIT + WS-HONOURABLE-COUNT.
           OPEN OUTPUT AWARDS-LISTING.
           OPEN OUTPUT CERTIFICATES.
           MOVE WS-EXPORT-CONTEST-ID TO WS-LH-CONTEST-ID.
           WRITE LISTING-LINE FROM LISTING-HEADING.
           MOVE WS-GOLD-COUNT TO WS-SCH-GOLD.
           MOVE WS-SILVER-COUNT TO WS-SCH-SILVER.
           MOVE WS-BRONZE-COUNT TO WS-SCH-BRONZE.
           MOVE WS-HONOURABLE-COUNT TO WS-SCH-HONOURABLE.
           MOVE WS-DIVISION-AWARD-SW TO WS-SCH-DIVISION.
           MOVE WS-FIRST-SOLVE-AWARD-SW TO WS-SCH-FIRST.
           WRITE LISTING-LINE FROM WS-SCHEME-LINE.
           MOVE "MEDALS AND HONOURABLE MENTIONS" TO WS-SECTION-LINE.
           PERFORM START-SECTION.
           PERFORM AWARD-ONE-MEDAL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AWARD-COUNT.
           PERFORM END-SECTION.
           IF WS-DIVISION-AWARD-SW = 'Y'
               MOVE "BEST IN DIVISION" TO WS-SECTION-LINE
               PERFORM START-SECTION
               PERFORM AWARD-ONE-DIVISION
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AWARD-COUNT
               PERFORM END-SECTION
           END-IF.
           IF WS-FIRST-SOLVE-AWARD-SW = 'Y'
               MOVE "FIRST TO SOLVE" TO WS-SECTION-LINE
               PERFORM START-SECTION
               PERFORM AWARD-FIRST-SOLVES
               PERFORM END-SECTION
           END-IF.
           WRITE LISTING-LINE FROM BLANK-LINE.
           MOVE WS-GRANTED-COUNT TO WS-LT-GRANTED.
           MOVE WS-NO-SOLVE-COUNT TO WS-LT-NO-SOLVE.
           WRITE LISTING-LINE FROM WS-LISTING-TOTALS.
           CLOSE AWARDS-LISTING.
           CLOSE CERTIFICATES.
           IF WS-FIRST-MISSED-SW = 'Y'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

       LOAD-AWARDS-CONTROL.
           OPEN INPUT AWARDS-CONTROL.
           IF WS-CONTROL-STATUS EQUAL "00"
               PERFORM READ-AWARDS-CONTROL-LINE
               CLOSE AWARDS-CONTROL
           END-IF.

       READ-AWARDS-CONTROL-LINE.
           IF WS-CONTROL-EOF = 'N'
               READ AWARDS-CONTROL
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-LINE-NUM
                       PERFORM APPLY-AWARDS-CONTROL-LINE
               END-READ
               GO TO READ-AWARDS-CONTROL-LINE
           END-IF.

       APPLY-AWARDS-CONTROL-LINE.
           IF WS-CONTROL-LINE-NUM EQUAL 1
               AND AWARDS-CONTROL-LINE(1:2) IS NUMERIC
               MOVE AWARDS-CONTROL-LINE(1:2) TO WS-GOLD-COUNT
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 2
               AND AWARDS-CONTROL-LINE(1:2) IS NUMERIC
               MOVE AWARDS-CONTROL-LINE(1:2) TO WS-SILVER-COUNT
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 3
               AND AWARDS-CONTROL-LINE(1:2) IS NUMERIC
               MOVE AWARDS-CONTROL-LINE(1:2) TO WS-BRONZE-COUNT
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 4
               AND AWARDS-CONTROL-LINE(1:2) IS NUMERIC
               MOVE AWARDS-CONTROL-LINE(1:2) TO WS-HONOURABLE-COUNT
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 5
               IF AWARDS-CONTROL-LINE(1:1) = 'Y'
                   OR AWARDS-CONTROL-LINE(1:1) = 'N'
                   MOVE AWARDS-CONTROL-LINE(1:1)
                       TO WS-DIVISION-AWARD-SW
               END-IF
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 6
               IF AWARDS-CONTROL-LINE(1:1) = 'Y'
                   OR AWARDS-CONTROL-LINE(1:1) = 'N'
                   MOVE AWARDS-CONTROL-LINE(1:1)
                       TO WS-FIRST-SOLVE-AWARD-SW
               END-IF
           END-IF.

      * THE SAME GATE SEASON'S CHECK-ATTESTATION APPLIES, EXCEPT THAT
      * HERE A MISSING EXPORT IS ALSO A REFUSAL - THERE IS NOTHING TO
      * AWARD FROM.
       CHECK-ATTESTATION.
           OPEN INPUT CONTEST-RESULTS.
           IF WS-RESULTS-STATUS EQUAL "00"
               READ CONTEST-RESULTS INTO WS-RESULT
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-EXPORT-PRESENT-SW
                       MOVE WS-RES-CONTEST-ID TO WS-EXPORT-CONTEST-ID
                       MOVE WS-RES-PROFILE TO WS-EXPORT-PROFILE
                       IF WS-EXPORT-PROFILE = SPACES
                           MOVE "BLEND" TO WS-EXPORT-PROFILE
                       END-IF
               END-READ
               CLOSE CONTEST-RESULTS
           END-IF.
           IF WS-EXPORT-PRESENT-SW = 'N'
               DISPLAY "NO CONTEST-RESULTS.TXT ROWS - NOTHING TO "
                   "AWARD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ATTEST-IN.
           IF WS-ATTEST-STATUS NOT EQUAL "00"
               DISPLAY "NO RESULTS-ATTESTATION.TXT - RUN RESCHECK "
                   "BEFORE AWARDING CONTEST " WS-EXPORT-CONTEST-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-ATTEST.
           READ ATTEST-IN INTO WS-ATTEST
               AT END CONTINUE
           END-READ.
           CLOSE ATTEST-IN.
           IF WS-ATT-STAMP
               AND WS-ATT-CONTEST-ID = WS-EXPORT-CONTEST-ID
               AND WS-ATT-VERDICT = "PASS"
               CONTINUE
           ELSE
               DISPLAY "EXPORT FOR CONTEST " WS-EXPORT-CONTEST-ID
                   " IS NOT ATTESTED PASS - AWARDS REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ATT-PROFILE = SPACES
               MOVE "BLEND" TO WS-ATT-PROFILE
           END-IF.
           IF WS-ATT-PROFILE NOT EQUAL WS-EXPORT-PROFILE
               DISPLAY "EXPORT FOR CONTEST " WS-EXPORT-CONTEST-ID
                   " IS SCORED UNDER " WS-EXPORT-PROFILE
                   " BUT ATTESTED UNDER " WS-ATT-PROFILE
                   " - AWARDS REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COUNT-OPEN-APPEALS.
           IF WS-OPEN-APPEALS > 0
               DISPLAY "CONTEST " WS-EXPORT-CONTEST-ID " HAS "
                   WS-OPEN-APPEALS " APPEAL(S) STILL OPEN - "
                   "AWARDS REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       LOAD-RESULTS.
           IF WS-RESULTS-EOF = 'N'
               READ CONTEST-RESULTS INTO WS-RESULT
                   AT END MOVE 'Y' TO WS-RESULTS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-RESULT
               END-READ
               GO TO LOAD-RESULTS
           END-IF.

      * A TEAM SINCE DROPPED FROM THE MASTER STILL KEEPS ITS PLACE -
      * THE EXPORT IS THE RESULT OF RECORD - BUT ITS CERTIFICATE
      * SAYS PLAINLY THAT THE ADDRESS DETAILS ARE MISSING.
       STORE-ONE-RESULT.
           IF WS-AWARD-COUNT = 500
               DISPLAY "MORE THAN 500 ROWS ON CONTEST-RESULTS.TXT - "
                   "WS-AWARD-TABLE CANNOT HOLD THAT MANY"
               CLOSE CONTEST-RESULTS
               CLOSE TEAMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-AWARD-COUNT.
           MOVE WS-RES-NAME TO WAWD-NAME(WS-AWARD-COUNT).
           MOVE WS-RES-RANK TO WAWD-RANK(WS-AWARD-COUNT).
           MOVE WS-RES-DIVISION TO WAWD-DIVISION(WS-AWARD-COUNT).
           MOVE WS-RES-SOLVES TO WAWD-SOLVES(WS-AWARD-COUNT).
           IF WS-RES-SOLVES = 0
               ADD 1 TO WS-NO-SOLVE-COUNT
           END-IF.
           MOVE WS-RES-NAME TO TM-NAME.
           READ TEAMS KEY IS TM-NAME
               INVALID KEY
                   MOVE "(NOT ON TEAM MASTER)"
                       TO WAWD-INSTITUTION(WS-AWARD-COUNT)
               NOT INVALID KEY
                   MOVE TM-INSTITUTION
                       TO WAWD-INSTITUTION(WS-AWARD-COUNT)
                   MOVE TM-COACH TO WAWD-COACH(WS-AWARD-COUNT)
           END-READ.

       AWARD-ONE-MEDAL.
           IF WAWD-SOLVES(WS-I) > 0
               IF WAWD-RANK(WS-I) <= WS-GOLD-COUNT
                   MOVE "GOLD" TO WS-AWARD-TYPE
                   MOVE "GOLD MEDAL" TO WS-AWARD-TEXT
                   PERFORM GRANT-AWARD
               ELSE
                   IF WAWD-RANK(WS-I) <= WS-SILVER-LIMIT
                       MOVE "SILVER" TO WS-AWARD-TYPE
                       MOVE "SILVER MEDAL" TO WS-AWARD-TEXT
                       PERFORM GRANT-AWARD
                   ELSE
                       IF WAWD-RANK(WS-I) <= WS-BRONZE-LIMIT
                           MOVE "BRONZE" TO WS-AWARD-TYPE
                           MOVE "BRONZE MEDAL" TO WS-AWARD-TEXT
                           PERFORM GRANT-AWARD
                       ELSE
                           IF WAWD-RANK(WS-I) <= WS-HONOURABLE-LIMIT
                               MOVE "HONOURABLE" TO WS-AWARD-TYPE
                               MOVE "HONOURABLE MENTION"
                                   TO WS-AWARD-TEXT
                               PERFORM GRANT-AWARD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A BLANK DIVISION CODE IS NOT A DIVISION - THE SCORING RUN
      * LEAVES SUCH TEAMS OUT OF ITS DIVISION SECTIONS TOO.
       AWARD-ONE-DIVISION.
           IF WAWD-SOLVES(WS-I) > 0
               AND WAWD-DIVISION(WS-I) NOT EQUAL SPACES
               MOVE 'N' TO WS-DIV-FOUND-SW
               PERFORM CHECK-DIVISION-SEEN
                   VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DIV-SEEN-COUNT
               IF WS-DIV-FOUND-SW = 'N' AND WS-DIV-SEEN-COUNT < 20
                   ADD 1 TO WS-DIV-SEEN-COUNT
                   MOVE WAWD-DIVISION(WS-I)
                       TO WS-DIV-SEEN(WS-DIV-SEEN-COUNT)
                   MOVE "DIVISION" TO WS-AWARD-TYPE
                   MOVE SPACES TO WS-AWARD-TEXT
                   STRING "BEST IN DIVISION " DELIMITED BY SIZE
                       WAWD-DIVISION(WS-I) DELIMITED BY SIZE
                       INTO WS-AWARD-TEXT
                   END-STRING
                   PERFORM GRANT-AWARD
               END-IF
           END-IF.

       CHECK-DIVISION-SEEN.
           IF WS-DIV-SEEN(WS-D) = WAWD-DIVISION(WS-I)
               MOVE 'Y' TO WS-DIV-FOUND-SW
           END-IF.

      * ONE AWARD PER SOLVED PROBLEM, TO THE TEAM problem-stats.txt
      * NAMES AS FIRST SOLVER. THE TEAM IS MATCHED BACK TO ITS ROW ON
      * THE EXPORT FOR ITS RANK AND ADDRESS DETAILS.
       AWARD-FIRST-SOLVES.
           OPEN INPUT PROBLEM-STATS.
           IF WS-STATS-STATUS EQUAL "00"
               PERFORM READ-STATS-LINE
               CLOSE PROBLEM-STATS
           ELSE
               DISPLAY "NO PROBLEM-STATS.TXT - FIRST-TO-SOLVE AWARDS "
                   "NOT MADE"
               MOVE 'Y' TO WS-FIRST-MISSED-SW
           END-IF.

       READ-STATS-LINE.
           IF WS-STATS-EOF = 'N'
               READ PROBLEM-STATS
                   AT END MOVE 'Y' TO WS-STATS-EOF
                   NOT AT END
                       IF STATS-PROB-TEXT = "PROB "
                           PERFORM AWARD-ONE-FIRST-SOLVE
                       END-IF
               END-READ
               GO TO READ-STATS-LINE
           END-IF.

       AWARD-ONE-FIRST-SOLVE.
           IF STATS-FIRST-TEAM NOT EQUAL SPACES
               AND STATS-FIRST-TEAM NOT EQUAL "(NOT SOLVED)"
               MOVE STATS-FIRST-TEAM TO WS-FIRST-TEAM
               MOVE 'N' TO WS-FIRST-FOUND-SW
               MOVE 1 TO WS-I
               PERFORM FIND-FIRST-TEAM
               IF WS-FIRST-FOUND-SW = 'Y'
                   MOVE "FIRST" TO WS-AWARD-TYPE
                   MOVE SPACES TO WS-AWARD-TEXT
                   STRING "FIRST TO SOLVE PROBLEM " DELIMITED BY SIZE
                       STATS-PROB(2:1) DELIMITED BY SIZE
                       INTO WS-AWARD-TEXT
                   END-STRING
                   PERFORM GRANT-AWARD
               ELSE
                   DISPLAY "FIRST SOLVER " WS-FIRST-TEAM
                       " OF PROBLEM " STATS-PROB(2:1)
                       " IS NOT ON CONTEST-RESULTS.TXT - NO AWARD"
                   MOVE 'Y' TO WS-FIRST-MISSED-SW
               END-IF
           END-IF.

       FIND-FIRST-TEAM.
           IF WS-I > WS-AWARD-COUNT
               NEXT SENTENCE
           ELSE
               IF WAWD-NAME(WS-I) EQUAL WS-FIRST-TEAM
                   MOVE 'Y' TO WS-FIRST-FOUND-SW
               ELSE
                   ADD 1 TO WS-I
                   GO TO FIND-FIRST-TEAM
               END-IF
           END-IF.

       GRANT-AWARD.
           MOVE WS-AWARD-TEXT TO WS-AWD-TEXT.
           MOVE WAWD-RANK(WS-I) TO WS-AWD-RANK.
           MOVE WAWD-NAME(WS-I) TO WS-AWD-TEAM.
           MOVE WAWD-INSTITUTION(WS-I) TO WS-AWD-INSTITUTION.
           WRITE LISTING-LINE FROM WS-AWARD-DETAIL.
           MOVE WS-EXPORT-CONTEST-ID TO CERT-CONTEST-ID.
           MOVE WS-AWARD-TYPE TO CERT-AWARD-TYPE.
           MOVE WS-AWARD-TEXT TO CERT-AWARD-TEXT.
           MOVE WAWD-RANK(WS-I) TO CERT-RANK.
           MOVE WAWD-NAME(WS-I) TO CERT-TEAM.
           MOVE WAWD-INSTITUTION(WS-I) TO CERT-INSTITUTION.
           MOVE WAWD-COACH(WS-I) TO CERT-COACH.
           WRITE CERTIFICATE-RECORD.
           ADD 1 TO WS-GRANTED-COUNT.

      * EACH SECTION IS A TITLE LINE, ITS AWARDS, AND "(NONE)" WHEN
      * NOTHING IN IT WAS GRANTED - AN EMPTY SECTION MUST LOOK EMPTY
      * ON PURPOSE, NOT LIKE A TRUNCATED LISTING.
       START-SECTION.
           WRITE LISTING-LINE FROM BLANK-LINE.
           WRITE LISTING-LINE FROM WS-SECTION-LINE.
           MOVE WS-GRANTED-COUNT TO WS-SECTION-START.

       END-SECTION.
           IF WS-GRANTED-COUNT = WS-SECTION-START
               WRITE LISTING-LINE FROM WS-NONE-LINE
           END-IF.
