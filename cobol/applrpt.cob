       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLRPT.

      * APPEALS SUMMARY FOR THE CONTEST DIRECTOR. READS THE APPEALS
      * REGISTER APPLMNT MAINTAINS (appeals-register.dat) AND THE
      * JUDGES' adjustments.txt AND WRITES appeals-summary.txt IN FOUR
      * PARTS:
      *
      *   THE OPEN CASES - EACH ONE HOLDS ITS CONTEST BACK: SEASON
      *   AND AWARDS REFUSE TO FINALISE A CONTEST WITH A CASE OPEN.
      *
      *   THE DECIDED CASES, WITH THE RULING, THE JUDGE AND THE DATE,
      *   AND FOR AN UPHELD CASE WHETHER adjustments.txt CARRIES AN
      *   ADJUSTMENT QUOTING IT - AN UPHELD APPEAL WITH NO ADJUSTMENT
      *   HAS NOT YET CHANGED THE RESULTS.
      *
      *   EVERY ADJUSTMENT THE SCORING RUN WILL REFUSE, WITH THE SAME
      *   REASON ASG1 LOGS - NO CASE NUMBER, A CASE NOT ON THE
      *   REGISTER, A CASE NOT UPHELD, OR A CASE FOR A DIFFERENT
      *   SUBMISSION - SO THE JUDGES CAN PUT IT RIGHT BEFORE THE RUN
      *   RATHER THAN FIND IT ON THE AUDIT TRAIL AFTERWARDS. THE CASE'S
      *   CONTEST IS NOT CHECKED HERE: ONLY THE SCORING RUN KNOWS WHICH
      *   CONTEST THE FEED IS FOR.
      *
      *   A COUNT OF CASES BY CONTEST, OPEN, UPHELD AND DENIED, AND
      *   WHETHER EACH CONTEST IS CLEAR TO FINALISE.
      *
      * appeals-control.txt IS OPTIONAL: LINE 1 (COLUMNS 1-8) LIMITS
      * THE CASE SECTIONS AND THE COUNTS TO THAT CONTEST ID. BLANK OR
      * NO FILE COVERS THE WHOLE REGISTER. NO adjustments.txt SIMPLY
      * MEANS NO ADJUSTMENTS HAVE BEEN KEYED.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = NOTHING OUTSTANDING, 4 =
      * A CASE IS OPEN, AN UPHELD CASE HAS NO ADJUSTMENT, OR AN
      * ADJUSTMENT WILL BE REFUSED (READ THE SUMMARY), 8 = NO
      * appeals-register.dat, 16 = A TABLE FULL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT APPEALS-REGISTER
               ASSIGN TO 'appeals-register.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CASE
               FILE STATUS IS WS-APPEALS-STATUS.

               SELECT ADJUST-FILE
               ASSIGN TO 'adjustments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.

               SELECT CONTROL-FILE
               ASSIGN TO 'appeals-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

               SELECT APPEALS-SUMMARY
               ASSIGN TO 'appeals-summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

      * THE SAME ROW THE SCORING RUN READS - SEE ASG1'S ADJUST-RECORD.
           FD ADJUST-FILE.
           01 ADJUST-RECORD.
              05 ADJ-ACTION PIC X(1).
              05 ADJ-NAME PIC X(15).
              05 ADJ-PROB PIC 9(1).
              05 ADJ-TIME PIC 9(4).
              05 ADJ-OUTCOME PIC X(19).
              05 ADJ-SCORE PIC 9(3).
              05 ADJ-CASE PIC X(5).

           FD CONTROL-FILE.
           01 CONTROL-FILE-LINE PIC X(50).

           FD APPEALS-SUMMARY.
           01 SUMMARY-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-APPEALS-STATUS PIC X(2).
           01 WS-ADJUST-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-APPEALS-EOF PIC A(1) VALUE 'N'.
           01 WS-ADJUST-EOF PIC A(1) VALUE 'N'.
           01 WS-FILTER-CONTEST PIC X(8) VALUE SPACES.
           01 WS-IN-SCOPE-SW PIC X(1) VALUE 'N'.
           01 WS-FOUND-SW PIC X(1) VALUE 'N'.

      * adjustments.txt, LOADED UP FRONT - 200 ROWS, THE SAME CAP AS
      * THE SCORING RUN'S WS-ADJUST-TABLE.
           01 WS-ADJUST-TABLE.
              05 WS-ADJUST-ENTRY OCCURS 200 TIMES.
                 10 WADJ-NAME PIC X(15) VALUE SPACES.
                 10 WADJ-PROB PIC 9(1) VALUE ZERO.
                 10 WADJ-TIME PIC 9(4) VALUE ZERO.
                 10 WADJ-CASE PIC X(5) VALUE SPACES.
           01 WS-NUM-ADJUSTMENTS PIC 9(3) VALUE ZERO.
           01 WS-ADJ-SLOT PIC 9(3) VALUE ZERO.
           01 WS-ADJ-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-REFUSE-REASON PIC X(25) VALUE SPACES.

      * CASE COUNTS PER CONTEST, IN THE ORDER THE CONTESTS ARE FIRST
      * MET IN THE REGISTER.
           01 WS-CONTEST-TABLE.
              05 WS-CONTEST-ENTRY OCCURS 50 TIMES.
                 10 WCON-CONTEST-ID PIC X(8) VALUE SPACES.
                 10 WCON-OPEN PIC 9(4) VALUE ZERO.
                 10 WCON-UPHELD PIC 9(4) VALUE ZERO.
                 10 WCON-DENIED PIC 9(4) VALUE ZERO.
           01 WS-CONTEST-COUNT PIC 9(2) VALUE ZERO.
           01 WS-CONTEST-SLOT PIC 9(2) VALUE ZERO.
           01 WS-CON-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-C PIC 9(2) VALUE ZERO.

           01 WS-CASE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UPHELD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DENIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNADJUSTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SECTION-START PIC 9(5) VALUE ZERO.
           01 WS-LINES-WRITTEN PIC 9(5) VALUE ZERO.
           01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-DATE-X REDEFINES WS-STAMP-DATE.
              05 WS-SD-YEAR PIC X(4).
              05 WS-SD-MONTH PIC X(2).
              05 WS-SD-DAY PIC X(2).
           01 WS-STAMP-EDIT.
              05 WS-SE-YEAR PIC X(4).
              05 FILL PIC X(1) VALUE "-".
              05 WS-SE-MONTH PIC X(2).
              05 FILL PIC X(1) VALUE "-".
              05 WS-SE-DAY PIC X(2).

           01 SUMMARY-HEADING.
              05 FILL PIC X(26) VALUE "APPEALS SUMMARY - CONTEST ".
              05 WS-SH-CONTEST PIC X(14).
           01 WS-SECTION-LINE PIC X(120) VALUE SPACES.
           01 WS-OPEN-DETAIL.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-OPD-CASE PIC X(5).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-OPD-CONTEST PIC X(8).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-OPD-TEAM PIC X(15).
              05 FILL PIC X(6) VALUE " PROB ".
              05 WS-OPD-PROB PIC X(1).
              05 FILL PIC X(6) VALUE " TIME ".
              05 WS-OPD-TIME PIC X(4).
              05 FILL PIC X(7) VALUE " FILED ".
              05 WS-OPD-FILED PIC X(10).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-OPD-GROUNDS PIC X(40).
           01 WS-DECIDED-DETAIL.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-DCD-CASE PIC X(5).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DCD-CONTEST PIC X(8).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DCD-TEAM PIC X(15).
              05 FILL PIC X(6) VALUE " PROB ".
              05 WS-DCD-PROB PIC X(1).
              05 FILL PIC X(6) VALUE " TIME ".
              05 WS-DCD-TIME PIC X(4).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DCD-STATUS PIC X(6).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DCD-DECIDED PIC X(10).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DCD-JUDGE PIC X(20).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DCD-ADJUSTED PIC X(13).
           01 WS-REFUSED-DETAIL.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-RFD-CASE PIC X(5).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-RFD-TEAM PIC X(15).
              05 FILL PIC X(6) VALUE " PROB ".
              05 WS-RFD-PROB PIC 9(1).
              05 FILL PIC X(6) VALUE " TIME ".
              05 WS-RFD-TIME PIC 9(4).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-RFD-REASON PIC X(25).
           01 WS-CONTEST-DETAIL.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-CND-CONTEST PIC X(8).
              05 FILL PIC X(7) VALUE "  OPEN ".
              05 WS-CND-OPEN PIC ZZZ9.
              05 FILL PIC X(9) VALUE "  UPHELD ".
              05 WS-CND-UPHELD PIC ZZZ9.
              05 FILL PIC X(9) VALUE "  DENIED ".
              05 WS-CND-DENIED PIC ZZZ9.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-CND-STATE PIC X(30).
           01 WS-NONE-LINE.
              05 FILL PIC X(2) VALUE SPACES.
              05 FILL PIC X(6) VALUE "(NONE)".
           01 WS-SUMMARY-TOTALS.
              05 FILL PIC X(7) VALUE "CASES: ".
              05 WS-ST-CASES PIC ZZZZ9.
              05 FILL PIC X(8) VALUE "  OPEN: ".
              05 WS-ST-OPEN PIC ZZZZ9.
              05 FILL PIC X(10) VALUE "  UPHELD: ".
              05 WS-ST-UPHELD PIC ZZZZ9.
              05 FILL PIC X(10) VALUE "  DENIED: ".
              05 WS-ST-DENIED PIC ZZZZ9.
              05 FILL PIC X(24) VALUE "  ADJUSTMENTS REFUSED: ".
              05 WS-ST-REFUSED PIC ZZZZ9.
           01 BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-APPEALS-CONTROL.
           OPEN INPUT APPEALS-REGISTER.
           IF WS-APPEALS-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN APPEALS-REGISTER.DAT - STATUS "
                   WS-APPEALS-STATUS " (RUN APPLMNT FIRST)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ADJUSTMENTS.
           OPEN OUTPUT APPEALS-SUMMARY.
           IF WS-FILTER-CONTEST = SPACES
               MOVE "(ALL CONTESTS)" TO WS-SH-CONTEST
           ELSE
               MOVE WS-FILTER-CONTEST TO WS-SH-CONTEST
           END-IF.
           WRITE SUMMARY-LINE FROM SUMMARY-HEADING.
           MOVE "OPEN CASES - THEIR CONTESTS CANNOT BE FINALISED"
               TO WS-SECTION-LINE.
           PERFORM START-SECTION.
           PERFORM LIST-OPEN-CASES.
           PERFORM END-SECTION.
           MOVE "DECIDED CASES" TO WS-SECTION-LINE.
           PERFORM START-SECTION.
           PERFORM RESTART-REGISTER.
           PERFORM LIST-DECIDED-CASES.
           PERFORM END-SECTION.
           MOVE "ADJUSTMENTS THE SCORING RUN WILL REFUSE"
               TO WS-SECTION-LINE.
           PERFORM START-SECTION.
           PERFORM CHECK-ONE-ADJUSTMENT
               VARYING WS-ADJ-SLOT FROM 1 BY 1
               UNTIL WS-ADJ-SLOT > WS-NUM-ADJUSTMENTS.
           PERFORM END-SECTION.
           MOVE "CASES BY CONTEST" TO WS-SECTION-LINE.
           PERFORM START-SECTION.
           PERFORM WRITE-CONTEST-LINE
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CONTEST-COUNT.
           PERFORM END-SECTION.
           CLOSE APPEALS-REGISTER.
           WRITE SUMMARY-LINE FROM BLANK-LINE.
           MOVE WS-CASE-COUNT TO WS-ST-CASES.
           MOVE WS-OPEN-COUNT TO WS-ST-OPEN.
           MOVE WS-UPHELD-COUNT TO WS-ST-UPHELD.
           MOVE WS-DENIED-COUNT TO WS-ST-DENIED.
           MOVE WS-REFUSED-COUNT TO WS-ST-REFUSED.
           WRITE SUMMARY-LINE FROM WS-SUMMARY-TOTALS.
           CLOSE APPEALS-SUMMARY.
           IF WS-OPEN-COUNT > 0 OR WS-UNADJUSTED-COUNT > 0
               OR WS-REFUSED-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

       LOAD-APPEALS-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CONTROL-FILE-LINE(1:8) TO WS-FILTER-CONTEST
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      * OPTIONAL adjustments.txt. EVERY ROW IS KEPT WHATEVER ITS
      * ACTION CODE - A BAD ACTION CODE IS THE SCORING RUN'S OWN
      * FINDING; HERE ONLY THE CASE REFERENCE IS JUDGED.
       LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJUST-STATUS EQUAL "00"
               PERFORM READ-ADJUSTMENT-RECORD
               CLOSE ADJUST-FILE
           END-IF.

       READ-ADJUSTMENT-RECORD.
           IF WS-ADJUST-EOF = 'N'
               READ ADJUST-FILE
                   AT END MOVE 'Y' TO WS-ADJUST-EOF
                   NOT AT END
                       PERFORM STORE-ONE-ADJUSTMENT
               END-READ
               GO TO READ-ADJUSTMENT-RECORD
           END-IF.

       STORE-ONE-ADJUSTMENT.
           IF WS-NUM-ADJUSTMENTS = 200
               DISPLAY "ADJUSTMENTS.TXT HAS MORE THAN 200 ROWS - "
                   "WS-ADJUST-TABLE CANNOT HOLD THAT MANY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NUM-ADJUSTMENTS.
           MOVE ADJ-NAME TO WADJ-NAME(WS-NUM-ADJUSTMENTS).
           MOVE ADJ-PROB TO WADJ-PROB(WS-NUM-ADJUSTMENTS).
           MOVE ADJ-TIME TO WADJ-TIME(WS-NUM-ADJUSTMENTS).
           MOVE ADJ-CASE TO WADJ-CASE(WS-NUM-ADJUSTMENTS).

      * THE REGISTER IS READ FRONT TO BACK ONCE PER CASE SECTION -
      * KEY ORDER, WHICH IS CASE-NUMBER ORDER.
       RESTART-REGISTER.
           CLOSE APPEALS-REGISTER.
           OPEN INPUT APPEALS-REGISTER.
           MOVE 'N' TO WS-APPEALS-EOF.

       LIST-OPEN-CASES.
           IF WS-APPEALS-EOF = 'N'
               READ APPEALS-REGISTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-APPEALS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-CASE
               END-READ
               GO TO LIST-OPEN-CASES
           END-IF.

      * FIRST PASS: EVERY CASE IN SCOPE IS COUNTED AGAINST ITS
      * CONTEST, AND THE OPEN ONES ARE LISTED.
       COUNT-ONE-CASE.
           PERFORM CHECK-CASE-IN-SCOPE.
           IF WS-IN-SCOPE-SW = 'Y'
               ADD 1 TO WS-CASE-COUNT
               PERFORM FIND-CONTEST-ENTRY
               IF APL-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   ADD 1 TO WCON-OPEN(WS-CONTEST-SLOT)
                   PERFORM WRITE-OPEN-LINE
               END-IF
               IF APL-UPHELD
                   ADD 1 TO WS-UPHELD-COUNT
                   ADD 1 TO WCON-UPHELD(WS-CONTEST-SLOT)
               END-IF
               IF APL-DENIED
                   ADD 1 TO WS-DENIED-COUNT
                   ADD 1 TO WCON-DENIED(WS-CONTEST-SLOT)
               END-IF
           END-IF.

       CHECK-CASE-IN-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE-SW.
           IF WS-FILTER-CONTEST = SPACES
               OR APL-CONTEST-ID EQUAL WS-FILTER-CONTEST
               MOVE 'Y' TO WS-IN-SCOPE-SW
           END-IF.

       FIND-CONTEST-ENTRY.
           MOVE 'N' TO WS-CON-FOUND-SW.
           MOVE 1 TO WS-CONTEST-SLOT.
           PERFORM FIND-CONTEST-SCAN.
           IF WS-CON-FOUND-SW = 'N'
               IF WS-CONTEST-COUNT = 50
                   DISPLAY "APPEALS REGISTER SPANS MORE THAN 50 "
                       "CONTESTS - WS-CONTEST-TABLE CANNOT HOLD THAT "
                       "MANY (LIMIT IT WITH APPEALS-CONTROL.TXT)"
                   CLOSE APPEALS-SUMMARY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONTEST-COUNT
               MOVE WS-CONTEST-COUNT TO WS-CONTEST-SLOT
               MOVE APL-CONTEST-ID TO WCON-CONTEST-ID(WS-CONTEST-SLOT)
           END-IF.

       FIND-CONTEST-SCAN.
           IF WS-CONTEST-SLOT > WS-CONTEST-COUNT
               NEXT SENTENCE
           ELSE
               IF WCON-CONTEST-ID(WS-CONTEST-SLOT) EQUAL APL-CONTEST-ID
                   MOVE 'Y' TO WS-CON-FOUND-SW
               ELSE
                   ADD 1 TO WS-CONTEST-SLOT
                   GO TO FIND-CONTEST-SCAN
               END-IF
           END-IF.

       WRITE-OPEN-LINE.
           MOVE APL-CASE TO WS-OPD-CASE.
           MOVE APL-CONTEST-ID TO WS-OPD-CONTEST.
           MOVE APL-TEAM TO WS-OPD-TEAM.
           MOVE APL-PROB TO WS-OPD-PROB.
           MOVE APL-TIME TO WS-OPD-TIME.
           MOVE APL-FILED-DATE TO WS-STAMP-DATE.
           PERFORM EDIT-STAMP-DATE.
           MOVE WS-STAMP-EDIT TO WS-OPD-FILED.
           MOVE APL-GROUNDS TO WS-OPD-GROUNDS.
           WRITE SUMMARY-LINE FROM WS-OPEN-DETAIL.
           ADD 1 TO WS-LINES-WRITTEN.

       LIST-DECIDED-CASES.
           IF WS-APPEALS-EOF = 'N'
               READ APPEALS-REGISTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-APPEALS-EOF
                   NOT AT END
                       PERFORM CHECK-CASE-IN-SCOPE
                       IF WS-IN-SCOPE-SW = 'Y' AND NOT APL-OPEN
                           PERFORM WRITE-DECIDED-LINE
                       END-IF
               END-READ
               GO TO LIST-DECIDED-CASES
           END-IF.

      * AN UPHELD CASE IS ONLY HALF DONE UNTIL AN ADJUSTMENT QUOTES
      * IT. A DENIED CASE NEEDS NOTHING FURTHER.
       WRITE-DECIDED-LINE.
           MOVE SPACES TO WS-DCD-ADJUSTED.
           MOVE APL-CASE TO WS-DCD-CASE.
           MOVE APL-CONTEST-ID TO WS-DCD-CONTEST.
           MOVE APL-TEAM TO WS-DCD-TEAM.
           MOVE APL-PROB TO WS-DCD-PROB.
           MOVE APL-TIME TO WS-DCD-TIME.
           MOVE APL-DECIDED-DATE TO WS-STAMP-DATE.
           PERFORM EDIT-STAMP-DATE.
           MOVE WS-STAMP-EDIT TO WS-DCD-DECIDED.
           MOVE APL-JUDGE TO WS-DCD-JUDGE.
           IF APL-UPHELD
               MOVE "UPHELD" TO WS-DCD-STATUS
               PERFORM FIND-CASE-ADJUSTMENT
               IF WS-ADJ-FOUND-SW = 'Y'
                   MOVE "ADJUSTED" TO WS-DCD-ADJUSTED
               ELSE
                   MOVE "NO ADJUSTMENT" TO WS-DCD-ADJUSTED
                   ADD 1 TO WS-UNADJUSTED-COUNT
               END-IF
           ELSE
               MOVE "DENIED" TO WS-DCD-STATUS
           END-IF.
           WRITE SUMMARY-LINE FROM WS-DECIDED-DETAIL.
           ADD 1 TO WS-LINES-WRITTEN.

       FIND-CASE-ADJUSTMENT.
           MOVE 'N' TO WS-ADJ-FOUND-SW.
           MOVE 1 TO WS-ADJ-SLOT.
           PERFORM FIND-CASE-ADJUSTMENT-SCAN.

       FIND-CASE-ADJUSTMENT-SCAN.
           IF WS-ADJ-SLOT > WS-NUM-ADJUSTMENTS
               NEXT SENTENCE
           ELSE
               IF WADJ-CASE(WS-ADJ-SLOT) EQUAL APL-CASE
                   MOVE 'Y' TO WS-ADJ-FOUND-SW
               ELSE
                   ADD 1 TO WS-ADJ-SLOT
                   GO TO FIND-CASE-ADJUSTMENT-SCAN
               END-IF
           END-IF.

      * THE SAME TESTS, IN THE SAME ORDER AND WITH THE SAME WORDING,
      * AS THE SCORING RUN'S CHECK-ADJUSTMENT-CASE (BAR THE CONTEST).
      * THIS SECTION IS NOT LIMITED BY THE CONTEST FILTER -
      * adjustments.txt IS ALWAYS THE CURRENT CONTEST'S.
       CHECK-ONE-ADJUSTMENT.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF WADJ-CASE(WS-ADJ-SLOT) = SPACES
               MOVE "NO CASE NUMBER" TO WS-REFUSE-REASON
           ELSE
               MOVE WADJ-CASE(WS-ADJ-SLOT) TO APL-CASE
               READ APPEALS-REGISTER KEY IS APL-CASE
                   INVALID KEY
                       MOVE "CASE NOT ON REGISTER" TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-CASE-STANDING
               END-READ
           END-IF.
           IF WS-REFUSE-REASON NOT EQUAL SPACES
               MOVE WADJ-CASE(WS-ADJ-SLOT) TO WS-RFD-CASE
               MOVE WADJ-NAME(WS-ADJ-SLOT) TO WS-RFD-TEAM
               MOVE WADJ-PROB(WS-ADJ-SLOT) TO WS-RFD-PROB
               MOVE WADJ-TIME(WS-ADJ-SLOT) TO WS-RFD-TIME
               MOVE WS-REFUSE-REASON TO WS-RFD-REASON
               WRITE SUMMARY-LINE FROM WS-REFUSED-DETAIL
               ADD 1 TO WS-LINES-WRITTEN
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

       CHECK-CASE-STANDING.
           IF APL-OPEN
               MOVE "CASE STILL OPEN" TO WS-REFUSE-REASON
           ELSE
               IF NOT APL-UPHELD
                   MOVE "CASE NOT UPHELD" TO WS-REFUSE-REASON
               ELSE
                   IF APL-TEAM NOT EQUAL WADJ-NAME(WS-ADJ-SLOT)
                       OR APL-PROB NOT EQUAL WADJ-PROB(WS-ADJ-SLOT)
                       OR APL-TIME NOT EQUAL WADJ-TIME(WS-ADJ-SLOT)
                       MOVE "CASE FOR OTHER SUBMISSION"
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

       WRITE-CONTEST-LINE.
           MOVE WCON-CONTEST-ID(WS-C) TO WS-CND-CONTEST.
           MOVE WCON-OPEN(WS-C) TO WS-CND-OPEN.
           MOVE WCON-UPHELD(WS-C) TO WS-CND-UPHELD.
           MOVE WCON-DENIED(WS-C) TO WS-CND-DENIED.
           IF WCON-OPEN(WS-C) > 0
               MOVE "NOT CLEAR TO FINALISE" TO WS-CND-STATE
           ELSE
               MOVE "CLEAR TO FINALISE" TO WS-CND-STATE
           END-IF.
           WRITE SUMMARY-LINE FROM WS-CONTEST-DETAIL.
           ADD 1 TO WS-LINES-WRITTEN.

       EDIT-STAMP-DATE.
           MOVE WS-SD-YEAR TO WS-SE-YEAR.
           MOVE WS-SD-MONTH TO WS-SE-MONTH.
           MOVE WS-SD-DAY TO WS-SE-DAY.

      * EACH SECTION IS A TITLE LINE, ITS LINES, AND "(NONE)" WHEN
      * IT HAS NOTHING IN IT, AS ON THE AWARDS LISTING.
       START-SECTION.
           WRITE SUMMARY-LINE FROM BLANK-LINE.
           WRITE SUMMARY-LINE FROM WS-SECTION-LINE.
           MOVE WS-LINES-WRITTEN TO WS-SECTION-START.

       END-SECTION.
           IF WS-LINES-WRITTEN = WS-SECTION-START
               WRITE SUMMARY-LINE FROM WS-NONE-LINE
           END-IF.
