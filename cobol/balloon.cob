       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALLOON.

      * BALLOON RUNNERS' DISPATCH LIST. ON CONTEST DAY THE RUNNERS
      * USED TO WORK FROM A JUDGE CALLING OUT "TEAM SUCH-AND-SUCH,
      * PROBLEM 3" ACROSS THE ROOM - TWO BALLOONS FOR THE SAME SOLVE,
      * NONE FOR ANOTHER, AND AT A MULTI-SITE CONTEST NO WAY AT ALL
      * FOR THE SECOND CAMPUS TO KNOW WHAT TO DELIVER. THIS JOB RUNS
      * AFTER SUBEDIT ON THE CLEAN FEED (submission-records.txt),
      * PICKS OUT EACH TEAM'S FIRST ACCEPTED RUN ON EACH PROBLEM -
      * ONE BALLOON PER TEAM PER PROBLEM, HOWEVER MANY TIMES IT WAS
      * RESUBMITTED - AND WRITES balloon-dispatch.txt: ONE SECTION
      * PER SITE (THE SITE CODE SUBMERGE STAMPS IN COLUMNS 43-44),
      * EACH IN SUBMIT-TIME ORDER, WITH THE TEAM'S INSTITUTION FROM
      * team-master.dat SO THE RUNNER CAN FIND THE DESK, AND THE
      * PROBLEM'S BALLOON COLOUR FROM problem-master.dat (SEE
      * probmnt.cob).
      *
      * THE FIRST TEAM TO SOLVE EACH PROBLEM (EARLIEST SUBMIT TIME
      * ACROSS EVERY SITE - TEAMS LEVEL ON THE MINUTE ARE ALL MARKED)
      * IS FLAGGED FIRST SOLVE SO THE SPECIAL BALLOON GOES WITH IT.
      * A SOLVE AT OR AFTER THE SCOREBOARD FREEZE (LINE 3 OF
      * contest-control.txt) IS STILL DISPATCHED - THE TEAM EARNED
      * IT - BUT IS FLAGGED AFTER FREEZE SO THE RUNNER DELIVERS IT
      * QUIETLY RATHER THAN GIVE AWAY THE FROZEN STANDINGS.
      *
      * A RUN THE SCORING JOB WOULD REJECT (TEAM NOT ON THE MASTER
      * OR WITHDRAWN, PROBLEM OUTSIDE THE DECLARED COUNT) EARNS NO
      * BALLOON; IT IS COUNTED ON THE LIST'S TOTALS LINE AND NAMED
      * ON THE CONSOLE.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = LIST WRITTEN, 4 = LIST
      * WRITTEN BUT SOME ACCEPTED RUNS EARNED NO BALLOON, 8 = NO
      * FEED OR NO TEAM MASTER - NO LIST, 16 = DISPATCH TABLE FULL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      * THE SAME INDEXED MASTER TEAMMNT MAINTAINS - ONLY KEYED READS
      * ARE NEEDED HERE, ONE PER NEW TEAM/PROBLEM PAIR.
               SELECT TEAMS ASSIGN TO 'team-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-NAME
               FILE STATUS IS WS-TEAMS-STATUS.

      * OPTIONAL - WITHOUT A PROBLEM MASTER THE LIST STILL PRINTS,
      * WITH EVERY COLOUR SHOWN AS NOT SET.
               SELECT PROBLEM-MASTER
               ASSIGN TO 'problem-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PROBLEM-MASTER-STATUS.

               SELECT SUBMIT ASSIGN TO 'submission-records.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-STATUS.

               SELECT CONTROL-FILE
               ASSIGN TO 'contest-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.

               SELECT DISPATCH-LIST
               ASSIGN TO 'balloon-dispatch.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TEAMS.
           01 TEAMS-FILE.
              05 TM-NAME PIC X(15).
              05 TM-INSTITUTION PIC X(30).
              05 TM-DIVISION PIC X(1).
              05 TM-COACH PIC X(30).
              05 TM-STATUS PIC X(1).

           FD PROBLEM-MASTER.
           01 PROBLEM-MASTER-RECORD.
              05 PM-ID PIC X(1).
              05 PM-TITLE PIC X(30).
              05 PM-WEIGHT PIC 9(3).
              05 PM-COLOUR PIC X(12).

           FD SUBMIT.
           01 SUBMIT-FILE PIC X(44).

           FD CONTROL-FILE.
           01 CONTROL-FILE-LINE PIC X(50).

           FD DISPATCH-LIST.
           01 DISPATCH-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-TEAMS-STATUS PIC X(2).
           01 WS-PROBLEM-MASTER-STATUS PIC X(2).
           01 WS-SUBMIT-STATUS PIC X(2).
           01 WS-STATUS PIC X(2).
           01 WS-SUBMIT-EOF PIC A(1) VALUE 'N'.
           01 WS-PROBMASTER-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-LINE-NUM PIC 9(1) VALUE ZERO.

      * THE SAME THREE VIEWS OF A FEED RECORD THE SCORING JOB
      * DECLARES - DETAIL, HEADER, TRAILER.
           01 WS-SUBMIT.
              05 WS-SUBMIT-NAME PIC X(15).
              05 WS-PROB-ID PIC 9(1).
              05 WS-OUTCOME PIC X(19).
                 88 WS-OUTCOME-ACCEPTED VALUE "Accepted".
              05 WS-SCORE PIC 9(3).
              05 WS-SUBMIT-TIME PIC 9(4).
              05 WS-SUBMIT-SITE PIC X(2).
           01 WS-SUBMIT-HDR REDEFINES WS-SUBMIT.
              05 WS-HDR-TYPE PIC X(3).
                 88 WS-HDR-RECORD VALUE "HDR".
              05 WS-HDR-CONTEST-ID PIC X(8).
              05 FILL PIC X(33).
           01 WS-SUBMIT-TRL REDEFINES WS-SUBMIT.
              05 WS-TRL-TYPE PIC X(3).
                 88 WS-TRL-RECORD VALUE "TRL".
              05 FILL PIC X(41).

           01 WS-CONTEST-ID PIC X(8) VALUE SPACES.
           01 WS-NUM-PROBLEMS PIC 9(2) VALUE 10.
           01 WS-FREEZE-TIME PIC 9(4) VALUE ZERO.

      * ONE SLOT PER PROBLEM ID 0-9 (SUBSCRIPT = ID + 1): THE
      * BALLOON COLOUR FROM THE MASTER, AND THE EARLIEST ACCEPTED TIME
      * SEEN ON THE FEED - WHAT DECIDES THE FIRST-SOLVE BALLOON.
           01 WS-PROBLEM-TABLE.
              05 WS-PROB-ENTRY OCCURS 10 TIMES.
                 10 WS-PROB-COLOUR PIC X(12) VALUE SPACES.
                 10 WS-PROB-SOLVED-SW PIC X(1) VALUE 'N'.
                 10 WS-PROB-FIRST-TIME PIC 9(4) VALUE ZERO.
           01 WS-PM-DIGIT PIC 9(1) VALUE ZERO.
           01 WS-PM-INDEX PIC 9(2) VALUE ZERO.

      * ONE ENTRY PER TEAM/PROBLEM PAIR THAT HAS AN ACCEPTED RUN,
      * HOLDING THE EARLIEST SUCH RUN - THE FEED IS NOT GUARANTEED
      * TO ARRIVE IN TIME ORDER (SUBMERGE APPENDS SITE AFTER SITE),
      * SO A LATER RECORD WITH AN EARLIER TIME REPLACES THE ONE
      * ALREADY HELD. 5000 IS 500 TEAMS (THE SCORING TABLE'S
      * CEILING) TIMES 10 PROBLEMS.
           01 WS-BALLOON-TABLE.
              05 WS-BALLOON-ENTRY OCCURS 5000 TIMES.
                 10 WBAL-SITE PIC X(2).
                 10 WBAL-TIME PIC 9(4).
                 10 WBAL-NAME PIC X(15).
                 10 WBAL-PROB PIC 9(1).
                 10 WBAL-INSTITUTION PIC X(30).
                 10 WBAL-FIRST-SW PIC X(1).
           01 WS-BALLOON-SWAP PIC X(53).
           01 WS-BALLOON-COUNT PIC 9(4) VALUE ZERO.
           01 WS-BAL-SLOT PIC 9(4) VALUE ZERO.
           01 WS-BAL-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-I PIC 9(4) VALUE ZERO.
           01 WS-J PIC 9(4) VALUE ZERO.
           01 WS-K PIC 9(2) VALUE ZERO.
           01 WS-SORTED-SW PIC X(1) VALUE 'N'.

           01 WS-CURRENT-SITE PIC X(2) VALUE SPACES.
           01 WS-SITE-SEQ PIC 9(4) VALUE ZERO.
           01 WS-NO-BALLOON-COUNT PIC 9(6) VALUE ZERO.
           01 WS-FIRST-COUNT PIC 9(4) VALUE ZERO.
           01 WS-FROZEN-COUNT PIC 9(4) VALUE ZERO.
           01 WS-NO-BALLOON-REASON PIC X(40) VALUE SPACES.

           01 DISPATCH-HEADING.
              05 FILL PIC X(24) VALUE "BALLOON DISPATCH LIST - ".
              05 FILL PIC X(40) VALUE
                 "FIRST ACCEPTED RUN PER TEAM PER PROBLEM".
           01 WS-CONTEST-LINE.
              05 FILL PIC X(9) VALUE "CONTEST: ".
              05 WS-CTL-CONTEST-ID PIC X(8).
              05 FILL PIC X(16) VALUE "   FREEZE TIME: ".
              05 WS-CTL-FREEZE PIC X(4).
           01 WS-SITE-HEADING.
              05 FILL PIC X(6) VALUE "SITE: ".
              05 WS-SH-SITE PIC X(20).
           01 WS-COLUMN-HEADING.
              05 FILL PIC X(5) VALUE "  SEQ".
              05 FILL PIC X(6) VALUE "  TIME".
              05 FILL PIC X(16) VALUE " TEAM".
              05 FILL PIC X(31) VALUE " INSTITUTION".
              05 FILL PIC X(2) VALUE " P".
              05 FILL PIC X(13) VALUE " COLOUR".
              05 FILL PIC X(12) VALUE " FLAGS".
           01 WS-DISPATCH-DETAIL.
              05 WS-DSP-SEQ PIC ZZZ9.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-DSP-TIME PIC 9(4).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DSP-NAME PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DSP-INSTITUTION PIC X(30).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DSP-PROB PIC 9(1).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DSP-COLOUR PIC X(12).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DSP-FIRST PIC X(11).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DSP-FROZEN PIC X(12).
           01 WS-SITE-TOTAL-LINE.
              05 FILL PIC X(6) VALUE SPACES.
              05 FILL PIC X(19) VALUE "BALLOONS THIS SITE:".
              05 WS-STL-COUNT PIC ZZZ9.
           01 WS-DISPATCH-TOTALS.
              05 FILL PIC X(10) VALUE "BALLOONS: ".
              05 WS-DTL-BALLOONS PIC ZZZ9.
              05 FILL PIC X(15) VALUE "  FIRST SOLVES:".
              05 WS-DTL-FIRST PIC ZZZ9.
              05 FILL PIC X(15) VALUE "  AFTER FREEZE:".
              05 WS-DTL-FROZEN PIC ZZZ9.
              05 FILL PIC X(14) VALUE "  NO BALLOON: ".
              05 WS-DTL-NO-BALLOON PIC ZZZZZ9.
           01 WS-EMPTY-LINE.
              05 FILL PIC X(2) VALUE SPACES.
              05 FILL PIC X(28) VALUE "(NO ACCEPTED RUNS ON FEED)".
           01 BLANK-LINE PIC X(1) VALUE SPACES.
           01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-CONTROL.
           PERFORM LOAD-PROBLEM-MASTER.
           OPEN INPUT TEAMS.
           IF WS-TEAMS-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN TEAM-MASTER.DAT - STATUS "
                   WS-TEAMS-STATUS " (RUN TEAMMNT FIRST)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUBMIT.
           IF WS-SUBMIT-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN SUBMISSION-RECORDS.TXT - STATUS "
                   WS-SUBMIT-STATUS " (RUN SUBEDIT FIRST)"
               CLOSE TEAMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COLLECT-ACCEPTED-RUNS.
           CLOSE SUBMIT.
           CLOSE TEAMS.
           PERFORM SET-FIRST-SOLVE-TIME
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BALLOON-COUNT.
           PERFORM FLAG-FIRST-SOLVE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BALLOON-COUNT.
           PERFORM SORT-BALLOON-TABLE.
           PERFORM WRITE-DISPATCH-LIST.
           IF WS-NO-BALLOON-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

      * SAME OPTIONAL-CONTROL-FILE SHAPE AS THE SCORING JOB - ONLY
      * LINE 2 (PROBLEM COUNT, CLAMPED TO 10) AND LINE 3 (FREEZE
      * TIME, ALL-DIGIT OR IGNORED) MATTER HERE.
       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-STATUS EQUAL "00"
               PERFORM READ-CONTROL-LINE
               CLOSE CONTROL-FILE
           END-IF.

       READ-CONTROL-LINE.
           IF WS-CONTROL-EOF = 'N'
               READ CONTROL-FILE INTO CONTROL-FILE-LINE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-LINE-NUM
                       PERFORM APPLY-CONTROL-LINE
               END-READ
               GO TO READ-CONTROL-LINE
           END-IF.

       APPLY-CONTROL-LINE.
           IF WS-CONTROL-LINE-NUM EQUAL 2
               IF CONTROL-FILE-LINE(1:2) IS NUMERIC
                   MOVE CONTROL-FILE-LINE(1:2) TO WS-NUM-PROBLEMS
                   IF WS-NUM-PROBLEMS > 10
                       MOVE 10 TO WS-NUM-PROBLEMS
                   END-IF
               END-IF
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 3
               IF CONTROL-FILE-LINE(1:4) IS NUMERIC
                   MOVE CONTROL-FILE-LINE(1:4) TO WS-FREEZE-TIME
               END-IF
           END-IF.

       LOAD-PROBLEM-MASTER.
           OPEN INPUT PROBLEM-MASTER.
           IF WS-PROBLEM-MASTER-STATUS EQUAL "00"
               PERFORM READ-PROBLEM-RECORD
               CLOSE PROBLEM-MASTER
           END-IF.

       READ-PROBLEM-RECORD.
           IF WS-PROBMASTER-EOF = 'N'
               READ PROBLEM-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-PROBMASTER-EOF
                   NOT AT END
                       PERFORM STORE-ONE-PROBLEM
               END-READ
               GO TO READ-PROBLEM-RECORD
           END-IF.

       STORE-ONE-PROBLEM.
           IF PM-ID IS NUMERIC
               MOVE PM-ID TO WS-PM-DIGIT
               COMPUTE WS-PM-INDEX = WS-PM-DIGIT + 1
               MOVE PM-COLOUR TO WS-PROB-COLOUR(WS-PM-INDEX)
           END-IF.

       COLLECT-ACCEPTED-RUNS.
           IF WS-SUBMIT-EOF = 'N'
               READ SUBMIT INTO WS-SUBMIT
                   AT END MOVE 'Y' TO WS-SUBMIT-EOF
                   NOT AT END
                       PERFORM EXAMINE-ONE-RECORD
               END-READ
               GO TO COLLECT-ACCEPTED-RUNS
           END-IF.

      * CONTROL RECORDS ONLY SUPPLY THE CONTEST ID FOR THE HEADING -
      * BALANCING THE FEED IS SUBEDIT'S AND THE SCORING JOB'S
      * BUSINESS, AND A RUNNER WAITING ON A BALLOON SHOULD NOT BE
      * HELD UP BY A MISSING TRAILER.
       EXAMINE-ONE-RECORD.
           IF WS-HDR-RECORD
               MOVE WS-HDR-CONTEST-ID TO WS-CONTEST-ID
           ELSE
               IF NOT WS-TRL-RECORD
                   IF WS-OUTCOME-ACCEPTED
                       PERFORM POST-ACCEPTED-RUN
                   END-IF
               END-IF
           END-IF.

      * A PAIR ALREADY HELD ONLY MOVES IF THIS RUN IS EARLIER; A NEW
      * PAIR IS CHECKED AGAINST THE DECLARED PROBLEM COUNT AND THE
      * TEAM MASTER THE SAME WAY THE SCORING JOB CHECKS IT, SO THE
      * LIST NEVER PROMISES A BALLOON FOR A SOLVE THE SCOREBOARD
      * WILL NOT SHOW.
       POST-ACCEPTED-RUN.
           IF WS-PROB-ID IS NOT NUMERIC
               OR WS-SUBMIT-TIME IS NOT NUMERIC
               MOVE "PROB-ID OR SUBMIT TIME NOT NUMERIC"
                   TO WS-NO-BALLOON-REASON
               PERFORM NOTE-NO-BALLOON
           ELSE
               IF WS-PROB-ID + 1 > WS-NUM-PROBLEMS
                   MOVE "PROB-ID OUT OF RANGE FOR THIS CONTEST"
                       TO WS-NO-BALLOON-REASON
                   PERFORM NOTE-NO-BALLOON
               ELSE
                   PERFORM FIND-BALLOON-ENTRY
                   IF WS-BAL-FOUND-SW = 'Y'
                       IF WS-SUBMIT-TIME < WBAL-TIME(WS-BAL-SLOT)
                           MOVE WS-SUBMIT-TIME
                               TO WBAL-TIME(WS-BAL-SLOT)
                           MOVE WS-SUBMIT-SITE
                               TO WBAL-SITE(WS-BAL-SLOT)
                       END-IF
                   ELSE
                       PERFORM ADD-BALLOON-ENTRY
                   END-IF
               END-IF
           END-IF.

       ADD-BALLOON-ENTRY.
           MOVE WS-SUBMIT-NAME TO TM-NAME.
           READ TEAMS KEY IS TM-NAME
               INVALID KEY
                   MOVE "TEAM NOT FOUND IN TEAM MASTER"
                       TO WS-NO-BALLOON-REASON
                   PERFORM NOTE-NO-BALLOON
               NOT INVALID KEY
                   IF TM-STATUS = 'W'
                       MOVE "TEAM WITHDRAWN FROM CONTEST"
                           TO WS-NO-BALLOON-REASON
                       PERFORM NOTE-NO-BALLOON
                   ELSE
                       PERFORM STORE-BALLOON-ENTRY
                   END-IF
           END-READ.

       STORE-BALLOON-ENTRY.
           IF WS-BALLOON-COUNT = 5000
               DISPLAY "MORE THAN 5000 TEAM/PROBLEM SOLVES - "
                   "WS-BALLOON-TABLE CANNOT HOLD THAT MANY"
               CLOSE SUBMIT
               CLOSE TEAMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BALLOON-COUNT.
           MOVE WS-BALLOON-COUNT TO WS-BAL-SLOT.
           MOVE WS-SUBMIT-SITE TO WBAL-SITE(WS-BAL-SLOT).
           MOVE WS-SUBMIT-TIME TO WBAL-TIME(WS-BAL-SLOT).
           MOVE WS-SUBMIT-NAME TO WBAL-NAME(WS-BAL-SLOT).
           MOVE WS-PROB-ID TO WBAL-PROB(WS-BAL-SLOT).
           MOVE TM-INSTITUTION TO WBAL-INSTITUTION(WS-BAL-SLOT).
           MOVE 'N' TO WBAL-FIRST-SW(WS-BAL-SLOT).

       NOTE-NO-BALLOON.
           ADD 1 TO WS-NO-BALLOON-COUNT.
           DISPLAY "NO BALLOON: " WS-SUBMIT-NAME " PROBLEM "
               WS-PROB-ID " - " WS-NO-BALLOON-REASON.

       FIND-BALLOON-ENTRY.
           MOVE 'N' TO WS-BAL-FOUND-SW.
           MOVE 1 TO WS-BAL-SLOT.
           PERFORM FIND-BALLOON-SCAN.

       FIND-BALLOON-SCAN.
           IF WS-BAL-SLOT > WS-BALLOON-COUNT
               NEXT SENTENCE
           ELSE
               IF WBAL-NAME(WS-BAL-SLOT) EQUAL WS-SUBMIT-NAME
                   AND WBAL-PROB(WS-BAL-SLOT) EQUAL WS-PROB-ID
                   MOVE 'Y' TO WS-BAL-FOUND-SW
               ELSE
                   ADD 1 TO WS-BAL-SLOT
                   GO TO FIND-BALLOON-SCAN
               END-IF
           END-IF.

      * TWO PASSES OVER THE FINISHED TABLE: THE FIRST SETTLES EACH
      * PROBLEM'S EARLIEST SOLVE TIME, THE SECOND MARKS EVERY ENTRY
      * THAT MATCHES IT. THE TIMES CAN ONLY BE COMPARED ONCE THE
      * WHOLE FEED IS IN, SINCE A LATER SITE'S RECORDS MAY CARRY AN
      * EARLIER TIME.
       SET-FIRST-SOLVE-TIME.
           COMPUTE WS-K = WBAL-PROB(WS-I) + 1.
           IF WS-PROB-SOLVED-SW(WS-K) = 'N'
               OR WBAL-TIME(WS-I) < WS-PROB-FIRST-TIME(WS-K)
               MOVE WBAL-TIME(WS-I) TO WS-PROB-FIRST-TIME(WS-K)
               MOVE 'Y' TO WS-PROB-SOLVED-SW(WS-K)
           END-IF.

       FLAG-FIRST-SOLVE.
           COMPUTE WS-K = WBAL-PROB(WS-I) + 1.
           IF WBAL-TIME(WS-I) = WS-PROB-FIRST-TIME(WS-K)
               MOVE 'Y' TO WBAL-FIRST-SW(WS-I)
               ADD 1 TO WS-FIRST-COUNT
           END-IF.

      * SAME BUBBLE-SORT SHAPE AS THE SCORING JOB'S TABLES. THE
      * ENTRY IS LAID OUT SITE, TIME, NAME, PROBLEM SO THE LEADING
      * 22 BYTES ARE THE WHOLE SORT KEY - SITE SECTIONS, SUBMIT-TIME
      * ORDER WITHIN EACH, AND TEAM THEN PROBLEM FOR RUNS ON THE
      * SAME MINUTE SO THE ORDER NEVER DEPENDS ON THE FEED'S.
       SORT-BALLOON-TABLE.
           MOVE 'N' TO WS-SORTED-SW.
           PERFORM SORT-BALLOON-PASS UNTIL WS-SORTED-SW = 'Y'.

       SORT-BALLOON-PASS.
           MOVE 'Y' TO WS-SORTED-SW.
           PERFORM COMPARE-BALLOON-PAIR
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BALLOON-COUNT - 1.

       COMPARE-BALLOON-PAIR.
           COMPUTE WS-J = WS-I + 1.
           IF WS-BALLOON-ENTRY(WS-I)(1:22)
               > WS-BALLOON-ENTRY(WS-J)(1:22)
               PERFORM SWAP-BALLOON-ENTRIES
               MOVE 'N' TO WS-SORTED-SW
           END-IF.

       SWAP-BALLOON-ENTRIES.
           MOVE WS-BALLOON-ENTRY(WS-I) TO WS-BALLOON-SWAP.
           MOVE WS-BALLOON-ENTRY(WS-J) TO WS-BALLOON-ENTRY(WS-I).
           MOVE WS-BALLOON-SWAP TO WS-BALLOON-ENTRY(WS-J).

       WRITE-DISPATCH-LIST.
           OPEN OUTPUT DISPATCH-LIST.
           WRITE DISPATCH-LINE FROM DISPATCH-HEADING.
           MOVE WS-CONTEST-ID TO WS-CTL-CONTEST-ID.
           IF WS-FREEZE-TIME > 0
               MOVE WS-FREEZE-TIME TO WS-CTL-FREEZE
           ELSE
               MOVE "NONE" TO WS-CTL-FREEZE
           END-IF.
           WRITE DISPATCH-LINE FROM WS-CONTEST-LINE.
           IF WS-BALLOON-COUNT = 0
               WRITE DISPATCH-LINE FROM BLANK-LINE
               WRITE DISPATCH-LINE FROM WS-EMPTY-LINE
           ELSE
               PERFORM WRITE-ONE-DISPATCH-LINE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BALLOON-COUNT
               PERFORM WRITE-SITE-TOTAL
           END-IF.
           WRITE DISPATCH-LINE FROM BLANK-LINE.
           MOVE WS-BALLOON-COUNT TO WS-DTL-BALLOONS.
           MOVE WS-FIRST-COUNT TO WS-DTL-FIRST.
           MOVE WS-FROZEN-COUNT TO WS-DTL-FROZEN.
           MOVE WS-NO-BALLOON-COUNT TO WS-DTL-NO-BALLOON.
           WRITE DISPATCH-LINE FROM WS-DISPATCH-TOTALS.
           CLOSE DISPATCH-LIST.

      * A NEW SITE SECTION OPENS WHENEVER THE SORTED TABLE'S SITE
      * CODE CHANGES, AND THE SEQUENCE NUMBER RESTARTS SO EACH
      * CAMPUS'S RUNNERS CAN WORK DOWN THEIR OWN NUMBERED PAGE.
       WRITE-ONE-DISPATCH-LINE.
           IF WS-I = 1 OR WBAL-SITE(WS-I) NOT EQUAL WS-CURRENT-SITE
               IF WS-I > 1
                   PERFORM WRITE-SITE-TOTAL
               END-IF
               MOVE WBAL-SITE(WS-I) TO WS-CURRENT-SITE
               MOVE ZERO TO WS-SITE-SEQ
               IF WS-CURRENT-SITE = SPACES
                   MOVE "(SINGLE-SITE FEED)" TO WS-SH-SITE
               ELSE
                   MOVE WS-CURRENT-SITE TO WS-SH-SITE
               END-IF
               WRITE DISPATCH-LINE FROM BLANK-LINE
               WRITE DISPATCH-LINE FROM WS-SITE-HEADING
               WRITE DISPATCH-LINE FROM WS-COLUMN-HEADING
           END-IF.
           ADD 1 TO WS-SITE-SEQ.
           MOVE WS-SITE-SEQ TO WS-DSP-SEQ.
           MOVE WBAL-TIME(WS-I) TO WS-DSP-TIME.
           MOVE WBAL-NAME(WS-I) TO WS-DSP-NAME.
           MOVE WBAL-INSTITUTION(WS-I) TO WS-DSP-INSTITUTION.
           MOVE WBAL-PROB(WS-I) TO WS-DSP-PROB.
           COMPUTE WS-K = WBAL-PROB(WS-I) + 1.
           IF WS-PROB-COLOUR(WS-K) = SPACES
               MOVE "(NOT SET)" TO WS-DSP-COLOUR
           ELSE
               MOVE WS-PROB-COLOUR(WS-K) TO WS-DSP-COLOUR
           END-IF.
           IF WBAL-FIRST-SW(WS-I) = 'Y'
               MOVE "FIRST SOLVE" TO WS-DSP-FIRST
           ELSE
               MOVE SPACES TO WS-DSP-FIRST
           END-IF.
           IF WS-FREEZE-TIME > 0
               AND WBAL-TIME(WS-I) >= WS-FREEZE-TIME
               MOVE "AFTER FREEZE" TO WS-DSP-FROZEN
               ADD 1 TO WS-FROZEN-COUNT
           ELSE
               MOVE SPACES TO WS-DSP-FROZEN
           END-IF.
           WRITE DISPATCH-LINE FROM WS-DISPATCH-DETAIL.

       WRITE-SITE-TOTAL.
           MOVE WS-SITE-SEQ TO WS-STL-COUNT.
           WRITE DISPATCH-LINE FROM WS-SITE-TOTAL-LINE.
