       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALIFY.

      * REGIONAL FINAL QUALIFICATION. AFTER THE LAST CONTEST OF THE
      * SEASON THE NOMINATIONS TO THE REGIONAL FINAL USED TO BE WORKED
      * OUT BY HAND FROM season-standings.txt - COUNTING TEAMS PER
      * SCHOOL, RESERVING THE DIVISION PLACES AND WRITING UP A
      * WAITLIST, WITH NO RECORD OF WHY A TEAM WAS PASSED OVER. THIS
      * PROGRAM RE-TOTALS THE SEASON FROM season-history.txt EXACTLY
      * AS SEASON DOES (RENAMED TEAMS RESOLVED THROUGH
      * team-aliases.txt, THE SAME BEST-N RULE FROM season-control.txt
      * AND THE SAME TIE-BREAKS), LOOKS EVERY TEAM UP ON
      * team-master.dat FOR ITS INSTITUTION, DIVISION AND STATUS, AND
      * APPLIES THE QUOTA TABLE ON qualify-control.txt. IT WRITES THE
      * NOMINATION LIST WITH A REASON FOR EVERY TEAM NOT NOMINATED
      * (regional-nominations.txt), THE SEEDING ORDER FOR THE FINAL
      * (regional-seeding.txt) AND THE RANKED WAITLIST FOR
      * WITHDRAWALS (regional-waitlist.txt).
      *
      * qualify-control.txt, REQUIRED - THERE IS NO SENSIBLE DEFAULT
      * FOR THE NUMBER OF PLACES AT A REGIONAL FINAL:
      *   LINE 1  - NOMINATION SLOTS, 2 DIGITS, MUST NOT BE ZERO
      *   LINE 2  - INSTITUTION CAP, MOST TEAMS FROM ONE SCHOOL
      *             (BLANK OR 00 = NO CAP)
      *   LINE 3  - WAITLIST LENGTH (BLANK OR 00 = EVERY TEAM LEFT)
      *   LINE 4+ - ONE RESERVED-SLOT LINE PER DIVISION: DIVISION
      *             CODE IN COLUMN 1, SLOTS IN COLUMNS 3-4. A LATER
      *             LINE FOR THE SAME DIVISION REPLACES THE EARLIER.
      * THE RESERVED SLOTS COME OUT OF THE NOMINATION SLOTS, SO THEY
      * MAY NOT ADD UP TO MORE THAN LINE 1.
      *
      * THE SELECTION, ALWAYS IN SEASON RANK ORDER:
      *   1. A TEAM NOT ON THE MASTER, WITHDRAWN, OR WITH NO SOLVES
      *      IN ITS COUNTED CONTESTS IS SKIPPED OUTRIGHT.
      *   2. EACH DIVISION'S RESERVED SLOTS GO TO ITS BEST TEAMS.
      *      SLOTS A DIVISION CANNOT FILL ARE RELEASED TO THE OPEN
      *      POOL AND SHOWN ON THE NOMINATION LIST.
      *   3. THE REMAINING SLOTS GO TO THE BEST TEAMS LEFT, WHATEVER
      *      THEIR DIVISION.
      *   4. EVERY TEAM STILL LEFT IS WAITLISTED, UP TO THE WAITLIST
      *      LENGTH.
      * A TEAM WHOSE INSTITUTION ALREADY HAS ITS CAP OF NOMINEES IS
      * SKIPPED AT WHICHEVER STEP IT IS REACHED - IT COULD NOT TAKE A
      * PLACE WITHOUT BREAKING THE CAP, SO IT IS NOT WAITLISTED
      * EITHER. A BLANK INSTITUTION ON THE MASTER IS NEVER CAPPED.
      *
      * THE SEEDING FOR THE FINAL IS THE NOMINEES IN SEASON RANK
      * ORDER, WHETHER THEY CAME IN ON A RESERVED SLOT OR AN OPEN ONE.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = NOMINATIONS WRITTEN, 4 =
      * WRITTEN BUT SHORT (A DIVISION COULD NOT FILL ITS RESERVED
      * SLOTS, OR FEWER ELIGIBLE TEAMS THAN SLOTS), 8 = REFUSED (NO
      * OR INVALID qualify-control.txt, NO TEAM MASTER, OR NO SEASON
      * HISTORY), 16 = A TABLE FULL OR THE HISTORY DAMAGED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SEASON-HISTORY
               ASSIGN TO 'season-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

               SELECT SEASON-CONTROL
               ASSIGN TO 'season-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-CTL-STATUS.

      * THE CONTINUITY FILE TEAMMNT APPENDS TO ON EVERY RENAME - THE
      * SAME RESOLUTION SEASON APPLIES, SO A RENAMED TEAM QUALIFIES
      * UNDER ITS CURRENT NAME ON ITS WHOLE SEASON.
               SELECT ALIAS-IN ASSIGN TO 'team-aliases.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

               SELECT TEAMS ASSIGN TO 'team-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-NAME
               FILE STATUS IS WS-TEAMS-STATUS.

               SELECT QUALIFY-CONTROL
               ASSIGN TO 'qualify-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

               SELECT NOMINATIONS
               ASSIGN TO 'regional-nominations.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT SEEDING
               ASSIGN TO 'regional-seeding.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT WAITLIST
               ASSIGN TO 'regional-waitlist.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SEASON-HISTORY.
           01 HISTORY-RECORD PIC X(46).

           FD SEASON-CONTROL.
           01 SEASON-CONTROL-LINE PIC X(50).

           FD ALIAS-IN.
           01 ALIAS-RECORD.
              05 ALS-OLD-NAME PIC X(15).
              05 ALS-NEW-NAME PIC X(15).

           FD TEAMS.
           01 TEAMS-FILE.
              05 TM-NAME PIC X(15).
              05 TM-INSTITUTION PIC X(30).
              05 TM-DIVISION PIC X(1).
              05 TM-COACH PIC X(30).
              05 TM-STATUS PIC X(1).

           FD QUALIFY-CONTROL.
           01 QUALIFY-CONTROL-LINE PIC X(50).

           FD NOMINATIONS.
           01 NOMINATION-LINE PIC X(100).

           FD SEEDING.
           01 SEEDING-LINE PIC X(100).

           FD WAITLIST.
           01 WAITLIST-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-SEASON-CTL-STATUS PIC X(2).
           01 WS-TEAMS-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-HISTORY-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-LINE-NUM PIC 9(3) VALUE ZERO.

           01 WS-RESULT.
              05 WS-RES-CONTEST-ID PIC X(8).
              05 WS-RES-RANK PIC 9(3).
              05 WS-RES-NAME PIC X(15).
              05 WS-RES-DIVISION PIC X(1).
              05 WS-RES-TOTAL PIC 9(4).
              05 WS-RES-SOLVES PIC 9(2).
              05 WS-RES-PENALTY PIC 9(5).
              05 WS-RES-PROFILE PIC X(8).

           01 WS-BEST-N PIC 9(2) VALUE ZERO.

      * THE QUOTA TABLE - SEE qualify-control.txt ABOVE. WQTA-FILLED
      * COUNTS THE RESERVED SLOTS ACTUALLY TAKEN; THE DIFFERENCE IS
      * RELEASED TO THE OPEN POOL.
           01 WS-SLOT-COUNT PIC 9(2) VALUE ZERO.
           01 WS-INSTITUTION-CAP PIC 9(2) VALUE ZERO.
           01 WS-WAITLIST-LIMIT PIC 9(2) VALUE ZERO.
           01 WS-QUOTA-TABLE.
              05 WS-QUOTA-ENTRY OCCURS 10 TIMES.
                 10 WQTA-DIVISION PIC X(1) VALUE SPACES.
                 10 WQTA-RESERVED PIC 9(2) VALUE ZERO.
                 10 WQTA-FILLED PIC 9(2) VALUE ZERO.
           01 WS-QUOTA-COUNT PIC 9(2) VALUE ZERO.
           01 WS-QUOTA-SLOT PIC 9(2) VALUE ZERO.
           01 WS-QUOTA-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-QUOTA-KEY PIC X(1) VALUE SPACE.
           01 WS-RESERVED-TOTAL PIC 9(3) VALUE ZERO.
           01 WS-Q PIC 9(2) VALUE ZERO.

      * THE SEASON ROLLED UP BY TEAM, AS IN SEASON, WITH WHAT THE
      * MASTER SAYS ABOUT THE TEAM AND WHAT BECAME OF IT HERE.
      * WSEA-OUTCOME IS BLANK UNTIL THE TEAM IS DECIDED; WSEA-BASIS
      * SAYS WHICH KIND OF SLOT A NOMINEE TOOK AND WSEA-REASON WHY A
      * SKIPPED TEAM WAS PASSED OVER.
           01 WS-SEASON-TABLE.
              05 WS-SEASON-ENTRY OCCURS 500 TIMES.
                 10 WSEA-NAME PIC X(15) VALUE SPACES.
                 10 WSEA-CONTEST-COUNT PIC 9(1) VALUE ZERO.
                 10 WSEA-POINTS PIC 9(5) VALUE ZERO.
                 10 WSEA-SOLVES PIC 9(3) VALUE ZERO.
                 10 WSEA-CONTEST OCCURS 8 TIMES.
                    15 WSEA-C-ID PIC X(8) VALUE SPACES.
                    15 WSEA-C-POINTS PIC 9(4) VALUE ZERO.
                    15 WSEA-C-SOLVES PIC 9(2) VALUE ZERO.
                    15 WSEA-C-COUNTED-SW PIC X(1) VALUE 'N'.
                 10 WSEA-INSTITUTION PIC X(30) VALUE SPACES.
                 10 WSEA-DIVISION PIC X(1) VALUE SPACES.
                 10 WSEA-OUTCOME PIC X(1) VALUE SPACES.
                    88 WSEA-UNDECIDED VALUE SPACES.
                    88 WSEA-NOMINATED VALUE 'N'.
                    88 WSEA-WAITLISTED VALUE 'W'.
                    88 WSEA-SKIPPED VALUE 'S'.
                 10 WSEA-BASIS PIC X(16) VALUE SPACES.
                 10 WSEA-REASON PIC X(30) VALUE SPACES.
                 10 WSEA-WAIT-POS PIC 9(3) VALUE ZERO.

      * RENAME CONTINUITY, AS IN SEASON - CHAINS FOLLOWED HOP BY HOP,
      * CAPPED SO A DAMAGED FILE WITH A CYCLE CANNOT SPIN FOREVER.
           01 WS-ALIAS-STATUS PIC X(2).
           01 WS-ALIAS-EOF PIC A(1) VALUE 'N'.
           01 WS-ALIAS-TABLE.
              05 WS-ALIAS-ENTRY OCCURS 200 TIMES.
                 10 WALS-OLD PIC X(15) VALUE SPACES.
                 10 WALS-NEW PIC X(15) VALUE SPACES.
           01 WS-ALIAS-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ALIAS-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-ALIAS-HOPS PIC 9(1) VALUE ZERO.
           01 WS-A PIC 9(3) VALUE ZERO.

           01 WS-SEASON-COUNT PIC 9(3) VALUE ZERO.
           01 WS-SEASON-SLOT PIC 9(3) VALUE ZERO.
           01 WS-SEA-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-SEA-SWAP PIC X(225).

           01 WS-SORTED-SW PIC X(1) VALUE 'N'.
           01 WS-I PIC 9(3) VALUE ZERO.
           01 WS-J PIC 9(3) VALUE ZERO.
           01 WS-K PIC 9(1) VALUE ZERO.
           01 WS-N PIC 9(2) VALUE ZERO.
           01 WS-PICK-SLOT PIC 9(1) VALUE ZERO.
           01 WS-PICK-POINTS PIC 9(4) VALUE ZERO.
           01 WS-PICK-FOUND-SW PIC X(1) VALUE 'N'.

      * SELECTION STATE.
           01 WS-NOMINATED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-WAITLISTED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-INSTITUTION-NOMINEES PIC 9(3) VALUE ZERO.
           01 WS-CAP-REACHED-SW PIC X(1) VALUE 'N'.
           01 WS-SEED PIC 9(3) VALUE ZERO.
           01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

           01 NOMINATIONS-HEADING.
              05 FILL PIC X(100) VALUE
                 "REGIONAL FINAL NOMINATIONS - SEASON BEST-N POINTS".
           01 WS-BEST-N-LINE.
              05 FILL PIC X(31) VALUE
                 "CONTESTS COUNTED PER TEAM (0 = ".
              05 FILL PIC X(6) VALUE "ALL): ".
              05 WS-BNL-BEST-N PIC Z9.
           01 WS-QUOTA-LINE.
              05 FILL PIC X(7) VALUE "SLOTS: ".
              05 WS-QL-SLOTS PIC Z9.
              05 FILL PIC X(19) VALUE "  INSTITUTION CAP: ".
              05 WS-QL-CAP PIC Z9.
              05 FILL PIC X(12) VALUE "  WAITLIST: ".
              05 WS-QL-WAITLIST PIC Z9.
              05 FILL PIC X(18) VALUE "  (0 = NO LIMIT)".
           01 WS-DIVISION-QUOTA-LINE.
              05 FILL PIC X(11) VALUE "  DIVISION ".
              05 WS-DQL-DIVISION PIC X(1).
              05 FILL PIC X(10) VALUE " RESERVED ".
              05 WS-DQL-RESERVED PIC Z9.
              05 FILL PIC X(8) VALUE " FILLED ".
              05 WS-DQL-FILLED PIC Z9.
              05 FILL PIC X(18) VALUE " RELEASED TO OPEN ".
              05 WS-DQL-RELEASED PIC Z9.
           01 WS-SECTION-LINE PIC X(100) VALUE SPACES.
           01 WS-NOMINEE-DETAIL.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-NDT-RANK-TEXT PIC X(5) VALUE "RANK:".
              05 WS-NDT-RANK PIC ZZ9.
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-NDT-NAME PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-NDT-INSTITUTION PIC X(30).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-NDT-DIVISION PIC X(1).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-NDT-PTS-TEXT PIC X(7) VALUE "POINTS:".
              05 WS-NDT-POINTS PIC ZZZZ9.
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-NDT-BASIS PIC X(16).
           01 WS-SKIPPED-DETAIL.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-SDT-RANK-TEXT PIC X(5) VALUE "RANK:".
              05 WS-SDT-RANK PIC ZZ9.
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-SDT-NAME PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-SDT-REASON PIC X(30).
           01 WS-WAIT-REASON.
              05 FILL PIC X(18) VALUE "WAITLIST POSITION ".
              05 WS-WRS-POS PIC ZZ9.
           01 WS-NONE-LINE.
              05 FILL PIC X(2) VALUE SPACES.
              05 FILL PIC X(6) VALUE "(NONE)".
           01 WS-NOMINATION-TOTALS.
              05 FILL PIC X(11) VALUE "NOMINATED: ".
              05 WS-NT-NOMINATED PIC ZZ9.
              05 FILL PIC X(4) VALUE " OF ".
              05 WS-NT-SLOTS PIC Z9.
              05 FILL PIC X(20) VALUE " SLOTS  WAITLISTED: ".
              05 WS-NT-WAITLISTED PIC ZZ9.
              05 FILL PIC X(11) VALUE "  SKIPPED: ".
              05 WS-NT-SKIPPED PIC ZZ9.
           01 SEEDING-HEADING.
              05 FILL PIC X(100) VALUE
                 "REGIONAL FINAL SEEDING - NOMINEES BY SEASON RANK".
           01 WS-SEED-DETAIL.
              05 FILL PIC X(5) VALUE "SEED ".
              05 WS-SDD-SEED PIC ZZ9.
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-SDD-NAME PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-SDD-INSTITUTION PIC X(30).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-SDD-DIVISION PIC X(1).
              05 FILL PIC X(14) VALUE " SEASON RANK: ".
              05 WS-SDD-RANK PIC ZZ9.
           01 WAITLIST-HEADING.
              05 FILL PIC X(100) VALUE
                 "REGIONAL FINAL WAITLIST - CALL UP IN THIS ORDER".
           01 WS-WAIT-DETAIL.
              05 FILL PIC X(5) VALUE "WAIT ".
              05 WS-WTD-POS PIC ZZ9.
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-WTD-NAME PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-WTD-INSTITUTION PIC X(30).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-WTD-DIVISION PIC X(1).
              05 FILL PIC X(14) VALUE " SEASON RANK: ".
              05 WS-WTD-RANK PIC ZZ9.
           01 BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-QUALIFY-CONTROL.
           PERFORM LOAD-SEASON-CONTROL.
           PERFORM LOAD-TEAM-ALIASES.
           OPEN INPUT TEAMS.
           IF WS-TEAMS-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN TEAM-MASTER.DAT - STATUS "
                   WS-TEAMS-STATUS " (RUN TEAMMNT FIRST)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SEASON-HISTORY.
           IF WS-SEASON-COUNT = 0
               DISPLAY "NO SEASON-HISTORY.TXT ROWS - RUN SEASON "
                   "BEFORE QUALIFYING"
               CLOSE TEAMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SELECT-BEST-N.
           PERFORM SORT-SEASON-TABLE.
           PERFORM CHECK-ELIGIBILITY
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEASON-COUNT.
           CLOSE TEAMS.
           PERFORM CONSIDER-RESERVED-TEAM
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEASON-COUNT.
           PERFORM RELEASE-UNFILLED-SLOTS
               VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-QUOTA-COUNT.
           PERFORM CONSIDER-OPEN-TEAM
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEASON-COUNT.
           PERFORM CONSIDER-WAITLIST-TEAM
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEASON-COUNT.
           IF WS-NOMINATED-COUNT < WS-SLOT-COUNT
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM WRITE-NOMINATIONS.
           PERFORM WRITE-SEEDING.
           PERFORM WRITE-WAITLIST.
           DISPLAY "QUALIFY: " WS-NOMINATED-COUNT " NOMINATED OF "
               WS-SLOT-COUNT " SLOTS, " WS-WAITLISTED-COUNT
               " WAITLISTED, " WS-SKIPPED-COUNT " SKIPPED".
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       STOP RUN.

      * THE QUOTA TABLE. UNLIKE THE OTHER CONTROL FILES THIS ONE HAS
      * NO DEFAULTS TO FALL BACK ON - NO FILE, NO SLOTS, OR RESERVED
      * SLOTS THAT OVERRUN THE SLOTS IS A REFUSAL.
       LOAD-QUALIFY-CONTROL.
           OPEN INPUT QUALIFY-CONTROL.
           IF WS-CONTROL-STATUS NOT EQUAL "00"
               DISPLAY "NO QUALIFY-CONTROL.TXT - THE QUOTA TABLE IS "
                   "REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-QUALIFY-CONTROL-LINE.
           CLOSE QUALIFY-CONTROL.
           IF WS-SLOT-COUNT = 0
               DISPLAY "QUALIFY-CONTROL.TXT LINE 1 GIVES NO "
                   "NOMINATION SLOTS - NOTHING TO QUALIFY FOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-RESERVED-TOTAL.
           PERFORM ADD-RESERVED-SLOTS
               VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-QUOTA-COUNT.
           IF WS-RESERVED-TOTAL > WS-SLOT-COUNT
               DISPLAY "QUALIFY-CONTROL.TXT RESERVES " WS-RESERVED-TOTAL
                   " DIVISION SLOTS BUT HAS ONLY " WS-SLOT-COUNT
                   " NOMINATION SLOTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-QUALIFY-CONTROL-LINE.
           IF WS-CONTROL-EOF = 'N'
               READ QUALIFY-CONTROL
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-LINE-NUM
                       PERFORM APPLY-QUALIFY-CONTROL-LINE
               END-READ
               GO TO READ-QUALIFY-CONTROL-LINE
           END-IF.

       APPLY-QUALIFY-CONTROL-LINE.
           IF WS-CONTROL-LINE-NUM EQUAL 1
               AND QUALIFY-CONTROL-LINE(1:2) IS NUMERIC
               MOVE QUALIFY-CONTROL-LINE(1:2) TO WS-SLOT-COUNT
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 2
               AND QUALIFY-CONTROL-LINE(1:2) IS NUMERIC
               MOVE QUALIFY-CONTROL-LINE(1:2) TO WS-INSTITUTION-CAP
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 3
               AND QUALIFY-CONTROL-LINE(1:2) IS NUMERIC
               MOVE QUALIFY-CONTROL-LINE(1:2) TO WS-WAITLIST-LIMIT
           END-IF.
           IF WS-CONTROL-LINE-NUM > 3
               AND QUALIFY-CONTROL-LINE(1:1) NOT EQUAL SPACE
               AND QUALIFY-CONTROL-LINE(3:2) IS NUMERIC
               PERFORM STORE-DIVISION-QUOTA
           END-IF.

       STORE-DIVISION-QUOTA.
           MOVE QUALIFY-CONTROL-LINE(1:1) TO WS-QUOTA-KEY.
           PERFORM FIND-QUOTA-DIVISION.
           IF WS-QUOTA-FOUND-SW = 'N'
               IF WS-QUOTA-COUNT = 10
                   DISPLAY "QUALIFY-CONTROL.TXT RESERVES SLOTS FOR "
                       "MORE THAN 10 DIVISIONS - WS-QUOTA-TABLE "
                       "CANNOT HOLD THAT MANY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QUOTA-COUNT
               MOVE WS-QUOTA-COUNT TO WS-QUOTA-SLOT
               MOVE QUALIFY-CONTROL-LINE(1:1)
                   TO WQTA-DIVISION(WS-QUOTA-SLOT)
           END-IF.
           MOVE QUALIFY-CONTROL-LINE(3:2)
               TO WQTA-RESERVED(WS-QUOTA-SLOT).

      * LEAVES THE QUOTA ENTRY FOR DIVISION WS-QUOTA-KEY AT
      * WS-QUOTA-SLOT, WITH WS-QUOTA-FOUND-SW SAYING WHETHER THERE IS
      * ONE.
       FIND-QUOTA-DIVISION.
           MOVE 'N' TO WS-QUOTA-FOUND-SW.
           MOVE 1 TO WS-QUOTA-SLOT.
           PERFORM FIND-QUOTA-SCAN.

       FIND-QUOTA-SCAN.
           IF WS-QUOTA-SLOT > WS-QUOTA-COUNT
               NEXT SENTENCE
           ELSE
               IF WQTA-DIVISION(WS-QUOTA-SLOT) EQUAL WS-QUOTA-KEY
                   MOVE 'Y' TO WS-QUOTA-FOUND-SW
               ELSE
                   ADD 1 TO WS-QUOTA-SLOT
                   GO TO FIND-QUOTA-SCAN
               END-IF
           END-IF.

       ADD-RESERVED-SLOTS.
           ADD WQTA-RESERVED(WS-Q) TO WS-RESERVED-TOTAL.

      * THE SAME BEST-N SETTING SEASON USES, SO THE RANKING HERE IS
      * THE RANKING ON season-standings.txt.
       LOAD-SEASON-CONTROL.
           OPEN INPUT SEASON-CONTROL.
           IF WS-SEASON-CTL-STATUS EQUAL "00"
               READ SEASON-CONTROL INTO SEASON-CONTROL-LINE
                   NOT AT END
                       IF SEASON-CONTROL-LINE(1:2) IS NUMERIC
                           MOVE SEASON-CONTROL-LINE(1:2) TO WS-BEST-N
                       END-IF
               END-READ
               CLOSE SEASON-CONTROL
           END-IF.

      * OPTIONAL team-aliases.txt - ABSENT UNTIL THE FIRST RENAME, IN
      * WHICH CASE THE TABLE STAYS EMPTY AND RESOLUTION FALLS
      * STRAIGHT THROUGH.
       LOAD-TEAM-ALIASES.
           OPEN INPUT ALIAS-IN.
           IF WS-ALIAS-STATUS EQUAL "00"
               PERFORM READ-ALIAS-RECORD
               CLOSE ALIAS-IN
           END-IF.

       READ-ALIAS-RECORD.
           IF WS-ALIAS-EOF = 'N'
               READ ALIAS-IN
                   AT END MOVE 'Y' TO WS-ALIAS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-ALIAS
               END-READ
               GO TO READ-ALIAS-RECORD
           END-IF.

       STORE-ONE-ALIAS.
           IF ALS-OLD-NAME NOT EQUAL SPACES
               AND ALS-NEW-NAME NOT EQUAL SPACES
               IF WS-ALIAS-COUNT = 200
                   DISPLAY "TEAM-ALIASES.TXT HAS MORE THAN 200 ROWS -"
                       " WS-ALIAS-TABLE CANNOT HOLD THAT MANY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ALIAS-COUNT
               MOVE ALS-OLD-NAME TO WALS-OLD(WS-ALIAS-COUNT)
               MOVE ALS-NEW-NAME TO WALS-NEW(WS-ALIAS-COUNT)
           END-IF.

      * REWRITES WS-RES-NAME TO THE TEAM'S CURRENT MASTER NAME BY
      * CHASING THE ALIAS CHAIN - THE CURRENT NAME IS THE ONE THE
      * MASTER LOOKUP BELOW NEEDS.
       RESOLVE-TEAM-ALIAS.
           MOVE ZERO TO WS-ALIAS-HOPS.

       RESOLVE-ALIAS-HOP.
           MOVE 'N' TO WS-ALIAS-FOUND-SW.
           PERFORM SCAN-ALIAS-TABLE
               VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-ALIAS-COUNT.
           IF WS-ALIAS-FOUND-SW = 'Y' AND WS-ALIAS-HOPS < 5
               ADD 1 TO WS-ALIAS-HOPS
               GO TO RESOLVE-ALIAS-HOP
           END-IF.

       SCAN-ALIAS-TABLE.
           IF WS-ALIAS-FOUND-SW = 'N'
               AND WALS-OLD(WS-A) EQUAL WS-RES-NAME
               MOVE 'Y' TO WS-ALIAS-FOUND-SW
               MOVE WALS-NEW(WS-A) TO WS-RES-NAME
           END-IF.

      * THE HISTORY IS ONLY READ HERE - SEASON OWNS IT. NO HISTORY
      * MEANS NO SEASON HAS BEEN CONSOLIDATED YET.
       LOAD-SEASON-HISTORY.
           OPEN INPUT SEASON-HISTORY.
           IF WS-HISTORY-STATUS EQUAL "00"
               PERFORM READ-HISTORY-RECORD
               CLOSE SEASON-HISTORY
           END-IF.

       READ-HISTORY-RECORD.
           IF WS-HISTORY-EOF = 'N'
               READ SEASON-HISTORY INTO WS-RESULT
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM POST-RESULT-TO-SEASON
               END-READ
               GO TO READ-HISTORY-RECORD
           END-IF.

      * ONE CONTEST ROW INTO THE TEAM'S SEASON ENTRY, AS IN SEASON. A
      * TEAM WITH EIGHT CONTESTS ALREADY ON FILE CANNOT TAKE A NINTH -
      * A SEASON IS FOUR, SO HITTING THE WALL MEANS THE HISTORY FILE
      * IS DAMAGED.
       POST-RESULT-TO-SEASON.
           PERFORM RESOLVE-TEAM-ALIAS THRU RESOLVE-ALIAS-HOP.
           PERFORM FIND-SEASON-ENTRY.
           IF WS-SEA-FOUND-SW = 'N'
               IF WS-SEASON-COUNT = 500
                   DISPLAY "SEASON HISTORY HAS MORE THAN 500 TEAMS - "
                       "WS-SEASON-TABLE CANNOT HOLD THAT MANY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEASON-COUNT
               MOVE WS-SEASON-COUNT TO WS-SEASON-SLOT
               MOVE WS-RES-NAME TO WSEA-NAME(WS-SEASON-SLOT)
           END-IF.
           IF WSEA-CONTEST-COUNT(WS-SEASON-SLOT) = 8
               DISPLAY "TEAM " WS-RES-NAME " HAS MORE THAN 8 SEASON "
                   "CONTESTS ON FILE - HISTORY LOOKS DAMAGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WSEA-CONTEST-COUNT(WS-SEASON-SLOT).
           MOVE WSEA-CONTEST-COUNT(WS-SEASON-SLOT) TO WS-K.
           MOVE WS-RES-CONTEST-ID
               TO WSEA-C-ID(WS-SEASON-SLOT WS-K).
           MOVE WS-RES-TOTAL
               TO WSEA-C-POINTS(WS-SEASON-SLOT WS-K).
           MOVE WS-RES-SOLVES
               TO WSEA-C-SOLVES(WS-SEASON-SLOT WS-K).
           MOVE 'N' TO WSEA-C-COUNTED-SW(WS-SEASON-SLOT WS-K).

       FIND-SEASON-ENTRY.
           MOVE 'N' TO WS-SEA-FOUND-SW.
           MOVE 1 TO WS-SEASON-SLOT.
           PERFORM FIND-SEASON-SCAN.

       FIND-SEASON-SCAN.
           IF WS-SEASON-SLOT > WS-SEASON-COUNT
               NEXT SENTENCE
           ELSE
               IF WSEA-NAME(WS-SEASON-SLOT) EQUAL WS-RES-NAME
                   MOVE 'Y' TO WS-SEA-FOUND-SW
               ELSE
                   ADD 1 TO WS-SEASON-SLOT
                   GO TO FIND-SEASON-SCAN
               END-IF
           END-IF.

      * BEST-N SELECTION PER TEAM, EXACTLY AS SEASON MAKES IT.
       SELECT-BEST-N.
           PERFORM SELECT-BEST-N-FOR-TEAM
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SEASON-COUNT.

       SELECT-BEST-N-FOR-TEAM.
           MOVE ZERO TO WSEA-POINTS(WS-I).
           MOVE ZERO TO WSEA-SOLVES(WS-I).
           IF WS-BEST-N = 0
               OR WS-BEST-N > WSEA-CONTEST-COUNT(WS-I)
               MOVE WSEA-CONTEST-COUNT(WS-I) TO WS-N
           ELSE
               MOVE WS-BEST-N TO WS-N
           END-IF.
           PERFORM PICK-BEST-CONTEST WS-N TIMES.

       PICK-BEST-CONTEST.
           MOVE 'N' TO WS-PICK-FOUND-SW.
           MOVE ZERO TO WS-PICK-SLOT.
           MOVE ZERO TO WS-PICK-POINTS.
           PERFORM CONSIDER-CONTEST
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WSEA-CONTEST-COUNT(WS-I).
           IF WS-PICK-FOUND-SW = 'Y'
               MOVE 'Y' TO WSEA-C-COUNTED-SW(WS-I WS-PICK-SLOT)
               ADD WSEA-C-POINTS(WS-I WS-PICK-SLOT)
                   TO WSEA-POINTS(WS-I)
               ADD WSEA-C-SOLVES(WS-I WS-PICK-SLOT)
                   TO WSEA-SOLVES(WS-I)
           END-IF.

       CONSIDER-CONTEST.
           IF WSEA-C-COUNTED-SW(WS-I WS-K) = 'N'
               IF WS-PICK-FOUND-SW = 'N'
                   OR WSEA-C-POINTS(WS-I WS-K) > WS-PICK-POINTS
                   MOVE 'Y' TO WS-PICK-FOUND-SW
                   MOVE WS-K TO WS-PICK-SLOT
                   MOVE WSEA-C-POINTS(WS-I WS-K) TO WS-PICK-POINTS
               END-IF
           END-IF.

      * SEASON'S ORDER - POINTS DESCENDING, TIES BY TOTAL SOLVES
      * DESCENDING, REMAINING TIES BY TEAM NAME. AFTER THE SORT AN
      * ENTRY'S SUBSCRIPT IS ITS SEASON RANK.
       SORT-SEASON-TABLE.
           MOVE 'N' TO WS-SORTED-SW.
           PERFORM SORT-SEASON-PASS UNTIL WS-SORTED-SW = 'Y'.

       SORT-SEASON-PASS.
           MOVE 'Y' TO WS-SORTED-SW.
           PERFORM COMPARE-SEASON-PAIR
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SEASON-COUNT - 1.

       COMPARE-SEASON-PAIR.
           COMPUTE WS-J = WS-I + 1.
           IF WSEA-POINTS(WS-I) < WSEA-POINTS(WS-J)
               PERFORM SWAP-SEASON-ENTRIES
               MOVE 'N' TO WS-SORTED-SW
           ELSE
               IF WSEA-POINTS(WS-I) = WSEA-POINTS(WS-J)
                   IF WSEA-SOLVES(WS-I) < WSEA-SOLVES(WS-J)
                       PERFORM SWAP-SEASON-ENTRIES
                       MOVE 'N' TO WS-SORTED-SW
                   ELSE
                       IF WSEA-SOLVES(WS-I) = WSEA-SOLVES(WS-J)
                       AND WSEA-NAME(WS-I) > WSEA-NAME(WS-J)
                           PERFORM SWAP-SEASON-ENTRIES
                           MOVE 'N' TO WS-SORTED-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SWAP-SEASON-ENTRIES.
           MOVE WS-SEASON-ENTRY(WS-I) TO WS-SEA-SWAP.
           MOVE WS-SEASON-ENTRY(WS-J) TO WS-SEASON-ENTRY(WS-I).
           MOVE WS-SEA-SWAP TO WS-SEASON-ENTRY(WS-J).

      * STEP 1. THE MASTER IS THE AUTHORITY ON INSTITUTION, DIVISION
      * AND STATUS - THE DIVISION ON AN OLD HISTORY ROW MAY PREDATE A
      * CHANGE. A TEAM THE MASTER DOES NOT KNOW, A WITHDRAWN TEAM AND
      * A TEAM THAT SOLVED NOTHING ALL SEASON CANNOT BE NOMINATED.
       CHECK-ELIGIBILITY.
           MOVE WSEA-NAME(WS-I) TO TM-NAME.
           READ TEAMS KEY IS TM-NAME
               INVALID KEY
                   MOVE "NOT ON TEAM MASTER" TO WSEA-REASON(WS-I)
                   PERFORM SKIP-TEAM
               NOT INVALID KEY
                   MOVE TM-INSTITUTION TO WSEA-INSTITUTION(WS-I)
                   MOVE TM-DIVISION TO WSEA-DIVISION(WS-I)
                   IF TM-STATUS = 'W'
                       MOVE "WITHDRAWN (TM-STATUS W)"
                           TO WSEA-REASON(WS-I)
                       PERFORM SKIP-TEAM
                   END-IF
           END-READ.
           IF WSEA-UNDECIDED(WS-I) AND WSEA-SOLVES(WS-I) = 0
               MOVE "NO SOLVES IN COUNTED CONTESTS" TO WSEA-REASON(WS-I)
               PERFORM SKIP-TEAM
           END-IF.

       SKIP-TEAM.
           MOVE 'S' TO WSEA-OUTCOME(WS-I).
           ADD 1 TO WS-SKIPPED-COUNT.

      * STEP 2, ONE PASS IN RANK ORDER OVER EVERY DIVISION AT ONCE -
      * EACH UNDECIDED TEAM TAKES ONE OF ITS DIVISION'S RESERVED SLOTS
      * WHILE ANY ARE LEFT. GOING BY RANK RATHER THAN BY DIVISION KEEPS
      * THE INSTITUTION CAP FOR THE BETTER TEAM, WHATEVER ORDER THE
      * DIVISION LINES COME IN ON THE CONTROL FILE.
       CONSIDER-RESERVED-TEAM.
           IF WSEA-UNDECIDED(WS-I)
               MOVE WSEA-DIVISION(WS-I) TO WS-QUOTA-KEY
               PERFORM FIND-QUOTA-DIVISION
               IF WS-QUOTA-FOUND-SW = 'Y'
                   AND WQTA-FILLED(WS-QUOTA-SLOT)
                       < WQTA-RESERVED(WS-QUOTA-SLOT)
                   PERFORM CHECK-INSTITUTION-CAP
                   IF WS-CAP-REACHED-SW = 'N'
                       MOVE "RESERVED DIV" TO WSEA-BASIS(WS-I)
                       MOVE WS-QUOTA-KEY TO WSEA-BASIS(WS-I)(14:1)
                       ADD 1 TO WQTA-FILLED(WS-QUOTA-SLOT)
                       PERFORM NOMINATE-TEAM
                   END-IF
               END-IF
           END-IF.

      * A DIVISION SHORT OF ELIGIBLE TEAMS GIVES ITS SPARE SLOTS TO
      * THE OPEN POOL - THE PLACES ARE NOT LEFT EMPTY - BUT THE RUN
      * ENDS ON A 4 SO THE SHORTFALL IS NOTICED.
       RELEASE-UNFILLED-SLOTS.
           IF WQTA-FILLED(WS-Q) < WQTA-RESERVED(WS-Q)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      * STEP 3. EVERY SLOT NOT HELD BY A RESERVED NOMINEE IS OPEN, SO
      * THE OPEN POOL NEEDS NO COUNT OF ITS OWN - IT IS FULL WHEN THE
      * NOMINATIONS ARE.
       CONSIDER-OPEN-TEAM.
           IF WSEA-UNDECIDED(WS-I)
               AND WS-NOMINATED-COUNT < WS-SLOT-COUNT
               PERFORM CHECK-INSTITUTION-CAP
               IF WS-CAP-REACHED-SW = 'N'
                   MOVE "OPEN" TO WSEA-BASIS(WS-I)
                   PERFORM NOMINATE-TEAM
               END-IF
           END-IF.

      * STEP 4. WHAT IS LEFT, IN RANK ORDER, IS THE WAITLIST.
       CONSIDER-WAITLIST-TEAM.
           IF WSEA-UNDECIDED(WS-I)
               PERFORM CHECK-INSTITUTION-CAP
               IF WS-CAP-REACHED-SW = 'N'
                   IF WS-WAITLIST-LIMIT = 0
                       OR WS-WAITLISTED-COUNT < WS-WAITLIST-LIMIT
                       MOVE 'W' TO WSEA-OUTCOME(WS-I)
                       ADD 1 TO WS-WAITLISTED-COUNT
                       MOVE WS-WAITLISTED-COUNT TO WSEA-WAIT-POS(WS-I)
                       MOVE WS-WAITLISTED-COUNT TO WS-WRS-POS
                       MOVE WS-WAIT-REASON TO WSEA-REASON(WS-I)
                   ELSE
                       MOVE "BELOW WAITLIST CUTOFF"
                           TO WSEA-REASON(WS-I)
                       PERFORM SKIP-TEAM
                   END-IF
               END-IF
           END-IF.

       NOMINATE-TEAM.
           MOVE 'N' TO WSEA-OUTCOME(WS-I).
           ADD 1 TO WS-NOMINATED-COUNT.

      * THE CAP IS COUNTED AGAINST THE NOMINEES SO FAR. A TEAM THAT
      * WOULD BREAK IT IS SKIPPED HERE AND NOW - NOMINATIONS ONLY
      * EVER GROW, SO IT WOULD BREAK IT AT EVERY LATER STEP TOO.
       CHECK-INSTITUTION-CAP.
           MOVE 'N' TO WS-CAP-REACHED-SW.
           IF WS-INSTITUTION-CAP > 0
               AND WSEA-INSTITUTION(WS-I) NOT EQUAL SPACES
               MOVE ZERO TO WS-INSTITUTION-NOMINEES
               PERFORM COUNT-INSTITUTION-NOMINEE
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SEASON-COUNT
               IF WS-INSTITUTION-NOMINEES NOT < WS-INSTITUTION-CAP
                   MOVE 'Y' TO WS-CAP-REACHED-SW
                   MOVE "INSTITUTION CAP REACHED"
                       TO WSEA-REASON(WS-I)
                   PERFORM SKIP-TEAM
               END-IF
           END-IF.

       COUNT-INSTITUTION-NOMINEE.
           IF WSEA-NOMINATED(WS-J)
               AND WSEA-INSTITUTION(WS-J) EQUAL WSEA-INSTITUTION(WS-I)
               ADD 1 TO WS-INSTITUTION-NOMINEES
           END-IF.

      * THE NOMINATION LIST - THE QUOTA APPLIED, HOW EACH DIVISION'S
      * RESERVATION WENT, THE NOMINEES, AND EVERY TEAM NOT NOMINATED
      * WITH THE REASON (A WAITLISTED TEAM'S REASON IS ITS POSITION).
       WRITE-NOMINATIONS.
           OPEN OUTPUT NOMINATIONS.
           WRITE NOMINATION-LINE FROM NOMINATIONS-HEADING.
           MOVE WS-BEST-N TO WS-BNL-BEST-N.
           WRITE NOMINATION-LINE FROM WS-BEST-N-LINE.
           MOVE WS-SLOT-COUNT TO WS-QL-SLOTS.
           MOVE WS-INSTITUTION-CAP TO WS-QL-CAP.
           MOVE WS-WAITLIST-LIMIT TO WS-QL-WAITLIST.
           WRITE NOMINATION-LINE FROM WS-QUOTA-LINE.
           WRITE NOMINATION-LINE FROM BLANK-LINE.
           MOVE "RESERVED DIVISION SLOTS" TO WS-SECTION-LINE.
           WRITE NOMINATION-LINE FROM WS-SECTION-LINE.
           IF WS-QUOTA-COUNT = 0
               WRITE NOMINATION-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM WRITE-DIVISION-QUOTA-LINE
               VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-QUOTA-COUNT.
           WRITE NOMINATION-LINE FROM BLANK-LINE.
           MOVE "NOMINATED" TO WS-SECTION-LINE.
           WRITE NOMINATION-LINE FROM WS-SECTION-LINE.
           IF WS-NOMINATED-COUNT = 0
               WRITE NOMINATION-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM WRITE-NOMINEE-LINE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEASON-COUNT.
           WRITE NOMINATION-LINE FROM BLANK-LINE.
           MOVE "NOT NOMINATED" TO WS-SECTION-LINE.
           WRITE NOMINATION-LINE FROM WS-SECTION-LINE.
           IF WS-NOMINATED-COUNT = WS-SEASON-COUNT
               WRITE NOMINATION-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM WRITE-NOT-NOMINATED-LINE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEASON-COUNT.
           WRITE NOMINATION-LINE FROM BLANK-LINE.
           MOVE WS-NOMINATED-COUNT TO WS-NT-NOMINATED.
           MOVE WS-SLOT-COUNT TO WS-NT-SLOTS.
           MOVE WS-WAITLISTED-COUNT TO WS-NT-WAITLISTED.
           MOVE WS-SKIPPED-COUNT TO WS-NT-SKIPPED.
           WRITE NOMINATION-LINE FROM WS-NOMINATION-TOTALS.
           CLOSE NOMINATIONS.

       WRITE-DIVISION-QUOTA-LINE.
           MOVE WQTA-DIVISION(WS-Q) TO WS-DQL-DIVISION.
           MOVE WQTA-RESERVED(WS-Q) TO WS-DQL-RESERVED.
           MOVE WQTA-FILLED(WS-Q) TO WS-DQL-FILLED.
           COMPUTE WS-DQL-RELEASED =
               WQTA-RESERVED(WS-Q) - WQTA-FILLED(WS-Q).
           WRITE NOMINATION-LINE FROM WS-DIVISION-QUOTA-LINE.

       WRITE-NOMINEE-LINE.
           IF WSEA-NOMINATED(WS-I)
               MOVE WS-I TO WS-NDT-RANK
               MOVE WSEA-NAME(WS-I) TO WS-NDT-NAME
               MOVE WSEA-INSTITUTION(WS-I) TO WS-NDT-INSTITUTION
               MOVE WSEA-DIVISION(WS-I) TO WS-NDT-DIVISION
               MOVE WSEA-POINTS(WS-I) TO WS-NDT-POINTS
               MOVE WSEA-BASIS(WS-I) TO WS-NDT-BASIS
               WRITE NOMINATION-LINE FROM WS-NOMINEE-DETAIL
           END-IF.

       WRITE-NOT-NOMINATED-LINE.
           IF NOT WSEA-NOMINATED(WS-I)
               MOVE WS-I TO WS-SDT-RANK
               MOVE WSEA-NAME(WS-I) TO WS-SDT-NAME
               MOVE WSEA-REASON(WS-I) TO WS-SDT-REASON
               WRITE NOMINATION-LINE FROM WS-SKIPPED-DETAIL
           END-IF.

      * THE SEEDING - THE NOMINEES ONLY, BEST SEASON RANK FIRST.
       WRITE-SEEDING.
           OPEN OUTPUT SEEDING.
           WRITE SEEDING-LINE FROM SEEDING-HEADING.
           WRITE SEEDING-LINE FROM BLANK-LINE.
           IF WS-NOMINATED-COUNT = 0
               WRITE SEEDING-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE ZERO TO WS-SEED.
           PERFORM WRITE-SEED-LINE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEASON-COUNT.
           CLOSE SEEDING.

       WRITE-SEED-LINE.
           IF WSEA-NOMINATED(WS-I)
               ADD 1 TO WS-SEED
               MOVE WS-SEED TO WS-SDD-SEED
               MOVE WSEA-NAME(WS-I) TO WS-SDD-NAME
               MOVE WSEA-INSTITUTION(WS-I) TO WS-SDD-INSTITUTION
               MOVE WSEA-DIVISION(WS-I) TO WS-SDD-DIVISION
               MOVE WS-I TO WS-SDD-RANK
               WRITE SEEDING-LINE FROM WS-SEED-DETAIL
           END-IF.

       WRITE-WAITLIST.
           OPEN OUTPUT WAITLIST.
           WRITE WAITLIST-LINE FROM WAITLIST-HEADING.
           WRITE WAITLIST-LINE FROM BLANK-LINE.
           IF WS-WAITLISTED-COUNT = 0
               WRITE WAITLIST-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM WRITE-WAIT-LINE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SEASON-COUNT.
           CLOSE WAITLIST.

       WRITE-WAIT-LINE.
           IF WSEA-WAITLISTED(WS-I)
               MOVE WSEA-WAIT-POS(WS-I) TO WS-WTD-POS
               MOVE WSEA-NAME(WS-I) TO WS-WTD-NAME
               MOVE WSEA-INSTITUTION(WS-I) TO WS-WTD-INSTITUTION
               MOVE WSEA-DIVISION(WS-I) TO WS-WTD-DIVISION
               MOVE WS-I TO WS-WTD-RANK
               WRITE WAITLIST-LINE FROM WS-WAIT-DETAIL
           END-IF.
