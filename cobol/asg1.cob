               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PROBLEM-MASTER-STATUS.

      * OPTIONAL CONTESTANT MEMBER MASTER MAINTAINED BY MEMBMNT (SEE
      * membmnt.cob). ONLY THE COACH LETTERS USE IT - TEAM NAME IS AN
      * ALTERNATE KEY, SO EACH LETTER STARTS ON ITS TEAM AND READS
      * THE MEMBERS OFF IN TURN. ABSENT, THE LETTERS ARE AS BEFORE.
               SELECT OPTIONAL MEMBER-MASTER
               ASSIGN TO 'member-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-KEY
               ALTERNATE RECORD KEY IS MBR-TEAM WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-STATUS.

               SELECT SUBMIT ASSIGN TO 'submission-records.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.

      * THE APPEALS REGISTER APPLMNT MAINTAINS (SEE applmnt.cob).
      * EVERY ADJUSTMENT QUOTES THE CASE THAT AUTHORISED IT, AND IS
      * ONLY HONOURED WHEN THAT CASE IS UPHELD, FOR THIS CONTEST AND
      * FOR THIS VERY SUBMISSION - SEE CHECK-ADJUSTMENT-CASE.
               SELECT APPEALS-REGISTER
               ASSIGN TO 'appeals-register.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CASE
               FILE STATUS IS WS-APPEALS-STATUS.

               SELECT CONTROL-FILE
               ASSIGN TO 'contest-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTED-TEMP-STATUS.

      * SCOREBOARD EVENT FEED FOR THE VENUE DISPLAY AND THE AWARDS
      * RESOLVER, WHO USED TO SCREEN-SCRAPE reportcob.txt AND SO NEVER
      * SAW THE ORDER THINGS HAPPENED IN - ONE EVENT PER JUDGED RUN IN
      * SUBMIT-TIME ORDER (LAYOUT AT WS-EVENT-LINE). LIKE THE REPORTS,
      * A FREEZE RUN WRITES THE PUBLIC (FROZEN) EDITION PLUS A FULL
      * COPY FOR THE JUDGES AND THE RESOLVER'S REVEAL.
               SELECT EVENT-FEED
               ASSIGN TO 'scoreboard-events.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EVENT-FULL-FEED
               ASSIGN TO 'scoreboard-events-full.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * SCRATCH FILES FOR THE EVENT FEED - EVERY DETAIL IS CAPTURED
      * TO THE WORK FILE IN FEED ORDER AS IT IS READ, THEN SORTED
      * INTO SUBMIT-TIME ORDER (SEE PUBLISH-EVENT-FEED). A FEED CAN
      * RUN TO SIX FIGURES, FAR PAST WHAT AN IN-MEMORY TABLE AND A
      * BUBBLE SORT CAN TAKE, SO THIS ONE GOES THROUGH THE SORT.
               SELECT EVENT-WORK
               ASSIGN TO 'scoreboard-events.wrk'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EVENT-SORTED
               ASSIGN TO 'scoreboard-events.srt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EVENT-SORT-FILE
               ASSIGN TO 'scoreboard-events.sws'.

      * THE SHARED RUN LEDGER - ONE ROW APPENDED FOR EVERY RUN OF THIS
      * STEP (SEE WRITE-LEDGER-ENTRY), AND READ BACK TO CHECK THE STEP
      * BEFORE THIS ONE FINISHED CLEANLY (SEE CHECK-LEDGER-UPSTREAM).
               SELECT LEDGER-FILE ASSIGN TO 'run-ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TEAMS.
              05 TM-COACH PIC X(30).
              05 TM-STATUS PIC X(1).

           FD MEMBER-MASTER.
           01 MEMBER-RECORD.
              05 MBR-KEY.
                 10 MBR-STUDENT-ID PIC X(10).
                 10 MBR-TEAM PIC X(15).
              05 MBR-NAME PIC X(30).
              05 MBR-INSTITUTION PIC X(30).
              05 MBR-FIRST-YEAR PIC 9(4).

           FD PROBLEM-MASTER.
           01 PROBLEM-MASTER-RECORD.
              05 PM-ID PIC X(1).
              05 PM-TITLE PIC X(30).
              05 PM-WEIGHT PIC 9(3).
      * BALLOON COLOUR FOR THE RUNNERS' DISPATCH LIST - NOT USED BY
      * THIS PROGRAM, BUT DECLARED SO THE RECORD MATCHES PROBMNT'S.
              05 PM-COLOUR PIC X(12).

      * COLUMNS 43-44 ARE THE SITE CODE A MERGED MULTI-SITE FEED
      * CARRIES ON EVERY DETAIL (SEE submerge.cob) - SPACES ON A
              05 RES-TOTAL PIC 9(4).
              05 RES-SOLVES PIC 9(2).
              05 RES-PENALTY PIC 9(5).
      * THE SCORING PROFILE THE TOTALS WERE PRODUCED UNDER (SEE
      * WS-SCORING-PROFILE) - SEASON REFUSES TO MIX PROFILES.
              05 RES-PROFILE PIC X(8).

           FD RUN-SUMMARY.
           01 SUMMARY-LINE PIC X(80).
              05 ADJ-TIME PIC 9(4).
              05 ADJ-OUTCOME PIC X(19).
              05 ADJ-SCORE PIC 9(3).
              05 ADJ-CASE PIC X(5).

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

           FD CONTROL-FILE.
      * MATCHES WS-CONTEST-TITLE'S WIDTH SO A CONTROL-FILE TITLE CAN'T
      * THE RUN THAT WROTE IT DIED.
              05 CKPT-AUDIT-LINE-COUNT PIC 9(7).
              05 CKPT-REJECTED-LINE-COUNT PIC 9(7).
      * THE SCORING PROFILE THE SNAPSHOTTED CELLS WERE COMPUTED UNDER -
      * A RESTART UNDER A DIFFERENT PROFILE MUST NOT RESUME FROM THEM.
              05 CKPT-PROFILE PIC X(8).
      * BYTE-FOR-BYTE IMAGE OF ONE WS-TEAM-ENTRY.
           01 CHECKPOINT-TEAM-RECORD PIC X(326).

           FD REJECTED-TEMP.
           01 REJECTED-TEMP-RECORD PIC X(80).

           FD LEDGER-FILE.
           01 LEDGER-RECORD PIC X(66).

           FD EVENT-FEED.
           01 EVENT-RECORD PIC X(64).

           FD EVENT-FULL-FEED.
           01 EVENT-FULL-RECORD PIC X(64).

           FD EVENT-WORK.
           01 EVENT-WORK-RECORD PIC X(72).

           FD EVENT-SORTED.
           01 EVENT-SORTED-RECORD PIC X(72).

           SD EVENT-SORT-FILE.
           01 EVENT-SORT-RECORD.
              05 ESR-TIME PIC 9(4).
              05 ESR-SEQ PIC 9(7).
              05 FILL PIC X(61).

           WORKING-STORAGE SECTION.
           01 HEADER-ONE.
              05 HEADER-TEXT PIC X(50) VALUE "2018 CUHK CSE Programming 
              05 HEADER-TEXT PIC X(50) VALUE "Team Score Report".
              05 FILL PIC X(50) VALUE SPACES.
      *       05 END-TWO PIC X(4) VALUE "\r\n".
           01 HEADER-PROFILE.
              05 FILL PIC X(17) VALUE "SCORING PROFILE: ".
              05 HEADER-PROFILE-NAME PIC X(8).
              05 FILL PIC X(75) VALUE SPACES.
           01 REJECTED-HEADING.
              05 FILL PIC X(80) VALUE
                 "TEAM NAME       PROB SCORE REASON".
              05 WS-TEAMS-STATUS-FLAG PIC X(1).
           01 WS-TEAMS-EOF PIC A(1) VALUE 'N'.
           01 WS-TEAMS-STATUS PIC X(2).
           01 WS-MEMBER-STATUS PIC X(2).

      * submission-records.txt NOW CARRIES CONTROL RECORDS FROM THE
      * JUDGE-SYSTEM EXPORT - A HEADER (CONTEST ID AND EXTRACT DATE)
              VALUE "2018 CUHK CSE Programming Contest".
           01 WS-NUM-PROBLEMS PIC 9(2) VALUE 10.

      * SCORING-RULE PROFILE - LINE 7 OF contest-control.txt NAMES THE
      * RULE COMPUTING APPLIES TO AN ACCEPTED RUN. BLANK (OR NO LINE
      * 7) KEEPS THE HOUSE BLEND EVERY CONTEST HAS ALWAYS BEEN SCORED
      * UNDER (0.6 SCORE / 0.3 AVERAGE / 0.1 ROBUSTNESS, 1/N DECAY).
      * GUEST CONTESTS CAN ASK FOR "ICPC" (A SOLVED PROBLEM IS WORTH
      * 100, AN UNSOLVED ONE NOTHING, TIES ON TOTAL GO TO THE LOWER
      * PENALTY TIME) OR "IOI" (THE PROBLEM IS WORTH THE TEAM'S BEST
      * ACCEPTED SCORE). RESCHECK REPLAYS UNDER THE SAME LINE, AND THE
      * NAME IS STAMPED ON reportcob.txt AND contest-results.txt.
           01 WS-SCORING-PROFILE PIC X(8) VALUE "BLEND".
              88 WS-PROFILE-BLEND VALUE "BLEND".
              88 WS-PROFILE-ICPC VALUE "ICPC".
              88 WS-PROFILE-IOI VALUE "IOI".

      * PROBLEM TITLES AND WEIGHTS FROM problem-master.dat, INDEXED BY
      * PROB-ID + 1 LIKE EVERY OTHER PER-PROBLEM TABLE. THE DEFAULTS
      * (BLANK TITLE, WEIGHT 100) REPRODUCE THE OLD EQUAL-WEIGHT
           01 WS-REPORT-HEADER-BUF PIC X(104).
           01 WS-PENALTY-HEADER-BUF PIC X(60).

      * SCOREBOARD EVENT FEED (scoreboard-events.txt, AND ON A FREEZE
      * RUN scoreboard-events-full.txt). FIXED 64-BYTE RECORDS, ONE
      * SPACE BETWEEN FIELDS:
      *   HEADER  1-3 "HDR", 5-12 CONTEST ID, 14-21 EXTRACT DATE
      *           (YYYYMMDD), 23-28 EDITION ("PUBLIC" OR "FULL"),
      *           30-33 FREEZE TIME (0000 = NOTHING HELD BACK).
      *   EVENT   1-6 EVENT SEQUENCE, 8 TYPE, 10-13 SUBMIT TIME,
      *           15-29 TEAM, 31 PROBLEM, 33-51 VERDICT, 53-55 SCORE,
      *           57-58 TEAM'S SOLVES AND 60-64 TEAM'S PENALTY AFTER
      *           THIS EVENT.
      *   TRAILER 1-3 "TRL", 5-10 NUMBER OF EVENTS.
      * TYPE R IS A JUDGED RUN, VERDICT AS THE JUDGE SYSTEM FIRST
      * GAVE IT. TYPE P IS A RUN AT OR AFTER THE FREEZE ON THE PUBLIC
      * EDITION - VERDICT "PENDING", SCORE ZERO, THE TEAM'S FIGURES
      * HELD WHERE THE FREEZE LEFT THEM. TYPE C IS AN adjustments.txt
      * CORRECTION, WRITTEN STRAIGHT AFTER THE RUN IT CORRECTS WITH
      * THE CORRECTED VERDICT ("VOIDED" FOR A VOID) AND SCORE AND THE
      * TEAM'S FIGURES RECOMPUTED - THE ORIGINAL VERDICT STAYS ON THE
      * FEED. ON THE PUBLIC EDITION ONLY A VOID IS PASSED ON FOR A
      * PENDING RUN; ANY OTHER CORRECTION WOULD GIVE ITS VERDICT AWAY.
      * SOLVES AND PENALTY FOLLOW THE SAME ICPC RULE AS THE PENALTY
      * REPORT (FIRST ACCEPTED RUN'S TIME PLUS 20 PER EARLIER WRONG
      * ATTEMPT), REPLAYED IN SUBMIT-TIME ORDER. RUNS FROM TEAMS OR
      * FOR PROBLEMS THE SCORING REJECTS ARE NOT ON THE FEED.
           01 WS-EVENT-HEADER.
              05 FILL PIC X(4) VALUE "HDR ".
              05 EVH-CONTEST-ID PIC X(8).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVH-EXTRACT-DATE PIC 9(8).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVH-EDITION PIC X(6).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVH-FREEZE-TIME PIC 9(4).
              05 FILL PIC X(31) VALUE SPACES.
           01 WS-EVENT-LINE.
              05 EVL-SEQ PIC 9(6).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVL-TYPE PIC X(1).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVL-TIME PIC 9(4).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVL-TEAM PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVL-PROB PIC 9(1).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVL-VERDICT PIC X(19).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVL-SCORE PIC 9(3).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVL-SOLVES PIC 9(2).
              05 FILL PIC X(1) VALUE SPACES.
              05 EVL-PENALTY PIC 9(5).
           01 WS-EVENT-TRAILER.
              05 FILL PIC X(4) VALUE "TRL ".
              05 EVT-COUNT PIC 9(6).
              05 FILL PIC X(54) VALUE SPACES.
           01 WS-EVENT-BUF PIC X(64).
      * ONE CAPTURED DETAIL ON THE WORK FILE: SUBMIT TIME AND FEED
      * SEQUENCE (THE SORT KEYS - RUNS IN THE SAME MINUTE KEEP FEED
      * ORDER), THE RUN AS SUBMITTED, AND ANY ADJUSTMENT NAMING IT.
           01 WS-EVENT-WORK.
              05 WEWK-TIME PIC 9(4).
              05 WEWK-SEQ PIC 9(7).
              05 WEWK-NAME PIC X(15).
              05 WEWK-PROB PIC 9(1).
              05 WEWK-OUTCOME PIC X(19).
              05 WEWK-SCORE PIC 9(3).
              05 WEWK-ADJ-ACTION PIC X(1).
              05 WEWK-ADJ-OUTCOME PIC X(19).
              05 WEWK-ADJ-SCORE PIC 9(3).
           01 WS-EVENT-CAPTURE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EVENT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-EVENT-EOF PIC A(1) VALUE 'N'.
           01 WS-EVENT-FREEZE-SW PIC X(1) VALUE 'N'.
           01 WS-EVENT-CELL PIC 9(2) VALUE ZERO.
           01 WS-EVENT-OUTCOME PIC X(19).
              88 WS-EVENT-ACCEPTED VALUE "Accepted".
      * EACH TEAM'S RUNNING FIGURES WHILE THE SORTED EVENTS ARE
      * REPLAYED, BY THE SAME SLOT AS WS-TEAM-TABLE, AND ONE CELL'S
      * FIGURES PARKED BEFORE A RUN THAT IS ABOUT TO BE CORRECTED.
           01 WS-EVENT-STATE-TABLE.
              05 WS-EVENT-STATE OCCURS 500 TIMES.
                 10 WEVS-SOLVES PIC 9(2).
                 10 WEVS-PENALTY PIC 9(5).
                 10 WEVS-PROB OCCURS 10 TIMES.
                    15 WEVS-SOLVED-SW PIC X(1).
                    15 WEVS-REJECTS PIC 9(3).
           01 WS-EVENT-SAVE-SOLVES PIC 9(2).
           01 WS-EVENT-SAVE-PENALTY PIC 9(5).
           01 WS-EVENT-SAVE-SOLVED-SW PIC X(1).
           01 WS-EVENT-SAVE-REJECTS PIC 9(3).

      * CHECKPOINT/RESTART STATE. WS-SUBMIT-COUNT IS THE NUMBER OF
      * submission-records.txt RECORDS SCORED SO FAR ACROSS THIS RUN
      * AND ANY EARLIER, INTERRUPTED RUN THAT LEFT A CHECKPOINT BEHIND.
      * TELL WHEN IT HAS CAUGHT UP TO THE RESTORED POSITION WITHOUT
      * THAT COMPARISON DRIFTING AS WS-SUBMIT-COUNT KEEPS GROWING.
           01 WS-CKPT-STATUS PIC X(2).
           01 WS-CKPT-VERSION PIC X(2) VALUE "05".
           01 WS-CKPT-I PIC 9(3) VALUE ZERO.
           01 WS-CKPT-TEAM-TARGET PIC 9(3) VALUE ZERO.
           01 WS-CKPT-BAD-SW PIC X(1) VALUE 'N'.
              05 WS-ADJ-TIME PIC 9(4).
              05 WS-ADJ-OUTCOME PIC X(19).
              05 WS-ADJ-SCORE PIC 9(3).
              05 WS-ADJ-CASE PIC X(5).
           01 WS-ADJUST-TABLE.
              05 WS-ADJUST-ENTRY OCCURS 200 TIMES.
                 10 WADJ-ACTION PIC X(1) VALUE SPACES.
                 10 WADJ-OUTCOME PIC X(19) VALUE SPACES.
                 10 WADJ-SCORE PIC 9(3) VALUE ZERO.
                 10 WADJ-APPLIED-SW PIC X(1) VALUE 'N'.
                 10 WADJ-CASE PIC X(5) VALUE SPACES.
           01 WS-NUM-ADJUSTMENTS PIC 9(3) VALUE ZERO.
           01 WS-ADJ-SLOT PIC 9(3) VALUE ZERO.
           01 WS-ADJ-FOUND-SW PIC X(1) VALUE 'N'.
              05 WS-ADJL-TIME PIC 9(4).
              05 FILL PIC X(1).
              05 WS-ADJL-DETAIL PIC X(25).
              05 FILL PIC X(1).
              05 WS-ADJL-CASE-TAG PIC X(5).
              05 WS-ADJL-CASE PIC X(5).
           01 WS-APPEALS-STATUS PIC X(2).
           01 WS-APPEALS-OPEN-SW PIC X(1) VALUE 'N'.
           01 WS-ADJ-REFUSE-REASON PIC X(25) VALUE SPACES.
           01 WS-ADJ-REFUSED-COUNT PIC 9(3) VALUE ZERO.

      * EVERY DISTINCT DIVISION CODE SEEN ON THE TEAM MASTER, IN THE
      * ORDER THE TEAMS WERE BUFFERED (SEE SAVE-TEAM-TO-REPORT). THE
              05 WS-LTR-SOLVE-AT PIC X(4).
              05 WS-LTR-SCORE-TEXT PIC X(7).
              05 WS-LTR-SCORE PIC ZZ9.
      * THE TEAM'S MEMBERS, ONE NAME PER LINE UNDER THE TEAM LINE,
      * WHEN member-master.dat IS THERE TO READ THEM FROM.
           01 WS-LTR-MEMBER-LINE.
              05 WS-LTR-MBR-TEXT PIC X(9).
              05 WS-LTR-MBR-NAME PIC X(30).
           01 WS-LTR-MEMBERS-SW PIC X(1) VALUE 'N'.
           01 WS-LTR-MBR-EOF PIC A(1) VALUE 'N'.
           01 WS-LTR-MBR-COUNT PIC 9(3) VALUE ZERO.
           01 WS-LTR-DIV-RANK PIC 9(3) VALUE ZERO.
           01 WS-LTR-I PIC 9(3) VALUE ZERO.
           01 WS-LTR-SLOT PIC 9(3) VALUE ZERO.
           01 WS-STAT-FIRST-TIME PIC 9(4) VALUE ZERO.
           01 WS-STAT-FIRST-TEAM PIC X(15) VALUE SPACES.

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
           01 WS-LEDGER-STEP PIC X(8) VALUE "ASG1".
           01 WS-LEDGER-UPSTREAM PIC X(8) VALUE "SUBEDIT".
           01 WS-LEDGER-STALE-STEP PIC X(8) VALUE "SUBMERGE".
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
           PERFORM PEEK-FEED-CONTEST-ID.
           PERFORM CHECK-LEDGER-UPSTREAM.
           PERFORM LOAD-CONTROL.
           PERFORM LOAD-PROBLEM-MASTER.
           MOVE WS-CONTEST-TITLE TO HEADER-TEXT OF HEADER-ONE.
               DISPLAY "CANNOT OPEN TEAM-MASTER.DAT - STATUS "
                   WS-TEAMS-STATUS " (RUN TEAMMNT FIRST)"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
           OPEN INPUT SUBMIT.
           PERFORM LOAD-CHECKPOINT THRU LOAD-CHECKPOINT-EXIT.
           PERFORM OPEN-INCREMENTAL-REPORTS.
           PERFORM LOAD-ADJUSTMENTS.
           OPEN OUTPUT EVENT-WORK.
           PERFORM PROCESS-SUBMISSIONS.
           CLOSE EVENT-WORK.
           PERFORM CHECK-SUBMIT-BALANCE.
      * THE PUBLIC REPORT FILES ARE NOT EVEN OPENED UNTIL THE FEED
      * RECONCILES WITH ITS TRAILER - A TRUNCATED TRANSFER USED TO
                   MOVE 'P' TO WS-REPORT-DEST
                   PERFORM PUBLISH-REPORTS
               END-IF
               PERFORM PUBLISH-EVENT-FEED
           ELSE
               DISPLAY "REPORTS NOT PUBLISHED - SUBMISSION FEED IS "
                   "OUT OF BALANCE WITH ITS TRAILER"
           END-IF.
      * THE EVENT SCRATCH FILES GO WHETHER OR NOT THE FEED BALANCED -
      * AN UNBALANCED RUN STILL CAPTURED EVERY DETAIL TO THE WORK
      * FILE. EVERY EARLIER STOP RUN COMES BEFORE THE WORK FILE IS
      * OPENED, SO THIS IS THE ONE PLACE THEY NEED CLEARING.
           CALL "CBL_DELETE_FILE" USING "scoreboard-events.wrk".
           CALL "CBL_DELETE_FILE" USING "scoreboard-events.srt".
           MOVE 'Y' TO CKPT-DONE-FLAG.
           PERFORM WRITE-CHECKPOINT.
      * UNMATCHED ADJUSTMENTS ARE REPORTED AFTER THE FINAL CHECKPOINT
           CLOSE SUBMIT.
           PERFORM SET-RETURN-CODE.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-ACTUAL-COUNT TO WS-LEDGER-IN.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-LEDGER-ENTRY.
       STOP RUN.

      * THE RUN LEDGER GATE NEEDS THE CONTEST ID BEFORE ANYTHING IS
      * SCORED OR WRITTEN, AND IT ONLY ARRIVES ON THE FEED HEADER - SO
      * THE HEADER IS READ HERE ON ITS OWN AND THE FILE CLOSED AGAIN;
      * PROCESS-SUBMISSIONS STILL READS THE WHOLE FEED FROM THE TOP.
      * SUBEDIT MUST HAVE RUN CLEANLY ON THIS CONTEST, AND NOT BEEN
      * OVERTAKEN BY A LATER SUBMERGE (A FRESH MERGE SUBEDIT NEVER
      * SAW). A FEED WITH NO HEADER LEAVES THE ID BLANK AND IS REFUSED.
       PEEK-FEED-CONTEST-ID.
           OPEN INPUT SUBMIT.
           READ SUBMIT INTO WS-SUBMIT
               AT END CONTINUE
               NOT AT END
                   IF WS-HDR-RECORD
                       MOVE WS-HDR-CONTEST-ID TO WS-LEDGER-CONTEST-ID
                   END-IF
           END-READ.
           CLOSE SUBMIT.

      * NONZERO WHEN ANYTHING ABOUT THE RUN WAS ABNORMAL, SO THE
      * BATCH SCHEDULER CAN PAGE SOMEONE INSTEAD OF THE PROBLEM
      * SITTING UNDISCOVERED UNTIL MORNING:
      *   12 - FEED OUT OF BALANCE, REPORTS SUPPRESSED
      *    8 - REJECTED SUBMISSIONS OVER WS-REJECT-THRESHOLD
      *    4 - RESTART FROM A CHECKPOINT, CONTROL FILE MISSING
      *        (RAN ON COMPILED-IN DEFAULTS), OR AN ADJUSTMENT
      *        REFUSED FOR WANT OF AN UPHELD APPEALS CASE
      *    0 - CLEAN
      * THE HARD STOPS EARLIER IN THE RUN (MISSING MASTER, TABLE
      * OVERFLOW) SET 16 AT THEIR OWN STOP RUN, AND THE RUN LEDGER
      * GATE SETS 20 WHEN THERE IS NO CLEAN SUBEDIT RUN FOR THE
      * CONTEST (SEE PEEK-FEED-CONTEST-ID). WHATEVER THE CODE, IT IS
      * LEDGERED ON run-ledger.txt WITH THE FEED DETAILS READ IN AND
      * THE contest-results.txt ROWS WRITTEN OUT.
       SET-RETURN-CODE.
           MOVE ZERO TO WS-RETURN-CODE.
           IF WS-SKIP-TARGET > 0 OR WS-CONTROL-MISSING-SW = 'Y'
               OR WS-ADJ-REFUSED-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-RUN-REJECT-COUNT > WS-REJECT-THRESHOLD
           MOVE "CHECKPOINTS TAKEN:" TO WS-SUM-LABEL.
           MOVE WS-CKPT-TAKEN-COUNT TO WS-SUM-VALUE.
           WRITE SUMMARY-LINE FROM WS-SUMMARY-DETAIL.
           MOVE "SCOREBOARD EVENTS PUBLISHED:" TO WS-SUM-LABEL.
           MOVE WS-EVENT-COUNT TO WS-SUM-VALUE.
           WRITE SUMMARY-LINE FROM WS-SUMMARY-DETAIL.
           MOVE "ADJUSTMENTS REFUSED:" TO WS-SUM-LABEL.
           MOVE WS-ADJ-REFUSED-COUNT TO WS-SUM-VALUE.
           WRITE SUMMARY-LINE FROM WS-SUMMARY-DETAIL.
           MOVE "RUN COMPLETED CLEANLY:" TO WS-SUM-FLAG-LABEL.
      * CLEAN MEANS THE RETURN CODE SAYS CLEAN - SET-RETURN-CODE HAS
      * ALREADY RUN, AND THE ONE-PAGE SUMMARY MUST NOT SAY YES ABOVE
           PERFORM PUT-REPORT-HEADER.
           MOVE HEADER-TWO TO WS-REPORT-HEADER-BUF.
           PERFORM PUT-REPORT-HEADER.
           MOVE WS-SCORING-PROFILE TO HEADER-PROFILE-NAME.
           MOVE HEADER-PROFILE TO WS-REPORT-HEADER-BUF.
           PERFORM PUT-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-HEADER-BUF.
           PERFORM PUT-REPORT-HEADER.
      * THE (n) COLUMN CAPTIONS CANNOT FIT A 30-BYTE TITLE, SO THE
           PERFORM WRITE-ONE-CONTEST-RESULT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REPORT-COUNT.
           CLOSE CONTEST-RESULTS.
           MOVE WS-REPORT-COUNT TO WS-LEDGER-OUT.

       WRITE-CONTEST-RESULTS-EXIT.
           EXIT.
           MOVE WRPT-TOTAL(WS-I) TO RES-TOTAL.
           MOVE WRPT-SOLVES(WS-I) TO RES-SOLVES.
           MOVE WRPT-PENALTY(WS-I) TO RES-PENALTY.
           MOVE WS-SCORING-PROFILE TO RES-PROFILE.
           WRITE RESULTS-RECORD.

       PUT-REPORT-HEADER.
                           CLOSE CHECKPOINT-FILE
                           GO TO LOAD-CHECKPOINT-EXIT
                       END-IF
      * CELLS SCORED UNDER ONE PROFILE CANNOT BE CARRIED INTO A RUN
      * UNDER ANOTHER - THE CONTROL FILE CHANGED, SO START OVER.
                       IF CKPT-PROFILE NOT EQUAL WS-SCORING-PROFILE
                           DISPLAY "CHECKPOINT.DAT WAS TAKEN UNDER "
                               "SCORING PROFILE " CKPT-PROFILE
                               " - IGNORED, STARTING FROM SCRATCH"
                           CLOSE CHECKPOINT-FILE
                           GO TO LOAD-CHECKPOINT-EXIT
                       END-IF
                       MOVE CKPT-SUBMIT-COUNT TO WS-SUBMIT-COUNT
                       MOVE CKPT-SUBMIT-COUNT TO WS-SKIP-TARGET
                       MOVE CKPT-AUDIT-LINE-COUNT TO WS-AUDIT-LINE-COUNT
           MOVE WS-NUM-TEAMS TO CKPT-NUM-TEAMS.
           MOVE WS-AUDIT-LINE-COUNT TO CKPT-AUDIT-LINE-COUNT.
           MOVE WS-REJECTED-LINE-COUNT TO CKPT-REJECTED-LINE-COUNT.
           MOVE WS-SCORING-PROFILE TO CKPT-PROFILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           PERFORM WRITE-CHECKPOINT-TEAM
                   END-IF
               END-IF
           END-IF.
      * LINE 7 IS THE SCORING PROFILE. A NAME THIS PROGRAM DOES NOT
      * KNOW STOPS THE RUN - SCORING A GUEST CONTEST UNDER THE WRONG
      * RULE AND PUBLISHING IT IS WORSE THAN NOT SCORING IT AT ALL.
           IF WS-CONTROL-LINE-NUM EQUAL 7
               IF CONTROL-FILE-LINE(1:8) NOT EQUAL SPACES
                   MOVE CONTROL-FILE-LINE(1:8) TO WS-SCORING-PROFILE
               END-IF
               IF NOT WS-PROFILE-BLEND AND NOT WS-PROFILE-ICPC
                   AND NOT WS-PROFILE-IOI
                   DISPLAY "UNKNOWN SCORING PROFILE "
                       WS-SCORING-PROFILE " ON CONTEST-CONTROL.TXT "
                       "LINE 7 - MUST BE BLEND, ICPC OR IOI"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-ENTRY
                   STOP RUN
               END-IF
           END-IF.

      * OPTIONAL problem-master.dat, MAINTAINED BY PROBMNT. EACH ROW
      * FILLS ITS PROBLEM'S SLOT IN THE TITLE AND WEIGHT TABLES; A
                   DISPLAY "TEAM MASTER HAS MORE THAN 500 ACTIVE "
                       "TEAMS - WS-TEAM-TABLE CANNOT HOLD THAT MANY"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-ENTRY
                   STOP RUN
               END-IF
               ADD 1 TO WS-NUM-TEAMS
      * ONES A RESTART SKIPS PAST - LIKE THE BALANCING FIGURES, IT
      * DESCRIBES THE WHOLE FEED, NOT JUST WHAT THIS RUN SCORED.
                       PERFORM TALLY-TIMELINE
      * SO IS THE EVENT FEED - IT IS REBUILT WHOLE EVERY RUN, SO A
      * RESTART NEEDS NO EVENT STATE IN THE CHECKPOINT.
                       PERFORM CAPTURE-EVENT
                       IF WS-SKIP-COUNT < WS-SKIP-TARGET
                           ADD 1 TO WS-SKIP-COUNT
      * A SKIPPED RECORD'S EFFECT (ADJUSTED OR NOT) IS ALREADY IN THE
      * REDUCES TO THE OLD STRAIGHT TEN-CELL SUM. THE PER-PROBLEM
      * CELLS ON THE REPORTS STAY UNWEIGHTED - THE WEIGHT ONLY SHAPES
      * THE TOTAL, SO A CELL STILL READS AS THE JUDGES SCORED IT.
      * UNDER THE ICPC PROFILE THE WEIGHT IS IGNORED: EVERY SOLVE IS
      * WORTH THE SAME 100, SO THE TOTAL IS 100 TIMES THE SOLVE COUNT
      * AND RANKING ON IT RANKS ON SOLVES, AS THAT RULE REQUIRES.
       COMPUTE-TOTAL.
           MOVE 0 TO WS-TOTALSCORE.
           PERFORM ADD-WEIGHTED-SCORE
           MOVE WST-NAME(WS-TEAM-SLOT) TO TEAM-NAME.

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

      * ICPC-STYLE PENALTY TIME FOR THE TEAM AT WS-TEAM-SLOT: A SOLVED
      * STRAIGHT INTO MAIL. THE DIVISION RANK IS RECOMPUTED THE SAME
      * WAY THE DIVISION REPORT SECTIONS NUMBER THEIR SURVIVORS -
      * COUNT THE TEAM'S DIVISION-MATES AT OR ABOVE IT IN THE SORTED
      * TABLE. WHEN THE MEMBER MASTER IS ON HAND, EACH LETTER ALSO
      * NAMES THE TEAM'S MEMBERS UNDER THE TEAM LINE.
       WRITE-COACH-LETTERS.
           MOVE 'N' TO WS-LTR-MEMBERS-SW.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-STATUS EQUAL "00"
               MOVE 'Y' TO WS-LTR-MEMBERS-SW
           END-IF.
           OPEN OUTPUT COACH-LETTERS.
           WRITE LETTER-LINE FROM LETTER-HEADING.
           PERFORM WRITE-ONE-COACH-LETTER
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REPORT-COUNT.
           CLOSE COACH-LETTERS.
           IF WS-MEMBER-STATUS EQUAL "00"
               OR WS-MEMBER-STATUS EQUAL "05"
               CLOSE MEMBER-MASTER
           END-IF.

       WRITE-ONE-COACH-LETTER.
           MOVE WRPT-SLOT(WS-I) TO WS-LTR-SLOT.
           WRITE LETTER-LINE FROM WS-LTR-INST-LINE.
           MOVE WRPT-NAME(WS-I) TO WS-LTR-TEAM.
           WRITE LETTER-LINE FROM WS-LTR-TEAM-LINE.
           IF WS-LTR-MEMBERS-SW = 'Y'
               PERFORM LIST-LETTER-MEMBERS
           END-IF.
           MOVE ZERO TO WS-LTR-DIV-RANK.
           PERFORM COUNT-DIVISION-RANK
               VARYING WS-LTR-I FROM 1 BY 1 UNTIL WS-LTR-I > WS-I.
           PERFORM WRITE-LETTER-PROB-LINE
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NUM-PROBLEMS.

      * STARTS THE MEMBER MASTER ON THE TEAM'S NAME (ALTERNATE KEY)
      * AND READS FORWARD UNTIL THE TEAM CHANGES. A TEAM WITH NOBODY
      * ON FILE SAYS SO RATHER THAN PRINTING AN EMPTY BLOCK.
       LIST-LETTER-MEMBERS.
           MOVE 'N' TO WS-LTR-MBR-EOF.
           MOVE ZERO TO WS-LTR-MBR-COUNT.
           MOVE WRPT-NAME(WS-I) TO MBR-TEAM.
           START MEMBER-MASTER KEY IS EQUAL TO MBR-TEAM
               INVALID KEY MOVE 'Y' TO WS-LTR-MBR-EOF
           END-START.
           PERFORM WRITE-LETTER-MEMBER-LINE.
           IF WS-LTR-MBR-COUNT = ZERO
               MOVE "MEMBERS: " TO WS-LTR-MBR-TEXT
               MOVE "(NONE ON MEMBER MASTER)" TO WS-LTR-MBR-NAME
               WRITE LETTER-LINE FROM WS-LTR-MEMBER-LINE
           END-IF.

       WRITE-LETTER-MEMBER-LINE.
           IF WS-LTR-MBR-EOF = 'N'
               READ MEMBER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-LTR-MBR-EOF
                   NOT AT END
                       IF MBR-TEAM NOT EQUAL WRPT-NAME(WS-I)
                           MOVE 'Y' TO WS-LTR-MBR-EOF
                       ELSE
                           IF WS-LTR-MBR-COUNT = ZERO
                               MOVE "MEMBERS: " TO WS-LTR-MBR-TEXT
                           ELSE
                               MOVE SPACES TO WS-LTR-MBR-TEXT
                           END-IF
                           ADD 1 TO WS-LTR-MBR-COUNT
                           MOVE MBR-NAME TO WS-LTR-MBR-NAME
                           WRITE LETTER-LINE FROM WS-LTR-MEMBER-LINE
                       END-IF
               END-READ
               GO TO WRITE-LETTER-MEMBER-LINE
           END-IF.

       COUNT-DIVISION-RANK.
           IF WRPT-DIVISION(WS-LTR-I) = WRPT-DIVISION(WS-I)
               ADD 1 TO WS-LTR-DIV-RANK
      * THE TABLE STAYS EMPTY AND EVERY LOOKUP BELOW FALLS STRAIGHT
      * THROUGH. A ROW WITH AN UNKNOWN ACTION CODE IS LOGGED AND
      * DROPPED AT LOAD TIME SO IT CANNOT SILENTLY CONSUME A
      * MATCHING SUBMISSION LATER. SO IS A ROW WHOSE APPEALS CASE
      * DOES NOT AUTHORISE IT. THE REGISTER IS ONLY NEEDED WHILE THE
      * ROWS ARE CHECKED, SO IT IS OPEN JUST FOR THE LOAD.
       LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUST-FILE.
           IF WS-ADJUST-STATUS EQUAL "00"
               OPEN INPUT APPEALS-REGISTER
               IF WS-APPEALS-STATUS EQUAL "00"
                   MOVE 'Y' TO WS-APPEALS-OPEN-SW
               END-IF
               PERFORM READ-ADJUSTMENT-RECORD
               CLOSE ADJUST-FILE
               IF WS-APPEALS-OPEN-SW = 'Y'
                   CLOSE APPEALS-REGISTER
                   MOVE 'N' TO WS-APPEALS-OPEN-SW
               END-IF
           END-IF.

       READ-ADJUSTMENT-RECORD.
           END-IF.

       STORE-ONE-ADJUSTMENT.
           MOVE SPACES TO WS-ADJ-REFUSE-REASON.
           IF WS-ADJ-ACTION = 'V' OR WS-ADJ-ACTION = 'O'
               OR WS-ADJ-ACTION = 'S'
               PERFORM CHECK-ADJUSTMENT-CASE
           END-IF.
           IF WS-ADJ-REFUSE-REASON NOT EQUAL SPACES
               ADD 1 TO WS-ADJ-REFUSED-COUNT
               MOVE SPACES TO WS-ADJ-LOG-LINE
               MOVE "ADJUSTMENT " TO WS-ADJL-TAG
               MOVE "REFUSED" TO WS-ADJL-ACTION
               MOVE WS-ADJ-NAME TO WS-ADJL-NAME
               MOVE WS-ADJ-PROB TO WS-ADJL-PROB
               MOVE WS-ADJ-TIME TO WS-ADJL-TIME
               MOVE WS-ADJ-REFUSE-REASON TO WS-ADJL-DETAIL
               MOVE "CASE " TO WS-ADJL-CASE-TAG
               MOVE WS-ADJ-CASE TO WS-ADJL-CASE
      * LOGGED ONLY FROM SCRATCH, FOR THE SAME REASON AS A BAD ACTION
      * CODE BELOW - BUT COUNTED ON EVERY RUN, SO A RESTART STILL
      * ENDS ON RETURN CODE 4 AND THE SUMMARY STILL SHOWS IT.
               IF WS-SKIP-TARGET = 0
                   PERFORM WRITE-ADJUSTMENT-LOG
               END-IF
           ELSE
               PERFORM STORE-CHECKED-ADJUSTMENT
           END-IF.

       STORE-CHECKED-ADJUSTMENT.
           IF WS-ADJ-ACTION = 'V' OR WS-ADJ-ACTION = 'O'
               OR WS-ADJ-ACTION = 'S'
               IF WS-NUM-ADJUSTMENTS = 200
                   DISPLAY "ADJUSTMENTS.TXT HAS MORE THAN 200 ROWS - "
                       "WS-ADJUST-TABLE CANNOT HOLD THAT MANY"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-LEDGER-ENTRY
                   STOP RUN
               END-IF
               ADD 1 TO WS-NUM-ADJUSTMENTS
                   TO WADJ-OUTCOME(WS-NUM-ADJUSTMENTS)
               MOVE WS-ADJ-SCORE TO WADJ-SCORE(WS-NUM-ADJUSTMENTS)
               MOVE 'N' TO WADJ-APPLIED-SW(WS-NUM-ADJUSTMENTS)
               MOVE WS-ADJ-CASE TO WADJ-CASE(WS-NUM-ADJUSTMENTS)
           ELSE
               MOVE SPACES TO WS-ADJ-LOG-LINE
               MOVE "ADJUSTMENT " TO WS-ADJL-TAG
               END-IF
           END-IF.

      * AN ADJUSTMENT CHANGES A RESULT ONLY ON THE STRENGTH OF AN
      * UPHELD APPEAL: ITS CASE MUST BE ON THE REGISTER, DECIDED IN
      * THE TEAM'S FAVOUR, FILED AGAINST THIS CONTEST (THE FEED
      * HEADER'S ID) AND AGAINST THE SAME TEAM, PROBLEM AND SUBMIT
      * TIME THE ROW CORRECTS. LEAVES WS-ADJ-REFUSE-REASON BLANK WHEN
      * THE ROW MAY STAND. APPLRPT LISTS THE SAME REFUSALS AHEAD OF
      * THE RUN, SO KEEP THE WORDING IN STEP.
       CHECK-ADJUSTMENT-CASE.
           MOVE SPACES TO WS-ADJ-REFUSE-REASON.
           IF WS-ADJ-CASE = SPACES
               MOVE "NO CASE NUMBER" TO WS-ADJ-REFUSE-REASON
           ELSE
               IF WS-APPEALS-OPEN-SW = 'N'
                   MOVE "NO APPEALS REGISTER" TO WS-ADJ-REFUSE-REASON
               ELSE
                   MOVE WS-ADJ-CASE TO APL-CASE
                   READ APPEALS-REGISTER KEY IS APL-CASE
                       INVALID KEY
                           MOVE "CASE NOT ON REGISTER"
                               TO WS-ADJ-REFUSE-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-ADJUSTMENT-CASE-STANDING
                   END-READ
               END-IF
           END-IF.

       CHECK-ADJUSTMENT-CASE-STANDING.
           IF APL-OPEN
               MOVE "CASE STILL OPEN" TO WS-ADJ-REFUSE-REASON
           ELSE
               IF NOT APL-UPHELD
                   MOVE "CASE NOT UPHELD" TO WS-ADJ-REFUSE-REASON
               ELSE
                   IF APL-CONTEST-ID NOT EQUAL WS-LEDGER-CONTEST-ID
                       MOVE "CASE FOR OTHER CONTEST"
                           TO WS-ADJ-REFUSE-REASON
                   ELSE
                       IF APL-TEAM NOT EQUAL WS-ADJ-NAME
                           OR APL-PROB NOT EQUAL WS-ADJ-PROB
                           OR APL-TIME NOT EQUAL WS-ADJ-TIME
                           MOVE "CASE FOR OTHER SUBMISSION"
                               TO WS-ADJ-REFUSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * LOOKS THE CURRENT SUBMISSION'S KEY (NAME, PROB, SUBMIT TIME)
      * UP IN THE ADJUSTMENT TABLE. LEAVES WS-ADJ-SLOT ON THE FIRST
      * MATCH WITH WS-ADJ-FOUND-SW 'Y', OR 'N' WHEN NO ADJUSTMENT
               ADD 1 TO WS-RUN-AUDIT-COUNT
           END-IF.

      * ONE WORK RECORD PER FEED DETAIL, WRITTEN ON THE SAME FIRST
      * PASS AS THE AUDIT TRAIL BUT BEFORE ANY ADJUSTMENT OVERLAYS
      * THE RUN - THE FEED SHOWS THE RUN AS SUBMITTED AND THE
      * CORRECTION SEPARATELY. FIND-ADJUSTMENT ONLY LOOKS, SO THE
      * OVERLAY STILL FINDS AND CONSUMES THE SAME ROW AFTERWARDS.
       CAPTURE-EVENT.
           ADD 1 TO WS-EVENT-CAPTURE-COUNT.
           MOVE WS-SUBMIT-TIME TO WEWK-TIME.
           MOVE WS-EVENT-CAPTURE-COUNT TO WEWK-SEQ.
           MOVE WS-SUBMIT-NAME TO WEWK-NAME.
           MOVE WS-PROB-ID TO WEWK-PROB.
           MOVE WS-OUTCOME TO WEWK-OUTCOME.
           MOVE WS-SCORE TO WEWK-SCORE.
           MOVE SPACES TO WEWK-ADJ-ACTION.
           MOVE SPACES TO WEWK-ADJ-OUTCOME.
           MOVE ZERO TO WEWK-ADJ-SCORE.
           PERFORM FIND-ADJUSTMENT.
           IF WS-ADJ-FOUND-SW = 'Y'
               MOVE WADJ-ACTION(WS-ADJ-SLOT) TO WEWK-ADJ-ACTION
               MOVE WADJ-OUTCOME(WS-ADJ-SLOT) TO WEWK-ADJ-OUTCOME
               MOVE WADJ-SCORE(WS-ADJ-SLOT) TO WEWK-ADJ-SCORE
           END-IF.
           WRITE EVENT-WORK-RECORD FROM WS-EVENT-WORK.

      * SORTS THE CAPTURED RUNS INTO SUBMIT-TIME ORDER ONCE, THEN
      * WRITES EACH EDITION FROM THE SORTED FILE - THE JUDGES' FULL
      * COPY FIRST ON A FREEZE RUN, THEN THE PUBLIC ONE. CALLED ONLY
      * ONCE THE FEED HAS BALANCED, LIKE THE REPORTS.
       PUBLISH-EVENT-FEED.
           SORT EVENT-SORT-FILE
               ON ASCENDING KEY ESR-TIME ESR-SEQ
               USING EVENT-WORK
               GIVING EVENT-SORTED.
           IF WS-FREEZE-TIME > 0
               MOVE 'F' TO WS-REPORT-DEST
               PERFORM WRITE-EVENT-FEED
           END-IF.
           MOVE 'P' TO WS-REPORT-DEST.
           PERFORM WRITE-EVENT-FEED.

       WRITE-EVENT-FEED.
           MOVE 'N' TO WS-EVENT-FREEZE-SW.
           MOVE WS-CONTEST-ID TO EVH-CONTEST-ID.
           MOVE WS-EXTRACT-DATE TO EVH-EXTRACT-DATE.
           MOVE ZERO TO EVH-FREEZE-TIME.
           IF WS-REPORT-DEST = 'P'
               OPEN OUTPUT EVENT-FEED
               MOVE "PUBLIC" TO EVH-EDITION
               IF WS-FREEZE-TIME > 0
                   MOVE 'Y' TO WS-EVENT-FREEZE-SW
                   MOVE WS-FREEZE-TIME TO EVH-FREEZE-TIME
               END-IF
           ELSE
               OPEN OUTPUT EVENT-FULL-FEED
               MOVE "FULL" TO EVH-EDITION
           END-IF.
           MOVE WS-EVENT-HEADER TO WS-EVENT-BUF.
           PERFORM PUT-EVENT-LINE.
           PERFORM CLEAR-EVENT-STATE
               VARYING WS-TEAM-SLOT FROM 1 BY 1
               UNTIL WS-TEAM-SLOT > WS-NUM-TEAMS.
           MOVE ZERO TO WS-EVENT-COUNT.
           MOVE 'N' TO WS-EVENT-EOF.
           OPEN INPUT EVENT-SORTED.
           PERFORM READ-SORTED-EVENT.
           CLOSE EVENT-SORTED.
           MOVE WS-EVENT-COUNT TO EVT-COUNT.
           MOVE WS-EVENT-TRAILER TO WS-EVENT-BUF.
           PERFORM PUT-EVENT-LINE.
           IF WS-REPORT-DEST = 'P'
               CLOSE EVENT-FEED
           ELSE
               CLOSE EVENT-FULL-FEED
           END-IF.

       CLEAR-EVENT-STATE.
           MOVE ZERO TO WEVS-SOLVES(WS-TEAM-SLOT).
           MOVE ZERO TO WEVS-PENALTY(WS-TEAM-SLOT).
           PERFORM CLEAR-EVENT-CELL
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10.

       CLEAR-EVENT-CELL.
           MOVE 'N' TO WEVS-SOLVED-SW(WS-TEAM-SLOT WS-K).
           MOVE ZERO TO WEVS-REJECTS(WS-TEAM-SLOT WS-K).

       READ-SORTED-EVENT.
           IF WS-EVENT-EOF = 'N'
               READ EVENT-SORTED INTO WS-EVENT-WORK
                   AT END MOVE 'Y' TO WS-EVENT-EOF
                   NOT AT END
                       PERFORM REPLAY-ONE-EVENT
               END-READ
               GO TO READ-SORTED-EVENT
           END-IF.

      * THE TEAM IS FOUND BY THE SAME BINARY SEARCH AS THE SCORING
      * USES (NO MASTER READ - THE TABLE ALREADY HOLDS EVERY ACTIVE
      * TEAM), AND A RUN THE SCORING REJECTED IS LEFT OFF THE FEED.
       REPLAY-ONE-EVENT.
           MOVE WEWK-NAME TO WS-SUBMIT-NAME.
           MOVE 'N' TO WS-FOUND-TEAM-SW.
           PERFORM FIND-TEAM-SLOT.
           IF WS-FOUND-TEAM-SW = 'Y'
               AND WEWK-PROB + 1 NOT > WS-NUM-PROBLEMS
               COMPUTE WS-EVENT-CELL = WEWK-PROB + 1
               IF WS-EVENT-FREEZE-SW = 'Y'
                   AND WEWK-TIME >= WS-FREEZE-TIME
                   PERFORM POST-PENDING-EVENT
               ELSE
                   PERFORM POST-JUDGED-EVENT
               END-IF
           END-IF.

       POST-PENDING-EVENT.
           MOVE 'P' TO EVL-TYPE.
           MOVE "PENDING" TO EVL-VERDICT.
           MOVE ZERO TO EVL-SCORE.
           PERFORM PUT-EVENT-DETAIL.
           IF WEWK-ADJ-ACTION = 'V'
               MOVE 'C' TO EVL-TYPE
               MOVE "VOIDED" TO EVL-VERDICT
               PERFORM PUT-EVENT-DETAIL
           END-IF.

      * THE RUN GOES OUT AS SUBMITTED. A CORRECTED RUN THEN PUTS THE
      * CELL AND THE TEAM'S FIGURES BACK TO WHERE THEY STOOD BEFORE
      * IT AND APPLIES THE CORRECTED VERDICT INSTEAD - A VOID APPLIES
      * NOTHING, A SCORE OVERRIDE KEEPS THE SUBMITTED OUTCOME.
       POST-JUDGED-EVENT.
           MOVE WEVS-SOLVES(WS-TEAM-SLOT) TO WS-EVENT-SAVE-SOLVES.
           MOVE WEVS-PENALTY(WS-TEAM-SLOT) TO WS-EVENT-SAVE-PENALTY.
           MOVE WEVS-SOLVED-SW(WS-TEAM-SLOT WS-EVENT-CELL)
               TO WS-EVENT-SAVE-SOLVED-SW.
           MOVE WEVS-REJECTS(WS-TEAM-SLOT WS-EVENT-CELL)
               TO WS-EVENT-SAVE-REJECTS.
           MOVE WEWK-OUTCOME TO WS-EVENT-OUTCOME.
           PERFORM APPLY-EVENT-VERDICT.
           MOVE 'R' TO EVL-TYPE.
           MOVE WEWK-OUTCOME TO EVL-VERDICT.
           MOVE WEWK-SCORE TO EVL-SCORE.
           PERFORM PUT-EVENT-DETAIL.
           IF WEWK-ADJ-ACTION NOT EQUAL SPACES
               MOVE WS-EVENT-SAVE-SOLVES TO WEVS-SOLVES(WS-TEAM-SLOT)
               MOVE WS-EVENT-SAVE-PENALTY
                   TO WEVS-PENALTY(WS-TEAM-SLOT)
               MOVE WS-EVENT-SAVE-SOLVED-SW
                   TO WEVS-SOLVED-SW(WS-TEAM-SLOT WS-EVENT-CELL)
               MOVE WS-EVENT-SAVE-REJECTS
                   TO WEVS-REJECTS(WS-TEAM-SLOT WS-EVENT-CELL)
               MOVE 'C' TO EVL-TYPE
               IF WEWK-ADJ-ACTION = 'V'
                   MOVE "VOIDED" TO EVL-VERDICT
                   MOVE ZERO TO EVL-SCORE
               END-IF
               IF WEWK-ADJ-ACTION = 'O'
                   MOVE WEWK-ADJ-OUTCOME TO WS-EVENT-OUTCOME
                   MOVE WEWK-ADJ-OUTCOME TO EVL-VERDICT
                   MOVE WEWK-ADJ-SCORE TO EVL-SCORE
                   PERFORM APPLY-EVENT-VERDICT
               END-IF
               IF WEWK-ADJ-ACTION = 'S'
                   MOVE WEWK-ADJ-SCORE TO EVL-SCORE
                   PERFORM APPLY-EVENT-VERDICT
               END-IF
               PERFORM PUT-EVENT-DETAIL
           END-IF.

      * ONCE A CELL IS SOLVED NOTHING LATER IN TIME MOVES IT - A
      * RESUBMIT AFTER THE SOLVE IS NEITHER A SECOND SOLVE NOR A
      * PENALTY ATTEMPT.
       APPLY-EVENT-VERDICT.
           IF WEVS-SOLVED-SW(WS-TEAM-SLOT WS-EVENT-CELL) = 'N'
               IF WS-EVENT-ACCEPTED
                   MOVE 'Y'
                       TO WEVS-SOLVED-SW(WS-TEAM-SLOT WS-EVENT-CELL)
                   ADD 1 TO WEVS-SOLVES(WS-TEAM-SLOT)
                   COMPUTE WEVS-PENALTY(WS-TEAM-SLOT) =
                       WEVS-PENALTY(WS-TEAM-SLOT) + WEWK-TIME +
                       20 * WEVS-REJECTS(WS-TEAM-SLOT WS-EVENT-CELL)
               ELSE
                   ADD 1 TO WEVS-REJECTS(WS-TEAM-SLOT WS-EVENT-CELL)
               END-IF
           END-IF.

       PUT-EVENT-DETAIL.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-EVENT-COUNT TO EVL-SEQ.
           MOVE WEWK-TIME TO EVL-TIME.
           MOVE WEWK-NAME TO EVL-TEAM.
           MOVE WEWK-PROB TO EVL-PROB.
           MOVE WEVS-SOLVES(WS-TEAM-SLOT) TO EVL-SOLVES.
           MOVE WEVS-PENALTY(WS-TEAM-SLOT) TO EVL-PENALTY.
           MOVE WS-EVENT-LINE TO WS-EVENT-BUF.
           PERFORM PUT-EVENT-LINE.

       PUT-EVENT-LINE.
           IF WS-REPORT-DEST = 'P'
               WRITE EVENT-RECORD FROM WS-EVENT-BUF
           ELSE
               WRITE EVENT-FULL-RECORD FROM WS-EVENT-BUF
           END-IF.

       SORT-REPORT-TABLE.
      * SIMPLE BUBBLE SORT ON THE STANDINGS TABLE - DESCENDING TOTAL,
      * TIES BROKEN BY TEAM NAME ASCENDING. WS-REPORT-COUNT NEVER
               PERFORM SWAP-REPORT-ENTRIES
               MOVE 'N' TO WS-SORTED-SW
           ELSE
      * UNDER THE ICPC PROFILE THE TOTAL IS UNWEIGHTED (SEE
      * COMPUTE-TOTAL), SO EQUAL TOTALS MEAN EQUAL SOLVES, AND THE
      * TIE GOES TO THE LOWER PENALTY TIME BEFORE THE NAME DECIDES.
               IF WRPT-TOTAL(WS-I) = WRPT-TOTAL(WS-J)
                   IF WS-PROFILE-ICPC
                       AND WRPT-PENALTY(WS-I) NOT EQUAL
                           WRPT-PENALTY(WS-J)
                       IF WRPT-PENALTY(WS-I) > WRPT-PENALTY(WS-J)
                           PERFORM SWAP-REPORT-ENTRIES
                           MOVE 'N' TO WS-SORTED-SW
                       END-IF
                   ELSE
                       IF WRPT-NAME(WS-I) > WRPT-NAME(WS-J)
                           PERFORM SWAP-REPORT-ENTRIES
                           MOVE 'N' TO WS-SORTED-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-MAXSCORE <= 30
               MOVE 0 TO WS-ROBUST
           END-IF.
      * THE RUNNING FIGURES ABOVE ARE KEPT UNDER EVERY PROFILE (THE
      * AUDIT TRAIL CARRIES THEM REGARDLESS); ONLY THE POSTED CELL
      * DEPENDS ON THE PROFILE.
           IF WS-PROFILE-ICPC
               MOVE 100 TO WS-FINALSCORE
           ELSE
               IF WS-PROFILE-IOI
                   MOVE WS-MAXSCORE TO WS-FINALSCORE
               ELSE
                   PERFORM COMPUTE-BLEND-SCORE
               END-IF
           END-IF.
           COMPUTE WS-CHECK = WS-FINALSCORE + 0.0001.
           MOVE WS-FINALSCORE TO WS-CHECK-TWO.

               MOVE WS-CHECK
                   TO WST-OUTPUT-SCORE(WS-TEAM-SLOT WS-OUTPUT-INDEX)
           END-IF.

      * THE HOUSE BLEND - UNCHANGED SINCE THE FIRST SEASON, INCLUDING
      * THE SECOND ADD OF THE AVERAGE AND ROBUSTNESS TERMS ON A FULL
      * SCORE. EVERY SEASON HISTORY ROW SCORED UNDER "BLEND" WAS
      * PRODUCED BY EXACTLY THIS ARITHMETIC, AND RESCHECK REPLAYS IT
      * STEP FOR STEP.
       COMPUTE-BLEND-SCORE.
           IF WS-SCORE = 100
               COMPUTE WS-FINALSCORE = 0.6 * WS-SCORE +
                   0.3 * WS-AVGSCORE + 0.1 * WS-ROBUST
           END-IF.
           IF WS-SCORE < 100
           COMPUTE WS-FINALSCORE = 0.6 * WS-SCORE * WS-DECAY
           END-IF.
           COMPUTE WS-FINALSCORE = WS-FINALSCORE + 0.3 * WS-AVGSCORE.
           COMPUTE WS-FINALSCORE = WS-FINALSCORE + 0.1 * WS-ROBUST.

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
