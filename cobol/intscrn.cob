       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTSCRN.

      * CONTEST INTEGRITY SCREENING. AFTER EVERY CONTEST THE JUDGES
      * USED TO EYEBALL THE AUDIT TRAIL FOR TWO PATTERNS THAT USUALLY
      * MEAN SHARED CODE - TWO TEAMS FROM THE SAME INSTITUTION OR
      * SITTING AT THE SAME SITE GETTING THE SAME PROBLEM ACCEPTED
      * WITHIN A FEW MINUTES OF EACH OTHER WITH EXACTLY THE SAME
      * SCORE, AND A TEAM THAT GOES QUIET FOR A LONG STRETCH AND THEN
      * SOLVES SEVERAL PROBLEMS IN A RUSH. THIS JOB DOES THE
      * EYEBALLING: IT READS EVERY SCORED RUN FROM audit-trail.txt
      * (SO ADJUSTMENTS ARE ALREADY APPLIED), THE TEAM'S INSTITUTION
      * FROM team-master.dat AND THE TEAM'S SITE CODE FROM THE
      * SUBMISSION FEED (submission-records.txt, COLUMNS 43-44 - THE
      * FIRST SITE A TEAM'S RUNS CARRY), AND WRITES AN ADVISORY
      * REPORT (integrity-screening.txt) WITH THE AUDIT LINES THAT
      * RAISED EACH FLAG PRINTED UNDERNEATH IT AS EVIDENCE.
      *
      * NOTHING HERE CHANGES A SCORE. A FLAG IS A REASON FOR THE
      * JUDGES TO LOOK AT THE SOURCE CODE, NOT A FINDING; ANY PENALTY
      * THAT FOLLOWS GOES THROUGH adjustments.txt LIKE EVERY OTHER
      * CORRECTION.
      *
      * A "SOLVE" FOR THE BURST CHECK IS A TEAM'S FIRST ACCEPTED RUN ON
      * A PROBLEM - RESUBMITTING A SOLVED PROBLEM IS NOT A NEW SOLVE.
      * THE IDLE STRETCH IS MEASURED FROM THE TEAM'S PREVIOUS RUN OF
      * ANY VERDICT, OR FROM THE CONTEST START FOR ITS FIRST RUN. RUN
      * TIMES ON THE TRAIL ARE THE FEED'S OWN CLOCK, SO THE CONTEST
      * START IS THE WINDOW START ON LINE 4 OF contest-control.txt
      * (THE SAME LINE THE SCORING JOB AND SUBEDIT READ; MINUTE 0000
      * WHEN THE FILE OR THE LINE IS MISSING).
      *
      * THRESHOLDS ARE ON integrity-control.txt (OPTIONAL, ONE PER
      * LINE, DIGITS IN COLUMN 1 ONWARD):
      *   LINE 1 - PAIR WINDOW, MINUTES BETWEEN THE TWO ACCEPTED RUNS
      *            (4 DIGITS, DEFAULT 5)
      *   LINE 2 - IDLE GAP, MINUTES WITHOUT A RUN BEFORE A BURST
      *            (4 DIGITS, DEFAULT 60)
      *   LINE 3 - BURST SIZE, SOLVES THAT MAKE A BURST (2 DIGITS,
      *            DEFAULT 3)
      *   LINE 4 - BURST WINDOW, MINUTES FROM THE FIRST RUN AFTER THE
      *            GAP WITHIN WHICH THOSE SOLVES MUST FALL (4 DIGITS,
      *            DEFAULT 30)
      *
      * THE TRAIL CAN RUN TO SIX FIGURES, SO THE RUNS ARE NOT HELD IN
      * A TABLE: THEY GO THROUGH THE SORT TWICE (SEE SORT-AUDIT-RUNS)
      * AND EACH CHECK READS ITS OWN SORTED COPY STRAIGHT THROUGH,
      * KEEPING ONLY THE RUNS STILL INSIDE ITS WINDOW IN MEMORY.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = NOTHING FLAGGED, 4 = FLAGS
      * RAISED (ADVISORY - READ THE REPORT), 8 = NO AUDIT TRAIL OR NO
      * TEAM MASTER - NO REPORT, 16 = A WORK TABLE IS FULL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUDIT-IN ASSIGN TO 'audit-trail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT TEAMS ASSIGN TO 'team-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-NAME
               FILE STATUS IS WS-TEAMS-STATUS.

      * OPTIONAL - WITHOUT THE FEED NO TEAM HAS A SITE, SO ONLY THE
      * SAME-INSTITUTION HALF OF THE PAIR CHECK CAN FIRE.
               SELECT SUBMIT ASSIGN TO 'submission-records.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-STATUS.

               SELECT INTEGRITY-CONTROL
               ASSIGN TO 'integrity-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      * OPTIONAL - ONLY LINE 4, THE CONTEST WINDOW START, IS USED.
               SELECT CONTEST-CONTROL
               ASSIGN TO 'contest-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTEST-CONTROL-STATUS.

               SELECT SCREEN-REPORT
               ASSIGN TO 'integrity-screening.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * SCRATCH FILES FOR THE SCREENING - EVERY SCORED RUN IS WRITTEN
      * TO THE WORK FILE IN TRAIL ORDER, THEN SORTED ONCE BY TEAM AND
      * TIME FOR THE BURST CHECK AND ONCE BY PROBLEM, SCORE AND TIME
      * FOR THE PAIR CHECK. ALL THREE ARE DELETED BEFORE THE JOB ENDS
      * (SEE DELETE-RUN-WORK-FILES).
               SELECT RUN-WORK
               ASSIGN TO 'integrity-runs.wrk'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT RUNS-BY-TEAM
               ASSIGN TO 'integrity-team.srt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT RUNS-BY-PROBLEM
               ASSIGN TO 'integrity-prob.srt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT RUN-SORT-FILE
               ASSIGN TO 'integrity-runs.sws'.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-IN.
           01 AUDIT-LINE PIC X(90).

           FD TEAMS.
           01 TEAMS-FILE.
              05 TM-NAME PIC X(15).
              05 TM-INSTITUTION PIC X(30).
              05 TM-DIVISION PIC X(1).
              05 TM-COACH PIC X(30).
              05 TM-STATUS PIC X(1).

           FD SUBMIT.
           01 SUBMIT-FILE PIC X(44).

           FD INTEGRITY-CONTROL.
           01 INTEGRITY-CONTROL-LINE PIC X(50).

           FD CONTEST-CONTROL.
           01 CONTEST-CONTROL-LINE PIC X(50).

           FD SCREEN-REPORT.
           01 SCREEN-LINE PIC X(120).

           FD RUN-WORK.
           01 RUN-WORK-RECORD PIC X(100).

           FD RUNS-BY-TEAM.
           01 RUNS-BY-TEAM-RECORD PIC X(100).

           FD RUNS-BY-PROBLEM.
           01 RUNS-BY-PROBLEM-RECORD PIC X(100).

      * THE SAME 100 BYTES AS WS-RUN. THE SEQUENCE NUMBER IS THE
      * RUN'S PLACE ON THE TRAIL AND THE LAST KEY OF BOTH SORTS, SO
      * RUNS ON THE SAME MINUTE KEEP THEIR TRAIL ORDER.
           SD RUN-SORT-FILE.
           01 RUN-SORT-RECORD.
              05 RSR-TEAM PIC X(15).
              05 RSR-TIME PIC 9(4).
              05 RSR-SEQ PIC 9(7).
              05 RSR-PROB PIC 9(1).
              05 RSR-SCORE PIC 9(3).
              05 FILL PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-TEAMS-STATUS PIC X(2).
           01 WS-SUBMIT-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-AUDIT-EOF PIC A(1) VALUE 'N'.
           01 WS-RUNS-EOF PIC A(1) VALUE 'N'.
           01 WS-SUBMIT-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTEST-CONTROL-STATUS PIC X(2).
           01 WS-CONTEST-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTEST-LINE-NUM PIC 9(2) VALUE ZERO.
           01 WS-CONTROL-LINE-NUM PIC 9(1) VALUE ZERO.
           01 WS-FEED-SW PIC X(1) VALUE 'N'.

      * THE THRESHOLDS - SEE integrity-control.txt ABOVE.
           01 WS-PAIR-WINDOW PIC 9(4) VALUE 5.
           01 WS-IDLE-GAP PIC 9(4) VALUE 60.
           01 WS-BURST-SIZE PIC 9(2) VALUE 3.
           01 WS-BURST-WINDOW PIC 9(4) VALUE 30.

      * CONTEST WINDOW START FROM contest-control.txt LINE 4 - WHERE
      * A TEAM'S FIRST IDLE STRETCH BEGINS.
           01 WS-WINDOW-START PIC 9(4) VALUE ZERO.

      * THE SAME THREE VIEWS OF A FEED RECORD THE SCORING JOB
      * DECLARES - DETAIL, HEADER, TRAILER.
           01 WS-SUBMIT.
              05 WS-SUBMIT-NAME PIC X(15).
              05 WS-PROB-ID PIC 9(1).
              05 WS-OUTCOME PIC X(19).
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

      * FIXED COLUMN SLICES OF ONE AUDIT DETAIL LINE - THE EXACT
      * LAYOUT LOG-AUDIT-SUBMIT WRITES, CLASS-TESTED THE SAME WAY
      * RESCHECK DOES SO THE HEADING AND "ADJUSTMENT" LINES FALL OUT.
           01 WS-AUD.
              05 WS-AUD-TEAM PIC X(15).
              05 FILL PIC X(1).
              05 WS-AUD-PROB PIC X(1).
              05 FILL PIC X(1).
              05 WS-AUD-OUTCOME PIC X(19).
              05 FILL PIC X(1).
              05 WS-AUD-SCORE-X PIC X(3).
              05 FILL PIC X(21).
              05 WS-AUD-TIME-X PIC X(4).
              05 FILL PIC X(24).
           01 WS-AUD-TAG REDEFINES WS-AUD.
              05 WS-AUD-TAG-TEXT PIC X(11).
                 88 WS-AUD-ADJUSTMENT VALUE "ADJUSTMENT ".
              05 FILL PIC X(79).

      * ONE ENTRY PER TEAM SEEN ON THE FEED OR THE TRAIL - ITS SITE
      * (FIRST ONE ON THE FEED) AND ITS INSTITUTION (FROM THE MASTER,
      * BLANK WHEN THE TEAM IS NOT ON IT). 500 MATCHES THE SCORING
      * RUN'S TEAM TABLE.
           01 WS-TEAM-TABLE.
              05 WS-TEAM-ENTRY OCCURS 500 TIMES.
                 10 WTM-NAME PIC X(15).
                 10 WTM-SITE PIC X(2).
                 10 WTM-INSTITUTION PIC X(30).
           01 WS-TEAM-COUNT PIC 9(3) VALUE ZERO.
           01 WS-TEAM-SLOT PIC 9(3) VALUE ZERO.
           01 WS-TEAM-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-LOOKUP-NAME PIC X(15) VALUE SPACES.

      * ONE SCORED RUN, AS WRITTEN TO THE WORK FILE AND READ BACK
      * FROM EITHER SORTED COPY. THE RAW AUDIT LINE RIDES ALONG AS THE
      * EVIDENCE PRINTED UNDER A FLAG.
           01 WS-RUN.
              05 WRN-TEAM PIC X(15).
              05 WRN-TIME PIC 9(4).
              05 WRN-SEQ PIC 9(7).
              05 WRN-PROB PIC 9(1).
              05 WRN-SCORE PIC 9(3).
              05 WRN-ACCEPTED-SW PIC X(1).
              05 WRN-TEAM-SLOT PIC 9(3).
              05 WRN-LINE PIC X(66).
           01 WS-RUN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ACCEPTED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-I PIC 9(4) VALUE ZERO.
           01 WS-J PIC 9(4) VALUE ZERO.
           01 WS-K PIC 9(2) VALUE ZERO.
           01 WS-SLOT-A PIC 9(3) VALUE ZERO.
           01 WS-SLOT-B PIC 9(3) VALUE ZERO.

      * THE PAIR CHECK'S WINDOW - THE ACCEPTED RUNS ON THE CURRENT
      * PROBLEM AND SCORE NO MORE THAN THE PAIR WINDOW BEFORE THE RUN
      * JUST READ. OLDER ONES ARE DROPPED OFF THE FRONT AS THE SORTED
      * COPY MOVES ON, SO THE TABLE ONLY EVER HOLDS A FEW MINUTES'
      * WORTH OF ONE PROBLEM'S ACCEPTANCES.
           01 WS-PAIR-WINDOW-TABLE.
              05 WS-PAIR-WINDOW-ENTRY OCCURS 2000 TIMES.
                 10 WPW-TEAM PIC X(15).
                 10 WPW-TIME PIC 9(4).
                 10 WPW-PROB PIC 9(1).
                 10 WPW-SCORE PIC 9(3).
                 10 WPW-TEAM-SLOT PIC 9(3).
                 10 WPW-LINE PIC X(66).
           01 WS-PAIR-WINDOW-COUNT PIC 9(4) VALUE ZERO.

      * THE BURST CHECK'S WINDOW, FOR THE TEAM BEING READ: EVERY BURST
      * STILL OPEN (STARTED AFTER AN IDLE GAP, ITS BURST WINDOW NOT
      * YET PASSED) AND THE TEAM'S RUNS FROM THE OLDEST OPEN BURST'S
      * FIRST RUN ONWARD - THE EVIDENCE PRINTED IF IT IS FLAGGED.
      * WOB-START IS THE BURST'S FIRST RUN IN WS-BURST-RUN-TABLE.
           01 WS-BURST-RUN-TABLE.
              05 WS-BURST-RUN-ENTRY OCCURS 2000 TIMES.
                 10 WBR-TIME PIC 9(4).
                 10 WBR-LINE PIC X(66).
           01 WS-BURST-RUN-COUNT PIC 9(4) VALUE ZERO.
           01 WS-OPEN-BURST-TABLE.
              05 WS-OPEN-BURST-ENTRY OCCURS 100 TIMES.
                 10 WOB-START PIC 9(4).
                 10 WOB-END PIC 9(5).
                 10 WOB-IDLE PIC 9(4).
                 10 WOB-FROM-START-SW PIC X(1).
                 10 WOB-PREV-TIME PIC 9(4).
                 10 WOB-PREV-LINE PIC X(66).
                 10 WOB-SOLVES PIC 9(2).
                 10 WOB-LAST PIC 9(4).
           01 WS-OPEN-BURST-COUNT PIC 9(3) VALUE ZERO.
           01 WS-SHIFT PIC 9(4) VALUE ZERO.
           01 WS-CURRENT-SLOT PIC 9(3) VALUE ZERO.
           01 WS-PREV-LINE PIC X(66) VALUE SPACES.
           01 WS-SOLVE-SW PIC X(1) VALUE 'N'.

      * PER-TEAM SCRATCH FOR MARKING FIRST SOLVES - ONE SWITCH PER
      * PROBLEM ID 0-9 (SUBSCRIPT = ID + 1), CLEARED AT EACH NEW TEAM.
           01 WS-SOLVED-FLAGS.
              05 WS-SOLVED-SW PIC X(1) OCCURS 10 TIMES.
           01 WS-CURRENT-TEAM PIC X(15) VALUE SPACES.

           01 WS-MINUTES-APART PIC S9(5) VALUE ZERO.
           01 WS-PREV-TIME PIC 9(4) VALUE ZERO.
           01 WS-BURST-SCAN-SW PIC X(1) VALUE 'N'.
           01 WS-FROM-START-SW PIC X(1) VALUE 'N'.
           01 WS-EVIDENCE-SLOT PIC 9(3) VALUE ZERO.
           01 WS-EVIDENCE-TEXT PIC X(66) VALUE SPACES.
           01 WS-SAME-INST-SW PIC X(1) VALUE 'N'.
           01 WS-SAME-SITE-SW PIC X(1) VALUE 'N'.
           01 WS-FLAG-SEQ PIC 9(4) VALUE ZERO.
           01 WS-PAIR-FLAGS PIC 9(4) VALUE ZERO.
           01 WS-BURST-FLAGS PIC 9(4) VALUE ZERO.

           01 SCREEN-HEADING.
              05 FILL PIC X(28) VALUE "CONTEST INTEGRITY SCREENING ".
              05 FILL PIC X(42) VALUE
                 "- ADVISORY ONLY, NO SCORE HAS BEEN CHANGED".
           01 WS-CONTEST-LINE.
              05 FILL PIC X(9) VALUE "CONTEST: ".
              05 WS-CTL-CONTEST-ID PIC X(8).
           01 WS-THRESHOLD-LINE.
              05 FILL PIC X(13) VALUE "PAIR WINDOW: ".
              05 WS-THR-PAIR PIC ZZZ9.
              05 FILL PIC X(17) VALUE " MIN   IDLE GAP: ".
              05 WS-THR-IDLE PIC ZZZ9.
              05 FILL PIC X(14) VALUE " MIN   BURST: ".
              05 WS-THR-SIZE PIC Z9.
              05 FILL PIC X(15) VALUE " SOLVES WITHIN ".
              05 WS-THR-WINDOW PIC ZZZ9.
              05 FILL PIC X(4) VALUE " MIN".
           01 WS-NO-FEED-LINE.
              05 FILL PIC X(35) VALUE
                 "NO SUBMISSION FEED - SITES UNKNOWN,".
              05 FILL PIC X(25) VALUE " SAME-SITE CHECK SKIPPED".
           01 PAIR-HEADING.
              05 FILL PIC X(40) VALUE
                 "SAME PROBLEM, SAME SCORE, CLOSE TOGETHER".
              05 FILL PIC X(20) VALUE " - SHARED CODE?".
           01 BURST-HEADING.
              05 FILL PIC X(60) VALUE
                 "LONG IDLE STRETCH, THEN A RUSH OF SOLVES".
           01 WS-PAIR-FLAG-LINE.
              05 FILL PIC X(5) VALUE "FLAG ".
              05 WS-PFL-SEQ PIC ZZZ9.
              05 FILL PIC X(7) VALUE "  PROB ".
              05 WS-PFL-PROB PIC 9(1).
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-PFL-TEAM-A PIC X(15).
              05 FILL PIC X(3) VALUE " / ".
              05 WS-PFL-TEAM-B PIC X(15).
              05 FILL PIC X(8) VALUE "  SCORE ".
              05 WS-PFL-SCORE PIC ZZ9.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-PFL-APART PIC ZZZ9.
              05 FILL PIC X(12) VALUE " MIN APART  ".
              05 WS-PFL-BASIS PIC X(25).
           01 WS-BURST-FLAG-LINE.
              05 FILL PIC X(5) VALUE "FLAG ".
              05 WS-BFL-SEQ PIC ZZZ9.
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-BFL-TEAM PIC X(15).
              05 FILL PIC X(7) VALUE "  IDLE ".
              05 WS-BFL-IDLE PIC ZZZ9.
              05 FILL PIC X(10) VALUE " MIN FROM ".
              05 WS-BFL-FROM PIC X(13).
              05 FILL PIC X(7) VALUE "  THEN ".
              05 WS-BFL-SOLVES PIC Z9.
              05 FILL PIC X(17) VALUE " SOLVES BY MINUTE".
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-BFL-LAST PIC ZZZ9.
           01 WS-FROM-TIME-TEXT.
              05 FILL PIC X(7) VALUE "RUN AT ".
              05 WS-FTT-TIME PIC 9(4).
           01 WS-EVIDENCE-LINE.
              05 FILL PIC X(6) VALUE SPACES.
              05 FILL PIC X(5) VALUE "SITE ".
              05 WS-EVL-SITE PIC X(2).
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-EVL-INSTITUTION PIC X(30).
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-EVL-LINE PIC X(66).
           01 WS-NONE-LINE.
              05 FILL PIC X(2) VALUE SPACES.
              05 FILL PIC X(6) VALUE "(NONE)".
           01 WS-SCREEN-TOTALS.
              05 FILL PIC X(11) VALUE "RUNS READ: ".
              05 WS-STL-RUNS PIC ZZZZZZ9.
              05 FILL PIC X(12) VALUE "  ACCEPTED: ".
              05 WS-STL-ACCEPTED PIC ZZZZZZ9.
              05 FILL PIC X(14) VALUE "  PAIR FLAGS: ".
              05 WS-STL-PAIRS PIC ZZZ9.
              05 FILL PIC X(15) VALUE "  BURST FLAGS: ".
              05 WS-STL-BURSTS PIC ZZZ9.
           01 BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-INTEGRITY-CONTROL.
           PERFORM LOAD-CONTEST-WINDOW.
           OPEN INPUT TEAMS.
           IF WS-TEAMS-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN TEAM-MASTER.DAT - STATUS "
                   WS-TEAMS-STATUS " (RUN TEAMMNT FIRST)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-IN.
           IF WS-AUDIT-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN AUDIT-TRAIL.TXT - STATUS "
                   WS-AUDIT-STATUS " (RUN THE SCORING JOB FIRST)"
               CLOSE TEAMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE WORK FILE IS OPEN BEFORE THE FEED IS READ - A TEAM-TABLE
      * OVERFLOW ON EITHER THE FEED OR THE TRAIL CLOSES AND DELETES IT.
           OPEN OUTPUT RUN-WORK.
           OPEN INPUT SUBMIT.
           IF WS-SUBMIT-STATUS EQUAL "00"
               MOVE 'Y' TO WS-FEED-SW
               PERFORM LOAD-TEAM-SITES
               CLOSE SUBMIT
           END-IF.
           PERFORM LOAD-AUDIT-RUNS.
           CLOSE RUN-WORK.
           CLOSE AUDIT-IN.
           CLOSE TEAMS.
           PERFORM SORT-AUDIT-RUNS.
           OPEN OUTPUT SCREEN-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM SCREEN-MATCHING-PAIRS.
           PERFORM SCREEN-SOLVE-BURSTS.
           WRITE SCREEN-LINE FROM BLANK-LINE.
           MOVE WS-RUN-COUNT TO WS-STL-RUNS.
           MOVE WS-ACCEPTED-COUNT TO WS-STL-ACCEPTED.
           MOVE WS-PAIR-FLAGS TO WS-STL-PAIRS.
           MOVE WS-BURST-FLAGS TO WS-STL-BURSTS.
           WRITE SCREEN-LINE FROM WS-SCREEN-TOTALS.
           CLOSE SCREEN-REPORT.
           PERFORM DELETE-RUN-WORK-FILES.
           IF WS-FLAG-SEQ > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-INTEGRITY-CONTROL.
           OPEN INPUT INTEGRITY-CONTROL.
           IF WS-CONTROL-STATUS EQUAL "00"
               PERFORM READ-INTEGRITY-CONTROL-LINE
               CLOSE INTEGRITY-CONTROL
           END-IF.

       READ-INTEGRITY-CONTROL-LINE.
           IF WS-CONTROL-EOF = 'N'
               READ INTEGRITY-CONTROL
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-LINE-NUM
                       PERFORM APPLY-INTEGRITY-CONTROL-LINE
               END-READ
               GO TO READ-INTEGRITY-CONTROL-LINE
           END-IF.

       APPLY-INTEGRITY-CONTROL-LINE.
           IF WS-CONTROL-LINE-NUM EQUAL 1
               AND INTEGRITY-CONTROL-LINE(1:4) IS NUMERIC
               MOVE INTEGRITY-CONTROL-LINE(1:4) TO WS-PAIR-WINDOW
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 2
               AND INTEGRITY-CONTROL-LINE(1:4) IS NUMERIC
               MOVE INTEGRITY-CONTROL-LINE(1:4) TO WS-IDLE-GAP
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 3
               AND INTEGRITY-CONTROL-LINE(1:2) IS NUMERIC
               MOVE INTEGRITY-CONTROL-LINE(1:2) TO WS-BURST-SIZE
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 4
               AND INTEGRITY-CONTROL-LINE(1:4) IS NUMERIC
               MOVE INTEGRITY-CONTROL-LINE(1:4) TO WS-BURST-WINDOW
           END-IF.

      * SAME OPTIONAL-CONTROL-FILE SHAPE THE SCORING JOB USES - ONLY
      * LINE 4, THE WINDOW START, MATTERS HERE.
       LOAD-CONTEST-WINDOW.
           OPEN INPUT CONTEST-CONTROL.
           IF WS-CONTEST-CONTROL-STATUS EQUAL "00"
               PERFORM READ-CONTEST-CONTROL-LINE
               CLOSE CONTEST-CONTROL
           END-IF.

       READ-CONTEST-CONTROL-LINE.
           IF WS-CONTEST-CONTROL-EOF = 'N'
               READ CONTEST-CONTROL
                   AT END MOVE 'Y' TO WS-CONTEST-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTEST-LINE-NUM
                       IF WS-CONTEST-LINE-NUM EQUAL 4
                           AND CONTEST-CONTROL-LINE(1:4) IS NUMERIC
                           MOVE CONTEST-CONTROL-LINE(1:4)
                               TO WS-WINDOW-START
                       END-IF
               END-READ
               GO TO READ-CONTEST-CONTROL-LINE
           END-IF.

      * THE FEED IS READ ONLY FOR THE CONTEST ID AND EACH TEAM'S
      * SITE - THE VERDICTS AND SCORES THAT MATTER ARE THE TRAIL'S,
      * WHICH ALREADY CARRY THE JUDGES' ADJUSTMENTS.
       LOAD-TEAM-SITES.
           IF WS-SUBMIT-EOF = 'N'
               READ SUBMIT INTO WS-SUBMIT
                   AT END MOVE 'Y' TO WS-SUBMIT-EOF
                   NOT AT END
                       IF WS-HDR-RECORD
                           MOVE WS-HDR-CONTEST-ID TO WS-CONTEST-ID
                       ELSE
                           IF NOT WS-TRL-RECORD
                               MOVE WS-SUBMIT-NAME TO WS-LOOKUP-NAME
                               PERFORM FIND-OR-ADD-TEAM
                               IF WTM-SITE(WS-TEAM-SLOT) = SPACES
                                   MOVE WS-SUBMIT-SITE
                                       TO WTM-SITE(WS-TEAM-SLOT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
               GO TO LOAD-TEAM-SITES
           END-IF.

      * LEAVES THE TEAM NAMED IN WS-LOOKUP-NAME AT WS-TEAM-SLOT,
      * ADDING IT (WITH ITS INSTITUTION FROM THE MASTER) THE FIRST
      * TIME IT IS SEEN.
       FIND-OR-ADD-TEAM.
           MOVE 'N' TO WS-TEAM-FOUND-SW.
           MOVE 1 TO WS-TEAM-SLOT.
           PERFORM FIND-TEAM-SCAN.
           IF WS-TEAM-FOUND-SW = 'N'
               IF WS-TEAM-COUNT = 500
                   DISPLAY "MORE THAN 500 TEAMS ON FEED AND TRAIL - "
                       "WS-TEAM-TABLE CANNOT HOLD THAT MANY"
                   CLOSE RUN-WORK
                   PERFORM DELETE-RUN-WORK-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-TEAM-COUNT TO WS-TEAM-SLOT
               MOVE WS-LOOKUP-NAME TO WTM-NAME(WS-TEAM-SLOT)
               MOVE SPACES TO WTM-SITE(WS-TEAM-SLOT)
               MOVE WS-LOOKUP-NAME TO TM-NAME
               READ TEAMS KEY IS TM-NAME
                   INVALID KEY
                       MOVE SPACES TO WTM-INSTITUTION(WS-TEAM-SLOT)
                   NOT INVALID KEY
                       MOVE TM-INSTITUTION
                           TO WTM-INSTITUTION(WS-TEAM-SLOT)
               END-READ
           END-IF.

       FIND-TEAM-SCAN.
           IF WS-TEAM-SLOT > WS-TEAM-COUNT
               NEXT SENTENCE
           ELSE
               IF WTM-NAME(WS-TEAM-SLOT) EQUAL WS-LOOKUP-NAME
                   MOVE 'Y' TO WS-TEAM-FOUND-SW
               ELSE
                   ADD 1 TO WS-TEAM-SLOT
                   GO TO FIND-TEAM-SCAN
               END-IF
           END-IF.

       LOAD-AUDIT-RUNS.
           IF WS-AUDIT-EOF = 'N'
               READ AUDIT-IN
                   AT END MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       MOVE AUDIT-LINE TO WS-AUD
                       PERFORM EXAMINE-AUDIT-LINE
               END-READ
               GO TO LOAD-AUDIT-RUNS
           END-IF.

       EXAMINE-AUDIT-LINE.
           IF WS-AUD-ADJUSTMENT
               CONTINUE
           ELSE
               INSPECT WS-AUD-SCORE-X REPLACING LEADING " " BY "0"
               INSPECT WS-AUD-TIME-X REPLACING LEADING " " BY "0"
               IF WS-AUD-PROB IS NUMERIC
                   AND WS-AUD-SCORE-X IS NUMERIC
                   AND WS-AUD-TIME-X IS NUMERIC
                   PERFORM STORE-AUDIT-RUN
               END-IF
           END-IF.

       STORE-AUDIT-RUN.
           MOVE WS-AUD-TEAM TO WS-LOOKUP-NAME.
           PERFORM FIND-OR-ADD-TEAM.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-AUD-TEAM TO WRN-TEAM.
           MOVE WS-AUD-TIME-X TO WRN-TIME.
           MOVE WS-RUN-COUNT TO WRN-SEQ.
           MOVE WS-AUD-PROB TO WRN-PROB.
           MOVE WS-AUD-SCORE-X TO WRN-SCORE.
           MOVE WS-TEAM-SLOT TO WRN-TEAM-SLOT.
           MOVE AUDIT-LINE TO WRN-LINE.
           IF WS-AUD-OUTCOME EQUAL "Accepted"
               MOVE 'Y' TO WRN-ACCEPTED-SW
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE 'N' TO WRN-ACCEPTED-SW
           END-IF.
           WRITE RUN-WORK-RECORD FROM WS-RUN.

      * THE SAME SORT THE SCORING JOB PUTS ITS EVENT FEED THROUGH, TWICE
      * OVER ONE WORK FILE - TEAM THEN TIME FOR THE BURST CHECK, SO
      * EACH TEAM'S RUNS ARE ONE ADJACENT, TIME-ORDERED STRETCH, AND
      * PROBLEM, SCORE THEN TIME FOR THE PAIR CHECK, SO RUNS THAT
      * COULD PAIR UP ARRIVE NEXT TO EACH OTHER.
       SORT-AUDIT-RUNS.
           SORT RUN-SORT-FILE
               ON ASCENDING KEY RSR-TEAM RSR-TIME RSR-SEQ
               USING RUN-WORK
               GIVING RUNS-BY-TEAM.
           SORT RUN-SORT-FILE
               ON ASCENDING KEY RSR-PROB RSR-SCORE RSR-TIME RSR-SEQ
               USING RUN-WORK
               GIVING RUNS-BY-PROBLEM.

       DELETE-RUN-WORK-FILES.
           CALL "CBL_DELETE_FILE" USING "integrity-runs.wrk".
           CALL "CBL_DELETE_FILE" USING "integrity-team.srt".
           CALL "CBL_DELETE_FILE" USING "integrity-prob.srt".

       WRITE-REPORT-HEADING.
           WRITE SCREEN-LINE FROM SCREEN-HEADING.
           MOVE WS-CONTEST-ID TO WS-CTL-CONTEST-ID.
           WRITE SCREEN-LINE FROM WS-CONTEST-LINE.
           MOVE WS-PAIR-WINDOW TO WS-THR-PAIR.
           MOVE WS-IDLE-GAP TO WS-THR-IDLE.
           MOVE WS-BURST-SIZE TO WS-THR-SIZE.
           MOVE WS-BURST-WINDOW TO WS-THR-WINDOW.
           WRITE SCREEN-LINE FROM WS-THRESHOLD-LINE.
           IF WS-FEED-SW = 'N'
               WRITE SCREEN-LINE FROM WS-NO-FEED-LINE
           END-IF.

      * EVERY ACCEPTED RUN AGAINST EVERY EARLIER ACCEPTED RUN STILL IN
      * THE PAIR WINDOW. A PAIR IS FLAGGED WHEN IT IS TWO DIFFERENT
      * TEAMS ON THE SAME PROBLEM WITH THE SAME SCORE WITHIN THE PAIR
      * WINDOW AND THE TEAMS SHARE AN INSTITUTION OR A SITE (A BLANK
      * ON EITHER SIDE NEVER MATCHES). FLAGS COME OUT IN PROBLEM,
      * SCORE AND TIME ORDER, THE EARLIER RUN OF THE PAIR FIRST.
       SCREEN-MATCHING-PAIRS.
           WRITE SCREEN-LINE FROM BLANK-LINE.
           WRITE SCREEN-LINE FROM PAIR-HEADING.
           MOVE ZERO TO WS-PAIR-WINDOW-COUNT.
           MOVE 'N' TO WS-RUNS-EOF.
           OPEN INPUT RUNS-BY-PROBLEM.
           PERFORM READ-RUN-BY-PROBLEM.
           CLOSE RUNS-BY-PROBLEM.
           IF WS-PAIR-FLAGS = 0
               WRITE SCREEN-LINE FROM WS-NONE-LINE
           END-IF.

       READ-RUN-BY-PROBLEM.
           IF WS-RUNS-EOF = 'N'
               READ RUNS-BY-PROBLEM INTO WS-RUN
                   AT END MOVE 'Y' TO WS-RUNS-EOF
                   NOT AT END
                       IF WRN-ACCEPTED-SW = 'Y'
                           PERFORM SCREEN-PAIRS-FOR-RUN
                       END-IF
               END-READ
               GO TO READ-RUN-BY-PROBLEM
           END-IF.

       SCREEN-PAIRS-FOR-RUN.
           IF WS-PAIR-WINDOW-COUNT > 0
               IF WPW-PROB(1) NOT EQUAL WRN-PROB
                   OR WPW-SCORE(1) NOT EQUAL WRN-SCORE
                   MOVE ZERO TO WS-PAIR-WINDOW-COUNT
               END-IF
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM FIND-FIRST-LIVE-PAIR-RUN.
           IF WS-I > 1
               COMPUTE WS-SHIFT = WS-I - 1
               PERFORM SHIFT-PAIR-WINDOW-ENTRY
                   VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-PAIR-WINDOW-COUNT
               SUBTRACT WS-SHIFT FROM WS-PAIR-WINDOW-COUNT
           END-IF.
           PERFORM SCREEN-ONE-PAIR
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PAIR-WINDOW-COUNT.
           IF WS-PAIR-WINDOW-COUNT = 2000
               DISPLAY "MORE THAN 2000 ACCEPTED RUNS ON ONE PROBLEM "
                   "WITHIN THE PAIR WINDOW - WS-PAIR-WINDOW-TABLE "
                   "CANNOT HOLD THAT MANY"
               CLOSE RUNS-BY-PROBLEM
               CLOSE SCREEN-REPORT
               PERFORM DELETE-RUN-WORK-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PAIR-WINDOW-COUNT.
           MOVE WRN-TEAM TO WPW-TEAM(WS-PAIR-WINDOW-COUNT).
           MOVE WRN-TIME TO WPW-TIME(WS-PAIR-WINDOW-COUNT).
           MOVE WRN-PROB TO WPW-PROB(WS-PAIR-WINDOW-COUNT).
           MOVE WRN-SCORE TO WPW-SCORE(WS-PAIR-WINDOW-COUNT).
           MOVE WRN-TEAM-SLOT TO WPW-TEAM-SLOT(WS-PAIR-WINDOW-COUNT).
           MOVE WRN-LINE TO WPW-LINE(WS-PAIR-WINDOW-COUNT).

      * LEAVES WS-I ON THE FIRST WINDOW ENTRY NO MORE THAN THE PAIR
      * WINDOW BEFORE THE RUN JUST READ (THE COPY IS IN TIME ORDER
      * WITHIN A PROBLEM AND SCORE, SO EVERYTHING AHEAD OF IT IS
      * STALE).
       FIND-FIRST-LIVE-PAIR-RUN.
           IF WS-I > WS-PAIR-WINDOW-COUNT
               NEXT SENTENCE
           ELSE
               IF WRN-TIME - WPW-TIME(WS-I) > WS-PAIR-WINDOW
                   ADD 1 TO WS-I
                   GO TO FIND-FIRST-LIVE-PAIR-RUN
               END-IF
           END-IF.

       SHIFT-PAIR-WINDOW-ENTRY.
           MOVE WS-PAIR-WINDOW-ENTRY(WS-J)
               TO WS-PAIR-WINDOW-ENTRY(WS-J - WS-SHIFT).

       SCREEN-ONE-PAIR.
           IF WPW-TEAM(WS-J) NOT EQUAL WRN-TEAM
               COMPUTE WS-MINUTES-APART = WRN-TIME - WPW-TIME(WS-J)
               PERFORM COMPARE-PAIR-TEAMS
           END-IF.

       COMPARE-PAIR-TEAMS.
           MOVE WPW-TEAM-SLOT(WS-J) TO WS-SLOT-A.
           MOVE WRN-TEAM-SLOT TO WS-SLOT-B.
           MOVE 'N' TO WS-SAME-INST-SW.
           MOVE 'N' TO WS-SAME-SITE-SW.
           IF WTM-INSTITUTION(WS-SLOT-A) NOT EQUAL SPACES
               AND WTM-INSTITUTION(WS-SLOT-A)
                   EQUAL WTM-INSTITUTION(WS-SLOT-B)
               MOVE 'Y' TO WS-SAME-INST-SW
           END-IF.
           IF WTM-SITE(WS-SLOT-A) NOT EQUAL SPACES
               AND WTM-SITE(WS-SLOT-A) EQUAL WTM-SITE(WS-SLOT-B)
               MOVE 'Y' TO WS-SAME-SITE-SW
           END-IF.
           IF WS-SAME-INST-SW = 'Y' OR WS-SAME-SITE-SW = 'Y'
               PERFORM WRITE-PAIR-FLAG
           END-IF.

       WRITE-PAIR-FLAG.
           ADD 1 TO WS-FLAG-SEQ.
           ADD 1 TO WS-PAIR-FLAGS.
           MOVE WS-FLAG-SEQ TO WS-PFL-SEQ.
           MOVE WRN-PROB TO WS-PFL-PROB.
           MOVE WPW-TEAM(WS-J) TO WS-PFL-TEAM-A.
           MOVE WRN-TEAM TO WS-PFL-TEAM-B.
           MOVE WRN-SCORE TO WS-PFL-SCORE.
           MOVE WS-MINUTES-APART TO WS-PFL-APART.
           IF WS-SAME-INST-SW = 'Y' AND WS-SAME-SITE-SW = 'Y'
               MOVE "SAME INSTITUTION AND SITE" TO WS-PFL-BASIS
           ELSE
               IF WS-SAME-INST-SW = 'Y'
                   MOVE "SAME INSTITUTION" TO WS-PFL-BASIS
               ELSE
                   MOVE "SAME SITE" TO WS-PFL-BASIS
               END-IF
           END-IF.
           WRITE SCREEN-LINE FROM WS-PAIR-FLAG-LINE.
           MOVE WS-SLOT-A TO WS-EVIDENCE-SLOT.
           MOVE WPW-LINE(WS-J) TO WS-EVIDENCE-TEXT.
           PERFORM WRITE-EVIDENCE-LINE.
           MOVE WS-SLOT-B TO WS-EVIDENCE-SLOT.
           MOVE WRN-LINE TO WS-EVIDENCE-TEXT.
           PERFORM WRITE-EVIDENCE-LINE.

      * ONE AUDIT LINE AS EVIDENCE - WS-EVIDENCE-TEXT, WITH THE SITE
      * AND INSTITUTION OF THE TEAM AT WS-EVIDENCE-SLOT IN FRONT OF IT.
       WRITE-EVIDENCE-LINE.
           MOVE WTM-SITE(WS-EVIDENCE-SLOT) TO WS-EVL-SITE.
           MOVE WTM-INSTITUTION(WS-EVIDENCE-SLOT)
               TO WS-EVL-INSTITUTION.
           MOVE WS-EVIDENCE-TEXT TO WS-EVL-LINE.
           WRITE SCREEN-LINE FROM WS-EVIDENCE-LINE.

      * EACH RUN THAT FOLLOWS AN IDLE STRETCH OF AT LEAST THE IDLE
      * GAP STARTS A BURST CHECK: THE TEAM'S SOLVES FROM THAT RUN TO
      * THE END OF THE BURST WINDOW ARE COUNTED, AND ENOUGH OF THEM
      * RAISES A FLAG WITH THE RUN BEFORE THE GAP AND EVERY RUN IN
      * THE WINDOW AS EVIDENCE. THE COUNT CANNOT BE KNOWN UNTIL THE
      * WINDOW HAS PASSED, SO A BURST STAYS OPEN WHILE THE TEAM'S
      * LATER RUNS ARE READ AND IS JUDGED WHEN A RUN BEYOND ITS WINDOW,
      * ANOTHER TEAM OR THE END OF THE COPY ARRIVES.
       SCREEN-SOLVE-BURSTS.
           WRITE SCREEN-LINE FROM BLANK-LINE.
           WRITE SCREEN-LINE FROM BURST-HEADING.
           MOVE SPACES TO WS-CURRENT-TEAM.
           MOVE ZERO TO WS-OPEN-BURST-COUNT.
           MOVE ZERO TO WS-BURST-RUN-COUNT.
           MOVE 'N' TO WS-RUNS-EOF.
           OPEN INPUT RUNS-BY-TEAM.
           PERFORM READ-RUN-BY-TEAM.
           CLOSE RUNS-BY-TEAM.
           PERFORM CLOSE-OLDEST-BURST
               UNTIL WS-OPEN-BURST-COUNT = 0.
           IF WS-BURST-FLAGS = 0
               WRITE SCREEN-LINE FROM WS-NONE-LINE
           END-IF.

       READ-RUN-BY-TEAM.
           IF WS-RUNS-EOF = 'N'
               READ RUNS-BY-TEAM INTO WS-RUN
                   AT END MOVE 'Y' TO WS-RUNS-EOF
                   NOT AT END
                       PERFORM SCREEN-BURST-AT-RUN
               END-READ
               GO TO READ-RUN-BY-TEAM
           END-IF.

       SCREEN-BURST-AT-RUN.
           IF WRN-TEAM NOT EQUAL WS-CURRENT-TEAM
               PERFORM CLOSE-OLDEST-BURST
                   UNTIL WS-OPEN-BURST-COUNT = 0
               MOVE WRN-TEAM TO WS-CURRENT-TEAM
               MOVE WRN-TEAM-SLOT TO WS-CURRENT-SLOT
               MOVE ALL 'N' TO WS-SOLVED-FLAGS
               MOVE 'Y' TO WS-FROM-START-SW
               MOVE WS-WINDOW-START TO WS-PREV-TIME
               MOVE SPACES TO WS-PREV-LINE
           END-IF.
      * A TEAM'S FIRST ACCEPTED RUN ON A PROBLEM IS A SOLVE.
           MOVE 'N' TO WS-SOLVE-SW.
           COMPUTE WS-K = WRN-PROB + 1.
           IF WRN-ACCEPTED-SW = 'Y'
               AND WS-SOLVED-SW(WS-K) = 'N'
               MOVE 'Y' TO WS-SOLVE-SW
               MOVE 'Y' TO WS-SOLVED-SW(WS-K)
           END-IF.
      * BURSTS WHOSE WINDOW ENDED BEFORE THIS RUN ARE JUDGED NOW;
      * EVERY ONE STILL OPEN HAS THIS RUN INSIDE ITS WINDOW.
           PERFORM CLOSE-OLDEST-BURST
               UNTIL WS-OPEN-BURST-COUNT = 0
               OR WRN-TIME NOT > WOB-END(1).
           IF WS-SOLVE-SW = 'Y'
               PERFORM COUNT-BURST-SOLVE
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OPEN-BURST-COUNT
           END-IF.
           COMPUTE WS-MINUTES-APART = WRN-TIME - WS-PREV-TIME.
           IF WS-MINUTES-APART NOT < WS-IDLE-GAP
               AND WS-IDLE-GAP > 0
               PERFORM OPEN-BURST
           END-IF.
           IF WS-OPEN-BURST-COUNT > 0
               PERFORM KEEP-BURST-RUN
           END-IF.
           MOVE 'N' TO WS-FROM-START-SW.
           MOVE WRN-TIME TO WS-PREV-TIME.
           MOVE WRN-LINE TO WS-PREV-LINE.

       COUNT-BURST-SOLVE.
           ADD 1 TO WOB-SOLVES(WS-I).
           MOVE WRN-TIME TO WOB-LAST(WS-I).

      * STARTS A BURST AT THE RUN JUST READ, WHICH IS ABOUT TO BE KEPT
      * AS THE NEXT ENTRY OF WS-BURST-RUN-TABLE.
       OPEN-BURST.
           IF WS-OPEN-BURST-COUNT = 100
               DISPLAY "MORE THAN 100 BURSTS OPEN AT ONCE FOR TEAM "
                   WRN-TEAM " - WS-OPEN-BURST-TABLE CANNOT HOLD THAT "
                   "MANY (RAISE THE IDLE GAP)"
               CLOSE RUNS-BY-TEAM
               CLOSE SCREEN-REPORT
               PERFORM DELETE-RUN-WORK-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPEN-BURST-COUNT.
           COMPUTE WOB-START(WS-OPEN-BURST-COUNT) =
               WS-BURST-RUN-COUNT + 1.
           COMPUTE WOB-END(WS-OPEN-BURST-COUNT) =
               WRN-TIME + WS-BURST-WINDOW.
           MOVE WS-MINUTES-APART TO WOB-IDLE(WS-OPEN-BURST-COUNT).
           MOVE WS-FROM-START-SW
               TO WOB-FROM-START-SW(WS-OPEN-BURST-COUNT).
           MOVE WS-PREV-TIME TO WOB-PREV-TIME(WS-OPEN-BURST-COUNT).
           MOVE WS-PREV-LINE TO WOB-PREV-LINE(WS-OPEN-BURST-COUNT).
           MOVE ZERO TO WOB-SOLVES(WS-OPEN-BURST-COUNT).
           MOVE ZERO TO WOB-LAST(WS-OPEN-BURST-COUNT).
           IF WS-SOLVE-SW = 'Y'
               MOVE 1 TO WOB-SOLVES(WS-OPEN-BURST-COUNT)
               MOVE WRN-TIME TO WOB-LAST(WS-OPEN-BURST-COUNT)
           END-IF.

       KEEP-BURST-RUN.
           IF WS-BURST-RUN-COUNT = 2000
               DISPLAY "MORE THAN 2000 RUNS IN ONE BURST WINDOW FOR "
                   "TEAM " WRN-TEAM " - WS-BURST-RUN-TABLE CANNOT "
                   "HOLD THAT MANY"
               CLOSE RUNS-BY-TEAM
               CLOSE SCREEN-REPORT
               PERFORM DELETE-RUN-WORK-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BURST-RUN-COUNT.
           MOVE WRN-TIME TO WBR-TIME(WS-BURST-RUN-COUNT).
           MOVE WRN-LINE TO WBR-LINE(WS-BURST-RUN-COUNT).

      * JUDGES THE OLDEST OPEN BURST, DROPS IT, AND DROPS THE KEPT
      * RUNS NO LONGER INSIDE ANY OPEN BURST.
       CLOSE-OLDEST-BURST.
           IF WOB-SOLVES(1) NOT < WS-BURST-SIZE
               AND WOB-SOLVES(1) > 0
               PERFORM WRITE-BURST-FLAG
           END-IF.
           PERFORM SHIFT-OPEN-BURST-ENTRY
               VARYING WS-J FROM 2 BY 1
               UNTIL WS-J > WS-OPEN-BURST-COUNT.
           SUBTRACT 1 FROM WS-OPEN-BURST-COUNT.
           IF WS-OPEN-BURST-COUNT = 0
               MOVE ZERO TO WS-BURST-RUN-COUNT
           ELSE
               COMPUTE WS-SHIFT = WOB-START(1) - 1
               IF WS-SHIFT > 0
                   PERFORM SHIFT-BURST-RUN-ENTRY
                       VARYING WS-J FROM WOB-START(1) BY 1
                       UNTIL WS-J > WS-BURST-RUN-COUNT
                   SUBTRACT WS-SHIFT FROM WS-BURST-RUN-COUNT
                   PERFORM REBASE-OPEN-BURST
                       VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-OPEN-BURST-COUNT
               END-IF
           END-IF.

       SHIFT-OPEN-BURST-ENTRY.
           MOVE WS-OPEN-BURST-ENTRY(WS-J)
               TO WS-OPEN-BURST-ENTRY(WS-J - 1).

       SHIFT-BURST-RUN-ENTRY.
           MOVE WS-BURST-RUN-ENTRY(WS-J)
               TO WS-BURST-RUN-ENTRY(WS-J - WS-SHIFT).

       REBASE-OPEN-BURST.
           SUBTRACT WS-SHIFT FROM WOB-START(WS-J).

       WRITE-BURST-FLAG.
           ADD 1 TO WS-FLAG-SEQ.
           ADD 1 TO WS-BURST-FLAGS.
           MOVE WS-FLAG-SEQ TO WS-BFL-SEQ.
           MOVE WS-CURRENT-TEAM TO WS-BFL-TEAM.
           MOVE WOB-IDLE(1) TO WS-BFL-IDLE.
           IF WOB-FROM-START-SW(1) = 'Y'
               MOVE "CONTEST START" TO WS-BFL-FROM
           ELSE
               MOVE WOB-PREV-TIME(1) TO WS-FTT-TIME
               MOVE WS-FROM-TIME-TEXT TO WS-BFL-FROM
           END-IF.
           MOVE WOB-SOLVES(1) TO WS-BFL-SOLVES.
           MOVE WOB-LAST(1) TO WS-BFL-LAST.
           WRITE SCREEN-LINE FROM WS-BURST-FLAG-LINE.
           MOVE WS-CURRENT-SLOT TO WS-EVIDENCE-SLOT.
           IF WOB-FROM-START-SW(1) = 'N'
               MOVE WOB-PREV-LINE(1) TO WS-EVIDENCE-TEXT
               PERFORM WRITE-EVIDENCE-LINE
           END-IF.
           MOVE 'Y' TO WS-BURST-SCAN-SW.
           PERFORM WRITE-BURST-EVIDENCE
               VARYING WS-J FROM WOB-START(1) BY 1
               UNTIL WS-J > WS-BURST-RUN-COUNT
               OR WS-BURST-SCAN-SW = 'N'.

       WRITE-BURST-EVIDENCE.
           IF WBR-TIME(WS-J) > WOB-END(1)
               MOVE 'N' TO WS-BURST-SCAN-SW
           ELSE
               MOVE WBR-LINE(WS-J) TO WS-EVIDENCE-TEXT
               PERFORM WRITE-EVIDENCE-LINE
           END-IF.
