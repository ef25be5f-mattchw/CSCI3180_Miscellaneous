       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLGHT.

      * CONTEST-DAY PREFLIGHT. EVERY STEP OF THE BATCH STREAM READS
      * contest-control.txt, problem-master.dat AND team-master.dat,
      * AND EVERY ONE OF THEM FORGIVES A BAD VALUE IN ITS OWN WAY - A
      * NON-DIGIT FREEZE LINE IS QUIETLY IGNORED, A PROBLEM COUNT OVER
      * TEN IS QUIETLY CLAMPED, A PROBLEM WITH NO WEIGHT SCORES ZERO
      * FOR EVERYBODY - SO A TYPO IN THE SETUP USED TO SURFACE AS A
      * WRONG SCOREBOARD HOURS INTO THE CONTEST. THIS JOB RUNS BEFORE
      * SUBMERGE AND CHECKS THE LOT UP FRONT, PRINTING EVERY
      * PARAMETER IT FINDS WITH A VERDICT BESIDE IT ON
      * preflight-report.txt:
      *
      *   contest-control.txt - EVERY LINE (TITLE, PROBLEM COUNT,
      *   FREEZE, WINDOW START AND LENGTH, CUP BEST-K, SCORING
      *   PROFILE) CHECKED THE WAY THE SCORING JOB WILL READ IT, AND
      *   THE FREEZE TIME CHECKED TO FALL INSIDE THE WINDOW.
      *   problem-master.dat - EVERY ROW LISTED; ROW COUNT AGAINST
      *   LINE 2, ZERO WEIGHTS, BLANK TITLES AND IDS OUTSIDE THE
      *   DECLARED COUNT FLAGGED. AN ABSENT MASTER IS ALLOWED (EVERY
      *   PROBLEM THEN WEIGHS 100) BUT NOTED.
      *   team-master.dat - ACTIVE AND WITHDRAWN TEAMS COUNTED PER
      *   DIVISION; ACTIVE TEAMS WITH NO COACH OR NO DIVISION FLAGGED.
      *
      * AN ERROR IS SOMETHING THAT WOULD MAKE THE SCOREBOARD WRONG OR
      * STOP A LATER STEP; A WARNING IS SOMETHING THE CONTEST
      * DIRECTOR SHOULD KNOW ABOUT BUT THAT DOES NOT CHANGE A SCORE
      * (A TEAM WITH NO COACH JUST GETS A LETTER ADDRESSED TO NOBODY).
      * NOTHING IS CHANGED ON ANY FILE.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = GO, 4 = GO WITH WARNINGS,
      * 8 = NO-GO - AN ERROR WAS FOUND OR contest-control.txt OR
      * team-master.dat IS MISSING. DO NOT START SUBMERGE ON AN 8.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CONTROL-FILE
               ASSIGN TO 'contest-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

               SELECT PROBLEM-MASTER
               ASSIGN TO 'problem-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-PROBLEM-MASTER-STATUS.

               SELECT TEAMS ASSIGN TO 'team-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-NAME
               FILE STATUS IS WS-TEAMS-STATUS.

               SELECT PREFLIGHT-REPORT
               ASSIGN TO 'preflight-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CONTROL-FILE.
           01 CONTROL-FILE-LINE PIC X(50).

           FD PROBLEM-MASTER.
           01 PROBLEM-MASTER-RECORD.
              05 PM-ID PIC X(1).
              05 PM-TITLE PIC X(30).
              05 PM-WEIGHT PIC 9(3).
              05 PM-COLOUR PIC X(12).

           FD TEAMS.
           01 TEAMS-FILE.
              05 TM-NAME PIC X(15).
              05 TM-INSTITUTION PIC X(30).
              05 TM-DIVISION PIC X(1).
              05 TM-COACH PIC X(30).
              05 TM-STATUS PIC X(1).

           FD PREFLIGHT-REPORT.
           01 PREFLIGHT-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-PROBLEM-MASTER-STATUS PIC X(2).
           01 WS-TEAMS-STATUS PIC X(2).
           01 WS-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-PROBMASTER-EOF PIC A(1) VALUE 'N'.
           01 WS-TEAMS-EOF PIC A(1) VALUE 'N'.

      * THE FIRST SEVEN LINES OF THE CONTROL FILE, HELD SO EACH CAN
      * BE CHECKED WITH THE OTHERS IN VIEW (THE FREEZE NEEDS THE
      * WINDOW). WS-CONTROL-LINE-COUNT IS HOW MANY WERE ACTUALLY THERE.
           01 WS-CONTROL-LINES.
              05 WS-CTL-LINE PIC X(50) OCCURS 7 TIMES VALUE SPACES.
           01 WS-CONTROL-LINE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-L PIC 9(1) VALUE ZERO.

      * THE VALUES AS THE SCORING JOB WILL END UP USING THEM.
           01 WS-NUM-PROBLEMS PIC 9(2) VALUE 10.
           01 WS-FREEZE-TIME PIC 9(4) VALUE ZERO.
           01 WS-WINDOW-START PIC 9(4) VALUE ZERO.
           01 WS-WINDOW-LENGTH PIC 9(4) VALUE ZERO.
           01 WS-WINDOW-END PIC 9(5) VALUE ZERO.
           01 WS-CUP-BEST-K PIC 9(2) VALUE ZERO.
           01 WS-SCORING-PROFILE PIC X(8) VALUE "BLEND".
              88 WS-PROFILE-BLEND VALUE "BLEND".
              88 WS-PROFILE-ICPC VALUE "ICPC".
              88 WS-PROFILE-IOI VALUE "IOI".

           01 WS-PROBLEM-ROWS PIC 9(3) VALUE ZERO.
           01 WS-PM-DIGIT PIC 9(1) VALUE ZERO.
           01 WS-EDIT-COUNT PIC ZZ9.

      * ACTIVE AND WITHDRAWN COUNTS PER DIVISION CODE, IN THE ORDER
      * THE CODES ARE FIRST MET ON THE MASTER (WHICH IS TEAM-NAME
      * ORDER, SO THE LISTING IS STABLE RUN TO RUN).
           01 WS-DIVISION-TABLE.
              05 WS-DIVISION-ENTRY OCCURS 40 TIMES.
                 10 WDIV-CODE PIC X(1).
                 10 WDIV-ACTIVE PIC 9(4).
                 10 WDIV-WITHDRAWN PIC 9(4).
           01 WS-DIVISION-COUNT PIC 9(2) VALUE ZERO.
           01 WS-DIV-SLOT PIC 9(2) VALUE ZERO.
           01 WS-DIV-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-ACTIVE-TEAMS PIC 9(4) VALUE ZERO.
           01 WS-WITHDRAWN-TEAMS PIC 9(4) VALUE ZERO.

           01 WS-ERROR-COUNT PIC 9(4) VALUE ZERO.
           01 WS-WARNING-COUNT PIC 9(4) VALUE ZERO.

           01 PREFLIGHT-HEADING.
              05 FILL PIC X(39) VALUE
                 "CONTEST PREFLIGHT - SETUP CHECK BEFORE ".
              05 FILL PIC X(8) VALUE "SUBMERGE".
           01 WS-SECTION-HEADING.
              05 WS-SEC-TITLE PIC X(60).
           01 WS-COLUMN-HEADING.
              05 FILL PIC X(21) VALUE "ITEM".
              05 FILL PIC X(31) VALUE "VALUE".
              05 FILL PIC X(8) VALUE "VERDICT".
              05 FILL PIC X(4) VALUE "NOTE".
      * ONE CHECKED ITEM - WHAT WAS CHECKED, WHAT WAS FOUND, OK /
      * WARNING / ERROR, AND WHY.
           01 WS-CHECK-LINE.
              05 WS-CHK-ITEM PIC X(20).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-CHK-VALUE PIC X(30).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-CHK-VERDICT PIC X(7).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-CHK-NOTE PIC X(50).
           01 WS-PROBLEM-VALUE.
              05 WS-PBV-TITLE PIC X(20).
              05 FILL PIC X(3) VALUE " W ".
              05 WS-PBV-WEIGHT PIC X(3).
              05 FILL PIC X(4) VALUE SPACES.
           01 WS-DIVISION-VALUE.
              05 FILL PIC X(7) VALUE "ACTIVE ".
              05 WS-DVV-ACTIVE PIC ZZZ9.
              05 FILL PIC X(12) VALUE "  WITHDRAWN ".
              05 WS-DVV-WITHDRAWN PIC ZZZ9.
              05 FILL PIC X(3) VALUE SPACES.
           01 WS-VERDICT-LINE.
              05 FILL PIC X(18) VALUE "PREFLIGHT RESULT: ".
              05 WS-VRD-RESULT PIC X(16).
              05 FILL PIC X(9) VALUE "  ERRORS:".
              05 WS-VRD-ERRORS PIC ZZZ9.
              05 FILL PIC X(11) VALUE "  WARNINGS:".
              05 WS-VRD-WARNINGS PIC ZZZ9.
           01 BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           OPEN OUTPUT PREFLIGHT-REPORT.
           WRITE PREFLIGHT-LINE FROM PREFLIGHT-HEADING.
           PERFORM CHECK-CONTEST-CONTROL.
           PERFORM CHECK-PROBLEM-MASTER.
           PERFORM CHECK-TEAM-MASTER.
           WRITE PREFLIGHT-LINE FROM BLANK-LINE.
           IF WS-ERROR-COUNT > 0
               MOVE "NO-GO" TO WS-VRD-RESULT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE "GO WITH WARNINGS" TO WS-VRD-RESULT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "GO" TO WS-VRD-RESULT
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-ERROR-COUNT TO WS-VRD-ERRORS.
           MOVE WS-WARNING-COUNT TO WS-VRD-WARNINGS.
           WRITE PREFLIGHT-LINE FROM WS-VERDICT-LINE.
           CLOSE PREFLIGHT-REPORT.
           DISPLAY "PREFLIGHT RESULT: " WS-VRD-RESULT.
       STOP RUN.

       START-SECTION.
           WRITE PREFLIGHT-LINE FROM BLANK-LINE.
           WRITE PREFLIGHT-LINE FROM WS-SECTION-HEADING.
           WRITE PREFLIGHT-LINE FROM WS-COLUMN-HEADING.

      * WRITES WS-CHECK-LINE AS THE CALLER LEFT IT AND COUNTS ITS
      * VERDICT TOWARDS THE GO/NO-GO DECISION.
       LOG-CHECK.
           IF WS-CHK-VERDICT = "ERROR"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-CHK-VERDICT = "WARNING"
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           WRITE PREFLIGHT-LINE FROM WS-CHECK-LINE.

      * contest-control.txt - MISSING IS AN ERROR (SCORING WOULD FALL
      * BACK ON ITS DEFAULTS), OTHERWISE EVERY LINE IS CHECKED IN TURN.
       CHECK-CONTEST-CONTROL.
           MOVE "CONTEST CONTROL (contest-control.txt)"
               TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT EQUAL "00"
               MOVE "CONTROL FILE" TO WS-CHK-ITEM
               MOVE "(MISSING)" TO WS-CHK-VALUE
               MOVE "ERROR" TO WS-CHK-VERDICT
               MOVE "SCORING WOULD RUN ON COMPILED-IN DEFAULTS"
                   TO WS-CHK-NOTE
               PERFORM LOG-CHECK
           ELSE
               PERFORM READ-CONTROL-LINE
               CLOSE CONTROL-FILE
               PERFORM CHECK-CONTROL-TITLE
               PERFORM CHECK-CONTROL-PROBLEMS
               PERFORM CHECK-CONTROL-FREEZE
               PERFORM CHECK-CONTROL-WINDOW-START
               PERFORM CHECK-CONTROL-WINDOW-LENGTH
               PERFORM CHECK-CONTROL-BEST-K
               PERFORM CHECK-CONTROL-PROFILE
               PERFORM CHECK-FREEZE-IN-WINDOW
           END-IF.

       READ-CONTROL-LINE.
           IF WS-CONTROL-EOF = 'N'
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-LINE-COUNT
                       IF WS-CONTROL-LINE-COUNT NOT > 7
                           MOVE WS-CONTROL-LINE-COUNT TO WS-L
                           MOVE CONTROL-FILE-LINE TO WS-CTL-LINE(WS-L)
                       END-IF
               END-READ
               GO TO READ-CONTROL-LINE
           END-IF.

      * PRIMES WS-CHECK-LINE WITH LINE WS-L'S RAW TEXT AS THE VALUE
      * AND AN OK VERDICT - EACH CHECK OVERRIDES WHAT IT FINDS WRONG.
       PRIME-CONTROL-CHECK.
           MOVE WS-CTL-LINE(WS-L) TO WS-CHK-VALUE.
           MOVE "OK" TO WS-CHK-VERDICT.
           MOVE SPACES TO WS-CHK-NOTE.
           IF WS-CTL-LINE(WS-L) = SPACES
               MOVE "(NOT GIVEN)" TO WS-CHK-VALUE
           END-IF.

       CHECK-CONTROL-TITLE.
           MOVE 1 TO WS-L.
           MOVE "LINE 1 TITLE" TO WS-CHK-ITEM.
           PERFORM PRIME-CONTROL-CHECK.
           IF WS-CTL-LINE(WS-L) = SPACES
               MOVE "WARNING" TO WS-CHK-VERDICT
               MOVE "REPORTS WILL CARRY THE COMPILED-IN TITLE"
                   TO WS-CHK-NOTE
           END-IF.
           PERFORM LOG-CHECK.

      * THE SCORING JOB TAKES COLUMNS 1-2 AS THE COUNT WITH NO CLASS
      * TEST, SO ANYTHING BUT TWO DIGITS FROM 01 TO 10 IS AN ERROR.
       CHECK-CONTROL-PROBLEMS.
           MOVE 2 TO WS-L.
           MOVE "LINE 2 PROBLEMS" TO WS-CHK-ITEM.
           PERFORM PRIME-CONTROL-CHECK.
           IF WS-CTL-LINE(WS-L) = SPACES
               MOVE "WARNING" TO WS-CHK-VERDICT
               MOVE "DEFAULT OF 10 PROBLEMS WILL BE USED"
                   TO WS-CHK-NOTE
           ELSE
               IF WS-CTL-LINE(WS-L)(1:2) IS NOT NUMERIC
                   MOVE "ERROR" TO WS-CHK-VERDICT
                   MOVE "MUST BE TWO DIGITS (01-10) IN COLUMNS 1-2"
                       TO WS-CHK-NOTE
               ELSE
                   MOVE WS-CTL-LINE(WS-L)(1:2) TO WS-NUM-PROBLEMS
                   IF WS-NUM-PROBLEMS = 0
                       MOVE "ERROR" TO WS-CHK-VERDICT
                       MOVE "ZERO PROBLEMS DECLARED" TO WS-CHK-NOTE
                       MOVE 10 TO WS-NUM-PROBLEMS
                   END-IF
                   IF WS-NUM-PROBLEMS > 10
                       MOVE "ERROR" TO WS-CHK-VERDICT
                       MOVE "MORE THAN 10 - SCORING JOB CLAMPS TO 10"
                           TO WS-CHK-NOTE
                       MOVE 10 TO WS-NUM-PROBLEMS
                   END-IF
               END-IF
           END-IF.
           PERFORM LOG-CHECK.

      * A FOUR-DIGIT CHECK, SHARED BY LINES 3, 4 AND 5 - THE SCORING
      * JOB AND SUBEDIT SILENTLY IGNORE ANYTHING ELSE ON THOSE LINES,
      * WHICH IS EXACTLY WHY IT IS AN ERROR HERE.
       CHECK-FOUR-DIGITS.
           IF WS-CTL-LINE(WS-L) NOT EQUAL SPACES
               AND WS-CTL-LINE(WS-L)(1:4) IS NOT NUMERIC
               MOVE "ERROR" TO WS-CHK-VERDICT
               MOVE "NOT FOUR DIGITS - WOULD BE SILENTLY IGNORED"
                   TO WS-CHK-NOTE
           END-IF.

       CHECK-CONTROL-FREEZE.
           MOVE 3 TO WS-L.
           MOVE "LINE 3 FREEZE" TO WS-CHK-ITEM.
           PERFORM PRIME-CONTROL-CHECK.
           PERFORM CHECK-FOUR-DIGITS.
           IF WS-CHK-VERDICT = "OK"
               IF WS-CTL-LINE(WS-L) = SPACES
                   MOVE "NO SCOREBOARD FREEZE" TO WS-CHK-NOTE
               ELSE
                   MOVE WS-CTL-LINE(WS-L)(1:4) TO WS-FREEZE-TIME
                   IF WS-FREEZE-TIME = 0
                       MOVE "NO SCOREBOARD FREEZE" TO WS-CHK-NOTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LOG-CHECK.

       CHECK-CONTROL-WINDOW-START.
           MOVE 4 TO WS-L.
           MOVE "LINE 4 WINDOW START" TO WS-CHK-ITEM.
           PERFORM PRIME-CONTROL-CHECK.
           PERFORM CHECK-FOUR-DIGITS.
           IF WS-CHK-VERDICT = "OK"
               IF WS-CTL-LINE(WS-L) = SPACES
                   MOVE "WINDOW STARTS AT MINUTE 0" TO WS-CHK-NOTE
               ELSE
                   MOVE WS-CTL-LINE(WS-L)(1:4) TO WS-WINDOW-START
               END-IF
           END-IF.
           PERFORM LOG-CHECK.

       CHECK-CONTROL-WINDOW-LENGTH.
           MOVE 5 TO WS-L.
           MOVE "LINE 5 WINDOW LENGTH" TO WS-CHK-ITEM.
           PERFORM PRIME-CONTROL-CHECK.
           PERFORM CHECK-FOUR-DIGITS.
           IF WS-CHK-VERDICT = "OK"
               IF WS-CTL-LINE(WS-L) NOT EQUAL SPACES
                   MOVE WS-CTL-LINE(WS-L)(1:4) TO WS-WINDOW-LENGTH
               END-IF
               IF WS-WINDOW-LENGTH = 0
                   MOVE "WARNING" TO WS-CHK-VERDICT
                   MOVE "NO WINDOW - SUBEDIT WILL NOT CHECK RUN TIMES"
                       TO WS-CHK-NOTE
               END-IF
               IF WS-WINDOW-LENGTH > 1440
                   MOVE "WARNING" TO WS-CHK-VERDICT
                   MOVE "OVER 24 HOURS - TIMELINE SHOWS FIRST 24 ONLY"
                       TO WS-CHK-NOTE
               END-IF
           END-IF.
           COMPUTE WS-WINDOW-END = WS-WINDOW-START + WS-WINDOW-LENGTH.
           PERFORM LOG-CHECK.

       CHECK-CONTROL-BEST-K.
           MOVE 6 TO WS-L.
           MOVE "LINE 6 CUP BEST-K" TO WS-CHK-ITEM.
           PERFORM PRIME-CONTROL-CHECK.
           IF WS-CTL-LINE(WS-L) = SPACES
               MOVE "CUP USES BEST-TEAM PLACEMENT" TO WS-CHK-NOTE
           ELSE
               IF WS-CTL-LINE(WS-L)(1:2) IS NOT NUMERIC
                   MOVE "ERROR" TO WS-CHK-VERDICT
                   MOVE "NOT TWO DIGITS - WOULD BE SILENTLY IGNORED"
                       TO WS-CHK-NOTE
               ELSE
                   MOVE WS-CTL-LINE(WS-L)(1:2) TO WS-CUP-BEST-K
                   IF WS-CUP-BEST-K = 0
                       MOVE "CUP USES BEST-TEAM PLACEMENT"
                           TO WS-CHK-NOTE
                   END-IF
                   IF WS-CUP-BEST-K > 20
                       MOVE "WARNING" TO WS-CHK-VERDICT
                       MOVE "OVER 20 - SCORING JOB CLAMPS TO 20"
                           TO WS-CHK-NOTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LOG-CHECK.

      * THE SCORING JOB STOPS OUTRIGHT ON A PROFILE NAME IT DOES NOT
      * KNOW - BETTER TO FIND OUT NOW THAN AT THE FIRST SCORING RUN.
       CHECK-CONTROL-PROFILE.
           MOVE 7 TO WS-L.
           MOVE "LINE 7 PROFILE" TO WS-CHK-ITEM.
           PERFORM PRIME-CONTROL-CHECK.
           IF WS-CTL-LINE(WS-L)(1:8) NOT EQUAL SPACES
               MOVE WS-CTL-LINE(WS-L)(1:8) TO WS-SCORING-PROFILE
           END-IF.
           IF WS-CTL-LINE(WS-L) = SPACES
               MOVE "BLEND (DEFAULT) PROFILE WILL BE USED"
                   TO WS-CHK-NOTE
           END-IF.
           IF NOT WS-PROFILE-BLEND AND NOT WS-PROFILE-ICPC
               AND NOT WS-PROFILE-IOI
               MOVE "ERROR" TO WS-CHK-VERDICT
               MOVE "MUST BE BLEND, ICPC OR IOI - SCORING WOULD STOP"
                   TO WS-CHK-NOTE
           END-IF.
           PERFORM LOG-CHECK.

      * A FREEZE IS ONLY MEANINGFUL INSIDE THE CONTEST WINDOW - ONE
      * BEFORE THE START FREEZES THE WHOLE CONTEST, ONE AT OR AFTER
      * THE END NEVER FREEZES ANYTHING.
       CHECK-FREEZE-IN-WINDOW.
           IF WS-FREEZE-TIME > 0
               MOVE "FREEZE VS WINDOW" TO WS-CHK-ITEM
               MOVE SPACES TO WS-CHK-VALUE
               MOVE "OK" TO WS-CHK-VERDICT
               MOVE "FREEZE FALLS INSIDE THE CONTEST WINDOW"
                   TO WS-CHK-NOTE
               IF WS-WINDOW-LENGTH = 0
                   MOVE "WARNING" TO WS-CHK-VERDICT
                   MOVE "NO WINDOW DECLARED TO CHECK THE FREEZE AGAINST"
                       TO WS-CHK-NOTE
               ELSE
                   IF WS-FREEZE-TIME < WS-WINDOW-START
                       OR WS-FREEZE-TIME NOT < WS-WINDOW-END
                       MOVE "ERROR" TO WS-CHK-VERDICT
                       MOVE "FREEZE FALLS OUTSIDE THE CONTEST WINDOW"
                           TO WS-CHK-NOTE
                   END-IF
               END-IF
               PERFORM LOG-CHECK
           END-IF.

      * problem-master.dat - OPTIONAL, BUT WHEN PRESENT EVERY ROW IS
      * CHECKED AND THE ROW COUNT MUST MATCH CONTROL LINE 2.
       CHECK-PROBLEM-MASTER.
           MOVE "PROBLEM MASTER (problem-master.dat)" TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT PROBLEM-MASTER.
           IF WS-PROBLEM-MASTER-STATUS NOT EQUAL "00"
               MOVE "PROBLEM MASTER" TO WS-CHK-ITEM
               MOVE "(NOT PRESENT)" TO WS-CHK-VALUE
               MOVE "WARNING" TO WS-CHK-VERDICT
               MOVE "EVERY PROBLEM WILL WEIGH 100, NO TITLES OR COLOURS"
                   TO WS-CHK-NOTE
               PERFORM LOG-CHECK
           ELSE
               PERFORM CHECK-PROBLEM-RECORD
               CLOSE PROBLEM-MASTER
               MOVE "ROW COUNT VS LINE 2" TO WS-CHK-ITEM
               MOVE WS-PROBLEM-ROWS TO WS-EDIT-COUNT
               MOVE SPACES TO WS-CHK-VALUE
               STRING WS-EDIT-COUNT " ROWS, " DELIMITED BY SIZE
                   WS-NUM-PROBLEMS " DECLARED" DELIMITED BY SIZE
                   INTO WS-CHK-VALUE
               END-STRING
               IF WS-PROBLEM-ROWS = WS-NUM-PROBLEMS
                   MOVE "OK" TO WS-CHK-VERDICT
                   MOVE SPACES TO WS-CHK-NOTE
               ELSE
                   MOVE "ERROR" TO WS-CHK-VERDICT
                   MOVE "MASTER ROWS DO NOT MATCH THE DECLARED COUNT"
                       TO WS-CHK-NOTE
               END-IF
               PERFORM LOG-CHECK
           END-IF.

       CHECK-PROBLEM-RECORD.
           IF WS-PROBMASTER-EOF = 'N'
               READ PROBLEM-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-PROBMASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-PROBLEM-ROWS
                       PERFORM CHECK-ONE-PROBLEM
               END-READ
               GO TO CHECK-PROBLEM-RECORD
           END-IF.

      * ONE LINE PER ROW. THE FIRST FAULT FOUND IS THE ONE REPORTED -
      * AN ID OUTSIDE THE DECLARED COUNT, THEN A BLANK TITLE, THEN A
      * ZERO OR NON-NUMERIC WEIGHT (WHICH WOULD SCORE EVERY TEAM ZERO
      * ON THE PROBLEM).
       CHECK-ONE-PROBLEM.
           MOVE SPACES TO WS-CHK-ITEM.
           STRING "PROBLEM " PM-ID DELIMITED BY SIZE
               INTO WS-CHK-ITEM
           END-STRING.
           MOVE PM-TITLE TO WS-PBV-TITLE.
           MOVE PM-WEIGHT TO WS-PBV-WEIGHT.
           MOVE WS-PROBLEM-VALUE TO WS-CHK-VALUE.
           MOVE "OK" TO WS-CHK-VERDICT.
           MOVE SPACES TO WS-CHK-NOTE.
           IF PM-WEIGHT IS NOT NUMERIC
               MOVE "ERROR" TO WS-CHK-VERDICT
               MOVE "WEIGHT IS NOT NUMERIC" TO WS-CHK-NOTE
           ELSE
               IF PM-WEIGHT = 0
                   MOVE "ERROR" TO WS-CHK-VERDICT
                   MOVE "ZERO WEIGHT - EVERY TEAM WOULD SCORE 0 HERE"
                       TO WS-CHK-NOTE
               END-IF
           END-IF.
           IF PM-TITLE = SPACES
               MOVE "ERROR" TO WS-CHK-VERDICT
               MOVE "BLANK TITLE" TO WS-CHK-NOTE
           END-IF.
           IF PM-ID IS NOT NUMERIC
               MOVE "ERROR" TO WS-CHK-VERDICT
               MOVE "PROBLEM ID IS NOT A DIGIT" TO WS-CHK-NOTE
           ELSE
               MOVE PM-ID TO WS-PM-DIGIT
               IF WS-PM-DIGIT NOT < WS-NUM-PROBLEMS
                   MOVE "ERROR" TO WS-CHK-VERDICT
                   MOVE "PROBLEM ID OUTSIDE THE DECLARED COUNT"
                       TO WS-CHK-NOTE
               END-IF
           END-IF.
           PERFORM LOG-CHECK.

      * team-master.dat - REQUIRED. EVERY ROW IS CHECKED AND THE
      * ACTIVE AND WITHDRAWN TEAMS ARE COUNTED BY DIVISION.
       CHECK-TEAM-MASTER.
           MOVE "TEAM MASTER (team-master.dat)" TO WS-SEC-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT TEAMS.
           IF WS-TEAMS-STATUS NOT EQUAL "00"
               MOVE "TEAM MASTER" TO WS-CHK-ITEM
               MOVE "(MISSING)" TO WS-CHK-VALUE
               MOVE "ERROR" TO WS-CHK-VERDICT
               MOVE "THE SCORING JOB WILL NOT START - RUN TEAMMNT"
                   TO WS-CHK-NOTE
               PERFORM LOG-CHECK
           ELSE
               PERFORM CHECK-TEAM-RECORD
               CLOSE TEAMS
               PERFORM REPORT-ONE-DIVISION
                   VARYING WS-DIV-SLOT FROM 1 BY 1
                   UNTIL WS-DIV-SLOT > WS-DIVISION-COUNT
               MOVE "ALL DIVISIONS" TO WS-CHK-ITEM
               MOVE WS-ACTIVE-TEAMS TO WS-DVV-ACTIVE
               MOVE WS-WITHDRAWN-TEAMS TO WS-DVV-WITHDRAWN
               MOVE WS-DIVISION-VALUE TO WS-CHK-VALUE
               MOVE "OK" TO WS-CHK-VERDICT
               MOVE SPACES TO WS-CHK-NOTE
               IF WS-ACTIVE-TEAMS = 0
                   MOVE "ERROR" TO WS-CHK-VERDICT
                   MOVE "NO ACTIVE TEAMS ON THE MASTER" TO WS-CHK-NOTE
               END-IF
               PERFORM LOG-CHECK
           END-IF.

       CHECK-TEAM-RECORD.
           IF WS-TEAMS-EOF = 'N'
               READ TEAMS NEXT RECORD
                   AT END MOVE 'Y' TO WS-TEAMS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-TEAM
               END-READ
               GO TO CHECK-TEAM-RECORD
           END-IF.

      * WITHDRAWN TEAMS ARE ONLY COUNTED - THEY ARE NOT SCORED, SO A
      * MISSING COACH OR DIVISION ON ONE DOES NOT MATTER TODAY.
       CHECK-ONE-TEAM.
           PERFORM FIND-DIVISION-ENTRY.
           IF TM-STATUS = 'W'
               ADD 1 TO WDIV-WITHDRAWN(WS-DIV-SLOT)
               ADD 1 TO WS-WITHDRAWN-TEAMS
           ELSE
               ADD 1 TO WDIV-ACTIVE(WS-DIV-SLOT)
               ADD 1 TO WS-ACTIVE-TEAMS
               IF TM-COACH = SPACES
                   MOVE TM-NAME TO WS-CHK-ITEM
                   MOVE TM-INSTITUTION TO WS-CHK-VALUE
                   MOVE "WARNING" TO WS-CHK-VERDICT
                   MOVE "ACTIVE TEAM HAS NO COACH ON THE MASTER"
                       TO WS-CHK-NOTE
                   PERFORM LOG-CHECK
               END-IF
               IF TM-DIVISION = SPACES
                   MOVE TM-NAME TO WS-CHK-ITEM
                   MOVE TM-INSTITUTION TO WS-CHK-VALUE
                   MOVE "WARNING" TO WS-CHK-VERDICT
                   MOVE "ACTIVE TEAM HAS NO DIVISION ON THE MASTER"
                       TO WS-CHK-NOTE
                   PERFORM LOG-CHECK
               END-IF
           END-IF.

       FIND-DIVISION-ENTRY.
           MOVE 'N' TO WS-DIV-FOUND-SW.
           MOVE 1 TO WS-DIV-SLOT.
           PERFORM FIND-DIVISION-SCAN.
           IF WS-DIV-FOUND-SW = 'N'
               IF WS-DIVISION-COUNT = 40
                   DISPLAY "MORE THAN 40 DIVISION CODES ON THE TEAM "
                       "MASTER - WS-DIVISION-TABLE CANNOT HOLD THEM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DIVISION-COUNT
               MOVE WS-DIVISION-COUNT TO WS-DIV-SLOT
               MOVE TM-DIVISION TO WDIV-CODE(WS-DIV-SLOT)
               MOVE ZERO TO WDIV-ACTIVE(WS-DIV-SLOT)
               MOVE ZERO TO WDIV-WITHDRAWN(WS-DIV-SLOT)
           END-IF.

       FIND-DIVISION-SCAN.
           IF WS-DIV-SLOT > WS-DIVISION-COUNT
               NEXT SENTENCE
           ELSE
               IF WDIV-CODE(WS-DIV-SLOT) EQUAL TM-DIVISION
                   MOVE 'Y' TO WS-DIV-FOUND-SW
               ELSE
                   ADD 1 TO WS-DIV-SLOT
                   GO TO FIND-DIVISION-SCAN
               END-IF
           END-IF.

      * A DIVISION THAT HAS ONLY WITHDRAWN TEAMS LEFT WILL PRINT AN
      * EMPTY SECTION ON EVERY REPORT - USUALLY A SIGN THE WRONG
      * TEAMS WERE WITHDRAWN.
       REPORT-ONE-DIVISION.
           MOVE SPACES TO WS-CHK-ITEM.
           IF WDIV-CODE(WS-DIV-SLOT) = SPACES
               MOVE "DIVISION (BLANK)" TO WS-CHK-ITEM
           ELSE
               STRING "DIVISION " WDIV-CODE(WS-DIV-SLOT)
                   DELIMITED BY SIZE
                   INTO WS-CHK-ITEM
               END-STRING
           END-IF.
           MOVE WDIV-ACTIVE(WS-DIV-SLOT) TO WS-DVV-ACTIVE.
           MOVE WDIV-WITHDRAWN(WS-DIV-SLOT) TO WS-DVV-WITHDRAWN.
           MOVE WS-DIVISION-VALUE TO WS-CHK-VALUE.
           MOVE "OK" TO WS-CHK-VERDICT.
           MOVE SPACES TO WS-CHK-NOTE.
           IF WDIV-ACTIVE(WS-DIV-SLOT) = 0
               MOVE "WARNING" TO WS-CHK-VERDICT
               MOVE "NO ACTIVE TEAMS LEFT IN THIS DIVISION"
                   TO WS-CHK-NOTE
           END-IF.
           PERFORM LOG-CHECK.
