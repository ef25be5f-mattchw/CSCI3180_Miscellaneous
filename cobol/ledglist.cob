       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGLIST.

      * RUN LEDGER LISTING. EVERY STEP OF THE CONTEST CHAIN -
      * SUBMERGE, SUBEDIT, ASG1, RESCHECK, SEASON, ARCHIVE - APPENDS
      * ONE ROW TO run-ledger.txt EACH TIME IT RUNS (CONTEST ID, STEP,
      * START AND END STAMPS, RETURN CODE, RECORDS IN AND OUT), AND
      * EACH ONE REFUSES TO START UNLESS THE STEP BEFORE IT FINISHED
      * CLEANLY FOR THE SAME CONTEST. THIS JOB PRINTS THE LEDGER FOR
      * THE MORNING SHIFT ON run-ledger-listing.txt IN TWO PARTS:
      *
      *   EVERY ROW IN RUN ORDER, STAMPS WRITTEN OUT IN FULL, WITH A
      *   PLAIN-WORDS RESULT (COMPLETED, COMPLETED WITH WARNINGS,
      *   FAILED, REFUSED - UPSTREAM NOT CLEAN).
      *
      *   ONE LINE PER CONTEST SHOWING THE CHAIN AS IT NOW STANDS -
      *   THE LATEST RETURN CODE OF EACH STEP, "--" FOR A STEP NOT
      *   RUN - AND WHERE THE CHAIN HAS GOT TO. A RERUN OF A STEP
      *   MAKES EVERY STEP AFTER IT STALE, EXACTLY AS THE GATES IN THE
      *   STEPS THEMSELVES TREAT IT, SO THOSE LATER STEPS DROP BACK
      *   TO "--" UNTIL THEY ARE RUN AGAIN.
      *
      * ledger-control.txt IS OPTIONAL: LINE 1 (COLUMNS 1-8,
      * YYYYMMDD) LISTS ONLY ROWS STARTED ON OR AFTER THAT DATE -
      * LAST NIGHT'S DATE GIVES LAST NIGHT'S RUNS; LINE 2 (COLUMNS
      * 1-8) LISTS ONLY THAT CONTEST ID. BLANK OR NO FILE LISTS THE
      * WHOLE LEDGER. A SEASON RE-TOTAL WITH NO EXPORT IS LEDGERED
      * UNDER A BLANK CONTEST ID; IT IS LISTED AS "(NONE)" AND IS
      * LEFT OUT OF THE CHAIN SUMMARY.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = EVERY LISTED STEP
      * COMPLETED, 4 = A LISTED STEP FAILED OR WAS REFUSED, 8 = NO
      * run-ledger.txt, 16 = MORE CONTESTS THAN WS-CHAIN-TABLE HOLDS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO 'run-ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

               SELECT CONTROL-FILE
               ASSIGN TO 'ledger-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

               SELECT LEDGER-LISTING
               ASSIGN TO 'run-ledger-listing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LEDGER-FILE.
           01 LEDGER-RECORD PIC X(66).

           FD CONTROL-FILE.
           01 CONTROL-FILE-LINE PIC X(50).

           FD LEDGER-LISTING.
           01 LISTING-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-LEDGER-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-LINE-NUM PIC 9(1) VALUE ZERO.

      * RUN LEDGER ROW - THE SAME 66 BYTES EVERY STEP OF THE CHAIN
      * WRITES: CONTEST ID, STEP NAME, START AND END STAMPS (YYYYMMDD
      * THEN HHMMSS), THE RETURN CODE THE STEP ENDED WITH, AND ITS
      * RECORD COUNTS IN AND OUT.
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

           01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
           01 WS-ONLY-CONTEST-ID PIC X(8) VALUE SPACES.

      * THE CHAIN IN RUN ORDER. A STEP'S POSITION HERE IS ITS COLUMN
      * ON THE CHAIN SUMMARY.
           01 CHAIN-STEP-LIST.
              05 FILL PIC X(8) VALUE "SUBMERGE".
              05 FILL PIC X(8) VALUE "SUBEDIT".
              05 FILL PIC X(8) VALUE "ASG1".
              05 FILL PIC X(8) VALUE "RESCHECK".
              05 FILL PIC X(8) VALUE "SEASON".
              05 FILL PIC X(8) VALUE "ARCHIVE".
           01 CHAIN-STEP-TABLE REDEFINES CHAIN-STEP-LIST.
              05 CHAIN-STEP-NAME PIC X(8) OCCURS 6 TIMES.
           01 WS-STEP-SLOT PIC 9(1) VALUE ZERO.
           01 WS-STEP-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-S PIC 9(1) VALUE ZERO.

      * THE LATEST RUN OF EACH CHAIN STEP PER CONTEST, IN THE ORDER
      * THE CONTESTS FIRST APPEAR ON THE LEDGER.
           01 WS-CHAIN-TABLE.
              05 WS-CHAIN-ENTRY OCCURS 200 TIMES.
                 10 WCHN-CONTEST-ID PIC X(8).
                 10 WCHN-STEP OCCURS 6 TIMES.
                    15 WCHN-RAN-SW PIC X(1).
                    15 WCHN-RC PIC 9(2).
           01 WS-CHAIN-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CHAIN-SLOT PIC 9(3) VALUE ZERO.
           01 WS-CHAIN-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-CHAIN-STOP-SW PIC X(1) VALUE 'N'.

           01 WS-ROWS-LISTED PIC 9(5) VALUE ZERO.
           01 WS-ROWS-FAILED PIC 9(5) VALUE ZERO.
           01 WS-ROWS-REFUSED PIC 9(5) VALUE ZERO.

      * A LEDGER STAMP TAKEN APART FOR PRINTING.
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-DATE-X REDEFINES WS-STAMP-DATE.
              05 WS-SD-YEAR PIC X(4).
              05 WS-SD-MONTH PIC X(2).
              05 WS-SD-DAY PIC X(2).
           01 WS-STAMP-TIME PIC 9(6).
           01 WS-STAMP-TIME-X REDEFINES WS-STAMP-TIME.
              05 WS-ST-HOUR PIC X(2).
              05 WS-ST-MINUTE PIC X(2).
              05 WS-ST-SECOND PIC X(2).
           01 WS-STAMP-EDIT.
              05 WS-SE-YEAR PIC X(4).
              05 FILL PIC X(1) VALUE "-".
              05 WS-SE-MONTH PIC X(2).
              05 FILL PIC X(1) VALUE "-".
              05 WS-SE-DAY PIC X(2).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-SE-HOUR PIC X(2).
              05 FILL PIC X(1) VALUE ":".
              05 WS-SE-MINUTE PIC X(2).
              05 FILL PIC X(1) VALUE ":".
              05 WS-SE-SECOND PIC X(2).

           01 LISTING-HEADING.
              05 FILL PIC X(40) VALUE
                 "RUN LEDGER - CONTEST CHAIN STEPS IN RUN ".
              05 FILL PIC X(5) VALUE "ORDER".
           01 WS-FILTER-LINE.
              05 FILL PIC X(22) VALUE "ROWS STARTED ON/AFTER ".
              05 WS-FLT-DATE PIC X(8).
              05 FILL PIC X(11) VALUE "  CONTEST: ".
              05 WS-FLT-CONTEST PIC X(8).
           01 WS-DETAIL-HEADING.
              05 FILL PIC X(9) VALUE "CONTEST".
              05 FILL PIC X(9) VALUE "STEP".
              05 FILL PIC X(20) VALUE "STARTED".
              05 FILL PIC X(20) VALUE "ENDED".
              05 FILL PIC X(4) VALUE "RC".
              05 FILL PIC X(10) VALUE "REC IN".
              05 FILL PIC X(10) VALUE "REC OUT".
              05 FILL PIC X(6) VALUE "RESULT".
           01 WS-DETAIL-LINE.
              05 WS-DTL-CONTEST PIC X(8).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DTL-STEP PIC X(8).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DTL-START PIC X(19).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DTL-END PIC X(19).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DTL-RC PIC Z9.
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-DTL-IN PIC Z(6)9.
              05 FILL PIC X(3) VALUE SPACES.
              05 WS-DTL-OUT PIC Z(6)9.
              05 FILL PIC X(3) VALUE SPACES.
              05 WS-DTL-RESULT PIC X(32).
           01 WS-CHAIN-HEADING-1.
              05 FILL PIC X(40) VALUE
                 "CHAIN BY CONTEST - LATEST RETURN CODE OF".
              05 FILL PIC X(40) VALUE
                 " EACH STEP (-- = NOT RUN SINCE ITS INPUT".
              05 FILL PIC X(8) VALUE " CHANGED".
              05 FILL PIC X(1) VALUE ")".
           01 WS-CHAIN-HEADING-2.
              05 FILL PIC X(10) VALUE "CONTEST".
              05 FILL PIC X(9) VALUE "SUBMERGE".
              05 FILL PIC X(9) VALUE "SUBEDIT".
              05 FILL PIC X(9) VALUE "ASG1".
              05 FILL PIC X(9) VALUE "RESCHECK".
              05 FILL PIC X(9) VALUE "SEASON".
              05 FILL PIC X(9) VALUE "ARCHIVE".
              05 FILL PIC X(5) VALUE "CHAIN".
           01 WS-CHAIN-LINE.
              05 WS-CHL-CONTEST PIC X(8).
              05 FILL PIC X(2) VALUE SPACES.
              05 WS-CHL-STEP OCCURS 6 TIMES.
                 10 WS-CHL-RC PIC X(2).
                 10 FILL PIC X(7).
              05 WS-CHL-STATUS PIC X(34).
           01 WS-CHL-RC-EDIT PIC 99.
           01 WS-TOTALS-LINE.
              05 FILL PIC X(13) VALUE "ROWS LISTED: ".
              05 WS-TOT-LISTED PIC ZZZZ9.
              05 FILL PIC X(10) VALUE "  FAILED: ".
              05 WS-TOT-FAILED PIC ZZZZ9.
              05 FILL PIC X(11) VALUE "  REFUSED: ".
              05 WS-TOT-REFUSED PIC ZZZZ9.
           01 BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-CONTROL.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN RUN-LEDGER.TXT - STATUS "
                   WS-LEDGER-STATUS " (NO STEP HAS RUN YET)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LEDGER-LISTING.
           WRITE LISTING-LINE FROM LISTING-HEADING.
           IF WS-FROM-DATE > 0 OR WS-ONLY-CONTEST-ID NOT EQUAL SPACES
               MOVE WS-FROM-DATE TO WS-FLT-DATE
               MOVE WS-ONLY-CONTEST-ID TO WS-FLT-CONTEST
               WRITE LISTING-LINE FROM WS-FILTER-LINE
           END-IF.
           WRITE LISTING-LINE FROM BLANK-LINE.
           WRITE LISTING-LINE FROM WS-DETAIL-HEADING.
           PERFORM READ-LEDGER-RECORD.
           CLOSE LEDGER-FILE.
           WRITE LISTING-LINE FROM BLANK-LINE.
           MOVE WS-ROWS-LISTED TO WS-TOT-LISTED.
           MOVE WS-ROWS-FAILED TO WS-TOT-FAILED.
           MOVE WS-ROWS-REFUSED TO WS-TOT-REFUSED.
           WRITE LISTING-LINE FROM WS-TOTALS-LINE.
           WRITE LISTING-LINE FROM BLANK-LINE.
           WRITE LISTING-LINE FROM WS-CHAIN-HEADING-1.
           WRITE LISTING-LINE FROM BLANK-LINE.
           WRITE LISTING-LINE FROM WS-CHAIN-HEADING-2.
           PERFORM WRITE-CHAIN-LINE
               VARYING WS-CHAIN-SLOT FROM 1 BY 1
               UNTIL WS-CHAIN-SLOT > WS-CHAIN-COUNT.
           CLOSE LEDGER-LISTING.
           IF WS-ROWS-FAILED > 0 OR WS-ROWS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * SAME OPTIONAL-CONTROL-FILE SHAPE AS THE OTHER JOBS - A LINE
      * THAT IS NOT WHAT IT SHOULD BE LEAVES ITS FILTER OFF.
       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL "00"
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
           IF WS-CONTROL-LINE-NUM EQUAL 1
               IF CONTROL-FILE-LINE(1:8) IS NUMERIC
                   MOVE CONTROL-FILE-LINE(1:8) TO WS-FROM-DATE
               END-IF
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 2
               MOVE CONTROL-FILE-LINE(1:8) TO WS-ONLY-CONTEST-ID
           END-IF.

       READ-LEDGER-RECORD.
           IF WS-LEDGER-EOF = 'N'
               READ LEDGER-FILE INTO WS-LEDGER-ENTRY
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF WLED-START-DATE NOT < WS-FROM-DATE
                           AND (WS-ONLY-CONTEST-ID = SPACES
                           OR WLED-CONTEST-ID = WS-ONLY-CONTEST-ID)
                           PERFORM LIST-ONE-ROW
                           PERFORM POST-ROW-TO-CHAIN
                       END-IF
               END-READ
               GO TO READ-LEDGER-RECORD
           END-IF.

       LIST-ONE-ROW.
           ADD 1 TO WS-ROWS-LISTED.
           MOVE WLED-CONTEST-ID TO WS-DTL-CONTEST.
           IF WLED-CONTEST-ID = SPACES
               MOVE "(NONE)" TO WS-DTL-CONTEST
           END-IF.
           MOVE WLED-STEP TO WS-DTL-STEP.
           MOVE WLED-START-DATE TO WS-STAMP-DATE.
           MOVE WLED-START-TIME TO WS-STAMP-TIME.
           PERFORM EDIT-STAMP.
           MOVE WS-STAMP-EDIT TO WS-DTL-START.
           MOVE WLED-END-DATE TO WS-STAMP-DATE.
           MOVE WLED-END-TIME TO WS-STAMP-TIME.
           PERFORM EDIT-STAMP.
           MOVE WS-STAMP-EDIT TO WS-DTL-END.
           MOVE WLED-RC TO WS-DTL-RC.
           MOVE WLED-RECORDS-IN TO WS-DTL-IN.
           MOVE WLED-RECORDS-OUT TO WS-DTL-OUT.
           IF WLED-RC = 0
               MOVE "COMPLETED" TO WS-DTL-RESULT
           ELSE
               IF WLED-RC NOT > 4
                   MOVE "COMPLETED WITH WARNINGS" TO WS-DTL-RESULT
               ELSE
                   IF WLED-RC = 20
                       MOVE "REFUSED - UPSTREAM NOT CLEAN"
                           TO WS-DTL-RESULT
                       ADD 1 TO WS-ROWS-REFUSED
                   ELSE
                       MOVE "FAILED" TO WS-DTL-RESULT
                       ADD 1 TO WS-ROWS-FAILED
                   END-IF
               END-IF
           END-IF.
           WRITE LISTING-LINE FROM WS-DETAIL-LINE.

       EDIT-STAMP.
           MOVE WS-SD-YEAR TO WS-SE-YEAR.
           MOVE WS-SD-MONTH TO WS-SE-MONTH.
           MOVE WS-SD-DAY TO WS-SE-DAY.
           MOVE WS-ST-HOUR TO WS-SE-HOUR.
           MOVE WS-ST-MINUTE TO WS-SE-MINUTE.
           MOVE WS-ST-SECOND TO WS-SE-SECOND.

      * RECORDS THE ROW AS ITS STEP'S LATEST RUN FOR THE CONTEST AND
      * MARKS EVERY LATER STEP NOT RUN - ITS OUTPUT WAS BUILT FROM
      * WHAT THIS RUN HAS JUST REPLACED.
       POST-ROW-TO-CHAIN.
           IF WLED-CONTEST-ID NOT EQUAL SPACES
               PERFORM FIND-CHAIN-STEP
               IF WS-STEP-FOUND-SW = 'Y'
                   PERFORM FIND-CHAIN-ENTRY
                   MOVE 'Y' TO WCHN-RAN-SW(WS-CHAIN-SLOT WS-STEP-SLOT)
                   MOVE WLED-RC TO WCHN-RC(WS-CHAIN-SLOT WS-STEP-SLOT)
                   ADD 1 TO WS-STEP-SLOT
                   PERFORM CLEAR-LATER-STEP
                       VARYING WS-S FROM WS-STEP-SLOT BY 1
                       UNTIL WS-S > 6
               END-IF
           END-IF.

       CLEAR-LATER-STEP.
           MOVE 'N' TO WCHN-RAN-SW(WS-CHAIN-SLOT WS-S).
           MOVE ZERO TO WCHN-RC(WS-CHAIN-SLOT WS-S).

       FIND-CHAIN-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SW.
           MOVE 1 TO WS-STEP-SLOT.
           PERFORM FIND-CHAIN-STEP-SCAN.

       FIND-CHAIN-STEP-SCAN.
           IF WS-STEP-SLOT > 6
               NEXT SENTENCE
           ELSE
               IF CHAIN-STEP-NAME(WS-STEP-SLOT) EQUAL WLED-STEP
                   MOVE 'Y' TO WS-STEP-FOUND-SW
               ELSE
                   ADD 1 TO WS-STEP-SLOT
                   GO TO FIND-CHAIN-STEP-SCAN
               END-IF
           END-IF.

       FIND-CHAIN-ENTRY.
           MOVE 'N' TO WS-CHAIN-FOUND-SW.
           MOVE 1 TO WS-CHAIN-SLOT.
           PERFORM FIND-CHAIN-SCAN.
           IF WS-CHAIN-FOUND-SW = 'N'
               IF WS-CHAIN-COUNT = 200
                   DISPLAY "RUN LEDGER NAMES MORE THAN 200 CONTESTS - "
                       "WS-CHAIN-TABLE CANNOT HOLD THEM (SET A FROM "
                       "DATE ON LEDGER-CONTROL.TXT)"
                   CLOSE LEDGER-FILE
                   CLOSE LEDGER-LISTING
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-CHAIN-COUNT TO WS-CHAIN-SLOT
               MOVE WLED-CONTEST-ID TO WCHN-CONTEST-ID(WS-CHAIN-SLOT)
               PERFORM CLEAR-LATER-STEP
                   VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 6
           END-IF.

       FIND-CHAIN-SCAN.
           IF WS-CHAIN-SLOT > WS-CHAIN-COUNT
               NEXT SENTENCE
           ELSE
               IF WCHN-CONTEST-ID(WS-CHAIN-SLOT) EQUAL WLED-CONTEST-ID
                   MOVE 'Y' TO WS-CHAIN-FOUND-SW
               ELSE
                   ADD 1 TO WS-CHAIN-SLOT
                   GO TO FIND-CHAIN-SCAN
               END-IF
           END-IF.

      * ONE CONTEST'S CHAIN. THE STATUS IS SET BY THE FIRST STEP THAT
      * IS NOT CLEAN: NOT RUN YET MEANS THE CHAIN IS WAITING THERE, A
      * CODE OVER 4 MEANS IT STOPPED THERE.
       WRITE-CHAIN-LINE.
           MOVE SPACES TO WS-CHAIN-LINE.
           MOVE WCHN-CONTEST-ID(WS-CHAIN-SLOT) TO WS-CHL-CONTEST.
           MOVE 'N' TO WS-CHAIN-STOP-SW.
           MOVE "COMPLETE" TO WS-CHL-STATUS.
           PERFORM EDIT-CHAIN-STEP
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 6.
           WRITE LISTING-LINE FROM WS-CHAIN-LINE.

       EDIT-CHAIN-STEP.
           IF WCHN-RAN-SW(WS-CHAIN-SLOT WS-S) = 'Y'
               MOVE WCHN-RC(WS-CHAIN-SLOT WS-S) TO WS-CHL-RC-EDIT
               MOVE WS-CHL-RC-EDIT TO WS-CHL-RC(WS-S)
               IF WCHN-RC(WS-CHAIN-SLOT WS-S) > 4
                   AND WS-CHAIN-STOP-SW = 'N'
                   MOVE 'Y' TO WS-CHAIN-STOP-SW
                   MOVE SPACES TO WS-CHL-STATUS
                   STRING "STOPPED AT " CHAIN-STEP-NAME(WS-S)
                       DELIMITED BY SIZE
                       INTO WS-CHL-STATUS
                   END-STRING
               END-IF
           ELSE
               MOVE "--" TO WS-CHL-RC(WS-S)
               IF WS-CHAIN-STOP-SW = 'N'
                   MOVE 'Y' TO WS-CHAIN-STOP-SW
                   MOVE SPACES TO WS-CHL-STATUS
                   STRING "WAITING FOR " CHAIN-STEP-NAME(WS-S)
                       DELIMITED BY SIZE
                       INTO WS-CHL-STATUS
                   END-STRING
               END-IF
           END-IF.
