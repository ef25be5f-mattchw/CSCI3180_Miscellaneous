      * ARCHIVE KEYED ON BLANKS WOULD BE UNFINDABLE AND THE DELETES
      * UNRECOVERABLE.
      *
      * NOTHING IS SWEPT UNTIL THE RUN LEDGER (run-ledger.txt) SHOWS
      * A CLEAN SEASON CONSOLIDATION OF THIS CONTEST, NOT OVERTAKEN BY
      * A LATER RE-DERIVATION CHECK - ONCE THE WORKING FILES ARE GONE
      * THE CONTEST CAN NO LONGER BE FOLDED INTO THE SEASON. THE RUN
      * IS LEDGERED WITH THE LINES READ IN AND COPIED OUT.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = EVERY LISTED FILE
      * ARCHIVED, 4 = SOME FILES WERE ALREADY MISSING, 16 = NO
      * CONTEST ID - NOTHING TOUCHED, 20 = REFUSED - NO CLEAN SEASON
      * RUN FOR THIS CONTEST ON THE RUN LEDGER; NOTHING TOUCHED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT MANIFEST ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE SHARED RUN LEDGER - ONE ROW APPENDED FOR EVERY RUN OF THIS
      * STEP (SEE WRITE-LEDGER-ENTRY), AND READ BACK TO CHECK THE STEP
      * BEFORE THIS ONE FINISHED CLEANLY (SEE CHECK-LEDGER-UPSTREAM).
               SELECT LEDGER-FILE ASSIGN TO 'run-ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * WIDE ENOUGH FOR THE WIDEST WORKING RECORD (THE CSV HEADER).
           FD MANIFEST.
           01 MANIFEST-LINE PIC X(100).

           FD LEDGER-FILE.
           01 LEDGER-RECORD PIC X(66).

           WORKING-STORAGE SECTION.
           01 WS-WORK-FILENAME PIC X(40) VALUE SPACES.
           01 WS-ARCH-FILENAME PIC X(50) VALUE SPACES.
              05 FILL PIC X(30) VALUE "standings-prev.txt".
              05 FILL PIC X(30) VALUE "results-attestation.txt".
              05 FILL PIC X(30) VALUE "timeline-report.txt".
              05 FILL PIC X(30) VALUE "balloon-dispatch.txt".
              05 FILL PIC X(30) VALUE "awards-listing.txt".
              05 FILL PIC X(30) VALUE "award-certificates.txt".
              05 FILL PIC X(30) VALUE "integrity-screening.txt".
              05 FILL PIC X(30) VALUE "preflight-report.txt".
              05 FILL PIC X(30) VALUE "scoreboard-events.txt".
              05 FILL PIC X(30) VALUE "scoreboard-events-full.txt".
           01 ARCHIVE-FILE-TABLE REDEFINES ARCHIVE-FILE-LIST.
              05 ARCHIVE-FILE-NAME PIC X(30) OCCURS 25 TIMES.
           01 WS-FILE-I PIC 9(2) VALUE ZERO.

           01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
           01 BLANK-LINE PIC X(1) VALUE SPACES.
           01 WS-RETURN-CODE PIC 9(2) VALUE ZERO.

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
           01 WS-LEDGER-STEP PIC X(8) VALUE "ARCHIVE".
           01 WS-LEDGER-UPSTREAM PIC X(8) VALUE "SEASON".
           01 WS-LEDGER-STALE-STEP PIC X(8) VALUE "RESCHECK".
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
           PERFORM PEEK-CONTEST-ID.
           MOVE WS-CONTEST-ID TO WS-LEDGER-CONTEST-ID.
           IF WS-CONTEST-ID = SPACES
               DISPLAY "NO CONTEST ID ON THE FEED HEADER OR THE "
                   "RESULTS EXPORT - NOTHING ARCHIVED, NOTHING "
                   "DELETED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
           PERFORM CHECK-LEDGER-UPSTREAM.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING FUNCTION TRIM(WS-CONTEST-ID) DELIMITED BY SIZE
               ".manifest.txt" DELIMITED BY SIZE
           WRITE MANIFEST-LINE FROM MANIFEST-HEADING.
           WRITE MANIFEST-LINE FROM BLANK-LINE.
           PERFORM ARCHIVE-ONE-FILE
               VARYING WS-FILE-I FROM 1 BY 1 UNTIL WS-FILE-I > 25.
           WRITE MANIFEST-LINE FROM BLANK-LINE.
           MOVE WS-ARCHIVED-COUNT TO WS-MAN-ARCHIVED.
           MOVE WS-MISSING-COUNT TO WS-MAN-MISSING.
           DISPLAY "CONTEST " WS-CONTEST-ID " ARCHIVED - "
               "WORKING DIRECTORY CLEARED FOR THE NEXT CONTEST".
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-LEDGER-ENTRY.
       STOP RUN.

      * THE ARCHIVE KEY COMES FROM THE FEED HEADER, THE SAME
               CLOSE ARCH-OUT
               CALL "CBL_DELETE_FILE" USING WS-WORK-FILENAME
               ADD 1 TO WS-ARCHIVED-COUNT
               ADD WS-LINE-COUNT TO WS-LEDGER-IN
               ADD WS-LINE-COUNT TO WS-LEDGER-OUT
               MOVE ARCHIVE-FILE-NAME(WS-FILE-I) TO WS-MAN-FILE
               MOVE "LINES: " TO WS-MAN-LINES-TEXT
               MOVE WS-LINE-COUNT TO WS-MAN-LINES
               END-READ
               GO TO COPY-ONE-LINE
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
