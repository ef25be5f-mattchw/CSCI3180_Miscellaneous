      * THIS PROGRAM MUST NEVER BLESS A SHORT FEED WITH A FRESHLY
      * COMPUTED TRAILER THAT HIDES THE LOSS.
      *
      * THE EXTRACT IS ONLY EDITED WHEN THE RUN LEDGER
      * (run-ledger.txt) SHOWS A CLEAN SUBMERGE RUN FOR THE CONTEST
      * ID ON ITS HEADER - A SINGLE-SITE CONTEST GOES THROUGH SUBMERGE
      * TOO, AS SITE 1 ON ITS OWN. EACH RUN LEDGERS ITS OWN ROW: RAW
      * DETAILS READ IN, CLEAN DETAILS KEPT OUT.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = ALL RECORDS CLEAN,
      * 4 = SOME RECORDS BOUNCED TO THE EXCEPTIONS LISTING,
      * 8 = RAW FEED OUT OF BALANCE WITH ITS TRAILER (OR NO TRAILER),
      * 20 = REFUSED - NO CLEAN SUBMERGE RUN FOR THIS CONTEST ON THE
      * RUN LEDGER; NOTHING WRITTEN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.

      * THE SHARED RUN LEDGER - ONE ROW APPENDED FOR EVERY RUN OF THIS
      * STEP (SEE WRITE-LEDGER-ENTRY), AND READ BACK TO CHECK THE STEP
      * BEFORE THIS ONE FINISHED CLEANLY (SEE CHECK-LEDGER-UPSTREAM).
               SELECT LEDGER-FILE ASSIGN TO 'run-ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * 44 BYTES, NOT 42 - A MERGED MULTI-SITE EXTRACT (SEE
           FD CONTROL-FILE.
           01 CONTROL-FILE-LINE PIC X(50).

           FD LEDGER-FILE.
           01 LEDGER-RECORD PIC X(66).

           WORKING-STORAGE SECTION.
           01 WS-RAW-STATUS PIC X(2).
           01 WS-STATUS PIC X(2).
           01 WS-RAW-HDR REDEFINES WS-RAW.
              05 WS-HDR-TYPE PIC X(3).
                 88 WS-HDR-RECORD VALUE "HDR".
              05 WS-HDR-CONTEST-ID PIC X(8).
              05 WS-HDR-REST PIC X(33).
           01 WS-RAW-TRL REDEFINES WS-RAW.
              05 WS-TRL-TYPE PIC X(3).
                 88 WS-TRL-RECORD VALUE "TRL".
           01 BLANK-LINE PIC X(1) VALUE SPACES.
           01 WS-RETURN-CODE PIC 9(1) VALUE ZERO.

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
           01 WS-LEDGER-STEP PIC X(8) VALUE "SUBEDIT".
           01 WS-LEDGER-UPSTREAM PIC X(8) VALUE "SUBMERGE".
           01 WS-LEDGER-STALE-STEP PIC X(8) VALUE SPACES.
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
           PERFORM LOAD-CONTROL.
           COMPUTE WS-WINDOW-END = WS-WINDOW-START + WS-WINDOW-LENGTH.
           OPEN INPUT RAW-SUBMIT.
               DISPLAY "CANNOT OPEN SUBMISSION-EXTRACT.TXT - STATUS "
                   WS-RAW-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-LEDGER-ENTRY
               STOP RUN
           END-IF.
           PERFORM PEEK-FEED-CONTEST-ID.
           PERFORM CHECK-LEDGER-UPSTREAM.
           OPEN INPUT RAW-SUBMIT.
           OPEN OUTPUT CLEAN-SUBMIT.
           OPEN OUTPUT EXCEPTION-REPORT.
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING.
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-READ-COUNT TO WS-LEDGER-IN.
           MOVE WS-KEPT-COUNT TO WS-LEDGER-OUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-LEDGER-ENTRY.
       STOP RUN.

      * SAME OPTIONAL-CONTROL-FILE SHAPE THE SCORING JOB USES - LINES
               END-IF
           END-IF.

      * THE CONTEST ID THE LEDGER GATE NEEDS SITS ON THE HEADER, THE
      * FIRST RECORD OF THE EXTRACT - READ IT AND CLOSE; MAIN REOPENS
      * THE EXTRACT PAST THE GATE SO THE EDIT PASS STARTS FROM THE
      * TOP. A FEED WITH NO HEADER LEAVES THE ID BLANK, AND NO CLEAN
      * SUBMERGE RUN IS EVER LEDGERED UNDER A BLANK ID, SO SUCH A
      * FEED IS REFUSED AT THE GATE.
       PEEK-FEED-CONTEST-ID.
           READ RAW-SUBMIT INTO WS-RAW
               AT END CONTINUE
               NOT AT END
                   IF WS-HDR-RECORD
                       MOVE WS-HDR-CONTEST-ID TO WS-LEDGER-CONTEST-ID
                   END-IF
           END-READ.
           CLOSE RAW-SUBMIT.

       EDIT-SUBMISSIONS.
           IF WS-RAW-EOF = 'N'
               READ RAW-SUBMIT INTO WS-RAW
                       " BUT SCORES SUM TO " WS-RAW-HASH
               END-IF
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
