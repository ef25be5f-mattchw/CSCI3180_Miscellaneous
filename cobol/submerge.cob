      * EVERY SITE, MERGED OR NOT, GETS ITS LINE ON THE MERGE LISTING
      * (merge-listing.txt).
      *
      * AS THE FIRST STEP OF THE CONTEST CHAIN THIS JOB NEEDS NOTHING
      * BEFORE IT, BUT IT OPENS THE CONTEST'S ROW ON THE RUN LEDGER
      * (run-ledger.txt) UNDER SITE 1'S CONTEST ID - EVERY RECORD
      * READ ACROSS THE SITES IN, EVERY COMBINED DETAIL OUT - AND
      * SUBEDIT WILL NOT START FOR A CONTEST UNTIL THAT ROW SAYS 0.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = ALL PRESENT SITES MERGED,
      * 8 = A SITE OUT OF BALANCE, A CONTEST ID MISMATCH, OR NO SITE
      * 1 EXTRACT - COMBINED FILE LEFT EMPTY.
               SELECT MERGE-LISTING ASSIGN TO 'merge-listing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE SHARED RUN LEDGER - ONE ROW APPENDED FOR EVERY RUN OF THIS
      * STEP (SEE WRITE-LEDGER-ENTRY).
               SELECT LEDGER-FILE ASSIGN TO 'run-ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SITE-EXTRACT.
           FD MERGE-LISTING.
           01 LISTING-LINE PIC X(100).

           FD LEDGER-FILE.
           01 LEDGER-RECORD PIC X(66).

           WORKING-STORAGE SECTION.
           01 WS-SITE-FILENAME PIC X(40) VALUE SPACES.
           01 WS-SITE-STATUS PIC X(2).
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
           01 WS-LEDGER-STEP PIC X(8) VALUE "SUBMERGE".
           01 WS-LEDGER-START-DATE PIC 9(8) VALUE ZERO.
           01 WS-LEDGER-START-TIME PIC 9(6) VALUE ZERO.
           01 WS-LEDGER-CLOCK PIC 9(8) VALUE ZERO.
           01 WS-LEDGER-IN PIC 9(7) VALUE ZERO.
           01 WS-LEDGER-OUT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM START-LEDGER-ENTRY.
           OPEN OUTPUT MERGE-LISTING.
           WRITE LISTING-LINE FROM LISTING-HEADING.
           WRITE LISTING-LINE FROM BLANK-LINE.
           IF WS-MERGE-OK-SW = 'N'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE WSITE-CONTEST-ID(1) TO WS-LEDGER-CONTEST-ID.
           MOVE WS-COMBINED-COUNT TO WS-LEDGER-OUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-LEDGER-ENTRY.
       STOP RUN.

       BUILD-SITE-FILENAME.
               MOVE WS-SITE-NUM TO WS-LST-SITE
               MOVE "RECORDS: " TO WS-LST-RECORDS-TEXT
               MOVE WSITE-COUNT(WS-SITE-NUM) TO WS-LST-RECORDS
               ADD WSITE-COUNT(WS-SITE-NUM) TO WS-LEDGER-IN
               IF WSITE-BALANCED-SW(WS-SITE-NUM) = 'N'
                   MOVE 'N' TO WS-MERGE-OK-SW
                   MOVE "OUT OF BALANCE WITH ITS TRAILER - MERGE HELD"
                   ADD WS-SCORE-NUM TO WS-COMBINED-HASH
               END-IF
           END-IF.

      * RUN LEDGER. THE START STAMP IS TAKEN BEFORE ANYTHING ELSE SO
      * THE ROW COVERS THE WHOLE RUN; THE TIME OF DAY COMES BACK AS
      * HHMMSSHH AND THE HUNDREDTHS ARE DROPPED.
       START-LEDGER-ENTRY.
           ACCEPT WS-LEDGER-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-CLOCK FROM TIME.
           DIVIDE WS-LEDGER-CLOCK BY 100 GIVING WS-LEDGER-START-TIME.

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
