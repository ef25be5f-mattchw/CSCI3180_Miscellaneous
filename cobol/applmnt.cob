       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLMNT.

      * APPEALS REGISTER MAINTENANCE. TEAMS APPEAL VERDICTS, AND THE
      * JUDGES' DECISIONS USED TO TURN UP AS BARE LINES ON
      * adjustments.txt WITH NOTHING TO SAY WHY A LINE WAS THERE, WHO
      * APPROVED IT, OR WHICH APPEALS WERE STILL WAITING FOR A RULING.
      * EVERY APPEAL IS NOW A CASE RECORD ON ITS OWN INDEXED REGISTER
      * (appeals-register.dat) KEYED ON THE FIVE-DIGIT CASE NUMBER,
      * THE SAME SHAPE PROBMNT KEEPS FOR problem-master.dat AND
      * MAINTAINED ONLY THROUGH THIS PROGRAM. A CASE NAMES THE CONTEST
      * AND THE SUBMISSION APPEALED (TEAM, PROBLEM, SUBMIT TIME), THE
      * GROUNDS, ITS STATUS - OPEN, UPHELD OR DENIED - AND THE JUDGE
      * WHO DECIDED IT, WITH THE DATES IT WAS FILED AND DECIDED.
      *
      * EVERY adjustments.txt ROW NOW CARRIES THE NUMBER OF THE CASE
      * IT CARRIES OUT. THE SCORING RUN REFUSES ANY ADJUSTMENT WHOSE
      * CASE IS NOT ON THIS REGISTER AS UPHELD FOR THAT SAME CONTEST
      * AND SUBMISSION, AND SEASON AND AWARDS REFUSE TO FINALISE A
      * CONTEST THAT STILL HAS AN OPEN CASE. APPLRPT PRINTS THE
      * REGISTER FOR THE CONTEST DIRECTOR.
      *
      * TRANSACTIONS ARRIVE ON appeal-transactions.txt, ONE PER LINE:
      *   'A' FILES A NEW CASE - CONTEST, TEAM, PROBLEM, SUBMIT TIME
      *       AND GROUNDS ARE ALL REQUIRED. A NEW CASE IS ALWAYS OPEN;
      *       ITS RULING IS A SEPARATE 'D'.
      *   'C' CHANGES THE NON-BLANK FIELDS OF AN OPEN CASE. ONCE A
      *       CASE IS DECIDED ITS FACTS ARE FROZEN - AN ADJUSTMENT
      *       MAY ALREADY BE RELYING ON THEM.
      *   'D' DECIDES AN OPEN CASE - STATUS U (UPHELD) OR D (DENIED)
      *       AND THE DECIDING JUDGE ARE BOTH REQUIRED.
      *   'R' REOPENS A DECIDED CASE (A RULING REVERSED ON REVIEW),
      *       CLEARING THE JUDGE AND THE DECISION DATE.
      * EVERY TRANSACTION, APPLIED OR REJECTED, GETS A LINE ON THE
      * EDIT LISTING (appeal-maint-listing.txt) SHOWING EXACTLY WHAT
      * CHANGED.
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = ALL TRANSACTIONS APPLIED,
      * 4 = A TRANSACTION WAS REJECTED (READ THE LISTING), 16 = THE
      * REGISTER COULD NOT BE OPENED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPTIONAL APPEALS-REGISTER
               ASSIGN TO 'appeals-register.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CASE
               FILE STATUS IS WS-APPEALS-STATUS.

               SELECT APPEAL-TRANS ASSIGN TO 'appeal-transactions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

               SELECT MAINT-LISTING
               ASSIGN TO 'appeal-maint-listing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      * ONE CASE - THE SAME 110 BYTES EVERYWHERE THE REGISTER IS READ
      * (ASG1, SEASON, AWARDS, APPLRPT).
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

           FD APPEAL-TRANS.
           01 TRANS-RECORD.
              05 TRN-ACTION PIC X(1).
              05 TRN-CASE PIC X(5).
              05 TRN-CONTEST-ID PIC X(8).
              05 TRN-TEAM PIC X(15).
              05 TRN-PROB PIC X(1).
              05 TRN-TIME PIC X(4).
              05 TRN-GROUNDS PIC X(40).
              05 TRN-STATUS PIC X(1).
              05 TRN-JUDGE PIC X(20).

           FD MAINT-LISTING.
           01 LISTING-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-APPEALS-STATUS PIC X(2).
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-TRANS-EOF PIC A(1) VALUE 'N'.
           01 WS-FOUND-SW PIC X(1) VALUE 'N'.

           01 WS-TRANS.
              05 WS-TRN-ACTION PIC X(1).
              05 WS-TRN-CASE PIC X(5).
              05 WS-TRN-CONTEST-ID PIC X(8).
              05 WS-TRN-TEAM PIC X(15).
              05 WS-TRN-PROB PIC X(1).
              05 WS-TRN-TIME PIC X(4).
              05 WS-TRN-GROUNDS PIC X(40).
              05 WS-TRN-STATUS PIC X(1).
              05 WS-TRN-JUDGE PIC X(20).

           01 WS-TODAY PIC 9(8) VALUE ZERO.
           01 WS-STATUS-TEXT PIC X(7) VALUE SPACES.

           01 WS-TRANS-READ PIC 9(4) VALUE ZERO.
           01 WS-TRANS-APPLIED PIC 9(4) VALUE ZERO.
           01 WS-TRANS-REJECTED PIC 9(4) VALUE ZERO.
           01 WS-REJECT-REASON PIC X(62) VALUE SPACES.

           01 LISTING-HEADING.
              05 FILL PIC X(100) VALUE
                 "APPEALS REGISTER MAINTENANCE - EDIT LISTING".
           01 WS-LISTING-DETAIL.
              05 WS-LST-ACTION PIC X(10).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-LST-CASE PIC X(5).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-LST-TEAM PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-LST-RESULT PIC X(62).
           01 WS-LISTING-FIELD.
              05 FILL PIC X(4) VALUE SPACES.
              05 WS-LSF-LABEL PIC X(12).
              05 WS-LSF-OLD PIC X(40).
              05 FILL PIC X(4) VALUE " -> ".
              05 WS-LSF-NEW PIC X(40).
           01 WS-LISTING-TOTALS.
              05 FILL PIC X(14) VALUE "TRANSACTIONS: ".
              05 WS-LST-READ PIC ZZZ9.
              05 FILL PIC X(10) VALUE "  APPLIED:".
              05 WS-LST-APPLIED PIC ZZZ9.
              05 FILL PIC X(11) VALUE "  REJECTED:".
              05 WS-LST-REJECTED PIC ZZZ9.
           01 BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT MAINT-LISTING.
           WRITE LISTING-LINE FROM LISTING-HEADING.
           WRITE LISTING-LINE FROM BLANK-LINE.
           OPEN I-O APPEALS-REGISTER.
           IF WS-APPEALS-STATUS NOT EQUAL "00"
               AND WS-APPEALS-STATUS NOT EQUAL "05"
               DISPLAY "CANNOT OPEN APPEALS-REGISTER.DAT - STATUS "
                   WS-APPEALS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT APPEAL-TRANS.
           IF WS-TRANS-STATUS EQUAL "00"
               PERFORM PROCESS-TRANSACTIONS
               CLOSE APPEAL-TRANS
           ELSE
               MOVE "NO TRANSACTION FILE" TO WS-LISTING-DETAIL
               WRITE LISTING-LINE FROM WS-LISTING-DETAIL
           END-IF.
           CLOSE APPEALS-REGISTER.
           WRITE LISTING-LINE FROM BLANK-LINE.
           MOVE WS-TRANS-READ TO WS-LST-READ.
           MOVE WS-TRANS-APPLIED TO WS-LST-APPLIED.
           MOVE WS-TRANS-REJECTED TO WS-LST-REJECTED.
           WRITE LISTING-LINE FROM WS-LISTING-TOTALS.
           CLOSE MAINT-LISTING.
           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       PROCESS-TRANSACTIONS.
           IF WS-TRANS-EOF = 'N'
               READ APPEAL-TRANS INTO WS-TRANS
                   AT END MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
               GO TO PROCESS-TRANSACTIONS
           END-IF.

      * THE CASE NUMBER IS WHAT adjustments.txt QUOTES, SO ANYTHING
      * BUT FIVE DIGITS (OR ALL ZEROS, WHICH IS HOW AN UNFILLED
      * NUMBER TENDS TO ARRIVE) IS REJECTED UP FRONT FOR EVERY
      * ACTION CODE.
       APPLY-ONE-TRANSACTION.
           IF WS-TRN-CASE IS NOT NUMERIC OR WS-TRN-CASE = "00000"
               MOVE "CASE NUMBER MUST BE FIVE DIGITS, NOT ALL ZERO"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECTED-TRANS
           ELSE
               IF WS-TRN-ACTION = 'A'
                   PERFORM APPLY-ADD
               ELSE
                   IF WS-TRN-ACTION = 'C'
                       PERFORM APPLY-CHANGE
                   ELSE
                       IF WS-TRN-ACTION = 'D'
                           PERFORM APPLY-DECIDE
                       ELSE
                           IF WS-TRN-ACTION = 'R'
                               PERFORM APPLY-REOPEN
                           ELSE
                               MOVE
                           "UNKNOWN ACTION CODE - MUST BE A, C, D OR R"
                                   TO WS-REJECT-REASON
                               PERFORM LOG-REJECTED-TRANS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ONE LINE ON THE EDIT LISTING FOR A TRANSACTION THAT COULD NOT
      * BE APPLIED - THE CALLER LEAVES ITS REASON IN WS-REJECT-REASON.
       LOG-REJECTED-TRANS.
           MOVE "REJECTED" TO WS-LST-ACTION.
           MOVE WS-TRN-CASE TO WS-LST-CASE.
           MOVE WS-TRN-TEAM TO WS-LST-TEAM.
           MOVE WS-REJECT-REASON TO WS-LST-RESULT.
           WRITE LISTING-LINE FROM WS-LISTING-DETAIL.
           ADD 1 TO WS-TRANS-REJECTED.

       LOG-APPLIED-TRANS.
           MOVE WS-TRN-CASE TO WS-LST-CASE.
           MOVE APL-TEAM TO WS-LST-TEAM.
           WRITE LISTING-LINE FROM WS-LISTING-DETAIL.
           ADD 1 TO WS-TRANS-APPLIED.

      * FETCHES THE TRANSACTION'S CASE BY KEYED READ. LEAVES THE
      * RECORD IN APPEAL-RECORD AND WS-FOUND-SW 'Y', OR 'N' WHEN NO
      * CASE HAS THAT NUMBER.
       READ-CASE-BY-KEY.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-TRN-CASE TO APL-CASE.
           READ APPEALS-REGISTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.

      * A NEW CASE NEEDS EVERYTHING THAT IDENTIFIES THE SUBMISSION -
      * THE SCORING RUN MATCHES ITS ADJUSTMENT AGAINST THESE FIELDS -
      * AND THE GROUNDS. A STATUS OTHER THAN BLANK OR O IS REJECTED
      * RATHER THAN IGNORED, SO NOBODY BELIEVES A CASE WAS DECIDED ON
      * THE SAME LINE THAT FILED IT.
       APPLY-ADD.
           IF WS-TRN-CONTEST-ID = SPACES OR WS-TRN-TEAM = SPACES
               OR WS-TRN-PROB IS NOT NUMERIC
               OR WS-TRN-TIME IS NOT NUMERIC
               OR WS-TRN-GROUNDS = SPACES
               MOVE
               "ADD IGNORED - CONTEST, TEAM, PROB, TIME, GROUNDS NEEDED"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECTED-TRANS
           ELSE
               IF WS-TRN-STATUS NOT EQUAL SPACE
                   AND WS-TRN-STATUS NOT EQUAL 'O'
                   MOVE "ADD IGNORED - A NEW CASE IS OPEN; RULE WITH D"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED-TRANS
               ELSE
                   MOVE WS-TRN-CASE TO APL-CASE
                   MOVE WS-TRN-CONTEST-ID TO APL-CONTEST-ID
                   MOVE WS-TRN-TEAM TO APL-TEAM
                   MOVE WS-TRN-PROB TO APL-PROB
                   MOVE WS-TRN-TIME TO APL-TIME
                   MOVE WS-TRN-GROUNDS TO APL-GROUNDS
                   MOVE 'O' TO APL-STATUS
                   MOVE SPACES TO APL-JUDGE
                   MOVE WS-TODAY TO APL-FILED-DATE
                   MOVE ZERO TO APL-DECIDED-DATE
                   WRITE APPEAL-RECORD
                       INVALID KEY
                           MOVE
                              "ADD IGNORED - CASE ALREADY ON REGISTER"
                               TO WS-REJECT-REASON
                           PERFORM LOG-REJECTED-TRANS
                       NOT INVALID KEY
                           MOVE "FILED" TO WS-LST-ACTION
                           MOVE WS-TRN-GROUNDS TO WS-LST-RESULT
                           PERFORM LOG-APPLIED-TRANS
                   END-WRITE
               END-IF
           END-IF.

      * A CHANGE ONLY TOUCHES THE FIELDS THE TRANSACTION FILLED IN,
      * AS PROBMNT DOES, WITH ONE OLD -> NEW LINE PER FIELD. STATUS
      * AND JUDGE ARE NOT CHANGED HERE - THAT IS WHAT 'D' AND 'R' ARE
      * FOR.
       APPLY-CHANGE.
           PERFORM READ-CASE-BY-KEY.
           IF WS-FOUND-SW = 'N'
               MOVE "CHANGE IGNORED - CASE NOT ON REGISTER"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECTED-TRANS
           ELSE
               IF NOT APL-OPEN
                   MOVE "CHANGE IGNORED - CASE ALREADY DECIDED"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED-TRANS
               ELSE
                   IF (WS-TRN-PROB NOT EQUAL SPACE
                       AND WS-TRN-PROB IS NOT NUMERIC)
                       OR (WS-TRN-TIME NOT EQUAL SPACES
                       AND WS-TRN-TIME IS NOT NUMERIC)
                       MOVE "CHANGE IGNORED - PROB OR TIME NOT NUMERIC"
                           TO WS-REJECT-REASON
                       PERFORM LOG-REJECTED-TRANS
                   ELSE
                       PERFORM APPLY-CASE-CHANGES
                   END-IF
               END-IF
           END-IF.

       APPLY-CASE-CHANGES.
           MOVE "CHANGED" TO WS-LST-ACTION.
           MOVE SPACES TO WS-LST-RESULT.
           PERFORM LOG-APPLIED-TRANS.
           IF WS-TRN-CONTEST-ID NOT EQUAL SPACES
               MOVE "CONTEST:" TO WS-LSF-LABEL
               MOVE APL-CONTEST-ID TO WS-LSF-OLD
               MOVE WS-TRN-CONTEST-ID TO WS-LSF-NEW
               WRITE LISTING-LINE FROM WS-LISTING-FIELD
               MOVE WS-TRN-CONTEST-ID TO APL-CONTEST-ID
           END-IF.
           IF WS-TRN-TEAM NOT EQUAL SPACES
               MOVE "TEAM:" TO WS-LSF-LABEL
               MOVE APL-TEAM TO WS-LSF-OLD
               MOVE WS-TRN-TEAM TO WS-LSF-NEW
               WRITE LISTING-LINE FROM WS-LISTING-FIELD
               MOVE WS-TRN-TEAM TO APL-TEAM
           END-IF.
           IF WS-TRN-PROB NOT EQUAL SPACE
               MOVE "PROBLEM:" TO WS-LSF-LABEL
               MOVE APL-PROB TO WS-LSF-OLD
               MOVE WS-TRN-PROB TO WS-LSF-NEW
               WRITE LISTING-LINE FROM WS-LISTING-FIELD
               MOVE WS-TRN-PROB TO APL-PROB
           END-IF.
           IF WS-TRN-TIME NOT EQUAL SPACES
               MOVE "SUBMIT TIME:" TO WS-LSF-LABEL
               MOVE APL-TIME TO WS-LSF-OLD
               MOVE WS-TRN-TIME TO WS-LSF-NEW
               WRITE LISTING-LINE FROM WS-LISTING-FIELD
               MOVE WS-TRN-TIME TO APL-TIME
           END-IF.
           IF WS-TRN-GROUNDS NOT EQUAL SPACES
               MOVE "GROUNDS:" TO WS-LSF-LABEL
               MOVE APL-GROUNDS TO WS-LSF-OLD
               MOVE WS-TRN-GROUNDS TO WS-LSF-NEW
               WRITE LISTING-LINE FROM WS-LISTING-FIELD
               MOVE WS-TRN-GROUNDS TO APL-GROUNDS
           END-IF.
           REWRITE APPEAL-RECORD.

      * THE RULING. ONLY AN OPEN CASE CAN BE DECIDED - CHANGING A
      * RULING IS A REOPEN FOLLOWED BY A FRESH DECISION, SO BOTH
      * STEPS SHOW ON THE LISTING.
       APPLY-DECIDE.
           PERFORM READ-CASE-BY-KEY.
           IF WS-FOUND-SW = 'N'
               MOVE "DECISION IGNORED - CASE NOT ON REGISTER"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECTED-TRANS
           ELSE
               IF NOT APL-OPEN
                   MOVE "DECISION IGNORED - CASE ALREADY DECIDED"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED-TRANS
               ELSE
                   IF (WS-TRN-STATUS NOT EQUAL 'U'
                       AND WS-TRN-STATUS NOT EQUAL 'D')
                       OR WS-TRN-JUDGE = SPACES
                       MOVE
                   "DECISION IGNORED - STATUS U/D AND JUDGE NEEDED"
                           TO WS-REJECT-REASON
                       PERFORM LOG-REJECTED-TRANS
                   ELSE
                       MOVE "DECIDED" TO WS-LST-ACTION
                       MOVE SPACES TO WS-LST-RESULT
                       PERFORM LOG-APPLIED-TRANS
                       MOVE "STATUS:" TO WS-LSF-LABEL
                       PERFORM SET-STATUS-TEXT
                       MOVE WS-STATUS-TEXT TO WS-LSF-OLD
                       MOVE WS-TRN-STATUS TO APL-STATUS
                       PERFORM SET-STATUS-TEXT
                       MOVE WS-STATUS-TEXT TO WS-LSF-NEW
                       WRITE LISTING-LINE FROM WS-LISTING-FIELD
                       MOVE "JUDGE:" TO WS-LSF-LABEL
                       MOVE APL-JUDGE TO WS-LSF-OLD
                       MOVE WS-TRN-JUDGE TO WS-LSF-NEW
                       WRITE LISTING-LINE FROM WS-LISTING-FIELD
                       MOVE WS-TRN-JUDGE TO APL-JUDGE
                       MOVE WS-TODAY TO APL-DECIDED-DATE
                       REWRITE APPEAL-RECORD
                   END-IF
               END-IF
           END-IF.

      * A REOPENED CASE IS OPEN AGAIN IN EVERY RESPECT - ANY
      * ADJUSTMENT QUOTING IT IS REFUSED AND ITS CONTEST CANNOT BE
      * FINALISED UNTIL IT IS DECIDED AFRESH.
       APPLY-REOPEN.
           PERFORM READ-CASE-BY-KEY.
           IF WS-FOUND-SW = 'N'
               MOVE "REOPEN IGNORED - CASE NOT ON REGISTER"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECTED-TRANS
           ELSE
               IF APL-OPEN
                   MOVE "REOPEN IGNORED - CASE IS ALREADY OPEN"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED-TRANS
               ELSE
                   MOVE "REOPENED" TO WS-LST-ACTION
                   MOVE SPACES TO WS-LST-RESULT
                   PERFORM LOG-APPLIED-TRANS
                   MOVE "STATUS:" TO WS-LSF-LABEL
                   PERFORM SET-STATUS-TEXT
                   MOVE WS-STATUS-TEXT TO WS-LSF-OLD
                   MOVE 'O' TO APL-STATUS
                   PERFORM SET-STATUS-TEXT
                   MOVE WS-STATUS-TEXT TO WS-LSF-NEW
                   WRITE LISTING-LINE FROM WS-LISTING-FIELD
                   MOVE "JUDGE:" TO WS-LSF-LABEL
                   MOVE APL-JUDGE TO WS-LSF-OLD
                   MOVE SPACES TO WS-LSF-NEW
                   WRITE LISTING-LINE FROM WS-LISTING-FIELD
                   MOVE SPACES TO APL-JUDGE
                   MOVE ZERO TO APL-DECIDED-DATE
                   REWRITE APPEAL-RECORD
               END-IF
           END-IF.

       SET-STATUS-TEXT.
           MOVE "OPEN" TO WS-STATUS-TEXT.
           IF APL-UPHELD
               MOVE "UPHELD" TO WS-STATUS-TEXT
           END-IF.
           IF APL-DENIED
               MOVE "DENIED" TO WS-STATUS-TEXT
           END-IF.
