       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBMNT.

      * CONTESTANT MEMBER MASTER MAINTENANCE. THE TEAM MASTER KNOWS A
      * TEAM'S INSTITUTION, DIVISION AND COACH BUT NOT WHO IS ACTUALLY
      * ON IT - ELIGIBILITY (THREE STUDENTS PER TEAM, ONE TEAM PER
      * STUDENT, STUDENTS FROM THE TEAM'S OWN INSTITUTION, A LIMIT ON
      * YEARS OF COMPETITION) WAS CHECKED BY HAND FROM REGISTRATION
      * FORMS. THE MEMBERS NOW LIVE ON THEIR OWN INDEXED MASTER
      * (member-master.dat) KEYED ON STUDENT ID PLUS TEAM NAME, WITH
      * TEAM NAME ALSO AN ALTERNATE KEY SO THE SCORING RUN CAN PULL A
      * TEAM'S MEMBERS FOR THE COACH LETTERS WITH ONE START. THE TEAM
      * IS PART OF THE PRIMARY KEY ON PURPOSE - A STUDENT REGISTERED
      * ON TWO TEAMS MUST BE STORABLE SO THE CROSS-CHECK BELOW CAN
      * REPORT IT, RATHER THAN THE SECOND REGISTRATION SILENTLY
      * BOUNCING OFF A DUPLICATE KEY.
      *
      * TRANSACTIONS ARRIVE ON member-transactions.txt, ONE PER LINE -
      * 'A' ADDS A STUDENT TO A TEAM (THE TEAM MUST BE ON THE TEAM
      * MASTER, AND A BLANK INSTITUTION DEFAULTS TO THE TEAM'S), 'C'
      * CHANGES THE NON-BLANK FIELDS OF AN EXISTING MEMBERSHIP, AND
      * 'D' DROPS A STUDENT FROM A TEAM. MOVING A STUDENT TO ANOTHER
      * TEAM IS A 'D' FOLLOWED BY AN 'A', SINCE THE TEAM IS PART OF
      * THE KEY. EVERY TRANSACTION, APPLIED OR REJECTED, GETS A LINE
      * ON THE EDIT LISTING (member-maint-listing.txt).
      *
      * AFTER THE TRANSACTIONS THE WHOLE MEMBER MASTER IS CROSS-CHECKED
      * AGAINST team-master.dat AND EVERY PROBLEM IS FLAGGED ON THE
      * SAME LISTING - A STUDENT ON MORE THAN ONE ACTIVE TEAM, AN
      * ACTIVE TEAM WITH MORE THAN THREE MEMBERS OR NONE AT ALL, A
      * MEMBER WHOSE INSTITUTION DIFFERS FROM THE TEAM'S
      * TM-INSTITUTION, A MEMBER WHOSE TEAM IS NOT ON THE TEAM MASTER
      * (A TEAMMNT RENAME LEAVES ITS MEMBERS UNDER THE OLD NAME UNTIL
      * THEY ARE DROPPED AND RE-ADDED), AND A MEMBER PAST THE LIMIT ON
      * YEARS OF COMPETITION. WITHDRAWN TEAMS ARE NOT CHECKED FOR SIZE,
      * INSTITUTION OR ELIGIBILITY - THEY ARE NOT COMPETING. THE FLAGS
      * ARE ADVISORY: NOTHING IS CHANGED ON EITHER MASTER.
      *
      * member-control.txt (OPTIONAL) - LINE 1 THE SEASON YEAR (4
      * DIGITS, DEFAULT THE CURRENT YEAR), LINE 2 THE MAXIMUM YEARS OF
      * COMPETITION (2 DIGITS, DEFAULT 5), LINE 3 THE MAXIMUM TEAM SIZE
      * (1 DIGIT, DEFAULT 3). A STUDENT IS IN YEAR (SEASON YEAR - YEAR
      * OF FIRST COMPETITION + 1).
      *
      * RETURN CODES FOR THE SCHEDULER: 0 = ALL TRANSACTIONS APPLIED
      * AND NOTHING FLAGGED, 4 = A TRANSACTION WAS REJECTED OR THE
      * CROSS-CHECK FLAGGED SOMETHING (READ THE LISTING), 16 = A
      * MASTER FILE COULD NOT BE OPENED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPTIONAL MEMBER-FILE
               ASSIGN TO 'member-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-KEY
               ALTERNATE RECORD KEY IS MBR-TEAM WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-STATUS.

               SELECT TEAMS ASSIGN TO 'team-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-NAME
               FILE STATUS IS WS-TEAMS-STATUS.

               SELECT MEMBER-TRANS ASSIGN TO 'member-transactions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

               SELECT MEMBER-CONTROL ASSIGN TO 'member-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

               SELECT MAINT-LISTING
               ASSIGN TO 'member-maint-listing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD MEMBER-FILE.
           01 MEMBER-RECORD.
              05 MBR-KEY.
                 10 MBR-STUDENT-ID PIC X(10).
                 10 MBR-TEAM PIC X(15).
              05 MBR-NAME PIC X(30).
              05 MBR-INSTITUTION PIC X(30).
              05 MBR-FIRST-YEAR PIC 9(4).

           FD TEAMS.
           01 TEAMS-RECORD.
              05 TM-NAME PIC X(15).
              05 TM-INSTITUTION PIC X(30).
              05 TM-DIVISION PIC X(1).
              05 TM-COACH PIC X(30).
              05 TM-STATUS PIC X(1).

           FD MEMBER-TRANS.
           01 TRANS-RECORD.
              05 TRN-ACTION PIC X(1).
              05 TRN-STUDENT-ID PIC X(10).
              05 TRN-TEAM PIC X(15).
              05 TRN-NAME PIC X(30).
              05 TRN-INSTITUTION PIC X(30).
              05 TRN-FIRST-YEAR PIC X(4).

           FD MEMBER-CONTROL.
           01 MEMBER-CONTROL-LINE PIC X(50).

           FD MAINT-LISTING.
           01 LISTING-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-MEMBER-STATUS PIC X(2).
           01 WS-TEAMS-STATUS PIC X(2).
           01 WS-TRANS-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-TRANS-EOF PIC A(1) VALUE 'N'.
           01 WS-CONTROL-EOF PIC A(1) VALUE 'N'.
           01 WS-MEMBER-EOF PIC A(1) VALUE 'N'.
           01 WS-TEAMS-EOF PIC A(1) VALUE 'N'.
           01 WS-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-TEAM-FOUND-SW PIC X(1) VALUE 'N'.
           01 WS-CONTROL-LINE-NUM PIC 9(1) VALUE ZERO.

           01 WS-TRANS.
              05 WS-TRN-ACTION PIC X(1).
              05 WS-TRN-STUDENT-ID PIC X(10).
              05 WS-TRN-TEAM PIC X(15).
              05 WS-TRN-NAME PIC X(30).
              05 WS-TRN-INSTITUTION PIC X(30).
              05 WS-TRN-FIRST-YEAR PIC X(4).

      * THE SEASON BEING CHECKED AND THE ELIGIBILITY LIMITS - SEE THE
      * member-control.txt NOTE ABOVE. THE DEFAULT SEASON YEAR COMES
      * FROM THE SYSTEM DATE.
           01 WS-TODAY.
              05 WS-TODAY-YEAR PIC 9(4).
              05 FILL PIC 9(4).
           01 WS-SEASON-YEAR PIC 9(4) VALUE ZERO.
           01 WS-MAX-YEARS PIC 9(2) VALUE 5.
           01 WS-MAX-TEAM-SIZE PIC 9(1) VALUE 3.
           01 WS-YEARS-COMPETED PIC S9(4) VALUE ZERO.

           01 WS-TRANS-READ PIC 9(4) VALUE ZERO.
           01 WS-TRANS-APPLIED PIC 9(4) VALUE ZERO.
           01 WS-TRANS-REJECTED PIC 9(4) VALUE ZERO.
           01 WS-MEMBERS-CHECKED PIC 9(5) VALUE ZERO.
           01 WS-FLAG-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECT-REASON PIC X(62) VALUE SPACES.
           01 WS-FLAG-TEXT PIC X(62) VALUE SPACES.

      * ONE STUDENT'S RUN OF RECORDS DURING THE CROSS-CHECK - THE
      * MASTER IS READ IN KEY ORDER, SO ALL OF A STUDENT'S TEAMS ARE
      * ADJACENT. WS-FIRST-ACTIVE-TEAM IS THE FIRST ACTIVE TEAM SEEN
      * FOR THE STUDENT, NAMED ON THE FLAG FOR EVERY LATER ONE.
           01 WS-PREV-STUDENT-ID PIC X(10) VALUE SPACES.
           01 WS-FIRST-ACTIVE-TEAM PIC X(15) VALUE SPACES.
           01 WS-ACTIVE-TEAM-COUNT PIC 9(2) VALUE ZERO.

      * MEMBERS COUNTED PER TEAM NAME DURING THE MEMBER PASS, THEN
      * LOOKED UP FOR EACH ACTIVE TEAM DURING THE TEAM PASS. 500
      * ENTRIES MATCHES THE SCORING RUN'S TEAM TABLE.
           01 WS-TEAM-COUNT-TABLE.
              05 WTMC-ENTRY OCCURS 500 TIMES.
                 10 WTMC-NAME PIC X(15).
                 10 WTMC-COUNT PIC 9(3).
           01 WS-TEAM-COUNT-USED PIC 9(3) VALUE ZERO.
           01 WS-TMC-I PIC 9(3) VALUE ZERO.
           01 WS-TMC-SLOT PIC 9(3) VALUE ZERO.
           01 WS-TEAM-MEMBERS PIC 9(3) VALUE ZERO.

           01 WS-EDIT-COUNT PIC ZZ9.
           01 WS-EDIT-YEAR PIC ZZ9.

           01 LISTING-HEADING.
              05 FILL PIC X(100) VALUE
                 "MEMBER MASTER MAINTENANCE - EDIT LISTING".
           01 CHECK-HEADING.
              05 FILL PIC X(31) VALUE
                 "CROSS-CHECK AGAINST TEAM MASTER".
              05 FILL PIC X(15) VALUE " - SEASON YEAR ".
              05 WS-CHK-YEAR PIC 9(4).
              05 FILL PIC X(12) VALUE "  MAX YEARS ".
              05 WS-CHK-MAX-YEARS PIC Z9.
              05 FILL PIC X(16) VALUE "  MAX TEAM SIZE ".
              05 WS-CHK-MAX-SIZE PIC 9.
           01 WS-LISTING-DETAIL.
              05 WS-LST-ACTION PIC X(10).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-LST-STUDENT-ID PIC X(10).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-LST-TEAM PIC X(15).
              05 FILL PIC X(1) VALUE SPACES.
              05 WS-LST-RESULT PIC X(62).
           01 WS-LISTING-FIELD.
              05 FILL PIC X(4) VALUE SPACES.
              05 WS-LSF-LABEL PIC X(12).
              05 WS-LSF-OLD PIC X(30).
              05 FILL PIC X(4) VALUE " -> ".
              05 WS-LSF-NEW PIC X(30).
           01 WS-LISTING-TOTALS.
              05 FILL PIC X(14) VALUE "TRANSACTIONS: ".
              05 WS-LST-READ PIC ZZZ9.
              05 FILL PIC X(10) VALUE "  APPLIED:".
              05 WS-LST-APPLIED PIC ZZZ9.
              05 FILL PIC X(11) VALUE "  REJECTED:".
              05 WS-LST-REJECTED PIC ZZZ9.
           01 WS-CHECK-TOTALS.
              05 FILL PIC X(17) VALUE "MEMBERS CHECKED: ".
              05 WS-LST-CHECKED PIC ZZZZ9.
              05 FILL PIC X(9) VALUE "  FLAGS: ".
              05 WS-LST-FLAGS PIC ZZZZ9.
           01 BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-MEMBER-CONTROL.
           OPEN OUTPUT MAINT-LISTING.
           WRITE LISTING-LINE FROM LISTING-HEADING.
           WRITE LISTING-LINE FROM BLANK-LINE.
           OPEN INPUT TEAMS.
           IF WS-TEAMS-STATUS NOT EQUAL "00"
               DISPLAY "CANNOT OPEN TEAM-MASTER.DAT - STATUS "
                   WS-TEAMS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MEMBER-FILE.
           IF WS-MEMBER-STATUS NOT EQUAL "00"
               AND WS-MEMBER-STATUS NOT EQUAL "05"
               DISPLAY "CANNOT OPEN MEMBER-MASTER.DAT - STATUS "
                   WS-MEMBER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MEMBER-TRANS.
           IF WS-TRANS-STATUS EQUAL "00"
               PERFORM PROCESS-TRANSACTIONS
               CLOSE MEMBER-TRANS
           ELSE
               MOVE "NO TRANSACTION FILE" TO WS-LISTING-DETAIL
               WRITE LISTING-LINE FROM WS-LISTING-DETAIL
           END-IF.
           CLOSE MEMBER-FILE.
           WRITE LISTING-LINE FROM BLANK-LINE.
           MOVE WS-TRANS-READ TO WS-LST-READ.
           MOVE WS-TRANS-APPLIED TO WS-LST-APPLIED.
           MOVE WS-TRANS-REJECTED TO WS-LST-REJECTED.
           WRITE LISTING-LINE FROM WS-LISTING-TOTALS.
           PERFORM CROSS-CHECK-MEMBERS.
           CLOSE TEAMS.
           CLOSE MAINT-LISTING.
           IF WS-TRANS-REJECTED > 0 OR WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-MEMBER-CONTROL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YEAR TO WS-SEASON-YEAR.
           OPEN INPUT MEMBER-CONTROL.
           IF WS-CONTROL-STATUS EQUAL "00"
               PERFORM READ-MEMBER-CONTROL-LINE
               CLOSE MEMBER-CONTROL
           END-IF.

       READ-MEMBER-CONTROL-LINE.
           IF WS-CONTROL-EOF = 'N'
               READ MEMBER-CONTROL
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-LINE-NUM
                       PERFORM APPLY-MEMBER-CONTROL-LINE
               END-READ
               GO TO READ-MEMBER-CONTROL-LINE
           END-IF.

       APPLY-MEMBER-CONTROL-LINE.
           IF WS-CONTROL-LINE-NUM EQUAL 1
               AND MEMBER-CONTROL-LINE(1:4) IS NUMERIC
               MOVE MEMBER-CONTROL-LINE(1:4) TO WS-SEASON-YEAR
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 2
               AND MEMBER-CONTROL-LINE(1:2) IS NUMERIC
               MOVE MEMBER-CONTROL-LINE(1:2) TO WS-MAX-YEARS
           END-IF.
           IF WS-CONTROL-LINE-NUM EQUAL 3
               AND MEMBER-CONTROL-LINE(1:1) IS NUMERIC
               MOVE MEMBER-CONTROL-LINE(1:1) TO WS-MAX-TEAM-SIZE
           END-IF.

       PROCESS-TRANSACTIONS.
           IF WS-TRANS-EOF = 'N'
               READ MEMBER-TRANS INTO WS-TRANS
                   AT END MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
               GO TO PROCESS-TRANSACTIONS
           END-IF.

       APPLY-ONE-TRANSACTION.
           IF WS-TRN-STUDENT-ID = SPACES OR WS-TRN-TEAM = SPACES
               MOVE "STUDENT ID AND TEAM ARE BOTH REQUIRED"
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
                           PERFORM APPLY-DROP
                       ELSE
                           MOVE "UNKNOWN ACTION CODE - MUST BE A,C OR D"
                               TO WS-REJECT-REASON
                           PERFORM LOG-REJECTED-TRANS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ONE LINE ON THE EDIT LISTING FOR A TRANSACTION THAT COULD NOT
      * BE APPLIED - THE CALLER LEAVES ITS REASON IN WS-REJECT-REASON.
       LOG-REJECTED-TRANS.
           MOVE "REJECTED" TO WS-LST-ACTION.
           MOVE WS-TRN-STUDENT-ID TO WS-LST-STUDENT-ID.
           MOVE WS-TRN-TEAM TO WS-LST-TEAM.
           MOVE WS-REJECT-REASON TO WS-LST-RESULT.
           WRITE LISTING-LINE FROM WS-LISTING-DETAIL.
           ADD 1 TO WS-TRANS-REJECTED.

       LOG-APPLIED-TRANS.
           MOVE WS-TRN-STUDENT-ID TO WS-LST-STUDENT-ID.
           MOVE WS-TRN-TEAM TO WS-LST-TEAM.
           WRITE LISTING-LINE FROM WS-LISTING-DETAIL.
           ADD 1 TO WS-TRANS-APPLIED.

      * FETCHES THE TRANSACTION'S MEMBERSHIP BY KEYED READ. LEAVES THE
      * RECORD IN MEMBER-RECORD AND WS-FOUND-SW 'Y', OR 'N' WHEN THAT
      * STUDENT IS NOT ON THAT TEAM.
       READ-MEMBER-BY-KEY.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-TRN-STUDENT-ID TO MBR-STUDENT-ID.
           MOVE WS-TRN-TEAM TO MBR-TEAM.
           READ MEMBER-FILE KEY IS MBR-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.

      * KEYED READ OF THE TEAM MASTER ON THE NAME IN TM-NAME. LEAVES
      * WS-TEAM-FOUND-SW 'Y' WITH THE RECORD IN TEAMS-RECORD, OR 'N'.
       READ-TEAM-BY-KEY.
           MOVE 'N' TO WS-TEAM-FOUND-SW.
           READ TEAMS KEY IS TM-NAME
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-TEAM-FOUND-SW
           END-READ.

      * AN ADD NEEDS THE STUDENT'S NAME, A FOUR-DIGIT YEAR OF FIRST
      * COMPETITION AND A TEAM THAT IS ON THE TEAM MASTER. THE
      * INSTITUTION MAY BE LEFT BLANK, IN WHICH CASE THE TEAM'S OWN
      * TM-INSTITUTION IS TAKEN - THE COMMON CASE NEEDS NO RE-KEYING.
       APPLY-ADD.
           MOVE WS-TRN-TEAM TO TM-NAME.
           PERFORM READ-TEAM-BY-KEY.
           IF WS-TEAM-FOUND-SW = 'N'
               MOVE "ADD IGNORED - TEAM NOT ON TEAM MASTER"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECTED-TRANS
           ELSE
               IF WS-TRN-NAME = SPACES
                   OR WS-TRN-FIRST-YEAR IS NOT NUMERIC
                   MOVE "ADD IGNORED - NAME AND FIRST YEAR REQUIRED"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED-TRANS
               ELSE
                   MOVE WS-TRN-STUDENT-ID TO MBR-STUDENT-ID
                   MOVE WS-TRN-TEAM TO MBR-TEAM
                   MOVE WS-TRN-NAME TO MBR-NAME
                   IF WS-TRN-INSTITUTION = SPACES
                       MOVE TM-INSTITUTION TO MBR-INSTITUTION
                   ELSE
                       MOVE WS-TRN-INSTITUTION TO MBR-INSTITUTION
                   END-IF
                   MOVE WS-TRN-FIRST-YEAR TO MBR-FIRST-YEAR
                   WRITE MEMBER-RECORD
                       INVALID KEY
                           MOVE
                          "ADD IGNORED - STUDENT ALREADY ON THIS TEAM"
                               TO WS-REJECT-REASON
                           PERFORM LOG-REJECTED-TRANS
                       NOT INVALID KEY
                           MOVE "ADDED" TO WS-LST-ACTION
                           MOVE MBR-NAME TO WS-LST-RESULT
                           PERFORM LOG-APPLIED-TRANS
                   END-WRITE
               END-IF
           END-IF.

      * A CHANGE ONLY TOUCHES THE FIELDS THE TRANSACTION FILLED IN,
      * EXACTLY AS TEAMMNT DOES, WITH ONE OLD -> NEW LINE PER FIELD.
      * A NON-BLANK FIRST YEAR THAT IS NOT FOUR DIGITS REJECTS THE
      * WHOLE TRANSACTION BEFORE ANYTHING IS TOUCHED.
       APPLY-CHANGE.
           PERFORM READ-MEMBER-BY-KEY.
           IF WS-FOUND-SW = 'N'
               MOVE "CHANGE IGNORED - STUDENT NOT ON THIS TEAM"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECTED-TRANS
           ELSE
               IF WS-TRN-FIRST-YEAR NOT EQUAL SPACES
                   AND WS-TRN-FIRST-YEAR IS NOT NUMERIC
                   MOVE "CHANGE IGNORED - FIRST YEAR NOT NUMERIC"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECTED-TRANS
               ELSE
                   MOVE "CHANGED" TO WS-LST-ACTION
                   MOVE SPACES TO WS-LST-RESULT
                   PERFORM LOG-APPLIED-TRANS
                   PERFORM CHANGE-MEMBER-FIELDS
                   REWRITE MEMBER-RECORD
               END-IF
           END-IF.

       CHANGE-MEMBER-FIELDS.
           IF WS-TRN-NAME NOT EQUAL SPACES
               MOVE "NAME:" TO WS-LSF-LABEL
               MOVE MBR-NAME TO WS-LSF-OLD
               MOVE WS-TRN-NAME TO WS-LSF-NEW
               WRITE LISTING-LINE FROM WS-LISTING-FIELD
               MOVE WS-TRN-NAME TO MBR-NAME
           END-IF.
           IF WS-TRN-INSTITUTION NOT EQUAL SPACES
               MOVE "INSTITUTION:" TO WS-LSF-LABEL
               MOVE MBR-INSTITUTION TO WS-LSF-OLD
               MOVE WS-TRN-INSTITUTION TO WS-LSF-NEW
               WRITE LISTING-LINE FROM WS-LISTING-FIELD
               MOVE WS-TRN-INSTITUTION TO MBR-INSTITUTION
           END-IF.
           IF WS-TRN-FIRST-YEAR NOT EQUAL SPACES
               MOVE "FIRST YEAR:" TO WS-LSF-LABEL
               MOVE MBR-FIRST-YEAR TO WS-LSF-OLD
               MOVE WS-TRN-FIRST-YEAR TO WS-LSF-NEW
               WRITE LISTING-LINE FROM WS-LISTING-FIELD
               MOVE WS-TRN-FIRST-YEAR TO MBR-FIRST-YEAR
           END-IF.

       APPLY-DROP.
           PERFORM READ-MEMBER-BY-KEY.
           IF WS-FOUND-SW = 'N'
               MOVE "DROP IGNORED - STUDENT NOT ON THIS TEAM"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECTED-TRANS
           ELSE
               DELETE MEMBER-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE "DROPPED" TO WS-LST-ACTION
               MOVE MBR-NAME TO WS-LST-RESULT
               PERFORM LOG-APPLIED-TRANS
           END-IF.

      * THE CROSS-CHECK. PASS 1 WALKS THE MEMBER MASTER IN KEY ORDER
      * (STUDENT, THEN TEAM) CHECKING EACH MEMBERSHIP AGAINST ITS
      * TEAM'S MASTER RECORD AND COUNTING MEMBERS PER TEAM; PASS 2
      * WALKS THE TEAM MASTER AND CHECKS EACH ACTIVE TEAM'S COUNT.
       CROSS-CHECK-MEMBERS.
           WRITE LISTING-LINE FROM BLANK-LINE.
           MOVE WS-SEASON-YEAR TO WS-CHK-YEAR.
           MOVE WS-MAX-YEARS TO WS-CHK-MAX-YEARS.
           MOVE WS-MAX-TEAM-SIZE TO WS-CHK-MAX-SIZE.
           WRITE LISTING-LINE FROM CHECK-HEADING.
           WRITE LISTING-LINE FROM BLANK-LINE.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS EQUAL "00"
               OR WS-MEMBER-STATUS EQUAL "05"
               PERFORM CHECK-NEXT-MEMBER
               CLOSE MEMBER-FILE
           END-IF.
           CLOSE TEAMS.
           OPEN INPUT TEAMS.
           PERFORM CHECK-NEXT-TEAM.
           WRITE LISTING-LINE FROM BLANK-LINE.
           MOVE WS-MEMBERS-CHECKED TO WS-LST-CHECKED.
           MOVE WS-FLAG-COUNT TO WS-LST-FLAGS.
           WRITE LISTING-LINE FROM WS-CHECK-TOTALS.

       CHECK-NEXT-MEMBER.
           IF WS-MEMBER-EOF = 'N'
               READ MEMBER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-MEMBER-EOF
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-CHECKED
                       PERFORM CHECK-ONE-MEMBER
               END-READ
               GO TO CHECK-NEXT-MEMBER
           END-IF.

       CHECK-ONE-MEMBER.
           IF MBR-STUDENT-ID NOT EQUAL WS-PREV-STUDENT-ID
               MOVE MBR-STUDENT-ID TO WS-PREV-STUDENT-ID
               MOVE SPACES TO WS-FIRST-ACTIVE-TEAM
               MOVE ZERO TO WS-ACTIVE-TEAM-COUNT
           END-IF.
           PERFORM COUNT-TEAM-MEMBER.
           MOVE MBR-TEAM TO TM-NAME.
           PERFORM READ-TEAM-BY-KEY.
           IF WS-TEAM-FOUND-SW = 'N'
               MOVE "TEAM NOT ON TEAM MASTER" TO WS-FLAG-TEXT
               PERFORM LOG-MEMBER-FLAG
           ELSE
               IF TM-STATUS NOT EQUAL 'W'
                   PERFORM CHECK-ACTIVE-MEMBERSHIP
               END-IF
           END-IF.

      * THE CHECKS THAT ONLY MATTER WHILE THE TEAM IS COMPETING -
      * ONE ACTIVE TEAM PER STUDENT, THE TEAM'S OWN INSTITUTION, AND
      * THE LIMIT ON YEARS OF COMPETITION.
       CHECK-ACTIVE-MEMBERSHIP.
           ADD 1 TO WS-ACTIVE-TEAM-COUNT.
           IF WS-ACTIVE-TEAM-COUNT = 1
               MOVE MBR-TEAM TO WS-FIRST-ACTIVE-TEAM
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
               STRING "ALSO ON ACTIVE TEAM " DELIMITED BY SIZE
                   WS-FIRST-ACTIVE-TEAM DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
               END-STRING
               PERFORM LOG-MEMBER-FLAG
           END-IF.
           IF MBR-INSTITUTION NOT EQUAL TM-INSTITUTION
               MOVE SPACES TO WS-FLAG-TEXT
               STRING "INSTITUTION DIFFERS - TEAM IS "
                   DELIMITED BY SIZE
                   TM-INSTITUTION DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
               END-STRING
               PERFORM LOG-MEMBER-FLAG
           END-IF.
           COMPUTE WS-YEARS-COMPETED =
               WS-SEASON-YEAR - MBR-FIRST-YEAR + 1.
           IF WS-YEARS-COMPETED < 1
               MOVE "FIRST YEAR OF COMPETITION IS AFTER THE SEASON"
                   TO WS-FLAG-TEXT
               PERFORM LOG-MEMBER-FLAG
           ELSE
               IF WS-YEARS-COMPETED > WS-MAX-YEARS
                   MOVE WS-YEARS-COMPETED TO WS-EDIT-COUNT
                   MOVE WS-MAX-YEARS TO WS-EDIT-YEAR
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "YEARS OF COMPETITION:" DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " - LIMIT" DELIMITED BY SIZE
                       WS-EDIT-YEAR DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM LOG-MEMBER-FLAG
               END-IF
           END-IF.

       LOG-MEMBER-FLAG.
           MOVE "FLAG" TO WS-LST-ACTION.
           MOVE MBR-STUDENT-ID TO WS-LST-STUDENT-ID.
           MOVE MBR-TEAM TO WS-LST-TEAM.
           MOVE WS-FLAG-TEXT TO WS-LST-RESULT.
           WRITE LISTING-LINE FROM WS-LISTING-DETAIL.
           ADD 1 TO WS-FLAG-COUNT.

      * ADDS ONE TO THE MEMBER COUNT FOR MBR-TEAM, OPENING A NEW
      * ENTRY THE FIRST TIME A TEAM NAME IS SEEN.
       COUNT-TEAM-MEMBER.
           MOVE MBR-TEAM TO TM-NAME.
           PERFORM FIND-TEAM-COUNT.
           IF WS-TMC-SLOT = ZERO
               IF WS-TEAM-COUNT-USED = 500
                   DISPLAY "MORE THAN 500 TEAMS ON MEMBER-MASTER.DAT - "
                       "WS-TEAM-COUNT-TABLE CANNOT HOLD THAT MANY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TEAM-COUNT-USED
               MOVE WS-TEAM-COUNT-USED TO WS-TMC-SLOT
               MOVE MBR-TEAM TO WTMC-NAME(WS-TMC-SLOT)
               MOVE ZERO TO WTMC-COUNT(WS-TMC-SLOT)
           END-IF.
           ADD 1 TO WTMC-COUNT(WS-TMC-SLOT).

      * LOOKS UP THE NAME IN TM-NAME IN WS-TEAM-COUNT-TABLE. LEAVES
      * ITS SUBSCRIPT IN WS-TMC-SLOT, OR ZERO WHEN IT IS NOT THERE.
       FIND-TEAM-COUNT.
           MOVE ZERO TO WS-TMC-SLOT.
           MOVE 1 TO WS-TMC-I.
           PERFORM FIND-TEAM-COUNT-SCAN.

       FIND-TEAM-COUNT-SCAN.
           IF WS-TMC-I > WS-TEAM-COUNT-USED
               NEXT SENTENCE
           ELSE
               IF WTMC-NAME(WS-TMC-I) = TM-NAME
                   MOVE WS-TMC-I TO WS-TMC-SLOT
               ELSE
                   ADD 1 TO WS-TMC-I
                   GO TO FIND-TEAM-COUNT-SCAN
               END-IF
           END-IF.

       CHECK-NEXT-TEAM.
           IF WS-TEAMS-EOF = 'N'
               READ TEAMS NEXT RECORD
                   AT END MOVE 'Y' TO WS-TEAMS-EOF
                   NOT AT END
                       IF TM-STATUS NOT EQUAL 'W'
                           PERFORM CHECK-TEAM-SIZE
                       END-IF
               END-READ
               GO TO CHECK-NEXT-TEAM
           END-IF.

       CHECK-TEAM-SIZE.
           PERFORM FIND-TEAM-COUNT.
           IF WS-TMC-SLOT = ZERO
               MOVE ZERO TO WS-TEAM-MEMBERS
           ELSE
               MOVE WTMC-COUNT(WS-TMC-SLOT) TO WS-TEAM-MEMBERS
           END-IF.
           IF WS-TEAM-MEMBERS = ZERO
               MOVE "ACTIVE TEAM HAS NO MEMBERS" TO WS-FLAG-TEXT
               PERFORM LOG-TEAM-FLAG
           ELSE
               IF WS-TEAM-MEMBERS > WS-MAX-TEAM-SIZE
                   MOVE WS-TEAM-MEMBERS TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "ACTIVE TEAM MEMBERS:" DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " - LIMIT " DELIMITED BY SIZE
                       WS-MAX-TEAM-SIZE DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM LOG-TEAM-FLAG
               END-IF
           END-IF.

       LOG-TEAM-FLAG.
           MOVE "FLAG" TO WS-LST-ACTION.
           MOVE SPACES TO WS-LST-STUDENT-ID.
           MOVE TM-NAME TO WS-LST-TEAM.
           MOVE WS-FLAG-TEXT TO WS-LST-RESULT.
           WRITE LISTING-LINE FROM WS-LISTING-DETAIL.
           ADD 1 TO WS-FLAG-COUNT.
