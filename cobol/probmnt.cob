      * FIELDS OF AN EXISTING ONE. EVERY TRANSACTION, APPLIED OR
      * REJECTED, GETS A LINE ON THE EDIT LISTING
      * (problem-maint-listing.txt) SHOWING EXACTLY WHAT CHANGED.
      *
      * EACH PROBLEM ALSO CARRIES ITS BALLOON COLOUR, SO THE RUNNERS'
      * DISPATCH LIST (SEE balloon.cob) CAN SAY WHICH BALLOON GOES TO
      * WHICH DESK INSTEAD OF THE RUNNERS WORKING IT OUT FROM A
      * HAND-WRITTEN CARD TAPED TO THE BALLOON TABLE. A BLANK COLOUR
      * ON AN ADD IS ALLOWED - THE DISPATCH LIST SHOWS IT AS NOT SET.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              05 PRM-ID PIC X(1).
              05 PRM-TITLE PIC X(30).
              05 PRM-WEIGHT PIC 9(3).
              05 PRM-COLOUR PIC X(12).

           FD PROB-TRANS.
           01 TRANS-RECORD.
              05 TRN-ID PIC X(1).
              05 TRN-TITLE PIC X(30).
              05 TRN-WEIGHT PIC X(3).
              05 TRN-COLOUR PIC X(12).

           FD MAINT-LISTING.
           01 LISTING-LINE PIC X(100).
              05 WS-TRN-ID PIC X(1).
              05 WS-TRN-TITLE PIC X(30).
              05 WS-TRN-WEIGHT PIC X(3).
              05 WS-TRN-COLOUR PIC X(12).

           01 WS-WEIGHT-NUM PIC 9(3) VALUE ZERO.
           01 WS-TRANS-READ PIC 9(4) VALUE ZERO.
                   MOVE WS-TRN-ID TO PRM-ID
                   MOVE WS-TRN-TITLE TO PRM-TITLE
                   MOVE WS-WEIGHT-NUM TO PRM-WEIGHT
                   MOVE WS-TRN-COLOUR TO PRM-COLOUR
                   WRITE MASTER-RECORD
                       INVALID KEY
                           MOVE
           END-IF.

      * A CHANGE ONLY TOUCHES THE FIELDS THE TRANSACTION FILLED IN -
      * A BLANK TITLE, WEIGHT OR COLOUR LEAVES THE MASTER VALUE
      * ALONE, SO A WEIGHT ADJUSTMENT DOES NOT HAVE TO RE-KEY THE
      * TITLE. EACH FIELD THAT ACTUALLY CHANGES GETS ITS OWN
      * OLD -> NEW DETAIL LINE ON THE EDIT LISTING.
       APPLY-CHANGE.
           PERFORM READ-MASTER-BY-KEY.
           IF WS-FOUND-SW = 'N'
                       WRITE LISTING-LINE FROM WS-LISTING-FIELD
                       MOVE WS-TRN-WEIGHT TO PRM-WEIGHT
                   END-IF
                   IF WS-TRN-COLOUR NOT EQUAL SPACES
                       MOVE "COLOUR:" TO WS-LSF-LABEL
                       MOVE PRM-COLOUR TO WS-LSF-OLD
                       MOVE WS-TRN-COLOUR TO WS-LSF-NEW
                       WRITE LISTING-LINE FROM WS-LISTING-FIELD
                       MOVE WS-TRN-COLOUR TO PRM-COLOUR
                   END-IF
                   REWRITE MASTER-RECORD
                   ADD 1 TO WS-TRANS-APPLIED
               END-IF
