      ******************************************************************
      * Author: Mostapha A
      * Purpose: Lot trace for a supplier recall. Takes the lot number
      *          and, when the supplier's lot numbers are not unique
      *          across items, the item, and lists every movement of
      *          the lot off the lot log LAB09G appends - receipts,
      *          issues with the reference they went out on, both
      *          sides of transfers between locations, adjustments,
      *          returns to vendor, components used in kits, and kits
      *          assembled or broken up - in the order they posted,
      *          with the units each kind moved. The lot's balances
      *          still on hand at each location follow, so the recall
      *          shows both where the lot went and where it still is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        CUMULATIVE LOT LOG APPENDED BY LAB09G
               SELECT OPTIONAL LOT-TRANSACTION-FILE
                   ASSIGN TO "../LOT-TRANSACTIONS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        STOCK BALANCE PER ITEM, LOCATION, AND LOT, KEPT BY
      *        LAB09G - WALKED FOR THE LOT'S REMAINING STOCK
               SELECT OPTIONAL LOT-BALANCE-FILE
                   ASSIGN TO "../LOT-BALANCE.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS LOT-BALANCE-KEY
                                  ALTERNATE KEY IS LOT-FEFO-KEY
                                      FILE STATUS IS LOT-STATUS-FILED.

      *        INDEXED FILE BUILT BY LAB09 - ITEM DESCRIPTIONS
               SELECT INDEXED-INVENT-FILE
                   ASSIGN TO "../INDEXED-INVENT.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS INVENTORY-ID-OUT
                                  ALTERNATE KEY IS VENDOR-NAME-OUT
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

      *        PRINTED LOT TRACE
               SELECT LOT-TRACE-FILE
                   ASSIGN TO "../LOT-TRACE-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOT-TRANSACTION-FILE.
       01 LOT-TRANSACTION-RECORD.
           05 LOT-TRANS-DATE PIC 9(8).
           05 FILLER PIC X.
      *    R, I, J, T, V, K, OR U AS POSTED - A K DRAWS A COMPONENT
      *    LOT WITH A MINUS SIGN AND RECEIVES A KIT LOT WITH A PLUS
           05 LOT-TRANS-CODE PIC X.
           05 FILLER PIC X.
           05 LOT-TRANS-INVENTORY-ID PIC X(9).
           05 FILLER PIC X.
           05 LOT-TRANS-LOCATION PIC X(3).
           05 FILLER PIC X.
           05 LOT-TRANS-LOT-NUMBER PIC X(10).
           05 FILLER PIC X.
           05 LOT-TRANS-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X.
      *    + INTO THE LOT AT THE LOCATION, - OUT OF IT
           05 LOT-TRANS-SIGN PIC X.
           05 LOT-TRANS-QUANTITY PIC 9(5).
           05 FILLER PIC X.
           05 LOT-TRANS-REFERENCE PIC X(10).

       FD LOT-BALANCE-FILE.
       01 LOT-BALANCE-RECORD.
           05 LOT-BALANCE-KEY.
               10 LOT-INVENTORY-ID PIC X(9).
               10 LOT-LOCATION PIC X(3).
               10 LOT-NUMBER PIC X(10).
           05 LOT-FEFO-KEY.
               10 LOT-FEFO-INVENTORY-ID PIC X(9).
               10 LOT-FEFO-LOCATION PIC X(3).
      *        99999999 WHEN THE LOT DOES NOT EXPIRE
               10 LOT-EXPIRY-DATE PIC 9(8).
               10 LOT-FEFO-NUMBER PIC X(10).
           05 LOT-QUANTITY PIC 9(5).
           05 LOT-RECEIVED-DATE PIC 9(8).

       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 INVENTORY-ID-OUT PIC X(9).
           05 VENDOR-NAME-OUT PIC X(20).
           05 INVENTORY-DESCRIPTION-OUT PIC X(40).
           05 QUANTITY-ON-HAND-OUT PIC 9(5).
           05 UNIT-COST-OUT PIC 9(5)V99.
           05 REORDER-POINT-OUT PIC 9(5).
      *    A = ACTIVE, D = DISCONTINUED
           05 ITEM-STATUS-OUT PIC X.

       FD LOT-TRACE-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAGS FOR THE LOT LOG AND THE LOT BALANCES
           05 TRANS-EOF-FLAG PIC A VALUE "N".
           05 EOF-FLAG PIC A VALUE "N".
      *    STORES STATUS OF LOT BALANCE FILE I/O
           05 LOT-STATUS-FILED PIC X(2).
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    Y WHEN THE LOT BALANCE FILE OPENED
           05 LOT-FILE-PRESENT PIC A VALUE "N".
      *    DATE THE TRACE RAN
           05 RUN-DATE PIC 9(8).
       01 TRACE-FIELDS.
      *    LOT BEING TRACED, AND THE ITEM WHEN THE TRACE IS LIMITED
      *    TO ONE - BLANK TRACES THE LOT NUMBER ACROSS EVERY ITEM
           05 TRACE-LOT-NUMBER PIC X(10).
           05 TRACE-INVENTORY-ID PIC X(9).
      *    Y WHEN THE RECORD JUST READ IS FOR THE LOT BEING TRACED
           05 TRACE-MATCH PIC A.
      *    ITEM WHOSE DESCRIPTION IS HELD, SO EACH IS READ ONCE
           05 LAST-ITEM-READ PIC X(9) VALUE SPACES.
       01 TRACE-TOTALS.
      *    UNITS OF THE LOT MOVED BY EACH KIND OF MOVEMENT
           05 RECEIVED-UNITS PIC 9(9) VALUE ZERO.
           05 ISSUED-UNITS PIC 9(9) VALUE ZERO.
           05 TRANSFERRED-UNITS PIC 9(9) VALUE ZERO.
           05 ADJUSTED-IN-UNITS PIC 9(9) VALUE ZERO.
           05 ADJUSTED-OUT-UNITS PIC 9(9) VALUE ZERO.
           05 RETURNED-UNITS PIC 9(9) VALUE ZERO.
           05 KIT-USED-UNITS PIC 9(9) VALUE ZERO.
           05 KIT-BUILT-UNITS PIC 9(9) VALUE ZERO.
           05 BROKEN-UP-UNITS PIC 9(9) VALUE ZERO.
           05 ON-HAND-UNITS PIC 9(9) VALUE ZERO.
           05 MOVEMENT-LINE-COUNT PIC 9(7) VALUE ZERO.
           05 LOCATION-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 REPORT-LINES.
      *    ONE LINE PER MOVEMENT OF THE LOT
           05 TRACE-LINE.
               10 TRACE-DATE PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 TRACE-KIND PIC X(14).
               10 FILLER PIC X(2) VALUE SPACES.
               10 TRACE-ITEM PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 TRACE-DESCRIPTION PIC X(40).
               10 FILLER PIC X(2) VALUE SPACES.
               10 TRACE-LOCATION PIC X(3).
               10 FILLER PIC X(2) VALUE SPACES.
               10 TRACE-SIGN PIC X.
               10 TRACE-QUANTITY PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 TRACE-EXPIRY PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 TRACE-REFERENCE PIC X(10).
           05 TRACE-HEADING.
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(16) VALUE "MOVEMENT".
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(42) VALUE "DESCRIPTION".
               10 FILLER PIC X(5) VALUE "LOC".
               10 FILLER PIC X(9) VALUE "UNITS".
               10 FILLER PIC X(10) VALUE "EXPIRES".
               10 FILLER PIC X(10) VALUE "REFERENCE".
      *    ONE LINE PER LOCATION STILL HOLDING THE LOT
           05 BALANCE-LINE.
               10 BALANCE-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 BALANCE-DESCRIPTION PIC X(40).
               10 FILLER PIC X(2) VALUE SPACES.
               10 BALANCE-LOCATION PIC X(3).
               10 FILLER PIC X(2) VALUE SPACES.
               10 BALANCE-QUANTITY PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 BALANCE-EXPIRY PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 BALANCE-RECEIVED PIC 9(8).
           05 BALANCE-HEADING.
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(42) VALUE "DESCRIPTION".
               10 FILLER PIC X(5) VALUE "LOC".
               10 FILLER PIC X(8) VALUE "ON HAND".
               10 FILLER PIC X(10) VALUE "EXPIRES".
               10 FILLER PIC X(8) VALUE "RECEIVED".
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-TRACE-LOT.
           PERFORM 201-INITIALIZE.
           IF TRACE-LOT-NUMBER NOT = SPACES
               PERFORM 210-LIST-LOT-MOVEMENTS
               PERFORM 220-LIST-LOT-BALANCES
           END-IF.
           PERFORM 203-TERMINATE.
           STOP RUN.

      * TAKES THE LOT AND ITEM AND OPENS THE FILES
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "LOT NUMBER TO TRACE: ".
           ACCEPT TRACE-LOT-NUMBER.
           DISPLAY "ITEM (BLANK = EVERY ITEM CARRYING THE LOT): ".
           ACCEPT TRACE-INVENTORY-ID.
           OPEN INPUT LOT-TRANSACTION-FILE.
           OPEN INPUT LOT-BALANCE-FILE.
           IF LOT-STATUS-FILED = "00"
               MOVE "Y" TO LOT-FILE-PRESENT
           ELSE
               DISPLAY "NO LOT BALANCE FILE - NO STOCK ON HAND SHOWN"
           END-IF.
           OPEN INPUT INDEXED-INVENT-FILE.
           OPEN OUTPUT LOT-TRACE-FILE.
           MOVE SPACES TO REPORT-LINE-OUT.
           IF TRACE-LOT-NUMBER = SPACES
               DISPLAY "NO LOT NUMBER KEYED - NOTHING TO TRACE"
               STRING "LOT TRACE - RUN DATE " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " - NO LOT NUMBER KEYED" DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
           ELSE
               DISPLAY "LOT TRACE - " TRACE-LOT-NUMBER
               IF TRACE-INVENTORY-ID = SPACES
                   STRING "LOT TRACE - LOT " DELIMITED BY SIZE
                       TRACE-LOT-NUMBER DELIMITED BY SIZE
                       " - EVERY ITEM - RUN DATE " DELIMITED BY SIZE
                       RUN-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
               ELSE
                   STRING "LOT TRACE - LOT " DELIMITED BY SIZE
                       TRACE-LOT-NUMBER DELIMITED BY SIZE
                       " - ITEM " DELIMITED BY SIZE
                       TRACE-INVENTORY-ID DELIMITED BY SIZE
                       " - RUN DATE " DELIMITED BY SIZE
                       RUN-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
               END-IF
           END-IF.
           WRITE REPORT-LINE-OUT.

      * READS THE WHOLE LOT LOG, LISTING EVERY MOVEMENT OF THE LOT
       210-LIST-LOT-MOVEMENTS.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "MOVEMENTS OF THE LOT IN POSTING ORDER"
               TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM TRACE-HEADING.
           PERFORM 300-READ-LOT-TRANSACTION.
           PERFORM 211-CHECK-ONE-MOVEMENT
               UNTIL TRANS-EOF-FLAG = "Y".
           IF MOVEMENT-LINE-COUNT = ZERO
               MOVE "NO MOVEMENTS FOUND FOR THE LOT" TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.

      * LISTS THE MOVEMENT WHEN IT IS FOR THE LOT AND, WHEN ONE WAS
      * KEYED, THE ITEM
       211-CHECK-ONE-MOVEMENT.
           MOVE "N" TO TRACE-MATCH.
           IF LOT-TRANS-LOT-NUMBER = TRACE-LOT-NUMBER
               IF TRACE-INVENTORY-ID = SPACES
                   OR LOT-TRANS-INVENTORY-ID = TRACE-INVENTORY-ID
                   MOVE "Y" TO TRACE-MATCH
               END-IF
           END-IF.
           IF TRACE-MATCH = "Y"
               PERFORM 212-PRINT-MOVEMENT-LINE
           END-IF.
           PERFORM 300-READ-LOT-TRANSACTION.

      * NAMES THE MOVEMENT, TOTALS ITS UNITS BY KIND, AND PRINTS IT
       212-PRINT-MOVEMENT-LINE.
           EVALUATE LOT-TRANS-CODE
               WHEN "R"
                   MOVE "RECEIPT" TO TRACE-KIND
                   ADD LOT-TRANS-QUANTITY TO RECEIVED-UNITS
               WHEN "I"
                   MOVE "ISSUE" TO TRACE-KIND
                   ADD LOT-TRANS-QUANTITY TO ISSUED-UNITS
               WHEN "T"
                   IF LOT-TRANS-SIGN = "-"
                       MOVE "TRANSFER OUT" TO TRACE-KIND
                       ADD LOT-TRANS-QUANTITY TO TRANSFERRED-UNITS
                   ELSE
                       MOVE "TRANSFER IN" TO TRACE-KIND
                   END-IF
               WHEN "J"
                   IF LOT-TRANS-SIGN = "-"
                       MOVE "ADJUSTMENT -" TO TRACE-KIND
                       ADD LOT-TRANS-QUANTITY TO ADJUSTED-OUT-UNITS
                   ELSE
                       MOVE "ADJUSTMENT +" TO TRACE-KIND
                       ADD LOT-TRANS-QUANTITY TO ADJUSTED-IN-UNITS
                   END-IF
               WHEN "V"
                   MOVE "VENDOR RETURN" TO TRACE-KIND
                   ADD LOT-TRANS-QUANTITY TO RETURNED-UNITS
               WHEN "K"
                   IF LOT-TRANS-SIGN = "-"
                       MOVE "USED IN KIT" TO TRACE-KIND
                       ADD LOT-TRANS-QUANTITY TO KIT-USED-UNITS
                   ELSE
                       MOVE "KIT ASSEMBLED" TO TRACE-KIND
                       ADD LOT-TRANS-QUANTITY TO KIT-BUILT-UNITS
                   END-IF
               WHEN "U"
                   MOVE "KIT BROKEN UP" TO TRACE-KIND
                   ADD LOT-TRANS-QUANTITY TO BROKEN-UP-UNITS
               WHEN OTHER
                   MOVE LOT-TRANS-CODE TO TRACE-KIND
           END-EVALUATE.
           PERFORM 301-READ-ITEM-DESCRIPTION.
           MOVE LOT-TRANS-DATE TO TRACE-DATE.
           MOVE LOT-TRANS-INVENTORY-ID TO TRACE-ITEM.
           MOVE INVENTORY-DESCRIPTION-OUT TO TRACE-DESCRIPTION.
           MOVE LOT-TRANS-LOCATION TO TRACE-LOCATION.
           MOVE LOT-TRANS-SIGN TO TRACE-SIGN.
           MOVE LOT-TRANS-QUANTITY TO TRACE-QUANTITY.
           IF LOT-TRANS-EXPIRY-DATE = 99999999
               MOVE "NONE" TO TRACE-EXPIRY
           ELSE
               MOVE LOT-TRANS-EXPIRY-DATE TO TRACE-EXPIRY
           END-IF.
           MOVE LOT-TRANS-REFERENCE TO TRACE-REFERENCE.
           WRITE REPORT-LINE-OUT FROM TRACE-LINE.
           ADD 1 TO MOVEMENT-LINE-COUNT.

      * WALKS THE LOT BALANCES FOR EVERY LOCATION STILL HOLDING THE
      * LOT
       220-LIST-LOT-BALANCES.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "STOCK OF THE LOT STILL ON HAND" TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM BALANCE-HEADING.
           IF LOT-FILE-PRESENT = "Y"
               PERFORM 302-READ-NEXT-LOT
               PERFORM 221-CHECK-ONE-BALANCE UNTIL EOF-FLAG = "Y"
           END-IF.
           IF LOCATION-LINE-COUNT = ZERO
               MOVE "NONE OF THE LOT REMAINS ON HAND" TO
                   REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.

      * PRINTS THE BALANCE WHEN IT IS FOR THE LOT BEING TRACED
       221-CHECK-ONE-BALANCE.
           IF LOT-NUMBER = TRACE-LOT-NUMBER
               AND (TRACE-INVENTORY-ID = SPACES
                   OR LOT-INVENTORY-ID = TRACE-INVENTORY-ID)
               MOVE LOT-INVENTORY-ID TO LOT-TRANS-INVENTORY-ID
               PERFORM 301-READ-ITEM-DESCRIPTION
               MOVE LOT-INVENTORY-ID TO BALANCE-INVENTORY-ID
               MOVE INVENTORY-DESCRIPTION-OUT TO BALANCE-DESCRIPTION
               MOVE LOT-LOCATION TO BALANCE-LOCATION
               MOVE LOT-QUANTITY TO BALANCE-QUANTITY
               IF LOT-EXPIRY-DATE = 99999999
                   MOVE "NONE" TO BALANCE-EXPIRY
               ELSE
                   MOVE LOT-EXPIRY-DATE TO BALANCE-EXPIRY
               END-IF
               MOVE LOT-RECEIVED-DATE TO BALANCE-RECEIVED
               WRITE REPORT-LINE-OUT FROM BALANCE-LINE
               ADD 1 TO LOCATION-LINE-COUNT
               ADD LOT-QUANTITY TO ON-HAND-UNITS
           END-IF.
           PERFORM 302-READ-NEXT-LOT.

      * READS THE NEXT LOT LOG RECORD
       300-READ-LOT-TRANSACTION.
           READ LOT-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF-FLAG
           END-READ.

      * FETCHES THE DESCRIPTION OF THE ITEM IN LOT-TRANS-INVENTORY-ID
      * UNLESS IT IS ALREADY HELD
       301-READ-ITEM-DESCRIPTION.
           IF LOT-TRANS-INVENTORY-ID NOT EQUAL TO LAST-ITEM-READ
               MOVE LOT-TRANS-INVENTORY-ID TO INVENTORY-ID-OUT
               MOVE LOT-TRANS-INVENTORY-ID TO LAST-ITEM-READ
               READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE "** ITEM NOT ON FILE **" TO
                       INVENTORY-DESCRIPTION-OUT
               END-READ
           END-IF.

      * READS THE NEXT LOT BALANCE
       302-READ-NEXT-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

      * PRINTS THE UNITS BY KIND AND CLOSES THE FILES
       203-TERMINATE.
           IF TRACE-LOT-NUMBER NOT = SPACES
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE "MOVEMENTS LISTED              " TO COUNT-CAPTION
               MOVE MOVEMENT-LINE-COUNT TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS RECEIVED                " TO COUNT-CAPTION
               MOVE RECEIVED-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS ISSUED                  " TO COUNT-CAPTION
               MOVE ISSUED-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS TRANSFERRED             " TO COUNT-CAPTION
               MOVE TRANSFERRED-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS ADJUSTED IN             " TO COUNT-CAPTION
               MOVE ADJUSTED-IN-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS ADJUSTED OUT            " TO COUNT-CAPTION
               MOVE ADJUSTED-OUT-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS RETURNED TO VENDOR      " TO COUNT-CAPTION
               MOVE RETURNED-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS USED IN KITS            " TO COUNT-CAPTION
               MOVE KIT-USED-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "KITS ASSEMBLED INTO IT        " TO COUNT-CAPTION
               MOVE KIT-BUILT-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "KITS BROKEN UP OUT OF IT      " TO COUNT-CAPTION
               MOVE BROKEN-UP-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "LOCATIONS STILL HOLDING IT    " TO COUNT-CAPTION
               MOVE LOCATION-LINE-COUNT TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS STILL ON HAND           " TO COUNT-CAPTION
               MOVE ON-HAND-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
           END-IF.
           IF LOT-FILE-PRESENT = "Y"
               CLOSE LOT-BALANCE-FILE
           END-IF.
           CLOSE LOT-TRANSACTION-FILE
                 INDEXED-INVENT-FILE
                 LOT-TRACE-FILE.
           DISPLAY "LOT MOVEMENTS LISTED : " MOVEMENT-LINE-COUNT.
           DISPLAY "LOCATIONS STILL HOLDING THE LOT : "
               LOCATION-LINE-COUNT.

       END PROGRAM LAB09AG.
