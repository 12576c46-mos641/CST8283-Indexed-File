      ******************************************************************
      * Author: Mostapha A
      * Purpose: Weekly expiring-stock report. Walks the lot balances
      *          LAB09G keeps per item, location, and lot and lists,
      *          in two sections, the lots already past their expiry
      *          date but still on hand and the lots that expire
      *          within the number of days keyed at the start of the
      *          run, blank taking 30. Each lot is valued at the
      *          item's UNIT-COST-OUT, with a total per section, so
      *          the stock to be written off or used first is known
      *          before it reaches the physical count. Lots received
      *          without an expiry date never appear.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        STOCK BALANCE PER ITEM, LOCATION, AND LOT, KEPT BY
      *        LAB09G - WALKED ONCE PER SECTION
               SELECT OPTIONAL LOT-BALANCE-FILE
                   ASSIGN TO "../LOT-BALANCE.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LOT-BALANCE-KEY
                                  ALTERNATE KEY IS LOT-FEFO-KEY
                                      FILE STATUS IS LOT-STATUS-FILED.

      *        INDEXED FILE BUILT BY LAB09 - DESCRIPTION AND COST
               SELECT INDEXED-INVENT-FILE
                   ASSIGN TO "../INDEXED-INVENT.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS INVENTORY-ID-OUT
                                  ALTERNATE KEY IS VENDOR-NAME-OUT
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

      *        PRINTED EXPIRING-STOCK REPORT
               SELECT EXPIRY-REPORT-FILE
                   ASSIGN TO "../EXPIRING-STOCK-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD EXPIRY-REPORT-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG FOR THE LOT BALANCE WALK
           05 EOF-FLAG PIC A.
      *    STORES STATUS OF LOT BALANCE FILE I/O
           05 LOT-STATUS-FILED PIC X(2).
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    Y WHEN THE LOT BALANCE FILE OPENED - BEFORE LAB09G HAS
      *    POSTED A LOT THERE IS NOTHING TO REPORT
           05 LOT-FILE-PRESENT PIC A VALUE "N".
      *    DATE THE REPORT RAN AND ITS DAY NUMBER
           05 RUN-DATE PIC 9(8).
           05 RUN-DAY-NUMBER PIC 9(8).
       01 PARAMETER-FIELDS.
      *    OPERATOR ENTRY FOR THE WINDOW - BLANK KEEPS THE DEFAULT
           05 PARAMETER-ENTRY PIC X(3).
           05 PARAMETER-ENTRY-N REDEFINES PARAMETER-ENTRY PIC 9(3).
      *    LOTS EXPIRING WITHIN THIS MANY DAYS ARE LISTED
           05 WARNING-DAYS PIC 9(3) VALUE 30.
      *    LAST EXPIRY DATE THAT FALLS INSIDE THE WINDOW
           05 WARNING-LIMIT-DATE PIC 9(8).
       01 SECTION-FIELDS.
      *    E ON THE EXPIRED PASS, W ON THE EXPIRING-WITHIN PASS
           05 PASS-CODE PIC X.
      *    Y WHEN THE LOT JUST READ BELONGS IN THE SECTION
           05 LOT-SELECTED PIC A.
      *    DAYS PAST EXPIRY, OR DAYS LEFT BEFORE IT
           05 EXPIRY-DAYS PIC 9(5).
      *    LOT VALUE AT THE ITEM'S CURRENT COST
           05 LOT-VALUE PIC 9(9)V99.
           05 SECTION-LOT-COUNT PIC 9(7).
           05 SECTION-UNITS PIC 9(9).
           05 SECTION-VALUE PIC 9(11)V99.
       01 REPORT-TOTALS.
      *    HOW THE REPORT FELL OUT
           05 EXPIRED-LOT-COUNT PIC 9(7) VALUE ZERO.
           05 EXPIRED-VALUE PIC 9(11)V99 VALUE ZERO.
           05 EXPIRING-LOT-COUNT PIC 9(7) VALUE ZERO.
           05 EXPIRING-VALUE PIC 9(11)V99 VALUE ZERO.
           05 NOT-ON-FILE-COUNT PIC 9(7) VALUE ZERO.
       01 REPORT-LINES.
      *    ONE LINE PER LOT LISTED
           05 LOT-LINE.
               10 LINE-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-DESCRIPTION PIC X(40).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-LOCATION PIC X(3).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-LOT-NUMBER PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-EXPIRY-DATE PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-DAYS PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-QUANTITY PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-UNIT-COST PIC ZZ,ZZ9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-VALUE PIC $$$$,$$$,$$9.99.
           05 LOT-HEADING.
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(42) VALUE "DESCRIPTION".
               10 FILLER PIC X(5) VALUE "LOC".
               10 FILLER PIC X(12) VALUE "LOT".
               10 FILLER PIC X(10) VALUE "EXPIRES".
               10 FILLER PIC X(8) VALUE "DAYS".
               10 FILLER PIC X(8) VALUE "UNITS".
               10 FILLER PIC X(11) VALUE "UNIT COST".
               10 FILLER PIC X(15) VALUE "VALUE".
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.
           05 AMOUNT-LINE.
               10 AMOUNT-CAPTION PIC X(30).
               10 AMOUNT-EDIT PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-REPORT-EXPIRING-STOCK.
           PERFORM 201-INITIALIZE.
           IF LOT-FILE-PRESENT = "Y"
               MOVE "E" TO PASS-CODE
               PERFORM 210-LIST-SECTION
               MOVE "W" TO PASS-CODE
               PERFORM 210-LIST-SECTION
           END-IF.
           PERFORM 203-TERMINATE.
           STOP RUN.

      * TAKES THE WINDOW, WORKS ITS LAST DATE, AND OPENS THE FILES
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM 205-ACCEPT-PARAMETERS.
           COMPUTE WARNING-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
               (RUN-DAY-NUMBER + WARNING-DAYS).
           OPEN INPUT LOT-BALANCE-FILE.
           IF LOT-STATUS-FILED = "00"
               MOVE "Y" TO LOT-FILE-PRESENT
           ELSE
               DISPLAY "NO LOT BALANCE FILE - NO LOTS POSTED YET"
           END-IF.
           OPEN INPUT INDEXED-INVENT-FILE.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           DISPLAY "EXPIRING STOCK REPORT - " RUN-DATE.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "EXPIRING STOCK - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - WINDOW " DELIMITED BY SIZE
               WARNING-DAYS DELIMITED BY SIZE
               " DAYS, TO " DELIMITED BY SIZE
               WARNING-LIMIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.

      * PROMPTS FOR THE WINDOW - THREE DIGITS, BLANK KEEPS 030
       205-ACCEPT-PARAMETERS.
           DISPLAY "EXPIRING WITHIN DAYS (BLANK = 030): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC AND PARAMETER-ENTRY-N > ZERO
               MOVE PARAMETER-ENTRY-N TO WARNING-DAYS
           END-IF.

      * WALKS EVERY LOT IN ITEM, LOCATION, AND LOT ORDER, LISTING
      * THOSE THAT BELONG IN THE SECTION, AND TOTALS THE SECTION
       210-LIST-SECTION.
           MOVE ZERO TO SECTION-LOT-COUNT
                        SECTION-UNITS
                        SECTION-VALUE.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           IF PASS-CODE = "E"
               MOVE "EXPIRED LOTS STILL ON HAND - DAYS PAST EXPIRY"
                   TO REPORT-LINE-OUT
           ELSE
               MOVE "LOTS EXPIRING WITHIN THE WINDOW - DAYS LEFT"
                   TO REPORT-LINE-OUT
           END-IF.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM LOT-HEADING.
           MOVE "N" TO EOF-FLAG.
           MOVE LOW-VALUES TO LOT-BALANCE-KEY.
           START LOT-BALANCE-FILE
               KEY IS NOT LESS THAN LOT-BALANCE-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 300-READ-NEXT-LOT
           END-IF.
           PERFORM 211-CHECK-ONE-LOT UNTIL EOF-FLAG = "Y".
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "LOTS LISTED                   " TO COUNT-CAPTION.
           MOVE SECTION-LOT-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "UNITS LISTED                  " TO COUNT-CAPTION.
           MOVE SECTION-UNITS TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "VALUE AT CURRENT COST         " TO AMOUNT-CAPTION.
           MOVE SECTION-VALUE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           IF PASS-CODE = "E"
               MOVE SECTION-LOT-COUNT TO EXPIRED-LOT-COUNT
               MOVE SECTION-VALUE TO EXPIRED-VALUE
           ELSE
               MOVE SECTION-LOT-COUNT TO EXPIRING-LOT-COUNT
               MOVE SECTION-VALUE TO EXPIRING-VALUE
           END-IF.

      * AN EXPIRED LOT IS DATED BEFORE TODAY - AN EXPIRING ONE FALLS
      * FROM TODAY TO THE END OF THE WINDOW - A LOT WITH NOTHING
      * LEFT IN IT IS NEVER LISTED
       211-CHECK-ONE-LOT.
           MOVE "N" TO LOT-SELECTED.
           IF LOT-QUANTITY > ZERO
               IF PASS-CODE = "E"
                   IF LOT-EXPIRY-DATE < RUN-DATE
                       MOVE "Y" TO LOT-SELECTED
                       COMPUTE EXPIRY-DAYS = RUN-DAY-NUMBER -
                           FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
                   END-IF
               ELSE
                   IF LOT-EXPIRY-DATE NOT < RUN-DATE
                       AND LOT-EXPIRY-DATE NOT > WARNING-LIMIT-DATE
                       MOVE "Y" TO LOT-SELECTED
                       COMPUTE EXPIRY-DAYS =
                           FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
                               - RUN-DAY-NUMBER
                   END-IF
               END-IF
           END-IF.
           IF LOT-SELECTED = "Y"
               PERFORM 220-PRINT-LOT-LINE
           END-IF.
           PERFORM 300-READ-NEXT-LOT.

      * VALUES THE LOT AT THE ITEM'S COST AND PRINTS IT - AN ITEM NO
      * LONGER ON FILE IS LISTED AT ZERO COST
       220-PRINT-LOT-LINE.
           MOVE LOT-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               MOVE "** ITEM NOT ON FILE **" TO
                   INVENTORY-DESCRIPTION-OUT
               MOVE ZERO TO UNIT-COST-OUT
               ADD 1 TO NOT-ON-FILE-COUNT
           END-READ.
           COMPUTE LOT-VALUE = LOT-QUANTITY * UNIT-COST-OUT.
           MOVE LOT-INVENTORY-ID TO LINE-INVENTORY-ID.
           MOVE INVENTORY-DESCRIPTION-OUT TO LINE-DESCRIPTION.
           MOVE LOT-LOCATION TO LINE-LOCATION.
           MOVE LOT-NUMBER TO LINE-LOT-NUMBER.
           MOVE LOT-EXPIRY-DATE TO LINE-EXPIRY-DATE.
           MOVE EXPIRY-DAYS TO LINE-DAYS.
           MOVE LOT-QUANTITY TO LINE-QUANTITY.
           MOVE UNIT-COST-OUT TO LINE-UNIT-COST.
           MOVE LOT-VALUE TO LINE-VALUE.
           WRITE REPORT-LINE-OUT FROM LOT-LINE.
           ADD 1 TO SECTION-LOT-COUNT.
           ADD LOT-QUANTITY TO SECTION-UNITS.
           ADD LOT-VALUE TO SECTION-VALUE.

      * READS THE NEXT LOT BALANCE
       300-READ-NEXT-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

      * SHOWS THE SECTION TOTALS AND CLOSES THE FILES
       203-TERMINATE.
           IF LOT-FILE-PRESENT = "Y"
               CLOSE LOT-BALANCE-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE "NO LOTS ON FILE" TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
           CLOSE INDEXED-INVENT-FILE
                 EXPIRY-REPORT-FILE.
           DISPLAY "EXPIRED LOTS ON HAND : " EXPIRED-LOT-COUNT.
           DISPLAY "EXPIRED VALUE : " EXPIRED-VALUE.
           DISPLAY "LOTS EXPIRING IN WINDOW : " EXPIRING-LOT-COUNT.
           DISPLAY "EXPIRING VALUE : " EXPIRING-VALUE.
           IF NOT-ON-FILE-COUNT > ZERO
               DISPLAY "LOTS FOR ITEMS NOT ON FILE : "
                   NOT-ON-FILE-COUNT
           END-IF.

       END PROGRAM LAB09AF.
