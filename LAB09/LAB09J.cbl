      ******************************************************************
      * Author: Mostapha A
      * Purpose: ABC classification and slow / excess / dead stock
      *          analysis. Totals the issued units per item off the
      *          cumulative movement history LAB09G keeps over the
      *          usage window, values them at UNIT-COST-OUT, and ranks
      *          every active item by usage value. Walking down the
      *          ranking, items inside the A cut-off of cumulative
      *          usage value are class A, those inside the B cut-off
      *          class B, and the rest class C - the cut-offs and day
      *          limits are keyed at the start of the run, blank
      *          taking the standard values. The class is kept per
      *          item on the indexed item-class file for other jobs
      *          to use. Three exception lists go with it, each with
      *          the value it ties up at UNIT-COST-OUT: dead stock
      *          (on hand, no issue inside the dead-stock limit), slow
      *          movers (on hand, no issue inside the slow-mover
      *          limit), and excess stock (on hand covering more days
      *          of actual usage than the excess limit allows).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09J.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        CUMULATIVE MOVEMENT HISTORY APPENDED BY LAB09G
               SELECT OPTIONAL MOVEMENT-HISTORY-FILE
                   ASSIGN TO "../MOVEMENT-HISTORY.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        INDEXED FILE BUILT BY LAB09 - WALKED FOR THE ACTIVE
      *        ITEMS AND THEIR COST AND ON-HAND
               SELECT INDEXED-INVENT-FILE
                   ASSIGN TO "../INDEXED-INVENT.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS INVENTORY-ID-OUT
                                  ALTERNATE KEY IS VENDOR-NAME-OUT
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

      *        ABC CLASS PER ITEM - REBUILT EVERY RUN FOR OTHER JOBS
               SELECT ITEM-CLASS-FILE
                   ASSIGN TO "../ITEM-CLASS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS CLASS-INVENTORY-ID
                                   FILE STATUS IS CLASS-STATUS-FILED.

      *        WORK FILE THE ACTIVE ITEMS ARE RANKED THROUGH
               SELECT USAGE-SORT-FILE
                   ASSIGN TO "../ABC-SORT-WORK.TXT".

      *        PRINTED ABC RANKING FOR FINANCE AND PURCHASING
               SELECT ABC-REPORT-FILE
                   ASSIGN TO "../ABC-CLASS-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        PRINTED EXCEPTION LISTS, ONE FILE PER LIST
               SELECT DEAD-STOCK-FILE
                   ASSIGN TO "../DEAD-STOCK-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SLOW-MOVING-FILE
                   ASSIGN TO "../SLOW-MOVING-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EXCESS-STOCK-FILE
                   ASSIGN TO "../EXCESS-STOCK-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-HISTORY-FILE.
       01 HISTORY-RECORD-IN.
           05 HISTORY-POST-DATE PIC 9(8).
           05 FILLER PIC X.
      *    R, I, J, T, V, K, OR U AS POSTED - A COMPONENT USED IN A
      *    KIT IS A K WITH A MINUS SIGN AND COUNTS AS AN ISSUE
           05 HISTORY-MOVEMENT-CODE PIC X.
           05 FILLER PIC X.
           05 HISTORY-INVENTORY-ID PIC X(9).
           05 FILLER PIC X.
           05 HISTORY-SIGN PIC X.
           05 HISTORY-QUANTITY PIC 9(5).
           05 FILLER PIC X.
           05 HISTORY-REFERENCE PIC X(10).

       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 INVENTORY-ID-OUT PIC X(9).
           05 VENDOR-NAME-OUT PIC X(20).
           05 INVENTORY-DESCRIPTION-OUT PIC X(40).
           05 QUANTITY-ON-HAND-OUT PIC 9(5).
           05 UNIT-COST-OUT PIC 9(5)V99.
           05 REORDER-POINT-OUT PIC 9(5).
      *    A = ACTIVE, D = DISCONTINUED - DISCONTINUED ITEMS STAY ON
      *    FILE UNTIL THE LAB09V PURGE TAKES THEM AT ZERO ON-HAND
           05 ITEM-STATUS-OUT PIC X.

       FD ITEM-CLASS-FILE.
       01 ITEM-CLASS-RECORD.
           05 CLASS-INVENTORY-ID PIC X(9).
      *    A, B, OR C
           05 CLASS-CODE PIC X.
      *    POSITION IN THE USAGE-VALUE RANKING, 1 = HIGHEST
           05 CLASS-RANK PIC 9(5).
      *    ISSUED UNITS OVER THE WINDOW VALUED AT UNIT-COST-OUT
           05 CLASS-USAGE-VALUE PIC 9(9)V99.
      *    DATE THE CLASS WAS ASSIGNED
           05 CLASS-RUN-DATE PIC 9(8).

       SD USAGE-SORT-FILE.
       01 USAGE-SORT-RECORD.
           05 SORT-USAGE-VALUE PIC 9(9)V99.
      *    ON-HAND VALUED AT UNIT-COST-OUT - ORDERS ITEMS OF EQUAL
      *    USAGE SO THE BIGGEST HOLDINGS COME FIRST
           05 SORT-STOCK-VALUE PIC 9(9)V99.
           05 SORT-INVENTORY-ID PIC X(9).
           05 SORT-DESCRIPTION PIC X(40).
           05 SORT-ON-HAND PIC 9(5).
           05 SORT-UNIT-COST PIC 9(5)V99.
           05 SORT-ISSUED-UNITS PIC 9(7).
      *    DATE OF THE ITEM'S LAST ISSUE, ZERO WHEN IT NEVER ISSUED
           05 SORT-LAST-ISSUE-DATE PIC 9(8).

       FD ABC-REPORT-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       FD DEAD-STOCK-FILE.
       01 DEAD-LINE-OUT PIC X(132).

       FD SLOW-MOVING-FILE.
       01 SLOW-LINE-OUT PIC X(132).

       FD EXCESS-STOCK-FILE.
       01 EXCESS-LINE-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAGS FOR THE HISTORY, INVENTORY, AND SORT
           05 HISTORY-EOF-FLAG PIC A VALUE "N".
           05 EOF-FLAG PIC A VALUE "N".
           05 SORT-EOF-FLAG PIC A VALUE "N".
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    STORES STATUS OF ITEM-CLASS FILE I/O
           05 CLASS-STATUS-FILED PIC X(2).
      *    DATE THE ANALYSIS RAN AND ITS DAY NUMBER
           05 RUN-DATE PIC 9(8).
           05 RUN-DAY-NUMBER PIC 9(8).
       01 PARAMETER-FIELDS.
      *    OPERATOR ENTRY FOR ONE PARAMETER - BLANK KEEPS THE DEFAULT
           05 PARAMETER-ENTRY PIC X(3).
           05 PARAMETER-ENTRY-N REDEFINES PARAMETER-ENTRY PIC 9(3).
      *    CUMULATIVE PERCENT OF USAGE VALUE CLOSING CLASS A AND B
           05 A-CUTOFF-PCT PIC 9(3) VALUE 80.
           05 B-CUTOFF-PCT PIC 9(3) VALUE 95.
      *    DAYS OF HISTORY THE USAGE VALUE IS TAKEN OVER
           05 USAGE-WINDOW-DAYS PIC 9(3) VALUE 365.
      *    NO ISSUE FOR THIS MANY DAYS MAKES STOCK DEAD
           05 DEAD-STOCK-DAYS PIC 9(3) VALUE 180.
      *    NO ISSUE FOR THIS MANY DAYS MAKES STOCK A SLOW MOVER
           05 SLOW-MOVING-DAYS PIC 9(3) VALUE 90.
      *    ON-HAND COVERING MORE THAN THIS MANY DAYS IS EXCESS
           05 EXCESS-COVER-DAYS PIC 9(3) VALUE 180.
       01 USAGE-WINDOW-FIELDS.
      *    FIRST DAY OF THE USAGE WINDOW, AS A DATE AND DAY NUMBER
           05 WINDOW-START-DAY-NUMBER PIC 9(8).
           05 WINDOW-START-DATE PIC 9(8).
      *    EARLIEST DATE SEEN ON THE HISTORY - A HISTORY YOUNGER THAN
      *    THE WINDOW IS RATED OVER THE DAYS IT ACTUALLY COVERS
           05 EARLIEST-HISTORY-DATE PIC 9(8) VALUE ZERO.
           05 EARLIEST-DAY-NUMBER PIC 9(8).
           05 DAYS-OBSERVED PIC 9(4) VALUE ZERO.
       01 USAGE-TABLE-FIELDS.
      *    ISSUED UNITS AND LAST ISSUE DATE PER ITEM OFF THE HISTORY
           05 USAGE-ITEM-COUNT PIC 9(4) COMP VALUE ZERO.
           05 USAGE-ITEM-LIMIT PIC 9(4) COMP VALUE 5000.
           05 USAGE-TABLE.
               10 USAGE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY USAGE-INDEX.
                   15 USAGE-INVENTORY-ID PIC X(9).
                   15 USAGE-ISSUED-UNITS PIC 9(7).
                   15 USAGE-LAST-ISSUE-DATE PIC 9(8).
      *    Y WHEN THE ID BEING LOOKED FOR IS IN THE TABLE
           05 USAGE-FOUND PIC A.
      *    Y ONCE THE TABLE-FULL WARNING HAS BEEN DISPLAYED
           05 TABLE-FULL-WARNED PIC A VALUE "N".
       01 RANKING-FIELDS.
      *    USAGE VALUE ACROSS EVERY ACTIVE ITEM, AND THE RUNNING
      *    TOTAL DOWN THE RANKING
           05 TOTAL-USAGE-VALUE PIC 9(11)V99 VALUE ZERO.
           05 CUMULATIVE-USAGE-VALUE PIC 9(11)V99 VALUE ZERO.
      *    CUMULATIVE PERCENT REACHED BEFORE THE CURRENT ITEM
           05 CUMULATIVE-PCT PIC 9(3)V99.
           05 RANK-NUMBER PIC 9(5) VALUE ZERO.
           05 ITEM-CLASS-CODE PIC X.
       01 EXCEPTION-FIELDS.
      *    DAYS SINCE THE ITEM LAST ISSUED - 99999 WHEN IT NEVER DID
           05 DAYS-SINCE-ISSUE PIC 9(5).
      *    DAYS OF USAGE THE ON-HAND COVERS AT THE ITEM'S RATE
           05 COVER-DAYS PIC 9(7).
      *    UNITS THE EXCESS LIMIT JUSTIFIES HOLDING, AND THE REST
           05 JUSTIFIED-UNITS PIC 9(7).
           05 EXCESS-UNITS PIC 9(5).
      *    VALUE TIED UP IN THE ITEM ON THE LIST BEING WRITTEN
           05 TIED-UP-VALUE PIC 9(9)V99.
       01 ANALYSIS-TOTALS.
      *    HOW THE ANALYSIS FELL OUT
           05 HISTORY-LINE-COUNT PIC 9(7) VALUE ZERO.
           05 ISSUE-LINE-COUNT PIC 9(7) VALUE ZERO.
           05 ACTIVE-ITEM-COUNT PIC 9(7) VALUE ZERO.
           05 CLASS-A-COUNT PIC 9(7) VALUE ZERO.
           05 CLASS-B-COUNT PIC 9(7) VALUE ZERO.
           05 CLASS-C-COUNT PIC 9(7) VALUE ZERO.
           05 CLASS-A-VALUE PIC 9(11)V99 VALUE ZERO.
           05 CLASS-B-VALUE PIC 9(11)V99 VALUE ZERO.
           05 CLASS-C-VALUE PIC 9(11)V99 VALUE ZERO.
           05 DEAD-COUNT PIC 9(7) VALUE ZERO.
           05 SLOW-COUNT PIC 9(7) VALUE ZERO.
           05 EXCESS-COUNT PIC 9(7) VALUE ZERO.
           05 DEAD-VALUE PIC 9(11)V99 VALUE ZERO.
           05 SLOW-VALUE PIC 9(11)V99 VALUE ZERO.
           05 EXCESS-VALUE PIC 9(11)V99 VALUE ZERO.
       01 REPORT-LINES.
      *    ONE RANKING LINE PER ACTIVE ITEM
           05 RANK-LINE.
               10 RANK-EDIT PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 RANK-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 RANK-DESCRIPTION PIC X(40).
               10 FILLER PIC X(2) VALUE SPACES.
               10 RANK-ISSUED PIC Z,ZZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 RANK-UNIT-COST PIC ZZ,ZZ9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 RANK-USAGE-VALUE PIC $$$$,$$$,$$9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 RANK-CUMULATIVE-PCT PIC ZZ9.99.
               10 FILLER PIC X(3) VALUE SPACES.
               10 RANK-CLASS PIC X.
      *    ONE LINE PER ITEM ON AN EXCEPTION LIST
           05 EXCEPTION-LINE.
               10 EXCEPTION-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 EXCEPTION-DESCRIPTION PIC X(40).
               10 FILLER PIC X(2) VALUE SPACES.
               10 EXCEPTION-CLASS PIC X.
               10 FILLER PIC X(2) VALUE SPACES.
               10 EXCEPTION-ON-HAND PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
      *        LAST ISSUE DATE, OR NEVER
               10 EXCEPTION-LAST-ISSUE PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
      *        DAYS SINCE ISSUE, OR DAYS OF COVER ON THE EXCESS LIST
               10 EXCEPTION-DAYS PIC ZZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
      *        UNITS THE VALUE IS TAKEN ON - ALL ON-HAND, OR THE
      *        EXCESS PORTION ON THE EXCESS LIST
               10 EXCEPTION-UNITS PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 EXCEPTION-VALUE PIC $$$$,$$$,$$9.99.
           05 EXCEPTION-HEADING.
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(42) VALUE "DESCRIPTION".
               10 FILLER PIC X(3) VALUE "CL".
               10 FILLER PIC X(8) VALUE "ON-HAND".
               10 FILLER PIC X(10) VALUE "LAST ISS".
               10 FILLER PIC X(9) VALUE "DAYS".
               10 FILLER PIC X(8) VALUE "UNITS".
               10 FILLER PIC X(15) VALUE "TIED-UP VALUE".
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.
           05 AMOUNT-LINE.
               10 AMOUNT-CAPTION PIC X(30).
               10 AMOUNT-EDIT PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-CLASSIFY-INVENTORY.
           PERFORM 201-INITIALIZE
           PERFORM 210-ABSORB-HISTORY
           SORT USAGE-SORT-FILE
               ON DESCENDING KEY SORT-USAGE-VALUE
                                 SORT-STOCK-VALUE
               ON ASCENDING KEY SORT-INVENTORY-ID
               INPUT PROCEDURE IS 220-RELEASE-ACTIVE-ITEMS
               OUTPUT PROCEDURE IS 230-CLASSIFY-RANKED-ITEMS
           PERFORM 203-TERMINATE.
           STOP RUN.

      * TAKES THE CUT-OFFS AND DAY LIMITS AND OPENS THE FILES
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM 205-ACCEPT-PARAMETERS.
           COMPUTE WINDOW-START-DAY-NUMBER =
               RUN-DAY-NUMBER - USAGE-WINDOW-DAYS + 1.
           COMPUTE WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WINDOW-START-DAY-NUMBER).
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           OPEN INPUT INDEXED-INVENT-FILE.
           OPEN OUTPUT ITEM-CLASS-FILE.
           OPEN OUTPUT ABC-REPORT-FILE
                       DEAD-STOCK-FILE
                       SLOW-MOVING-FILE
                       EXCESS-STOCK-FILE.
           DISPLAY "ABC CLASSIFICATION AND STOCK ANALYSIS - "
               RUN-DATE.
           PERFORM 206-WRITE-HEADINGS.

      * PROMPTS FOR THE CUT-OFFS AND DAY LIMITS - THREE DIGITS EACH,
      * BLANK KEEPS THE STANDARD VALUE SHOWN
       205-ACCEPT-PARAMETERS.
           DISPLAY "CLASS A CUT-OFF, CUMULATIVE PCT (BLANK = 080): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC
               MOVE PARAMETER-ENTRY-N TO A-CUTOFF-PCT
           END-IF.
           DISPLAY "CLASS B CUT-OFF, CUMULATIVE PCT (BLANK = 095): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC
               MOVE PARAMETER-ENTRY-N TO B-CUTOFF-PCT
           END-IF.
           DISPLAY "USAGE WINDOW IN DAYS (BLANK = 365): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC AND PARAMETER-ENTRY-N > ZERO
               MOVE PARAMETER-ENTRY-N TO USAGE-WINDOW-DAYS
           END-IF.
           DISPLAY "DEAD STOCK - DAYS WITH NO ISSUE (BLANK = 180): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC AND PARAMETER-ENTRY-N > ZERO
               MOVE PARAMETER-ENTRY-N TO DEAD-STOCK-DAYS
           END-IF.
           DISPLAY "SLOW MOVER - DAYS WITH NO ISSUE (BLANK = 090): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC AND PARAMETER-ENTRY-N > ZERO
               MOVE PARAMETER-ENTRY-N TO SLOW-MOVING-DAYS
           END-IF.
           DISPLAY "EXCESS STOCK - DAYS OF COVER (BLANK = 180): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC AND PARAMETER-ENTRY-N > ZERO
               MOVE PARAMETER-ENTRY-N TO EXCESS-COVER-DAYS
           END-IF.
      *    THE B CUT-OFF CLOSES AFTER THE A CUT-OFF OR CLASS B IS
      *    EMPTY - AN INVERTED PAIR FALLS BACK TO THE STANDARD VALUES
           IF A-CUTOFF-PCT > 100 OR B-CUTOFF-PCT > 100
               OR B-CUTOFF-PCT < A-CUTOFF-PCT
               DISPLAY "CUT-OFFS UNUSABLE - STANDARD 80/95 USED"
               MOVE 80 TO A-CUTOFF-PCT
               MOVE 95 TO B-CUTOFF-PCT
           END-IF.
           IF SLOW-MOVING-DAYS NOT < DEAD-STOCK-DAYS
               DISPLAY "SLOW-MOVER LIMIT NOT BELOW DEAD-STOCK LIMIT -"
                   " SLOW-MOVER LIST WILL BE EMPTY"
           END-IF.

      * HEADS THE RANKING AND THE THREE EXCEPTION LISTS
       206-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "ABC CLASSIFICATION BY USAGE VALUE - RUN DATE "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - USAGE SINCE " DELIMITED BY SIZE
               WINDOW-START-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "CLASS A TO " DELIMITED BY SIZE
               A-CUTOFF-PCT DELIMITED BY SIZE
               " PCT, CLASS B TO " DELIMITED BY SIZE
               B-CUTOFF-PCT DELIMITED BY SIZE
               " PCT OF CUMULATIVE USAGE VALUE" DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO DEAD-LINE-OUT.
           STRING "DEAD STOCK - ON HAND, NO ISSUE IN "
               DELIMITED BY SIZE
               DEAD-STOCK-DAYS DELIMITED BY SIZE
               " DAYS - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO DEAD-LINE-OUT.
           WRITE DEAD-LINE-OUT.
           MOVE SPACES TO DEAD-LINE-OUT.
           WRITE DEAD-LINE-OUT.
           WRITE DEAD-LINE-OUT FROM EXCEPTION-HEADING.
           MOVE SPACES TO SLOW-LINE-OUT.
           STRING "SLOW MOVERS - ON HAND, NO ISSUE IN "
               DELIMITED BY SIZE
               SLOW-MOVING-DAYS DELIMITED BY SIZE
               " DAYS - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO SLOW-LINE-OUT.
           WRITE SLOW-LINE-OUT.
           MOVE SPACES TO SLOW-LINE-OUT.
           WRITE SLOW-LINE-OUT.
           WRITE SLOW-LINE-OUT FROM EXCEPTION-HEADING.
           MOVE SPACES TO EXCESS-LINE-OUT.
           STRING "EXCESS STOCK - ON HAND COVERS MORE THAN "
               DELIMITED BY SIZE
               EXCESS-COVER-DAYS DELIMITED BY SIZE
               " DAYS OF USAGE - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO EXCESS-LINE-OUT.
           WRITE EXCESS-LINE-OUT.
           MOVE SPACES TO EXCESS-LINE-OUT.
           WRITE EXCESS-LINE-OUT.
           WRITE EXCESS-LINE-OUT FROM EXCEPTION-HEADING.

      * READS THE WHOLE HISTORY, TOTALLING ISSUES INSIDE THE WINDOW
      * AND NOTING EACH ITEM'S LAST ISSUE DATE
       210-ABSORB-HISTORY.
           PERFORM 300-READ-HISTORY-RECORD.
           PERFORM 211-ABSORB-ONE-RECORD
               UNTIL HISTORY-EOF-FLAG = "Y".
           PERFORM 213-SIZE-OBSERVATION-WINDOW.

      * FOLDS ONE ISSUE RECORD INTO ITS ITEM'S USAGE ENTRY
       211-ABSORB-ONE-RECORD.
           IF HISTORY-POST-DATE NUMERIC AND HISTORY-POST-DATE > ZERO
               IF EARLIEST-HISTORY-DATE = ZERO
                   OR HISTORY-POST-DATE < EARLIEST-HISTORY-DATE
                   MOVE HISTORY-POST-DATE TO EARLIEST-HISTORY-DATE
               END-IF
               IF (HISTORY-MOVEMENT-CODE = "I"
                   OR (HISTORY-MOVEMENT-CODE = "K"
                       AND HISTORY-SIGN = "-"))
                   AND HISTORY-QUANTITY NUMERIC
                   ADD 1 TO ISSUE-LINE-COUNT
                   PERFORM 212-ADD-ISSUE-TO-USAGE
               END-IF
           END-IF.
           PERFORM 300-READ-HISTORY-RECORD.

      * KEEPS THE LATEST ISSUE DATE FOR THE ITEM AND, WHEN THE ISSUE
      * FALLS INSIDE THE WINDOW, ADDS ITS UNITS TO THE USAGE - THE
      * FIRST ISSUE FOR AN ITEM OPENS ITS TABLE ENTRY
       212-ADD-ISSUE-TO-USAGE.
           MOVE "N" TO USAGE-FOUND.
           IF USAGE-ITEM-COUNT > ZERO
               SET USAGE-INDEX TO 1
               SEARCH USAGE-ENTRY
                   VARYING USAGE-INDEX
                   AT END
                       CONTINUE
                   WHEN USAGE-INDEX > USAGE-ITEM-COUNT
                       CONTINUE
                   WHEN USAGE-INVENTORY-ID (USAGE-INDEX)
                           = HISTORY-INVENTORY-ID
                       MOVE "Y" TO USAGE-FOUND
               END-SEARCH
           END-IF.
           IF USAGE-FOUND = "N"
               IF USAGE-ITEM-COUNT < USAGE-ITEM-LIMIT
                   ADD 1 TO USAGE-ITEM-COUNT
                   SET USAGE-INDEX TO USAGE-ITEM-COUNT
                   MOVE HISTORY-INVENTORY-ID
                       TO USAGE-INVENTORY-ID (USAGE-INDEX)
                   MOVE ZERO TO USAGE-ISSUED-UNITS (USAGE-INDEX)
                   MOVE ZERO TO USAGE-LAST-ISSUE-DATE (USAGE-INDEX)
                   MOVE "Y" TO USAGE-FOUND
               ELSE
                   IF TABLE-FULL-WARNED = "N"
                       DISPLAY "USAGE TABLE FULL - ITEMS PAST THE"
                           " LIMIT ARE TREATED AS NEVER ISSUED"
                       MOVE "Y" TO TABLE-FULL-WARNED
                   END-IF
               END-IF
           END-IF.
           IF USAGE-FOUND = "Y"
               IF HISTORY-POST-DATE > USAGE-LAST-ISSUE-DATE
                   (USAGE-INDEX)
                   MOVE HISTORY-POST-DATE
                       TO USAGE-LAST-ISSUE-DATE (USAGE-INDEX)
               END-IF
               IF HISTORY-POST-DATE NOT < WINDOW-START-DATE
                   AND HISTORY-POST-DATE NOT > RUN-DATE
                   ADD HISTORY-QUANTITY
                       TO USAGE-ISSUED-UNITS (USAGE-INDEX)
               END-IF
           END-IF.

      * THE USAGE RATE IS WORKED OVER THE WINDOW, OR OVER THE DAYS
      * THE HISTORY ACTUALLY COVERS WHEN IT IS YOUNGER THAN THAT
       213-SIZE-OBSERVATION-WINDOW.
           MOVE USAGE-WINDOW-DAYS TO DAYS-OBSERVED.
           IF EARLIEST-HISTORY-DATE > WINDOW-START-DATE
               COMPUTE EARLIEST-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(EARLIEST-HISTORY-DATE)
               COMPUTE DAYS-OBSERVED =
                   RUN-DAY-NUMBER - EARLIEST-DAY-NUMBER + 1
           END-IF.
           IF DAYS-OBSERVED < 1
               MOVE 1 TO DAYS-OBSERVED
           END-IF.
           IF EARLIEST-HISTORY-DATE = ZERO
               DISPLAY "NO USABLE MOVEMENT HISTORY - EVERY ITEM RANKS"
                   " AS CLASS C AND ANY STOCK AS DEAD"
           END-IF.

      * SORT INPUT - RELEASES EVERY ACTIVE ITEM WITH ITS USAGE
      * VALUE AND TOTALS THE USAGE VALUE THE CUT-OFFS WORK AGAINST
       220-RELEASE-ACTIVE-ITEMS.
           MOVE LOW-VALUES TO INVENTORY-ID-OUT.
           START INDEXED-INVENT-FILE
               KEY IS NOT LESS THAN INVENTORY-ID-OUT
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 301-READ-NEXT-ITEM
           END-IF.
           PERFORM 221-RELEASE-ONE-ITEM UNTIL EOF-FLAG = "Y".

      * RELEASES ONE ACTIVE ITEM - DISCONTINUED ITEMS ARE NOT RANKED
       221-RELEASE-ONE-ITEM.
           IF ITEM-STATUS-OUT NOT EQUAL TO "D"
               PERFORM 222-LOOK-UP-ITEM-USAGE
               MOVE INVENTORY-ID-OUT TO SORT-INVENTORY-ID
               MOVE INVENTORY-DESCRIPTION-OUT TO SORT-DESCRIPTION
               MOVE QUANTITY-ON-HAND-OUT TO SORT-ON-HAND
               MOVE UNIT-COST-OUT TO SORT-UNIT-COST
               COMPUTE SORT-USAGE-VALUE =
                   SORT-ISSUED-UNITS * UNIT-COST-OUT
               ON SIZE ERROR
                   MOVE 999999999.99 TO SORT-USAGE-VALUE
               END-COMPUTE
               COMPUTE SORT-STOCK-VALUE =
                   QUANTITY-ON-HAND-OUT * UNIT-COST-OUT
               ADD SORT-USAGE-VALUE TO TOTAL-USAGE-VALUE
               ADD 1 TO ACTIVE-ITEM-COUNT
               RELEASE USAGE-SORT-RECORD
           END-IF.
           PERFORM 301-READ-NEXT-ITEM.

      * PULLS THE ITEM'S WINDOW USAGE AND LAST ISSUE DATE OUT OF THE
      * USAGE TABLE - AN ITEM THAT NEVER ISSUED CARRIES ZEROS
       222-LOOK-UP-ITEM-USAGE.
           MOVE "N" TO USAGE-FOUND.
           MOVE ZERO TO SORT-ISSUED-UNITS
                        SORT-LAST-ISSUE-DATE.
           IF USAGE-ITEM-COUNT > ZERO
               SET USAGE-INDEX TO 1
               SEARCH USAGE-ENTRY
                   VARYING USAGE-INDEX
                   AT END
                       CONTINUE
                   WHEN USAGE-INDEX > USAGE-ITEM-COUNT
                       CONTINUE
                   WHEN USAGE-INVENTORY-ID (USAGE-INDEX)
                           = INVENTORY-ID-OUT
                       MOVE "Y" TO USAGE-FOUND
                       MOVE USAGE-ISSUED-UNITS (USAGE-INDEX)
                           TO SORT-ISSUED-UNITS
                       MOVE USAGE-LAST-ISSUE-DATE (USAGE-INDEX)
                           TO SORT-LAST-ISSUE-DATE
               END-SEARCH
           END-IF.

      * SORT OUTPUT - WALKS THE RANKING FROM THE HIGHEST USAGE VALUE
      * DOWN, CLASSIFYING EACH ITEM AND CHECKING IT FOR THE LISTS
       230-CLASSIFY-RANKED-ITEMS.
           PERFORM 302-RETURN-RANKED-ITEM.
           PERFORM 231-CLASSIFY-ONE-ITEM UNTIL SORT-EOF-FLAG = "Y".

      * THE CLASS FOLLOWS FROM THE CUMULATIVE PERCENT REACHED BEFORE
      * THE ITEM - SO THE ITEM THAT CROSSES A CUT-OFF STILL BELONGS
      * TO THE HIGHER CLASS - AND AN ITEM WITH NO USAGE IS ALWAYS C
       231-CLASSIFY-ONE-ITEM.
           ADD 1 TO RANK-NUMBER.
           IF TOTAL-USAGE-VALUE > ZERO
               COMPUTE CUMULATIVE-PCT =
                   CUMULATIVE-USAGE-VALUE * 100 / TOTAL-USAGE-VALUE
           ELSE
               MOVE 100 TO CUMULATIVE-PCT
           END-IF.
           IF SORT-USAGE-VALUE = ZERO
               MOVE "C" TO ITEM-CLASS-CODE
           ELSE
               IF CUMULATIVE-PCT < A-CUTOFF-PCT
                   MOVE "A" TO ITEM-CLASS-CODE
               ELSE
                   IF CUMULATIVE-PCT < B-CUTOFF-PCT
                       MOVE "B" TO ITEM-CLASS-CODE
                   ELSE
                       MOVE "C" TO ITEM-CLASS-CODE
                   END-IF
               END-IF
           END-IF.
           ADD SORT-USAGE-VALUE TO CUMULATIVE-USAGE-VALUE.
           PERFORM 240-RECORD-ITEM-CLASS.
           PERFORM 241-PRINT-RANK-LINE.
           IF SORT-ON-HAND > ZERO
               PERFORM 250-CHECK-STOCK-EXCEPTIONS
           END-IF.
           PERFORM 302-RETURN-RANKED-ITEM.

      * KEEPS THE CLASS ON THE ITEM-CLASS FILE FOR OTHER JOBS
       240-RECORD-ITEM-CLASS.
           MOVE SORT-INVENTORY-ID TO CLASS-INVENTORY-ID.
           MOVE ITEM-CLASS-CODE TO CLASS-CODE.
           MOVE RANK-NUMBER TO CLASS-RANK.
           MOVE SORT-USAGE-VALUE TO CLASS-USAGE-VALUE.
           MOVE RUN-DATE TO CLASS-RUN-DATE.
           WRITE ITEM-CLASS-RECORD
           INVALID KEY
               DISPLAY "CLASS WRITE FAILED FOR " SORT-INVENTORY-ID
                   " STATUS FILED IS " CLASS-STATUS-FILED
           END-WRITE.
           EVALUATE ITEM-CLASS-CODE
               WHEN "A"
                   ADD 1 TO CLASS-A-COUNT
                   ADD SORT-USAGE-VALUE TO CLASS-A-VALUE
               WHEN "B"
                   ADD 1 TO CLASS-B-COUNT
                   ADD SORT-USAGE-VALUE TO CLASS-B-VALUE
               WHEN OTHER
                   ADD 1 TO CLASS-C-COUNT
                   ADD SORT-USAGE-VALUE TO CLASS-C-VALUE
           END-EVALUATE.

      * PRINTS THE ITEM'S LINE ON THE RANKING
       241-PRINT-RANK-LINE.
           MOVE RANK-NUMBER TO RANK-EDIT.
           MOVE SORT-INVENTORY-ID TO RANK-INVENTORY-ID.
           MOVE SORT-DESCRIPTION TO RANK-DESCRIPTION.
           MOVE SORT-ISSUED-UNITS TO RANK-ISSUED.
           MOVE SORT-UNIT-COST TO RANK-UNIT-COST.
           MOVE SORT-USAGE-VALUE TO RANK-USAGE-VALUE.
           IF TOTAL-USAGE-VALUE > ZERO
               COMPUTE RANK-CUMULATIVE-PCT ROUNDED =
                   CUMULATIVE-USAGE-VALUE * 100 / TOTAL-USAGE-VALUE
           ELSE
               MOVE ZERO TO RANK-CUMULATIVE-PCT
           END-IF.
           MOVE ITEM-CLASS-CODE TO RANK-CLASS.
           WRITE REPORT-LINE-OUT FROM RANK-LINE.

      * AN ITEM THAT HAS NOT ISSUED INSIDE THE DEAD-STOCK LIMIT IS
      * DEAD, ONE THAT HAS NOT ISSUED INSIDE THE SLOW-MOVER LIMIT IS
      * SLOW, AND ANY ITEM STILL ISSUING IS CHECKED FOR EXCESS COVER
       250-CHECK-STOCK-EXCEPTIONS.
           IF SORT-LAST-ISSUE-DATE = ZERO
               MOVE 99999 TO DAYS-SINCE-ISSUE
           ELSE
               COMPUTE DAYS-SINCE-ISSUE = RUN-DAY-NUMBER -
                   FUNCTION INTEGER-OF-DATE(SORT-LAST-ISSUE-DATE)
           END-IF.
           MOVE SORT-INVENTORY-ID TO EXCEPTION-INVENTORY-ID.
           MOVE SORT-DESCRIPTION TO EXCEPTION-DESCRIPTION.
           MOVE ITEM-CLASS-CODE TO EXCEPTION-CLASS.
           MOVE SORT-ON-HAND TO EXCEPTION-ON-HAND.
           IF SORT-LAST-ISSUE-DATE = ZERO
               MOVE "NEVER" TO EXCEPTION-LAST-ISSUE
           ELSE
               MOVE SORT-LAST-ISSUE-DATE TO EXCEPTION-LAST-ISSUE
           END-IF.
           IF DAYS-SINCE-ISSUE > DEAD-STOCK-DAYS
               PERFORM 251-LIST-DEAD-STOCK
           ELSE
               IF DAYS-SINCE-ISSUE > SLOW-MOVING-DAYS
                   PERFORM 252-LIST-SLOW-MOVER
               END-IF
           END-IF.
           IF SORT-ISSUED-UNITS > ZERO
               PERFORM 253-CHECK-EXCESS-COVER
           END-IF.

      * LISTS A DEAD ITEM WITH ALL OF ITS ON-HAND VALUE TIED UP
       251-LIST-DEAD-STOCK.
           COMPUTE TIED-UP-VALUE = SORT-ON-HAND * SORT-UNIT-COST.
           MOVE DAYS-SINCE-ISSUE TO EXCEPTION-DAYS.
           MOVE SORT-ON-HAND TO EXCEPTION-UNITS.
           MOVE TIED-UP-VALUE TO EXCEPTION-VALUE.
           WRITE DEAD-LINE-OUT FROM EXCEPTION-LINE.
           ADD 1 TO DEAD-COUNT.
           ADD TIED-UP-VALUE TO DEAD-VALUE.

      * LISTS A SLOW MOVER WITH ALL OF ITS ON-HAND VALUE TIED UP
       252-LIST-SLOW-MOVER.
           COMPUTE TIED-UP-VALUE = SORT-ON-HAND * SORT-UNIT-COST.
           MOVE DAYS-SINCE-ISSUE TO EXCEPTION-DAYS.
           MOVE SORT-ON-HAND TO EXCEPTION-UNITS.
           MOVE TIED-UP-VALUE TO EXCEPTION-VALUE.
           WRITE SLOW-LINE-OUT FROM EXCEPTION-LINE.
           ADD 1 TO SLOW-COUNT.
           ADD TIED-UP-VALUE TO SLOW-VALUE.

      * WORKS THE DAYS OF USAGE THE ON-HAND COVERS AT THE ITEM'S
      * RATE - STOCK PAST WHAT THE EXCESS LIMIT JUSTIFIES IS LISTED
      * WITH THE VALUE OF THE EXCESS UNITS ONLY
       253-CHECK-EXCESS-COVER.
           COMPUTE COVER-DAYS =
               (SORT-ON-HAND * DAYS-OBSERVED) / SORT-ISSUED-UNITS
           ON SIZE ERROR
               MOVE 9999999 TO COVER-DAYS
           END-COMPUTE.
           IF COVER-DAYS > EXCESS-COVER-DAYS
               COMPUTE JUSTIFIED-UNITS ROUNDED =
                   (SORT-ISSUED-UNITS * EXCESS-COVER-DAYS)
                       / DAYS-OBSERVED
               IF JUSTIFIED-UNITS < SORT-ON-HAND
                   COMPUTE EXCESS-UNITS =
                       SORT-ON-HAND - JUSTIFIED-UNITS
                   COMPUTE TIED-UP-VALUE =
                       EXCESS-UNITS * SORT-UNIT-COST
                   MOVE COVER-DAYS TO EXCEPTION-DAYS
                   MOVE EXCESS-UNITS TO EXCEPTION-UNITS
                   MOVE TIED-UP-VALUE TO EXCEPTION-VALUE
                   WRITE EXCESS-LINE-OUT FROM EXCEPTION-LINE
                   ADD 1 TO EXCESS-COUNT
                   ADD TIED-UP-VALUE TO EXCESS-VALUE
               END-IF
           END-IF.

      * PRINTS THE CLASS AND LIST TOTALS AND CLOSES THE FILES
       203-TERMINATE.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "ACTIVE ITEMS RANKED           " TO COUNT-CAPTION.
           MOVE ACTIVE-ITEM-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "CLASS A ITEMS                 " TO COUNT-CAPTION.
           MOVE CLASS-A-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "CLASS A USAGE VALUE           " TO AMOUNT-CAPTION.
           MOVE CLASS-A-VALUE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "CLASS B ITEMS                 " TO COUNT-CAPTION.
           MOVE CLASS-B-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "CLASS B USAGE VALUE           " TO AMOUNT-CAPTION.
           MOVE CLASS-B-VALUE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "CLASS C ITEMS                 " TO COUNT-CAPTION.
           MOVE CLASS-C-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "CLASS C USAGE VALUE           " TO AMOUNT-CAPTION.
           MOVE CLASS-C-VALUE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE SPACES TO DEAD-LINE-OUT.
           WRITE DEAD-LINE-OUT.
           MOVE "DEAD STOCK ITEMS              " TO COUNT-CAPTION.
           MOVE DEAD-COUNT TO COUNT-EDIT.
           WRITE DEAD-LINE-OUT FROM COUNT-LINE.
           MOVE "VALUE TIED UP IN DEAD STOCK   " TO AMOUNT-CAPTION.
           MOVE DEAD-VALUE TO AMOUNT-EDIT.
           WRITE DEAD-LINE-OUT FROM AMOUNT-LINE.
           MOVE SPACES TO SLOW-LINE-OUT.
           WRITE SLOW-LINE-OUT.
           MOVE "SLOW-MOVING ITEMS             " TO COUNT-CAPTION.
           MOVE SLOW-COUNT TO COUNT-EDIT.
           WRITE SLOW-LINE-OUT FROM COUNT-LINE.
           MOVE "VALUE TIED UP IN SLOW MOVERS  " TO AMOUNT-CAPTION.
           MOVE SLOW-VALUE TO AMOUNT-EDIT.
           WRITE SLOW-LINE-OUT FROM AMOUNT-LINE.
           MOVE SPACES TO EXCESS-LINE-OUT.
           WRITE EXCESS-LINE-OUT.
           MOVE "ITEMS HOLDING EXCESS STOCK    " TO COUNT-CAPTION.
           MOVE EXCESS-COUNT TO COUNT-EDIT.
           WRITE EXCESS-LINE-OUT FROM COUNT-LINE.
           MOVE "VALUE TIED UP IN EXCESS UNITS " TO AMOUNT-CAPTION.
           MOVE EXCESS-VALUE TO AMOUNT-EDIT.
           WRITE EXCESS-LINE-OUT FROM AMOUNT-LINE.
           CLOSE MOVEMENT-HISTORY-FILE
                 INDEXED-INVENT-FILE
                 ITEM-CLASS-FILE
                 ABC-REPORT-FILE
                 DEAD-STOCK-FILE
                 SLOW-MOVING-FILE
                 EXCESS-STOCK-FILE.
           DISPLAY "HISTORY LINES READ        : " HISTORY-LINE-COUNT.
           DISPLAY "ISSUE LINES ABSORBED      : " ISSUE-LINE-COUNT.
           DISPLAY "DAYS OF USAGE OBSERVED    : " DAYS-OBSERVED.
           DISPLAY "ACTIVE ITEMS CLASSIFIED   : " ACTIVE-ITEM-COUNT
               " - SEE ABC-CLASS-REPORT.TXT".
           DISPLAY "CLASS A / B / C           : " CLASS-A-COUNT
               " / " CLASS-B-COUNT " / " CLASS-C-COUNT.
           DISPLAY "DEAD STOCK ITEMS          : " DEAD-COUNT
               " - SEE DEAD-STOCK-REPORT.TXT".
           DISPLAY "SLOW-MOVING ITEMS         : " SLOW-COUNT
               " - SEE SLOW-MOVING-REPORT.TXT".
           DISPLAY "EXCESS STOCK ITEMS        : " EXCESS-COUNT
               " - SEE EXCESS-STOCK-REPORT.TXT".

      * READS A HISTORY RECORD
       300-READ-HISTORY-RECORD.
           READ MOVEMENT-HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-EOF-FLAG.
           IF HISTORY-EOF-FLAG NOT EQUAL TO "Y"
               ADD 1 TO HISTORY-LINE-COUNT
           END-IF.

      * READS THE NEXT ITEM IN INVENTORY-ID-OUT ORDER
       301-READ-NEXT-ITEM.
           READ INDEXED-INVENT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO EOF-FLAG.

      * RETURNS THE NEXT ITEM IN RANKING ORDER
       302-RETURN-RANKED-ITEM.
           RETURN USAGE-SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-FLAG
           END-RETURN.

       END PROGRAM LAB09J.
