      ******************************************************************
      * Author: Mostapha A
      * Purpose: Monthly vendor performance scorecard for the vendor
      *          review meetings. Works the month keyed at the start
      *          of the run - blank taking last month - off the PO
      *          receipt log LAB09G keeps and the open PO lines LAB09Q
      *          raised. For each vendor it measures on-time delivery
      *          and the average days late against ORDER-DATE plus
      *          the lead time on the vendor master, the fill rate as
      *          units received against units ordered on the lines
      *          falling due in the month, the partial shipments that
      *          left a line open, and the price variance of the
      *          receipt unit cost against the PRICE-QUOTED-UNIT on
      *          the vendor price file. Vendors are ranked on a
      *          combined score, every measure is trended against the
      *          average of the three months before kept on the
      *          vendor score history, and vendors below the on-time
      *          or fill-rate target or over the price variance limit
      *          are flagged. The targets are keyed at the start of
      *          the run, blank taking the standard values.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        CUMULATIVE LOG OF RECEIPTS PUT AGAINST PO LINES,
      *        APPENDED BY LAB09G
               SELECT OPTIONAL PO-RECEIPT-FILE
                   ASSIGN TO "../PO-RECEIPTS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        OPEN PURCHASE-ORDER LINES MAINTAINED BY LAB09Q/LAB09G -
      *        WALKED FOR THE LINES FALLING DUE IN THE MONTH
               SELECT OPEN-ORDER-FILE
                   ASSIGN TO "../OPEN-ORDERS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ORDER-LINE-KEY
                                  ALTERNATE KEY IS ORDER-ITEM-ID
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              ORDER-STATUS-FILED.

      *        VENDOR MASTER MAINTAINED BY LAB09L - THE QUOTED LEAD
      *        TIME EACH DELIVERY IS MEASURED AGAINST
               SELECT VENDOR-MASTER-FILE
                   ASSIGN TO "../VENDOR-MASTER.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS VENDOR-MASTER-NAME
                                   FILE STATUS IS VENDOR-STATUS-FILED.

      *        VENDOR-ITEM QUOTES MAINTAINED BY LAB09X - THE PRICE
      *        EACH COSTED RECEIPT IS MEASURED AGAINST
               SELECT VENDOR-PRICE-FILE
                   ASSIGN TO "../VENDOR-PRICE.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS PRICE-KEY
                                   FILE STATUS IS PRICE-STATUS-FILED.

      *        EACH VENDOR'S SCORES BY MONTH - CREATED EMPTY ON THE
      *        FIRST RUN, READ BACK FOR THE TREND
               SELECT OPTIONAL VENDOR-SCORE-FILE
                   ASSIGN TO "../VENDOR-SCORE-HISTORY.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS SCORE-KEY
                                   FILE STATUS IS SCORE-STATUS-FILED.

      *        WORK FILE THE VENDORS ARE RANKED THROUGH
               SELECT SCORE-SORT-FILE
                   ASSIGN TO "../SCORECARD-SORT-WORK.TXT".

      *        PRINTED SCORECARD FOR THE BUYERS
               SELECT SCORECARD-REPORT-FILE
                   ASSIGN TO "../VENDOR-SCORECARD.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PO-RECEIPT-FILE.
       01 PO-RECEIPT-RECORD.
           05 PO-RECEIPT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 PO-RECEIPT-PO-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 PO-RECEIPT-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X.
           05 PO-RECEIPT-ITEM-ID PIC X(9).
           05 FILLER PIC X.
           05 PO-RECEIPT-VENDOR-NAME PIC X(20).
           05 FILLER PIC X.
           05 PO-RECEIPT-ORDER-DATE PIC 9(8).
           05 FILLER PIC X.
           05 PO-RECEIPT-ORDERED PIC 9(5).
           05 FILLER PIC X.
           05 PO-RECEIPT-QUANTITY PIC 9(5).
           05 FILLER PIC X.
           05 PO-RECEIPT-CUMULATIVE PIC 9(5).
           05 FILLER PIC X.
      *    O = LINE STILL OPEN AFTER THE RECEIPT, C = LINE CLOSED
           05 PO-RECEIPT-LINE-STATUS PIC X.
           05 FILLER PIC X.
      *    INVOICE UNIT COST ON THE RECEIPT - BLANK WHEN NOT GIVEN
           05 PO-RECEIPT-UNIT-COST PIC X(7).
           05 PO-RECEIPT-UNIT-COST-N REDEFINES PO-RECEIPT-UNIT-COST
               PIC 9(5)V99.
           05 FILLER PIC X.
           05 PO-RECEIPT-REFERENCE PIC X(10).

       FD OPEN-ORDER-FILE.
       01 OPEN-ORDER-RECORD.
           05 ORDER-LINE-KEY.
               10 ORDER-PO-NUMBER PIC 9(6).
               10 ORDER-LINE-NUMBER PIC 9(3).
           05 ORDER-ITEM-ID PIC X(9).
           05 ORDER-VENDOR-NAME PIC X(20).
           05 ORDER-DATE PIC 9(8).
           05 ORDER-QUANTITY PIC 9(5).
           05 ORDER-RECEIVED-QUANTITY PIC 9(5).
           05 ORDER-INVOICED-QUANTITY PIC 9(5).
      *    O = OPEN, C = CLOSED BY RECEIPTS
           05 ORDER-LINE-STATUS PIC X.

       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VENDOR-MASTER-NAME PIC X(20).
           05 VENDOR-MASTER-CONTACT PIC X(30).
           05 VENDOR-MASTER-TERMS PIC X(10).
      *    A = ACTIVE, I = INACTIVE
           05 VENDOR-MASTER-STATUS PIC X.
      *    QUOTED DAYS FROM ORDER TO DELIVERY - ZERO WHEN NONE AGREED
           05 VENDOR-MASTER-LEAD-DAYS PIC 9(3).

       FD VENDOR-PRICE-FILE.
       01 VENDOR-PRICE-RECORD.
           05 PRICE-KEY.
               10 PRICE-VENDOR-NAME PIC X(20).
               10 PRICE-INVENTORY-ID PIC X(9).
           05 PRICE-QUOTED-UNIT PIC 9(5)V99.
           05 PRICE-MINIMUM-ORDER PIC 9(5).
           05 PRICE-EFFECTIVE-DATE PIC 9(8).

       FD VENDOR-SCORE-FILE.
       01 VENDOR-SCORE-RECORD.
           05 SCORE-KEY.
               10 SCORE-VENDOR-NAME PIC X(20).
      *        YYYYMM SCORED
               10 SCORE-MONTH PIC 9(6).
           05 SCORE-RECEIPTS PIC 9(5).
      *    Y WHEN THE MEASURE HAD SOMETHING TO MEASURE THAT MONTH
           05 SCORE-ON-TIME-MEASURED PIC X.
           05 SCORE-ON-TIME-PCT PIC 9(3)V9.
           05 SCORE-AVG-DAYS-LATE PIC 9(3)V9.
           05 SCORE-FILL-MEASURED PIC X.
           05 SCORE-FILL-PCT PIC 9(3)V9.
           05 SCORE-PARTIALS PIC 9(5).
           05 SCORE-PRICE-MEASURED PIC X.
      *    PAID OVER QUOTE AS A PERCENT OF QUOTE - NEGATIVE WHEN
      *    THE VENDOR BILLED UNDER ITS QUOTE
           05 SCORE-PRICE-VAR-PCT PIC S9(3)V9.
           05 SCORE-VALUE PIC 9(3)V9.
           05 SCORE-RANK PIC 9(4).
           05 SCORE-RUN-DATE PIC 9(8).

       SD SCORE-SORT-FILE.
       01 SCORE-SORT-RECORD.
           05 SORT-SCORE PIC 9(3)V9.
           05 SORT-VENDOR-NAME PIC X(20).
           05 SORT-RECEIPTS PIC 9(5).
           05 SORT-ON-TIME-MEASURED PIC X.
           05 SORT-ON-TIME-PCT PIC 9(3)V9.
           05 SORT-AVG-DAYS-LATE PIC 9(3)V9.
           05 SORT-FILL-MEASURED PIC X.
           05 SORT-FILL-PCT PIC 9(3)V9.
           05 SORT-PARTIALS PIC 9(5).
           05 SORT-PRICE-MEASURED PIC X.
           05 SORT-PRICE-VAR-PCT PIC S9(3)V9.

       FD SCORECARD-REPORT-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAGS FOR THE RECEIPT LOG, PO LINES, AND SORT
           05 RECEIPT-EOF-FLAG PIC A VALUE "N".
           05 EOF-FLAG PIC A VALUE "N".
           05 SORT-EOF-FLAG PIC A VALUE "N".
      *    STORES STATUS OF OPEN-ORDER, VENDOR MASTER, PRICE, AND
      *    SCORE HISTORY FILE I/O
           05 ORDER-STATUS-FILED PIC X(2).
           05 VENDOR-STATUS-FILED PIC X(2).
           05 PRICE-STATUS-FILED PIC X(2).
           05 SCORE-STATUS-FILED PIC X(2).
      *    Y WHEN EACH OPTIONAL INPUT OPENED
           05 OPEN-ORDER-PRESENT PIC A VALUE "N".
           05 VENDOR-MASTER-PRESENT PIC A VALUE "N".
           05 PRICE-FILE-PRESENT PIC A VALUE "N".
           05 SCORE-FILE-PRESENT PIC A VALUE "N".
      *    DATE THE SCORECARD RAN
           05 RUN-DATE PIC 9(8).
           05 RUN-DATE-PARTS REDEFINES RUN-DATE.
               10 RUN-YEAR PIC 9(4).
               10 RUN-MONTH PIC 9(2).
               10 RUN-DAY PIC 9(2).
       01 PARAMETER-FIELDS.
      *    OPERATOR ENTRY FOR ONE PARAMETER - BLANK KEEPS THE DEFAULT
           05 PARAMETER-ENTRY PIC X(3).
           05 PARAMETER-ENTRY-N REDEFINES PARAMETER-ENTRY PIC 9(3).
      *    OPERATOR ENTRY FOR THE MONTH, YYYYMM
           05 MONTH-ENTRY PIC X(6).
           05 MONTH-ENTRY-PARTS REDEFINES MONTH-ENTRY.
               10 MONTH-ENTRY-YEAR PIC 9(4).
               10 MONTH-ENTRY-MONTH PIC 9(2).
      *    ON-TIME AND FILL-RATE PERCENT A VENDOR MUST REACH
           05 ON-TIME-TARGET-PCT PIC 9(3) VALUE 90.
           05 FILL-TARGET-PCT PIC 9(3) VALUE 95.
      *    PRICE VARIANCE OVER QUOTE, IN PERCENT, THAT IS FLAGGED
           05 PRICE-VAR-LIMIT-PCT PIC 9(3) VALUE 3.
      *    LEAD TIME USED FOR A VENDOR WITH NONE ON THE MASTER
           05 DEFAULT-LEAD-DAYS PIC 9(3) VALUE 14.
       01 MONTH-FIELDS.
      *    MONTH BEING SCORED AND ITS FIRST AND LAST POSSIBLE DATES -
      *    DAY 31 CLOSES EVERY MONTH FOR A DATE COMPARISON
           05 SCORE-PERIOD.
               10 SCORE-PERIOD-YEAR PIC 9(4).
               10 SCORE-PERIOD-MONTH PIC 9(2).
           05 SCORE-PERIOD-N REDEFINES SCORE-PERIOD PIC 9(6).
           05 MONTH-START-DATE PIC 9(8).
           05 MONTH-END-DATE PIC 9(8).
      *    PRIOR MONTH BEING READ BACK FOR THE TREND
           05 PRIOR-PERIOD.
               10 PRIOR-PERIOD-YEAR PIC 9(4).
               10 PRIOR-PERIOD-MONTH PIC 9(2).
           05 PRIOR-PERIOD-N REDEFINES PRIOR-PERIOD PIC 9(6).
       01 VENDOR-TABLE-FIELDS.
      *    ONE ENTRY PER VENDOR WITH A RECEIPT OR A LINE DUE IN THE
      *    MONTH, HOLDING THE RAW COUNTS THE MEASURES ARE WORKED FROM
           05 VENDOR-ENTRY-COUNT PIC 9(4) COMP VALUE ZERO.
           05 VENDOR-ENTRY-LIMIT PIC 9(4) COMP VALUE 500.
           05 VENDOR-TABLE.
               10 VENDOR-ENTRY OCCURS 500 TIMES
                   INDEXED BY VENDOR-INDEX.
                   15 TABLE-VENDOR-NAME PIC X(20).
                   15 TABLE-LEAD-DAYS PIC 9(3).
                   15 TABLE-RECEIPTS PIC 9(5).
      *            RECEIPTS WITH A USABLE ORDER DATE, AND HOW THEY
      *            FELL AGAINST THE DUE DATE
                   15 TABLE-TIMED PIC 9(5).
                   15 TABLE-ON-TIME PIC 9(5).
                   15 TABLE-LATE PIC 9(5).
                   15 TABLE-DAYS-LATE PIC 9(7).
                   15 TABLE-PARTIALS PIC 9(5).
      *            LINES FALLING DUE IN THE MONTH AND THEIR UNITS
                   15 TABLE-LINES-DUE PIC 9(5).
                   15 TABLE-UNITS-ORDERED PIC 9(7).
                   15 TABLE-UNITS-RECEIVED PIC 9(7).
      *            COSTED RECEIPTS WITH A QUOTE, AT QUOTE AND AT COST
                   15 TABLE-PRICED PIC 9(5).
                   15 TABLE-QUOTED-VALUE PIC 9(9)V99.
                   15 TABLE-PAID-VALUE PIC 9(9)V99.
      *    VENDOR BEING LOOKED FOR, AND Y WHEN IT HAS AN ENTRY
           05 LOOKUP-VENDOR-NAME PIC X(20).
           05 VENDOR-FOUND PIC A.
      *    Y ONCE THE TABLE-FULL WARNING HAS BEEN DISPLAYED
           05 TABLE-FULL-WARNED PIC A VALUE "N".
       01 MEASURE-FIELDS.
      *    DAY NUMBERS THE DUE DATE AND LATENESS ARE WORKED IN
           05 ORDER-DAY-NUMBER PIC 9(8).
           05 DUE-DAY-NUMBER PIC 9(8).
           05 RECEIPT-DAY-NUMBER PIC 9(8).
           05 DUE-DATE PIC 9(8).
      *    UNITS OF A LINE COUNTED AS RECEIVED - NEVER MORE THAN
      *    WERE ORDERED
           05 UNITS-COUNTED PIC 9(5).
      *    PRICE VARIANCE WORKED SIGNED BEFORE THE SCORE TAKES IT
           05 PRICE-VAR-WORK PIC S9(5)V9.
      *    PENALTY THE SCORE TAKES FOR PAYING OVER QUOTE
           05 PRICE-PENALTY PIC 9(3)V9.
           05 SCORE-WORK PIC S9(5)V9.
       01 TREND-FIELDS.
      *    PRIOR MONTHS FOUND FOR EACH MEASURE AND THEIR TOTALS
           05 PRIOR-ON-TIME-MONTHS PIC 9.
           05 PRIOR-FILL-MONTHS PIC 9.
           05 PRIOR-PRICE-MONTHS PIC 9.
           05 PRIOR-ON-TIME-TOTAL PIC 9(4)V9.
           05 PRIOR-FILL-TOTAL PIC 9(4)V9.
           05 PRIOR-PRICE-TOTAL PIC S9(4)V9.
      *    AVERAGES OF THE PRIOR MONTHS
           05 PRIOR-ON-TIME-AVG PIC 9(3)V9.
           05 PRIOR-FILL-AVG PIC 9(3)V9.
           05 PRIOR-PRICE-AVG PIC S9(3)V9.
      *    FLAGS RAISED FOR THE VENDOR ON THE LINE BEING PRINTED
           05 FLAG-TEXT PIC X(17).
           05 FLAG-POINTER PIC 9(3) COMP.
       01 SCORECARD-TOTALS.
      *    HOW THE SCORECARD FELL OUT
           05 RECEIPT-LINE-COUNT PIC 9(7) VALUE ZERO.
           05 MONTH-RECEIPT-COUNT PIC 9(7) VALUE ZERO.
           05 LINES-DUE-COUNT PIC 9(7) VALUE ZERO.
           05 VENDOR-SCORED-COUNT PIC 9(7) VALUE ZERO.
           05 VENDOR-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
           05 RANK-NUMBER PIC 9(4) VALUE ZERO.
       01 REPORT-LINES.
      *    EDITED MEASURES, MOVED TO THE LINE OR REPLACED BY N/A
           05 PCT-EDIT PIC ZZ9.9.
           05 VAR-EDIT PIC +ZZ9.9.
      *    ONE LINE PER VENDOR IN RANK ORDER
           05 SCORE-LINE.
               10 LINE-RANK PIC ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-VENDOR-NAME PIC X(20).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-RECEIPTS PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-ON-TIME PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 LINE-ON-TIME-TREND PIC X.
               10 FILLER PIC X VALUE SPACE.
               10 LINE-ON-TIME-PRIOR PIC X(5).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-DAYS-LATE PIC X(5).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-FILL PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 LINE-FILL-TREND PIC X.
               10 FILLER PIC X VALUE SPACE.
               10 LINE-FILL-PRIOR PIC X(5).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-PARTIALS PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-PRICE-VAR PIC X(6).
               10 FILLER PIC X VALUE SPACE.
               10 LINE-PRICE-TREND PIC X.
               10 FILLER PIC X VALUE SPACE.
               10 LINE-PRICE-PRIOR PIC X(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-SCORE PIC ZZ9.9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-FLAGS PIC X(17).
           05 SCORE-HEADING-1.
               10 FILLER PIC X(35) VALUE SPACES.
               10 FILLER PIC X(21) VALUE "ON-TIME PCT".
               10 FILLER PIC X(14) VALUE "AVG DAYS".
               10 FILLER PIC X(23) VALUE "FILL RATE PCT".
               10 FILLER PIC X(23) VALUE "PRICE VAR PCT".
           05 SCORE-HEADING-2.
               10 FILLER PIC X(5) VALUE "RANK".
               10 FILLER PIC X(22) VALUE "VENDOR".
               10 FILLER PIC X(8) VALUE "RCPTS".
               10 FILLER PIC X(14) VALUE "MONTH   PRIOR".
               10 FILLER PIC X(7) VALUE "LATE".
               10 FILLER PIC X(14) VALUE "MONTH   PRIOR".
               10 FILLER PIC X(8) VALUE "PARTIAL".
               10 FILLER PIC X(16) VALUE "MONTH    PRIOR".
               10 FILLER PIC X(7) VALUE "SCORE".
               10 FILLER PIC X(17) VALUE "FLAGS".
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-SCORE-VENDORS.
           PERFORM 201-INITIALIZE
           PERFORM 210-ABSORB-RECEIPTS
           IF OPEN-ORDER-PRESENT = "Y"
               PERFORM 220-ABSORB-LINES-DUE
           END-IF
           SORT SCORE-SORT-FILE
               ON DESCENDING KEY SORT-SCORE
               ON ASCENDING KEY SORT-VENDOR-NAME
               INPUT PROCEDURE IS 230-RELEASE-VENDOR-SCORES
               OUTPUT PROCEDURE IS 240-PRINT-RANKED-VENDORS
           PERFORM 203-TERMINATE.
           STOP RUN.

      * TAKES THE MONTH AND TARGETS AND OPENS THE FILES
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 205-ACCEPT-PARAMETERS.
           COMPUTE MONTH-START-DATE = SCORE-PERIOD-N * 100 + 1.
           COMPUTE MONTH-END-DATE = SCORE-PERIOD-N * 100 + 31.
           OPEN INPUT PO-RECEIPT-FILE.
           OPEN INPUT OPEN-ORDER-FILE.
           IF ORDER-STATUS-FILED = "00"
               MOVE "Y" TO OPEN-ORDER-PRESENT
           ELSE
               DISPLAY "NO OPEN-ORDER FILE - FILL RATES NOT MEASURED"
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF VENDOR-STATUS-FILED = "00"
               MOVE "Y" TO VENDOR-MASTER-PRESENT
           ELSE
               DISPLAY "NO VENDOR MASTER - EVERY VENDOR MEASURED ON "
                   DEFAULT-LEAD-DAYS " DAYS LEAD TIME"
           END-IF.
           OPEN INPUT VENDOR-PRICE-FILE.
           IF PRICE-STATUS-FILED = "00"
               MOVE "Y" TO PRICE-FILE-PRESENT
           ELSE
               DISPLAY "NO VENDOR PRICE FILE - PRICE VARIANCE NOT"
                   " MEASURED"
           END-IF.
           OPEN I-O VENDOR-SCORE-FILE.
           IF SCORE-STATUS-FILED = "00"
               OR SCORE-STATUS-FILED = "05"
               MOVE "Y" TO SCORE-FILE-PRESENT
           ELSE
               DISPLAY "VENDOR SCORE HISTORY UNUSABLE - STATUS "
                   SCORE-STATUS-FILED " - NO TREND THIS RUN"
           END-IF.
           OPEN OUTPUT SCORECARD-REPORT-FILE.
           DISPLAY "VENDOR SCORECARD FOR " SCORE-PERIOD.
           PERFORM 206-WRITE-HEADINGS.

      * PROMPTS FOR THE MONTH AND THE TARGETS - BLANK KEEPS LAST
      * MONTH AND THE STANDARD VALUES SHOWN
       205-ACCEPT-PARAMETERS.
           IF RUN-MONTH = 1
               COMPUTE SCORE-PERIOD-YEAR = RUN-YEAR - 1
               MOVE 12 TO SCORE-PERIOD-MONTH
           ELSE
               MOVE RUN-YEAR TO SCORE-PERIOD-YEAR
               COMPUTE SCORE-PERIOD-MONTH = RUN-MONTH - 1
           END-IF.
           DISPLAY "MONTH TO SCORE, YYYYMM (BLANK = LAST MONTH): ".
           ACCEPT MONTH-ENTRY.
           IF MONTH-ENTRY NUMERIC
               IF MONTH-ENTRY-MONTH > ZERO
                   AND MONTH-ENTRY-MONTH < 13
                   MOVE MONTH-ENTRY-YEAR TO SCORE-PERIOD-YEAR
                   MOVE MONTH-ENTRY-MONTH TO SCORE-PERIOD-MONTH
               ELSE
                   DISPLAY "MONTH UNUSABLE - LAST MONTH SCORED"
               END-IF
           END-IF.
           DISPLAY "ON-TIME TARGET PCT (BLANK = 090): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC AND PARAMETER-ENTRY-N NOT > 100
               MOVE PARAMETER-ENTRY-N TO ON-TIME-TARGET-PCT
           END-IF.
           DISPLAY "FILL-RATE TARGET PCT (BLANK = 095): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC AND PARAMETER-ENTRY-N NOT > 100
               MOVE PARAMETER-ENTRY-N TO FILL-TARGET-PCT
           END-IF.
           DISPLAY "PRICE PCT OVER QUOTE FLAGGED (BLANK = 003): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC
               MOVE PARAMETER-ENTRY-N TO PRICE-VAR-LIMIT-PCT
           END-IF.
           DISPLAY "LEAD DAYS WHEN MASTER HAS NONE (BLANK = 014): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC
               MOVE PARAMETER-ENTRY-N TO DEFAULT-LEAD-DAYS
           END-IF.

      * HEADS THE SCORECARD WITH THE MONTH AND TARGETS
       206-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "VENDOR PERFORMANCE SCORECARD - MONTH "
               DELIMITED BY SIZE
               SCORE-PERIOD DELIMITED BY SIZE
               " - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "TARGETS - ON-TIME " DELIMITED BY SIZE
               ON-TIME-TARGET-PCT DELIMITED BY SIZE
               " PCT, FILL RATE " DELIMITED BY SIZE
               FILL-TARGET-PCT DELIMITED BY SIZE
               " PCT, PRICE NO MORE THAN " DELIMITED BY SIZE
               PRICE-VAR-LIMIT-PCT DELIMITED BY SIZE
               " PCT OVER QUOTE" DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "PRIOR = AVERAGE OF THE THREE MONTHS BEFORE - TREND +"
               TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "  BETTER, - WORSE, = STEADY"
               TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "SCORE = AVERAGE OF ON-TIME AND FILL PCT LESS ANY PCT"
               TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "  PAID OVER QUOTE - N/A = NOTHING TO MEASURE, TAKEN AT"
               TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "  100 PCT IN THE SCORE"
               TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM SCORE-HEADING-1.
           WRITE REPORT-LINE-OUT FROM SCORE-HEADING-2.

      * READS THE WHOLE RECEIPT LOG, SCORING THE RECEIPTS THAT
      * LANDED IN THE MONTH
       210-ABSORB-RECEIPTS.
           PERFORM 300-READ-PO-RECEIPT.
           PERFORM 211-ABSORB-ONE-RECEIPT
               UNTIL RECEIPT-EOF-FLAG = "Y".

      * TIMES THE RECEIPT AGAINST ITS DUE DATE, NOTES A PARTIAL
      * SHIPMENT, AND PRICES IT AGAINST THE QUOTE
       211-ABSORB-ONE-RECEIPT.
           IF PO-RECEIPT-DATE NUMERIC
               AND PO-RECEIPT-DATE NOT < MONTH-START-DATE
               AND PO-RECEIPT-DATE NOT > MONTH-END-DATE
               ADD 1 TO MONTH-RECEIPT-COUNT
               MOVE PO-RECEIPT-VENDOR-NAME TO LOOKUP-VENDOR-NAME
               PERFORM 310-FIND-VENDOR-ENTRY
               IF VENDOR-FOUND = "Y"
                   ADD 1 TO TABLE-RECEIPTS (VENDOR-INDEX)
                   IF PO-RECEIPT-ORDER-DATE NUMERIC
                       AND PO-RECEIPT-ORDER-DATE > ZERO
                       PERFORM 212-TIME-RECEIPT
                   END-IF
                   IF PO-RECEIPT-LINE-STATUS = "O"
                       ADD 1 TO TABLE-PARTIALS (VENDOR-INDEX)
                   END-IF
                   IF PO-RECEIPT-UNIT-COST NUMERIC
                       AND PRICE-FILE-PRESENT = "Y"
                       PERFORM 213-PRICE-RECEIPT
                   END-IF
               END-IF
           END-IF.
           PERFORM 300-READ-PO-RECEIPT.

      * A RECEIPT LANDING AFTER ORDER-DATE PLUS THE VENDOR'S LEAD
      * TIME IS LATE BY THE DAYS BETWEEN
       212-TIME-RECEIPT.
           ADD 1 TO TABLE-TIMED (VENDOR-INDEX).
           COMPUTE DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(PO-RECEIPT-ORDER-DATE)
                   + TABLE-LEAD-DAYS (VENDOR-INDEX).
           COMPUTE RECEIPT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(PO-RECEIPT-DATE).
           IF RECEIPT-DAY-NUMBER > DUE-DAY-NUMBER
               ADD 1 TO TABLE-LATE (VENDOR-INDEX)
               COMPUTE TABLE-DAYS-LATE (VENDOR-INDEX) =
                   TABLE-DAYS-LATE (VENDOR-INDEX)
                       + RECEIPT-DAY-NUMBER - DUE-DAY-NUMBER
           ELSE
               ADD 1 TO TABLE-ON-TIME (VENDOR-INDEX)
           END-IF.

      * VALUES THE RECEIVED UNITS AT THE QUOTE AND AT THE INVOICE
      * COST - AN ITEM THE VENDOR NEVER QUOTED IS NOT PRICED
       213-PRICE-RECEIPT.
           MOVE PO-RECEIPT-VENDOR-NAME TO PRICE-VENDOR-NAME.
           MOVE PO-RECEIPT-ITEM-ID TO PRICE-INVENTORY-ID.
           READ VENDOR-PRICE-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PRICE-QUOTED-UNIT > ZERO
                   ADD 1 TO TABLE-PRICED (VENDOR-INDEX)
                   COMPUTE TABLE-QUOTED-VALUE (VENDOR-INDEX) =
                       TABLE-QUOTED-VALUE (VENDOR-INDEX)
                           + PO-RECEIPT-QUANTITY * PRICE-QUOTED-UNIT
                   COMPUTE TABLE-PAID-VALUE (VENDOR-INDEX) =
                       TABLE-PAID-VALUE (VENDOR-INDEX)
                           + PO-RECEIPT-QUANTITY
                               * PO-RECEIPT-UNIT-COST-N
               END-IF
           END-READ.

      * WALKS EVERY PO LINE FOR THOSE FALLING DUE IN THE MONTH
       220-ABSORB-LINES-DUE.
           PERFORM 301-READ-NEXT-ORDER-LINE.
           PERFORM 221-ABSORB-ONE-LINE UNTIL EOF-FLAG = "Y".

      * A LINE IS DUE ON ORDER-DATE PLUS THE VENDOR'S LEAD TIME -
      * ONE DUE IN THE MONTH COUNTS ITS ORDERED UNITS AND THE UNITS
      * RECEIVED ON IT SO FAR TOWARD THE FILL RATE
       221-ABSORB-ONE-LINE.
           IF ORDER-DATE NUMERIC AND ORDER-DATE > ZERO
               AND ORDER-QUANTITY > ZERO
               AND ORDER-DATE NOT > MONTH-END-DATE
               MOVE ORDER-VENDOR-NAME TO LOOKUP-VENDOR-NAME
               PERFORM 311-FIND-LEAD-DAYS
               COMPUTE ORDER-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(ORDER-DATE)
               COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (ORDER-DAY-NUMBER + VENDOR-MASTER-LEAD-DAYS)
               IF DUE-DATE NOT < MONTH-START-DATE
                   AND DUE-DATE NOT > MONTH-END-DATE
                   PERFORM 310-FIND-VENDOR-ENTRY
                   IF VENDOR-FOUND = "Y"
                       ADD 1 TO LINES-DUE-COUNT
                       ADD 1 TO TABLE-LINES-DUE (VENDOR-INDEX)
                       ADD ORDER-QUANTITY
                           TO TABLE-UNITS-ORDERED (VENDOR-INDEX)
                       IF ORDER-RECEIVED-QUANTITY > ORDER-QUANTITY
                           MOVE ORDER-QUANTITY TO UNITS-COUNTED
                       ELSE
                           MOVE ORDER-RECEIVED-QUANTITY
                               TO UNITS-COUNTED
                       END-IF
                       ADD UNITS-COUNTED
                           TO TABLE-UNITS-RECEIVED (VENDOR-INDEX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 301-READ-NEXT-ORDER-LINE.

      * SORT INPUT - WORKS EACH VENDOR'S MEASURES FROM ITS COUNTS
      * AND RELEASES IT WITH ITS COMBINED SCORE
       230-RELEASE-VENDOR-SCORES.
           SET VENDOR-INDEX TO 1.
           PERFORM 231-RELEASE-ONE-VENDOR
               UNTIL VENDOR-INDEX > VENDOR-ENTRY-COUNT.

      * A MEASURE WITH NOTHING TO MEASURE IS MARKED N AND TAKEN AT
      * 100 PCT IN THE SCORE SO A VENDOR IS NOT MARKED DOWN FOR IT
       231-RELEASE-ONE-VENDOR.
           MOVE TABLE-VENDOR-NAME (VENDOR-INDEX) TO SORT-VENDOR-NAME.
           MOVE TABLE-RECEIPTS (VENDOR-INDEX) TO SORT-RECEIPTS.
           MOVE TABLE-PARTIALS (VENDOR-INDEX) TO SORT-PARTIALS.
           IF TABLE-TIMED (VENDOR-INDEX) > ZERO
               MOVE "Y" TO SORT-ON-TIME-MEASURED
               COMPUTE SORT-ON-TIME-PCT ROUNDED =
                   TABLE-ON-TIME (VENDOR-INDEX) * 100
                       / TABLE-TIMED (VENDOR-INDEX)
           ELSE
               MOVE "N" TO SORT-ON-TIME-MEASURED
               MOVE 100 TO SORT-ON-TIME-PCT
           END-IF.
           IF TABLE-LATE (VENDOR-INDEX) > ZERO
               COMPUTE SORT-AVG-DAYS-LATE ROUNDED =
                   TABLE-DAYS-LATE (VENDOR-INDEX)
                       / TABLE-LATE (VENDOR-INDEX)
               ON SIZE ERROR
                   MOVE 999.9 TO SORT-AVG-DAYS-LATE
               END-COMPUTE
           ELSE
               MOVE ZERO TO SORT-AVG-DAYS-LATE
           END-IF.
           IF TABLE-UNITS-ORDERED (VENDOR-INDEX) > ZERO
               MOVE "Y" TO SORT-FILL-MEASURED
               COMPUTE SORT-FILL-PCT ROUNDED =
                   TABLE-UNITS-RECEIVED (VENDOR-INDEX) * 100
                       / TABLE-UNITS-ORDERED (VENDOR-INDEX)
           ELSE
               MOVE "N" TO SORT-FILL-MEASURED
               MOVE 100 TO SORT-FILL-PCT
           END-IF.
           MOVE ZERO TO PRICE-PENALTY.
           IF TABLE-QUOTED-VALUE (VENDOR-INDEX) > ZERO
               MOVE "Y" TO SORT-PRICE-MEASURED
               COMPUTE PRICE-VAR-WORK ROUNDED =
                   (TABLE-PAID-VALUE (VENDOR-INDEX)
                       - TABLE-QUOTED-VALUE (VENDOR-INDEX)) * 100
                           / TABLE-QUOTED-VALUE (VENDOR-INDEX)
               IF PRICE-VAR-WORK > 999.9
                   MOVE 999.9 TO PRICE-VAR-WORK
               END-IF
               MOVE PRICE-VAR-WORK TO SORT-PRICE-VAR-PCT
               IF PRICE-VAR-WORK > ZERO
                   MOVE PRICE-VAR-WORK TO PRICE-PENALTY
               END-IF
           ELSE
               MOVE "N" TO SORT-PRICE-MEASURED
               MOVE ZERO TO SORT-PRICE-VAR-PCT
           END-IF.
           COMPUTE SCORE-WORK ROUNDED =
               (SORT-ON-TIME-PCT + SORT-FILL-PCT) / 2 - PRICE-PENALTY.
           IF SCORE-WORK < ZERO
               MOVE ZERO TO SCORE-WORK
           END-IF.
           MOVE SCORE-WORK TO SORT-SCORE.
           RELEASE SCORE-SORT-RECORD.
           SET VENDOR-INDEX UP BY 1.

      * SORT OUTPUT - PRINTS THE VENDORS FROM THE BEST SCORE DOWN
       240-PRINT-RANKED-VENDORS.
           PERFORM 302-RETURN-RANKED-VENDOR.
           PERFORM 241-PRINT-ONE-VENDOR UNTIL SORT-EOF-FLAG = "Y".

      * TRENDS THE VENDOR AGAINST ITS PRIOR MONTHS, FLAGS ANY MISSED
      * TARGET, PRINTS ITS LINE, AND KEEPS THIS MONTH'S SCORES
       241-PRINT-ONE-VENDOR.
           ADD 1 TO RANK-NUMBER.
           ADD 1 TO VENDOR-SCORED-COUNT.
           PERFORM 242-AVERAGE-PRIOR-MONTHS.
           MOVE SPACES TO SCORE-LINE.
           MOVE RANK-NUMBER TO LINE-RANK.
           MOVE SORT-VENDOR-NAME TO LINE-VENDOR-NAME.
           MOVE SORT-RECEIPTS TO LINE-RECEIPTS.
           MOVE SORT-PARTIALS TO LINE-PARTIALS.
           MOVE SORT-SCORE TO LINE-SCORE.
           IF SORT-ON-TIME-MEASURED = "Y"
               MOVE SORT-ON-TIME-PCT TO PCT-EDIT
               MOVE PCT-EDIT TO LINE-ON-TIME
               MOVE SORT-AVG-DAYS-LATE TO PCT-EDIT
               MOVE PCT-EDIT TO LINE-DAYS-LATE
           ELSE
               MOVE "  N/A" TO LINE-ON-TIME
                               LINE-DAYS-LATE
           END-IF.
           IF PRIOR-ON-TIME-MONTHS > ZERO
               MOVE PRIOR-ON-TIME-AVG TO PCT-EDIT
               MOVE PCT-EDIT TO LINE-ON-TIME-PRIOR
               IF SORT-ON-TIME-MEASURED = "Y"
                   IF SORT-ON-TIME-PCT > PRIOR-ON-TIME-AVG + 0.5
                       MOVE "+" TO LINE-ON-TIME-TREND
                   ELSE
                       IF SORT-ON-TIME-PCT < PRIOR-ON-TIME-AVG - 0.5
                           MOVE "-" TO LINE-ON-TIME-TREND
                       ELSE
                           MOVE "=" TO LINE-ON-TIME-TREND
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SORT-FILL-MEASURED = "Y"
               MOVE SORT-FILL-PCT TO PCT-EDIT
               MOVE PCT-EDIT TO LINE-FILL
           ELSE
               MOVE "  N/A" TO LINE-FILL
           END-IF.
           IF PRIOR-FILL-MONTHS > ZERO
               MOVE PRIOR-FILL-AVG TO PCT-EDIT
               MOVE PCT-EDIT TO LINE-FILL-PRIOR
               IF SORT-FILL-MEASURED = "Y"
                   IF SORT-FILL-PCT > PRIOR-FILL-AVG + 0.5
                       MOVE "+" TO LINE-FILL-TREND
                   ELSE
                       IF SORT-FILL-PCT < PRIOR-FILL-AVG - 0.5
                           MOVE "-" TO LINE-FILL-TREND
                       ELSE
                           MOVE "=" TO LINE-FILL-TREND
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SORT-PRICE-MEASURED = "Y"
               MOVE SORT-PRICE-VAR-PCT TO VAR-EDIT
               MOVE VAR-EDIT TO LINE-PRICE-VAR
           ELSE
               MOVE "   N/A" TO LINE-PRICE-VAR
           END-IF.
      *    PAYING LESS OVER QUOTE THAN BEFORE IS THE BETTER WAY
           IF PRIOR-PRICE-MONTHS > ZERO
               MOVE PRIOR-PRICE-AVG TO VAR-EDIT
               MOVE VAR-EDIT TO LINE-PRICE-PRIOR
               IF SORT-PRICE-MEASURED = "Y"
                   IF SORT-PRICE-VAR-PCT < PRIOR-PRICE-AVG - 0.5
                       MOVE "+" TO LINE-PRICE-TREND
                   ELSE
                       IF SORT-PRICE-VAR-PCT > PRIOR-PRICE-AVG + 0.5
                           MOVE "-" TO LINE-PRICE-TREND
                       ELSE
                           MOVE "=" TO LINE-PRICE-TREND
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 243-FLAG-MISSED-TARGETS.
           MOVE FLAG-TEXT TO LINE-FLAGS.
           WRITE REPORT-LINE-OUT FROM SCORE-LINE.
           IF SCORE-FILE-PRESENT = "Y"
               PERFORM 245-KEEP-MONTH-SCORE
           END-IF.
           PERFORM 302-RETURN-RANKED-VENDOR.

      * AVERAGES EACH MEASURE OVER WHICHEVER OF THE THREE MONTHS
      * BEFORE THE ONE SCORED THE HISTORY HOLDS FOR THE VENDOR
       242-AVERAGE-PRIOR-MONTHS.
           MOVE ZERO TO PRIOR-ON-TIME-MONTHS
                        PRIOR-FILL-MONTHS
                        PRIOR-PRICE-MONTHS
                        PRIOR-ON-TIME-TOTAL
                        PRIOR-FILL-TOTAL
                        PRIOR-PRICE-TOTAL
                        PRIOR-ON-TIME-AVG
                        PRIOR-FILL-AVG
                        PRIOR-PRICE-AVG.
           MOVE SCORE-PERIOD TO PRIOR-PERIOD.
           IF SCORE-FILE-PRESENT = "Y"
               PERFORM 244-ADD-PRIOR-MONTH 3 TIMES
           END-IF.
           IF PRIOR-ON-TIME-MONTHS > ZERO
               COMPUTE PRIOR-ON-TIME-AVG ROUNDED =
                   PRIOR-ON-TIME-TOTAL / PRIOR-ON-TIME-MONTHS
           END-IF.
           IF PRIOR-FILL-MONTHS > ZERO
               COMPUTE PRIOR-FILL-AVG ROUNDED =
                   PRIOR-FILL-TOTAL / PRIOR-FILL-MONTHS
           END-IF.
           IF PRIOR-PRICE-MONTHS > ZERO
               COMPUTE PRIOR-PRICE-AVG ROUNDED =
                   PRIOR-PRICE-TOTAL / PRIOR-PRICE-MONTHS
           END-IF.

      * NAMES EACH TARGET THE VENDOR MISSED - ONLY A MEASURE THAT
      * HAD SOMETHING TO MEASURE CAN MISS
       243-FLAG-MISSED-TARGETS.
           MOVE SPACES TO FLAG-TEXT.
           MOVE 1 TO FLAG-POINTER.
           IF SORT-ON-TIME-MEASURED = "Y"
               AND SORT-ON-TIME-PCT < ON-TIME-TARGET-PCT
               STRING "LATE " DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER
           END-IF.
           IF SORT-FILL-MEASURED = "Y"
               AND SORT-FILL-PCT < FILL-TARGET-PCT
               STRING "FILL " DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER
           END-IF.
           IF SORT-PRICE-MEASURED = "Y"
               AND SORT-PRICE-VAR-PCT > PRICE-VAR-LIMIT-PCT
               STRING "PRICE" DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-POINTER
           END-IF.
           IF FLAG-TEXT NOT = SPACES
               ADD 1 TO VENDOR-FLAGGED-COUNT
           END-IF.

      * STEPS BACK ONE MONTH AND ADDS THAT MONTH'S MEASURES, WHEN
      * THE HISTORY HAS THEM, TO THE PRIOR TOTALS
       244-ADD-PRIOR-MONTH.
           IF PRIOR-PERIOD-MONTH = 1
               SUBTRACT 1 FROM PRIOR-PERIOD-YEAR
               MOVE 12 TO PRIOR-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM PRIOR-PERIOD-MONTH
           END-IF.
           MOVE SORT-VENDOR-NAME TO SCORE-VENDOR-NAME.
           MOVE PRIOR-PERIOD-N TO SCORE-MONTH.
           READ VENDOR-SCORE-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF SCORE-ON-TIME-MEASURED = "Y"
                   ADD 1 TO PRIOR-ON-TIME-MONTHS
                   ADD SCORE-ON-TIME-PCT TO PRIOR-ON-TIME-TOTAL
               END-IF
               IF SCORE-FILL-MEASURED = "Y"
                   ADD 1 TO PRIOR-FILL-MONTHS
                   ADD SCORE-FILL-PCT TO PRIOR-FILL-TOTAL
               END-IF
               IF SCORE-PRICE-MEASURED = "Y"
                   ADD 1 TO PRIOR-PRICE-MONTHS
                   ADD SCORE-PRICE-VAR-PCT TO PRIOR-PRICE-TOTAL
               END-IF
           END-READ.

      * KEEPS THE VENDOR'S SCORES FOR THE MONTH - A RERUN OF THE
      * SAME MONTH REPLACES WHAT THE EARLIER RUN KEPT
       245-KEEP-MONTH-SCORE.
           MOVE SORT-VENDOR-NAME TO SCORE-VENDOR-NAME.
           MOVE SCORE-PERIOD-N TO SCORE-MONTH.
           READ VENDOR-SCORE-FILE
           INVALID KEY
               PERFORM 246-FILL-SCORE-RECORD
               WRITE VENDOR-SCORE-RECORD
               INVALID KEY
                   DISPLAY "SCORE WRITE FAILED FOR " SORT-VENDOR-NAME
                       " STATUS FILED IS " SCORE-STATUS-FILED
               END-WRITE
           NOT INVALID KEY
               PERFORM 246-FILL-SCORE-RECORD
               REWRITE VENDOR-SCORE-RECORD
               INVALID KEY
                   DISPLAY "SCORE REWRITE FAILED FOR "
                       SORT-VENDOR-NAME
                       " STATUS FILED IS " SCORE-STATUS-FILED
               END-REWRITE
           END-READ.

      * MOVES THE VENDOR'S MONTH INTO THE SCORE HISTORY RECORD
       246-FILL-SCORE-RECORD.
           MOVE SORT-VENDOR-NAME TO SCORE-VENDOR-NAME.
           MOVE SCORE-PERIOD-N TO SCORE-MONTH.
           MOVE SORT-RECEIPTS TO SCORE-RECEIPTS.
           MOVE SORT-ON-TIME-MEASURED TO SCORE-ON-TIME-MEASURED.
           MOVE SORT-ON-TIME-PCT TO SCORE-ON-TIME-PCT.
           MOVE SORT-AVG-DAYS-LATE TO SCORE-AVG-DAYS-LATE.
           MOVE SORT-FILL-MEASURED TO SCORE-FILL-MEASURED.
           MOVE SORT-FILL-PCT TO SCORE-FILL-PCT.
           MOVE SORT-PARTIALS TO SCORE-PARTIALS.
           MOVE SORT-PRICE-MEASURED TO SCORE-PRICE-MEASURED.
           MOVE SORT-PRICE-VAR-PCT TO SCORE-PRICE-VAR-PCT.
           MOVE SORT-SCORE TO SCORE-VALUE.
           MOVE RANK-NUMBER TO SCORE-RANK.
           MOVE RUN-DATE TO SCORE-RUN-DATE.

      * READS A RECEIPT LOG RECORD
       300-READ-PO-RECEIPT.
           READ PO-RECEIPT-FILE
               AT END
                   MOVE "Y" TO RECEIPT-EOF-FLAG
               NOT AT END
                   ADD 1 TO RECEIPT-LINE-COUNT
           END-READ.

      * READS THE NEXT PO LINE
       301-READ-NEXT-ORDER-LINE.
           READ OPEN-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

      * RETURNS THE NEXT VENDOR IN RANK ORDER
       302-RETURN-RANKED-VENDOR.
           RETURN SCORE-SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-FLAG
           END-RETURN.

      * FINDS THE VENDOR'S TABLE ENTRY, OPENING ONE WITH ITS LEAD
      * TIME THE FIRST TIME THE VENDOR IS SEEN
       310-FIND-VENDOR-ENTRY.
           MOVE "N" TO VENDOR-FOUND.
           IF VENDOR-ENTRY-COUNT > ZERO
               SET VENDOR-INDEX TO 1
               SEARCH VENDOR-ENTRY
                   VARYING VENDOR-INDEX
                   AT END
                       CONTINUE
                   WHEN VENDOR-INDEX > VENDOR-ENTRY-COUNT
                       CONTINUE
                   WHEN TABLE-VENDOR-NAME (VENDOR-INDEX)
                           = LOOKUP-VENDOR-NAME
                       MOVE "Y" TO VENDOR-FOUND
               END-SEARCH
           END-IF.
           IF VENDOR-FOUND = "N"
               IF VENDOR-ENTRY-COUNT < VENDOR-ENTRY-LIMIT
                   PERFORM 311-FIND-LEAD-DAYS
                   ADD 1 TO VENDOR-ENTRY-COUNT
                   SET VENDOR-INDEX TO VENDOR-ENTRY-COUNT
                   INITIALIZE VENDOR-ENTRY (VENDOR-INDEX)
                   MOVE LOOKUP-VENDOR-NAME
                       TO TABLE-VENDOR-NAME (VENDOR-INDEX)
                   MOVE VENDOR-MASTER-LEAD-DAYS
                       TO TABLE-LEAD-DAYS (VENDOR-INDEX)
                   MOVE "Y" TO VENDOR-FOUND
               ELSE
                   IF TABLE-FULL-WARNED = "N"
                       DISPLAY "VENDOR TABLE FULL - VENDORS PAST THE"
                           " LIMIT ARE NOT SCORED"
                       MOVE "Y" TO TABLE-FULL-WARNED
                   END-IF
               END-IF
           END-IF.

      * LEAVES THE VENDOR'S QUOTED LEAD TIME IN
      * VENDOR-MASTER-LEAD-DAYS - THE DEFAULT WHEN THE MASTER HAS
      * NONE OR DOES NOT KNOW THE VENDOR
       311-FIND-LEAD-DAYS.
           MOVE ZERO TO VENDOR-MASTER-LEAD-DAYS.
           IF VENDOR-MASTER-PRESENT = "Y"
               MOVE LOOKUP-VENDOR-NAME TO VENDOR-MASTER-NAME
               READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO VENDOR-MASTER-LEAD-DAYS
               END-READ
           END-IF.
           IF VENDOR-MASTER-LEAD-DAYS NOT NUMERIC
               OR VENDOR-MASTER-LEAD-DAYS = ZERO
               MOVE DEFAULT-LEAD-DAYS TO VENDOR-MASTER-LEAD-DAYS
           END-IF.

      * PRINTS THE RUN TOTALS AND CLOSES THE FILES
       203-TERMINATE.
           IF VENDOR-SCORED-COUNT = ZERO
               MOVE "NO RECEIPTS OR PO LINES DUE IN THE MONTH"
                   TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "RECEIPTS IN THE MONTH         " TO COUNT-CAPTION.
           MOVE MONTH-RECEIPT-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "PO LINES DUE IN THE MONTH     " TO COUNT-CAPTION.
           MOVE LINES-DUE-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "VENDORS SCORED                " TO COUNT-CAPTION.
           MOVE VENDOR-SCORED-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "VENDORS FLAGGED BELOW TARGET  " TO COUNT-CAPTION.
           MOVE VENDOR-FLAGGED-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           CLOSE PO-RECEIPT-FILE
                 SCORECARD-REPORT-FILE.
           IF OPEN-ORDER-PRESENT = "Y"
               CLOSE OPEN-ORDER-FILE
           END-IF.
           IF VENDOR-MASTER-PRESENT = "Y"
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           IF PRICE-FILE-PRESENT = "Y"
               CLOSE VENDOR-PRICE-FILE
           END-IF.
           IF SCORE-FILE-PRESENT = "Y"
               CLOSE VENDOR-SCORE-FILE
           END-IF.
           DISPLAY "RECEIPT LOG RECORDS READ : " RECEIPT-LINE-COUNT.
           DISPLAY "RECEIPTS IN THE MONTH : " MONTH-RECEIPT-COUNT.
           DISPLAY "VENDORS SCORED : " VENDOR-SCORED-COUNT.
           DISPLAY "VENDORS FLAGGED : " VENDOR-FLAGGED-COUNT.

       END PROGRAM LAB09AH.
