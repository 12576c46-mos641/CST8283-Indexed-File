      ******************************************************************
      * Author: Mostapha A
      * Purpose: Requisition allocation and pick list. Reserves stock
      *          for the department requisition lines LAB09AC keeps
      *          out of the stock-by-location balances LAB09G
      *          maintains, net of what is already reserved at each
      *          location for other lines, drawing from the locations
      *          in location order and never from the RCG returns
      *          cage. Lines held as backorders by an earlier run are
      *          filled first, then newly entered lines, each group
      *          in needed-by date order; whatever cannot be found is
      *          held as a backorder for the next run. Every
      *          reservation still waiting to be picked is printed on
      *          a pick list in location and item order so the
      *          warehouse walks each location once, and the lines
      *          still on backorder are listed separately. The
      *          LAB09AE pick confirmation turns the picks into I
      *          movements. Units held only in lots already past
      *          their expiry date are not reserved, since LAB09G
      *          will not issue them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        REQUISITION LINES MAINTAINED BY LAB09AC - WALKED IN
      *        NEEDED-BY ORDER FOR ALLOCATION
               SELECT REQUISITION-FILE
                   ASSIGN TO "../REQUISITIONS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS REQ-LINE-KEY
                                  ALTERNATE KEY IS REQ-INVENTORY-ID
                                      WITH DUPLICATES
                                  ALTERNATE KEY IS REQ-NEEDED-DATE
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              REQ-STATUS-FILED.

      *        STOCK RESERVED PER LOCATION - CREATED EMPTY ON THE
      *        FIRST RUN, READ IN LOCATION ORDER FOR THE PICK LIST
               SELECT OPTIONAL RESERVATION-FILE
                   ASSIGN TO "../RESERVATIONS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RESERVE-KEY
                                  ALTERNATE KEY IS RESERVE-REQ-LINE-KEY
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              RESERVE-STATUS-FILED.

      *        STOCK BALANCE PER ITEM AND LOCATION, KEPT BY LAB09G
               SELECT STOCK-LOCATION-FILE
                   ASSIGN TO "../STOCK-LOCATION.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LOCATION-ITEM-KEY
                                   FILE STATUS IS
                                       LOCATION-STATUS-FILED.

      *        STOCK BALANCE PER ITEM, LOCATION, AND LOT KEPT BY
      *        LAB09G - READ IN EXPIRY ORDER FOR THE UNITS IN EXPIRED
      *        LOTS
               SELECT OPTIONAL LOT-BALANCE-FILE
                   ASSIGN TO "../LOT-BALANCE.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LOT-BALANCE-KEY
                                  ALTERNATE KEY IS LOT-FEFO-KEY
                                      FILE STATUS IS LOT-STATUS-FILED.

      *        INDEXED FILE BUILT BY LAB09 - DESCRIPTIONS FOR THE
      *        PICK LIST
               SELECT INDEXED-INVENT-FILE
                   ASSIGN TO "../INDEXED-INVENT.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS INVENTORY-ID-OUT
                                  ALTERNATE KEY IS VENDOR-NAME-OUT
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

      *        PRINTED PICK LIST FOR THE WAREHOUSE
               SELECT PICK-LIST-FILE
                   ASSIGN TO "../REQUISITION-PICK-LIST.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        PRINTED LIST OF LINES STILL ON BACKORDER
               SELECT BACKORDER-REPORT-FILE
                   ASSIGN TO "../REQUISITION-BACKORDERS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        RUN-CONTROL LEDGER EVERY JOB STAMPS AND CHECKS
               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO "../RUN-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISITION-FILE.
       01 REQUISITION-RECORD.
           05 REQ-LINE-KEY.
               10 REQ-NUMBER PIC X(10).
               10 REQ-LINE-NUMBER PIC 9(3).
           05 REQ-DEPARTMENT PIC X(4).
           05 REQ-INVENTORY-ID PIC X(9).
           05 REQ-QUANTITY PIC 9(5).
           05 REQ-NEEDED-DATE PIC 9(8).
           05 REQ-ENTRY-DATE PIC 9(8).
      *    UNITS HELD FOR THE LINE ON RESERVATIONS NOT YET PICKED
           05 REQ-RESERVED-QUANTITY PIC 9(5).
      *    UNITS PICKED AND SENT TO LAB09G AS I MOVEMENTS
           05 REQ-ISSUED-QUANTITY PIC 9(5).
      *    UNITS THE LAST ALLOCATION COULD NOT FIND STOCK FOR
           05 REQ-BACKORDER-QUANTITY PIC 9(5).
      *    O = ENTERED, A = ALLOCATED IN FULL, B = BACKORDERED,
      *    C = ISSUED IN FULL, X = CANCELLED
           05 REQ-STATUS PIC X.

       FD RESERVATION-FILE.
       01 RESERVATION-RECORD.
      *    LOCATION FIRST SO THE FILE READS IN PICK-LIST ORDER
           05 RESERVE-KEY.
               10 RESERVE-LOCATION PIC X(3).
               10 RESERVE-INVENTORY-ID PIC X(9).
               10 RESERVE-REQ-LINE-KEY.
                   15 RESERVE-REQ-NUMBER PIC X(10).
                   15 RESERVE-LINE-NUMBER PIC 9(3).
           05 RESERVE-DEPARTMENT PIC X(4).
           05 RESERVE-QUANTITY PIC 9(5).
           05 RESERVE-NEEDED-DATE PIC 9(8).
           05 RESERVE-DATE PIC 9(8).

       FD STOCK-LOCATION-FILE.
       01 STOCK-LOCATION-RECORD.
           05 LOCATION-ITEM-KEY.
               10 LOCATION-INVENTORY-ID PIC X(9).
               10 LOCATION-CODE PIC X(3).
           05 LOCATION-QUANTITY PIC 9(5).

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
      *    A = ACTIVE, D = DISCONTINUED - DISCONTINUED ITEMS STAY ON
      *    FILE UNTIL THE LAB09V PURGE TAKES THEM AT ZERO ON-HAND
           05 ITEM-STATUS-OUT PIC X.

       FD PICK-LIST-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       FD BACKORDER-REPORT-FILE.
       01 BACKORDER-LINE-OUT PIC X(132).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-JOB-NAME PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RUN-TIME-STAMP PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    S = JOB STARTED, C = JOB COMPLETED CLEANLY
           05 RUN-JOB-STATUS PIC X.

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAGS FOR THE REQUISITION, LOCATION, AND
      *    RESERVATION WALKS, AND FOR THE LOTS AT A LOCATION
           05 EOF-FLAG PIC A.
           05 LOCATION-EOF-FLAG PIC A.
           05 RESERVE-EOF-FLAG PIC A.
           05 LOT-EOF-FLAG PIC A.
      *    STORES STATUS OF REQUISITION FILE I/O
           05 REQ-STATUS-FILED PIC X(2).
      *    STORES STATUS OF RESERVATION FILE I/O
           05 RESERVE-STATUS-FILED PIC X(2).
      *    STORES STATUS OF STOCK-LOCATION FILE I/O
           05 LOCATION-STATUS-FILED PIC X(2).
      *    STORES STATUS OF LOT BALANCE FILE I/O
           05 LOT-STATUS-FILED PIC X(2).
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    Y WHEN THE REQUISITION FILE OPENED - BEFORE LAB09AC HAS
      *    ENTERED A LINE THERE IS NOTHING TO ALLOCATE
           05 REQUISITION-PRESENT PIC A VALUE "N".
      *    Y WHEN THE STOCK-LOCATION FILE OPENED - WITHOUT IT NO STOCK
      *    CAN BE FOUND AND EVERY LINE IS HELD ON BACKORDER
           05 LOCATION-PRESENT PIC A VALUE "N".
      *    Y WHEN THE LOT BALANCE FILE OPENED - WITHOUT IT NO STOCK IS
      *    LOT-CONTROLLED AND NONE IS HELD BACK AS EXPIRED
           05 LOT-FILE-PRESENT PIC A VALUE "N".
      *    DATE THE ALLOCATION RAN
           05 RUN-DATE PIC 9(8).
       01 RUN-CONTROL-FIELDS.
      *    STATUS TO STAMP, SET BEFORE THE STAMP PARAGRAPH RUNS
           05 STAMP-STATUS PIC X.
      *    TIME OF DAY FOR THE STAMP
           05 TIME-NOW PIC 9(8).
      *    END OF FILE FLAG FOR THE LEDGER SCAN
           05 RUN-CONTROL-EOF PIC A.
      *    N WHEN THE STARTUP CHECK REFUSES THE RUN
           05 RUN-ALLOWED PIC A VALUE "Y".
      *    Y WHILE THE LEDGER SHOWS A LAB09AE RUN NOT YET FOLLOWED BY
      *    A COMPLETED LAB09G
           05 PICKS-UNPOSTED PIC A.
      *    B ON THE BACKORDER PASS, O ON THE NEW-LINE PASS
           05 PASS-STATUS PIC X.
      *    UNITS THE CURRENT LINE STILL NEEDS RESERVED
           05 LINE-NEED PIC S9(6).
      *    UNITS ALREADY HELD AT THE LOCATION FOR ANY LINE, WHAT IS
      *    LEFT FREE THERE, AND WHAT THIS LINE TAKES
           05 RESERVED-AT-LOCATION PIC 9(7).
           05 FREE-AT-LOCATION PIC S9(7).
      *    UNITS AT THE LOCATION IN LOTS PAST EXPIRY, WHAT IS LEFT TO
      *    ISSUE ONCE THEY ARE TAKEN OUT, AND Y WHEN THE LOCATION
      *    ALSO HOLDS A LOT STILL IN DATE
           05 EXPIRED-AT-LOCATION PIC 9(7).
           05 USABLE-AT-LOCATION PIC S9(7).
           05 UNEXPIRED-LOT-HELD PIC A.
           05 DRAW-QUANTITY PIC 9(5).
      *    LOCATION THE RESERVATION IS BEING TAKEN AT
           05 DRAW-LOCATION PIC X(3).
      *    RETURNS CAGE - STOCK THERE IS GOING BACK TO THE VENDOR
           05 RETURNS-CAGE PIC X(3) VALUE "RCG".
       01 ALLOCATION-TOTALS.
      *    LINES LOOKED AT ON EACH PASS, AND HOW THEY CAME OUT
           05 BACKORDER-LINES-TRIED PIC 9(7) VALUE ZERO.
           05 NEW-LINES-TRIED PIC 9(7) VALUE ZERO.
           05 LINES-FILLED PIC 9(7) VALUE ZERO.
           05 LINES-BACKORDERED PIC 9(7) VALUE ZERO.
      *    UNITS RESERVED THIS RUN
           05 UNITS-RESERVED PIC 9(9) VALUE ZERO.
      *    RESERVATIONS PRINTED AND BACKORDER LINES LISTED
           05 PICK-COUNT PIC 9(7) VALUE ZERO.
           05 BACKORDER-COUNT PIC 9(7) VALUE ZERO.
       01 PICK-LIST-FIELDS.
      *    LOCATION BREAK FIELD - CHANGES WHEN THE LOCATION CHANGES
           05 PRIOR-LOCATION PIC X(3).
      *    Y UNTIL THE FIRST RESERVATION HAS OPENED ITS LOCATION
           05 FIRST-RECORD PIC A.
      *    UNITS TO PICK AT THE CURRENT LOCATION
           05 LOCATION-PICK-UNITS PIC 9(7).
       01 REPORT-LINES.
           05 PICK-HEADING.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(32) VALUE "DESCRIPTION".
               10 FILLER PIC X(17) VALUE "REQUISITION LINE".
               10 FILLER PIC X(6) VALUE "DEPT".
               10 FILLER PIC X(10) VALUE "  QTY".
               10 FILLER PIC X(9) VALUE "NEEDED BY".
               10 FILLER PIC X(10) VALUE "  PICKED".
      *    ONE LINE PER RESERVATION - THE PICKER WRITES THE QUANTITY
      *    ACTUALLY PICKED ON THE RULE
           05 PICK-LINE.
               10 FILLER PIC X(4) VALUE SPACES.
               10 PICK-ITEM-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 PICK-DESCRIPTION PIC X(30).
               10 FILLER PIC X(2) VALUE SPACES.
               10 PICK-REQ-NUMBER PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 PICK-LINE-NUMBER PIC 9(3).
               10 FILLER PIC X(2) VALUE SPACES.
               10 PICK-DEPARTMENT PIC X(4).
               10 FILLER PIC X(2) VALUE SPACES.
               10 PICK-QUANTITY PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 PICK-NEEDED-DATE PIC 9(8).
               10 FILLER PIC X(3) VALUE SPACES.
               10 FILLER PIC X(8) VALUE "________".
           05 LOCATION-TOTAL-LINE.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(25) VALUE "TOTAL UNITS TO PICK AT ".
               10 LOCATION-TOTAL-CODE PIC X(3).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LOCATION-TOTAL-UNITS PIC Z,ZZZ,ZZ9.
           05 BACKORDER-HEADING.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(17) VALUE "REQUISITION LINE".
               10 FILLER PIC X(6) VALUE "DEPT".
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(10) VALUE "  ORDERED".
               10 FILLER PIC X(9) VALUE "  ISSUED".
               10 FILLER PIC X(10) VALUE " RESERVED".
               10 FILLER PIC X(10) VALUE "     SHORT".
               10 FILLER PIC X(11) VALUE "  NEEDED BY".
           05 BACKORDER-LINE.
               10 FILLER PIC X(4) VALUE SPACES.
               10 BACKORDER-REQ-NUMBER PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 BACKORDER-LINE-NUMBER PIC 9(3).
               10 FILLER PIC X(2) VALUE SPACES.
               10 BACKORDER-DEPARTMENT PIC X(4).
               10 FILLER PIC X(2) VALUE SPACES.
               10 BACKORDER-ITEM-ID PIC X(9).
               10 FILLER PIC X(3) VALUE SPACES.
               10 BACKORDER-ORDERED PIC ZZ,ZZ9.
               10 FILLER PIC X(3) VALUE SPACES.
               10 BACKORDER-ISSUED PIC ZZ,ZZ9.
               10 FILLER PIC X(3) VALUE SPACES.
               10 BACKORDER-RESERVED PIC ZZ,ZZ9.
               10 FILLER PIC X(4) VALUE SPACES.
               10 BACKORDER-SHORT PIC ZZ,ZZ9.
               10 FILLER PIC X(3) VALUE SPACES.
               10 BACKORDER-NEEDED-DATE PIC 9(8).
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-ALLOCATE-REQUISITIONS.
           PERFORM 214-CHECK-RUN-CONTROL.
           IF RUN-ALLOWED = "Y"
               MOVE "S" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
               PERFORM 201-INITIALIZE
               IF REQUISITION-PRESENT = "Y"
                   MOVE "B" TO PASS-STATUS
                   PERFORM 210-ALLOCATION-PASS
                   MOVE "O" TO PASS-STATUS
                   PERFORM 210-ALLOCATION-PASS
                   PERFORM 230-PRINT-PICK-LIST
                   PERFORM 240-PRINT-BACKORDERS
               END-IF
               PERFORM 203-TERMINATE
               MOVE "C" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
           ELSE
               DISPLAY "RUN REFUSED - LAB09AE HAS CONFIRMED PICKS SINCE"
                   " LAB09G LAST COMPLETED - RUN LAB09G TO POST THEM"
                   " BEFORE ALLOCATING"
           END-IF.
           STOP RUN.

      * OPEN THE FILES - BEFORE LAB09AC HAS ENTERED A LINE THE RUN
      * ENDS WITH A MESSAGE
       201-INITIALIZE.
           OPEN I-O REQUISITION-FILE.
           IF REQ-STATUS-FILED NOT = "00"
               DISPLAY "NO REQUISITION FILE - NOTHING TO ALLOCATE -"
                   " RUN LAB09AC TO ENTER REQUISITIONS FIRST"
           ELSE
               MOVE "Y" TO REQUISITION-PRESENT
               OPEN I-O RESERVATION-FILE
               OPEN INPUT INDEXED-INVENT-FILE
               OPEN OUTPUT PICK-LIST-FILE
                           BACKORDER-REPORT-FILE
               OPEN INPUT LOT-BALANCE-FILE
               IF LOT-STATUS-FILED = "00"
                   MOVE "Y" TO LOT-FILE-PRESENT
               END-IF
               OPEN INPUT STOCK-LOCATION-FILE
               IF LOCATION-STATUS-FILED = "00"
                   MOVE "Y" TO LOCATION-PRESENT
               ELSE
                   DISPLAY "NO STOCK-LOCATION FILE - NO STOCK CAN BE"
                       " RESERVED - RUN LAB09G WITH LOCATION-CODED"
                       " MOVEMENTS FIRST"
               END-IF
               DISPLAY "REQUISITION ALLOCATION RUN - " RUN-DATE
           END-IF.

      * CLOSES THE FILES AND REPORTS HOW THE ALLOCATION CAME OUT
       203-TERMINATE.
           IF REQUISITION-PRESENT = "Y"
               CLOSE REQUISITION-FILE
                     RESERVATION-FILE
                     INDEXED-INVENT-FILE
                     PICK-LIST-FILE
                     BACKORDER-REPORT-FILE
               IF LOCATION-PRESENT = "Y"
                   CLOSE STOCK-LOCATION-FILE
               END-IF
               IF LOT-FILE-PRESENT = "Y"
                   CLOSE LOT-BALANCE-FILE
               END-IF
               DISPLAY "BACKORDER LINES TRIED  : "
                   BACKORDER-LINES-TRIED
               DISPLAY "NEW LINES TRIED        : " NEW-LINES-TRIED
               DISPLAY "LINES FILLED IN FULL   : " LINES-FILLED
               DISPLAY "LINES ON BACKORDER     : " LINES-BACKORDERED
               DISPLAY "UNITS RESERVED         : " UNITS-RESERVED
               DISPLAY "PICKS LISTED           : " PICK-COUNT
                   " - SEE REQUISITION-PICK-LIST.TXT"
               DISPLAY "BACKORDERS LISTED      : " BACKORDER-COUNT
                   " - SEE REQUISITION-BACKORDERS.TXT"
           END-IF.

      * WALKS THE LINES IN NEEDED-BY ORDER AND ALLOCATES THE ONES
      * WAITING IN THIS PASS'S STATUS
       210-ALLOCATION-PASS.
           MOVE "N" TO EOF-FLAG.
           MOVE ZERO TO REQ-NEEDED-DATE.
           START REQUISITION-FILE
               KEY IS NOT LESS THAN REQ-NEEDED-DATE
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 300-READ-NEXT-REQUISITION
           END-IF.
           PERFORM 211-ALLOCATE-IF-WAITING UNTIL EOF-FLAG = "Y".

      * ALLOCATES THE LINE WHEN IT BELONGS TO THIS PASS AND READS
      * THE NEXT
       211-ALLOCATE-IF-WAITING.
           IF REQ-STATUS = PASS-STATUS
               IF PASS-STATUS = "B"
                   ADD 1 TO BACKORDER-LINES-TRIED
               ELSE
                   ADD 1 TO NEW-LINES-TRIED
               END-IF
               PERFORM 310-ALLOCATE-LINE
           END-IF.
           PERFORM 300-READ-NEXT-REQUISITION.

      * SCANS THE RUN-CONTROL LEDGER - A PICK CONFIRMATION AFTER THE
      * LAST COMPLETED MOVEMENT POSTING HAS RELEASED ITS RESERVATIONS
      * BUT NOT YET TAKEN THE ISSUES OFF ON-HAND, SO ALLOCATING NOW
      * WOULD PROMISE THE SAME STOCK TWICE
       214-CHECK-RUN-CONTROL.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO RUN-CONTROL-EOF.
           MOVE "N" TO PICKS-UNPOSTED.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM 215-SCAN-ONE-RUN-RECORD
               UNTIL RUN-CONTROL-EOF = "Y".
           CLOSE RUN-CONTROL-FILE.
           IF PICKS-UNPOSTED = "Y"
               MOVE "N" TO RUN-ALLOWED
           END-IF.

      * READS ONE LEDGER RECORD - ANY LAB09AE STAMP LEAVES PICKS
      * UNPOSTED UNTIL A LATER LAB09G COMPLETION
       215-SCAN-ONE-RUN-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO RUN-CONTROL-EOF
               NOT AT END
                   IF RUN-JOB-NAME = "LAB09AE"
                       MOVE "Y" TO PICKS-UNPOSTED
                   ELSE
                       IF RUN-JOB-NAME = "LAB09G"
                           AND RUN-JOB-STATUS = "C"
                           MOVE "N" TO PICKS-UNPOSTED
                       END-IF
                   END-IF
           END-READ.

      * APPENDS A START OR COMPLETION STAMP FOR THIS JOB
       216-STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "LAB09AD" TO RUN-JOB-NAME.
           MOVE RUN-DATE TO RUN-BUSINESS-DATE.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO RUN-TIME-STAMP.
           MOVE STAMP-STATUS TO RUN-JOB-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * PRINTS EVERY RESERVATION STILL WAITING TO BE PICKED, ONE
      * SECTION PER LOCATION
       230-PRINT-PICK-LIST.
           MOVE "Y" TO FIRST-RECORD.
           MOVE "N" TO RESERVE-EOF-FLAG.
           MOVE LOW-VALUES TO RESERVE-KEY.
           START RESERVATION-FILE
               KEY IS NOT LESS THAN RESERVE-KEY
               INVALID KEY
                   MOVE "Y" TO RESERVE-EOF-FLAG
           END-START.
           IF RESERVE-EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 301-READ-NEXT-RESERVATION
           END-IF.
           IF RESERVE-EOF-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "REQUISITION PICK LIST - RUN DATE "
                   DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE "NOTHING TO PICK" TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
           PERFORM 231-PRINT-ONE-PICK UNTIL RESERVE-EOF-FLAG = "Y".
           PERFORM 233-PRINT-LOCATION-TOTAL.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "PICKS LISTED                  " TO COUNT-CAPTION.
           MOVE PICK-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.

      * DETECTS A LOCATION BREAK AND PRINTS ONE PICK
       231-PRINT-ONE-PICK.
           IF FIRST-RECORD = "Y"
               OR RESERVE-LOCATION NOT EQUAL TO PRIOR-LOCATION
                   PERFORM 233-PRINT-LOCATION-TOTAL
                   PERFORM 232-PRINT-LOCATION-HEADING
                   MOVE RESERVE-LOCATION TO PRIOR-LOCATION
                   MOVE "N" TO FIRST-RECORD
           END-IF.
           MOVE RESERVE-INVENTORY-ID TO PICK-ITEM-ID.
           MOVE RESERVE-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               MOVE "*** ITEM NOT ON FILE" TO PICK-DESCRIPTION
           NOT INVALID KEY
               MOVE INVENTORY-DESCRIPTION-OUT TO PICK-DESCRIPTION
           END-READ.
           MOVE RESERVE-REQ-NUMBER TO PICK-REQ-NUMBER.
           MOVE RESERVE-LINE-NUMBER TO PICK-LINE-NUMBER.
           MOVE RESERVE-DEPARTMENT TO PICK-DEPARTMENT.
           MOVE RESERVE-QUANTITY TO PICK-QUANTITY.
           MOVE RESERVE-NEEDED-DATE TO PICK-NEEDED-DATE.
           WRITE REPORT-LINE-OUT FROM PICK-LINE.
           ADD RESERVE-QUANTITY TO LOCATION-PICK-UNITS.
           ADD 1 TO PICK-COUNT.
           PERFORM 301-READ-NEXT-RESERVATION.

      * OPENS A LOCATION'S SECTION OF THE PICK LIST
       232-PRINT-LOCATION-HEADING.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "REQUISITION PICK LIST - LOCATION "
               DELIMITED BY SIZE
               RESERVE-LOCATION DELIMITED BY SIZE
               " - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM PICK-HEADING.
           MOVE ZERO TO LOCATION-PICK-UNITS.

      * CLOSES THE LOCATION SECTION JUST FINISHED WITH ITS UNITS
       233-PRINT-LOCATION-TOTAL.
           IF FIRST-RECORD NOT EQUAL TO "Y"
               MOVE PRIOR-LOCATION TO LOCATION-TOTAL-CODE
               MOVE LOCATION-PICK-UNITS TO LOCATION-TOTAL-UNITS
               WRITE REPORT-LINE-OUT FROM LOCATION-TOTAL-LINE
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.

      * LISTS EVERY LINE STILL ON BACKORDER IN REQUISITION ORDER
       240-PRINT-BACKORDERS.
           MOVE SPACES TO BACKORDER-LINE-OUT.
           STRING "REQUISITION BACKORDERS - RUN DATE "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO BACKORDER-LINE-OUT.
           WRITE BACKORDER-LINE-OUT.
           MOVE SPACES TO BACKORDER-LINE-OUT.
           WRITE BACKORDER-LINE-OUT.
           WRITE BACKORDER-LINE-OUT FROM BACKORDER-HEADING.
           MOVE "N" TO EOF-FLAG.
           MOVE LOW-VALUES TO REQ-LINE-KEY.
           START REQUISITION-FILE
               KEY IS NOT LESS THAN REQ-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 300-READ-NEXT-REQUISITION
           END-IF.
           PERFORM 241-PRINT-IF-BACKORDERED UNTIL EOF-FLAG = "Y".
           MOVE SPACES TO BACKORDER-LINE-OUT.
           WRITE BACKORDER-LINE-OUT.
           MOVE "LINES ON BACKORDER            " TO COUNT-CAPTION.
           MOVE BACKORDER-COUNT TO COUNT-EDIT.
           WRITE BACKORDER-LINE-OUT FROM COUNT-LINE.

      * PRINTS THE LINE WHEN IT IS ON BACKORDER AND READS THE NEXT
       241-PRINT-IF-BACKORDERED.
           IF REQ-STATUS = "B"
               MOVE REQ-NUMBER TO BACKORDER-REQ-NUMBER
               MOVE REQ-LINE-NUMBER TO BACKORDER-LINE-NUMBER
               MOVE REQ-DEPARTMENT TO BACKORDER-DEPARTMENT
               MOVE REQ-INVENTORY-ID TO BACKORDER-ITEM-ID
               MOVE REQ-QUANTITY TO BACKORDER-ORDERED
               MOVE REQ-ISSUED-QUANTITY TO BACKORDER-ISSUED
               MOVE REQ-RESERVED-QUANTITY TO BACKORDER-RESERVED
               MOVE REQ-BACKORDER-QUANTITY TO BACKORDER-SHORT
               MOVE REQ-NEEDED-DATE TO BACKORDER-NEEDED-DATE
               WRITE BACKORDER-LINE-OUT FROM BACKORDER-LINE
               ADD 1 TO BACKORDER-COUNT
           END-IF.
           PERFORM 300-READ-NEXT-REQUISITION.

      * READS THE NEXT REQUISITION LINE ON THE KEY LAST STARTED
       300-READ-NEXT-REQUISITION.
           READ REQUISITION-FILE NEXT RECORD
           AT END
               MOVE "Y" TO EOF-FLAG.

      * READS THE NEXT RESERVATION IN LOCATION AND ITEM ORDER
       301-READ-NEXT-RESERVATION.
           READ RESERVATION-FILE NEXT RECORD
           AT END
               MOVE "Y" TO RESERVE-EOF-FLAG.

      * RESERVES WHAT THE LINE STILL NEEDS FROM THE ITEM'S LOCATIONS
      * AND HOLDS ANY SHORTFALL AS A BACKORDER
       310-ALLOCATE-LINE.
           COMPUTE LINE-NEED = REQ-QUANTITY - REQ-ISSUED-QUANTITY
               - REQ-RESERVED-QUANTITY.
           IF LINE-NEED > ZERO AND LOCATION-PRESENT = "Y"
               MOVE "N" TO LOCATION-EOF-FLAG
               MOVE REQ-INVENTORY-ID TO LOCATION-INVENTORY-ID
               MOVE LOW-VALUES TO LOCATION-CODE
               START STOCK-LOCATION-FILE
                   KEY IS NOT LESS THAN LOCATION-ITEM-KEY
                   INVALID KEY
                       MOVE "Y" TO LOCATION-EOF-FLAG
               END-START
               PERFORM 311-DRAW-FROM-NEXT-LOCATION
                   UNTIL LOCATION-EOF-FLAG = "Y"
                       OR LINE-NEED NOT > ZERO
           END-IF.
           IF LINE-NEED > ZERO
               MOVE LINE-NEED TO REQ-BACKORDER-QUANTITY
               MOVE "B" TO REQ-STATUS
               ADD 1 TO LINES-BACKORDERED
           ELSE
               MOVE ZERO TO REQ-BACKORDER-QUANTITY
               MOVE "A" TO REQ-STATUS
               ADD 1 TO LINES-FILLED
           END-IF.
           REWRITE REQUISITION-RECORD
           INVALID KEY
               DISPLAY "ALLOCATION NOT SAVED FOR REQUISITION "
                   REQ-NUMBER " LINE " REQ-LINE-NUMBER
                   " STATUS FILED IS " REQ-STATUS-FILED
           END-REWRITE.

      * TAKES WHAT IS FREE AT THE ITEM'S NEXT LOCATION, LEAVING OUT
      * UNITS IN EXPIRED LOTS - THE WALK ENDS WHEN THE BALANCES
      * BELONG TO ANOTHER ITEM
       311-DRAW-FROM-NEXT-LOCATION.
           READ STOCK-LOCATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LOCATION-EOF-FLAG
               NOT AT END
                   IF LOCATION-INVENTORY-ID
                       NOT EQUAL TO REQ-INVENTORY-ID
                       MOVE "Y" TO LOCATION-EOF-FLAG
                   ELSE
                       MOVE LOCATION-QUANTITY TO USABLE-AT-LOCATION
                       IF LOCATION-CODE NOT EQUAL TO RETURNS-CAGE
                           AND LOCATION-QUANTITY > ZERO
                           PERFORM 315-SUM-EXPIRED-AT-LOCATION
                       END-IF
                       IF LOCATION-CODE NOT EQUAL TO RETURNS-CAGE
                           AND USABLE-AT-LOCATION > ZERO
                           PERFORM 312-SUM-RESERVED-AT-LOCATION
                           COMPUTE FREE-AT-LOCATION =
                               USABLE-AT-LOCATION - RESERVED-AT-LOCATION
                           IF FREE-AT-LOCATION > ZERO
                               PERFORM 314-RESERVE-AT-LOCATION
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * TOTALS WHAT IS ALREADY RESERVED AT THE LOCATION FOR THE ITEM,
      * WHATEVER LINE IT IS HELD FOR
       312-SUM-RESERVED-AT-LOCATION.
           MOVE ZERO TO RESERVED-AT-LOCATION.
           MOVE "N" TO RESERVE-EOF-FLAG.
           MOVE LOCATION-CODE TO RESERVE-LOCATION.
           MOVE LOCATION-INVENTORY-ID TO RESERVE-INVENTORY-ID.
           MOVE LOW-VALUES TO RESERVE-REQ-LINE-KEY.
           START RESERVATION-FILE
               KEY IS NOT LESS THAN RESERVE-KEY
               INVALID KEY
                   MOVE "Y" TO RESERVE-EOF-FLAG
           END-START.
           PERFORM 313-ADD-ONE-RESERVATION
               UNTIL RESERVE-EOF-FLAG = "Y".

      * ADDS THE NEXT RESERVATION - THE WALK ENDS AT ANOTHER ITEM
      * OR LOCATION
       313-ADD-ONE-RESERVATION.
           READ RESERVATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RESERVE-EOF-FLAG
               NOT AT END
                   IF RESERVE-LOCATION NOT EQUAL TO LOCATION-CODE
                       OR RESERVE-INVENTORY-ID
                           NOT EQUAL TO LOCATION-INVENTORY-ID
                       MOVE "Y" TO RESERVE-EOF-FLAG
                   ELSE
                       ADD RESERVE-QUANTITY TO RESERVED-AT-LOCATION
                   END-IF
           END-READ.

      * HOLDS THE SMALLER OF WHAT IS FREE AND WHAT THE LINE NEEDS -
      * A LINE ALREADY HOLDING STOCK AT THE LOCATION HAS ITS
      * RESERVATION TOPPED UP
       314-RESERVE-AT-LOCATION.
           IF FREE-AT-LOCATION < LINE-NEED
               MOVE FREE-AT-LOCATION TO DRAW-QUANTITY
           ELSE
               MOVE LINE-NEED TO DRAW-QUANTITY
           END-IF.
           MOVE LOCATION-CODE TO DRAW-LOCATION.
           MOVE DRAW-LOCATION TO RESERVE-LOCATION.
           MOVE REQ-INVENTORY-ID TO RESERVE-INVENTORY-ID.
           MOVE REQ-NUMBER TO RESERVE-REQ-NUMBER.
           MOVE REQ-LINE-NUMBER TO RESERVE-LINE-NUMBER.
           READ RESERVATION-FILE
           INVALID KEY
               MOVE REQ-DEPARTMENT TO RESERVE-DEPARTMENT
               MOVE DRAW-QUANTITY TO RESERVE-QUANTITY
               MOVE REQ-NEEDED-DATE TO RESERVE-NEEDED-DATE
               MOVE RUN-DATE TO RESERVE-DATE
               WRITE RESERVATION-RECORD
               INVALID KEY
                   DISPLAY "RESERVATION FAILED FOR REQUISITION "
                       REQ-NUMBER " AT " DRAW-LOCATION
                       " STATUS FILED IS " RESERVE-STATUS-FILED
                   MOVE ZERO TO DRAW-QUANTITY
               END-WRITE
           NOT INVALID KEY
               ADD DRAW-QUANTITY TO RESERVE-QUANTITY
               MOVE RUN-DATE TO RESERVE-DATE
               REWRITE RESERVATION-RECORD
               INVALID KEY
                   DISPLAY "RESERVATION FAILED FOR REQUISITION "
                       REQ-NUMBER " AT " DRAW-LOCATION
                       " STATUS FILED IS " RESERVE-STATUS-FILED
                   MOVE ZERO TO DRAW-QUANTITY
               END-REWRITE
           END-READ.
           ADD DRAW-QUANTITY TO REQ-RESERVED-QUANTITY.
           ADD DRAW-QUANTITY TO UNITS-RESERVED.
           SUBTRACT DRAW-QUANTITY FROM LINE-NEED.

      * TAKES THE UNITS IN LOTS PAST EXPIRY OUT OF THE LOCATION'S
      * BALANCE, READING ITS LOTS EARLIEST EXPIRY FIRST AS LAB09G
      * ISSUES THEM - A LOCATION HOLDING ONLY EXPIRED LOTS HAS NOTHING
      * LAB09G WILL ISSUE, EVEN IF SOME STOCK THERE IS NOT IN A LOT
       315-SUM-EXPIRED-AT-LOCATION.
           MOVE ZERO TO EXPIRED-AT-LOCATION.
           MOVE "N" TO UNEXPIRED-LOT-HELD.
           IF LOT-FILE-PRESENT = "Y"
               MOVE "N" TO LOT-EOF-FLAG
               MOVE LOCATION-INVENTORY-ID TO LOT-FEFO-INVENTORY-ID
               MOVE LOCATION-CODE TO LOT-FEFO-LOCATION
               MOVE ZERO TO LOT-EXPIRY-DATE
               MOVE LOW-VALUES TO LOT-FEFO-NUMBER
               START LOT-BALANCE-FILE
                   KEY IS NOT LESS THAN LOT-FEFO-KEY
                   INVALID KEY
                       MOVE "Y" TO LOT-EOF-FLAG
               END-START
               PERFORM 316-ADD-ONE-EXPIRED-LOT
                   UNTIL LOT-EOF-FLAG = "Y"
           END-IF.
           IF EXPIRED-AT-LOCATION > ZERO
               IF UNEXPIRED-LOT-HELD = "Y"
                   COMPUTE USABLE-AT-LOCATION =
                       LOCATION-QUANTITY - EXPIRED-AT-LOCATION
               ELSE
                   MOVE ZERO TO USABLE-AT-LOCATION
               END-IF
           END-IF.

      * ADDS THE NEXT LOT IF IT HAS EXPIRED - THE WALK ENDS AT THE
      * FIRST LOT STILL IN DATE, OR AT ANOTHER ITEM OR LOCATION
       316-ADD-ONE-EXPIRED-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LOT-EOF-FLAG
               NOT AT END
                   IF LOT-FEFO-INVENTORY-ID
                       NOT EQUAL TO LOCATION-INVENTORY-ID
                       OR LOT-FEFO-LOCATION NOT EQUAL TO LOCATION-CODE
                       MOVE "Y" TO LOT-EOF-FLAG
                   ELSE
                       IF LOT-EXPIRY-DATE < RUN-DATE
                           ADD LOT-QUANTITY TO EXPIRED-AT-LOCATION
                       ELSE
                           MOVE "Y" TO UNEXPIRED-LOT-HELD
                           MOVE "Y" TO LOT-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM LAB09AD.
