      ******************************************************************
      * Author: Mostapha A
      * Purpose: Kit work order release. Checks each assembly work
      *          order LAB09AK keeps for the parts it needs at its
      *          location - every component on the kit's bill of
      *          materials for an assembly, the kits themselves for a
      *          disassembly - against the stock-by-location balances
      *          LAB09G maintains, net of what is reserved there for
      *          requisitions and of what orders already released
      *          are still waiting to take. Orders held short by an
      *          earlier run are tried first, then newly opened
      *          orders, each group in needed-by date order. An order
      *          with everything on hand is released: its K or U
      *          movement is added to the day's movement feed for
      *          LAB09G to post, and its parts are held for it until
      *          it does. An order still short is held, and every
      *          part it is short of is listed with what it needs,
      *          what is free, and the shortfall. Components held only
      *          in lots already past their expiry date are not
      *          counted, since LAB09G will not issue them into a kit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        ASSEMBLY WORK ORDERS MAINTAINED BY LAB09AK - WALKED IN
      *        NEEDED-BY ORDER FOR RELEASE
               SELECT ASSEMBLY-ORDER-FILE
                   ASSIGN TO "../ASSEMBLY-ORDERS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ASSEMBLY-ORDER-NUMBER
                                  ALTERNATE KEY IS ASSEMBLY-NEEDED-DATE
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              ASSEMBLY-STATUS-FILED.

      *        KIT BILLS OF MATERIALS MAINTAINED BY LAB09AJ
               SELECT OPTIONAL BILL-OF-MATERIALS-FILE
                   ASSIGN TO "../BILL-OF-MATERIALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BOM-KEY
                                   FILE STATUS IS BOM-STATUS-FILED.

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

      *        STOCK RESERVED PER LOCATION FOR REQUISITIONS BY LAB09AD
               SELECT OPTIONAL RESERVATION-FILE
                   ASSIGN TO "../RESERVATIONS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RESERVE-KEY
                                  ALTERNATE KEY IS RESERVE-REQ-LINE-KEY
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              RESERVE-STATUS-FILED.

      *        DAILY FEED OF STOCK MOVEMENTS LAB09G POSTS - RELEASED
      *        ORDERS ARE ADDED TO IT AS KIT MOVEMENTS
               SELECT OPTIONAL MOVEMENT-FILE
                   ASSIGN TO "../INVENT-MOVEMENTS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        PRINTED LIST OF THE PARTS HELD ORDERS ARE SHORT OF
               SELECT SHORTAGE-REPORT-FILE
                   ASSIGN TO "../ASSEMBLY-SHORTAGES.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        RUN-CONTROL LEDGER EVERY JOB STAMPS AND CHECKS
               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO "../RUN-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ASSEMBLY-ORDER-FILE.
       01 ASSEMBLY-ORDER-RECORD.
           05 ASSEMBLY-ORDER-NUMBER PIC X(10).
      *    K = ASSEMBLE KITS FROM THEIR COMPONENTS, U = BREAK KITS
      *    BACK DOWN INTO THEM - THE MOVEMENT CODE THE ORDER POSTS AS
           05 ASSEMBLY-ORDER-TYPE PIC X.
           05 ASSEMBLY-KIT-ID PIC X(9).
           05 ASSEMBLY-QUANTITY PIC 9(5).
      *    LOCATION THE WORK IS DONE AT
           05 ASSEMBLY-LOCATION PIC X(3).
           05 ASSEMBLY-NEEDED-DATE PIC 9(8).
           05 ASSEMBLY-ENTRY-DATE PIC 9(8).
      *    DATE THIS RUN RELEASED THE ORDER AND DATE LAB09G POSTED IT
           05 ASSEMBLY-RELEASE-DATE PIC 9(8).
           05 ASSEMBLY-POSTED-DATE PIC 9(8).
      *    COMPONENT COST OF ONE KIT, ROLLED UP WHEN THE ORDER POSTED
           05 ASSEMBLY-KIT-COST PIC 9(5)V99.
      *    O = OPEN, S = SHORT OF PARTS AT THE LAST RUN, R = RELEASED
      *    AS A KIT MOVEMENT, C = POSTED, X = CANCELLED
           05 ASSEMBLY-STATUS PIC X.

       FD BILL-OF-MATERIALS-FILE.
       01 BILL-OF-MATERIALS-RECORD.
           05 BOM-KEY.
               10 BOM-KIT-ID PIC X(9).
               10 BOM-COMPONENT-ID PIC X(9).
      *    UNITS OF THE COMPONENT THAT GO INTO ONE KIT
           05 BOM-QUANTITY-PER PIC 9(3).
           05 BOM-ENTRY-DATE PIC 9(8).

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

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD-OUT.
      *    R = RECEIPT, I = ISSUE, J = ADJUSTMENT, T = TRANSFER
      *    BETWEEN TWO LOCATIONS, V = RETURN TO VENDOR FROM RCG,
      *    K = KITS ASSEMBLED, U = KITS BROKEN DOWN
           05 MOVEMENT-CODE PIC X.
      *    THE KIT ITEM ON A K OR U MOVEMENT
           05 MOVEMENT-INVENTORY-ID PIC X(9).
           05 MOVEMENT-QUANTITY PIC 9(5).
      *    DIRECTION OF A J ADJUSTMENT (+ OR -), IGNORED FOR K AND U
           05 MOVEMENT-SIGN PIC X.
      *    THE WORK ORDER NUMBER ON A KIT MOVEMENT
           05 MOVEMENT-REFERENCE PIC X(10).
      *    INVOICE UNIT COST ON A RECEIPT - BLANK ON A KIT MOVEMENT,
      *    WHICH IS COSTED FROM ITS COMPONENTS
           05 MOVEMENT-UNIT-COST PIC X(7).
      *    LOCATION THE MOVEMENT POSTS TO
           05 MOVEMENT-LOCATION PIC X(3).
      *    RECEIVING LOCATION OF A T TRANSFER, IGNORED OTHERWISE
           05 MOVEMENT-TO-LOCATION PIC X(3).
      *    LOT THE KITS GO INTO OR COME FROM - LEFT BLANK SO LAB09G
      *    DRAWS THE EARLIEST-EXPIRING LOTS
           05 MOVEMENT-LOT-NUMBER PIC X(10).
      *    EXPIRY OF A RECEIVED LOT - BLANK ON A KIT MOVEMENT
           05 MOVEMENT-EXPIRY-DATE PIC X(8).
      *    PENDING NUMBER OF A RELEASED ADJUSTMENT - BLANK ON A KIT
      *    MOVEMENT
           05 MOVEMENT-APPROVAL-NUMBER PIC X(6).

       FD SHORTAGE-REPORT-FILE.
       01 REPORT-LINE-OUT PIC X(132).

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
      *    END OF FILE FLAGS FOR THE ORDER, BILL, RESERVATION, AND
      *    LOT WALKS
           05 EOF-FLAG PIC A.
           05 BOM-EOF-FLAG PIC A.
           05 RESERVE-EOF-FLAG PIC A.
           05 LOT-EOF-FLAG PIC A.
      *    STORES STATUS OF WORK ORDER FILE I/O
           05 ASSEMBLY-STATUS-FILED PIC X(2).
      *    STORES STATUS OF BILL OF MATERIALS FILE I/O
           05 BOM-STATUS-FILED PIC X(2).
      *    STORES STATUS OF STOCK-LOCATION FILE I/O
           05 LOCATION-STATUS-FILED PIC X(2).
      *    STORES STATUS OF RESERVATION FILE I/O
           05 RESERVE-STATUS-FILED PIC X(2).
      *    STORES STATUS OF LOT BALANCE FILE I/O
           05 LOT-STATUS-FILED PIC X(2).
      *    Y WHEN THE WORK ORDER FILE OPENED - BEFORE LAB09AK HAS
      *    OPENED AN ORDER THERE IS NOTHING TO RELEASE
           05 ORDERS-PRESENT PIC A VALUE "N".
      *    Y WHEN THE STOCK-LOCATION FILE OPENED - WITHOUT IT NO
      *    PARTS CAN BE FOUND AND EVERY ORDER IS HELD SHORT
           05 LOCATION-PRESENT PIC A VALUE "N".
      *    Y WHEN THE LOT BALANCE FILE OPENED - WITHOUT IT NO STOCK IS
      *    LOT-CONTROLLED AND NONE IS HELD BACK AS EXPIRED
           05 LOT-FILE-PRESENT PIC A VALUE "N".
      *    DATE THE RELEASE RAN
           05 RUN-DATE PIC 9(8).
       01 RUN-CONTROL-FIELDS.
      *    STATUS TO STAMP, SET BEFORE THE STAMP PARAGRAPH RUNS
           05 STAMP-STATUS PIC X.
      *    TIME OF DAY FOR THE STAMP
           05 TIME-NOW PIC 9(8).
       01 RELEASE-FIELDS.
      *    S ON THE HELD-SHORT PASS, O ON THE NEW-ORDER PASS
           05 PASS-STATUS PIC X.
      *    Y ONCE ANY PART OF THE ORDER IS FOUND SHORT
           05 ORDER-SHORT PIC A.
      *    PART BEING CHECKED OR HELD, AND THE UNITS THE ORDER TAKES
           05 CHECK-ITEM-ID PIC X(9).
           05 CHECK-NEED PIC 9(9).
      *    UNITS AT THE LOCATION, RESERVED THERE FOR REQUISITIONS,
      *    HELD THERE FOR RELEASED ORDERS, AND LEFT FREE
           05 ON-HAND-AT-LOCATION PIC 9(5).
           05 RESERVED-AT-LOCATION PIC 9(7).
           05 COMMITTED-AT-LOCATION PIC 9(7).
           05 FREE-AT-LOCATION PIC S9(9).
           05 SHORT-QUANTITY PIC 9(9).
      *    UNITS OF A COMPONENT AT THE LOCATION IN LOTS PAST EXPIRY,
      *    AND Y WHEN THE LOCATION ALSO HOLDS A LOT STILL IN DATE
           05 EXPIRED-AT-LOCATION PIC 9(7).
           05 UNEXPIRED-LOT-HELD PIC A.
       01 BILL-TABLE-FIELDS.
      *    THE KIT'S BILL, LOADED FOR EACH ASSEMBLY ORDER LOOKED AT
           05 KIT-COMPONENT-COUNT PIC 9(4) COMP VALUE ZERO.
           05 KIT-COMPONENT-LIMIT PIC 9(4) COMP VALUE 50.
           05 KIT-COMPONENT-TABLE.
               10 KIT-COMPONENT-ENTRY OCCURS 50 TIMES
                   INDEXED BY KIT-COMPONENT-INDEX.
                   15 KIT-COMPONENT-ID PIC X(9).
                   15 KIT-COMPONENT-PER PIC 9(3).
       01 COMMITMENT-TABLE-FIELDS.
      *    UNITS HELD PER ITEM AND LOCATION FOR ORDERS RELEASED BUT
      *    NOT YET POSTED - LOADED FROM THE FILE, ADDED TO AS THIS
      *    RUN RELEASES
           05 COMMIT-ENTRY-COUNT PIC 9(4) COMP VALUE ZERO.
           05 COMMIT-ENTRY-LIMIT PIC 9(4) COMP VALUE 500.
           05 COMMIT-FOUND PIC A.
           05 COMMIT-TABLE-FULL-WARNED PIC A VALUE "N".
           05 COMMIT-TABLE.
               10 COMMIT-ENTRY OCCURS 500 TIMES
                   INDEXED BY COMMIT-INDEX.
                   15 COMMIT-ITEM-ID PIC X(9).
                   15 COMMIT-LOCATION PIC X(3).
                   15 COMMIT-QUANTITY PIC 9(7).
       01 RELEASE-TOTALS.
      *    ORDERS LOOKED AT ON EACH PASS, AND HOW THEY CAME OUT
           05 ORDERS-ALREADY-RELEASED PIC 9(7) VALUE ZERO.
           05 SHORT-ORDERS-TRIED PIC 9(7) VALUE ZERO.
           05 NEW-ORDERS-TRIED PIC 9(7) VALUE ZERO.
           05 ORDERS-RELEASED PIC 9(7) VALUE ZERO.
           05 ORDERS-HELD-SHORT PIC 9(7) VALUE ZERO.
      *    KIT MOVEMENTS WRITTEN AND SHORTAGE LINES LISTED
           05 MOVEMENT-COUNT PIC 9(7) VALUE ZERO.
           05 SHORTAGE-COUNT PIC 9(7) VALUE ZERO.
       01 REPORT-LINES.
           05 SHORTAGE-HEADING.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(12) VALUE "WORK ORDER".
               10 FILLER PIC X(5) VALUE "TYPE".
               10 FILLER PIC X(11) VALUE "KIT".
               10 FILLER PIC X(7) VALUE "LOC".
               10 FILLER PIC X(11) VALUE "PART".
               10 FILLER PIC X(13) VALUE "       NEEDED".
               10 FILLER PIC X(13) VALUE "         FREE".
               10 FILLER PIC X(13) VALUE "        SHORT".
               10 FILLER PIC X(11) VALUE "  NEEDED BY".
           05 SHORTAGE-LINE.
               10 FILLER PIC X(4) VALUE SPACES.
               10 SHORTAGE-ORDER-NUMBER PIC X(10).
               10 FILLER PIC X(3) VALUE SPACES.
               10 SHORTAGE-TYPE PIC X.
               10 FILLER PIC X(3) VALUE SPACES.
               10 SHORTAGE-KIT-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 SHORTAGE-LOCATION PIC X(3).
               10 FILLER PIC X(4) VALUE SPACES.
               10 SHORTAGE-PART-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 SHORTAGE-NEEDED PIC ZZZ,ZZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 SHORTAGE-FREE PIC ---,---,--9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 SHORTAGE-SHORT PIC ZZZ,ZZZ,ZZ9.
               10 FILLER PIC X(3) VALUE SPACES.
               10 SHORTAGE-NEEDED-DATE PIC 9(8).
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-RELEASE-WORK-ORDERS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "S" TO STAMP-STATUS.
           PERFORM 216-STAMP-RUN-CONTROL.
           PERFORM 201-INITIALIZE.
           IF ORDERS-PRESENT = "Y"
               PERFORM 210-LOAD-COMMITMENTS
               MOVE "S" TO PASS-STATUS
               PERFORM 220-RELEASE-PASS
               MOVE "O" TO PASS-STATUS
               PERFORM 220-RELEASE-PASS
           END-IF.
           PERFORM 203-TERMINATE.
           MOVE "C" TO STAMP-STATUS.
           PERFORM 216-STAMP-RUN-CONTROL.
           STOP RUN.

      * OPEN THE FILES - BEFORE LAB09AK HAS OPENED AN ORDER THE RUN
      * ENDS WITH A MESSAGE
       201-INITIALIZE.
           OPEN I-O ASSEMBLY-ORDER-FILE.
           IF ASSEMBLY-STATUS-FILED NOT = "00"
               DISPLAY "NO WORK ORDER FILE - NOTHING TO RELEASE -"
                   " RUN LAB09AK TO OPEN WORK ORDERS FIRST"
           ELSE
               MOVE "Y" TO ORDERS-PRESENT
               OPEN INPUT BILL-OF-MATERIALS-FILE
               OPEN INPUT RESERVATION-FILE
               OPEN EXTEND MOVEMENT-FILE
               OPEN OUTPUT SHORTAGE-REPORT-FILE
               OPEN INPUT LOT-BALANCE-FILE
               IF LOT-STATUS-FILED = "00"
                   MOVE "Y" TO LOT-FILE-PRESENT
               END-IF
               OPEN INPUT STOCK-LOCATION-FILE
               IF LOCATION-STATUS-FILED = "00"
                   MOVE "Y" TO LOCATION-PRESENT
               ELSE
                   DISPLAY "NO STOCK-LOCATION FILE - NO PARTS CAN BE"
                       " FOUND - RUN LAB09G WITH LOCATION-CODED"
                       " MOVEMENTS FIRST"
               END-IF
               PERFORM 230-PRINT-SHORTAGE-HEADING
               DISPLAY "KIT WORK ORDER RELEASE RUN - " RUN-DATE
           END-IF.

      * CLOSES THE FILES AND REPORTS HOW THE RELEASE CAME OUT
       203-TERMINATE.
           IF ORDERS-PRESENT = "Y"
               PERFORM 231-PRINT-SHORTAGE-TOTALS
               CLOSE ASSEMBLY-ORDER-FILE
                     BILL-OF-MATERIALS-FILE
                     RESERVATION-FILE
                     MOVEMENT-FILE
                     SHORTAGE-REPORT-FILE
               IF LOCATION-PRESENT = "Y"
                   CLOSE STOCK-LOCATION-FILE
               END-IF
               IF LOT-FILE-PRESENT = "Y"
                   CLOSE LOT-BALANCE-FILE
               END-IF
               DISPLAY "ORDERS AWAITING POSTING  : "
                   ORDERS-ALREADY-RELEASED
               DISPLAY "SHORT ORDERS TRIED       : " SHORT-ORDERS-TRIED
               DISPLAY "NEW ORDERS TRIED         : " NEW-ORDERS-TRIED
               DISPLAY "ORDERS RELEASED          : " ORDERS-RELEASED
               DISPLAY "ORDERS HELD SHORT        : " ORDERS-HELD-SHORT
               DISPLAY "KIT MOVEMENTS WRITTEN    : " MOVEMENT-COUNT
               DISPLAY "SHORTAGES LISTED         : " SHORTAGE-COUNT
                   " - SEE ASSEMBLY-SHORTAGES.TXT"
           END-IF.

      * HOLDS THE PARTS OF EVERY ORDER AN EARLIER RUN RELEASED THAT
      * LAB09G HAS NOT POSTED YET, SO THEY ARE NOT PROMISED TWICE -
      * AN ORDER LAB09G REJECTED KEEPS ITS PARTS UNTIL LAB09AK
      * CANCELS IT
       210-LOAD-COMMITMENTS.
           PERFORM 240-START-ORDER-WALK.
           PERFORM 211-COMMIT-IF-RELEASED UNTIL EOF-FLAG = "Y".

      * HOLDS THE ORDER'S PARTS WHEN IT IS RELEASED AND READS THE
      * NEXT
       211-COMMIT-IF-RELEASED.
           IF ASSEMBLY-STATUS = "R"
               ADD 1 TO ORDERS-ALREADY-RELEASED
               PERFORM 320-COMMIT-ORDER
           END-IF.
           PERFORM 300-READ-NEXT-ORDER.

      * APPENDS A START OR COMPLETION STAMP FOR THIS JOB
       216-STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "LAB09AL" TO RUN-JOB-NAME.
           MOVE RUN-DATE TO RUN-BUSINESS-DATE.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO RUN-TIME-STAMP.
           MOVE STAMP-STATUS TO RUN-JOB-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * WALKS THE ORDERS IN NEEDED-BY ORDER AND TRIES THE ONES
      * WAITING IN THIS PASS'S STATUS
       220-RELEASE-PASS.
           PERFORM 240-START-ORDER-WALK.
           PERFORM 221-RELEASE-IF-WAITING UNTIL EOF-FLAG = "Y".

      * TRIES THE ORDER WHEN IT BELONGS TO THIS PASS AND READS THE
      * NEXT
       221-RELEASE-IF-WAITING.
           IF ASSEMBLY-STATUS = PASS-STATUS
               IF PASS-STATUS = "S"
                   ADD 1 TO SHORT-ORDERS-TRIED
               ELSE
                   ADD 1 TO NEW-ORDERS-TRIED
               END-IF
               PERFORM 310-TRY-ORDER
           END-IF.
           PERFORM 300-READ-NEXT-ORDER.

      * TITLES THE SHORTAGE LIST
       230-PRINT-SHORTAGE-HEADING.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "KIT WORK ORDER SHORTAGES - RUN DATE "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM SHORTAGE-HEADING.

      * CLOSES THE SHORTAGE LIST WITH THE RUN'S COUNTS
       231-PRINT-SHORTAGE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "ORDERS RELEASED               " TO COUNT-CAPTION.
           MOVE ORDERS-RELEASED TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "ORDERS HELD SHORT             " TO COUNT-CAPTION.
           MOVE ORDERS-HELD-SHORT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "SHORTAGES LISTED              " TO COUNT-CAPTION.
           MOVE SHORTAGE-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.

      * POSITIONS AT THE EARLIEST NEEDED-BY DATE AND READS THE FIRST
      * ORDER
       240-START-ORDER-WALK.
           MOVE "N" TO EOF-FLAG.
           MOVE ZERO TO ASSEMBLY-NEEDED-DATE.
           START ASSEMBLY-ORDER-FILE
               KEY IS NOT LESS THAN ASSEMBLY-NEEDED-DATE
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 300-READ-NEXT-ORDER
           END-IF.

      * READS THE NEXT WORK ORDER IN NEEDED-BY ORDER
       300-READ-NEXT-ORDER.
           READ ASSEMBLY-ORDER-FILE NEXT RECORD
           AT END
               MOVE "Y" TO EOF-FLAG.

      * CHECKS EVERY PART THE ORDER TAKES AND RELEASES IT WHEN ALL
      * ARE FREE AT ITS LOCATION, OTHERWISE HOLDS IT SHORT
       310-TRY-ORDER.
           MOVE "N" TO ORDER-SHORT.
           IF ASSEMBLY-ORDER-TYPE = "K"
               PERFORM 311-LOAD-KIT-BILL
               IF KIT-COMPONENT-COUNT = ZERO
                   DISPLAY "NO BILL OF MATERIALS FOR KIT "
                       ASSEMBLY-KIT-ID " - WORK ORDER "
                       ASSEMBLY-ORDER-NUMBER " HELD"
                   MOVE "Y" TO ORDER-SHORT
               ELSE
                   PERFORM 313-CHECK-ONE-COMPONENT
                       VARYING KIT-COMPONENT-INDEX FROM 1 BY 1
                       UNTIL KIT-COMPONENT-INDEX > KIT-COMPONENT-COUNT
               END-IF
           ELSE
               MOVE ASSEMBLY-KIT-ID TO CHECK-ITEM-ID
               MOVE ASSEMBLY-QUANTITY TO CHECK-NEED
               PERFORM 314-CHECK-PART-FREE
           END-IF.
           IF ORDER-SHORT = "N"
               PERFORM 315-RELEASE-ORDER
           ELSE
               MOVE "S" TO ASSEMBLY-STATUS
               ADD 1 TO ORDERS-HELD-SHORT
           END-IF.
           REWRITE ASSEMBLY-ORDER-RECORD
           INVALID KEY
               DISPLAY "RELEASE NOT SAVED FOR WORK ORDER "
                   ASSEMBLY-ORDER-NUMBER " STATUS FILED IS "
                   ASSEMBLY-STATUS-FILED
           END-REWRITE.

      * LOADS THE KIT'S BILL OF MATERIALS INTO THE COMPONENT TABLE
       311-LOAD-KIT-BILL.
           MOVE ZERO TO KIT-COMPONENT-COUNT.
           MOVE "N" TO BOM-EOF-FLAG.
           MOVE ASSEMBLY-KIT-ID TO BOM-KIT-ID.
           MOVE LOW-VALUES TO BOM-COMPONENT-ID.
           START BILL-OF-MATERIALS-FILE
               KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY
                   MOVE "Y" TO BOM-EOF-FLAG
           END-START.
           PERFORM 312-LOAD-ONE-COMPONENT
               UNTIL BOM-EOF-FLAG = "Y".

      * TAKES THE NEXT LINE OF THE BILL UNTIL THE KIT CHANGES - A
      * BILL LONGER THAN THE TABLE IS CUT SHORT AND LAB09G WILL
      * REJECT THE ORDER
       312-LOAD-ONE-COMPONENT.
           READ BILL-OF-MATERIALS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BOM-EOF-FLAG
               NOT AT END
                   IF BOM-KIT-ID NOT EQUAL TO ASSEMBLY-KIT-ID
                       OR KIT-COMPONENT-COUNT NOT LESS THAN
                           KIT-COMPONENT-LIMIT
                       MOVE "Y" TO BOM-EOF-FLAG
                   ELSE
                       ADD 1 TO KIT-COMPONENT-COUNT
                       MOVE BOM-COMPONENT-ID
                           TO KIT-COMPONENT-ID (KIT-COMPONENT-COUNT)
                       MOVE BOM-QUANTITY-PER
                           TO KIT-COMPONENT-PER (KIT-COMPONENT-COUNT)
                   END-IF
           END-READ.

      * WORKS OUT WHAT THE ORDER TAKES OF ONE COMPONENT AND CHECKS IT
       313-CHECK-ONE-COMPONENT.
           MOVE KIT-COMPONENT-ID (KIT-COMPONENT-INDEX) TO CHECK-ITEM-ID.
           COMPUTE CHECK-NEED =
               KIT-COMPONENT-PER (KIT-COMPONENT-INDEX)
                   * ASSEMBLY-QUANTITY.
           PERFORM 314-CHECK-PART-FREE.

      * THE PART IS FREE WHEN WHAT IS AT THE LOCATION, LESS ANY
      * COMPONENT UNITS IN EXPIRED LOTS, WHAT IS RESERVED THERE, AND
      * WHAT RELEASED ORDERS ARE WAITING TO TAKE, COVERS THE NEED - A
      * SHORT PART IS LISTED
       314-CHECK-PART-FREE.
           MOVE ZERO TO ON-HAND-AT-LOCATION.
           IF LOCATION-PRESENT = "Y"
               MOVE CHECK-ITEM-ID TO LOCATION-INVENTORY-ID
               MOVE ASSEMBLY-LOCATION TO LOCATION-CODE
               READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE ZERO TO ON-HAND-AT-LOCATION
               NOT INVALID KEY
                   MOVE LOCATION-QUANTITY TO ON-HAND-AT-LOCATION
               END-READ
           END-IF.
           IF ASSEMBLY-ORDER-TYPE = "K"
               AND ON-HAND-AT-LOCATION > ZERO
               PERFORM 323-SUM-EXPIRED-AT-LOCATION
           END-IF.
           PERFORM 316-SUM-RESERVED-AT-LOCATION.
           PERFORM 318-FIND-COMMITMENT.
           MOVE ZERO TO COMMITTED-AT-LOCATION.
           IF COMMIT-FOUND = "Y"
               MOVE COMMIT-QUANTITY (COMMIT-INDEX)
                   TO COMMITTED-AT-LOCATION
           END-IF.
           COMPUTE FREE-AT-LOCATION = ON-HAND-AT-LOCATION
               - RESERVED-AT-LOCATION - COMMITTED-AT-LOCATION.
           IF CHECK-NEED > FREE-AT-LOCATION
               MOVE "Y" TO ORDER-SHORT
               IF FREE-AT-LOCATION > ZERO
                   COMPUTE SHORT-QUANTITY =
                       CHECK-NEED - FREE-AT-LOCATION
               ELSE
                   MOVE CHECK-NEED TO SHORT-QUANTITY
               END-IF
               PERFORM 319-PRINT-SHORTAGE
           END-IF.

      * ADDS THE ORDER'S KIT MOVEMENT TO THE FEED AND MARKS IT
      * RELEASED - ITS PARTS ARE HELD FOR IT FROM HERE ON
       315-RELEASE-ORDER.
           MOVE SPACES TO MOVEMENT-RECORD-OUT.
           MOVE ASSEMBLY-ORDER-TYPE TO MOVEMENT-CODE.
           MOVE ASSEMBLY-KIT-ID TO MOVEMENT-INVENTORY-ID.
           MOVE ASSEMBLY-QUANTITY TO MOVEMENT-QUANTITY.
           MOVE ASSEMBLY-ORDER-NUMBER TO MOVEMENT-REFERENCE.
           MOVE ASSEMBLY-LOCATION TO MOVEMENT-LOCATION.
           WRITE MOVEMENT-RECORD-OUT.
           ADD 1 TO MOVEMENT-COUNT.
           MOVE RUN-DATE TO ASSEMBLY-RELEASE-DATE.
           MOVE "R" TO ASSEMBLY-STATUS.
           ADD 1 TO ORDERS-RELEASED.
           PERFORM 320-COMMIT-ORDER.

      * TOTALS WHAT IS RESERVED AT THE LOCATION FOR THE PART,
      * WHATEVER REQUISITION IT IS HELD FOR
       316-SUM-RESERVED-AT-LOCATION.
           MOVE ZERO TO RESERVED-AT-LOCATION.
           MOVE "N" TO RESERVE-EOF-FLAG.
           MOVE ASSEMBLY-LOCATION TO RESERVE-LOCATION.
           MOVE CHECK-ITEM-ID TO RESERVE-INVENTORY-ID.
           MOVE LOW-VALUES TO RESERVE-REQ-LINE-KEY.
           START RESERVATION-FILE
               KEY IS NOT LESS THAN RESERVE-KEY
               INVALID KEY
                   MOVE "Y" TO RESERVE-EOF-FLAG
           END-START.
           PERFORM 317-ADD-ONE-RESERVATION
               UNTIL RESERVE-EOF-FLAG = "Y".

      * ADDS THE NEXT RESERVATION - THE WALK ENDS AT ANOTHER ITEM
      * OR LOCATION
       317-ADD-ONE-RESERVATION.
           READ RESERVATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RESERVE-EOF-FLAG
               NOT AT END
                   IF RESERVE-LOCATION NOT EQUAL TO ASSEMBLY-LOCATION
                       OR RESERVE-INVENTORY-ID
                           NOT EQUAL TO CHECK-ITEM-ID
                       MOVE "Y" TO RESERVE-EOF-FLAG
                   ELSE
                       ADD RESERVE-QUANTITY TO RESERVED-AT-LOCATION
                   END-IF
           END-READ.

      * FINDS THE COMMITMENT ENTRY FOR THE PART AT THE ORDER'S
      * LOCATION
       318-FIND-COMMITMENT.
           MOVE "N" TO COMMIT-FOUND.
           IF COMMIT-ENTRY-COUNT > ZERO
               SET COMMIT-INDEX TO 1
               SEARCH COMMIT-ENTRY
                   VARYING COMMIT-INDEX
                   AT END
                       CONTINUE
                   WHEN COMMIT-INDEX > COMMIT-ENTRY-COUNT
                       CONTINUE
                   WHEN COMMIT-ITEM-ID (COMMIT-INDEX) = CHECK-ITEM-ID
                       AND COMMIT-LOCATION (COMMIT-INDEX)
                           = ASSEMBLY-LOCATION
                       MOVE "Y" TO COMMIT-FOUND
               END-SEARCH
           END-IF.

      * LISTS ONE PART THE ORDER IS SHORT OF
       319-PRINT-SHORTAGE.
           MOVE ASSEMBLY-ORDER-NUMBER TO SHORTAGE-ORDER-NUMBER.
           MOVE ASSEMBLY-ORDER-TYPE TO SHORTAGE-TYPE.
           MOVE ASSEMBLY-KIT-ID TO SHORTAGE-KIT-ID.
           MOVE ASSEMBLY-LOCATION TO SHORTAGE-LOCATION.
           MOVE CHECK-ITEM-ID TO SHORTAGE-PART-ID.
           MOVE CHECK-NEED TO SHORTAGE-NEEDED.
           MOVE FREE-AT-LOCATION TO SHORTAGE-FREE.
           MOVE SHORT-QUANTITY TO SHORTAGE-SHORT.
           MOVE ASSEMBLY-NEEDED-DATE TO SHORTAGE-NEEDED-DATE.
           WRITE REPORT-LINE-OUT FROM SHORTAGE-LINE.
           ADD 1 TO SHORTAGE-COUNT.

      * HOLDS WHAT A RELEASED ORDER TAKES - EVERY COMPONENT ON THE
      * BILL FOR AN ASSEMBLY, THE KITS FOR A DISASSEMBLY
       320-COMMIT-ORDER.
           IF ASSEMBLY-ORDER-TYPE = "K"
               PERFORM 311-LOAD-KIT-BILL
               PERFORM 321-COMMIT-ONE-COMPONENT
                   VARYING KIT-COMPONENT-INDEX FROM 1 BY 1
                   UNTIL KIT-COMPONENT-INDEX > KIT-COMPONENT-COUNT
           ELSE
               MOVE ASSEMBLY-KIT-ID TO CHECK-ITEM-ID
               MOVE ASSEMBLY-QUANTITY TO CHECK-NEED
               PERFORM 322-ADD-COMMITMENT
           END-IF.

      * HOLDS WHAT THE ORDER TAKES OF ONE COMPONENT
       321-COMMIT-ONE-COMPONENT.
           MOVE KIT-COMPONENT-ID (KIT-COMPONENT-INDEX) TO CHECK-ITEM-ID.
           COMPUTE CHECK-NEED =
               KIT-COMPONENT-PER (KIT-COMPONENT-INDEX)
                   * ASSEMBLY-QUANTITY.
           PERFORM 322-ADD-COMMITMENT.

      * ADDS THE NEED TO THE PART'S COMMITMENT AT THE LOCATION,
      * OPENING AN ENTRY THE FIRST TIME - ONCE THE TABLE IS FULL
      * FURTHER PARTS ARE NOT HELD, AND LAB09G STILL REJECTS AN
      * ORDER THAT FINDS ITS PARTS GONE
       322-ADD-COMMITMENT.
           PERFORM 318-FIND-COMMITMENT.
           IF COMMIT-FOUND = "N"
               IF COMMIT-ENTRY-COUNT < COMMIT-ENTRY-LIMIT
                   ADD 1 TO COMMIT-ENTRY-COUNT
                   SET COMMIT-INDEX TO COMMIT-ENTRY-COUNT
                   MOVE CHECK-ITEM-ID TO COMMIT-ITEM-ID (COMMIT-INDEX)
                   MOVE ASSEMBLY-LOCATION
                       TO COMMIT-LOCATION (COMMIT-INDEX)
                   MOVE ZERO TO COMMIT-QUANTITY (COMMIT-INDEX)
                   MOVE "Y" TO COMMIT-FOUND
               ELSE
                   IF COMMIT-TABLE-FULL-WARNED = "N"
                       DISPLAY "COMMITMENT TABLE FULL - FURTHER PARTS"
                           " RELEASED BUT NOT HELD"
                       MOVE "Y" TO COMMIT-TABLE-FULL-WARNED
                   END-IF
               END-IF
           END-IF.
           IF COMMIT-FOUND = "Y"
               ADD CHECK-NEED TO COMMIT-QUANTITY (COMMIT-INDEX)
           END-IF.

      * TAKES THE UNITS IN LOTS PAST EXPIRY OUT OF WHAT A COMPONENT
      * HAS AT THE LOCATION, READING ITS LOTS EARLIEST EXPIRY FIRST AS
      * LAB09G ISSUES THEM INTO A KIT - A LOCATION HOLDING ONLY
      * EXPIRED LOTS HAS NOTHING LAB09G WILL ISSUE, EVEN IF SOME STOCK
      * THERE IS NOT IN A LOT
       323-SUM-EXPIRED-AT-LOCATION.
           MOVE ZERO TO EXPIRED-AT-LOCATION.
           MOVE "N" TO UNEXPIRED-LOT-HELD.
           IF LOT-FILE-PRESENT = "Y"
               MOVE "N" TO LOT-EOF-FLAG
               MOVE CHECK-ITEM-ID TO LOT-FEFO-INVENTORY-ID
               MOVE ASSEMBLY-LOCATION TO LOT-FEFO-LOCATION
               MOVE ZERO TO LOT-EXPIRY-DATE
               MOVE LOW-VALUES TO LOT-FEFO-NUMBER
               START LOT-BALANCE-FILE
                   KEY IS NOT LESS THAN LOT-FEFO-KEY
                   INVALID KEY
                       MOVE "Y" TO LOT-EOF-FLAG
               END-START
               PERFORM 324-ADD-ONE-EXPIRED-LOT
                   UNTIL LOT-EOF-FLAG = "Y"
           END-IF.
           IF EXPIRED-AT-LOCATION > ZERO
               IF UNEXPIRED-LOT-HELD = "Y"
                   AND ON-HAND-AT-LOCATION > EXPIRED-AT-LOCATION
                   SUBTRACT EXPIRED-AT-LOCATION
                       FROM ON-HAND-AT-LOCATION
               ELSE
                   MOVE ZERO TO ON-HAND-AT-LOCATION
               END-IF
           END-IF.

      * ADDS THE NEXT LOT IF IT HAS EXPIRED - THE WALK ENDS AT THE
      * FIRST LOT STILL IN DATE, OR AT ANOTHER ITEM OR LOCATION
       324-ADD-ONE-EXPIRED-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LOT-EOF-FLAG
               NOT AT END
                   IF LOT-FEFO-INVENTORY-ID NOT EQUAL TO CHECK-ITEM-ID
                       OR LOT-FEFO-LOCATION
                           NOT EQUAL TO ASSEMBLY-LOCATION
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

       END PROGRAM LAB09AL.
