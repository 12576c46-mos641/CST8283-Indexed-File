      ******************************************************************
      * Author: Mostapha A
      * Purpose: Maintain the department stock requisitions. Applies
      *          a feed of ADD/CANCEL transactions to the indexed
      *          requisition file keyed by requisition and line
      *          number. A department asks for an item, a quantity,
      *          and the date it is needed by; the item must be on
      *          the inventory file and not discontinued. The LAB09AD
      *          allocation run reserves stock for the line out of
      *          the location balances and prints the pick list, any
      *          shortfall is held as a backorder, and the LAB09AE
      *          pick confirmation turns what the warehouse picked
      *          into I movements for LAB09G. A line can be cancelled
      *          until it has been issued in full; any stock still
      *          reserved for it goes back to the pool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        FEED OF REQUISITION ADD/CANCEL TRANSACTIONS
               SELECT REQUISITION-TRANS-FILE
                   ASSIGN TO "../REQUISITION-TRANS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        REQUISITION LINES - CREATED EMPTY ON THE FIRST RUN
               SELECT OPTIONAL REQUISITION-FILE
                   ASSIGN TO "../REQUISITIONS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS REQ-LINE-KEY
                                  ALTERNATE KEY IS REQ-INVENTORY-ID
                                      WITH DUPLICATES
                                  ALTERNATE KEY IS REQ-NEEDED-DATE
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              REQ-STATUS-FILED.

      *        STOCK RESERVED PER LOCATION BY LAB09AD - A CANCELLED
      *        LINE'S RESERVATIONS ARE RELEASED
               SELECT OPTIONAL RESERVATION-FILE
                   ASSIGN TO "../RESERVATIONS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RESERVE-KEY
                                  ALTERNATE KEY IS RESERVE-REQ-LINE-KEY
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              RESERVE-STATUS-FILED.

      *        INDEXED FILE BUILT BY LAB09 - THE REQUESTED ITEM MUST
      *        BE ON IT
               SELECT INDEXED-INVENT-FILE
                   ASSIGN TO "../INDEXED-INVENT.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS INVENTORY-ID-OUT
                                  ALTERNATE KEY IS VENDOR-NAME-OUT
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISITION-TRANS-FILE.
       01 REQUISITION-TRANS-RECORD.
      *    A = ADD A REQUISITION LINE, X = CANCEL A LINE
           05 REQ-TRANS-CODE PIC X.
           05 REQ-TRANS-NUMBER PIC X(10).
           05 REQ-TRANS-LINE-NUMBER PIC X(3).
           05 REQ-TRANS-LINE-NUMBER-N REDEFINES REQ-TRANS-LINE-NUMBER
               PIC 9(3).
           05 REQ-TRANS-DEPARTMENT PIC X(4).
           05 REQ-TRANS-INVENTORY-ID PIC X(9).
           05 REQ-TRANS-QUANTITY PIC X(5).
           05 REQ-TRANS-QUANTITY-N REDEFINES REQ-TRANS-QUANTITY
               PIC 9(5).
      *    DATE THE DEPARTMENT NEEDS THE STOCK BY, YYYYMMDD
           05 REQ-TRANS-NEEDED-DATE PIC X(8).
           05 REQ-TRANS-NEEDED-DATE-N REDEFINES REQ-TRANS-NEEDED-DATE
               PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG
           05 EOF-FLAG PIC A.
      *    STORES STATUS OF REQUISITION FILE I/O
           05 REQ-STATUS-FILED PIC X(2).
      *    STORES STATUS OF RESERVATION FILE I/O
           05 RESERVE-STATUS-FILED PIC X(2).
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    Y WHILE THE ADD TRANSACTION BEING CHECKED IS STILL GOOD
           05 TRANS-VALID PIC A.
      *    END OF FILE FLAG FOR THE WALK ALONG ONE LINE'S RESERVATIONS
           05 RESERVE-EOF-FLAG PIC A.
      *    DATE THE TRANSACTIONS WERE APPLIED
           05 RUN-DATE PIC 9(8).
      *    COUNTS OF TRANSACTIONS APPLIED, BY TYPE
           05 ADD-COUNT PIC 9(5) VALUE ZERO.
           05 CANCEL-COUNT PIC 9(5) VALUE ZERO.
           05 RELEASE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINTAIN-REQUISITIONS.
           PERFORM 201-INITIALIZE
           PERFORM 202-APPLY-TRANSACTIONS UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

      * OPEN THE TRANSACTION FEED, THE REQUISITION AND RESERVATION
      * FILES, AND THE INVENTORY FILE AN ADD IS CHECKED AGAINST
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REQUISITION-TRANS-FILE.
           OPEN I-O REQUISITION-FILE.
           OPEN I-O RESERVATION-FILE.
           OPEN INPUT INDEXED-INVENT-FILE.
           PERFORM 300-READ-TRANSACTION.

      * APPLIES ONE TRANSACTION AND READS THE NEXT
       202-APPLY-TRANSACTIONS.
           PERFORM 301-APPLY-TRANSACTION.
           PERFORM 300-READ-TRANSACTION.

      * CLOSES THE FILES AND REPORTS WHAT WAS APPLIED
       203-TERMINATE.
           CLOSE REQUISITION-TRANS-FILE
                 REQUISITION-FILE
                 RESERVATION-FILE
                 INDEXED-INVENT-FILE.
           DISPLAY "REQUISITION MAINTENANCE COMPLETE".
           DISPLAY "LINES ADDED         : " ADD-COUNT.
           DISPLAY "LINES CANCELLED     : " CANCEL-COUNT.
           DISPLAY "RESERVATIONS RELEASED : " RELEASE-COUNT.
           DISPLAY "TRANSACTIONS REJECTED : " REJECT-COUNT.

      * READS A TRANSACTION RECORD
       300-READ-TRANSACTION.
           READ REQUISITION-TRANS-FILE AT END MOVE "Y" TO EOF-FLAG.

      * DISPATCHES THE TRANSACTION TO ITS MAINTENANCE PARAGRAPH
       301-APPLY-TRANSACTION.
           IF REQ-TRANS-NUMBER = SPACES
               OR REQ-TRANS-LINE-NUMBER NOT NUMERIC
               DISPLAY "BLANK REQUISITION OR BAD LINE NUMBER ON '"
                   REQ-TRANS-CODE "' TRANSACTION " REQ-TRANS-NUMBER
               ADD 1 TO REJECT-COUNT
           ELSE
               EVALUATE REQ-TRANS-CODE
                   WHEN "A"
                       PERFORM 310-ADD-REQUISITION-LINE
                   WHEN "X"
                       PERFORM 320-CANCEL-REQUISITION-LINE
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE '"
                           REQ-TRANS-CODE "' FOR REQUISITION "
                           REQ-TRANS-NUMBER
                       ADD 1 TO REJECT-COUNT
               END-EVALUATE
           END-IF.

      * ADDS A NEW LINE ONCE THE DEPARTMENT, ITEM, QUANTITY, AND
      * NEEDED-BY DATE HAVE ALL CHECKED OUT - IT WAITS AS ENTERED
      * FOR THE NEXT ALLOCATION RUN
       310-ADD-REQUISITION-LINE.
           PERFORM 311-CHECK-ADD-FIELDS.
           IF TRANS-VALID = "Y"
               PERFORM 312-CHECK-ITEM
           END-IF.
           IF TRANS-VALID = "Y"
               MOVE REQ-TRANS-NUMBER TO REQ-NUMBER
               MOVE REQ-TRANS-LINE-NUMBER-N TO REQ-LINE-NUMBER
               MOVE REQ-TRANS-DEPARTMENT TO REQ-DEPARTMENT
               MOVE REQ-TRANS-INVENTORY-ID TO REQ-INVENTORY-ID
               MOVE REQ-TRANS-QUANTITY-N TO REQ-QUANTITY
               MOVE REQ-TRANS-NEEDED-DATE-N TO REQ-NEEDED-DATE
               MOVE RUN-DATE TO REQ-ENTRY-DATE
               MOVE ZERO TO REQ-RESERVED-QUANTITY
                            REQ-ISSUED-QUANTITY
                            REQ-BACKORDER-QUANTITY
               MOVE "O" TO REQ-STATUS
               WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED FOR REQUISITION "
                       REQ-TRANS-NUMBER " LINE " REQ-TRANS-LINE-NUMBER
                       " STATUS FILED IS " REQ-STATUS-FILED
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO ADD-COUNT
               END-WRITE
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * FIELD-CHECKS AN ADD
       311-CHECK-ADD-FIELDS.
           MOVE "Y" TO TRANS-VALID.
           IF REQ-TRANS-DEPARTMENT = SPACES
               DISPLAY "ADD FAILED - NO DEPARTMENT ON REQUISITION "
                   REQ-TRANS-NUMBER
               MOVE "N" TO TRANS-VALID
           ELSE
               IF REQ-TRANS-QUANTITY NOT NUMERIC
                   OR REQ-TRANS-QUANTITY-N = ZERO
                   DISPLAY "ADD FAILED - BAD QUANTITY ON REQUISITION "
                       REQ-TRANS-NUMBER
                   MOVE "N" TO TRANS-VALID
               ELSE
                   IF REQ-TRANS-NEEDED-DATE NOT NUMERIC
                       DISPLAY "ADD FAILED - BAD NEEDED-BY DATE ON"
                           " REQUISITION " REQ-TRANS-NUMBER
                       MOVE "N" TO TRANS-VALID
                   END-IF
               END-IF
           END-IF.

      * THE REQUESTED ITEM MUST BE ON THE INVENTORY FILE AND STILL
      * ACTIVE - A DISCONTINUED ITEM IS NOT ISSUED TO NEW DEMAND
       312-CHECK-ITEM.
           MOVE REQ-TRANS-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "ADD FAILED - ITEM NOT ON FILE - "
                   REQ-TRANS-INVENTORY-ID
               MOVE "N" TO TRANS-VALID
           NOT INVALID KEY
               IF ITEM-STATUS-OUT = "D"
                   DISPLAY "ADD FAILED - ITEM DISCONTINUED - "
                       REQ-TRANS-INVENTORY-ID
                   MOVE "N" TO TRANS-VALID
               END-IF
           END-READ.

      * CANCELS A LINE NOT YET ISSUED IN FULL AND RELEASES WHATEVER
      * STOCK IS STILL RESERVED FOR IT
       320-CANCEL-REQUISITION-LINE.
           MOVE REQ-TRANS-NUMBER TO REQ-NUMBER.
           MOVE REQ-TRANS-LINE-NUMBER-N TO REQ-LINE-NUMBER.
           READ REQUISITION-FILE
           INVALID KEY
               DISPLAY "CANCEL FAILED - LINE NOT FOUND - "
                   REQ-TRANS-NUMBER " LINE " REQ-TRANS-LINE-NUMBER
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               IF REQ-STATUS = "C" OR REQ-STATUS = "X"
                   DISPLAY "CANCEL FAILED - REQUISITION "
                       REQ-TRANS-NUMBER " LINE " REQ-TRANS-LINE-NUMBER
                       " IS ALREADY ISSUED OR CANCELLED"
                   ADD 1 TO REJECT-COUNT
               ELSE
                   PERFORM 321-RELEASE-RESERVATIONS
                   MOVE ZERO TO REQ-RESERVED-QUANTITY
                                REQ-BACKORDER-QUANTITY
                   MOVE "X" TO REQ-STATUS
                   REWRITE REQUISITION-RECORD
                   INVALID KEY
                       DISPLAY "CANCEL FAILED FOR REQUISITION "
                           REQ-TRANS-NUMBER " STATUS FILED IS "
                           REQ-STATUS-FILED
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO CANCEL-COUNT
                   END-REWRITE
               END-IF
           END-READ.

      * WALKS THE LINE'S RESERVATIONS BY REQUISITION AND LINE AND
      * DELETES EACH ONE
       321-RELEASE-RESERVATIONS.
           MOVE "N" TO RESERVE-EOF-FLAG.
           MOVE REQ-NUMBER TO RESERVE-REQ-NUMBER.
           MOVE REQ-LINE-NUMBER TO RESERVE-LINE-NUMBER.
           START RESERVATION-FILE
               KEY IS EQUAL TO RESERVE-REQ-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO RESERVE-EOF-FLAG
           END-START.
           PERFORM 322-RELEASE-ONE-RESERVATION
               UNTIL RESERVE-EOF-FLAG = "Y".

      * DELETES THE NEXT RESERVATION - THE WALK ENDS WHEN THE
      * RESERVATIONS BELONG TO ANOTHER LINE
       322-RELEASE-ONE-RESERVATION.
           READ RESERVATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RESERVE-EOF-FLAG
               NOT AT END
                   IF RESERVE-REQ-NUMBER NOT EQUAL TO REQ-NUMBER
                       OR RESERVE-LINE-NUMBER
                           NOT EQUAL TO REQ-LINE-NUMBER
                       MOVE "Y" TO RESERVE-EOF-FLAG
                   ELSE
                       DELETE RESERVATION-FILE RECORD
                       INVALID KEY
                           DISPLAY "RELEASE FAILED FOR REQUISITION "
                               REQ-NUMBER " AT " RESERVE-LOCATION
                               " STATUS FILED IS "
                               RESERVE-STATUS-FILED
                       NOT INVALID KEY
                           ADD 1 TO RELEASE-COUNT
                       END-DELETE
                   END-IF
           END-READ.

       END PROGRAM LAB09AC.
