      ******************************************************************
      * Author: Mostapha A
      * Purpose: Maintain the kit bills of materials. Applies a feed
      *          of ADD/CHANGE/REMOVE transactions to the indexed
      *          bill file keyed by kit and component. Each line says
      *          how many units of a component go into one kit; both
      *          the kit and the component must be on the inventory
      *          file, and a component must still be active to be
      *          added. A kit can itself be a component of a larger
      *          kit, but never of itself, directly or through the
      *          kits on its own bill. The LAB09AL work order run
      *          checks the bill for parts before it releases an
      *          order, and LAB09G issues or returns every component
      *          on it when the K or U movement posts. A bill is
      *          capped at the fifty components LAB09G can post.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        FEED OF BILL OF MATERIALS TRANSACTIONS
               SELECT BOM-TRANS-FILE
                   ASSIGN TO "../BOM-TRANS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        KIT BILLS OF MATERIALS - CREATED EMPTY ON THE FIRST RUN
               SELECT OPTIONAL BILL-OF-MATERIALS-FILE
                   ASSIGN TO "../BILL-OF-MATERIALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BOM-KEY
                                   FILE STATUS IS BOM-STATUS-FILED.

      *        INDEXED FILE BUILT BY LAB09 - THE KIT AND THE
      *        COMPONENT MUST BOTH BE ON IT
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
       FD BOM-TRANS-FILE.
       01 BOM-TRANS-RECORD.
      *    A = ADD A COMPONENT TO THE KIT, C = CHANGE THE UNITS OF IT
      *    PER KIT, X = REMOVE IT FROM THE KIT
           05 BOM-TRANS-CODE PIC X.
           05 BOM-TRANS-KIT-ID PIC X(9).
           05 BOM-TRANS-COMPONENT-ID PIC X(9).
      *    UNITS OF THE COMPONENT PER KIT - NOT USED ON A REMOVE
           05 BOM-TRANS-QUANTITY-PER PIC X(3).
           05 BOM-TRANS-QUANTITY-PER-N
               REDEFINES BOM-TRANS-QUANTITY-PER PIC 9(3).

       FD BILL-OF-MATERIALS-FILE.
       01 BILL-OF-MATERIALS-RECORD.
           05 BOM-KEY.
               10 BOM-KIT-ID PIC X(9).
               10 BOM-COMPONENT-ID PIC X(9).
      *    UNITS OF THE COMPONENT THAT GO INTO ONE KIT
           05 BOM-QUANTITY-PER PIC 9(3).
           05 BOM-ENTRY-DATE PIC 9(8).

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
      *    STORES STATUS OF BILL OF MATERIALS FILE I/O
           05 BOM-STATUS-FILED PIC X(2).
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    Y WHILE THE TRANSACTION BEING CHECKED IS STILL GOOD
           05 TRANS-VALID PIC A.
      *    END OF FILE FLAG FOR THE WALK ALONG ONE KIT'S BILL
           05 BOM-EOF-FLAG PIC A.
      *    COMPONENTS ALREADY ON THE KIT'S BILL, AND THE MOST LAB09G
      *    CAN POST FOR ONE KIT
           05 KIT-COMPONENT-COUNT PIC 9(3).
           05 KIT-COMPONENT-LIMIT PIC 9(3) VALUE 50.
      *    DATE THE TRANSACTIONS WERE APPLIED
           05 RUN-DATE PIC 9(8).
       01 CYCLE-CHECK-FIELDS.
      *    ITEMS REACHED FROM THE COMPONENT BEING ADDED - IT, THE
      *    COMPONENTS ON ITS BILL, THEIRS, AND SO ON DOWN - EACH HELD
      *    ONCE, AND CAPPED AT WHAT THE TABLE CAN HOLD
           05 REACHED-COUNT PIC 9(4) COMP VALUE ZERO.
           05 REACHED-LIMIT PIC 9(4) COMP VALUE 500.
           05 REACHED-TABLE.
               10 REACHED-ID PIC X(9) OCCURS 500 TIMES
                   INDEXED BY REACHED-INDEX MATCH-INDEX.
      *    ITEM WHOSE BILL IS BEING WALKED
           05 WALK-KIT-ID PIC X(9).
      *    Y WHEN A COMPONENT WAS ALREADY REACHED ANOTHER WAY
           05 ALREADY-REACHED PIC A.
      *    COUNTS OF TRANSACTIONS APPLIED, BY TYPE
           05 ADD-COUNT PIC 9(5) VALUE ZERO.
           05 CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 REMOVE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINTAIN-BILLS.
           PERFORM 201-INITIALIZE
           PERFORM 202-APPLY-TRANSACTIONS UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

      * OPEN THE TRANSACTION FEED, THE BILL FILE, AND THE INVENTORY
      * FILE THE KIT AND COMPONENT ARE CHECKED AGAINST
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BOM-TRANS-FILE.
           OPEN I-O BILL-OF-MATERIALS-FILE.
           OPEN INPUT INDEXED-INVENT-FILE.
           PERFORM 300-READ-TRANSACTION.

      * APPLIES ONE TRANSACTION AND READS THE NEXT
       202-APPLY-TRANSACTIONS.
           PERFORM 301-APPLY-TRANSACTION.
           PERFORM 300-READ-TRANSACTION.

      * CLOSES THE FILES AND REPORTS WHAT WAS APPLIED
       203-TERMINATE.
           CLOSE BOM-TRANS-FILE
                 BILL-OF-MATERIALS-FILE
                 INDEXED-INVENT-FILE.
           DISPLAY "BILL OF MATERIALS MAINTENANCE COMPLETE".
           DISPLAY "COMPONENTS ADDED    : " ADD-COUNT.
           DISPLAY "COMPONENTS CHANGED  : " CHANGE-COUNT.
           DISPLAY "COMPONENTS REMOVED  : " REMOVE-COUNT.
           DISPLAY "TRANSACTIONS REJECTED : " REJECT-COUNT.

      * READS A TRANSACTION RECORD
       300-READ-TRANSACTION.
           READ BOM-TRANS-FILE AT END MOVE "Y" TO EOF-FLAG.

      * DISPATCHES THE TRANSACTION TO ITS MAINTENANCE PARAGRAPH
       301-APPLY-TRANSACTION.
           IF BOM-TRANS-KIT-ID = SPACES
               OR BOM-TRANS-COMPONENT-ID = SPACES
               DISPLAY "BLANK KIT OR COMPONENT ON '" BOM-TRANS-CODE
                   "' TRANSACTION FOR KIT " BOM-TRANS-KIT-ID
               ADD 1 TO REJECT-COUNT
           ELSE
               EVALUATE BOM-TRANS-CODE
                   WHEN "A"
                       PERFORM 310-ADD-COMPONENT
                   WHEN "C"
                       PERFORM 320-CHANGE-COMPONENT
                   WHEN "X"
                       PERFORM 330-REMOVE-COMPONENT
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE '"
                           BOM-TRANS-CODE "' FOR KIT "
                           BOM-TRANS-KIT-ID
                       ADD 1 TO REJECT-COUNT
               END-EVALUATE
           END-IF.

      * ADDS A COMPONENT TO THE KIT ONCE THE UNITS PER KIT, THE KIT,
      * THE COMPONENT, AND THE ROOM LEFT ON THE BILL HAVE CHECKED OUT
       310-ADD-COMPONENT.
           PERFORM 311-CHECK-QUANTITY-PER.
           IF TRANS-VALID = "Y"
               PERFORM 312-CHECK-KIT-AND-COMPONENT
           END-IF.
           IF TRANS-VALID = "Y"
               PERFORM 315-CHECK-FOR-CYCLE
           END-IF.
           IF TRANS-VALID = "Y"
               PERFORM 313-COUNT-KIT-COMPONENTS
           END-IF.
           IF TRANS-VALID = "Y"
               MOVE BOM-TRANS-KIT-ID TO BOM-KIT-ID
               MOVE BOM-TRANS-COMPONENT-ID TO BOM-COMPONENT-ID
               MOVE BOM-TRANS-QUANTITY-PER-N TO BOM-QUANTITY-PER
               MOVE RUN-DATE TO BOM-ENTRY-DATE
               WRITE BILL-OF-MATERIALS-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED FOR KIT " BOM-TRANS-KIT-ID
                       " COMPONENT " BOM-TRANS-COMPONENT-ID
                       " STATUS FILED IS " BOM-STATUS-FILED
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO ADD-COUNT
               END-WRITE
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * THE UNITS PER KIT MUST BE A NUMBER GREATER THAN ZERO
       311-CHECK-QUANTITY-PER.
           MOVE "Y" TO TRANS-VALID.
           IF BOM-TRANS-QUANTITY-PER NOT NUMERIC
               OR BOM-TRANS-QUANTITY-PER-N = ZERO
               DISPLAY "BAD UNITS PER KIT ON '" BOM-TRANS-CODE
                   "' TRANSACTION FOR KIT " BOM-TRANS-KIT-ID
               MOVE "N" TO TRANS-VALID
           END-IF.

      * THE KIT MUST BE ON FILE, THE COMPONENT MUST BE ON FILE AND
      * STILL ACTIVE, AND A KIT CANNOT BE BUILT FROM ITSELF
       312-CHECK-KIT-AND-COMPONENT.
           IF BOM-TRANS-COMPONENT-ID = BOM-TRANS-KIT-ID
               DISPLAY "ADD FAILED - KIT " BOM-TRANS-KIT-ID
                   " CANNOT BE A COMPONENT OF ITSELF"
               MOVE "N" TO TRANS-VALID
           ELSE
               MOVE BOM-TRANS-KIT-ID TO INVENTORY-ID-OUT
               READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY "ADD FAILED - KIT NOT ON FILE - "
                       BOM-TRANS-KIT-ID
                   MOVE "N" TO TRANS-VALID
               END-READ
           END-IF.
           IF TRANS-VALID = "Y"
               MOVE BOM-TRANS-COMPONENT-ID TO INVENTORY-ID-OUT
               READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY "ADD FAILED - COMPONENT NOT ON FILE - "
                       BOM-TRANS-COMPONENT-ID
                   MOVE "N" TO TRANS-VALID
               NOT INVALID KEY
                   IF ITEM-STATUS-OUT = "D"
                       DISPLAY "ADD FAILED - COMPONENT DISCONTINUED - "
                           BOM-TRANS-COMPONENT-ID
                       MOVE "N" TO TRANS-VALID
                   END-IF
               END-READ
           END-IF.

      * COUNTS THE COMPONENTS ALREADY ON THE KIT'S BILL - A FULL
      * BILL TAKES NO MORE
       313-COUNT-KIT-COMPONENTS.
           MOVE ZERO TO KIT-COMPONENT-COUNT.
           MOVE "N" TO BOM-EOF-FLAG.
           MOVE BOM-TRANS-KIT-ID TO BOM-KIT-ID.
           MOVE LOW-VALUES TO BOM-COMPONENT-ID.
           START BILL-OF-MATERIALS-FILE
               KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY
                   MOVE "Y" TO BOM-EOF-FLAG
           END-START.
           PERFORM 314-COUNT-ONE-COMPONENT
               UNTIL BOM-EOF-FLAG = "Y".
           IF KIT-COMPONENT-COUNT NOT LESS THAN KIT-COMPONENT-LIMIT
               DISPLAY "ADD FAILED - BILL FOR KIT " BOM-TRANS-KIT-ID
                   " ALREADY HOLDS " KIT-COMPONENT-LIMIT " COMPONENTS"
               MOVE "N" TO TRANS-VALID
           END-IF.

      * COUNTS THE NEXT LINE OF THE BILL UNTIL THE KIT CHANGES
       314-COUNT-ONE-COMPONENT.
           READ BILL-OF-MATERIALS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BOM-EOF-FLAG
               NOT AT END
                   IF BOM-KIT-ID NOT EQUAL TO BOM-TRANS-KIT-ID
                       MOVE "Y" TO BOM-EOF-FLAG
                   ELSE
                       ADD 1 TO KIT-COMPONENT-COUNT
                   END-IF
           END-READ.

      * WALKS DOWN FROM THE COMPONENT THROUGH EVERY BILL BELOW IT - IF
      * THE KIT TURNS UP, ADDING THE COMPONENT WOULD MAKE THE KIT PART
      * OF ITSELF. A COMPONENT WITH MORE ITEMS BELOW IT THAN THE TABLE
      * HOLDS CANNOT BE CHECKED AND IS NOT ADDED
       315-CHECK-FOR-CYCLE.
           MOVE 1 TO REACHED-COUNT.
           MOVE BOM-TRANS-COMPONENT-ID TO REACHED-ID (1).
           PERFORM 316-WALK-ONE-ITEM
               VARYING REACHED-INDEX FROM 1 BY 1
               UNTIL REACHED-INDEX > REACHED-COUNT
                   OR TRANS-VALID = "N".

      * READS ONE REACHED ITEM'S BILL, IF IT HAS ONE
       316-WALK-ONE-ITEM.
           MOVE REACHED-ID (REACHED-INDEX) TO WALK-KIT-ID.
           MOVE "N" TO BOM-EOF-FLAG.
           MOVE WALK-KIT-ID TO BOM-KIT-ID.
           MOVE LOW-VALUES TO BOM-COMPONENT-ID.
           START BILL-OF-MATERIALS-FILE
               KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY
                   MOVE "Y" TO BOM-EOF-FLAG
           END-START.
           PERFORM 317-CHECK-ONE-BILL-LINE
               UNTIL BOM-EOF-FLAG = "Y".

      * TAKES THE NEXT LINE OF THE BILL UNTIL THE ITEM CHANGES - THE
      * KIT ITSELF ENDS THE CHECK, ANY OTHER COMPONENT IS WALKED IN
      * ITS TURN
       317-CHECK-ONE-BILL-LINE.
           READ BILL-OF-MATERIALS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BOM-EOF-FLAG
               NOT AT END
                   IF BOM-KIT-ID NOT EQUAL TO WALK-KIT-ID
                       MOVE "Y" TO BOM-EOF-FLAG
                   ELSE
                       IF BOM-COMPONENT-ID = BOM-TRANS-KIT-ID
                           DISPLAY "ADD FAILED - KIT " BOM-TRANS-KIT-ID
                               " IS ALREADY BUILT INTO COMPONENT "
                               BOM-TRANS-COMPONENT-ID
                           MOVE "N" TO TRANS-VALID
                           MOVE "Y" TO BOM-EOF-FLAG
                       ELSE
                           PERFORM 318-ADD-REACHED-ITEM
                       END-IF
                   END-IF
           END-READ.

      * ADDS THE COMPONENT TO THE ITEMS STILL TO WALK UNLESS IT WAS
      * ALREADY REACHED ANOTHER WAY
       318-ADD-REACHED-ITEM.
           MOVE "N" TO ALREADY-REACHED.
           PERFORM 319-COMPARE-REACHED
               VARYING MATCH-INDEX FROM 1 BY 1
               UNTIL MATCH-INDEX > REACHED-COUNT
                   OR ALREADY-REACHED = "Y".
           IF ALREADY-REACHED = "N"
               IF REACHED-COUNT < REACHED-LIMIT
                   ADD 1 TO REACHED-COUNT
                   MOVE BOM-COMPONENT-ID TO REACHED-ID (REACHED-COUNT)
               ELSE
                   DISPLAY "ADD FAILED - TOO MANY ITEMS BELOW "
                       "COMPONENT " BOM-TRANS-COMPONENT-ID " TO CHECK"
                   MOVE "N" TO TRANS-VALID
                   MOVE "Y" TO BOM-EOF-FLAG
               END-IF
           END-IF.

      * MATCHES ONE ITEM ALREADY REACHED AGAINST THE COMPONENT
       319-COMPARE-REACHED.
           IF REACHED-ID (MATCH-INDEX) = BOM-COMPONENT-ID
               MOVE "Y" TO ALREADY-REACHED
           END-IF.

      * CHANGES THE UNITS OF A COMPONENT THAT GO INTO ONE KIT
       320-CHANGE-COMPONENT.
           PERFORM 311-CHECK-QUANTITY-PER.
           IF TRANS-VALID = "Y"
               MOVE BOM-TRANS-KIT-ID TO BOM-KIT-ID
               MOVE BOM-TRANS-COMPONENT-ID TO BOM-COMPONENT-ID
               READ BILL-OF-MATERIALS-FILE
               INVALID KEY
                   DISPLAY "CHANGE FAILED - COMPONENT "
                       BOM-TRANS-COMPONENT-ID " NOT ON BILL FOR KIT "
                       BOM-TRANS-KIT-ID
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   MOVE BOM-TRANS-QUANTITY-PER-N TO BOM-QUANTITY-PER
                   REWRITE BILL-OF-MATERIALS-RECORD
                   INVALID KEY
                       DISPLAY "CHANGE FAILED FOR KIT "
                           BOM-TRANS-KIT-ID " STATUS FILED IS "
                           BOM-STATUS-FILED
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO CHANGE-COUNT
                   END-REWRITE
               END-READ
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * TAKES A COMPONENT OFF THE KIT'S BILL
       330-REMOVE-COMPONENT.
           MOVE BOM-TRANS-KIT-ID TO BOM-KIT-ID.
           MOVE BOM-TRANS-COMPONENT-ID TO BOM-COMPONENT-ID.
           DELETE BILL-OF-MATERIALS-FILE RECORD
           INVALID KEY
               DISPLAY "REMOVE FAILED - COMPONENT "
                   BOM-TRANS-COMPONENT-ID " NOT ON BILL FOR KIT "
                   BOM-TRANS-KIT-ID
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               ADD 1 TO REMOVE-COUNT
           END-DELETE.

       END PROGRAM LAB09AJ.
