      ******************************************************************
      * Author: Mostapha A
      * Purpose: Maintain the kit assembly work orders. Applies a
      *          feed of ASSEMBLE/DISASSEMBLE/CANCEL transactions to
      *          the indexed work order file keyed by order number.
      *          An order names the kit, how many to build or break
      *          down, the location the work is done at, and the
      *          date it is needed by; the kit must have a bill of
      *          materials from LAB09AJ, and no kit work is done in
      *          the RCG returns cage. The LAB09AL work order run
      *          releases an order once its parts are on hand, and
      *          LAB09G posts it when the K or U movement comes
      *          through. An order can be cancelled until it has been
      *          posted - cancelling a released order that LAB09G
      *          rejected frees the parts LAB09AL holds for it, and
      *          any kit movement still waiting is then rejected WO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        FEED OF WORK ORDER TRANSACTIONS
               SELECT ASSEMBLY-ORDER-TRANS-FILE
                   ASSIGN TO "../ASSEMBLY-ORDER-TRANS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        ASSEMBLY WORK ORDERS - CREATED EMPTY ON THE FIRST RUN
               SELECT OPTIONAL ASSEMBLY-ORDER-FILE
                   ASSIGN TO "../ASSEMBLY-ORDERS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS ASSEMBLY-ORDER-NUMBER
                                  ALTERNATE KEY IS ASSEMBLY-NEEDED-DATE
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              ASSEMBLY-STATUS-FILED.

      *        KIT BILLS OF MATERIALS MAINTAINED BY LAB09AJ - THE KIT
      *        ON AN ORDER MUST HAVE ONE
               SELECT OPTIONAL BILL-OF-MATERIALS-FILE
                   ASSIGN TO "../BILL-OF-MATERIALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BOM-KEY
                                   FILE STATUS IS BOM-STATUS-FILED.

       DATA DIVISION.
       FILE SECTION.
       FD ASSEMBLY-ORDER-TRANS-FILE.
       01 ASSEMBLY-ORDER-TRANS-RECORD.
      *    A = OPEN AN ORDER TO ASSEMBLE KITS, D = OPEN AN ORDER TO
      *    DISASSEMBLE THEM, X = CANCEL AN ORDER
           05 ORDER-TRANS-CODE PIC X.
           05 ORDER-TRANS-NUMBER PIC X(10).
           05 ORDER-TRANS-KIT-ID PIC X(9).
           05 ORDER-TRANS-QUANTITY PIC X(5).
           05 ORDER-TRANS-QUANTITY-N REDEFINES ORDER-TRANS-QUANTITY
               PIC 9(5).
           05 ORDER-TRANS-LOCATION PIC X(3).
      *    DATE THE KITS OR PARTS ARE NEEDED BY, YYYYMMDD
           05 ORDER-TRANS-NEEDED-DATE PIC X(8).
           05 ORDER-TRANS-NEEDED-DATE-N
               REDEFINES ORDER-TRANS-NEEDED-DATE PIC 9(8).

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
      *    DATE LAB09AL RELEASED THE ORDER AND DATE LAB09G POSTED IT
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

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG
           05 EOF-FLAG PIC A.
      *    STORES STATUS OF WORK ORDER FILE I/O
           05 ASSEMBLY-STATUS-FILED PIC X(2).
      *    STORES STATUS OF BILL OF MATERIALS FILE I/O
           05 BOM-STATUS-FILED PIC X(2).
      *    Y WHILE THE OPEN TRANSACTION BEING CHECKED IS STILL GOOD
           05 TRANS-VALID PIC A.
      *    DATE THE TRANSACTIONS WERE APPLIED
           05 RUN-DATE PIC 9(8).
      *    COUNTS OF TRANSACTIONS APPLIED, BY TYPE
           05 ASSEMBLE-COUNT PIC 9(5) VALUE ZERO.
           05 DISASSEMBLE-COUNT PIC 9(5) VALUE ZERO.
           05 CANCEL-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINTAIN-WORK-ORDERS.
           PERFORM 201-INITIALIZE
           PERFORM 202-APPLY-TRANSACTIONS UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

      * OPEN THE TRANSACTION FEED, THE WORK ORDER FILE, AND THE
      * BILLS AN ORDER'S KIT IS CHECKED AGAINST
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ASSEMBLY-ORDER-TRANS-FILE.
           OPEN I-O ASSEMBLY-ORDER-FILE.
           OPEN INPUT BILL-OF-MATERIALS-FILE.
           PERFORM 300-READ-TRANSACTION.

      * APPLIES ONE TRANSACTION AND READS THE NEXT
       202-APPLY-TRANSACTIONS.
           PERFORM 301-APPLY-TRANSACTION.
           PERFORM 300-READ-TRANSACTION.

      * CLOSES THE FILES AND REPORTS WHAT WAS APPLIED
       203-TERMINATE.
           CLOSE ASSEMBLY-ORDER-TRANS-FILE
                 ASSEMBLY-ORDER-FILE
                 BILL-OF-MATERIALS-FILE.
           DISPLAY "WORK ORDER MAINTENANCE COMPLETE".
           DISPLAY "ASSEMBLY ORDERS OPENED    : " ASSEMBLE-COUNT.
           DISPLAY "DISASSEMBLY ORDERS OPENED : " DISASSEMBLE-COUNT.
           DISPLAY "ORDERS CANCELLED    : " CANCEL-COUNT.
           DISPLAY "TRANSACTIONS REJECTED : " REJECT-COUNT.

      * READS A TRANSACTION RECORD
       300-READ-TRANSACTION.
           READ ASSEMBLY-ORDER-TRANS-FILE
               AT END MOVE "Y" TO EOF-FLAG.

      * DISPATCHES THE TRANSACTION TO ITS MAINTENANCE PARAGRAPH
       301-APPLY-TRANSACTION.
           IF ORDER-TRANS-NUMBER = SPACES
               DISPLAY "BLANK WORK ORDER NUMBER ON '" ORDER-TRANS-CODE
                   "' TRANSACTION FOR KIT " ORDER-TRANS-KIT-ID
               ADD 1 TO REJECT-COUNT
           ELSE
               EVALUATE ORDER-TRANS-CODE
                   WHEN "A"
                       MOVE "K" TO ASSEMBLY-ORDER-TYPE
                       PERFORM 310-OPEN-WORK-ORDER
                   WHEN "D"
                       MOVE "U" TO ASSEMBLY-ORDER-TYPE
                       PERFORM 310-OPEN-WORK-ORDER
                   WHEN "X"
                       PERFORM 320-CANCEL-WORK-ORDER
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE '"
                           ORDER-TRANS-CODE "' FOR WORK ORDER "
                           ORDER-TRANS-NUMBER
                       ADD 1 TO REJECT-COUNT
               END-EVALUATE
           END-IF.

      * OPENS A NEW ORDER OF THE TYPE ALREADY SET ONCE THE QUANTITY,
      * LOCATION, NEEDED-BY DATE, AND KIT HAVE ALL CHECKED OUT - IT
      * WAITS AS OPEN FOR THE NEXT WORK ORDER RUN
       310-OPEN-WORK-ORDER.
           PERFORM 311-CHECK-ORDER-FIELDS.
           IF TRANS-VALID = "Y"
               PERFORM 312-CHECK-KIT-BILL
           END-IF.
           IF TRANS-VALID = "Y"
               MOVE ORDER-TRANS-NUMBER TO ASSEMBLY-ORDER-NUMBER
               MOVE ORDER-TRANS-KIT-ID TO ASSEMBLY-KIT-ID
               MOVE ORDER-TRANS-QUANTITY-N TO ASSEMBLY-QUANTITY
               MOVE ORDER-TRANS-LOCATION TO ASSEMBLY-LOCATION
               MOVE ORDER-TRANS-NEEDED-DATE-N TO ASSEMBLY-NEEDED-DATE
               MOVE RUN-DATE TO ASSEMBLY-ENTRY-DATE
               MOVE ZERO TO ASSEMBLY-RELEASE-DATE
                            ASSEMBLY-POSTED-DATE
                            ASSEMBLY-KIT-COST
               MOVE "O" TO ASSEMBLY-STATUS
               WRITE ASSEMBLY-ORDER-RECORD
               INVALID KEY
                   DISPLAY "OPEN FAILED FOR WORK ORDER "
                       ORDER-TRANS-NUMBER " STATUS FILED IS "
                       ASSEMBLY-STATUS-FILED
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   IF ASSEMBLY-ORDER-TYPE = "K"
                       ADD 1 TO ASSEMBLE-COUNT
                   ELSE
                       ADD 1 TO DISASSEMBLE-COUNT
                   END-IF
               END-WRITE
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * FIELD-CHECKS AN OPEN - KIT WORK IS NEVER DONE IN THE RCG
      * RETURNS CAGE
       311-CHECK-ORDER-FIELDS.
           MOVE "Y" TO TRANS-VALID.
           IF ORDER-TRANS-QUANTITY NOT NUMERIC
               OR ORDER-TRANS-QUANTITY-N = ZERO
               DISPLAY "OPEN FAILED - BAD QUANTITY ON WORK ORDER "
                   ORDER-TRANS-NUMBER
               MOVE "N" TO TRANS-VALID
           ELSE
               IF ORDER-TRANS-LOCATION = SPACES
                   OR ORDER-TRANS-LOCATION = "RCG"
                   DISPLAY "OPEN FAILED - MISSING OR UNUSABLE LOCATION"
                       " ON WORK ORDER " ORDER-TRANS-NUMBER
                   MOVE "N" TO TRANS-VALID
               ELSE
                   IF ORDER-TRANS-NEEDED-DATE NOT NUMERIC
                       DISPLAY "OPEN FAILED - BAD NEEDED-BY DATE ON"
                           " WORK ORDER " ORDER-TRANS-NUMBER
                       MOVE "N" TO TRANS-VALID
                   END-IF
               END-IF
           END-IF.

      * THE KIT MUST HAVE AT LEAST ONE COMPONENT ON ITS BILL
       312-CHECK-KIT-BILL.
           MOVE ORDER-TRANS-KIT-ID TO BOM-KIT-ID.
           MOVE LOW-VALUES TO BOM-COMPONENT-ID.
           START BILL-OF-MATERIALS-FILE
               KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY
                   MOVE "N" TO TRANS-VALID
               NOT INVALID KEY
                   READ BILL-OF-MATERIALS-FILE NEXT RECORD
                       AT END
                           MOVE "N" TO TRANS-VALID
                       NOT AT END
                           IF BOM-KIT-ID
                               NOT EQUAL TO ORDER-TRANS-KIT-ID
                               MOVE "N" TO TRANS-VALID
                           END-IF
                   END-READ
           END-START.
           IF TRANS-VALID = "N"
               DISPLAY "OPEN FAILED - NO BILL OF MATERIALS FOR KIT "
                   ORDER-TRANS-KIT-ID
           END-IF.

      * CANCELS AN ORDER NOT YET POSTED - A RELEASED ORDER WHOSE KIT
      * MOVEMENT LAB09G REJECTED IS CANCELLED HERE SO LAB09AL STOPS
      * HOLDING ITS PARTS, AND IS RE-ENTERED UNDER A NEW NUMBER
       320-CANCEL-WORK-ORDER.
           MOVE ORDER-TRANS-NUMBER TO ASSEMBLY-ORDER-NUMBER.
           READ ASSEMBLY-ORDER-FILE
           INVALID KEY
               DISPLAY "CANCEL FAILED - WORK ORDER NOT FOUND - "
                   ORDER-TRANS-NUMBER
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               IF ASSEMBLY-STATUS NOT = "O"
                   AND ASSEMBLY-STATUS NOT = "S"
                   AND ASSEMBLY-STATUS NOT = "R"
                   DISPLAY "CANCEL FAILED - WORK ORDER "
                       ORDER-TRANS-NUMBER
                       " IS ALREADY POSTED OR CANCELLED"
                   ADD 1 TO REJECT-COUNT
               ELSE
                   MOVE "X" TO ASSEMBLY-STATUS
                   REWRITE ASSEMBLY-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "CANCEL FAILED FOR WORK ORDER "
                           ORDER-TRANS-NUMBER " STATUS FILED IS "
                           ASSEMBLY-STATUS-FILED
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO CANCEL-COUNT
                   END-REWRITE
               END-IF
           END-READ.

       END PROGRAM LAB09AK.
