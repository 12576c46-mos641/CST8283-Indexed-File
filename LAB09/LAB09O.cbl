      ******************************************************************
      * Author: Mostapha A
      * Purpose: Maintain the return-to-vendor authorizations. Applies
      *          a feed of OPEN/CREDIT MEMO/CANCEL transactions to the
      *          indexed returns file keyed by RMA number. A buyer
      *          opens a return for a vendor, item, quantity, and
      *          reason, quoting the original PO when it is known;
      *          the vendor must be active on the vendor master and
      *          the item must be on the inventory file. The goods
      *          leave the RCG returns cage as a V movement through
      *          LAB09G, which marks the return shipped with the
      *          units and value that went out. When the vendor's
      *          credit memo arrives it is recorded against the
      *          shipped return and closes it; a return can only be
      *          cancelled before anything has shipped. LAB09AA
      *          reports the shipped returns still waiting on credit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09O.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        FEED OF RETURN OPEN/CREDIT MEMO/CANCEL TRANSACTIONS
               SELECT RTV-TRANS-FILE
                   ASSIGN TO "../RTV-TRANS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        RETURN AUTHORIZATIONS - CREATED EMPTY ON THE FIRST RUN
               SELECT OPTIONAL RTV-RETURN-FILE
                   ASSIGN TO "../RTV-RETURNS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS RMA-NUMBER
                                  ALTERNATE KEY IS RMA-VENDOR-NAME
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              RMA-STATUS-FILED.

      *        VENDOR MASTER MAINTAINED BY LAB09L - A RETURN CAN ONLY
      *        BE OPENED AGAINST AN ACTIVE VENDOR
               SELECT VENDOR-MASTER-FILE
                   ASSIGN TO "../VENDOR-MASTER.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS VENDOR-MASTER-NAME
                                   FILE STATUS IS VENDOR-STATUS-FILED.

      *        INDEXED FILE BUILT BY LAB09 - THE RETURNED ITEM MUST
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
       FD RTV-TRANS-FILE.
       01 RTV-TRANS-RECORD.
      *    O = OPEN A RETURN, M = RECORD THE CREDIT MEMO,
      *    X = CANCEL A RETURN NOT YET SHIPPED
           05 RTV-TRANS-CODE PIC X.
           05 RTV-TRANS-RMA-NUMBER PIC X(10).
           05 RTV-TRANS-VENDOR-NAME PIC X(20).
           05 RTV-TRANS-INVENTORY-ID PIC X(9).
           05 RTV-TRANS-QUANTITY PIC X(5).
           05 RTV-TRANS-QUANTITY-N REDEFINES RTV-TRANS-QUANTITY
               PIC 9(5).
      *    DF = DEFECTIVE, OS = OVER-SHIPPED, WI = WRONG ITEM,
      *    OT = OTHER
           05 RTV-TRANS-REASON PIC X(2).
      *    PO THE GOODS CAME IN ON, BLANK WHEN NOT KNOWN
           05 RTV-TRANS-PO-NUMBER PIC X(6).
      *    VENDOR'S CREDIT MEMO NUMBER AND AMOUNT ON AN M
           05 RTV-TRANS-MEMO-NUMBER PIC X(10).
           05 RTV-TRANS-MEMO-AMOUNT PIC X(9).
           05 RTV-TRANS-MEMO-AMOUNT-N REDEFINES RTV-TRANS-MEMO-AMOUNT
               PIC 9(7)V99.

       FD RTV-RETURN-FILE.
       01 RTV-RETURN-RECORD.
           05 RMA-NUMBER PIC X(10).
           05 RMA-VENDOR-NAME PIC X(20).
           05 RMA-INVENTORY-ID PIC X(9).
      *    UNITS THE VENDOR AUTHORIZED FOR RETURN
           05 RMA-QUANTITY PIC 9(5).
           05 RMA-REASON PIC X(2).
           05 RMA-PO-NUMBER PIC X(6).
           05 RMA-OPEN-DATE PIC 9(8).
      *    UNITS AND VALUE AT UNIT-COST-OUT THE V MOVEMENTS SHIPPED,
      *    AND THE DATE OF THE LAST SHIPMENT
           05 RMA-SHIPPED-QUANTITY PIC 9(5).
           05 RMA-SHIPPED-DATE PIC 9(8).
           05 RMA-SHIPPED-VALUE PIC 9(9)V99.
      *    VENDOR CREDIT MEMO THAT SETTLED THE RETURN
           05 RMA-MEMO-NUMBER PIC X(10).
           05 RMA-MEMO-DATE PIC 9(8).
           05 RMA-MEMO-AMOUNT PIC 9(7)V99.
      *    O = OPEN, S = SHIPPED AWAITING CREDIT, C = CREDITED,
      *    X = CANCELLED
           05 RMA-STATUS PIC X.

       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VENDOR-MASTER-NAME PIC X(20).
           05 VENDOR-MASTER-CONTACT PIC X(30).
      *    PAYMENT TERMS, E.G. NET30
           05 VENDOR-MASTER-TERMS PIC X(10).
      *    A = ACTIVE, I = INACTIVE
           05 VENDOR-MASTER-STATUS PIC X.
      *    QUOTED DAYS FROM ORDER TO DELIVERY - ZERO WHEN NONE AGREED
           05 VENDOR-MASTER-LEAD-DAYS PIC 9(3).

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
      *    STORES STATUS OF RETURNS FILE I/O
           05 RMA-STATUS-FILED PIC X(2).
      *    STORES STATUS OF VENDOR MASTER I/O
           05 VENDOR-STATUS-FILED PIC X(2).
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    Y WHILE THE OPEN TRANSACTION BEING CHECKED IS STILL GOOD
           05 TRANS-VALID PIC A.
      *    DATE THE TRANSACTIONS WERE APPLIED
           05 RUN-DATE PIC 9(8).
      *    EDITED VALUES FOR THE SHORT-CREDIT MESSAGE
           05 SHIPPED-VALUE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           05 MEMO-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
      *    COUNTS OF TRANSACTIONS APPLIED, BY TYPE
           05 OPEN-COUNT PIC 9(5) VALUE ZERO.
           05 CREDIT-COUNT PIC 9(5) VALUE ZERO.
           05 CANCEL-COUNT PIC 9(5) VALUE ZERO.
           05 SHORT-CREDIT-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINTAIN-RETURNS.
           PERFORM 201-INITIALIZE
           PERFORM 202-APPLY-TRANSACTIONS UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

      * OPEN THE TRANSACTION FEED, THE RETURNS FILE, AND THE TWO
      * FILES AN OPEN IS CHECKED AGAINST
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RTV-TRANS-FILE.
           OPEN I-O RTV-RETURN-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN INPUT INDEXED-INVENT-FILE.
           PERFORM 300-READ-TRANSACTION.

      * APPLIES ONE TRANSACTION AND READS THE NEXT
       202-APPLY-TRANSACTIONS.
           PERFORM 301-APPLY-TRANSACTION.
           PERFORM 300-READ-TRANSACTION.

      * CLOSES THE FILES AND REPORTS WHAT WAS APPLIED
       203-TERMINATE.
           CLOSE RTV-TRANS-FILE
                 RTV-RETURN-FILE
                 VENDOR-MASTER-FILE
                 INDEXED-INVENT-FILE.
           DISPLAY "RETURN-TO-VENDOR MAINTENANCE COMPLETE".
           DISPLAY "RETURNS OPENED      : " OPEN-COUNT.
           DISPLAY "CREDITS RECORDED    : " CREDIT-COUNT.
           DISPLAY "RETURNS CANCELLED   : " CANCEL-COUNT.
           DISPLAY "SHORT CREDITS       : " SHORT-CREDIT-COUNT.
           DISPLAY "TRANSACTIONS REJECTED : " REJECT-COUNT.

      * READS A TRANSACTION RECORD
       300-READ-TRANSACTION.
           READ RTV-TRANS-FILE AT END MOVE "Y" TO EOF-FLAG.

      * DISPATCHES THE TRANSACTION TO ITS MAINTENANCE PARAGRAPH
       301-APPLY-TRANSACTION.
           IF RTV-TRANS-RMA-NUMBER = SPACES
               DISPLAY "BLANK RMA NUMBER ON '" RTV-TRANS-CODE
                   "' TRANSACTION"
               ADD 1 TO REJECT-COUNT
           ELSE
               EVALUATE RTV-TRANS-CODE
                   WHEN "O"
                       PERFORM 310-OPEN-RETURN
                   WHEN "M"
                       PERFORM 320-RECORD-CREDIT-MEMO
                   WHEN "X"
                       PERFORM 330-CANCEL-RETURN
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE '"
                           RTV-TRANS-CODE "' FOR RMA "
                           RTV-TRANS-RMA-NUMBER
                       ADD 1 TO REJECT-COUNT
               END-EVALUATE
           END-IF.

      * OPENS A NEW RETURN ONCE THE VENDOR, ITEM, QUANTITY, AND
      * REASON HAVE ALL CHECKED OUT
       310-OPEN-RETURN.
           PERFORM 311-CHECK-OPEN-FIELDS.
           IF TRANS-VALID = "Y"
               PERFORM 312-CHECK-VENDOR
           END-IF.
           IF TRANS-VALID = "Y"
               PERFORM 313-CHECK-ITEM
           END-IF.
           IF TRANS-VALID = "Y"
               MOVE RTV-TRANS-RMA-NUMBER TO RMA-NUMBER
               MOVE RTV-TRANS-VENDOR-NAME TO RMA-VENDOR-NAME
               MOVE RTV-TRANS-INVENTORY-ID TO RMA-INVENTORY-ID
               MOVE RTV-TRANS-QUANTITY-N TO RMA-QUANTITY
               MOVE RTV-TRANS-REASON TO RMA-REASON
               MOVE RTV-TRANS-PO-NUMBER TO RMA-PO-NUMBER
               MOVE RUN-DATE TO RMA-OPEN-DATE
               MOVE ZERO TO RMA-SHIPPED-QUANTITY
                            RMA-SHIPPED-DATE
                            RMA-SHIPPED-VALUE
                            RMA-MEMO-DATE
                            RMA-MEMO-AMOUNT
               MOVE SPACES TO RMA-MEMO-NUMBER
               MOVE "O" TO RMA-STATUS
               WRITE RTV-RETURN-RECORD
               INVALID KEY
                   DISPLAY "OPEN FAILED FOR RMA " RTV-TRANS-RMA-NUMBER
                       " STATUS FILED IS " RMA-STATUS-FILED
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO OPEN-COUNT
               END-WRITE
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * FIELD-CHECKS AN OPEN - THE PO IS OPTIONAL BUT MUST BE A PO
      * NUMBER WHEN IT IS GIVEN
       311-CHECK-OPEN-FIELDS.
           MOVE "Y" TO TRANS-VALID.
           IF RTV-TRANS-QUANTITY NOT NUMERIC
               OR RTV-TRANS-QUANTITY-N = ZERO
               DISPLAY "OPEN FAILED - BAD QUANTITY FOR RMA "
                   RTV-TRANS-RMA-NUMBER
               MOVE "N" TO TRANS-VALID
           ELSE
               IF RTV-TRANS-REASON NOT = "DF"
                   AND RTV-TRANS-REASON NOT = "OS"
                   AND RTV-TRANS-REASON NOT = "WI"
                   AND RTV-TRANS-REASON NOT = "OT"
                   DISPLAY "OPEN FAILED - INVALID REASON '"
                       RTV-TRANS-REASON "' FOR RMA "
                       RTV-TRANS-RMA-NUMBER
                   MOVE "N" TO TRANS-VALID
               ELSE
                   IF RTV-TRANS-PO-NUMBER NOT = SPACES
                       AND RTV-TRANS-PO-NUMBER NOT NUMERIC
                       DISPLAY "OPEN FAILED - BAD PO NUMBER FOR RMA "
                           RTV-TRANS-RMA-NUMBER
                       MOVE "N" TO TRANS-VALID
                   END-IF
               END-IF
           END-IF.

      * THE VENDOR MUST BE ON THE VENDOR MASTER AND ACTIVE
       312-CHECK-VENDOR.
           MOVE RTV-TRANS-VENDOR-NAME TO VENDOR-MASTER-NAME.
           READ VENDOR-MASTER-FILE
           INVALID KEY
               DISPLAY "OPEN FAILED - VENDOR NOT ON MASTER - "
                   RTV-TRANS-VENDOR-NAME
               MOVE "N" TO TRANS-VALID
           NOT INVALID KEY
               IF VENDOR-MASTER-STATUS NOT = "A"
                   DISPLAY "OPEN FAILED - VENDOR INACTIVE - "
                       RTV-TRANS-VENDOR-NAME
                   MOVE "N" TO TRANS-VALID
               END-IF
           END-READ.

      * THE ITEM BEING RETURNED MUST BE ON THE INVENTORY FILE
       313-CHECK-ITEM.
           MOVE RTV-TRANS-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "OPEN FAILED - ITEM NOT ON FILE - "
                   RTV-TRANS-INVENTORY-ID
               MOVE "N" TO TRANS-VALID
           END-READ.

      * RECORDS THE VENDOR'S CREDIT MEMO AGAINST A SHIPPED RETURN AND
      * CLOSES IT - A CREDIT BELOW THE SHIPPED VALUE IS ACCEPTED BUT
      * CALLED OUT SO THE BUYER CAN TAKE IT UP WITH THE VENDOR
       320-RECORD-CREDIT-MEMO.
           MOVE RTV-TRANS-RMA-NUMBER TO RMA-NUMBER.
           READ RTV-RETURN-FILE
           INVALID KEY
               DISPLAY "CREDIT FAILED - RMA NOT FOUND - "
                   RTV-TRANS-RMA-NUMBER
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               IF RMA-STATUS NOT = "S"
                   DISPLAY "CREDIT FAILED - RMA " RTV-TRANS-RMA-NUMBER
                       " NOT SHIPPED AND AWAITING CREDIT"
                   ADD 1 TO REJECT-COUNT
               ELSE
                   IF RTV-TRANS-MEMO-NUMBER = SPACES
                       OR RTV-TRANS-MEMO-AMOUNT NOT NUMERIC
                       DISPLAY "CREDIT FAILED - MEMO NUMBER OR AMOUNT"
                           " UNUSABLE FOR RMA " RTV-TRANS-RMA-NUMBER
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       PERFORM 321-APPLY-CREDIT-MEMO
                   END-IF
               END-IF
           END-READ.

      * CLOSES THE RETURN WITH THE MEMO NUMBER, DATE, AND AMOUNT
       321-APPLY-CREDIT-MEMO.
           MOVE RTV-TRANS-MEMO-NUMBER TO RMA-MEMO-NUMBER.
           MOVE RUN-DATE TO RMA-MEMO-DATE.
           MOVE RTV-TRANS-MEMO-AMOUNT-N TO RMA-MEMO-AMOUNT.
           MOVE "C" TO RMA-STATUS.
           REWRITE RTV-RETURN-RECORD
           INVALID KEY
               DISPLAY "CREDIT FAILED FOR RMA " RTV-TRANS-RMA-NUMBER
                   " STATUS FILED IS " RMA-STATUS-FILED
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               ADD 1 TO CREDIT-COUNT
               IF RMA-MEMO-AMOUNT < RMA-SHIPPED-VALUE
                   MOVE RMA-SHIPPED-VALUE TO SHIPPED-VALUE-EDIT
                   MOVE RMA-MEMO-AMOUNT TO MEMO-AMOUNT-EDIT
                   DISPLAY "SHORT CREDIT ON RMA " RMA-NUMBER
                       " SHIPPED " SHIPPED-VALUE-EDIT
                       " CREDITED " MEMO-AMOUNT-EDIT
                   ADD 1 TO SHORT-CREDIT-COUNT
               END-IF
           END-REWRITE.

      * CANCELS A RETURN - ONLY WHILE NOTHING HAS LEFT THE CAGE,
      * SINCE A SHIPPED RETURN IS OWED A CREDIT
       330-CANCEL-RETURN.
           MOVE RTV-TRANS-RMA-NUMBER TO RMA-NUMBER.
           READ RTV-RETURN-FILE
           INVALID KEY
               DISPLAY "CANCEL FAILED - RMA NOT FOUND - "
                   RTV-TRANS-RMA-NUMBER
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               IF RMA-STATUS NOT = "O"
                   OR RMA-SHIPPED-QUANTITY > ZERO
                   DISPLAY "CANCEL FAILED - RMA " RTV-TRANS-RMA-NUMBER
                       " IS NO LONGER OPEN AND UNSHIPPED"
                   ADD 1 TO REJECT-COUNT
               ELSE
                   MOVE "X" TO RMA-STATUS
                   REWRITE RTV-RETURN-RECORD
                   INVALID KEY
                       DISPLAY "CANCEL FAILED FOR RMA "
                           RTV-TRANS-RMA-NUMBER
                           " STATUS FILED IS " RMA-STATUS-FILED
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO CANCEL-COUNT
                   END-REWRITE
               END-IF
           END-READ.

       END PROGRAM LAB09O.
