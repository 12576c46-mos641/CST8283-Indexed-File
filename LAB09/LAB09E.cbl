      *          maintains, suggestions are rounded up to the
      *          vendor's minimum order quantity, and a line with no
      *          quote on file is flagged *NQ so purchasing chases
      *          the price before the order goes out. Stock already
      *          spoken for by department requisitions - reserved
      *          for a pick, on backorder, or not yet allocated -
      *          counts as demand against on-hand and on-order, so an
      *          item whose free stock has fallen to its reorder
      *          point is suggested even while the shelf looks full.
      *          A printed summary shows how many items are short per
      *          vendor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09E.
                               RECORD KEY IS PRICE-KEY
                                   FILE STATUS IS PRICE-STATUS-FILED.

      *        REQUISITION LINES MAINTAINED BY LAB09AC AND ALLOCATED
      *        BY LAB09AD - WHAT THE LINES STILL WANT COUNTS AS DEMAND
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

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-INVENT-FILE.
           05 ORDER-DATE PIC 9(8).
           05 ORDER-QUANTITY PIC 9(5).
           05 ORDER-RECEIVED-QUANTITY PIC 9(5).
      *    UNITS VENDOR INVOICES HAVE BILLED AGAINST THE LINE - THE
      *    LAB09I INVOICE MATCH HOLDS A SECOND BILL FOR THE SAME UNITS
           05 ORDER-INVOICED-QUANTITY PIC 9(5).
      *    O = OPEN, C = CLOSED BY RECEIPTS
           05 ORDER-LINE-STATUS PIC X.

           05 PRICE-MINIMUM-ORDER PIC 9(5).
           05 PRICE-EFFECTIVE-DATE PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG
           05 ORDER-EOF-FLAG PIC A.
      *    UNITS STILL ON ORDER FOR THE ITEM BEING CHECKED
           05 ON-ORDER-QUANTITY PIC 9(7).
      *    ON-HAND PLUS ON-ORDER LESS REQUISITION DEMAND - WHAT THE
      *    ITEM CAN ACTUALLY DRAW ON, NEGATIVE WHEN OVER-COMMITTED
           05 AVAILABLE-SUPPLY PIC S9(8).
      *    ITEMS SKIPPED BECAUSE OPEN ORDERS ALREADY COVER THEM
           05 COVERED-ON-ORDER-COUNT PIC 9(7) VALUE ZERO.
       01 PRICING-FIELDS.
           05 VENDOR-ORDER-TOTAL PIC 9(12)V99 VALUE ZERO.
      *    LINES SENT OUT WITH NO QUOTE ON FILE
           05 NO-QUOTE-COUNT PIC 9(7) VALUE ZERO.
       01 REQUISITION-DEMAND-FIELDS.
      *    STORES STATUS OF REQUISITION FILE I/O
           05 REQ-STATUS-FILED PIC X(2).
      *    Y WHEN THE REQUISITION FILE OPENED - A SITE NOT YET TAKING
      *    REQUISITIONS SUGGESTS FROM ON-HAND AND ON-ORDER ALONE
           05 REQUISITION-PRESENT PIC A VALUE "N".
      *    END OF FILE FLAG FOR THE WALK ALONG ONE ITEM'S LINES
           05 REQ-EOF-FLAG PIC A.
      *    UNITS THE ITEM'S OPEN LINES STILL WANT - RESERVED,
      *    BACKORDERED, AND NOT YET ALLOCATED
           05 REQUISITION-DEMAND PIC 9(7).
      *    ITEMS SUGGESTED ONLY BECAUSE REQUISITIONS HOLD THEIR STOCK
           05 DEMAND-SHORT-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       100-SUGGEST-REPLENISHMENT.
           OPEN OUTPUT SUGGESTED-ORDER-FILE.
           PERFORM 340-OPEN-OPEN-ORDER-FILE.
           PERFORM 360-OPEN-VENDOR-PRICE-FILE.
           PERFORM 395-OPEN-REQUISITION-FILE.
           DISPLAY "REPLENISHMENT SUGGESTION RUN - " RUN-DATE.
           MOVE LOW-VALUES TO VENDOR-NAME-OUT.
           START INDEXED-INVENT-FILE
      *    AN ITEM WITH NO REORDER POINT IS NOT STOCK-CONTROLLED AND
      *    A DISCONTINUED ITEM IS NEVER REPLENISHED - QUANTITY
      *    ALREADY ON ORDER COUNTS AS SUPPLY, SO AN ITEM WHOSE OPEN
      *    POS COVER THE SHORTAGE IS NOT SUGGESTED AGAIN, AND WHAT
      *    REQUISITIONS STILL WANT COUNTS AGAINST IT
           IF ITEM-STATUS-OUT NOT EQUAL TO "D"
               AND REORDER-POINT-OUT > ZERO
                   PERFORM 390-SUM-REQUISITION-DEMAND
                   IF QUANTITY-ON-HAND-OUT NOT > REORDER-POINT-OUT
                       OR REQUISITION-DEMAND > ZERO
                       PERFORM 350-SUM-ON-ORDER-QUANTITY
                       COMPUTE AVAILABLE-SUPPLY =
                           QUANTITY-ON-HAND-OUT + ON-ORDER-QUANTITY
                           - REQUISITION-DEMAND
                       IF AVAILABLE-SUPPLY > REORDER-POINT-OUT
                           IF QUANTITY-ON-HAND-OUT
                               NOT > REORDER-POINT-OUT
                               ADD 1 TO COVERED-ON-ORDER-COUNT
                           END-IF
                       ELSE
                           IF QUANTITY-ON-HAND-OUT > REORDER-POINT-OUT
                               ADD 1 TO DEMAND-SHORT-COUNT
                           END-IF
                           PERFORM 310-WRITE-SHORT-ITEM
                       END-IF
                   END-IF
           END-IF
           PERFORM 300-READ-BY-VENDOR.
           IF PRICE-FILE-PRESENT = "Y"
               CLOSE VENDOR-PRICE-FILE
           END-IF.
           IF REQUISITION-PRESENT = "Y"
               DISPLAY "SHORT ONLY THROUGH REQUISITION DEMAND: "
                   DEMAND-SHORT-COUNT
               CLOSE REQUISITION-FILE
           END-IF.
           CLOSE INDEXED-INVENT-FILE
                 SUGGESTED-ORDER-FILE.

           WRITE SUGGESTED-ORDER-RECORD.
           MOVE ZERO TO VENDOR-ORDER-TOTAL.

      * TOTALS WHAT THE ITEM'S OPEN REQUISITION LINES STILL WANT -
      * ZERO WHEN THE SITE HAS NO REQUISITION FILE
       390-SUM-REQUISITION-DEMAND.
           MOVE ZERO TO REQUISITION-DEMAND.
           IF REQUISITION-PRESENT = "Y"
               MOVE "N" TO REQ-EOF-FLAG
               MOVE INVENTORY-ID-OUT TO REQ-INVENTORY-ID
               START REQUISITION-FILE
                   KEY IS NOT LESS THAN REQ-INVENTORY-ID
                   INVALID KEY
                       MOVE "Y" TO REQ-EOF-FLAG
               END-START
               PERFORM 391-ADD-ONE-REQUISITION-LINE
                   UNTIL REQ-EOF-FLAG = "Y"
           END-IF.

      * ADDS WHAT THE NEXT LINE STILL WANTS - ISSUED, CANCELLED, AND
      * COMPLETED LINES WANT NOTHING - THE WALK ENDS WHEN THE LINES
      * BELONG TO ANOTHER ITEM
       391-ADD-ONE-REQUISITION-LINE.
           READ REQUISITION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REQ-EOF-FLAG
               NOT AT END
                   IF REQ-INVENTORY-ID NOT EQUAL TO INVENTORY-ID-OUT
                       MOVE "Y" TO REQ-EOF-FLAG
                   ELSE
                       IF (REQ-STATUS = "O" OR REQ-STATUS = "A"
                           OR REQ-STATUS = "B")
                           AND REQ-QUANTITY > REQ-ISSUED-QUANTITY
                           ADD REQ-QUANTITY TO REQUISITION-DEMAND
                           SUBTRACT REQ-ISSUED-QUANTITY
                               FROM REQUISITION-DEMAND
                       END-IF
                   END-IF
           END-READ.

      * OPENS THE REQUISITION FILE FOR THE DEMAND LOOKUPS - A SITE
      * NOT YET TAKING REQUISITIONS SUGGESTS WITHOUT THEM
       395-OPEN-REQUISITION-FILE.
           OPEN INPUT REQUISITION-FILE.
           IF REQ-STATUS-FILED = "00"
               MOVE "Y" TO REQUISITION-PRESENT
           ELSE
               DISPLAY "NO REQUISITION FILE - DEPARTMENT DEMAND NOT"
                   " COUNTED THIS RUN"
           END-IF.

       END PROGRAM LAB09E.
