      ******************************************************************
      * Author: Mostapha A
      * Purpose: Three-way invoice match. Reads the vendor invoice
      *          feed accounts payable keys (vendor, invoice number,
      *          PO number, PO line, invoiced quantity, invoiced unit
      *          price) and checks every line against the open-order
      *          line LAB09Q raised - ORDER-QUANTITY and the
      *          ORDER-RECEIVED-QUANTITY LAB09G receipts have relieved
      *          - and against the vendor's PRICE-QUOTED-UNIT on the
      *          vendor-item price file. A line that names a PO line
      *          we raised with that vendor, bills no more units than
      *          were received and not yet invoiced, and sits inside
      *          the price tolerance is approved to pay and its units
      *          are added to ORDER-INVOICED-QUANTITY, so a second
      *          invoice for the same units is caught as a duplicate.
      *          Every other line goes to the cumulative invoice hold
      *          file and the hold report with the reason, and AP
      *          pays nothing that did not match. The tolerance
      *          percent is read from the match control file, and is
      *          2.00 when the file or its percent is missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09I.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        VENDOR INVOICE LINES AS KEYED BY ACCOUNTS PAYABLE
               SELECT VENDOR-INVOICE-FILE
                   ASSIGN TO "../VENDOR-INVOICES.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        OPEN PURCHASE-ORDER LINES RAISED BY LAB09Q AND RELIEVED
      *        BY LAB09G RECEIPTS - THE INVOICED QUANTITY IS CARRIED
      *        ON THE LINE
               SELECT OPEN-ORDER-FILE
                   ASSIGN TO "../OPEN-ORDERS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS ORDER-LINE-KEY
                                  ALTERNATE KEY IS ORDER-ITEM-ID
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              ORDER-STATUS-FILED.

      *        VENDOR-ITEM QUOTES MAINTAINED BY LAB09X - THE INVOICED
      *        PRICE MUST SIT WITHIN TOLERANCE OF THE QUOTE
               SELECT VENDOR-PRICE-FILE
                   ASSIGN TO "../VENDOR-PRICE.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS PRICE-KEY
                                   FILE STATUS IS PRICE-STATUS-FILED.

      *        LINES APPROVED TO PAY - REPLACED EVERY RUN FOR AP PICKUP
               SELECT AP-APPROVED-FILE
                   ASSIGN TO "../AP-APPROVED.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        CUMULATIVE LOG OF INVOICE LINES HELD FROM PAYMENT
               SELECT OPTIONAL INVOICE-HOLD-FILE
                   ASSIGN TO "../INVOICE-HOLDS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        MATCH SETTINGS KEPT BY ACCOUNTS PAYABLE - ONE RECORD
      *        CARRYING THE PRICE TOLERANCE PERCENT
               SELECT OPTIONAL MATCH-CONTROL-FILE
                   ASSIGN TO "../MATCH-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MATCH-CONTROL-STATUS.

      *        PRINTED HOLD REPORT FOR ACCOUNTS PAYABLE
               SELECT HOLD-REPORT-FILE
                   ASSIGN TO "../INVOICE-HOLD-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        RUN-CONTROL LEDGER EVERY JOB STAMPS AND CHECKS
               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO "../RUN-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-INVOICE-FILE.
       01 INVOICE-RECORD-IN.
           05 INVOICE-VENDOR-NAME PIC X(20).
      *    VENDOR'S OWN INVOICE NUMBER, CARRIED THROUGH FOR AP
           05 INVOICE-NUMBER PIC X(10).
      *    PO NUMBER AND LINE THE VENDOR IS BILLING AGAINST
           05 INVOICE-PO-NUMBER PIC X(6).
           05 INVOICE-PO-NUMBER-N REDEFINES INVOICE-PO-NUMBER
               PIC 9(6).
           05 INVOICE-LINE-NUMBER PIC X(3).
           05 INVOICE-LINE-NUMBER-N REDEFINES INVOICE-LINE-NUMBER
               PIC 9(3).
           05 INVOICE-QUANTITY PIC X(5).
           05 INVOICE-QUANTITY-N REDEFINES INVOICE-QUANTITY PIC 9(5).
      *    INVOICED UNIT PRICE, 7 DIGITS WITH 2 IMPLIED DECIMALS
           05 INVOICE-UNIT-PRICE PIC X(7).
           05 INVOICE-UNIT-PRICE-N REDEFINES INVOICE-UNIT-PRICE
               PIC 9(5)V99.

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
      *    UNITS VENDOR INVOICES HAVE BILLED AGAINST THE LINE - THE
      *    LAB09I INVOICE MATCH HOLDS A SECOND BILL FOR THE SAME UNITS
           05 ORDER-INVOICED-QUANTITY PIC 9(5).
      *    O = OPEN, C = CLOSED BY RECEIPTS
           05 ORDER-LINE-STATUS PIC X.

       FD VENDOR-PRICE-FILE.
       01 VENDOR-PRICE-RECORD.
           05 PRICE-KEY.
               10 PRICE-VENDOR-NAME PIC X(20).
               10 PRICE-INVENTORY-ID PIC X(9).
           05 PRICE-QUOTED-UNIT PIC 9(5)V99.
           05 PRICE-MINIMUM-ORDER PIC 9(5).
           05 PRICE-EFFECTIVE-DATE PIC 9(8).

       FD AP-APPROVED-FILE.
       01 APPROVED-RECORD-OUT.
           05 APPROVED-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 APPROVED-VENDOR-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 APPROVED-INVOICE-NUMBER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 APPROVED-PO-NUMBER PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 APPROVED-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 APPROVED-INVENTORY-ID PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 APPROVED-QUANTITY PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 APPROVED-UNIT-PRICE PIC 9(5)V99.
           05 FILLER PIC X VALUE SPACE.
      *    INVOICED QUANTITY EXTENDED AT THE INVOICED PRICE
           05 APPROVED-EXTENDED-AMOUNT PIC 9(10)V99.

       FD INVOICE-HOLD-FILE.
       01 HOLD-RECORD-OUT.
           05 HOLD-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    REASON CODE - SEE HOLD-REASON IN WORKING STORAGE
           05 HOLD-REASON-CODE PIC X(2).
           05 FILLER PIC X VALUE SPACE.
      *    THE INVOICE LINE EXACTLY AS AP KEYED IT
           05 HOLD-INVOICE-LINE PIC X(51).

       FD HOLD-REPORT-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       FD MATCH-CONTROL-FILE.
       01 MATCH-CONTROL-RECORD.
      *    PERCENT AN INVOICED PRICE MAY DIFFER FROM THE QUOTE, 4
      *    DIGITS WITH 2 IMPLIED DECIMALS - 0200 IS 2.00 PERCENT
           05 MATCH-CONTROL-TOLERANCE PIC X(4).
           05 MATCH-CONTROL-TOLERANCE-N
               REDEFINES MATCH-CONTROL-TOLERANCE PIC 9(2)V99.

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
      *    END OF FILE FLAG
           05 EOF-FLAG PIC A.
      *    STORES STATUS OF OPEN-ORDER FILE I/O
           05 ORDER-STATUS-FILED PIC X(2).
      *    Y WHEN THE OPEN-ORDER FILE OPENED - WITHOUT IT NO LINE CAN
      *    BE MATCHED AND EVERY INVOICE LINE IS HELD
           05 OPEN-ORDER-PRESENT PIC A VALUE "N".
      *    STORES STATUS OF VENDOR PRICE FILE I/O
           05 PRICE-STATUS-FILED PIC X(2).
      *    STORES STATUS OF MATCH CONTROL FILE I/O
           05 MATCH-CONTROL-STATUS PIC X(2).
      *    Y WHEN THE PRICE FILE OPENED - WITHOUT IT NO PRICE CAN BE
      *    CHECKED AND EVERY INVOICE LINE IS HELD
           05 PRICE-FILE-PRESENT PIC A VALUE "N".
      *    REASON THE CURRENT LINE IS HELD, SPACES WHILE IT MATCHES
      *      FE = INVOICE FIELDS BLANK OR NOT NUMERIC
      *      UP = UNKNOWN PO NUMBER OR LINE
      *      VN = PO LINE WAS RAISED WITH ANOTHER VENDOR
      *      OB = BILLS MORE UNITS THAN WERE RECEIVED
      *      DU = UNITS ALREADY INVOICED - DUPLICATE BILL
      *      NQ = NO QUOTE ON FILE TO CHECK THE PRICE AGAINST
      *      PT = PRICE OUTSIDE TOLERANCE OF THE QUOTE
           05 HOLD-REASON PIC X(2).
      *    DATE THE INVOICES WERE MATCHED
           05 RUN-DATE PIC 9(8).
       01 RUN-CONTROL-FIELDS.
      *    STATUS TO STAMP, SET BEFORE THE STAMP PARAGRAPH RUNS
           05 STAMP-STATUS PIC X.
      *    TIME OF DAY FOR THE STAMP
           05 TIME-NOW PIC 9(8).
       01 MATCH-FIELDS.
      *    AN INVOICED PRICE MAY DIFFER FROM THE QUOTE BY THIS MANY
      *    PERCENT EITHER WAY AND STILL BE PAID - TAKEN FROM THE MATCH
      *    CONTROL FILE, 2.00 WHEN IT HAS NONE
           05 PRICE-TOLERANCE-PCT PIC 9(2)V99 VALUE 2.00.
           05 PRICE-TOLERANCE-EDIT PIC Z9.99.
      *    TOLERANCE WORKED OUT IN MONEY FOR THE CURRENT LINE
           05 PRICE-ALLOWANCE PIC 9(5)V99.
      *    INVOICED PRICE LESS QUOTED PRICE, EITHER DIRECTION
           05 PRICE-DIFFERENCE PIC S9(5)V99.
      *    RECEIVED UNITS NOT YET BILLED ON THE LINE
           05 UNBILLED-QUANTITY PIC 9(5).
      *    INVOICED QUANTITY EXTENDED AT THE INVOICED PRICE
           05 EXTENDED-AMOUNT PIC 9(10)V99.
      *    Y WHEN AN EFFECTIVE QUOTE WAS FOUND FOR THE LINE
           05 QUOTE-FOUND PIC A.
       01 MATCH-TOTALS.
      *    HOW THE INVOICE LINES FELL OUT THIS RUN
           05 LINE-READ-COUNT PIC 9(7) VALUE ZERO.
           05 APPROVED-COUNT PIC 9(7) VALUE ZERO.
           05 HELD-COUNT PIC 9(7) VALUE ZERO.
           05 DUPLICATE-COUNT PIC 9(7) VALUE ZERO.
      *    MONEY APPROVED TO PAY AND HELD FROM PAYMENT
           05 APPROVED-AMOUNT PIC 9(12)V99 VALUE ZERO.
           05 HELD-AMOUNT PIC 9(12)V99 VALUE ZERO.
       01 REPORT-LINES.
      *    ONE DETAIL LINE PER HELD INVOICE LINE
           05 DETAIL-LINE.
               10 DETAIL-VENDOR-NAME PIC X(20).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-INVOICE-NUMBER PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-PO-NUMBER PIC X(6).
               10 FILLER PIC X VALUE "-".
               10 DETAIL-LINE-NUMBER PIC X(3).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-INVOICED PIC X(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-RECEIVED PIC X(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-BILLED PIC X(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-PRICE PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-QUOTE PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-REASON PIC X(38).
      *    EDITED NUMBERS MOVED INTO THE ALPHANUMERIC DETAIL COLUMNS -
      *    A COLUMN STAYS BLANK WHEN THE LINE NEVER GOT THAT FAR
           05 QUANTITY-EDIT PIC ZZ,ZZ9.
           05 PRICE-EDIT PIC ZZ,ZZ9.99.
           05 HEADING-LINE.
               10 FILLER PIC X(20) VALUE "VENDOR".
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE "INVOICE".
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE "PO-LINE".
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(6) VALUE "BILLED".
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(6) VALUE "RCVD".
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(6) VALUE "PRIOR".
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(9) VALUE "PRICE".
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(9) VALUE "QUOTE".
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(38) VALUE "HOLD REASON".
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.
           05 AMOUNT-LINE.
               10 AMOUNT-CAPTION PIC X(30).
               10 AMOUNT-EDIT PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-MATCH-VENDOR-INVOICES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "S" TO STAMP-STATUS.
           PERFORM 216-STAMP-RUN-CONTROL.
           PERFORM 201-INITIALIZE
           PERFORM 202-MATCH-INVOICES UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE.
           MOVE "C" TO STAMP-STATUS.
           PERFORM 216-STAMP-RUN-CONTROL.
           STOP RUN.

      * APPENDS A START OR COMPLETION STAMP FOR THIS JOB
       216-STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "LAB09I" TO RUN-JOB-NAME.
           MOVE RUN-DATE TO RUN-BUSINESS-DATE.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO RUN-TIME-STAMP.
           MOVE STAMP-STATUS TO RUN-JOB-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * OPEN THE FEED, THE MATCHING FILES, AND THE OUTPUTS, AND PRINT
      * THE HOLD REPORT HEADING
       201-INITIALIZE.
           OPEN INPUT VENDOR-INVOICE-FILE.
           OPEN OUTPUT AP-APPROVED-FILE.
           OPEN EXTEND INVOICE-HOLD-FILE.
           OPEN OUTPUT HOLD-REPORT-FILE.
           PERFORM 206-OPEN-OPEN-ORDER-FILE.
           PERFORM 207-OPEN-VENDOR-PRICE-FILE.
           PERFORM 208-LOAD-MATCH-CONTROL.
           MOVE PRICE-TOLERANCE-PCT TO PRICE-TOLERANCE-EDIT.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "INVOICE MATCH HOLD REPORT - RUN DATE "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - PRICE TOLERANCE " DELIMITED BY SIZE
               PRICE-TOLERANCE-EDIT DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM HEADING-LINE.
           PERFORM 300-READ-INVOICE-LINE.

      * OPENS THE OPEN-ORDER FILE I-O SO APPROVED UNITS CAN BE ADDED
      * TO THE LINE'S INVOICED QUANTITY
       206-OPEN-OPEN-ORDER-FILE.
           OPEN I-O OPEN-ORDER-FILE.
           IF ORDER-STATUS-FILED = "00"
               MOVE "Y" TO OPEN-ORDER-PRESENT
           ELSE
               DISPLAY "NO OPEN-ORDER FILE - NO INVOICE LINE CAN BE"
                   " MATCHED - EVERY LINE WILL BE HELD"
           END-IF.

      * OPENS THE VENDOR PRICE FILE FOR THE QUOTE LOOKUPS
       207-OPEN-VENDOR-PRICE-FILE.
           OPEN INPUT VENDOR-PRICE-FILE.
           IF PRICE-STATUS-FILED = "00"
               MOVE "Y" TO PRICE-FILE-PRESENT
           ELSE
               DISPLAY "NO VENDOR PRICE FILE - NO INVOICE PRICE CAN"
                   " BE CHECKED - EVERY LINE WILL BE HELD"
           END-IF.

      * TAKES THE PRICE TOLERANCE FROM THE MATCH CONTROL FILE - WITH
      * NO FILE, OR NO USABLE PERCENT ON IT, THE 2.00 DEFAULT STANDS
       208-LOAD-MATCH-CONTROL.
           OPEN INPUT MATCH-CONTROL-FILE.
           IF MATCH-CONTROL-STATUS = "00"
               READ MATCH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MATCH-CONTROL-TOLERANCE NUMERIC
                           MOVE MATCH-CONTROL-TOLERANCE-N
                               TO PRICE-TOLERANCE-PCT
                       ELSE
                           DISPLAY "MATCH CONTROL TOLERANCE '"
                               MATCH-CONTROL-TOLERANCE
                               "' UNUSABLE - DEFAULT USED"
                       END-IF
               END-READ
               CLOSE MATCH-CONTROL-FILE
           END-IF.

      * MATCHES ONE INVOICE LINE AND READS THE NEXT
       202-MATCH-INVOICES.
           PERFORM 301-MATCH-INVOICE-LINE.
           PERFORM 300-READ-INVOICE-LINE.

      * PRINTS THE RUN TOTALS AND CLOSES THE FILES
       203-TERMINATE.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "INVOICE LINES READ            " TO COUNT-CAPTION.
           MOVE LINE-READ-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "LINES APPROVED TO PAY         " TO COUNT-CAPTION.
           MOVE APPROVED-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "LINES HELD                    " TO COUNT-CAPTION.
           MOVE HELD-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "  OF WHICH DUPLICATE BILLS    " TO COUNT-CAPTION.
           MOVE DUPLICATE-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "AMOUNT APPROVED TO PAY        " TO AMOUNT-CAPTION.
           MOVE APPROVED-AMOUNT TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "AMOUNT HELD FROM PAYMENT      " TO AMOUNT-CAPTION.
           MOVE HELD-AMOUNT TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           CLOSE VENDOR-INVOICE-FILE
                 AP-APPROVED-FILE
                 INVOICE-HOLD-FILE
                 HOLD-REPORT-FILE.
           IF OPEN-ORDER-PRESENT = "Y"
               CLOSE OPEN-ORDER-FILE
           END-IF.
           IF PRICE-FILE-PRESENT = "Y"
               CLOSE VENDOR-PRICE-FILE
           END-IF.
           DISPLAY "INVOICE MATCH RUN FOR : " RUN-DATE.
           DISPLAY "PRICE TOLERANCE PCT   : " PRICE-TOLERANCE-EDIT.
           DISPLAY "INVOICE LINES READ    : " LINE-READ-COUNT.
           DISPLAY "APPROVED TO PAY       : " APPROVED-COUNT
               " - SEE AP-APPROVED.TXT".
           DISPLAY "HELD FROM PAYMENT     : " HELD-COUNT
               " - SEE INVOICE-HOLD-REPORT.TXT".
           DISPLAY "DUPLICATE BILLS HELD  : " DUPLICATE-COUNT.

      * READS AN INVOICE LINE
       300-READ-INVOICE-LINE.
           READ VENDOR-INVOICE-FILE AT END MOVE "Y" TO EOF-FLAG.
           IF EOF-FLAG NOT EQUAL TO "Y"
               ADD 1 TO LINE-READ-COUNT
           END-IF.

      * RUNS THE LINE THROUGH THE THREE-WAY MATCH - THE FIRST CHECK
      * THAT FAILS NAMES THE HOLD REASON AND THE REST ARE SKIPPED
       301-MATCH-INVOICE-LINE.
           MOVE SPACES TO HOLD-REASON.
           MOVE SPACES TO DETAIL-RECEIVED
                          DETAIL-BILLED
                          DETAIL-QUOTE.
           MOVE "N" TO QUOTE-FOUND.
           IF INVOICE-VENDOR-NAME = SPACES
               OR INVOICE-PO-NUMBER NOT NUMERIC
               OR INVOICE-LINE-NUMBER NOT NUMERIC
               OR INVOICE-QUANTITY NOT NUMERIC
               OR INVOICE-UNIT-PRICE NOT NUMERIC
               MOVE "FE" TO HOLD-REASON
           ELSE
               IF INVOICE-QUANTITY-N = ZERO
                   MOVE "FE" TO HOLD-REASON
               ELSE
                   PERFORM 310-FIND-ORDER-LINE
               END-IF
           END-IF.
           IF HOLD-REASON = SPACES
               PERFORM 320-CHECK-QUANTITY
           END-IF.
           IF HOLD-REASON = SPACES
               PERFORM 330-CHECK-PRICE
           END-IF.
           IF HOLD-REASON = SPACES
               PERFORM 340-APPROVE-LINE
           END-IF.
           IF HOLD-REASON NOT = SPACES
               PERFORM 350-HOLD-LINE
           END-IF.

      * READS THE PO LINE THE INVOICE NAMES - IT MUST EXIST AND MUST
      * HAVE BEEN RAISED WITH THE VENDOR SENDING THE BILL
       310-FIND-ORDER-LINE.
           IF OPEN-ORDER-PRESENT NOT EQUAL TO "Y"
               MOVE "UP" TO HOLD-REASON
           ELSE
               MOVE INVOICE-PO-NUMBER-N TO ORDER-PO-NUMBER
               MOVE INVOICE-LINE-NUMBER-N TO ORDER-LINE-NUMBER
               READ OPEN-ORDER-FILE
               INVALID KEY
                   MOVE "UP" TO HOLD-REASON
               NOT INVALID KEY
                   MOVE ORDER-RECEIVED-QUANTITY TO QUANTITY-EDIT
                   MOVE QUANTITY-EDIT TO DETAIL-RECEIVED
                   MOVE ORDER-INVOICED-QUANTITY TO QUANTITY-EDIT
                   MOVE QUANTITY-EDIT TO DETAIL-BILLED
                   IF ORDER-VENDOR-NAME NOT EQUAL TO
                       INVOICE-VENDOR-NAME
                       MOVE "VN" TO HOLD-REASON
                   END-IF
               END-READ
           END-IF.

      * THE VENDOR MAY ONLY BILL UNITS WE HAVE RECEIVED AND NOT YET
      * BEEN BILLED FOR - WHEN THE UNITS WOULD HAVE FIT BEFORE AN
      * EARLIER INVOICE TOOK THEM THE LINE IS A DUPLICATE BILL,
      * OTHERWISE IT IS BILLING AHEAD OF THE RECEIPTS
       320-CHECK-QUANTITY.
           IF ORDER-INVOICED-QUANTITY < ORDER-RECEIVED-QUANTITY
               COMPUTE UNBILLED-QUANTITY =
                   ORDER-RECEIVED-QUANTITY - ORDER-INVOICED-QUANTITY
           ELSE
               MOVE ZERO TO UNBILLED-QUANTITY
           END-IF.
           IF INVOICE-QUANTITY-N > UNBILLED-QUANTITY
               IF ORDER-INVOICED-QUANTITY > ZERO
                   AND INVOICE-QUANTITY-N
                       NOT > ORDER-RECEIVED-QUANTITY
                   MOVE "DU" TO HOLD-REASON
               ELSE
                   MOVE "OB" TO HOLD-REASON
               END-IF
           END-IF.

      * THE INVOICED PRICE MUST SIT WITHIN THE TOLERANCE OF THE
      * VENDOR'S QUOTE FOR THE ITEM ON THE PO LINE
       330-CHECK-PRICE.
           IF PRICE-FILE-PRESENT = "Y"
               MOVE ORDER-VENDOR-NAME TO PRICE-VENDOR-NAME
               MOVE ORDER-ITEM-ID TO PRICE-INVENTORY-ID
               READ VENDOR-PRICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO QUOTE-FOUND
                   MOVE PRICE-QUOTED-UNIT TO PRICE-EDIT
                   MOVE PRICE-EDIT TO DETAIL-QUOTE
               END-READ
           END-IF.
           IF QUOTE-FOUND = "N"
               MOVE "NQ" TO HOLD-REASON
           ELSE
               COMPUTE PRICE-ALLOWANCE ROUNDED =
                   PRICE-QUOTED-UNIT * PRICE-TOLERANCE-PCT / 100
               COMPUTE PRICE-DIFFERENCE =
                   INVOICE-UNIT-PRICE-N - PRICE-QUOTED-UNIT
               IF PRICE-DIFFERENCE < ZERO
                   MULTIPLY -1 BY PRICE-DIFFERENCE
               END-IF
               IF PRICE-DIFFERENCE > PRICE-ALLOWANCE
                   MOVE "PT" TO HOLD-REASON
               END-IF
           END-IF.

      * ADDS THE BILLED UNITS TO THE LINE SO THEY CANNOT BE BILLED
      * AGAIN, THEN RELEASES THE LINE TO AP - A FAILED REWRITE HOLDS
      * THE LINE WITH ITS FILE STATUS RATHER THAN PAYING UNTRACKED
       340-APPROVE-LINE.
           ADD INVOICE-QUANTITY-N TO ORDER-INVOICED-QUANTITY.
           REWRITE OPEN-ORDER-RECORD
           INVALID KEY
               DISPLAY "PO LINE REWRITE FAILED FOR "
                   ORDER-PO-NUMBER "-" ORDER-LINE-NUMBER
                   " STATUS FILED IS " ORDER-STATUS-FILED
               MOVE ORDER-STATUS-FILED TO HOLD-REASON
           NOT INVALID KEY
               COMPUTE EXTENDED-AMOUNT =
                   INVOICE-QUANTITY-N * INVOICE-UNIT-PRICE-N
               MOVE RUN-DATE TO APPROVED-RUN-DATE
               MOVE INVOICE-VENDOR-NAME TO APPROVED-VENDOR-NAME
               MOVE INVOICE-NUMBER TO APPROVED-INVOICE-NUMBER
               MOVE ORDER-PO-NUMBER TO APPROVED-PO-NUMBER
               MOVE ORDER-LINE-NUMBER TO APPROVED-LINE-NUMBER
               MOVE ORDER-ITEM-ID TO APPROVED-INVENTORY-ID
               MOVE INVOICE-QUANTITY-N TO APPROVED-QUANTITY
               MOVE INVOICE-UNIT-PRICE-N TO APPROVED-UNIT-PRICE
               MOVE EXTENDED-AMOUNT TO APPROVED-EXTENDED-AMOUNT
               WRITE APPROVED-RECORD-OUT
               ADD 1 TO APPROVED-COUNT
               ADD EXTENDED-AMOUNT TO APPROVED-AMOUNT
           END-REWRITE.

      * LOGS THE HELD LINE WITH ITS REASON AND PRINTS IT ON THE HOLD
      * REPORT - THE BILLED UNITS ARE NOT ADDED TO THE PO LINE
       350-HOLD-LINE.
           MOVE RUN-DATE TO HOLD-RUN-DATE.
           MOVE HOLD-REASON TO HOLD-REASON-CODE.
           MOVE INVOICE-RECORD-IN TO HOLD-INVOICE-LINE.
           WRITE HOLD-RECORD-OUT.
           ADD 1 TO HELD-COUNT.
           IF HOLD-REASON = "DU"
               ADD 1 TO DUPLICATE-COUNT
           END-IF.
           IF INVOICE-QUANTITY NUMERIC
               AND INVOICE-UNIT-PRICE NUMERIC
               COMPUTE EXTENDED-AMOUNT =
                   INVOICE-QUANTITY-N * INVOICE-UNIT-PRICE-N
               ADD EXTENDED-AMOUNT TO HELD-AMOUNT
           END-IF.
           MOVE INVOICE-VENDOR-NAME TO DETAIL-VENDOR-NAME.
           MOVE INVOICE-NUMBER TO DETAIL-INVOICE-NUMBER.
           MOVE INVOICE-PO-NUMBER TO DETAIL-PO-NUMBER.
           MOVE INVOICE-LINE-NUMBER TO DETAIL-LINE-NUMBER.
           IF INVOICE-QUANTITY NUMERIC
               MOVE INVOICE-QUANTITY-N TO QUANTITY-EDIT
               MOVE QUANTITY-EDIT TO DETAIL-INVOICED
           ELSE
               MOVE INVOICE-QUANTITY TO DETAIL-INVOICED
           END-IF.
           IF INVOICE-UNIT-PRICE NUMERIC
               MOVE INVOICE-UNIT-PRICE-N TO PRICE-EDIT
               MOVE PRICE-EDIT TO DETAIL-PRICE
           ELSE
               MOVE INVOICE-UNIT-PRICE TO DETAIL-PRICE
           END-IF.
           EVALUATE HOLD-REASON
               WHEN "FE"
                   MOVE "FE INVOICE FIELDS BLANK OR NOT NUMERIC"
                       TO DETAIL-REASON
               WHEN "UP"
                   MOVE "UP UNKNOWN PO NUMBER OR LINE"
                       TO DETAIL-REASON
               WHEN "VN"
                   MOVE "VN PO LINE RAISED WITH ANOTHER VENDOR"
                       TO DETAIL-REASON
               WHEN "OB"
                   MOVE "OB BILLS MORE THAN WAS RECEIVED"
                       TO DETAIL-REASON
               WHEN "DU"
                   MOVE "DU UNITS ALREADY INVOICED - DUPLICATE"
                       TO DETAIL-REASON
               WHEN "NQ"
                   MOVE "NQ NO QUOTE ON FILE FOR VENDOR/ITEM"
                       TO DETAIL-REASON
               WHEN "PT"
                   MOVE "PT PRICE OUTSIDE QUOTE TOLERANCE"
                       TO DETAIL-REASON
               WHEN OTHER
                   MOVE SPACES TO DETAIL-REASON
                   STRING HOLD-REASON DELIMITED BY SIZE
                       " PO LINE UPDATE FAILED" DELIMITED BY SIZE
                       INTO DETAIL-REASON
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM DETAIL-LINE.

       END PROGRAM LAB09I.
