      ******************************************************************
      * Author: Mostapha A
      * Purpose: Requisition pick confirmation. Applies the quantities
      *          the warehouse actually picked against the pick list
      *          LAB09AD printed, one confirmation per requisition
      *          line and location. Each pick is written to the stock
      *          movement feed as an I movement from that location
      *          with the requisition number as its reference, so
      *          LAB09G posts it like any other issue and the
      *          warehouse no longer keys issues after the fact. The
      *          reservation is used up: what was picked counts as
      *          issued on the line, and anything reserved but not
      *          found on the shelf goes back on backorder for the
      *          next allocation run to fill first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        PICKED QUANTITIES KEYED FROM THE RETURNED PICK LIST
               SELECT PICK-CONFIRM-FILE
                   ASSIGN TO "../PICK-CONFIRMATIONS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        REQUISITION LINES MAINTAINED BY LAB09AC
               SELECT REQUISITION-FILE
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

      *        STOCK RESERVED PER LOCATION BY LAB09AD
               SELECT RESERVATION-FILE
                   ASSIGN TO "../RESERVATIONS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS RESERVE-KEY
                                  ALTERNATE KEY IS RESERVE-REQ-LINE-KEY
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              RESERVE-STATUS-FILED.

      *        DAILY FEED OF STOCK MOVEMENTS LAB09G POSTS - CONFIRMED
      *        PICKS ARE ADDED TO IT AS ISSUES
               SELECT OPTIONAL MOVEMENT-FILE
                   ASSIGN TO "../INVENT-MOVEMENTS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        RUN-CONTROL LEDGER EVERY JOB STAMPS AND CHECKS
               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO "../RUN-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PICK-CONFIRM-FILE.
       01 PICK-CONFIRM-RECORD.
           05 PICK-REQ-NUMBER PIC X(10).
           05 PICK-LINE-NUMBER PIC X(3).
           05 PICK-LINE-NUMBER-N REDEFINES PICK-LINE-NUMBER
               PIC 9(3).
      *    LOCATION THE PICK WAS LISTED AT
           05 PICK-LOCATION PIC X(3).
      *    UNITS ACTUALLY PICKED - ZERO WHEN NONE WERE FOUND
           05 PICK-QUANTITY PIC X(5).
           05 PICK-QUANTITY-N REDEFINES PICK-QUANTITY PIC 9(5).

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

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD-OUT.
      *    R = RECEIPT, I = ISSUE, J = ADJUSTMENT, T = TRANSFER
      *    BETWEEN TWO LOCATIONS, V = RETURN TO VENDOR FROM RCG,
      *    K = KITS ASSEMBLED, U = KITS BROKEN DOWN
           05 MOVEMENT-CODE PIC X.
           05 MOVEMENT-INVENTORY-ID PIC X(9).
           05 MOVEMENT-QUANTITY PIC 9(5).
      *    DIRECTION OF A J ADJUSTMENT (+ OR -), IGNORED FOR R AND I
           05 MOVEMENT-SIGN PIC X.
      *    THE REQUISITION NUMBER ON A PICKED ISSUE
           05 MOVEMENT-REFERENCE PIC X(10).
      *    INVOICE UNIT COST ON A RECEIPT - BLANK ON AN ISSUE
           05 MOVEMENT-UNIT-COST PIC X(7).
      *    LOCATION THE MOVEMENT POSTS TO
           05 MOVEMENT-LOCATION PIC X(3).
      *    RECEIVING LOCATION OF A T TRANSFER, IGNORED OTHERWISE
           05 MOVEMENT-TO-LOCATION PIC X(3).
      *    LOT TO DRAW FROM - LEFT BLANK SO LAB09G ISSUES THE
      *    EARLIEST-EXPIRING LOT AT THE PICK LOCATION
           05 MOVEMENT-LOT-NUMBER PIC X(10).
      *    EXPIRY OF A RECEIVED LOT - BLANK ON AN ISSUE
           05 MOVEMENT-EXPIRY-DATE PIC X(8).
      *    PENDING NUMBER OF A RELEASED ADJUSTMENT - BLANK ON AN ISSUE
           05 MOVEMENT-APPROVAL-NUMBER PIC X(6).

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
      *    STORES STATUS OF REQUISITION FILE I/O
           05 REQ-STATUS-FILED PIC X(2).
      *    STORES STATUS OF RESERVATION FILE I/O
           05 RESERVE-STATUS-FILED PIC X(2).
      *    Y WHILE THE CONFIRMATION BEING CHECKED IS STILL GOOD
           05 TRANS-VALID PIC A.
      *    DATE THE PICKS WERE CONFIRMED
           05 RUN-DATE PIC 9(8).
      *    UNITS RESERVED BUT NOT PICKED ON THE CURRENT CONFIRMATION
           05 SHORT-PICK-QUANTITY PIC 9(5).
      *    UNITS OF THE LINE NEITHER ISSUED NOR STILL RESERVED
           05 UNFILLED-QUANTITY PIC S9(6).
       01 RUN-CONTROL-FIELDS.
      *    STATUS TO STAMP, SET BEFORE THE STAMP PARAGRAPH RUNS
           05 STAMP-STATUS PIC X.
      *    TIME OF DAY FOR THE STAMP
           05 TIME-NOW PIC 9(8).
       01 CONFIRM-TOTALS.
      *    CONFIRMATIONS APPLIED AND REJECTED
           05 CONFIRM-COUNT PIC 9(7) VALUE ZERO.
           05 REJECT-COUNT PIC 9(7) VALUE ZERO.
      *    I MOVEMENTS WRITTEN AND THE UNITS ON THEM
           05 MOVEMENT-COUNT PIC 9(7) VALUE ZERO.
           05 UNITS-ISSUED PIC 9(9) VALUE ZERO.
      *    PICKS SHORT OF THE RESERVATION, AND THE UNITS PUT BACK
      *    ON BACKORDER
           05 SHORT-PICK-COUNT PIC 9(7) VALUE ZERO.
           05 UNITS-BACKORDERED PIC 9(9) VALUE ZERO.
      *    LINES NOW ISSUED IN FULL
           05 LINES-COMPLETED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       100-CONFIRM-PICKS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "S" TO STAMP-STATUS.
           PERFORM 216-STAMP-RUN-CONTROL.
           PERFORM 201-INITIALIZE
           PERFORM 202-APPLY-CONFIRMATIONS UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE.
           MOVE "C" TO STAMP-STATUS.
           PERFORM 216-STAMP-RUN-CONTROL.
           STOP RUN.

      * OPEN THE CONFIRMATIONS, THE REQUISITION AND RESERVATION
      * FILES, AND THE MOVEMENT FEED THE ISSUES ARE ADDED TO
       201-INITIALIZE.
           OPEN INPUT PICK-CONFIRM-FILE.
           OPEN I-O REQUISITION-FILE
                    RESERVATION-FILE.
           OPEN EXTEND MOVEMENT-FILE.
           PERFORM 300-READ-CONFIRMATION.

      * APPLIES ONE CONFIRMATION AND READS THE NEXT
       202-APPLY-CONFIRMATIONS.
           PERFORM 310-APPLY-CONFIRMATION.
           PERFORM 300-READ-CONFIRMATION.

      * CLOSES THE FILES AND REPORTS WHAT WAS CONFIRMED
       203-TERMINATE.
           CLOSE PICK-CONFIRM-FILE
                 REQUISITION-FILE
                 RESERVATION-FILE
                 MOVEMENT-FILE.
           DISPLAY "PICK CONFIRMATION COMPLETE".
           DISPLAY "PICKS CONFIRMED       : " CONFIRM-COUNT.
           DISPLAY "I MOVEMENTS WRITTEN   : " MOVEMENT-COUNT
               " - RUN LAB09G TO POST THEM".
           DISPLAY "UNITS ISSUED          : " UNITS-ISSUED.
           DISPLAY "SHORT PICKS           : " SHORT-PICK-COUNT.
           DISPLAY "UNITS BACK ON ORDER   : " UNITS-BACKORDERED.
           DISPLAY "LINES ISSUED IN FULL  : " LINES-COMPLETED.
           DISPLAY "CONFIRMATIONS REJECTED : " REJECT-COUNT.

      * APPENDS A START OR COMPLETION STAMP FOR THIS JOB
       216-STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "LAB09AE" TO RUN-JOB-NAME.
           MOVE RUN-DATE TO RUN-BUSINESS-DATE.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO RUN-TIME-STAMP.
           MOVE STAMP-STATUS TO RUN-JOB-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * READS A CONFIRMATION RECORD
       300-READ-CONFIRMATION.
           READ PICK-CONFIRM-FILE AT END MOVE "Y" TO EOF-FLAG.

      * CHECKS THE CONFIRMATION AGAINST ITS LINE AND RESERVATION
      * AND APPLIES IT
       310-APPLY-CONFIRMATION.
           PERFORM 311-CHECK-CONFIRMATION.
           IF TRANS-VALID = "Y"
               PERFORM 312-CHECK-RESERVATION
           END-IF.
           IF TRANS-VALID = "Y"
               PERFORM 320-ISSUE-PICK
               ADD 1 TO CONFIRM-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * THE CONFIRMATION MUST NAME A LINE STILL WAITING FOR STOCK
      * AND CARRY A USABLE QUANTITY
       311-CHECK-CONFIRMATION.
           MOVE "Y" TO TRANS-VALID.
           IF PICK-LINE-NUMBER NOT NUMERIC
               OR PICK-QUANTITY NOT NUMERIC
               DISPLAY "CONFIRMATION REJECTED - BAD LINE NUMBER OR"
                   " QUANTITY FOR REQUISITION " PICK-REQ-NUMBER
               MOVE "N" TO TRANS-VALID
           ELSE
               MOVE PICK-REQ-NUMBER TO REQ-NUMBER
               MOVE PICK-LINE-NUMBER-N TO REQ-LINE-NUMBER
               READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "CONFIRMATION REJECTED - LINE NOT FOUND - "
                       PICK-REQ-NUMBER " LINE " PICK-LINE-NUMBER
                   MOVE "N" TO TRANS-VALID
               NOT INVALID KEY
                   IF REQ-STATUS NOT = "A" AND REQ-STATUS NOT = "B"
                       DISPLAY "CONFIRMATION REJECTED - REQUISITION "
                           PICK-REQ-NUMBER " LINE " PICK-LINE-NUMBER
                           " HAS NOTHING RESERVED"
                       MOVE "N" TO TRANS-VALID
                   END-IF
               END-READ
           END-IF.

      * THE LINE MUST HOLD A RESERVATION AT THE LOCATION, AND NO
      * MORE CAN BE PICKED THAN WAS RESERVED
       312-CHECK-RESERVATION.
           MOVE PICK-LOCATION TO RESERVE-LOCATION.
           MOVE REQ-INVENTORY-ID TO RESERVE-INVENTORY-ID.
           MOVE REQ-NUMBER TO RESERVE-REQ-NUMBER.
           MOVE REQ-LINE-NUMBER TO RESERVE-LINE-NUMBER.
           READ RESERVATION-FILE
           INVALID KEY
               DISPLAY "CONFIRMATION REJECTED - NOTHING RESERVED AT "
                   PICK-LOCATION " FOR REQUISITION " PICK-REQ-NUMBER
                   " LINE " PICK-LINE-NUMBER
               MOVE "N" TO TRANS-VALID
           NOT INVALID KEY
               IF PICK-QUANTITY-N > RESERVE-QUANTITY
                   DISPLAY "CONFIRMATION REJECTED - PICKED MORE THAN"
                       " RESERVED AT " PICK-LOCATION
                       " FOR REQUISITION " PICK-REQ-NUMBER
                       " LINE " PICK-LINE-NUMBER
                   MOVE "N" TO TRANS-VALID
               END-IF
           END-READ.

      * WRITES THE ISSUE, USES UP THE RESERVATION, AND SETTLES THE
      * LINE - WHAT WAS RESERVED BUT NOT PICKED GOES BACK ON ORDER
       320-ISSUE-PICK.
           IF PICK-QUANTITY-N > ZERO
               PERFORM 321-WRITE-ISSUE-MOVEMENT
           END-IF.
           COMPUTE SHORT-PICK-QUANTITY =
               RESERVE-QUANTITY - PICK-QUANTITY-N.
           IF SHORT-PICK-QUANTITY > ZERO
               DISPLAY "SHORT PICK - REQUISITION " REQ-NUMBER
                   " LINE " REQ-LINE-NUMBER " AT " RESERVE-LOCATION
                   " - " SHORT-PICK-QUANTITY " UNIT(S) BACK ON ORDER"
               ADD 1 TO SHORT-PICK-COUNT
               ADD SHORT-PICK-QUANTITY TO UNITS-BACKORDERED
           END-IF.
           SUBTRACT RESERVE-QUANTITY FROM REQ-RESERVED-QUANTITY.
           ADD PICK-QUANTITY-N TO REQ-ISSUED-QUANTITY.
           DELETE RESERVATION-FILE RECORD
           INVALID KEY
               DISPLAY "RESERVATION NOT CLEARED FOR REQUISITION "
                   REQ-NUMBER " AT " RESERVE-LOCATION
                   " STATUS FILED IS " RESERVE-STATUS-FILED
           END-DELETE.
           PERFORM 322-SETTLE-REQUISITION-LINE.

      * ADDS THE PICK TO THE MOVEMENT FEED AS AN ISSUE FROM THE
      * LOCATION IT WAS PICKED AT
       321-WRITE-ISSUE-MOVEMENT.
           MOVE SPACES TO MOVEMENT-RECORD-OUT.
           MOVE "I" TO MOVEMENT-CODE.
           MOVE REQ-INVENTORY-ID TO MOVEMENT-INVENTORY-ID.
           MOVE PICK-QUANTITY-N TO MOVEMENT-QUANTITY.
           MOVE REQ-NUMBER TO MOVEMENT-REFERENCE.
           MOVE RESERVE-LOCATION TO MOVEMENT-LOCATION.
           WRITE MOVEMENT-RECORD-OUT.
           ADD 1 TO MOVEMENT-COUNT.
           ADD PICK-QUANTITY-N TO UNITS-ISSUED.

      * ISSUED IN FULL CLOSES THE LINE, STOCK STILL UNACCOUNTED FOR
      * PUTS IT ON BACKORDER, OTHERWISE IT WAITS ON ITS OTHER PICKS
       322-SETTLE-REQUISITION-LINE.
           COMPUTE UNFILLED-QUANTITY = REQ-QUANTITY
               - REQ-ISSUED-QUANTITY - REQ-RESERVED-QUANTITY.
           IF REQ-ISSUED-QUANTITY NOT < REQ-QUANTITY
               MOVE ZERO TO REQ-BACKORDER-QUANTITY
               MOVE "C" TO REQ-STATUS
               ADD 1 TO LINES-COMPLETED
           ELSE
               IF UNFILLED-QUANTITY > ZERO
                   MOVE UNFILLED-QUANTITY TO REQ-BACKORDER-QUANTITY
                   MOVE "B" TO REQ-STATUS
               ELSE
                   MOVE ZERO TO REQ-BACKORDER-QUANTITY
                   MOVE "A" TO REQ-STATUS
               END-IF
           END-IF.
           REWRITE REQUISITION-RECORD
           INVALID KEY
               DISPLAY "PICK NOT SAVED FOR REQUISITION " REQ-NUMBER
                   " LINE " REQ-LINE-NUMBER
                   " STATUS FILED IS " REQ-STATUS-FILED
           END-REWRITE.

       END PROGRAM LAB09AE.
