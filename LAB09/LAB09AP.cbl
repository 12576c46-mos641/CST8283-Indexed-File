      ******************************************************************
      * Author: Mostapha A
      * Purpose: One-time conversion of the open-order file and the
      *          vendor master to their current layouts. Open-order
      *          lines gain ORDER-INVOICED-QUANTITY for the LAB09I
      *          invoice match, and vendor records gain
      *          VENDOR-MASTER-LEAD-DAYS for the LAB09AH scorecard.
      *          Each file is copied record by record into a
      *          converted file, and only once every record is across
      *          is the old file renamed to -OLD and the converted
      *          file renamed into its place. A file with an -OLD
      *          copy beside it has already been converted and is
      *          left alone, so the run is safe to repeat.
      *          Lines already on order take the units received as
      *          the units invoiced - bills for them were settled
      *          before the match existed, so a late bill is held as
      *          a duplicate for AP to review rather than paid twice.
      *          Vendors take zero lead days, read as none agreed
      *          until LAB09L keys the quoted days.
      *          Cut-over: let the day's jobs finish so no LAB09B or
      *          LAB09G is mid-flight on the run control, take the
      *          usual copies of OPEN-ORDERS.TXT and VENDOR-MASTER.TXT,
      *          run this job once, then put the programs built on the
      *          new layouts into service. No program built on the
      *          old layouts may be run against the converted files.
      *          The -OLD files are the fallback until the first day
      *          on the new layouts has closed cleanly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        OPEN PURCHASE-ORDER LINES IN THE LAYOUT BEFORE THE
      *        INVOICED QUANTITY WAS CARRIED
               SELECT OLD-ORDER-FILE
                   ASSIGN TO "../OPEN-ORDERS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS OLD-ORDER-LINE-KEY
                                  ALTERNATE KEY IS OLD-ORDER-ITEM-ID
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              OLD-ORDER-STATUS-FILED.

      *        OPEN PURCHASE-ORDER LINES IN THE CURRENT LAYOUT
               SELECT OPEN-ORDER-FILE
                   ASSIGN TO "../OPEN-ORDERS-CONVERTED.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS ORDER-LINE-KEY
                                  ALTERNATE KEY IS ORDER-ITEM-ID
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              ORDER-STATUS-FILED.

      *        VENDOR MASTER IN THE LAYOUT BEFORE LEAD DAYS WERE KEPT
               SELECT OLD-VENDOR-FILE
                   ASSIGN TO "../VENDOR-MASTER.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS OLD-VENDOR-NAME
                                   FILE STATUS IS
                                       OLD-VENDOR-STATUS-FILED.

      *        VENDOR MASTER IN THE CURRENT LAYOUT
               SELECT VENDOR-MASTER-FILE
                   ASSIGN TO "../VENDOR-MASTER-CONVERTED.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS VENDOR-MASTER-NAME
                                   FILE STATUS IS VENDOR-STATUS-FILED.

      *        RUN-CONTROL LEDGER EVERY JOB STAMPS AND CHECKS
               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO "../RUN-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-ORDER-FILE.
       01 OLD-ORDER-RECORD.
           05 OLD-ORDER-LINE-KEY.
               10 OLD-ORDER-PO-NUMBER PIC 9(6).
               10 OLD-ORDER-LINE-NUMBER PIC 9(3).
           05 OLD-ORDER-ITEM-ID PIC X(9).
           05 OLD-ORDER-VENDOR-NAME PIC X(20).
           05 OLD-ORDER-DATE PIC 9(8).
           05 OLD-ORDER-QUANTITY PIC 9(5).
           05 OLD-ORDER-RECEIVED-QUANTITY PIC 9(5).
           05 OLD-ORDER-LINE-STATUS PIC X.

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

       FD OLD-VENDOR-FILE.
       01 OLD-VENDOR-RECORD.
           05 OLD-VENDOR-NAME PIC X(20).
           05 OLD-VENDOR-CONTACT PIC X(30).
           05 OLD-VENDOR-TERMS PIC X(10).
           05 OLD-VENDOR-STATUS PIC X.

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
      *    END OF FILE FLAG FOR THE FILE BEING CONVERTED
           05 EOF-FLAG PIC A.
      *    STORES STATUS OF OPEN-ORDER FILE I/O, OLD AND CONVERTED
           05 OLD-ORDER-STATUS-FILED PIC X(2).
           05 ORDER-STATUS-FILED PIC X(2).
      *    STORES STATUS OF VENDOR MASTER I/O, OLD AND CONVERTED
           05 OLD-VENDOR-STATUS-FILED PIC X(2).
           05 VENDOR-STATUS-FILED PIC X(2).
      *    Y WHEN A RECORD COULD NOT BE WRITTEN TO THE CONVERTED FILE -
      *    THE OLD FILE IS THEN LEFT IN SERVICE
           05 CONVERT-FAILED PIC A.
      *    DATE THE CONVERSION RAN
           05 RUN-DATE PIC 9(8).
       01 RUN-CONTROL-FIELDS.
      *    STATUS TO STAMP, SET BEFORE THE STAMP PARAGRAPH RUNS
           05 STAMP-STATUS PIC X.
      *    TIME OF DAY FOR THE STAMP
           05 TIME-NOW PIC 9(8).
       01 SWAP-FIELDS.
      *    LIVE, CONVERTED, AND KEPT NAMES OF EACH FILE
           05 ORDER-LIVE-NAME PIC X(40)
               VALUE "../OPEN-ORDERS.TXT".
           05 ORDER-CONVERTED-NAME PIC X(40)
               VALUE "../OPEN-ORDERS-CONVERTED.TXT".
           05 ORDER-KEPT-NAME PIC X(40)
               VALUE "../OPEN-ORDERS-OLD.TXT".
           05 VENDOR-LIVE-NAME PIC X(40)
               VALUE "../VENDOR-MASTER.TXT".
           05 VENDOR-CONVERTED-NAME PIC X(40)
               VALUE "../VENDOR-MASTER-CONVERTED.TXT".
           05 VENDOR-KEPT-NAME PIC X(40)
               VALUE "../VENDOR-MASTER-OLD.TXT".
      *    NAMES THE SWAP PARAGRAPH WORKS ON, SET BY THE CALLER
           05 SWAP-LIVE-NAME PIC X(40).
           05 SWAP-CONVERTED-NAME PIC X(40).
           05 SWAP-KEPT-NAME PIC X(40).
      *    RESULT FIELDS FOR THE CBL_ FILE-HANDLING CALLS
           05 FILE-DETAILS PIC X(36).
           05 CALL-STATUS PIC S9(9) COMP-5.
       01 CONVERSION-COUNTS.
           05 ORDERS-READ PIC 9(7) VALUE ZERO.
           05 ORDERS-WRITTEN PIC 9(7) VALUE ZERO.
           05 VENDORS-READ PIC 9(7) VALUE ZERO.
           05 VENDORS-WRITTEN PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       100-CONVERT-FILES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "S" TO STAMP-STATUS.
           PERFORM 216-STAMP-RUN-CONTROL.
           PERFORM 210-CONVERT-OPEN-ORDERS.
           PERFORM 220-CONVERT-VENDOR-MASTER.
           PERFORM 203-TERMINATE.
           MOVE "C" TO STAMP-STATUS.
           PERFORM 216-STAMP-RUN-CONTROL.
           STOP RUN.

      * REPORTS WHAT WAS CONVERTED
       203-TERMINATE.
           DISPLAY "LAYOUT CONVERSION RUN - " RUN-DATE.
           DISPLAY "OPEN-ORDER LINES READ    : " ORDERS-READ.
           DISPLAY "OPEN-ORDER LINES WRITTEN : " ORDERS-WRITTEN.
           DISPLAY "VENDORS READ             : " VENDORS-READ.
           DISPLAY "VENDORS WRITTEN          : " VENDORS-WRITTEN.

      * APPENDS A START OR COMPLETION STAMP FOR THIS JOB
       216-STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "LAB09AP" TO RUN-JOB-NAME.
           MOVE RUN-DATE TO RUN-BUSINESS-DATE.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO RUN-TIME-STAMP.
           MOVE STAMP-STATUS TO RUN-JOB-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * COPIES EVERY OPEN-ORDER LINE INTO THE CURRENT LAYOUT AND
      * SWAPS THE CONVERTED FILE IN - SKIPPED WHEN ALREADY CONVERTED
      * OR WHEN LAB09Q HAS NEVER RAISED A LINE
       210-CONVERT-OPEN-ORDERS.
           CALL "CBL_CHECK_FILE_EXIST" USING ORDER-KEPT-NAME
               FILE-DETAILS
               RETURNING CALL-STATUS.
           IF CALL-STATUS = ZERO
               DISPLAY "OPEN-ORDER FILE ALREADY CONVERTED - "
                   ORDER-KEPT-NAME " IS ON DISK"
           ELSE
               OPEN INPUT OLD-ORDER-FILE
               IF OLD-ORDER-STATUS-FILED NOT = "00"
                   DISPLAY "NO OPEN-ORDER FILE TO CONVERT - STATUS "
                       OLD-ORDER-STATUS-FILED
               ELSE
                   OPEN OUTPUT OPEN-ORDER-FILE
                   MOVE "N" TO EOF-FLAG
                   MOVE "N" TO CONVERT-FAILED
                   PERFORM 300-READ-OLD-ORDER
                   PERFORM 211-CONVERT-ONE-ORDER
                       UNTIL EOF-FLAG = "Y"
                   CLOSE OLD-ORDER-FILE
                         OPEN-ORDER-FILE
                   MOVE ORDER-LIVE-NAME TO SWAP-LIVE-NAME
                   MOVE ORDER-CONVERTED-NAME TO SWAP-CONVERTED-NAME
                   MOVE ORDER-KEPT-NAME TO SWAP-KEPT-NAME
                   PERFORM 230-SWAP-IN-CONVERTED-FILE
               END-IF
           END-IF.

      * WRITES ONE LINE IN THE CURRENT LAYOUT AND READS THE NEXT -
      * THE UNITS RECEIVED ARE TAKEN AS ALREADY INVOICED
       211-CONVERT-ONE-ORDER.
           MOVE OLD-ORDER-PO-NUMBER TO ORDER-PO-NUMBER.
           MOVE OLD-ORDER-LINE-NUMBER TO ORDER-LINE-NUMBER.
           MOVE OLD-ORDER-ITEM-ID TO ORDER-ITEM-ID.
           MOVE OLD-ORDER-VENDOR-NAME TO ORDER-VENDOR-NAME.
           MOVE OLD-ORDER-DATE TO ORDER-DATE.
           MOVE OLD-ORDER-QUANTITY TO ORDER-QUANTITY.
           MOVE OLD-ORDER-RECEIVED-QUANTITY TO ORDER-RECEIVED-QUANTITY.
           MOVE OLD-ORDER-RECEIVED-QUANTITY TO ORDER-INVOICED-QUANTITY.
           MOVE OLD-ORDER-LINE-STATUS TO ORDER-LINE-STATUS.
           WRITE OPEN-ORDER-RECORD
           INVALID KEY
               DISPLAY "*** OPEN-ORDER LINE " OLD-ORDER-LINE-KEY
                   " NOT CONVERTED - STATUS FILED IS "
                   ORDER-STATUS-FILED
               MOVE "Y" TO CONVERT-FAILED
           NOT INVALID KEY
               ADD 1 TO ORDERS-WRITTEN
           END-WRITE.
           PERFORM 300-READ-OLD-ORDER.

      * COPIES EVERY VENDOR INTO THE CURRENT LAYOUT AND SWAPS THE
      * CONVERTED FILE IN - SKIPPED WHEN ALREADY CONVERTED OR WHEN
      * LAB09L HAS NEVER ADDED A VENDOR
       220-CONVERT-VENDOR-MASTER.
           CALL "CBL_CHECK_FILE_EXIST" USING VENDOR-KEPT-NAME
               FILE-DETAILS
               RETURNING CALL-STATUS.
           IF CALL-STATUS = ZERO
               DISPLAY "VENDOR MASTER ALREADY CONVERTED - "
                   VENDOR-KEPT-NAME " IS ON DISK"
           ELSE
               OPEN INPUT OLD-VENDOR-FILE
               IF OLD-VENDOR-STATUS-FILED NOT = "00"
                   DISPLAY "NO VENDOR MASTER TO CONVERT - STATUS "
                       OLD-VENDOR-STATUS-FILED
               ELSE
                   OPEN OUTPUT VENDOR-MASTER-FILE
                   MOVE "N" TO EOF-FLAG
                   MOVE "N" TO CONVERT-FAILED
                   PERFORM 301-READ-OLD-VENDOR
                   PERFORM 221-CONVERT-ONE-VENDOR
                       UNTIL EOF-FLAG = "Y"
                   CLOSE OLD-VENDOR-FILE
                         VENDOR-MASTER-FILE
                   MOVE VENDOR-LIVE-NAME TO SWAP-LIVE-NAME
                   MOVE VENDOR-CONVERTED-NAME TO SWAP-CONVERTED-NAME
                   MOVE VENDOR-KEPT-NAME TO SWAP-KEPT-NAME
                   PERFORM 230-SWAP-IN-CONVERTED-FILE
               END-IF
           END-IF.

      * WRITES ONE VENDOR IN THE CURRENT LAYOUT AND READS THE NEXT -
      * NO LEAD TIME HAS BEEN AGREED YET
       221-CONVERT-ONE-VENDOR.
           MOVE OLD-VENDOR-NAME TO VENDOR-MASTER-NAME.
           MOVE OLD-VENDOR-CONTACT TO VENDOR-MASTER-CONTACT.
           MOVE OLD-VENDOR-TERMS TO VENDOR-MASTER-TERMS.
           MOVE OLD-VENDOR-STATUS TO VENDOR-MASTER-STATUS.
           MOVE ZERO TO VENDOR-MASTER-LEAD-DAYS.
           WRITE VENDOR-MASTER-RECORD
           INVALID KEY
               DISPLAY "*** VENDOR " OLD-VENDOR-NAME
                   " NOT CONVERTED - STATUS FILED IS "
                   VENDOR-STATUS-FILED
               MOVE "Y" TO CONVERT-FAILED
           NOT INVALID KEY
               ADD 1 TO VENDORS-WRITTEN
           END-WRITE.
           PERFORM 301-READ-OLD-VENDOR.

      * KEEPS THE OLD FILE UNDER ITS -OLD NAME AND PUTS THE CONVERTED
      * FILE IN ITS PLACE - A CONVERSION WITH A FAILED RECORD LEAVES
      * THE OLD FILE IN SERVICE, AND A RENAME THAT FAILS HALF WAY IS
      * CALLED OUT FOR FINISHING BY HAND
       230-SWAP-IN-CONVERTED-FILE.
           IF CONVERT-FAILED = "Y"
               DISPLAY "*** " SWAP-LIVE-NAME " NOT CONVERTED - LEFT"
                   " IN SERVICE IN THE OLD LAYOUT"
           ELSE
               CALL "CBL_RENAME_FILE" USING SWAP-LIVE-NAME
                   SWAP-KEPT-NAME
                   RETURNING CALL-STATUS
               IF CALL-STATUS NOT = ZERO
                   DISPLAY "*** " SWAP-LIVE-NAME " COULD NOT BE KEPT"
                       " AS " SWAP-KEPT-NAME " - LEFT IN SERVICE IN"
                       " THE OLD LAYOUT"
               ELSE
                   CALL "CBL_RENAME_FILE" USING SWAP-CONVERTED-NAME
                       SWAP-LIVE-NAME
                       RETURNING CALL-STATUS
                   IF CALL-STATUS NOT = ZERO
                       DISPLAY "*** " SWAP-CONVERTED-NAME
                           " COULD NOT BE RENAMED TO " SWAP-LIVE-NAME
                           " - RENAME IT BY HAND"
                   ELSE
                       DISPLAY SWAP-LIVE-NAME " CONVERTED - OLD FILE"
                           " KEPT AS " SWAP-KEPT-NAME
                   END-IF
               END-IF
           END-IF.

      * READS THE NEXT OLD OPEN-ORDER LINE
       300-READ-OLD-ORDER.
           READ OLD-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO ORDERS-READ
           END-READ.

      * READS THE NEXT OLD VENDOR
       301-READ-OLD-VENDOR.
           READ OLD-VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO VENDORS-READ
           END-READ.

       END PROGRAM LAB09AP.
