      ******************************************************************
      * Author: Mostapha A
      * Purpose: Nightly general ledger interface. Reads the GL activity
      *          LAB09G, LAB09N, LAB09V, and LAB09AN write as they
      *          post - receipts, issues, adjustments, returns to
      *          vendor, approved count variances, moving-average cost
      *          revaluations, kit assembly and disassembly, and
      *          purges - each valued at the cost in force when it
      *          posted, and totals the activity since the last extract
      *          by type and direction. The totals go to the GL
      *          interface file as balanced debit/credit entries between
      *          the inventory account and each activity's offset
      *          account, between a header and a trailer that carries
      *          the entry count and the debit and credit totals. A
      *          control report then ties the day's net GL change to the
      *          inventory account against the change in total inventory
      *          value on INDEXED-INVENT.TXT since the last extract,
      *          showing value moved by LAB09B and LAB09P master-file
      *          maintenance as the one reconciling item, so the
      *          subledger and the ledger are proven to agree every day.
      *          The activity file and the journal are only ever added
      *          to, so each extract takes what was written after the
      *          last one ran, by record count, and anything posted
      *          later on an extract date goes with the next extract. A
      *          business date already extracted is refused so finance
      *          never receives it twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        CUMULATIVE VALUE MOVEMENTS WRITTEN BY LAB09G, LAB09N,
      *        LAB09V, AND LAB09AN
               SELECT OPTIONAL GL-ACTIVITY-FILE
                   ASSIGN TO "../GL-ACTIVITY.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        INDEXED FILE BUILT BY LAB09 - WALKED FOR THE TOTAL
      *        INVENTORY VALUE THE GL IS TIED TO
               SELECT INDEXED-INVENT-FILE
                   ASSIGN TO "../INDEXED-INVENT.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS INVENTORY-ID-OUT
                                  ALTERNATE KEY IS VENDOR-NAME-OUT
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

      *        CUMULATIVE BEFORE/AFTER IMAGE JOURNAL - THE DAY'S
      *        LAB09B AND LAB09P MAINTENANCE IS VALUED OFF IT
               SELECT OPTIONAL INVENT-AUDIT-FILE
                   ASSIGN TO "../INVENT-AUDIT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        LAST BUSINESS DATE EXTRACTED, THE INVENTORY VALUE
      *        STANDING AT THAT EXTRACT, AND HOW FAR INTO THE ACTIVITY
      *        FILE AND THE JOURNAL IT READ
               SELECT GL-CONTROL-FILE
                   ASSIGN TO "../GL-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GL-CONTROL-STATUS.

      *        JOURNAL ENTRIES FOR THE GENERAL LEDGER
               SELECT GL-INTERFACE-FILE
                   ASSIGN TO "../GL-INTERFACE.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        PRINTED SUBLEDGER-TO-LEDGER CONTROL REPORT
               SELECT GL-REPORT-FILE
                   ASSIGN TO "../GL-CONTROL-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        RUN-CONTROL LEDGER EVERY JOB STAMPS AND CHECKS
               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO "../RUN-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GL-ACTIVITY-FILE.
       01 GL-ACTIVITY-RECORD.
           05 GL-ACTIVITY-DATE PIC 9(8).
           05 FILLER PIC X.
           05 GL-ACTIVITY-JOB PIC X(8).
           05 FILLER PIC X.
      *    RC = RECEIPT, IS = ISSUE, AJ = ADJUSTMENT, RV = RETURN TO
      *    VENDOR, CV = COUNT VARIANCE, RP = REVALUATION, PG = PURGE,
      *    KT = KIT ASSEMBLY OR DISASSEMBLY
           05 GL-ACTIVITY-TYPE PIC X(2).
           05 FILLER PIC X.
           05 GL-ACTIVITY-INVENTORY-ID PIC X(9).
           05 FILLER PIC X.
      *    + WHEN INVENTORY VALUE WENT UP, - WHEN IT WENT DOWN
           05 GL-ACTIVITY-SIGN PIC X.
           05 GL-ACTIVITY-QUANTITY PIC 9(5).
           05 FILLER PIC X.
      *    COST IN FORCE WHEN THE MOVEMENT POSTED - ON A REVALUATION
      *    THE MOVE IN UNIT COST ACROSS THE ON-HAND AFTER IT
           05 GL-ACTIVITY-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X.
           05 GL-ACTIVITY-VALUE PIC 9(10)V99.
           05 FILLER PIC X.
           05 GL-ACTIVITY-REFERENCE PIC X(10).

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

       FD INVENT-AUDIT-FILE.
       01 AUDIT-RECORD-IN.
           05 AUDIT-RUN-DATE PIC 9(8).
           05 FILLER PIC X.
      *    A/C/D FROM LAB09B AND LAB09P, C FROM A CHANGE RELEASED IN
      *    LAB09AN, R FROM A LAB09G REPRICE
           05 AUDIT-TRANS-CODE PIC X.
           05 FILLER PIC X.
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X.
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X.
      *    OPERATOR WHO ENTERED THE UPDATE, AND THE SECOND OPERATOR WHO
      *    RELEASED IT WHEN IT WAS HELD OVER THE FIRST ONE'S LIMIT
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 AUDIT-APPROVER-ID PIC X(8).

       FD GL-CONTROL-FILE.
       01 GL-CONTROL-RECORD.
           05 GL-CONTROL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 GL-CONTROL-INVENTORY-VALUE PIC 9(13)V99.
           05 FILLER PIC X VALUE SPACE.
           05 GL-CONTROL-UPDATE-JOB PIC X(8).
      *    ACTIVITY RECORDS ON FILE WHEN THE EXTRACT RAN, AND JOURNAL
      *    ENTRIES DATED THE EXTRACT DATE THAT IT TOOK - THE JOURNAL IS
      *    COUNTED BY DATE BECAUSE LAB09T ARCHIVES FROM ITS FRONT
           05 FILLER PIC X VALUE SPACE.
           05 GL-CONTROL-ACTIVITY-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 GL-CONTROL-AUDIT-DAY-COUNT PIC 9(7).

       FD GL-INTERFACE-FILE.
       01 GL-INTERFACE-RECORD PIC X(80).

       FD GL-REPORT-FILE.
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
      *    END OF FILE FLAGS FOR THE ACTIVITY, INVENTORY, AND AUDIT
           05 ACTIVITY-EOF-FLAG PIC A VALUE "N".
           05 EOF-FLAG PIC A VALUE "N".
           05 AUDIT-EOF-FLAG PIC A VALUE "N".
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    BUSINESS DATE BEING EXTRACTED
           05 RUN-DATE PIC 9(8).
      *    N WHEN THE STARTUP CHECK REFUSES THE RUN
           05 RUN-ALLOWED PIC A VALUE "Y".
       01 RUN-CONTROL-FIELDS.
      *    STATUS TO STAMP, SET BEFORE THE STAMP PARAGRAPH RUNS
           05 STAMP-STATUS PIC X.
      *    TIME OF DAY FOR THE STAMP AND THE INTERFACE HEADER
           05 TIME-NOW PIC 9(8).
       01 GL-CONTROL-FIELDS.
      *    FILE STATUS FOR THE GL CONTROL FILE
           05 GL-CONTROL-STATUS PIC X(2).
      *    Y ONCE A PRIOR EXTRACT'S INVENTORY VALUE WAS READ - THE
      *    FIRST EXTRACT ONLY ESTABLISHES THE STARTING VALUE
           05 GL-CONTROL-PRESENT PIC A VALUE "N".
           05 PRIOR-EXTRACT-DATE PIC 9(8) VALUE ZERO.
           05 PRIOR-INVENTORY-VALUE PIC 9(13)V99 VALUE ZERO.
      *    ACTIVITY RECORDS AND SAME-DAY JOURNAL ENTRIES THE LAST
      *    EXTRACT TOOK - Y WHEN THE CONTROL RECORD CARRIES THEM
           05 CONTROL-COUNTS-PRESENT PIC A VALUE "N".
           05 PRIOR-ACTIVITY-COUNT PIC 9(9) VALUE ZERO.
           05 PRIOR-AUDIT-DAY-COUNT PIC 9(7) VALUE ZERO.
      *    JOURNAL ENTRIES DATED THE LAST EXTRACT DATE SEEN SO FAR,
      *    AND DATED THE RUN DATE, FOR THE NEXT EXTRACT
           05 PRIOR-DAY-SEEN-COUNT PIC 9(7) VALUE ZERO.
           05 AUDIT-DAY-COUNT PIC 9(7) VALUE ZERO.
      *    Y WHEN THE JOURNAL ENTRY CAME AFTER THE LAST EXTRACT
           05 AUDIT-IN-PERIOD PIC A.
      *    JOURNAL ENTRIES DATED AFTER THIS ARE EXTRACTED, AND ANY
      *    DATED ON IT PAST THE ONES ALREADY TAKEN - THE LAST EXTRACT'S
      *    DATE, SO A DAY THE EXTRACT DID NOT RUN IS PICKED UP BY THE
      *    NEXT, OR ONE LESS THAN THE RUN DATE WHEN THERE WAS NO
      *    EARLIER EXTRACT - ACTIVITY IS TAKEN THE SAME WAY WHEN THE
      *    CONTROL RECORD CARRIES NO COUNTS
           05 PERIOD-AFTER-DATE PIC 9(8).
       01 ACCOUNT-TABLE-VALUES.
      *    ACTIVITY TYPE, OFFSET ACCOUNT, AND DESCRIPTION - EVERY
      *    ENTRY POSTS AGAINST THE INVENTORY ACCOUNT ON THE OTHER SIDE
      *      2100 GOODS RECEIVED NOT INVOICED  5000 COST OF ISSUES
      *      5200 STOCK ADJUSTMENTS            1450 VENDOR RETURNS DUE
      *      5210 COUNT SHRINKAGE AND GAIN     5300 PRICE VARIANCE
      *      5400 OBSOLESCENCE WRITE-OFF       5500 KIT CONVERSIONS
           05 FILLER PIC X(32) VALUE
               "RC2100      RECEIPTS            ".
           05 FILLER PIC X(32) VALUE
               "IS5000      ISSUES TO COST      ".
           05 FILLER PIC X(32) VALUE
               "AJ5200      STOCK ADJUSTMENTS   ".
           05 FILLER PIC X(32) VALUE
               "RV1450      RETURNS TO VENDOR   ".
           05 FILLER PIC X(32) VALUE
               "CV5210      COUNT VARIANCES     ".
           05 FILLER PIC X(32) VALUE
               "RP5300      COST REVALUATIONS   ".
           05 FILLER PIC X(32) VALUE
               "PG5400      OBSOLETE PURGES     ".
           05 FILLER PIC X(32) VALUE
               "KT5500      KIT CONVERSIONS     ".
       01 ACCOUNT-TABLE REDEFINES ACCOUNT-TABLE-VALUES.
           05 ACCOUNT-ENTRY OCCURS 8 TIMES
               INDEXED BY ACCOUNT-INDEX.
               10 ACCOUNT-ACTIVITY-TYPE PIC X(2).
               10 ACCOUNT-OFFSET-NUMBER PIC X(10).
               10 ACCOUNT-DESCRIPTION PIC X(20).
       01 ACTIVITY-TOTAL-FIELDS.
      *    THE DAY'S ACTIVITY BY TYPE, IN STEP WITH ACCOUNT-TABLE
           05 ACTIVITY-TYPE-COUNT PIC 9(4) COMP VALUE 8.
           05 ACTIVITY-TOTAL-TABLE.
               10 ACTIVITY-TOTAL OCCURS 8 TIMES.
                   15 ACTIVITY-RECORD-COUNT PIC 9(7).
                   15 ACTIVITY-INCREASE-VALUE PIC 9(13)V99.
                   15 ACTIVITY-DECREASE-VALUE PIC 9(13)V99.
           05 ACTIVITY-SUB PIC 9(4) COMP.
      *    THE INVENTORY ACCOUNT EVERY ENTRY IS BALANCED AGAINST
           05 INVENTORY-ACCOUNT PIC X(10) VALUE "1400".
      *    Y WHEN THE ACTIVITY TYPE IS IN THE ACCOUNT TABLE
           05 ACCOUNT-FOUND PIC A.
       01 EXTRACT-TOTALS.
      *    HOW THE ACTIVITY FILE FELL OUT
           05 ACTIVITY-READ-COUNT PIC 9(9) VALUE ZERO.
           05 ACTIVITY-TODAY-COUNT PIC 9(7) VALUE ZERO.
           05 UNKNOWN-TYPE-COUNT PIC 9(7) VALUE ZERO.
      *    ENTRIES AND DEBIT/CREDIT TOTALS WRITTEN TO THE INTERFACE
           05 ENTRY-COUNT PIC 9(7) VALUE ZERO.
           05 DEBIT-TOTAL PIC 9(13)V99 VALUE ZERO.
           05 CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
      *    ACCOUNT, DIRECTION, AND AMOUNT OF THE ENTRY BEING WRITTEN
           05 ENTRY-ACCOUNT PIC X(10).
           05 ENTRY-DEBIT-CREDIT PIC X(2).
           05 ENTRY-AMOUNT PIC 9(13)V99.
       01 TIE-OUT-FIELDS.
      *    TOTAL VALUE OF THE INVENTORY FILE AS IT STANDS NOW
           05 INVENTORY-VALUE-NOW PIC 9(13)V99 VALUE ZERO.
           05 ITEM-VALUE PIC 9(10)V99.
      *    CHANGE IN INVENTORY VALUE SINCE THE LAST EXTRACT
           05 INVENTORY-CHANGE PIC S9(13)V99 VALUE ZERO.
      *    NET DEBIT TO THE INVENTORY ACCOUNT FROM TODAY'S ENTRIES
           05 GL-NET-CHANGE PIC S9(13)V99 VALUE ZERO.
      *    VALUE MOVED BY THE DAY'S LAB09B/LAB09P MAINTENANCE
           05 MAINTENANCE-CHANGE PIC S9(13)V99 VALUE ZERO.
           05 MAINTENANCE-COUNT PIC 9(7) VALUE ZERO.
      *    WHAT IS LEFT ONCE THE GL AND MAINTENANCE ARE TAKEN OUT
           05 UNRECONCILED-DIFFERENCE PIC S9(13)V99 VALUE ZERO.
       01 AUDIT-IMAGE-VIEWS.
      *    BEFORE AND AFTER IMAGES LAID OUT AS THE INVENTORY RECORD -
      *    AN ADD'S BEFORE-IMAGE IS SPACES AND COUNTS AS NO VALUE
           05 BEFORE-VIEW.
               10 FILLER PIC X(69).
               10 BEFORE-ON-HAND PIC 9(5).
               10 BEFORE-UNIT-COST PIC 9(5)V99.
               10 FILLER PIC X(6).
           05 AFTER-VIEW.
               10 FILLER PIC X(69).
               10 AFTER-ON-HAND PIC 9(5).
               10 AFTER-UNIT-COST PIC 9(5)V99.
               10 FILLER PIC X(6).
           05 BEFORE-VALUE PIC 9(10)V99.
           05 AFTER-VALUE PIC 9(10)V99.
       01 INTERFACE-LINES.
      *    HEADER - SOURCE SYSTEM, BUSINESS DATE, AND WHEN CREATED
           05 GL-HEADER-LINE.
               10 FILLER PIC X VALUE "H".
               10 FILLER PIC X VALUE SPACE.
               10 HEADER-BUSINESS-DATE PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 FILLER PIC X(10) VALUE "INVENTORY".
               10 FILLER PIC X VALUE SPACE.
               10 HEADER-CREATED-DATE PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 HEADER-CREATED-TIME PIC 9(8).
      *    ONE JOURNAL ENTRY - AMOUNT CARRIES TWO IMPLIED DECIMALS
           05 GL-ENTRY-LINE.
               10 FILLER PIC X VALUE "D".
               10 FILLER PIC X VALUE SPACE.
               10 DETAIL-BUSINESS-DATE PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 DETAIL-ACCOUNT PIC X(10).
               10 FILLER PIC X VALUE SPACE.
      *        DR OR CR
               10 DETAIL-DEBIT-CREDIT PIC X(2).
               10 FILLER PIC X VALUE SPACE.
               10 DETAIL-AMOUNT PIC 9(13)V99.
               10 FILLER PIC X VALUE SPACE.
               10 DETAIL-ACTIVITY-TYPE PIC X(2).
               10 FILLER PIC X VALUE SPACE.
               10 DETAIL-DESCRIPTION PIC X(20).
      *    TRAILER - ENTRY COUNT AND THE DEBIT AND CREDIT TOTALS
           05 GL-TRAILER-LINE.
               10 FILLER PIC X VALUE "T".
               10 FILLER PIC X VALUE SPACE.
               10 TRAILER-BUSINESS-DATE PIC 9(8).
               10 FILLER PIC X VALUE SPACE.
               10 TRAILER-ENTRY-COUNT PIC 9(7).
               10 FILLER PIC X VALUE SPACE.
               10 TRAILER-DEBIT-TOTAL PIC 9(13)V99.
               10 FILLER PIC X VALUE SPACE.
               10 TRAILER-CREDIT-TOTAL PIC 9(13)V99.
       01 REPORT-LINES.
      *    ONE LINE PER ACTIVITY TYPE ON THE CONTROL REPORT
           05 ACTIVITY-LINE.
               10 FILLER PIC X(2) VALUE SPACES.
               10 ACTIVITY-LINE-TYPE PIC X(2).
               10 FILLER PIC X(2) VALUE SPACES.
               10 ACTIVITY-LINE-DESCRIPTION PIC X(20).
               10 FILLER PIC X(2) VALUE SPACES.
               10 ACTIVITY-LINE-ACCOUNT PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 ACTIVITY-LINE-COUNT PIC ZZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 ACTIVITY-LINE-INCREASE PIC $$$$,$$$,$$$,$$9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 ACTIVITY-LINE-DECREASE PIC $$$$,$$$,$$$,$$9.99.
           05 ACTIVITY-HEADING.
               10 FILLER PIC X(6) VALUE SPACES.
               10 FILLER PIC X(22) VALUE "ACTIVITY".
               10 FILLER PIC X(12) VALUE "OFFSET ACCT".
               10 FILLER PIC X(9) VALUE "  COUNT".
               10 FILLER PIC X(21) VALUE "   INVENTORY DEBIT".
               10 FILLER PIC X(19) VALUE "  INVENTORY CREDIT".
           05 AMOUNT-LINE.
               10 AMOUNT-CAPTION PIC X(40).
               10 AMOUNT-EDIT PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(40).
               10 COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-EXTRACT-GL-INTERFACE.
           PERFORM 209-CHECK-GL-CONTROL.
           IF RUN-ALLOWED = "Y"
               MOVE "S" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
               PERFORM 201-INITIALIZE
               PERFORM 202-TOTAL-ACTIVITY
                   UNTIL ACTIVITY-EOF-FLAG = "Y"
               PERFORM 220-TOTAL-INVENTORY-VALUE
               PERFORM 230-VALUE-MAINTENANCE
               PERFORM 240-WRITE-INTERFACE
               PERFORM 250-PRINT-CONTROL-REPORT
               PERFORM 203-TERMINATE
               MOVE "C" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
           ELSE
               DISPLAY "RUN REFUSED - GL ACTIVITY FOR " RUN-DATE
                   " WAS ALREADY EXTRACTED ON " PRIOR-EXTRACT-DATE
           END-IF.
           STOP RUN.

      * LOADS THE LAST EXTRACT'S DATE, INVENTORY VALUE, AND HOW FAR
      * IT READ - A DATE
      * ALREADY EXTRACTED WOULD HAND FINANCE THE SAME ENTRIES TWICE,
      * SO THE RUN IS REFUSED OUTRIGHT
       209-CHECK-GL-CONTROL.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT GL-CONTROL-FILE.
           IF GL-CONTROL-STATUS = "00"
               READ GL-CONTROL-FILE
                   AT END
                       DISPLAY "GL CONTROL FILE EMPTY - THIS EXTRACT"
                           " ESTABLISHES THE STARTING VALUE"
                   NOT AT END
                       MOVE GL-CONTROL-DATE TO PRIOR-EXTRACT-DATE
                       MOVE GL-CONTROL-INVENTORY-VALUE
                           TO PRIOR-INVENTORY-VALUE
                       MOVE "Y" TO GL-CONTROL-PRESENT
                       IF GL-CONTROL-ACTIVITY-COUNT NUMERIC
                           AND GL-CONTROL-AUDIT-DAY-COUNT NUMERIC
                           MOVE GL-CONTROL-ACTIVITY-COUNT
                               TO PRIOR-ACTIVITY-COUNT
                           MOVE GL-CONTROL-AUDIT-DAY-COUNT
                               TO PRIOR-AUDIT-DAY-COUNT
                           MOVE "Y" TO CONTROL-COUNTS-PRESENT
                       ELSE
                           DISPLAY "GL CONTROL CARRIES NO RECORD"
                               " COUNTS - THIS EXTRACT TAKES ACTIVITY"
                               " DATED AFTER " GL-CONTROL-DATE
                       END-IF
               END-READ
               CLOSE GL-CONTROL-FILE
           ELSE
               DISPLAY "NO GL CONTROL FILE - THIS EXTRACT ESTABLISHES"
                   " THE STARTING VALUE"
           END-IF.
           IF GL-CONTROL-PRESENT = "Y"
               AND PRIOR-EXTRACT-DATE NOT < RUN-DATE
               MOVE "N" TO RUN-ALLOWED
           END-IF.
           IF GL-CONTROL-PRESENT = "Y"
               MOVE PRIOR-EXTRACT-DATE TO PERIOD-AFTER-DATE
           ELSE
               COMPUTE PERIOD-AFTER-DATE = RUN-DATE - 1
           END-IF.

      * APPENDS A START OR COMPLETION STAMP FOR THIS JOB
       216-STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "LAB09AB" TO RUN-JOB-NAME.
           MOVE RUN-DATE TO RUN-BUSINESS-DATE.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO RUN-TIME-STAMP.
           MOVE STAMP-STATUS TO RUN-JOB-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * OPENS THE FILES AND CLEARS THE ACTIVITY TOTALS
       201-INITIALIZE.
           MOVE ZERO TO ACTIVITY-TOTAL-TABLE.
           OPEN INPUT GL-ACTIVITY-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE
                       GL-REPORT-FILE.
           DISPLAY "GL INTERFACE EXTRACT FOR " RUN-DATE.
           PERFORM 300-READ-ACTIVITY.

      * TOTALS ONE ACTIVITY RECORD WRITTEN SINCE THE LAST EXTRACT AND
      * READS THE NEXT
       202-TOTAL-ACTIVITY.
           IF CONTROL-COUNTS-PRESENT = "Y"
               IF ACTIVITY-READ-COUNT > PRIOR-ACTIVITY-COUNT
                   ADD 1 TO ACTIVITY-TODAY-COUNT
                   PERFORM 310-ADD-TO-ACTIVITY-TOTAL
               END-IF
           ELSE
               IF GL-ACTIVITY-DATE > PERIOD-AFTER-DATE
                   ADD 1 TO ACTIVITY-TODAY-COUNT
                   PERFORM 310-ADD-TO-ACTIVITY-TOTAL
               END-IF
           END-IF.
           PERFORM 300-READ-ACTIVITY.

      * WRITES THE NEW STARTING VALUE FOR TOMORROW'S TIE-OUT, CLOSES
      * THE FILES, AND REPORTS THE RUN
       203-TERMINATE.
           OPEN OUTPUT GL-CONTROL-FILE.
           MOVE RUN-DATE TO GL-CONTROL-DATE.
           MOVE INVENTORY-VALUE-NOW TO GL-CONTROL-INVENTORY-VALUE.
           MOVE "LAB09AB" TO GL-CONTROL-UPDATE-JOB.
           MOVE ACTIVITY-READ-COUNT TO GL-CONTROL-ACTIVITY-COUNT.
           MOVE AUDIT-DAY-COUNT TO GL-CONTROL-AUDIT-DAY-COUNT.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.
           CLOSE GL-ACTIVITY-FILE
                 GL-INTERFACE-FILE
                 GL-REPORT-FILE.
           DISPLAY "ACTIVITY RECORDS READ     : " ACTIVITY-READ-COUNT.
           DISPLAY "ACTIVITY FOR THE PERIOD   : " ACTIVITY-TODAY-COUNT.
           DISPLAY "JOURNAL ENTRIES WRITTEN   : " ENTRY-COUNT
               " - SEE GL-INTERFACE.TXT".
           IF UNKNOWN-TYPE-COUNT > ZERO
               DISPLAY "UNKNOWN ACTIVITY TYPES    : "
                   UNKNOWN-TYPE-COUNT " - NOT JOURNALED"
           END-IF.
           IF GL-CONTROL-PRESENT = "Y"
               IF UNRECONCILED-DIFFERENCE = ZERO
                   DISPLAY "SUBLEDGER AND LEDGER AGREE"
               ELSE
                   DISPLAY "*** SUBLEDGER AND LEDGER OUT OF BALANCE -"
                       " SEE GL-CONTROL-REPORT.TXT"
               END-IF
           END-IF.

      * WALKS THE INVENTORY FILE FOR ITS TOTAL VALUE AS IT STANDS
       220-TOTAL-INVENTORY-VALUE.
           OPEN INPUT INDEXED-INVENT-FILE.
           MOVE LOW-VALUES TO INVENTORY-ID-OUT.
           START INDEXED-INVENT-FILE
               KEY IS NOT LESS THAN INVENTORY-ID-OUT
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 301-READ-NEXT-ITEM
           END-IF.
           PERFORM 221-VALUE-ONE-ITEM UNTIL EOF-FLAG = "Y".
           CLOSE INDEXED-INVENT-FILE.

      * ADDS ONE ITEM'S VALUE TO THE FILE TOTAL
       221-VALUE-ONE-ITEM.
           COMPUTE ITEM-VALUE = QUANTITY-ON-HAND-OUT * UNIT-COST-OUT.
           ADD ITEM-VALUE TO INVENTORY-VALUE-NOW.
           PERFORM 301-READ-NEXT-ITEM.

      * VALUES THE DAY'S LAB09B AND LAB09P ADDS AND CHANGES OFF THE
      * AUDIT JOURNAL - THEY MOVE INVENTORY VALUE WITHOUT GOING
      * THROUGH THE GL, SO THEY ARE THE TIE-OUT'S RECONCILING ITEM
       230-VALUE-MAINTENANCE.
           OPEN INPUT INVENT-AUDIT-FILE.
           PERFORM 302-READ-AUDIT-ENTRY.
           PERFORM 231-VALUE-ONE-AUDIT-ENTRY
               UNTIL AUDIT-EOF-FLAG = "Y".
           CLOSE INVENT-AUDIT-FILE.

      * TAKES THE AFTER-IMAGE VALUE LESS THE BEFORE-IMAGE VALUE FOR
      * A MAINTENANCE ENTRY WRITTEN SINCE THE LAST EXTRACT, COUNTING
      * THE ENTRIES DATED THE RUN DATE FOR THE NEXT ONE
       231-VALUE-ONE-AUDIT-ENTRY.
           MOVE "N" TO AUDIT-IN-PERIOD.
           IF AUDIT-RUN-DATE > PERIOD-AFTER-DATE
               MOVE "Y" TO AUDIT-IN-PERIOD
           ELSE
               IF AUDIT-RUN-DATE = PERIOD-AFTER-DATE
                   AND CONTROL-COUNTS-PRESENT = "Y"
                   ADD 1 TO PRIOR-DAY-SEEN-COUNT
                   IF PRIOR-DAY-SEEN-COUNT > PRIOR-AUDIT-DAY-COUNT
                       MOVE "Y" TO AUDIT-IN-PERIOD
                   END-IF
               END-IF
           END-IF.
           IF AUDIT-RUN-DATE = RUN-DATE
               ADD 1 TO AUDIT-DAY-COUNT
           END-IF.
           IF AUDIT-IN-PERIOD = "Y"
               AND (AUDIT-TRANS-CODE = "A" OR AUDIT-TRANS-CODE = "C"
                   OR AUDIT-TRANS-CODE = "D")
               MOVE AUDIT-BEFORE-IMAGE TO BEFORE-VIEW
               MOVE AUDIT-AFTER-IMAGE TO AFTER-VIEW
               MOVE ZERO TO BEFORE-VALUE
                            AFTER-VALUE
               IF BEFORE-ON-HAND NUMERIC AND BEFORE-UNIT-COST NUMERIC
                   COMPUTE BEFORE-VALUE =
                       BEFORE-ON-HAND * BEFORE-UNIT-COST
               END-IF
               IF AFTER-ON-HAND NUMERIC AND AFTER-UNIT-COST NUMERIC
                   COMPUTE AFTER-VALUE =
                       AFTER-ON-HAND * AFTER-UNIT-COST
               END-IF
               IF AFTER-VALUE NOT = BEFORE-VALUE
                   ADD 1 TO MAINTENANCE-COUNT
                   COMPUTE MAINTENANCE-CHANGE = MAINTENANCE-CHANGE
                       + AFTER-VALUE - BEFORE-VALUE
               END-IF
           END-IF.
           PERFORM 302-READ-AUDIT-ENTRY.

      * WRITES THE HEADER, A BALANCED PAIR OF ENTRIES FOR EACH TYPE
      * AND DIRECTION THAT MOVED VALUE TODAY, AND THE TRAILER
       240-WRITE-INTERFACE.
           MOVE RUN-DATE TO HEADER-BUSINESS-DATE.
           ACCEPT HEADER-CREATED-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO HEADER-CREATED-TIME.
           WRITE GL-INTERFACE-RECORD FROM GL-HEADER-LINE.
           PERFORM 241-WRITE-ACTIVITY-ENTRIES
               VARYING ACTIVITY-SUB FROM 1 BY 1
                   UNTIL ACTIVITY-SUB > ACTIVITY-TYPE-COUNT.
           MOVE RUN-DATE TO TRAILER-BUSINESS-DATE.
           MOVE ENTRY-COUNT TO TRAILER-ENTRY-COUNT.
           MOVE DEBIT-TOTAL TO TRAILER-DEBIT-TOTAL.
           MOVE CREDIT-TOTAL TO TRAILER-CREDIT-TOTAL.
           WRITE GL-INTERFACE-RECORD FROM GL-TRAILER-LINE.

      * AN INCREASE DEBITS INVENTORY AND CREDITS THE OFFSET ACCOUNT,
      * A DECREASE DEBITS THE OFFSET ACCOUNT AND CREDITS INVENTORY
       241-WRITE-ACTIVITY-ENTRIES.
           IF ACTIVITY-INCREASE-VALUE (ACTIVITY-SUB) > ZERO
               MOVE ACTIVITY-INCREASE-VALUE (ACTIVITY-SUB)
                   TO ENTRY-AMOUNT
               MOVE INVENTORY-ACCOUNT TO ENTRY-ACCOUNT
               MOVE "DR" TO ENTRY-DEBIT-CREDIT
               PERFORM 242-WRITE-ONE-ENTRY
               MOVE ACCOUNT-OFFSET-NUMBER (ACTIVITY-SUB)
                   TO ENTRY-ACCOUNT
               MOVE "CR" TO ENTRY-DEBIT-CREDIT
               PERFORM 242-WRITE-ONE-ENTRY
               ADD ENTRY-AMOUNT TO GL-NET-CHANGE
           END-IF.
           IF ACTIVITY-DECREASE-VALUE (ACTIVITY-SUB) > ZERO
               MOVE ACTIVITY-DECREASE-VALUE (ACTIVITY-SUB)
                   TO ENTRY-AMOUNT
               MOVE ACCOUNT-OFFSET-NUMBER (ACTIVITY-SUB)
                   TO ENTRY-ACCOUNT
               MOVE "DR" TO ENTRY-DEBIT-CREDIT
               PERFORM 242-WRITE-ONE-ENTRY
               MOVE INVENTORY-ACCOUNT TO ENTRY-ACCOUNT
               MOVE "CR" TO ENTRY-DEBIT-CREDIT
               PERFORM 242-WRITE-ONE-ENTRY
               SUBTRACT ENTRY-AMOUNT FROM GL-NET-CHANGE
           END-IF.

      * WRITES ONE JOURNAL ENTRY AND CARRIES IT TO THE TRAILER TOTALS
       242-WRITE-ONE-ENTRY.
           MOVE RUN-DATE TO DETAIL-BUSINESS-DATE.
           MOVE ENTRY-ACCOUNT TO DETAIL-ACCOUNT.
           MOVE ENTRY-DEBIT-CREDIT TO DETAIL-DEBIT-CREDIT.
           MOVE ENTRY-AMOUNT TO DETAIL-AMOUNT.
           MOVE ACCOUNT-ACTIVITY-TYPE (ACTIVITY-SUB)
               TO DETAIL-ACTIVITY-TYPE.
           MOVE ACCOUNT-DESCRIPTION (ACTIVITY-SUB)
               TO DETAIL-DESCRIPTION.
           WRITE GL-INTERFACE-RECORD FROM GL-ENTRY-LINE.
           ADD 1 TO ENTRY-COUNT.
           IF ENTRY-DEBIT-CREDIT = "DR"
               ADD ENTRY-AMOUNT TO DEBIT-TOTAL
           ELSE
               ADD ENTRY-AMOUNT TO CREDIT-TOTAL
           END-IF.

      * PRINTS THE DAY'S ACTIVITY BY TYPE AND THE TIE-OUT OF THE NET
      * GL CHANGE AGAINST THE CHANGE IN INVENTORY VALUE
       250-PRINT-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "GL INTERFACE CONTROL REPORT - BUSINESS DATE "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM ACTIVITY-HEADING.
           PERFORM 251-PRINT-ACTIVITY-LINE
               VARYING ACTIVITY-SUB FROM 1 BY 1
                   UNTIL ACTIVITY-SUB > ACTIVITY-TYPE-COUNT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "JOURNAL ENTRIES WRITTEN" TO COUNT-CAPTION.
           MOVE ENTRY-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "TOTAL DEBITS" TO AMOUNT-CAPTION.
           MOVE DEBIT-TOTAL TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "TOTAL CREDITS" TO AMOUNT-CAPTION.
           MOVE CREDIT-TOTAL TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           IF UNKNOWN-TYPE-COUNT > ZERO
               MOVE "*** UNKNOWN ACTIVITY TYPES NOT JOURNALED"
                   TO COUNT-CAPTION
               MOVE UNKNOWN-TYPE-COUNT TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           IF GL-CONTROL-PRESENT = "Y"
               PERFORM 252-PRINT-TIE-OUT
           ELSE
               MOVE "INVENTORY VALUE ESTABLISHED AT" TO AMOUNT-CAPTION
               MOVE INVENTORY-VALUE-NOW TO AMOUNT-EDIT
               WRITE REPORT-LINE-OUT FROM AMOUNT-LINE
               MOVE "NO PRIOR EXTRACT - TIE-OUT STARTS NEXT RUN"
                   TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.

      * PRINTS ONE ACTIVITY TYPE'S COUNT AND INVENTORY DEBIT/CREDIT
       251-PRINT-ACTIVITY-LINE.
           MOVE ACCOUNT-ACTIVITY-TYPE (ACTIVITY-SUB)
               TO ACTIVITY-LINE-TYPE.
           MOVE ACCOUNT-DESCRIPTION (ACTIVITY-SUB)
               TO ACTIVITY-LINE-DESCRIPTION.
           MOVE ACCOUNT-OFFSET-NUMBER (ACTIVITY-SUB)
               TO ACTIVITY-LINE-ACCOUNT.
           MOVE ACTIVITY-RECORD-COUNT (ACTIVITY-SUB)
               TO ACTIVITY-LINE-COUNT.
           MOVE ACTIVITY-INCREASE-VALUE (ACTIVITY-SUB)
               TO ACTIVITY-LINE-INCREASE.
           MOVE ACTIVITY-DECREASE-VALUE (ACTIVITY-SUB)
               TO ACTIVITY-LINE-DECREASE.
           WRITE REPORT-LINE-OUT FROM ACTIVITY-LINE.

      * THE CHANGE IN INVENTORY VALUE LESS THE NET GL CHANGE AND THE
      * DAY'S MASTER-FILE MAINTENANCE MUST COME TO ZERO
       252-PRINT-TIE-OUT.
           COMPUTE INVENTORY-CHANGE =
               INVENTORY-VALUE-NOW - PRIOR-INVENTORY-VALUE.
           COMPUTE UNRECONCILED-DIFFERENCE =
               INVENTORY-CHANGE - GL-NET-CHANGE - MAINTENANCE-CHANGE.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "INVENTORY VALUE AT LAST EXTRACT, "
               DELIMITED BY SIZE
               PRIOR-EXTRACT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           MOVE REPORT-LINE-OUT TO AMOUNT-CAPTION.
           MOVE PRIOR-INVENTORY-VALUE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "INVENTORY VALUE NOW" TO AMOUNT-CAPTION.
           MOVE INVENTORY-VALUE-NOW TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "CHANGE IN INVENTORY VALUE" TO AMOUNT-CAPTION.
           MOVE INVENTORY-CHANGE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "LESS NET GL CHANGE TO INVENTORY 1400"
               TO AMOUNT-CAPTION.
           MOVE GL-NET-CHANGE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "LESS LAB09B/LAB09P MAINTENANCE" TO AMOUNT-CAPTION.
           MOVE MAINTENANCE-CHANGE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE "  MAINTENANCE ENTRIES THAT MOVED VALUE"
               TO COUNT-CAPTION.
           MOVE MAINTENANCE-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "UNRECONCILED DIFFERENCE" TO AMOUNT-CAPTION.
           MOVE UNRECONCILED-DIFFERENCE TO AMOUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM AMOUNT-LINE.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           IF UNRECONCILED-DIFFERENCE = ZERO
               MOVE "SUBLEDGER AND LEDGER AGREE" TO REPORT-LINE-OUT
           ELSE
               MOVE "*** OUT OF BALANCE - VALUE MOVED OUTSIDE THE GL"
                   TO REPORT-LINE-OUT
           END-IF.
           WRITE REPORT-LINE-OUT.

      * READS AN ACTIVITY RECORD
       300-READ-ACTIVITY.
           READ GL-ACTIVITY-FILE
               AT END MOVE "Y" TO ACTIVITY-EOF-FLAG.
           IF ACTIVITY-EOF-FLAG NOT EQUAL TO "Y"
               ADD 1 TO ACTIVITY-READ-COUNT
           END-IF.

      * READS THE NEXT ITEM IN INVENTORY-ID-OUT ORDER
       301-READ-NEXT-ITEM.
           READ INDEXED-INVENT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO EOF-FLAG.

      * READS AN AUDIT JOURNAL ENTRY
       302-READ-AUDIT-ENTRY.
           READ INVENT-AUDIT-FILE
               AT END MOVE "Y" TO AUDIT-EOF-FLAG.

      * FINDS THE ACTIVITY TYPE IN THE ACCOUNT TABLE AND ADDS THE
      * VALUE TO ITS INCREASE OR DECREASE TOTAL
       310-ADD-TO-ACTIVITY-TOTAL.
           MOVE "N" TO ACCOUNT-FOUND.
           SET ACCOUNT-INDEX TO 1.
           SEARCH ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN ACCOUNT-ACTIVITY-TYPE (ACCOUNT-INDEX)
                       = GL-ACTIVITY-TYPE
                   MOVE "Y" TO ACCOUNT-FOUND
                   SET ACTIVITY-SUB TO ACCOUNT-INDEX
           END-SEARCH.
           IF ACCOUNT-FOUND = "N" OR GL-ACTIVITY-VALUE NOT NUMERIC
               DISPLAY "UNKNOWN OR UNUSABLE ACTIVITY '"
                   GL-ACTIVITY-TYPE "' FOR " GL-ACTIVITY-INVENTORY-ID
                   " FROM " GL-ACTIVITY-JOB
               ADD 1 TO UNKNOWN-TYPE-COUNT
           ELSE
               ADD 1 TO ACTIVITY-RECORD-COUNT (ACTIVITY-SUB)
               IF GL-ACTIVITY-SIGN = "-"
                   ADD GL-ACTIVITY-VALUE
                       TO ACTIVITY-DECREASE-VALUE (ACTIVITY-SUB)
               ELSE
                   ADD GL-ACTIVITY-VALUE
                       TO ACTIVITY-INCREASE-VALUE (ACTIVITY-SUB)
               END-IF
           END-IF.

       END PROGRAM LAB09AB.
