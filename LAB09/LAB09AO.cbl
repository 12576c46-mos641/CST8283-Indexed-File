      ******************************************************************
      * Author: Mostapha A
      * Purpose: Weekly operator activity report for the stores
      *          supervisor. Works the seven days ending on the date
      *          keyed at the start of the run - blank taking today.
      *          Every update journalled on INVENT-AUDIT.TXT in the
      *          week is listed by the operator who entered it, in
      *          journal order, with the item, its on-hand and unit
      *          cost before and after, and the second operator who
      *          approved it where it was held first. Updates with no
      *          operator came from batch housekeeping and are listed
      *          as (BATCH). The pending-approval file LAB09B, LAB09G,
      *          LAB09N, and LAB09P hold over-limit updates on is then
      *          walked for every item held in the week, every item
      *          released or approved in the week, and every item
      *          rejected in the week.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        CUMULATIVE BEFORE/AFTER IMAGE JOURNAL OF EVERY UPDATE,
      *        EACH ENTRY STAMPED WITH ITS OPERATOR AND APPROVER
               SELECT OPTIONAL INVENT-AUDIT-FILE
                   ASSIGN TO "../INVENT-AUDIT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        OVER-LIMIT UPDATES HELD FOR A SECOND OPERATOR, RELEASED
      *        OR REJECTED BY LAB09AN - WALKED ONCE FOR EACH SECTION
               SELECT OPTIONAL PENDING-APPROVAL-FILE
                   ASSIGN TO "../PENDING-APPROVALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS PENDING-NUMBER
                                   FILE STATUS IS PENDING-STATUS-FILED.

      *        SORT WORK FILE PUTTING THE WEEK'S UPDATES IN OPERATOR
      *        ORDER
               SELECT ACTIVITY-SORT-FILE
                   ASSIGN TO "../OPERATOR-ACTIVITY-SORT-WORK.TXT".

      *        PRINTED REPORT FOR THE STORES SUPERVISOR
               SELECT ACTIVITY-REPORT-FILE
                   ASSIGN TO "../OPERATOR-ACTIVITY-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENT-AUDIT-FILE.
       01 AUDIT-RECORD-IN.
           05 AUDIT-RUN-DATE PIC 9(8).
           05 FILLER PIC X.
      *    A/C/D FROM LAB09B AND LAB09P, G AND R FROM LAB09G, N FROM
      *    LAB09N, V FROM THE LAB09V PURGE, C/N/R FROM LAB09AN
           05 AUDIT-TRANS-CODE PIC X.
           05 FILLER PIC X.
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X.
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X.
      *    OPERATOR WHO ENTERED THE UPDATE, AND THE SECOND OPERATOR
      *    WHO RELEASED IT WHEN IT WAS HELD
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 AUDIT-APPROVER-ID PIC X(8).

       FD PENDING-APPROVAL-FILE.
       01 PENDING-RECORD.
           05 PENDING-NUMBER PIC 9(6).
      *    H = HELD, R = RELEASED TO THE NEXT LAB09G RUN, A = APPROVED
      *    AND APPLIED, X = REJECTED
           05 PENDING-STATUS PIC X.
      *    AJ = ADJUSTMENT, CV = COUNT VARIANCE, RP = RECEIPT COST
      *    CHANGE, CH = WHOLE-RECORD CHANGE
           05 PENDING-TYPE PIC X(2).
      *    PROGRAM THAT HELD THE UPDATE
           05 PENDING-JOB PIC X(8).
           05 PENDING-INVENTORY-ID PIC X(9).
      *    VALUE THAT WENT OVER THE ENTERING OPERATOR'S LIMIT
           05 PENDING-VALUE PIC 9(10)V99.
           05 PENDING-DETAIL PIC X(87).
           05 PENDING-ENTERED-BY PIC X(8).
           05 PENDING-ENTRY-DATE PIC 9(8).
      *    SECOND OPERATOR WHO RELEASED OR REJECTED IT, AND WHEN
           05 PENDING-DECIDED-BY PIC X(8).
           05 PENDING-DECISION-DATE PIC 9(8).
      *    DATE A RELEASED ADJUSTMENT WAS POSTED BY LAB09G
           05 PENDING-POSTED-DATE PIC 9(8).
      *    A CH'S ITEM AS IT STOOD ON FILE WHEN THE CHANGE WAS HELD -
      *    THE CHANGE IS ONLY RELEASED ONTO THAT SAME RECORD
           05 PENDING-BEFORE-IMAGE PIC X(87).

       SD ACTIVITY-SORT-FILE.
       01 ACTIVITY-SORT-RECORD.
           05 SORT-OPERATOR-ID PIC X(8).
           05 SORT-RUN-DATE PIC 9(8).
      *    POSITION ON THE JOURNAL - KEEPS A DAY'S UPDATES IN THE
      *    ORDER THEY WERE MADE
           05 SORT-SEQUENCE PIC 9(7).
           05 SORT-TRANS-CODE PIC X.
           05 SORT-APPROVER-ID PIC X(8).
           05 SORT-INVENTORY-ID PIC X(9).
      *    Y WHEN THE ENTRY CARRIES A BEFORE OR AN AFTER IMAGE
           05 SORT-BEFORE-PRESENT PIC A.
           05 SORT-AFTER-PRESENT PIC A.
           05 SORT-BEFORE-ON-HAND PIC 9(5).
           05 SORT-BEFORE-UNIT-COST PIC 9(5)V99.
           05 SORT-AFTER-ON-HAND PIC 9(5).
           05 SORT-AFTER-UNIT-COST PIC 9(5)V99.

       FD ACTIVITY-REPORT-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAGS FOR THE JOURNAL, PENDING FILE, AND SORT
           05 AUDIT-EOF-FLAG PIC A VALUE "N".
           05 PENDING-EOF-FLAG PIC A VALUE "N".
           05 SORT-EOF-FLAG PIC A VALUE "N".
      *    STORES STATUS OF PENDING-APPROVAL FILE I/O
           05 PENDING-STATUS-FILED PIC X(2).
      *    DATE THE REPORT RAN
           05 RUN-DATE PIC 9(8).
       01 PARAMETER-FIELDS.
      *    OPERATOR ENTRY FOR THE WEEK ENDING DATE, YYYYMMDD
           05 DATE-ENTRY PIC X(8).
           05 DATE-ENTRY-N REDEFINES DATE-ENTRY PIC 9(8).
           05 DATE-ENTRY-PARTS REDEFINES DATE-ENTRY.
               10 DATE-ENTRY-YEAR PIC 9(4).
               10 DATE-ENTRY-MONTH PIC 9(2).
               10 DATE-ENTRY-DAY PIC 9(2).
       01 WEEK-FIELDS.
      *    FIRST AND LAST DATES OF THE SEVEN DAYS REPORTED
           05 WEEK-START-DATE PIC 9(8).
           05 WEEK-END-DATE PIC 9(8).
      *    OPERATOR WHOSE UPDATES ARE BEING LISTED, AND THEIR COUNT
           05 CURRENT-OPERATOR-ID PIC X(8).
           05 OPERATOR-UPDATE-COUNT PIC 9(7).
      *    H = HELD, A = RELEASED OR APPROVED, X = REJECTED - THE
      *    PENDING-FILE SECTION BEING LISTED, AND ITS COUNT
           05 LIST-SECTION PIC X.
           05 SECTION-ITEM-COUNT PIC 9(7).
      *    Y WHEN THE PENDING RECORD BELONGS IN THE SECTION
           05 ITEM-SELECTED PIC A.
       01 AUDIT-IMAGE-VIEWS.
      *    BEFORE AND AFTER IMAGES LAID OUT AS THE INVENTORY RECORD -
      *    AN ADD'S BEFORE-IMAGE AND A PURGE'S AFTER-IMAGE ARE SPACES
           05 BEFORE-VIEW.
               10 BEFORE-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(60).
               10 BEFORE-ON-HAND PIC 9(5).
               10 BEFORE-UNIT-COST PIC 9(5)V99.
               10 FILLER PIC X(6).
           05 AFTER-VIEW.
               10 AFTER-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(60).
               10 AFTER-ON-HAND PIC 9(5).
               10 AFTER-UNIT-COST PIC 9(5)V99.
               10 FILLER PIC X(6).
       01 ACTIVITY-TOTALS.
      *    HOW THE WEEK FELL OUT
           05 AUDIT-LINE-COUNT PIC 9(7) VALUE ZERO.
           05 WEEK-UPDATE-COUNT PIC 9(7) VALUE ZERO.
           05 OPERATOR-COUNT PIC 9(7) VALUE ZERO.
           05 BATCH-UPDATE-COUNT PIC 9(7) VALUE ZERO.
           05 APPROVED-UPDATE-COUNT PIC 9(7) VALUE ZERO.
           05 HELD-ITEM-COUNT PIC 9(7) VALUE ZERO.
           05 RELEASED-ITEM-COUNT PIC 9(7) VALUE ZERO.
           05 REJECTED-ITEM-COUNT PIC 9(7) VALUE ZERO.
       01 REPORT-LINES.
      *    EDITED QUANTITY AND COST, MOVED TO THE LINE WHEN THE
      *    IMAGE IS THERE
           05 QUANTITY-EDIT PIC ZZ,ZZ9.
           05 COST-EDIT PIC ZZ,ZZ9.99.
      *    ONE LINE PER JOURNALLED UPDATE - THE OPERATOR IS SHOWN ON
      *    THE FIRST OF THEIR UPDATES ONLY
           05 UPDATE-LINE.
               10 LINE-OPERATOR-ID PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-RUN-DATE PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-TRANS-CODE PIC X.
               10 FILLER PIC X VALUE SPACE.
               10 LINE-UPDATE-TEXT PIC X(16).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-BEFORE-ON-HAND PIC X(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-AFTER-ON-HAND PIC X(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-BEFORE-UNIT-COST PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-AFTER-UNIT-COST PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-APPROVER-ID PIC X(8).
           05 UPDATE-HEADING-1.
               10 FILLER PIC X(49) VALUE SPACES.
               10 FILLER PIC X(16) VALUE "ON-HAND".
               10 FILLER PIC X(22) VALUE "UNIT COST".
           05 UPDATE-HEADING-2.
               10 FILLER PIC X(10) VALUE "OPERATOR".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(20) VALUE "UPDATE".
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(8) VALUE "BEFORE".
               10 FILLER PIC X(10) VALUE "AFTER".
               10 FILLER PIC X(11) VALUE "BEFORE".
               10 FILLER PIC X(9) VALUE "AFTER".
               10 FILLER PIC X(11) VALUE "APPROVED BY".
      *    UPDATES COUNTED FOR EACH OPERATOR
           05 OPERATOR-TOTAL-LINE.
               10 FILLER PIC X(10) VALUE SPACES.
               10 FILLER PIC X(20) VALUE "UPDATES BY OPERATOR ".
               10 TOTAL-OPERATOR-ID PIC X(8).
               10 FILLER PIC X(3) VALUE " : ".
               10 TOTAL-UPDATE-EDIT PIC ZZZ,ZZ9.
      *    ONE LINE PER ITEM ON THE PENDING-APPROVAL FILE
           05 PENDING-LINE.
               10 LINE-PENDING-NUMBER PIC 9(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-PENDING-TYPE PIC X(2).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-PENDING-JOB PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-PENDING-ITEM PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-PENDING-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-ENTERED-BY PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-ENTRY-DATE PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-DECIDED-BY PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-DECISION-DATE PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-PENDING-STATUS PIC X(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-POSTED-DATE PIC X(8).
           05 PENDING-HEADING.
               10 FILLER PIC X(8) VALUE "NUMBER".
               10 FILLER PIC X(4) VALUE "TYPE".
               10 FILLER PIC X(10) VALUE "  JOB".
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(18) VALUE "           VALUE".
               10 FILLER PIC X(10) VALUE "ENTERED".
               10 FILLER PIC X(10) VALUE "ON".
               10 FILLER PIC X(10) VALUE "DECIDED".
               10 FILLER PIC X(10) VALUE "ON".
               10 FILLER PIC X(10) VALUE "NOW".
               10 FILLER PIC X(8) VALUE "POSTED".
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-REPORT-OPERATOR-ACTIVITY.
           PERFORM 201-INITIALIZE
           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY SORT-OPERATOR-ID
                                SORT-RUN-DATE
                                SORT-SEQUENCE
               INPUT PROCEDURE IS 210-RELEASE-WEEK-UPDATES
               OUTPUT PROCEDURE IS 220-PRINT-OPERATOR-UPDATES
           MOVE "H" TO LIST-SECTION
           PERFORM 230-LIST-PENDING-SECTION
           MOVE "A" TO LIST-SECTION
           PERFORM 230-LIST-PENDING-SECTION
           MOVE "X" TO LIST-SECTION
           PERFORM 230-LIST-PENDING-SECTION
           PERFORM 203-TERMINATE.
           STOP RUN.

      * TAKES THE WEEK AND OPENS THE JOURNAL AND THE REPORT
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 205-ACCEPT-PARAMETERS.
           COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WEEK-END-DATE) - 6).
           OPEN INPUT INVENT-AUDIT-FILE.
           OPEN OUTPUT ACTIVITY-REPORT-FILE.
           DISPLAY "OPERATOR ACTIVITY FOR " WEEK-START-DATE
               " TO " WEEK-END-DATE.
           PERFORM 206-WRITE-HEADINGS.

      * PROMPTS FOR THE LAST DAY OF THE WEEK - BLANK TAKES TODAY
       205-ACCEPT-PARAMETERS.
           MOVE RUN-DATE TO WEEK-END-DATE.
           DISPLAY "WEEK ENDING DATE, YYYYMMDD (BLANK = TODAY): ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY NUMERIC
               IF DATE-ENTRY-YEAR > 1600
                   AND DATE-ENTRY-MONTH > ZERO
                   AND DATE-ENTRY-MONTH < 13
                   AND DATE-ENTRY-DAY > ZERO
                   AND DATE-ENTRY-DAY < 32
                   MOVE DATE-ENTRY-N TO WEEK-END-DATE
               ELSE
                   DISPLAY "DATE UNUSABLE - WEEK ENDING TODAY REPORTED"
               END-IF
           END-IF.

      * HEADS THE REPORT WITH THE WEEK AND THE UPDATE COLUMNS
       206-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "OPERATOR ACTIVITY - WEEK " DELIMITED BY SIZE
               WEEK-START-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WEEK-END-DATE DELIMITED BY SIZE
               " - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "UPDATES JOURNALLED IN THE WEEK, BY OPERATOR"
               TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM UPDATE-HEADING-1.
           WRITE REPORT-LINE-OUT FROM UPDATE-HEADING-2.

      * SORT INPUT - READS THE WHOLE JOURNAL AND RELEASES THE
      * UPDATES MADE IN THE WEEK
       210-RELEASE-WEEK-UPDATES.
           PERFORM 300-READ-AUDIT-ENTRY.
           PERFORM 211-RELEASE-ONE-UPDATE
               UNTIL AUDIT-EOF-FLAG = "Y".

      * TAKES THE ITEM FROM THE AFTER-IMAGE, OR THE BEFORE-IMAGE
      * WHEN THE UPDATE LEFT NONE
       211-RELEASE-ONE-UPDATE.
           IF AUDIT-RUN-DATE NUMERIC
               AND AUDIT-RUN-DATE NOT < WEEK-START-DATE
               AND AUDIT-RUN-DATE NOT > WEEK-END-DATE
               ADD 1 TO WEEK-UPDATE-COUNT
               MOVE AUDIT-BEFORE-IMAGE TO BEFORE-VIEW
               MOVE AUDIT-AFTER-IMAGE TO AFTER-VIEW
               MOVE AUDIT-OPERATOR-ID TO SORT-OPERATOR-ID
               MOVE AUDIT-RUN-DATE TO SORT-RUN-DATE
               MOVE AUDIT-LINE-COUNT TO SORT-SEQUENCE
               MOVE AUDIT-TRANS-CODE TO SORT-TRANS-CODE
               MOVE AUDIT-APPROVER-ID TO SORT-APPROVER-ID
               MOVE ZERO TO SORT-BEFORE-ON-HAND
                            SORT-BEFORE-UNIT-COST
                            SORT-AFTER-ON-HAND
                            SORT-AFTER-UNIT-COST
               IF AUDIT-BEFORE-IMAGE = SPACES
                   MOVE "N" TO SORT-BEFORE-PRESENT
               ELSE
                   MOVE "Y" TO SORT-BEFORE-PRESENT
                   MOVE BEFORE-INVENTORY-ID TO SORT-INVENTORY-ID
                   IF BEFORE-ON-HAND NUMERIC
                       MOVE BEFORE-ON-HAND TO SORT-BEFORE-ON-HAND
                   END-IF
                   IF BEFORE-UNIT-COST NUMERIC
                       MOVE BEFORE-UNIT-COST TO SORT-BEFORE-UNIT-COST
                   END-IF
               END-IF
               IF AUDIT-AFTER-IMAGE = SPACES
                   MOVE "N" TO SORT-AFTER-PRESENT
               ELSE
                   MOVE "Y" TO SORT-AFTER-PRESENT
                   MOVE AFTER-INVENTORY-ID TO SORT-INVENTORY-ID
                   IF AFTER-ON-HAND NUMERIC
                       MOVE AFTER-ON-HAND TO SORT-AFTER-ON-HAND
                   END-IF
                   IF AFTER-UNIT-COST NUMERIC
                       MOVE AFTER-UNIT-COST TO SORT-AFTER-UNIT-COST
                   END-IF
               END-IF
               RELEASE ACTIVITY-SORT-RECORD
           END-IF.
           PERFORM 300-READ-AUDIT-ENTRY.

      * SORT OUTPUT - LISTS EACH OPERATOR'S UPDATES, TOTALLING THE
      * OPERATOR WHEN THE NEXT ONE STARTS
       220-PRINT-OPERATOR-UPDATES.
           PERFORM 302-RETURN-SORTED-UPDATE.
           IF SORT-EOF-FLAG = "Y"
               MOVE "NO UPDATES JOURNALLED IN THE WEEK"
                   TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           ELSE
               MOVE SORT-OPERATOR-ID TO CURRENT-OPERATOR-ID
               MOVE ZERO TO OPERATOR-UPDATE-COUNT
               ADD 1 TO OPERATOR-COUNT
               PERFORM 221-PRINT-ONE-UPDATE
                   UNTIL SORT-EOF-FLAG = "Y"
               PERFORM 222-WRITE-OPERATOR-TOTAL
           END-IF.

      * STARTS A NEW OPERATOR WHEN THE ID CHANGES, THEN PRINTS THE
      * UPDATE WITH WHATEVER IMAGES IT CARRIES
       221-PRINT-ONE-UPDATE.
           MOVE SPACES TO UPDATE-LINE.
           IF SORT-OPERATOR-ID NOT = CURRENT-OPERATOR-ID
               PERFORM 222-WRITE-OPERATOR-TOTAL
               MOVE SORT-OPERATOR-ID TO CURRENT-OPERATOR-ID
               MOVE ZERO TO OPERATOR-UPDATE-COUNT
               ADD 1 TO OPERATOR-COUNT
           END-IF.
           IF OPERATOR-UPDATE-COUNT = ZERO
               IF SORT-OPERATOR-ID = SPACES
                   MOVE "(BATCH)" TO LINE-OPERATOR-ID
               ELSE
                   MOVE SORT-OPERATOR-ID TO LINE-OPERATOR-ID
               END-IF
           END-IF.
           ADD 1 TO OPERATOR-UPDATE-COUNT.
           IF SORT-OPERATOR-ID = SPACES
               ADD 1 TO BATCH-UPDATE-COUNT
           END-IF.
           MOVE SORT-RUN-DATE TO LINE-RUN-DATE.
           MOVE SORT-TRANS-CODE TO LINE-TRANS-CODE.
           EVALUATE SORT-TRANS-CODE
               WHEN "A"
                   MOVE "ITEM ADDED" TO LINE-UPDATE-TEXT
               WHEN "C"
                   MOVE "ITEM CHANGED" TO LINE-UPDATE-TEXT
               WHEN "D"
                   MOVE "DISCONTINUED" TO LINE-UPDATE-TEXT
               WHEN "G"
                   MOVE "MOVEMENT POSTED" TO LINE-UPDATE-TEXT
               WHEN "R"
                   MOVE "COST CHANGED" TO LINE-UPDATE-TEXT
               WHEN "N"
                   MOVE "COUNT VARIANCE" TO LINE-UPDATE-TEXT
               WHEN "V"
                   MOVE "ITEM PURGED" TO LINE-UPDATE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN CODE" TO LINE-UPDATE-TEXT
           END-EVALUATE.
           MOVE SORT-INVENTORY-ID TO LINE-INVENTORY-ID.
           IF SORT-BEFORE-PRESENT = "Y"
               MOVE SORT-BEFORE-ON-HAND TO QUANTITY-EDIT
               MOVE QUANTITY-EDIT TO LINE-BEFORE-ON-HAND
               MOVE SORT-BEFORE-UNIT-COST TO COST-EDIT
               MOVE COST-EDIT TO LINE-BEFORE-UNIT-COST
           END-IF.
           IF SORT-AFTER-PRESENT = "Y"
               MOVE SORT-AFTER-ON-HAND TO QUANTITY-EDIT
               MOVE QUANTITY-EDIT TO LINE-AFTER-ON-HAND
               MOVE SORT-AFTER-UNIT-COST TO COST-EDIT
               MOVE COST-EDIT TO LINE-AFTER-UNIT-COST
           END-IF.
           IF SORT-APPROVER-ID NOT = SPACES
               MOVE SORT-APPROVER-ID TO LINE-APPROVER-ID
               ADD 1 TO APPROVED-UPDATE-COUNT
           END-IF.
           WRITE REPORT-LINE-OUT FROM UPDATE-LINE.
           PERFORM 302-RETURN-SORTED-UPDATE.

      * TOTALS THE OPERATOR JUST LISTED
       222-WRITE-OPERATOR-TOTAL.
           IF CURRENT-OPERATOR-ID = SPACES
               MOVE "(BATCH)" TO TOTAL-OPERATOR-ID
           ELSE
               MOVE CURRENT-OPERATOR-ID TO TOTAL-OPERATOR-ID
           END-IF.
           MOVE OPERATOR-UPDATE-COUNT TO TOTAL-UPDATE-EDIT.
           WRITE REPORT-LINE-OUT FROM OPERATOR-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.

      * HEADS ONE SECTION OF THE PENDING-FILE LISTING AND WALKS THE
      * WHOLE FILE FOR THE ITEMS BELONGING IN IT
       230-LIST-PENDING-SECTION.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           EVALUATE LIST-SECTION
               WHEN "H"
                   MOVE "UPDATES HELD FOR APPROVAL IN THE WEEK"
                       TO REPORT-LINE-OUT
               WHEN "A"
                   MOVE "HELD UPDATES RELEASED OR APPROVED IN THE WEEK"
                       TO REPORT-LINE-OUT
               WHEN "X"
                   MOVE "HELD UPDATES REJECTED IN THE WEEK"
                       TO REPORT-LINE-OUT
           END-EVALUATE.
           WRITE REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT FROM PENDING-HEADING.
           MOVE ZERO TO SECTION-ITEM-COUNT.
           MOVE "N" TO PENDING-EOF-FLAG.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF PENDING-STATUS-FILED = "00" OR PENDING-STATUS-FILED = "05"
               PERFORM 301-READ-PENDING-ITEM
               PERFORM 231-LIST-ONE-PENDING-ITEM
                   UNTIL PENDING-EOF-FLAG = "Y"
               CLOSE PENDING-APPROVAL-FILE
           ELSE
               DISPLAY "PENDING-APPROVAL FILE NOT AVAILABLE - STATUS "
                   PENDING-STATUS-FILED
           END-IF.
           IF SECTION-ITEM-COUNT = ZERO
               MOVE "NONE" TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.

      * HELD = ENTERED IN THE WEEK WHATEVER HAS HAPPENED TO IT SINCE;
      * RELEASED OR APPROVED AND REJECTED = DECIDED IN THE WEEK
       231-LIST-ONE-PENDING-ITEM.
           MOVE "N" TO ITEM-SELECTED.
           EVALUATE LIST-SECTION
               WHEN "H"
                   IF PENDING-ENTRY-DATE NOT < WEEK-START-DATE
                       AND PENDING-ENTRY-DATE NOT > WEEK-END-DATE
                       MOVE "Y" TO ITEM-SELECTED
                       ADD 1 TO HELD-ITEM-COUNT
                   END-IF
               WHEN "A"
                   IF (PENDING-STATUS = "R" OR PENDING-STATUS = "A")
                       AND PENDING-DECISION-DATE NOT < WEEK-START-DATE
                       AND PENDING-DECISION-DATE NOT > WEEK-END-DATE
                       MOVE "Y" TO ITEM-SELECTED
                       ADD 1 TO RELEASED-ITEM-COUNT
                   END-IF
               WHEN "X"
                   IF PENDING-STATUS = "X"
                       AND PENDING-DECISION-DATE NOT < WEEK-START-DATE
                       AND PENDING-DECISION-DATE NOT > WEEK-END-DATE
                       MOVE "Y" TO ITEM-SELECTED
                       ADD 1 TO REJECTED-ITEM-COUNT
                   END-IF
           END-EVALUATE.
           IF ITEM-SELECTED = "Y"
               ADD 1 TO SECTION-ITEM-COUNT
               PERFORM 232-WRITE-PENDING-LINE
           END-IF.
           PERFORM 301-READ-PENDING-ITEM.

      * PRINTS THE HELD ITEM WITH WHERE IT STANDS NOW
       232-WRITE-PENDING-LINE.
           MOVE SPACES TO PENDING-LINE.
           MOVE PENDING-NUMBER TO LINE-PENDING-NUMBER.
           MOVE PENDING-TYPE TO LINE-PENDING-TYPE.
           MOVE PENDING-JOB TO LINE-PENDING-JOB.
           MOVE PENDING-INVENTORY-ID TO LINE-PENDING-ITEM.
           MOVE PENDING-VALUE TO LINE-PENDING-VALUE.
           MOVE PENDING-ENTERED-BY TO LINE-ENTERED-BY.
           MOVE PENDING-ENTRY-DATE TO LINE-ENTRY-DATE.
           MOVE PENDING-DECIDED-BY TO LINE-DECIDED-BY.
           IF PENDING-DECISION-DATE > ZERO
               MOVE PENDING-DECISION-DATE TO LINE-DECISION-DATE
           END-IF.
           IF PENDING-POSTED-DATE > ZERO
               MOVE PENDING-POSTED-DATE TO LINE-POSTED-DATE
           END-IF.
           EVALUATE PENDING-STATUS
               WHEN "H"
                   MOVE "HELD" TO LINE-PENDING-STATUS
               WHEN "R"
                   MOVE "RELEASED" TO LINE-PENDING-STATUS
               WHEN "A"
                   MOVE "APPLIED" TO LINE-PENDING-STATUS
               WHEN "X"
                   MOVE "REJECTED" TO LINE-PENDING-STATUS
               WHEN OTHER
                   MOVE PENDING-STATUS TO LINE-PENDING-STATUS
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM PENDING-LINE.

      * READS THE NEXT JOURNAL ENTRY, COUNTING IT
       300-READ-AUDIT-ENTRY.
           READ INVENT-AUDIT-FILE
               AT END
                   MOVE "Y" TO AUDIT-EOF-FLAG
               NOT AT END
                   ADD 1 TO AUDIT-LINE-COUNT
           END-READ.

      * READS THE NEXT ITEM ON THE PENDING-APPROVAL FILE
       301-READ-PENDING-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PENDING-EOF-FLAG
           END-READ.

      * RETURNS THE NEXT UPDATE IN OPERATOR ORDER
       302-RETURN-SORTED-UPDATE.
           RETURN ACTIVITY-SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-FLAG
           END-RETURN.

      * WRITES THE COUNTS, CLOSES THE FILES, AND SHOWS THE TOTALS
       203-TERMINATE.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "UPDATES JOURNALLED IN WEEK    " TO COUNT-CAPTION.
           MOVE WEEK-UPDATE-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "OPERATORS LISTED              " TO COUNT-CAPTION.
           MOVE OPERATOR-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "BATCH UPDATES, NO OPERATOR    " TO COUNT-CAPTION.
           MOVE BATCH-UPDATE-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "UPDATES POSTED ON APPROVAL    " TO COUNT-CAPTION.
           MOVE APPROVED-UPDATE-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "ITEMS HELD IN WEEK            " TO COUNT-CAPTION.
           MOVE HELD-ITEM-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "ITEMS RELEASED OR APPROVED    " TO COUNT-CAPTION.
           MOVE RELEASED-ITEM-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "ITEMS REJECTED                " TO COUNT-CAPTION.
           MOVE REJECTED-ITEM-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           CLOSE INVENT-AUDIT-FILE
                 ACTIVITY-REPORT-FILE.
           DISPLAY "JOURNAL RECORDS READ : " AUDIT-LINE-COUNT.
           DISPLAY "UPDATES IN THE WEEK : " WEEK-UPDATE-COUNT.
           DISPLAY "OPERATORS LISTED : " OPERATOR-COUNT.
           DISPLAY "ITEMS HELD : " HELD-ITEM-COUNT.
           DISPLAY "ITEMS RELEASED OR APPROVED : " RELEASED-ITEM-COUNT.
           DISPLAY "ITEMS REJECTED : " REJECTED-ITEM-COUNT.

       END PROGRAM LAB09AO.
