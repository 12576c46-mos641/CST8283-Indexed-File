      ******************************************************************
      * Author: Mostapha A
      * Purpose: Second-operator approval run for the updates LAB09B,
      *          LAB09G, LAB09N, and LAB09P held on the
      *          pending-approval file because their value went over
      *          the entering operator's limit. The approver signs on
      *          against the LAB09AM authority file and is shown each
      *          held update in turn - never one they entered
      *          themselves, and never one worth more than their own
      *          limit - and releases it, rejects it, or leaves it
      *          held. A released count variance, receipt cost
      *          change, or whole-record change is applied to the
      *          indexed file on the spot, journaled with the entering
      *          operator and the approver, and written to the GL
      *          activity file where it moves inventory value; a
      *          released adjustment is added to the day's movement
      *          feed carrying its approval number for LAB09G to
      *          post. Every decision is stamped on the pending record
      *          with the approver and the date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        UPDATES HELD OVER THE ENTERING OPERATOR'S VALUE LIMIT -
      *        WALKED IN PENDING-NUMBER ORDER
               SELECT OPTIONAL PENDING-APPROVAL-FILE
                   ASSIGN TO "../PENDING-APPROVALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PENDING-NUMBER
                                   FILE STATUS IS PENDING-STATUS-FILED.

      *        OPERATOR AUTHORITY FILE MAINTAINED BY LAB09AM - READ ONCE
      *        FOR THE SIGN-ON
               SELECT OPERATOR-AUTHORITY-FILE
                   ASSIGN TO "../OPERATOR-AUTHORITY.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS OPERATOR-ID
                                   FILE STATUS IS
                                       OPERATOR-STATUS-FILED.

      *        INDEXED FILE BUILT BY LAB09 - RELEASED VARIANCES, COST
      *        CHANGES, AND WHOLE-RECORD CHANGES ARE APPLIED TO IT
               SELECT INDEXED-INVENT-FILE
                   ASSIGN TO "../INDEXED-INVENT.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS INVENTORY-ID-OUT
                                  ALTERNATE KEY IS VENDOR-NAME-OUT
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

      *        CUMULATIVE BEFORE/AFTER IMAGE JOURNAL OF EVERY UPDATE
               SELECT OPTIONAL INVENT-AUDIT-FILE
                   ASSIGN TO "../INVENT-AUDIT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        CUMULATIVE VALUE MOVEMENTS FOR THE LAB09AB GL INTERFACE,
      *        SHARED WITH LAB09G, LAB09N, AND LAB09V
               SELECT OPTIONAL GL-ACTIVITY-FILE
                   ASSIGN TO "../GL-ACTIVITY.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        DAILY FEED OF STOCK MOVEMENTS LAB09G POSTS - RELEASED
      *        ADJUSTMENTS ARE ADDED TO IT WITH THEIR APPROVAL NUMBER
               SELECT OPTIONAL MOVEMENT-FILE
                   ASSIGN TO "../INVENT-MOVEMENTS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
      *    THE HELD UPDATE ITSELF - A CH CARRIES THE WHOLE RECORD AS
      *    IT WOULD HAVE BEEN REWRITTEN
           05 PENDING-DETAIL PIC X(87).
           05 PENDING-MOVEMENT-DETAIL REDEFINES PENDING-DETAIL.
               10 PENDING-MOVEMENT PIC X(63).
               10 FILLER PIC X(24).
           05 PENDING-VARIANCE-DETAIL REDEFINES PENDING-DETAIL.
               10 PENDING-VARIANCE-SIGN PIC X.
               10 PENDING-VARIANCE-UNITS PIC 9(5).
               10 PENDING-VARIANCE-INITIALS PIC X(3).
               10 FILLER PIC X(78).
           05 PENDING-COST-DETAIL REDEFINES PENDING-DETAIL.
               10 PENDING-OLD-UNIT-COST PIC 9(5)V99.
               10 PENDING-NEW-UNIT-COST PIC 9(5)V99.
               10 PENDING-COST-REFERENCE PIC X(10).
               10 FILLER PIC X(63).
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

       FD OPERATOR-AUTHORITY-FILE.
       01 OPERATOR-RECORD.
           05 OPERATOR-ID PIC X(8).
           05 OPERATOR-NAME PIC X(30).
           05 OPERATOR-PASSWORD PIC X(8).
      *    A = ACTIVE, I = INACTIVE
           05 OPERATOR-STATUS PIC X.
      *    LARGEST UPDATE VALUE THE OPERATOR MAY APPLY UNAPPROVED
           05 OPERATOR-VALUE-LIMIT PIC 9(7)V99.
      *    PROGRAMS GRANTED, EACH WITH THE CODES ALLOWED IN IT -
      *    SPACES ALLOW EVERY CODE
           05 OPERATOR-GRANT OCCURS 8 TIMES
               INDEXED BY GRANT-INDEX.
               10 OPERATOR-GRANT-PROGRAM PIC X(8).
               10 OPERATOR-GRANT-CODES PIC X(10).
           05 OPERATOR-CHANGE-DATE PIC 9(8).
           05 OPERATOR-CHANGED-BY PIC X(8).

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
       01 AUDIT-RECORD-OUT.
           05 AUDIT-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    N = COUNT VARIANCE, R = COST CHANGE, C = WHOLE-RECORD
      *    CHANGE, EACH AS RELEASED HERE
           05 AUDIT-TRANS-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR WHO ENTERED THE UPDATE BEFORE IT WAS HELD
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    SECOND OPERATOR WHO RELEASED IT
           05 AUDIT-APPROVER-ID PIC X(8).

       FD GL-ACTIVITY-FILE.
       01 GL-ACTIVITY-RECORD.
           05 GL-ACTIVITY-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 GL-ACTIVITY-JOB PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    RC = RECEIPT, IS = ISSUE, AJ = ADJUSTMENT, RV = RETURN TO
      *    VENDOR, CV = COUNT VARIANCE, RP = REVALUATION, PG = PURGE
           05 GL-ACTIVITY-TYPE PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 GL-ACTIVITY-INVENTORY-ID PIC X(9).
           05 FILLER PIC X VALUE SPACE.
      *    + WHEN INVENTORY VALUE WENT UP, - WHEN IT WENT DOWN
           05 GL-ACTIVITY-SIGN PIC X.
           05 GL-ACTIVITY-QUANTITY PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
      *    COST IN FORCE WHEN THE UPDATE WAS APPLIED - ON A
      *    REVALUATION THE MOVE IN UNIT COST ACROSS THE ON-HAND
           05 GL-ACTIVITY-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X VALUE SPACE.
           05 GL-ACTIVITY-VALUE PIC 9(10)V99.
           05 FILLER PIC X VALUE SPACE.
           05 GL-ACTIVITY-REFERENCE PIC X(10).

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD-OUT.
      *    ALWAYS J - ONLY ADJUSTMENTS COME BACK THROUGH THE FEED
           05 MOVEMENT-CODE PIC X.
           05 MOVEMENT-INVENTORY-ID PIC X(9).
           05 MOVEMENT-QUANTITY PIC 9(5).
      *    DIRECTION OF THE ADJUSTMENT (+ OR -)
           05 MOVEMENT-SIGN PIC X.
           05 MOVEMENT-REFERENCE PIC X(10).
           05 MOVEMENT-UNIT-COST PIC X(7).
      *    LOCATION THE ADJUSTMENT POSTS TO
           05 MOVEMENT-LOCATION PIC X(3).
           05 MOVEMENT-TO-LOCATION PIC X(3).
      *    LOT ADJUSTED, BLANK TO DRAW EARLIEST-EXPIRY-FIRST
           05 MOVEMENT-LOT-NUMBER PIC X(10).
           05 MOVEMENT-EXPIRY-DATE PIC X(8).
      *    PENDING NUMBER OF THE RELEASE - LAB09G POSTS THE ADJUSTMENT
      *    ONLY WHEN IT MATCHES A RELEASED HOLD
           05 MOVEMENT-APPROVAL-NUMBER PIC X(6).
           05 MOVEMENT-APPROVAL-NUMBER-N
               REDEFINES MOVEMENT-APPROVAL-NUMBER PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG FOR THE WALK OF THE PENDING FILE
           05 EOF-FLAG PIC A VALUE "N".
      *    STORES STATUS OF INDEXED FILE I/O
           05 STATUS-FILED PIC X(2).
      *    OPERATOR CHOICE FOR THE UPDATE ON SCREEN - R/X/S/Q
           05 OPERATOR-CHOICE PIC X.
      *    Y ONCE THE APPROVER QUITS - REMAINING UPDATES STAY HELD
           05 QUIT-REQUESTED PIC A VALUE "N".
      *    Y WHEN THE RELEASED UPDATE WAS APPLIED OR FED BACK
           05 RELEASE-APPLIED PIC A.
      *    DATE THIS APPROVAL SESSION RAN
           05 RUN-DATE PIC 9(8).
       01 SIGN-ON-FIELDS.
      *    STORES STATUS OF OPERATOR AUTHORITY FILE I/O
           05 OPERATOR-STATUS-FILED PIC X(2).
      *    OPERATOR ID AND PASSWORD KEYED AT SIGN-ON
           05 SIGN-ON-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD PIC X(8).
      *    Y ONCE THE OPERATOR IS ON FILE, ACTIVE, AND GRANTED THIS
      *    PROGRAM
           05 SIGN-ON-VALID PIC A VALUE "N".
      *    LARGEST UPDATE VALUE THE APPROVER MAY RELEASE
           05 SIGNED-ON-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 APPROVAL-FIELDS.
      *    STORES STATUS OF PENDING-APPROVAL FILE I/O
           05 PENDING-STATUS-FILED PIC X(2).
      *    Y WHEN THE PENDING-APPROVAL FILE OPENED
           05 PENDING-PRESENT PIC A VALUE "N".
      *    THE HELD WHOLE-RECORD CHANGE, FIELD BY FIELD
           05 HELD-RECORD.
               10 HELD-INVENTORY-ID PIC X(9).
               10 HELD-VENDOR-NAME PIC X(20).
               10 HELD-DESCRIPTION PIC X(40).
               10 HELD-QUANTITY PIC 9(5).
               10 HELD-UNIT-COST PIC 9(5)V99.
               10 HELD-REORDER-POINT PIC 9(5).
               10 HELD-ITEM-STATUS PIC X.
      *    COST AND STATUS AS FILED BEFORE THE RELEASED UPDATE
           05 PRIOR-UNIT-COST PIC 9(5)V99.
           05 SAVED-ITEM-STATUS PIC X.
      *    VALUE OF THE RELEASED VARIANCE OR COST MOVE
           05 RELEASE-VALUE PIC 9(10)V99.
      *    EDITED FIGURES FOR THE SCREEN
           05 VALUE-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 OLD-COST-EDIT PIC ZZ,ZZ9.99.
           05 NEW-COST-EDIT PIC ZZ,ZZ9.99.
       01 AUDIT-IMAGES.
      *    CODE THE RELEASED UPDATE IS JOURNALED UNDER
           05 JOURNAL-TRANS-CODE PIC X.
      *    RECORD CONTENT BEFORE THE RELEASED UPDATE
           05 BEFORE-IMAGE PIC X(87).
       01 SESSION-TOTALS.
      *    HOW THE HELD UPDATES FELL OUT THIS SESSION
           05 RELEASED-COUNT PIC 9(6) VALUE ZERO.
           05 REJECTED-COUNT PIC 9(6) VALUE ZERO.
           05 LEFT-HELD-COUNT PIC 9(6) VALUE ZERO.
      *    HELD UPDATES NOT SHOWN - ENTERED BY THE APPROVER, OR WORTH
      *    MORE THAN THE APPROVER'S LIMIT
           05 OWN-ENTRY-COUNT PIC 9(6) VALUE ZERO.
           05 OVER-LIMIT-COUNT PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       100-APPROVE-HELD-UPDATES.
           PERFORM 217-SIGN-ON-OPERATOR.
           IF SIGN-ON-VALID = "Y"
               PERFORM 201-INITIALIZE
               PERFORM 202-WORK-HELD-UPDATES UNTIL EOF-FLAG = "Y"
               PERFORM 203-TERMINATE
           ELSE
               DISPLAY "RUN REFUSED - NO VALID OPERATOR SIGN-ON FOR"
                   " LAB09AN"
           END-IF.
           STOP RUN.

      * TAKES THE OPERATOR ID AND PASSWORD - THE OPERATOR MUST BE ON
      * THE AUTHORITY FILE, ACTIVE, AND GRANTED THIS PROGRAM
       217-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-AUTHORITY-FILE.
           IF OPERATOR-STATUS-FILED = "00"
               DISPLAY "OPERATOR ID: "
               ACCEPT SIGN-ON-ID
               DISPLAY "PASSWORD: "
               ACCEPT SIGN-ON-PASSWORD
               MOVE SIGN-ON-ID TO OPERATOR-ID
               READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   DISPLAY "OPERATOR " SIGN-ON-ID " NOT ON FILE"
               NOT INVALID KEY
                   IF OPERATOR-PASSWORD NOT = SIGN-ON-PASSWORD
                       OR OPERATOR-STATUS NOT = "A"
                       DISPLAY "SIGN-ON REFUSED FOR OPERATOR "
                           SIGN-ON-ID
                   ELSE
                       PERFORM 218-FIND-PROGRAM-GRANT
                   END-IF
               END-READ
               CLOSE OPERATOR-AUTHORITY-FILE
           ELSE
               DISPLAY "NO OPERATOR AUTHORITY FILE - RUN LAB09AM TO"
                   " SET UP OPERATORS"
           END-IF.

      * LOOKS FOR THIS PROGRAM AMONG THE OPERATOR'S GRANTS, TAKING ITS
      * VALUE LIMIT
       218-FIND-PROGRAM-GRANT.
           SET GRANT-INDEX TO 1.
           SEARCH OPERATOR-GRANT
               AT END
                   DISPLAY "OPERATOR " SIGN-ON-ID
                       " NOT AUTHORIZED FOR LAB09AN"
               WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX) = "LAB09AN"
                   MOVE "Y" TO SIGN-ON-VALID
                   MOVE OPERATOR-VALUE-LIMIT TO SIGNED-ON-LIMIT
           END-SEARCH.

      * OPENS THE PENDING FILE AT ITS FIRST RECORD AND THE FILES A
      * RELEASE TOUCHES
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF PENDING-STATUS-FILED = "00" OR PENDING-STATUS-FILED = "05"
               MOVE "Y" TO PENDING-PRESENT
               MOVE ZERO TO PENDING-NUMBER
               START PENDING-APPROVAL-FILE
                   KEY IS NOT LESS THAN PENDING-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
           ELSE
               DISPLAY "PENDING-APPROVAL FILE NOT AVAILABLE - STATUS "
                   PENDING-STATUS-FILED " - NOTHING TO APPROVE"
               MOVE "Y" TO EOF-FLAG
           END-IF.
           OPEN I-O INDEXED-INVENT-FILE.
           OPEN EXTEND INVENT-AUDIT-FILE.
           OPEN EXTEND GL-ACTIVITY-FILE.
           OPEN EXTEND MOVEMENT-FILE.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 300-READ-PENDING
           END-IF.

      * WORKS ONE PENDING RECORD AND READS THE NEXT
       202-WORK-HELD-UPDATES.
           IF PENDING-STATUS = "H"
               PERFORM 301-WORK-ONE-HELD-UPDATE
           END-IF.
           PERFORM 300-READ-PENDING.

      * CLOSES THE FILES AND REPORTS HOW THE HELD UPDATES FELL OUT
       203-TERMINATE.
           CLOSE INDEXED-INVENT-FILE
                 INVENT-AUDIT-FILE
                 GL-ACTIVITY-FILE
                 MOVEMENT-FILE.
           IF PENDING-PRESENT = "Y"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           DISPLAY "APPROVAL SESSION COMPLETE FOR : " RUN-DATE.
           DISPLAY "UPDATES RELEASED         : " RELEASED-COUNT.
           DISPLAY "UPDATES REJECTED         : " REJECTED-COUNT.
           DISPLAY "LEFT HELD                : " LEFT-HELD-COUNT.
           DISPLAY "YOUR OWN ENTRIES, NOT SHOWN   : " OWN-ENTRY-COUNT.
           DISPLAY "OVER YOUR LIMIT, NOT SHOWN    : " OVER-LIMIT-COUNT.
           DISPLAY "APPROVER                 : " SIGN-ON-ID.

      * READS THE NEXT PENDING RECORD IN NUMBER ORDER
       300-READ-PENDING.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.

      * SHOWS A HELD UPDATE THE APPROVER MAY DECIDE AND ACTS ON THE
      * CHOICE - AFTER A QUIT THE REST STAY HELD
       301-WORK-ONE-HELD-UPDATE.
           IF PENDING-ENTERED-BY = SIGN-ON-ID
               ADD 1 TO OWN-ENTRY-COUNT
           ELSE
               IF PENDING-VALUE > SIGNED-ON-LIMIT
                   ADD 1 TO OVER-LIMIT-COUNT
               ELSE
                   IF QUIT-REQUESTED = "Y"
                       ADD 1 TO LEFT-HELD-COUNT
                   ELSE
                       PERFORM 302-DISPLAY-HELD-UPDATE
                       DISPLAY "R = RELEASE, X = REJECT, S = SKIP,"
                           " Q = QUIT (REST STAY HELD): "
                       ACCEPT OPERATOR-CHOICE
                       EVALUATE OPERATOR-CHOICE
                           WHEN "R"
                           WHEN "r"
                               PERFORM 310-RELEASE-HELD-UPDATE
                           WHEN "X"
                           WHEN "x"
                               PERFORM 320-REJECT-HELD-UPDATE
                           WHEN "Q"
                           WHEN "q"
                               MOVE "Y" TO QUIT-REQUESTED
                               ADD 1 TO LEFT-HELD-COUNT
                           WHEN OTHER
                               ADD 1 TO LEFT-HELD-COUNT
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      * PAINTS THE HELD UPDATE FOR THE APPROVER
       302-DISPLAY-HELD-UPDATE.
           MOVE PENDING-VALUE TO VALUE-EDIT.
           DISPLAY " ".
           DISPLAY "PENDING " PENDING-NUMBER
               " TYPE " PENDING-TYPE
               " FROM " PENDING-JOB
               " ENTERED " PENDING-ENTRY-DATE
               " BY " PENDING-ENTERED-BY.
           DISPLAY "  ITEM        : " PENDING-INVENTORY-ID.
           DISPLAY "  VALUE       : " VALUE-EDIT.
           EVALUATE PENDING-TYPE
               WHEN "AJ"
                   MOVE PENDING-MOVEMENT TO MOVEMENT-RECORD-OUT
                   DISPLAY "  ADJUSTMENT  : " MOVEMENT-SIGN
                       MOVEMENT-QUANTITY " AT " MOVEMENT-LOCATION
                       " LOT " MOVEMENT-LOT-NUMBER
                   DISPLAY "  REFERENCE   : " MOVEMENT-REFERENCE
               WHEN "CV"
                   DISPLAY "  VARIANCE    : " PENDING-VARIANCE-SIGN
                       PENDING-VARIANCE-UNITS " COUNTED BY "
                       PENDING-VARIANCE-INITIALS
               WHEN "RP"
                   MOVE PENDING-OLD-UNIT-COST TO OLD-COST-EDIT
                   MOVE PENDING-NEW-UNIT-COST TO NEW-COST-EDIT
                   DISPLAY "  UNIT COST   : " OLD-COST-EDIT " -> "
                       NEW-COST-EDIT
                   DISPLAY "  REFERENCE   : " PENDING-COST-REFERENCE
               WHEN "CH"
                   MOVE PENDING-DETAIL TO HELD-RECORD
                   MOVE HELD-UNIT-COST TO NEW-COST-EDIT
                   DISPLAY "  CHANGED TO  : "
                   DISPLAY "    VENDOR      : " HELD-VENDOR-NAME
                   DISPLAY "    DESCRIPTION : " HELD-DESCRIPTION
                   DISPLAY "    QTY ON HAND : " HELD-QUANTITY
                   DISPLAY "    UNIT COST   : " NEW-COST-EDIT
                   DISPLAY "    REORDER PT  : " HELD-REORDER-POINT
           END-EVALUATE.

      * APPLIES THE RELEASED UPDATE BY TYPE AND STAMPS THE DECISION -
      * ONE THAT CANNOT BE APPLIED STAYS HELD
       310-RELEASE-HELD-UPDATE.
           MOVE "N" TO RELEASE-APPLIED.
           EVALUATE PENDING-TYPE
               WHEN "AJ"
                   PERFORM 311-RELEASE-ADJUSTMENT
               WHEN "CV"
                   PERFORM 312-APPLY-COUNT-VARIANCE
               WHEN "RP"
                   PERFORM 313-APPLY-COST-CHANGE
               WHEN "CH"
                   PERFORM 314-APPLY-RECORD-CHANGE
               WHEN OTHER
                   DISPLAY "UNKNOWN UPDATE TYPE '" PENDING-TYPE
                       "' ON PENDING " PENDING-NUMBER
           END-EVALUATE.
           IF RELEASE-APPLIED = "Y"
      *        A RELEASED ADJUSTMENT IS NOT APPLIED UNTIL LAB09G POSTS
      *        IT FROM THE FEED
               IF PENDING-TYPE = "AJ"
                   MOVE "R" TO PENDING-STATUS
               ELSE
                   MOVE "A" TO PENDING-STATUS
                   MOVE RUN-DATE TO PENDING-POSTED-DATE
               END-IF
               PERFORM 321-RECORD-DECISION
               ADD 1 TO RELEASED-COUNT
           ELSE
               DISPLAY "UPDATE NOT APPLIED - PENDING " PENDING-NUMBER
                   " LEFT HELD"
               ADD 1 TO LEFT-HELD-COUNT
           END-IF.

      * ADDS THE HELD ADJUSTMENT TO THE MOVEMENT FEED CARRYING ITS
      * PENDING NUMBER - LAB09G POSTS IT WHATEVER ITS VALUE AND MARKS
      * THE PENDING RECORD APPLIED
       311-RELEASE-ADJUSTMENT.
           MOVE PENDING-MOVEMENT TO MOVEMENT-RECORD-OUT.
           MOVE PENDING-NUMBER TO MOVEMENT-APPROVAL-NUMBER-N.
           WRITE MOVEMENT-RECORD-OUT.
           MOVE "Y" TO RELEASE-APPLIED.
           DISPLAY "ADJUSTMENT ADDED TO THE MOVEMENT FEED - POSTS ON"
               " THE NEXT LAB09G RUN".

      * APPLIES THE HELD VARIANCE TO ON-HAND AT THE COST NOW IN FORCE,
      * AS LAB09N WOULD HAVE
       312-APPLY-COUNT-VARIANCE.
           MOVE PENDING-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "ITEM NOT ON FILE - " PENDING-INVENTORY-ID
           NOT INVALID KEY
               MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
               COMPUTE RELEASE-VALUE =
                   PENDING-VARIANCE-UNITS * UNIT-COST-OUT
               EVALUATE PENDING-VARIANCE-SIGN
                   WHEN "+"
                       ADD PENDING-VARIANCE-UNITS
                           TO QUANTITY-ON-HAND-OUT
                       ON SIZE ERROR
                           DISPLAY "ADJUSTMENT OVERFLOWS ON-HAND FOR "
                               PENDING-INVENTORY-ID
                       NOT ON SIZE ERROR
                           MOVE "N" TO JOURNAL-TRANS-CODE
                           PERFORM 315-REWRITE-RELEASED-ITEM
                       END-ADD
                   WHEN "-"
                       IF PENDING-VARIANCE-UNITS > QUANTITY-ON-HAND-OUT
                           DISPLAY "ADJUSTMENT EXCEEDS ON-HAND FOR "
                               PENDING-INVENTORY-ID
                               " - ON-HAND HAS MOVED SINCE THE COUNT"
                       ELSE
                           SUBTRACT PENDING-VARIANCE-UNITS
                               FROM QUANTITY-ON-HAND-OUT
                           MOVE "N" TO JOURNAL-TRANS-CODE
                           PERFORM 315-REWRITE-RELEASED-ITEM
                       END-IF
               END-EVALUATE
           END-READ.
           IF RELEASE-APPLIED = "Y"
               MOVE "CV" TO GL-ACTIVITY-TYPE
               MOVE PENDING-VARIANCE-SIGN TO GL-ACTIVITY-SIGN
               MOVE PENDING-VARIANCE-UNITS TO GL-ACTIVITY-QUANTITY
               MOVE UNIT-COST-OUT TO GL-ACTIVITY-UNIT-COST
               MOVE RELEASE-VALUE TO GL-ACTIVITY-VALUE
               MOVE "COUNT" TO GL-ACTIVITY-REFERENCE
               PERFORM 317-APPEND-GL-ACTIVITY
           END-IF.

      * SETS THE COST THE RECEIPT WOULD HAVE SET AND VALUES THE MOVE
      * ACROSS THE ON-HAND NOW ON FILE AS A REVALUATION - THE NEW
      * COST WAS AVERAGED FROM THE OLD ONE, SO IF THE COST HAS MOVED
      * SINCE THE HOLD THE CHANGE NO LONGER APPLIES AND STAYS HELD
       313-APPLY-COST-CHANGE.
           MOVE PENDING-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "ITEM NOT ON FILE - " PENDING-INVENTORY-ID
           NOT INVALID KEY
               IF UNIT-COST-OUT NOT EQUAL TO PENDING-OLD-UNIT-COST
                   DISPLAY "COST OF " PENDING-INVENTORY-ID
                       " HAS MOVED SINCE THE CHANGE WAS HELD"
               ELSE
                   MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
                   MOVE UNIT-COST-OUT TO PRIOR-UNIT-COST
                   MOVE PENDING-NEW-UNIT-COST TO UNIT-COST-OUT
                   MOVE "R" TO JOURNAL-TRANS-CODE
                   PERFORM 315-REWRITE-RELEASED-ITEM
               END-IF
           END-READ.
           IF RELEASE-APPLIED = "Y"
               AND UNIT-COST-OUT NOT EQUAL TO PRIOR-UNIT-COST
               MOVE "RP" TO GL-ACTIVITY-TYPE
               MOVE QUANTITY-ON-HAND-OUT TO GL-ACTIVITY-QUANTITY
               IF UNIT-COST-OUT > PRIOR-UNIT-COST
                   MOVE "+" TO GL-ACTIVITY-SIGN
                   COMPUTE GL-ACTIVITY-UNIT-COST =
                       UNIT-COST-OUT - PRIOR-UNIT-COST
               ELSE
                   MOVE "-" TO GL-ACTIVITY-SIGN
                   COMPUTE GL-ACTIVITY-UNIT-COST =
                       PRIOR-UNIT-COST - UNIT-COST-OUT
               END-IF
               COMPUTE GL-ACTIVITY-VALUE =
                   GL-ACTIVITY-QUANTITY * GL-ACTIVITY-UNIT-COST
               MOVE PENDING-COST-REFERENCE TO GL-ACTIVITY-REFERENCE
               PERFORM 317-APPEND-GL-ACTIVITY
           END-IF.

      * REWRITES THE ITEM AS THE HELD CHANGE HAD IT - THE STATUS ON
      * FILE STANDS, AS IT DOES FOR ANY WHOLE-RECORD CHANGE. THE
      * CHANGE CARRIES THE WHOLE RECORD, SO AN ITEM THAT HAS MOVED
      * SINCE THE HOLD WOULD LOSE THOSE POSTINGS - IT STAYS HELD
       314-APPLY-RECORD-CHANGE.
           MOVE PENDING-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "ITEM NOT ON FILE - " PENDING-INVENTORY-ID
           NOT INVALID KEY
               IF INVENTORY-RECORD-OUT NOT EQUAL TO PENDING-BEFORE-IMAGE
                   DISPLAY "ITEM " PENDING-INVENTORY-ID
                       " HAS MOVED SINCE THE CHANGE WAS HELD"
               ELSE
                   MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
                   MOVE ITEM-STATUS-OUT TO SAVED-ITEM-STATUS
                   MOVE PENDING-DETAIL TO INVENTORY-RECORD-OUT
                   IF SAVED-ITEM-STATUS NOT = SPACE
                       MOVE SAVED-ITEM-STATUS TO ITEM-STATUS-OUT
                   ELSE
                       MOVE "A" TO ITEM-STATUS-OUT
                   END-IF
                   MOVE "C" TO JOURNAL-TRANS-CODE
                   PERFORM 315-REWRITE-RELEASED-ITEM
               END-IF
           END-READ.

      * REWRITES THE ITEM AND JOURNALS IT UNDER THE CODE SET BY THE
      * CALLER
       315-REWRITE-RELEASED-ITEM.
           REWRITE INVENTORY-RECORD-OUT
           INVALID KEY
               DISPLAY "REWRITE FAILED FOR " PENDING-INVENTORY-ID
                   " STATUS FILED IS " STATUS-FILED
           NOT INVALID KEY
               MOVE "Y" TO RELEASE-APPLIED
               PERFORM 316-JOURNAL-RELEASED-ITEM
           END-REWRITE.

      * JOURNALS THE ITEM WITH ITS BEFORE AND AFTER IMAGES, THE
      * OPERATOR WHO ENTERED THE UPDATE, AND THE APPROVER
       316-JOURNAL-RELEASED-ITEM.
           MOVE RUN-DATE TO AUDIT-RUN-DATE.
           MOVE JOURNAL-TRANS-CODE TO AUDIT-TRANS-CODE.
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE INVENTORY-RECORD-OUT TO AUDIT-AFTER-IMAGE.
           MOVE PENDING-ENTERED-BY TO AUDIT-OPERATOR-ID.
           MOVE SIGN-ON-ID TO AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD-OUT.

      * APPENDS THE RELEASED UPDATE'S VALUE MOVEMENT TO THE GL
      * ACTIVITY FILE - TYPE, SIGN, AND AMOUNTS ARE SET BY THE CALLER
       317-APPEND-GL-ACTIVITY.
           MOVE RUN-DATE TO GL-ACTIVITY-DATE.
           MOVE "LAB09AN" TO GL-ACTIVITY-JOB.
           MOVE PENDING-INVENTORY-ID TO GL-ACTIVITY-INVENTORY-ID.
           WRITE GL-ACTIVITY-RECORD.

      * MARKS THE HELD UPDATE REJECTED - THE ITEM IS NEVER TOUCHED
       320-REJECT-HELD-UPDATE.
           MOVE "X" TO PENDING-STATUS.
           PERFORM 321-RECORD-DECISION.
           ADD 1 TO REJECTED-COUNT.

      * STAMPS THE APPROVER AND THE DATE ON THE PENDING RECORD
       321-RECORD-DECISION.
           MOVE SIGN-ON-ID TO PENDING-DECIDED-BY.
           MOVE RUN-DATE TO PENDING-DECISION-DATE.
           REWRITE PENDING-RECORD
           INVALID KEY
               DISPLAY "*** DECISION NOT RECORDED FOR PENDING "
                   PENDING-NUMBER " STATUS FILED IS "
                   PENDING-STATUS-FILED
           END-REWRITE.

       END PROGRAM LAB09AN.
