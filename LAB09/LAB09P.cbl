      *          worked twice; records skipped or still failing stay
      *          on the log. Corrected records pass the same vendor
      *          validation as the load, the write is journaled, and
      *          the control totals are carried forward. The session
      *          takes an operator sign-on against the LAB09AM
      *          authority file and stamps the operator on the journal
      *          and the resolved record. A correction to a record
      *          already on file that moves its on-hand value by more
      *          than the operator's limit is held on the
      *          pending-approval file for a second operator in
      *          LAB09AN, and the exception leaves the log marked held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09P.
                       ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-STATUS.

      *        OPERATOR AUTHORITY FILE MAINTAINED BY LAB09AM - READ ONCE
      *        FOR THE SIGN-ON
               SELECT OPERATOR-AUTHORITY-FILE
                   ASSIGN TO "../OPERATOR-AUTHORITY.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS OPERATOR-ID
                                   FILE STATUS IS
                                       OPERATOR-STATUS-FILED.

      *        CORRECTIONS OVER THE OPERATOR'S VALUE LIMIT, HELD FOR A
      *        SECOND OPERATOR TO RELEASE OR REJECT IN LAB09AN
               SELECT OPTIONAL PENDING-APPROVAL-FILE
                   ASSIGN TO "../PENDING-APPROVALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PENDING-NUMBER
                                   FILE STATUS IS PENDING-STATUS-FILED.

       DATA DIVISION.
       FILE SECTION.
       FD INVENT-EXCEPTION-FILE.
               10 EXCEPTION-QUANTITY PIC X(5).
               10 EXCEPTION-UNIT-COST PIC X(7).
               10 EXCEPTION-REORDER-POINT PIC X(5).
           05 FILLER PIC X.
      *    OPERATOR SIGNED ON WHEN THE RECORD WAS REJECTED - SPACES
      *    FOR A REJECT FROM THE LAB09 LOAD
           05 EXCEPTION-OPERATOR-ID PIC X(8).

       FD EXCEPTION-WORK-FILE.
       01 EXCEPTION-WORK-RECORD PIC X(114).

       FD EXCEPTION-RESOLVED-FILE.
       01 EXCEPTION-RESOLVED-RECORD.
           05 RESOLVED-EXCEPTION-IMAGE PIC X(114).
           05 FILLER PIC X VALUE SPACE.
      *    DATE THE OPERATOR RESUBMITTED THE RECORD
           05 RESOLVED-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR WHO RESUBMITTED IT
           05 RESOLVED-OPERATOR-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    R = RESUBMITTED INTO THE FILE, H = HELD FOR APPROVAL ON
      *    THE PENDING-APPROVAL FILE
           05 RESOLVED-OUTCOME PIC X.

       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 VENDOR-MASTER-TERMS PIC X(10).
      *    A = ACTIVE, I = INACTIVE
           05 VENDOR-MASTER-STATUS PIC X.
      *    QUOTED DAYS FROM ORDER TO DELIVERY - ZERO WHEN NONE AGREED
           05 VENDOR-MASTER-LEAD-DAYS PIC 9(3).

       FD INVENT-AUDIT-FILE.
       01 AUDIT-RECORD-OUT.
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR SIGNED ON WHEN THE UPDATE WAS ENTERED
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    SECOND OPERATOR WHO RELEASED A HELD UPDATE
           05 AUDIT-APPROVER-ID PIC X(8).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 FILLER PIC X VALUE SPACE.
           05 CONTROL-UPDATE-JOB PIC X(8).

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

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG
           05 QUIT-REQUESTED PIC A VALUE "N".
      *    Y WHEN THE CORRECTED RECORD MADE IT INTO THE INDEXED FILE
           05 RESUBMIT-APPLIED PIC A.
      *    Y WHEN THE CORRECTION WAS HELD FOR APPROVAL INSTEAD
           05 RESUBMIT-HELD PIC A.
      *    DATE THIS RESUBMISSION SESSION RAN
           05 RUN-DATE PIC 9(8).
       01 CORRECTION-FIELDS.
      *    HOW THE LOGGED EXCEPTIONS FELL OUT THIS SESSION
           05 RESOLVED-COUNT PIC 9(6) VALUE ZERO.
           05 STILL-OPEN-COUNT PIC 9(6) VALUE ZERO.
           05 HELD-COUNT PIC 9(6) VALUE ZERO.
       01 SIGN-ON-FIELDS.
      *    STORES STATUS OF OPERATOR AUTHORITY FILE I/O
           05 OPERATOR-STATUS-FILED PIC X(2).
      *    OPERATOR ID AND PASSWORD KEYED AT SIGN-ON
           05 SIGN-ON-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD PIC X(8).
      *    Y ONCE THE OPERATOR IS ON FILE, ACTIVE, AND GRANTED THIS
      *    PROGRAM
           05 SIGN-ON-VALID PIC A VALUE "N".
      *    LARGEST CHANGE VALUE THE OPERATOR MAY APPLY UNAPPROVED
           05 SIGNED-ON-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 APPROVAL-HOLD-FIELDS.
      *    STORES STATUS OF PENDING-APPROVAL FILE I/O
           05 PENDING-STATUS-FILED PIC X(2).
      *    Y WHEN THE PENDING-APPROVAL FILE OPENED - WITHOUT IT AN
      *    OVER-LIMIT CORRECTION STAYS OPEN ON THE LOG
           05 PENDING-PRESENT PIC A VALUE "N".
      *    END OF FILE FLAG FOR THE STARTUP SCAN OF THE PENDING FILE
           05 PENDING-EOF-FLAG PIC A.
      *    NUMBER OF THE NEXT CORRECTION HELD, CONTINUED FROM THE
      *    HIGHEST ONE ALREADY ON FILE
           05 NEXT-PENDING-NUMBER PIC 9(6) VALUE ZERO.
      *    ON-HAND VALUE OF THE ITEM BEFORE AND AFTER THE CORRECTION,
      *    AND THE DIFFERENCE TESTED AGAINST THE OPERATOR'S LIMIT
           05 BEFORE-VALUE PIC 9(11)V99.
           05 AFTER-VALUE PIC 9(11)V99.
           05 CHANGE-VALUE PIC 9(11)V99.

       PROCEDURE DIVISION.
       100-REWORK-EXCEPTIONS.
           PERFORM 217-SIGN-ON-OPERATOR.
           IF SIGN-ON-VALID = "Y"
               PERFORM 201-INITIALIZE
               PERFORM 202-WORK-EXCEPTIONS UNTIL EOF-FLAG = "Y"
               PERFORM 203-TERMINATE
           ELSE
               DISPLAY "RUN REFUSED - NO VALID OPERATOR SIGN-ON FOR"
                   " LAB09P"
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
                       " NOT AUTHORIZED FOR LAB09P"
               WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX) = "LAB09P"
                   MOVE "Y" TO SIGN-ON-VALID
                   MOVE OPERATOR-VALUE-LIMIT TO SIGNED-ON-LIMIT
           END-SEARCH.

      * OPEN THE LOG, ITS REPLACEMENT, AND THE FILES A RESUBMISSION
      * TOUCHES
       201-INITIALIZE.
           OPEN EXTEND INVENT-AUDIT-FILE.
           PERFORM 204-OPEN-VENDOR-MASTER.
           PERFORM 205-READ-CONTROL-TOTALS.
           PERFORM 211-OPEN-PENDING-APPROVALS.
           PERFORM 300-READ-EXCEPTION.

      * OPENS THE PENDING-APPROVAL FILE AND FINDS THE HIGHEST NUMBER
      * ALREADY USED SO HELD UPDATES CONTINUE THE NUMBERING
       211-OPEN-PENDING-APPROVALS.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF PENDING-STATUS-FILED = "00" OR PENDING-STATUS-FILED = "05"
               MOVE "Y" TO PENDING-PRESENT
               MOVE "N" TO PENDING-EOF-FLAG
               MOVE ZERO TO PENDING-NUMBER
               START PENDING-APPROVAL-FILE
                   KEY IS NOT LESS THAN PENDING-NUMBER
                   INVALID KEY
                       MOVE "Y" TO PENDING-EOF-FLAG
               END-START
               PERFORM 212-SCAN-ONE-PENDING
                   UNTIL PENDING-EOF-FLAG = "Y"
           ELSE
               DISPLAY "PENDING-APPROVAL FILE NOT AVAILABLE - STATUS "
                   PENDING-STATUS-FILED " - OVER-LIMIT CORRECTIONS"
                   " STAY OPEN"
           END-IF.

      * READS ONE PENDING RECORD, KEEPING THE LAST NUMBER SEEN
       212-SCAN-ONE-PENDING.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PENDING-EOF-FLAG
               NOT AT END
                   MOVE PENDING-NUMBER TO NEXT-PENDING-NUMBER
           END-READ.

      * OPENS THE VENDOR MASTER FOR LOOKUPS - A SITE THAT HAS NOT
      * BUILT ONE YET RESUBMITS WITHOUT VENDOR VALIDATION
       204-OPEN-VENDOR-MASTER.
                 EXCEPTION-RESOLVED-FILE
                 INDEXED-INVENT-FILE
                 INVENT-AUDIT-FILE.
           IF PENDING-PRESENT = "Y"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           IF VENDOR-MASTER-PRESENT = "Y"
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           DISPLAY "RESUBMISSION SESSION COMPLETE".
           DISPLAY "EXCEPTIONS RESOLVED   : " RESOLVED-COUNT.
           DISPLAY "EXCEPTIONS STILL OPEN : " STILL-OPEN-COUNT.
           DISPLAY "HELD FOR APPROVAL     : " HELD-COUNT.
           DISPLAY "OPERATOR              : " SIGN-ON-ID.

      * READS A LOGGED EXCEPTION RECORD
       300-READ-EXCEPTION.
           DISPLAY " ".
           DISPLAY "EXCEPTION " EXCEPTION-SEQ-NO
               " FILED " EXCEPTION-RUN-DATE
               " REASON " EXCEPTION-STATUS-FILED
               " OPERATOR " EXCEPTION-OPERATOR-ID.
           DISPLAY "  ID          : " EXCEPTION-INVENTORY-ID.
           DISPLAY "  VENDOR      : " EXCEPTION-VENDOR-NAME.
           DISPLAY "  DESCRIPTION : " EXCEPTION-DESCRIPTION.
           PERFORM 311-ACCEPT-CORRECTIONS.
           PERFORM 312-VALIDATE-AND-WRITE.
           IF RESUBMIT-APPLIED = "Y"
               MOVE "R" TO RESOLVED-OUTCOME
               PERFORM 321-MARK-EXCEPTION-RESOLVED
           ELSE
               IF RESUBMIT-HELD = "Y"
                   MOVE "H" TO RESOLVED-OUTCOME
                   PERFORM 321-MARK-EXCEPTION-RESOLVED
                   ADD 1 TO HELD-COUNT
               ELSE
                   DISPLAY "RECORD LEFT OPEN ON THE LOG"
                   PERFORM 320-KEEP-EXCEPTION-OPEN
               END-IF
           END-IF.

      * PROMPTS FOR EACH FIELD - A BLANK ENTRY KEEPS THE FIELD AS
      * APPLIES, THEN WRITES IT TO THE INDEXED FILE
       312-VALIDATE-AND-WRITE.
           MOVE "N" TO RESUBMIT-APPLIED.
           MOVE "N" TO RESUBMIT-HELD.
           IF CORRECTED-INVENTORY-ID NOT NUMERIC
               DISPLAY "ID STILL NOT NUMERIC - "
                   CORRECTED-INVENTORY-ID

      * RE-READS THE EXISTING RECORD FOR ITS BEFORE-IMAGE, THEN
      * REWRITES IT WITH THE CORRECTION - THE RECORD COUNT AND HASH
      * ARE UNTOUCHED SINCE NOTHING WAS ADDED OR REMOVED - ONE THAT
      * MOVES THE ON-HAND VALUE BY MORE THAN THE OPERATOR'S LIMIT IS
      * HELD FOR APPROVAL INSTEAD
       315-REWRITE-EXISTING-RECORD.
           MOVE CORRECTED-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           NOT INVALID KEY
               MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
               MOVE ITEM-STATUS-OUT TO SAVED-ITEM-STATUS
               COMPUTE BEFORE-VALUE =
                   QUANTITY-ON-HAND-OUT * UNIT-COST-OUT
               MOVE CORRECTED-RECORD TO INVENTORY-RECORD-OUT
      *        THE CORRECTION CARRIES NO STATUS - THE ONE ON FILE
      *        STANDS, AND A PRE-TRACKING RECORD READS ACTIVE
               ELSE
                   MOVE "A" TO ITEM-STATUS-OUT
               END-IF
               COMPUTE AFTER-VALUE =
                   QUANTITY-ON-HAND-OUT * UNIT-COST-OUT
               IF AFTER-VALUE > BEFORE-VALUE
                   COMPUTE CHANGE-VALUE = AFTER-VALUE - BEFORE-VALUE
               ELSE
                   COMPUTE CHANGE-VALUE = BEFORE-VALUE - AFTER-VALUE
               END-IF
               IF CHANGE-VALUE > SIGNED-ON-LIMIT
                   PERFORM 317-HOLD-CORRECTION
               ELSE
                   PERFORM 316-REWRITE-RECORD
               END-IF
           END-READ.

      * REWRITES A CORRECTION WITHIN THE OPERATOR'S LIMIT
       316-REWRITE-RECORD.
           REWRITE INVENTORY-RECORD-OUT
           INVALID KEY
               DISPLAY "REWRITE FAILED FOR "
                   CORRECTED-INVENTORY-ID
                   " STATUS FILED IS " STATUS-FILED
           NOT INVALID KEY
               DISPLAY "RESUBMITTED " CORRECTED-INVENTORY-ID
                   " AS A CHANGE"
               MOVE "Y" TO RESUBMIT-APPLIED
               MOVE "C" TO JOURNAL-TRANS-CODE
               MOVE INVENTORY-RECORD-OUT TO AFTER-IMAGE
               PERFORM 340-WRITE-AUDIT-RECORD
           END-REWRITE.

      * HOLDS AN OVER-LIMIT CORRECTION ON THE PENDING-APPROVAL FILE
      * WITH THE RECORD AS IT WOULD HAVE BEEN REWRITTEN - THE ITEM ON
      * FILE IS LEFT AS IT WAS UNTIL A SECOND OPERATOR RELEASES IT
       317-HOLD-CORRECTION.
           IF PENDING-PRESENT = "Y"
               ADD 1 TO NEXT-PENDING-NUMBER
               MOVE SPACES TO PENDING-RECORD
               MOVE NEXT-PENDING-NUMBER TO PENDING-NUMBER
               MOVE "H" TO PENDING-STATUS
               MOVE "CH" TO PENDING-TYPE
               MOVE "LAB09P" TO PENDING-JOB
               MOVE CORRECTED-INVENTORY-ID TO PENDING-INVENTORY-ID
               MOVE CHANGE-VALUE TO PENDING-VALUE
               MOVE INVENTORY-RECORD-OUT TO PENDING-DETAIL
               MOVE BEFORE-IMAGE TO PENDING-BEFORE-IMAGE
               MOVE SIGN-ON-ID TO PENDING-ENTERED-BY
               MOVE RUN-DATE TO PENDING-ENTRY-DATE
               MOVE ZERO TO PENDING-DECISION-DATE
                            PENDING-POSTED-DATE
               WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "HOLD FAILED FOR " CORRECTED-INVENTORY-ID
                       " STATUS FILED IS " PENDING-STATUS-FILED
               NOT INVALID KEY
                   DISPLAY "CORRECTION HELD FOR APPROVAL - "
                       CORRECTED-INVENTORY-ID " AS PENDING "
                       PENDING-NUMBER
                   MOVE "Y" TO RESUBMIT-HELD
               END-WRITE
           ELSE
               DISPLAY "OVER-LIMIT CORRECTION NOT APPLIED - NO PENDING"
                   " FILE - " CORRECTED-INVENTORY-ID
           END-IF.

      * CARRIES A STILL-OPEN EXCEPTION THROUGH TO THE REWRITTEN LOG
       320-KEEP-EXCEPTION-OPEN.
           ADD 1 TO STILL-OPEN-COUNT.

      * MOVES THE RESOLVED EXCEPTION TO THE RESOLVED FILE, STAMPED
      * WITH THE RESOLUTION DATE AND OPERATOR - IT DOES NOT REACH THE
      * NEW LOG - RESOLVED-OUTCOME IS SET BY THE CALLER
       321-MARK-EXCEPTION-RESOLVED.
           MOVE EXCEPTION-RECORD-IN TO RESOLVED-EXCEPTION-IMAGE.
           MOVE RUN-DATE TO RESOLVED-DATE.
           MOVE SIGN-ON-ID TO RESOLVED-OPERATOR-ID.
           WRITE EXCEPTION-RESOLVED-RECORD.
           ADD 1 TO RESOLVED-COUNT.

           MOVE JOURNAL-TRANS-CODE TO AUDIT-TRANS-CODE.
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE AFTER-IMAGE TO AUDIT-AFTER-IMAGE.
           MOVE SIGN-ON-ID TO AUDIT-OPERATOR-ID.
           MOVE SPACES TO AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD-OUT.

      * CARRIES THE RESUBMITTED RECORD INTO THE CONTROL TOTALS -
