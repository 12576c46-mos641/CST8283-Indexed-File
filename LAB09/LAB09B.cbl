      *          cumulative audit file with the before- and after-image
      *          of the record, so a wrong-looking quantity can be
      *          traced back and a generation backup rolled forward.
      *          The run takes an operator sign-on against the LAB09AM
      *          authority file, applies only the transaction codes the
      *          operator is granted, and stamps the operator on every
      *          journal entry and exception. A change that moves the
      *          item's on-hand value by more than the operator's limit
      *          is not applied but held on the pending-approval file
      *          for a second operator to release in LAB09AN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09B.
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

      *        UPDATES OVER THE OPERATOR'S VALUE LIMIT, HELD FOR A
      *        SECOND OPERATOR TO RELEASE OR REJECT IN LAB09AN
               SELECT OPTIONAL PENDING-APPROVAL-FILE
                   ASSIGN TO "../PENDING-APPROVALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PENDING-NUMBER
                                   FILE STATUS IS PENDING-STATUS-FILED.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
           05 FILLER PIC X VALUE SPACE.
      *    A DISCONTINUE CARRIES THE RECORD WITH ITS STATUS SET TO D
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR SIGNED ON WHEN THE UPDATE WAS ENTERED
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    SECOND OPERATOR WHO RELEASED A HELD UPDATE - SPACES WHEN
      *    THE UPDATE WAS WITHIN THE ENTERING OPERATOR'S LIMIT
           05 AUDIT-APPROVER-ID PIC X(8).

       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VENDOR-MASTER-TERMS PIC X(10).
      *    A = ACTIVE, I = INACTIVE
           05 VENDOR-MASTER-STATUS PIC X.
      *    QUOTED DAYS FROM ORDER TO DELIVERY - ZERO WHEN NONE AGREED
           05 VENDOR-MASTER-LEAD-DAYS PIC 9(3).

       FD INVENT-EXCEPTION-FILE.
       01 EXCEPTION-RECORD-OUT.
           05 EXCEPTION-STATUS-FILED PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 EXCEPTION-INVENTORY-RECORD PIC X(86).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR SIGNED ON WHEN THE RECORD WAS REJECTED - SPACES
      *    FOR A REJECT FROM THE LAB09 LOAD
           05 EXCEPTION-OPERATOR-ID PIC X(8).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
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
      *    STATUS AS FILED, HELD ACROSS A CHANGE'S GROUP MOVE SO A
      *    WHOLE-RECORD CHANGE CANNOT QUIETLY REACTIVATE AN ITEM
           05 SAVED-ITEM-STATUS PIC X.
       01 SIGN-ON-FIELDS.
      *    STORES STATUS OF OPERATOR AUTHORITY FILE I/O
           05 OPERATOR-STATUS-FILED PIC X(2).
      *    OPERATOR ID AND PASSWORD KEYED AT SIGN-ON
           05 SIGN-ON-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD PIC X(8).
      *    Y ONCE THE OPERATOR IS ON FILE, ACTIVE, AND GRANTED THIS
      *    PROGRAM
           05 SIGN-ON-VALID PIC A VALUE "N".
      *    TRANSACTION CODES THE OPERATOR MAY USE - SPACES FOR ALL
           05 SIGNED-ON-CODES PIC X(10).
      *    LARGEST CHANGE VALUE THE OPERATOR MAY APPLY UNAPPROVED
           05 SIGNED-ON-LIMIT PIC 9(7)V99 VALUE ZERO.
      *    OCCURRENCES OF THE TRANSACTION CODE AMONG THOSE GRANTED
           05 CODE-TALLY PIC 9(4) COMP.
       01 APPROVAL-HOLD-FIELDS.
      *    STORES STATUS OF PENDING-APPROVAL FILE I/O
           05 PENDING-STATUS-FILED PIC X(2).
      *    Y WHEN THE PENDING-APPROVAL FILE OPENED - WITHOUT IT AN
      *    OVER-LIMIT CHANGE IS REJECTED RATHER THAN APPLIED
           05 PENDING-PRESENT PIC A VALUE "N".
      *    END OF FILE FLAG FOR THE STARTUP SCAN OF THE PENDING FILE
           05 PENDING-EOF-FLAG PIC A.
      *    NUMBER OF THE NEXT UPDATE HELD, CONTINUED FROM THE HIGHEST
      *    ONE ALREADY ON FILE
           05 NEXT-PENDING-NUMBER PIC 9(6) VALUE ZERO.
      *    ON-HAND VALUE OF THE ITEM BEFORE AND AFTER THE CHANGE, AND
      *    THE DIFFERENCE TESTED AGAINST THE OPERATOR'S LIMIT
           05 BEFORE-VALUE PIC 9(11)V99.
           05 AFTER-VALUE PIC 9(11)V99.
           05 CHANGE-VALUE PIC 9(11)V99.
      *    CHANGES HELD FOR APPROVAL THIS RUN
           05 HELD-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINTAIN-INDEXED-FILE.
           PERFORM 209-CHECK-RUN-CONTROL.
           IF RUN-ALLOWED = "Y"
               PERFORM 217-SIGN-ON-OPERATOR
               IF SIGN-ON-VALID NOT EQUAL TO "Y"
                   MOVE "N" TO RUN-ALLOWED
               END-IF
           END-IF.
           IF RUN-ALLOWED = "Y"
               MOVE "S" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
               MOVE "C" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
           ELSE
               IF FEED-APPLIED-TODAY = "Y"
                   DISPLAY "RUN REFUSED - A FEED FOR " RUN-DATE
                       " IS ALREADY MARKED APPLIED ON THE RUN CONTROL"
               ELSE
                   DISPLAY "RUN REFUSED - NO VALID OPERATOR SIGN-ON"
                       " FOR LAB09B"
               END-IF
           END-IF.
           STOP RUN.

           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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

      * LOOKS FOR THIS PROGRAM AMONG THE OPERATOR'S GRANTS, TAKING THE
      * CODES IT MAY USE AND ITS VALUE LIMIT
       218-FIND-PROGRAM-GRANT.
           SET GRANT-INDEX TO 1.
           SEARCH OPERATOR-GRANT
               AT END
                   DISPLAY "OPERATOR " SIGN-ON-ID
                       " NOT AUTHORIZED FOR LAB09B"
               WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX) = "LAB09B"
                   MOVE "Y" TO SIGN-ON-VALID
                   MOVE OPERATOR-GRANT-CODES (GRANT-INDEX)
                       TO SIGNED-ON-CODES
                   MOVE OPERATOR-VALUE-LIMIT TO SIGNED-ON-LIMIT
           END-SEARCH.

      * OPEN THE TRANSACTION FILE AND THE INDEXED FILE FOR MAINTENANCE
       201-INITIALIZE.
           OPEN INPUT TRANS-FILE.
           PERFORM 205-READ-CONTROL-TOTALS.
           PERFORM 207-FIND-LAST-EXCEPTION-SEQ.
           OPEN EXTEND INVENT-EXCEPTION-FILE.
           PERFORM 211-OPEN-PENDING-APPROVALS.
           PERFORM 300-READ-TRANSACTION.

      * OPENS THE PENDING-APPROVAL FILE AND FINDS THE HIGHEST NUMBER
      * ALREADY USED SO HELD CHANGES CONTINUE THE NUMBERING
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
                   PENDING-STATUS-FILED " - OVER-LIMIT CHANGES WILL BE"
                   " REJECTED"
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
      * BUILT ONE YET APPLIES THE FEED WITHOUT VENDOR VALIDATION
       204-OPEN-VENDOR-MASTER.
                 INDEXED-INVENT-FILE
                 INVENT-AUDIT-FILE
                 INVENT-EXCEPTION-FILE.
           IF PENDING-PRESENT = "Y"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           IF VENDOR-MASTER-PRESENT = "Y"
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           DISPLAY "TRANSACTIONS CHANGED      : " CHANGE-COUNT.
           DISPLAY "ITEMS DISCONTINUED        : " DISCONTINUE-COUNT.
           DISPLAY "TRANSACTIONS REJECTED     : " REJECT-COUNT.
           DISPLAY "CHANGES HELD FOR APPROVAL : " HELD-COUNT.
           DISPLAY "OPERATOR                  : " SIGN-ON-ID.

      * READS A TRANSACTION RECORD
       300-READ-TRANSACTION.
           READ TRANS-FILE AT END MOVE "Y" TO EOF-FLAG.

      * DISPATCHES THE TRANSACTION TO ITS ADD/CHANGE/DELETE PARAGRAPH
      * ONCE THE OPERATOR IS FOUND TO BE GRANTED ITS CODE
       301-APPLY-TRANSACTION.
           MOVE 1 TO CODE-TALLY.
           IF SIGNED-ON-CODES NOT = SPACES
               MOVE ZERO TO CODE-TALLY
               INSPECT SIGNED-ON-CODES
                   TALLYING CODE-TALLY FOR ALL TRANS-CODE
           END-IF.
           IF CODE-TALLY = ZERO
               PERFORM 362-REJECT-UNAUTHORIZED-CODE
           ELSE
               EVALUATE TRANS-CODE
                   WHEN "A"
                       PERFORM 310-ADD-RECORD
                   WHEN "C"
                       PERFORM 320-CHANGE-RECORD
                   WHEN "D"
                       PERFORM 330-DISCONTINUE-RECORD
                   WHEN OTHER
                       DISPLAY "INVALID TRANSACTION CODE '" TRANS-CODE
                           "' FOR " TRANS-INVENTORY-ID
                       ADD 1 TO REJECT-COUNT
               END-EVALUATE
           END-IF.

      * ADDS A NEW INVENTORY RECORD - THE VENDOR MUST BE ON THE
      * MASTER AND ACTIVE BEFORE THE RECORD IS ACCEPTED
               PERFORM 321-REWRITE-CHANGED-RECORD
           END-IF.

      * READS AND REWRITES THE VALIDATED CHANGE - ONE THAT MOVES THE
      * ITEM'S ON-HAND VALUE BY MORE THAN THE OPERATOR'S LIMIT IS HELD
      * FOR APPROVAL INSTEAD
       321-REWRITE-CHANGED-RECORD.
           MOVE TRANS-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           NOT INVALID KEY
               MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
               MOVE ITEM-STATUS-OUT TO SAVED-ITEM-STATUS
               COMPUTE BEFORE-VALUE =
                   QUANTITY-ON-HAND-OUT * UNIT-COST-OUT
               MOVE TRANS-INVENTORY-RECORD TO INVENTORY-RECORD-OUT
      *        THE FEED CARRIES NO STATUS - THE ONE ON FILE STANDS,
      *        AND A RECORD FROM BEFORE STATUS TRACKING READS ACTIVE
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
                   PERFORM 370-HOLD-CHANGE
               ELSE
                   PERFORM 322-REWRITE-RECORD
               END-IF
           END-READ.

      * REWRITES A CHANGE WITHIN THE OPERATOR'S LIMIT
       322-REWRITE-RECORD.
           REWRITE INVENTORY-RECORD-OUT
           INVALID KEY
               DISPLAY "CHANGE FAILED FOR " TRANS-INVENTORY-ID
                   " STATUS FILED IS " STATUS-FILED
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               ADD 1 TO CHANGE-COUNT
               MOVE INVENTORY-RECORD-OUT TO AFTER-IMAGE
               PERFORM 340-WRITE-AUDIT-RECORD
           END-REWRITE.

      * HOLDS AN OVER-LIMIT CHANGE ON THE PENDING-APPROVAL FILE WITH
      * THE RECORD AS IT WOULD HAVE BEEN REWRITTEN - THE ITEM ON FILE
      * IS LEFT AS IT WAS UNTIL A SECOND OPERATOR RELEASES IT
       370-HOLD-CHANGE.
           IF PENDING-PRESENT = "Y"
               ADD 1 TO NEXT-PENDING-NUMBER
               MOVE SPACES TO PENDING-RECORD
               MOVE NEXT-PENDING-NUMBER TO PENDING-NUMBER
               MOVE "H" TO PENDING-STATUS
               MOVE "CH" TO PENDING-TYPE
               MOVE "LAB09B" TO PENDING-JOB
               MOVE TRANS-INVENTORY-ID TO PENDING-INVENTORY-ID
               MOVE CHANGE-VALUE TO PENDING-VALUE
               MOVE INVENTORY-RECORD-OUT TO PENDING-DETAIL
               MOVE BEFORE-IMAGE TO PENDING-BEFORE-IMAGE
               MOVE SIGN-ON-ID TO PENDING-ENTERED-BY
               MOVE RUN-DATE TO PENDING-ENTRY-DATE
               MOVE ZERO TO PENDING-DECISION-DATE
                            PENDING-POSTED-DATE
               WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "HOLD FAILED FOR " TRANS-INVENTORY-ID
                       " STATUS FILED IS " PENDING-STATUS-FILED
                   MOVE "HF" TO EXCEPTION-STATUS-FILED
                   PERFORM 363-WRITE-EXCEPTION
               NOT INVALID KEY
                   DISPLAY "CHANGE HELD FOR APPROVAL - "
                       TRANS-INVENTORY-ID " AS PENDING "
                       PENDING-NUMBER
                   ADD 1 TO HELD-COUNT
               END-WRITE
           ELSE
               DISPLAY "OVER-LIMIT CHANGE REJECTED - NO PENDING FILE - "
                   TRANS-INVENTORY-ID
               MOVE "HF" TO EXCEPTION-STATUS-FILED
               PERFORM 363-WRITE-EXCEPTION
           END-IF.

      * MARKS AN EXISTING ITEM DISCONTINUED IN PLACE OF DELETING IT -
      * THE RECORD STAYS ON FILE SO INQUIRY, VALUATION, AND COUNT
       361-REJECT-UNKNOWN-VENDOR.
           DISPLAY "UNKNOWN OR INACTIVE VENDOR '" TRANS-VENDOR-NAME
               "' FOR " TRANS-INVENTORY-ID.
           MOVE "9V" TO EXCEPTION-STATUS-FILED.
           PERFORM 363-WRITE-EXCEPTION.

      * LOGS A TRANSACTION WHOSE CODE THE OPERATOR IS NOT GRANTED
       362-REJECT-UNAUTHORIZED-CODE.
           DISPLAY "OPERATOR " SIGN-ON-ID " NOT AUTHORIZED FOR CODE '"
               TRANS-CODE "' - " TRANS-INVENTORY-ID.
           MOVE "AU" TO EXCEPTION-STATUS-FILED.
           PERFORM 363-WRITE-EXCEPTION.

      * WRITES THE REJECTED TRANSACTION TO THE SHARED EXCEPTION FILE
      * UNDER THE REASON ALREADY SET, STAMPED WITH THE OPERATOR
       363-WRITE-EXCEPTION.
           ADD 1 TO NEXT-EXCEPTION-SEQ-NO.
           MOVE NEXT-EXCEPTION-SEQ-NO TO EXCEPTION-SEQ-NO.
           MOVE RUN-DATE TO EXCEPTION-RUN-DATE.
           MOVE TRANS-INVENTORY-RECORD TO EXCEPTION-INVENTORY-RECORD.
           MOVE SIGN-ON-ID TO EXCEPTION-OPERATOR-ID.
           WRITE EXCEPTION-RECORD-OUT.
           ADD 1 TO REJECT-COUNT.

           MOVE TRANS-CODE TO AUDIT-TRANS-CODE.
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE AFTER-IMAGE TO AUDIT-AFTER-IMAGE.
           MOVE SIGN-ON-ID TO AUDIT-OPERATOR-ID.
           MOVE SPACES TO AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD-OUT.

      * CARRIES AN APPLIED ADD INTO THE CONTROL TOTALS - THE HASH
