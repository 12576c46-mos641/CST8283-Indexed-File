      *          comes straight off the run. Applied records are
      *          marked X in the rewritten variance file so a re-run
      *          never takes the same variance twice; pending and
      *          rejected records carry through unchanged. Each
      *          applied variance is also written to the GL activity
      *          file at UNIT-COST-OUT for the LAB09AB journal
      *          interface, and journaled with its before and after
      *          image as code N so LAB09AI can replay it onto a
      *          restored backup of the file. The run takes an
      *          operator sign-on against the LAB09AM authority file
      *          and stamps the operator on every journal entry. A
      *          variance worth more than the operator's limit is not
      *          applied but held on the pending-approval file and
      *          marked H; once a second operator has released (and
      *          LAB09AN applied) or rejected it, the next run marks
      *          it X or J to match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09N.
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

      *        CUMULATIVE BEFORE/AFTER IMAGE JOURNAL OF EVERY UPDATE -
      *        AN APPLIED VARIANCE IS JOURNALED AS N
               SELECT OPTIONAL INVENT-AUDIT-FILE
                   ASSIGN TO "../INVENT-AUDIT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        CUMULATIVE VALUE MOVEMENTS FOR THE LAB09AB GL INTERFACE,
      *        SHARED WITH LAB09G, LAB09V AND LAB09AN
               SELECT OPTIONAL GL-ACTIVITY-FILE
                   ASSIGN TO "../GL-ACTIVITY.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        OPERATOR AUTHORITY FILE MAINTAINED BY LAB09AM - READ ONCE
      *        FOR THE SIGN-ON
               SELECT OPERATOR-AUTHORITY-FILE
                   ASSIGN TO "../OPERATOR-AUTHORITY.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS OPERATOR-ID
                                   FILE STATUS IS
                                       OPERATOR-STATUS-FILED.

      *        VARIANCES OVER THE OPERATOR'S VALUE LIMIT, HELD FOR A
      *        SECOND OPERATOR TO RELEASE OR REJECT IN LAB09AN
               SELECT OPTIONAL PENDING-APPROVAL-FILE
                   ASSIGN TO "../PENDING-APPROVALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PENDING-NUMBER
                                   FILE STATUS IS PENDING-STATUS-FILED.

       DATA DIVISION.
       FILE SECTION.
       FD COUNT-VARIANCE-FILE.
       01 VARIANCE-RECORD-IN.
      *    SPACE = PENDING, A = APPROVED TO APPLY, X = ALREADY APPLIED,
      *    H = HELD FOR A SECOND OPERATOR OVER THE APPLYING OPERATOR'S
      *    LIMIT, J = REJECTED BY THE SECOND OPERATOR
           05 VARIANCE-APPROVAL PIC X.
           05 FILLER PIC X.
           05 VARIANCE-INVENTORY-ID PIC X(9).
           05 VARIANCE-UNITS PIC 9(5).
           05 FILLER PIC X.
           05 VARIANCE-INITIALS PIC X(3).
           05 FILLER PIC X.
      *    PENDING-APPROVAL NUMBER OF A HELD VARIANCE
           05 VARIANCE-PENDING-NUMBER PIC 9(6).

       FD VARIANCE-WORK-FILE.
       01 VARIANCE-WORK-RECORD PIC X(41).

       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
      *    FILE UNTIL THE LAB09V PURGE TAKES THEM AT ZERO ON-HAND
           05 ITEM-STATUS-OUT PIC X.

       FD INVENT-AUDIT-FILE.
       01 AUDIT-RECORD-OUT.
           05 AUDIT-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-TRANS-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR SIGNED ON WHEN THE UPDATE WAS ENTERED
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    SECOND OPERATOR WHO RELEASED A HELD UPDATE
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
      *    COST IN FORCE WHEN THE MOVEMENT POSTED - ON A REVALUATION
      *    THE MOVE IN UNIT COST ACROSS THE ON-HAND AFTER IT
           05 GL-ACTIVITY-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X VALUE SPACE.
           05 GL-ACTIVITY-VALUE PIC 9(10)V99.
           05 FILLER PIC X VALUE SPACE.
           05 GL-ACTIVITY-REFERENCE PIC X(10).

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
           05 PENDING-COUNT PIC 9(7) VALUE ZERO.
           05 ALREADY-APPLIED-COUNT PIC 9(7) VALUE ZERO.
           05 FAILED-COUNT PIC 9(7) VALUE ZERO.
           05 HELD-COUNT PIC 9(7) VALUE ZERO.
           05 AWAITING-APPROVAL-COUNT PIC 9(7) VALUE ZERO.
           05 RELEASED-COUNT PIC 9(7) VALUE ZERO.
           05 SECOND-REJECTED-COUNT PIC 9(7) VALUE ZERO.
      *    VALUE OF DOWNWARD ADJUSTMENTS AT CURRENT UNIT COST - THIS
      *    IS THE SHRINKAGE WRITE-OFF FIGURE FOR FINANCE
           05 SHRINKAGE-VALUE PIC 9(12)V99 VALUE ZERO.
           05 GAIN-VALUE-EDIT PIC $$$$,$$$,$$$,$$9.99.
      *    VALUE OF THE SINGLE ADJUSTMENT BEING APPLIED
           05 ADJUSTMENT-VALUE PIC 9(11)V99.
       01 AUDIT-IMAGES.
      *    RECORD CONTENT BEFORE THE ADJUSTMENT, CAPTURED ON THE READ
           05 BEFORE-IMAGE PIC X(87).
       01 SIGN-ON-FIELDS.
      *    STORES STATUS OF OPERATOR AUTHORITY FILE I/O
           05 OPERATOR-STATUS-FILED PIC X(2).
      *    OPERATOR ID AND PASSWORD KEYED AT SIGN-ON
           05 SIGN-ON-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD PIC X(8).
      *    Y ONCE THE OPERATOR IS ON FILE, ACTIVE, AND GRANTED THIS
      *    PROGRAM
           05 SIGN-ON-VALID PIC A VALUE "N".
      *    LARGEST VARIANCE VALUE THE OPERATOR MAY APPLY UNAPPROVED
           05 SIGNED-ON-LIMIT PIC 9(7)V99 VALUE ZERO.
       01 APPROVAL-HOLD-FIELDS.
      *    STORES STATUS OF PENDING-APPROVAL FILE I/O
           05 PENDING-STATUS-FILED PIC X(2).
      *    Y WHEN THE PENDING-APPROVAL FILE OPENED - WITHOUT IT AN
      *    OVER-LIMIT VARIANCE IS LEFT UNAPPLIED
           05 PENDING-PRESENT PIC A VALUE "N".
      *    END OF FILE FLAG FOR THE STARTUP SCAN OF THE PENDING FILE
           05 PENDING-EOF-FLAG PIC A.
      *    NUMBER OF THE NEXT VARIANCE HELD, CONTINUED FROM THE
      *    HIGHEST ONE ALREADY ON FILE
           05 NEXT-PENDING-NUMBER PIC 9(6) VALUE ZERO.
      *    Y WHEN THE CURRENT VARIANCE WAS HELD FOR APPROVAL
           05 VARIANCE-HELD PIC A.
       01 FILE-HANDLING-FIELDS.
      *    NAMES FOR THE END-OF-RUN SWAP OF WORK FILE FOR ORIGINAL
           05 VARIANCE-FILE-NAME PIC X(40)

       PROCEDURE DIVISION.
       100-APPLY-VARIANCES.
           PERFORM 217-SIGN-ON-OPERATOR.
           IF SIGN-ON-VALID = "Y"
               PERFORM 201-INITIALIZE
               PERFORM 202-APPLY-VARIANCES UNTIL EOF-FLAG = "Y"
               PERFORM 203-TERMINATE
           ELSE
               DISPLAY "RUN REFUSED - NO VALID OPERATOR SIGN-ON FOR"
                   " LAB09N"
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
                       " NOT AUTHORIZED FOR LAB09N"
               WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX) = "LAB09N"
                   MOVE "Y" TO SIGN-ON-VALID
                   MOVE OPERATOR-VALUE-LIMIT TO SIGNED-ON-LIMIT
           END-SEARCH.

      * OPEN THE VARIANCE FILE, THE WORK COPY, AND THE INDEXED FILE
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT COUNT-VARIANCE-FILE.
           OPEN OUTPUT VARIANCE-WORK-FILE.
           OPEN I-O INDEXED-INVENT-FILE.
           OPEN EXTEND INVENT-AUDIT-FILE.
           OPEN EXTEND GL-ACTIVITY-FILE.
           PERFORM 211-OPEN-PENDING-APPROVALS.
           PERFORM 300-READ-VARIANCE.

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
                   PENDING-STATUS-FILED " - OVER-LIMIT VARIANCES"
                   " WILL BE REJECTED"
           END-IF.

      * READS ONE PENDING RECORD, KEEPING THE LAST NUMBER SEEN
       212-SCAN-ONE-PENDING.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PENDING-EOF-FLAG
               NOT AT END
                   MOVE PENDING-NUMBER TO NEXT-PENDING-NUMBER
           END-READ.

      * PROCESSES ONE VARIANCE RECORD AND READS THE NEXT
       202-APPLY-VARIANCES.
           PERFORM 301-PROCESS-VARIANCE.
       203-TERMINATE.
           CLOSE COUNT-VARIANCE-FILE
                 VARIANCE-WORK-FILE
                 INDEXED-INVENT-FILE
                 INVENT-AUDIT-FILE
                 GL-ACTIVITY-FILE.
           IF PENDING-PRESENT = "Y"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING VARIANCE-FILE-NAME
               RETURNING CALL-STATUS.
           CALL "CBL_RENAME_FILE" USING WORK-FILE-NAME
           DISPLAY "ALREADY APPLIED, SKIPPED : "
               ALREADY-APPLIED-COUNT.
           DISPLAY "FAILED TO APPLY          : " FAILED-COUNT.
           DISPLAY "HELD FOR APPROVAL        : " HELD-COUNT.
           DISPLAY "STILL AWAITING APPROVAL  : "
               AWAITING-APPROVAL-COUNT.
           DISPLAY "APPLIED BY APPROVAL RUN  : " RELEASED-COUNT.
           DISPLAY "REJECTED ON APPROVAL     : " SECOND-REJECTED-COUNT.
           DISPLAY "OPERATOR                 : " SIGN-ON-ID.
           DISPLAY "SHRINKAGE VALUE (WRITE-OFF) : "
               SHRINKAGE-VALUE-EDIT.
           DISPLAY "GAIN VALUE                  : " GAIN-VALUE-EDIT.
                       MOVE "X" TO VARIANCE-APPROVAL
                       ADD 1 TO APPLIED-COUNT
                   ELSE
                       IF VARIANCE-HELD = "Y"
                           MOVE "H" TO VARIANCE-APPROVAL
                           ADD 1 TO HELD-COUNT
                       ELSE
                           ADD 1 TO FAILED-COUNT
                       END-IF
                   END-IF
               WHEN "H"
                   PERFORM 318-CHECK-HELD-VARIANCE
               WHEN "J"
                   ADD 1 TO SECOND-REJECTED-COUNT
               WHEN "X"
                   ADD 1 TO ALREADY-APPLIED-COUNT
               WHEN OTHER
      * MOVEMENTS POSTED SINCE THE COUNT ARE NOT WIPED OUT
       310-APPLY-ONE-VARIANCE.
           MOVE "N" TO VARIANCE-APPLIED.
           MOVE "N" TO VARIANCE-HELD.
           MOVE VARIANCE-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "ITEM NOT ON FILE - " VARIANCE-INVENTORY-ID
           NOT INVALID KEY
               MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
               PERFORM 311-ADJUST-ON-HAND
           END-READ.

      * APPLIES THE QUANTITY CHANGE IN THE RECORDED DIRECTION, OR
      * HOLDS IT WHEN ITS VALUE IS OVER THE OPERATOR'S LIMIT
       311-ADJUST-ON-HAND.
           IF VARIANCE-UNITS NOT NUMERIC
               DISPLAY "UNUSABLE VARIANCE RECORD FOR "
                   VARIANCE-INVENTORY-ID
           ELSE
               COMPUTE ADJUSTMENT-VALUE =
                   VARIANCE-UNITS * UNIT-COST-OUT
               IF ADJUSTMENT-VALUE > SIGNED-ON-LIMIT
                   AND (VARIANCE-SIGN = "+" OR VARIANCE-SIGN = "-")
                   PERFORM 317-HOLD-VARIANCE
               ELSE
                   EVALUATE VARIANCE-SIGN
                       WHEN "+"
                           PERFORM 312-ADJUST-UPWARD
                       WHEN "-"
                           PERFORM 313-ADJUST-DOWNWARD
                       WHEN OTHER
                           DISPLAY "UNUSABLE VARIANCE RECORD FOR "
                               VARIANCE-INVENTORY-ID
                   END-EVALUATE
               END-IF
           END-IF.

      * A COUNT FOUND MORE THAN THE SYSTEM - ADD THE DIFFERENCE
                   COMPUTE ADJUSTMENT-VALUE =
                       VARIANCE-UNITS * UNIT-COST-OUT
                   ADD ADJUSTMENT-VALUE TO GAIN-VALUE
                   MOVE "+" TO GL-ACTIVITY-SIGN
                   PERFORM 315-APPEND-GL-ACTIVITY
               END-IF
           END-ADD.

                   COMPUTE ADJUSTMENT-VALUE =
                       VARIANCE-UNITS * UNIT-COST-OUT
                   ADD ADJUSTMENT-VALUE TO SHRINKAGE-VALUE
                   MOVE "-" TO GL-ACTIVITY-SIGN
                   PERFORM 315-APPEND-GL-ACTIVITY
               END-IF
           END-IF.

      * REWRITES THE ADJUSTED ITEM, FLAGS THE VARIANCE APPLIED, AND
      * JOURNALS THE ITEM AS IT NOW STANDS
       314-REWRITE-ADJUSTED-ITEM.
           REWRITE INVENTORY-RECORD-OUT
           INVALID KEY
                   " STATUS FILED IS " STATUS-FILED
           NOT INVALID KEY
               MOVE "Y" TO VARIANCE-APPLIED
               PERFORM 316-JOURNAL-ADJUSTMENT
           END-REWRITE.

      * JOURNALS THE ADJUSTED ITEM WITH ITS BEFORE AND AFTER IMAGES
       316-JOURNAL-ADJUSTMENT.
           MOVE RUN-DATE TO AUDIT-RUN-DATE.
           MOVE "N" TO AUDIT-TRANS-CODE.
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE INVENTORY-RECORD-OUT TO AUDIT-AFTER-IMAGE.
           MOVE SIGN-ON-ID TO AUDIT-OPERATOR-ID.
           MOVE SPACES TO AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD-OUT.

      * APPENDS THE APPLIED VARIANCE TO THE GL ACTIVITY FILE AT THE
      * VALUE JUST TAKEN - GL-ACTIVITY-SIGN IS SET BY THE CALLER
       315-APPEND-GL-ACTIVITY.
           MOVE RUN-DATE TO GL-ACTIVITY-DATE.
           MOVE "LAB09N" TO GL-ACTIVITY-JOB.
           MOVE "CV" TO GL-ACTIVITY-TYPE.
           MOVE VARIANCE-INVENTORY-ID TO GL-ACTIVITY-INVENTORY-ID.
           MOVE VARIANCE-UNITS TO GL-ACTIVITY-QUANTITY.
           MOVE UNIT-COST-OUT TO GL-ACTIVITY-UNIT-COST.
           MOVE ADJUSTMENT-VALUE TO GL-ACTIVITY-VALUE.
           MOVE "COUNT" TO GL-ACTIVITY-REFERENCE.
           WRITE GL-ACTIVITY-RECORD.

      * HOLDS AN OVER-LIMIT VARIANCE ON THE PENDING-APPROVAL FILE -
      * THE ITEM IS LEFT AS IT WAS UNTIL A SECOND OPERATOR RELEASES
      * IT IN LAB09AN, WHICH APPLIES IT AT THE COST THEN IN FORCE
       317-HOLD-VARIANCE.
           IF PENDING-PRESENT = "Y"
               ADD 1 TO NEXT-PENDING-NUMBER
               MOVE SPACES TO PENDING-RECORD
               MOVE NEXT-PENDING-NUMBER TO PENDING-NUMBER
               MOVE "H" TO PENDING-STATUS
               MOVE "CV" TO PENDING-TYPE
               MOVE "LAB09N" TO PENDING-JOB
               MOVE VARIANCE-INVENTORY-ID TO PENDING-INVENTORY-ID
               MOVE ADJUSTMENT-VALUE TO PENDING-VALUE
               MOVE VARIANCE-SIGN TO PENDING-VARIANCE-SIGN
               MOVE VARIANCE-UNITS TO PENDING-VARIANCE-UNITS
               MOVE VARIANCE-INITIALS TO PENDING-VARIANCE-INITIALS
               MOVE SIGN-ON-ID TO PENDING-ENTERED-BY
               MOVE RUN-DATE TO PENDING-ENTRY-DATE
               MOVE ZERO TO PENDING-DECISION-DATE
                            PENDING-POSTED-DATE
               WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "HOLD FAILED FOR " VARIANCE-INVENTORY-ID
                       " STATUS FILED IS " PENDING-STATUS-FILED
               NOT INVALID KEY
                   MOVE "Y" TO VARIANCE-HELD
                   MOVE PENDING-NUMBER TO VARIANCE-PENDING-NUMBER
                   DISPLAY "VARIANCE HELD FOR APPROVAL - "
                       VARIANCE-INVENTORY-ID " AS PENDING "
                       PENDING-NUMBER
               END-WRITE
           ELSE
               DISPLAY "OVER-LIMIT VARIANCE NOT APPLIED - NO PENDING"
                   " FILE - " VARIANCE-INVENTORY-ID
           END-IF.

      * BRINGS A HELD VARIANCE UP TO DATE FROM ITS PENDING RECORD -
      * X ONCE LAB09AN HAS APPLIED IT, J ONCE IT WAS REJECTED
       318-CHECK-HELD-VARIANCE.
           MOVE "N" TO VARIANCE-HELD.
           IF PENDING-PRESENT = "Y"
               AND VARIANCE-PENDING-NUMBER NUMERIC
               MOVE VARIANCE-PENDING-NUMBER TO PENDING-NUMBER
               READ PENDING-APPROVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO VARIANCE-HELD
               END-READ
           END-IF.
           IF VARIANCE-HELD = "Y" AND PENDING-STATUS = "A"
               MOVE "X" TO VARIANCE-APPROVAL
               ADD 1 TO RELEASED-COUNT
           ELSE
               IF VARIANCE-HELD = "Y" AND PENDING-STATUS = "X"
                   MOVE "J" TO VARIANCE-APPROVAL
                   ADD 1 TO SECOND-REJECTED-COUNT
               ELSE
                   ADD 1 TO AWAITING-APPROVAL-COUNT
               END-IF
           END-IF.

       END PROGRAM LAB09N.
