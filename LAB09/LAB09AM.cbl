      ******************************************************************
      * Author: Mostapha A
      * Purpose: Maintain the operator authority file. Applies a feed
      *          of ADD/CHANGE/DEACTIVATE/GRANT/REVOKE transactions to
      *          the indexed authority file keyed by operator ID. Each
      *          operator carries a password keyed at sign-on, an
      *          active/inactive status, a value limit, and up to
      *          eight program grants, each naming the transaction or
      *          movement codes the operator may use in that program
      *          (blank codes allow every code the program takes).
      *          LAB09B, LAB09G, LAB09N, LAB09P, and the LAB09AN
      *          approval run refuse to run without a valid sign-on
      *          against this file. Any adjustment, count variance, or
      *          cost change worth more than the operator's limit is
      *          held for a second operator to release in LAB09AN.
      *          The run itself needs a sign-on granted LAB09AM, and
      *          no operator may change their own authority - only
      *          while the file holds no operators at all does the run
      *          go ahead unsigned, so the first operators can be set
      *          up. Operators are deactivated rather than deleted so
      *          the IDs stamped on the audit journal stay explainable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        FEED OF OPERATOR AUTHORITY TRANSACTIONS
               SELECT OPERATOR-TRANS-FILE
                   ASSIGN TO "../OPERATOR-TRANS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        OPERATOR AUTHORITY FILE - CREATED EMPTY ON THE FIRST RUN
               SELECT OPTIONAL OPERATOR-AUTHORITY-FILE
                   ASSIGN TO "../OPERATOR-AUTHORITY.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS OPERATOR-ID
                                   FILE STATUS IS
                                       OPERATOR-STATUS-FILED.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-TRANS-FILE.
       01 OPERATOR-TRANS-RECORD.
      *    A = ADD, C = CHANGE, D = DEACTIVATE, G = GRANT A PROGRAM
      *    WITH ITS CODES (REPLACING ANY EARLIER GRANT OF IT),
      *    R = REVOKE A PROGRAM
           05 OPERATOR-TRANS-CODE PIC X.
           05 OPERATOR-TRANS-ID PIC X(8).
      *    NAME, PASSWORD, STATUS, AND LIMIT - BLANK ON A CHANGE
      *    KEEPS THE FIELD ON FILE
           05 OPERATOR-TRANS-NAME PIC X(30).
           05 OPERATOR-TRANS-PASSWORD PIC X(8).
           05 OPERATOR-TRANS-STATUS PIC X.
           05 OPERATOR-TRANS-LIMIT PIC X(9).
           05 OPERATOR-TRANS-LIMIT-N REDEFINES OPERATOR-TRANS-LIMIT
               PIC 9(7)V99.
      *    PROGRAM AND CODES ON A GRANT, PROGRAM ON A REVOKE
           05 OPERATOR-TRANS-PROGRAM PIC X(8).
           05 OPERATOR-TRANS-CODES PIC X(10).
           05 OPERATOR-TRANS-CODE-TABLE
               REDEFINES OPERATOR-TRANS-CODES.
               10 OPERATOR-TRANS-CODE-CHAR PIC X OCCURS 10 TIMES.

       FD OPERATOR-AUTHORITY-FILE.
       01 OPERATOR-RECORD.
           05 OPERATOR-ID PIC X(8).
           05 OPERATOR-NAME PIC X(30).
      *    KEYED AT SIGN-ON - NEVER DISPLAYED OR PRINTED
           05 OPERATOR-PASSWORD PIC X(8).
      *    A = ACTIVE, I = INACTIVE - AN INACTIVE OPERATOR CANNOT
      *    SIGN ON
           05 OPERATOR-STATUS PIC X.
      *    LARGEST ADJUSTMENT, COUNT VARIANCE, OR COST CHANGE VALUE
      *    THE OPERATOR MAY APPLY WITHOUT A SECOND OPERATOR, AND THE
      *    LARGEST HELD UPDATE THE OPERATOR MAY RELEASE IN LAB09AN
           05 OPERATOR-VALUE-LIMIT PIC 9(7)V99.
      *    PROGRAMS THE OPERATOR MAY RUN, EACH WITH THE TRANSACTION
      *    OR MOVEMENT CODES ALLOWED IN IT - SPACES ALLOW EVERY CODE
           05 OPERATOR-GRANT OCCURS 8 TIMES
               INDEXED BY GRANT-INDEX.
               10 OPERATOR-GRANT-PROGRAM PIC X(8).
               10 OPERATOR-GRANT-CODES PIC X(10).
      *    DATE OF THE LAST CHANGE AND THE OPERATOR WHO MADE IT -
      *    SPACES WHEN THE FIRST OPERATORS WERE SET UP UNSIGNED
           05 OPERATOR-CHANGE-DATE PIC 9(8).
           05 OPERATOR-CHANGED-BY PIC X(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG
           05 EOF-FLAG PIC A.
      *    STORES STATUS OF OPERATOR AUTHORITY FILE I/O
           05 OPERATOR-STATUS-FILED PIC X(2).
      *    Y WHILE THE TRANSACTION BEING CHECKED IS STILL GOOD
           05 TRANS-VALID PIC A.
      *    Y WHEN THE FILE HELD NO OPERATORS AT STARTUP - THE RUN
      *    THEN SETS UP THE FIRST ONES WITHOUT A SIGN-ON
           05 FIRST-SETUP PIC A VALUE "N".
      *    N WHEN THE SIGN-ON FAILED AND NOTHING IS APPLIED
           05 RUN-ALLOWED PIC A VALUE "Y".
      *    SUBSCRIPT INTO THE CODES OF A GRANT
           05 CODE-SUB PIC 9(4) COMP.
      *    OCCURRENCES OF A GRANTED CODE AMONG THE PROGRAM'S CODES
           05 CODE-TALLY PIC 9(4) COMP.
      *    DATE THE TRANSACTIONS WERE APPLIED
           05 RUN-DATE PIC 9(8).
      *    COUNTS OF TRANSACTIONS APPLIED, BY TYPE
           05 ADD-COUNT PIC 9(5) VALUE ZERO.
           05 CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 DEACTIVATE-COUNT PIC 9(5) VALUE ZERO.
           05 GRANT-COUNT PIC 9(5) VALUE ZERO.
           05 REVOKE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
      *    LAB09AM GRANTS MADE - A FIRST SETUP THAT MAKES NONE LEAVES
      *    NOBODY ABLE TO MAINTAIN THE FILE
           05 MAINTAINER-GRANT-COUNT PIC 9(5) VALUE ZERO.
       01 SIGN-ON-FIELDS.
      *    OPERATOR ID AND PASSWORD KEYED AT SIGN-ON
           05 SIGN-ON-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD PIC X(8).
      *    Y ONCE THE OPERATOR IS ON FILE, ACTIVE, AND GRANTED THIS
      *    PROGRAM
           05 SIGN-ON-VALID PIC A VALUE "N".
       01 PROGRAM-TABLE-VALUES.
      *    PROGRAMS THAT TAKE A SIGN-ON, AND THE CODES EACH ONE CAN
      *    BE LIMITED TO - SPACES WHEN A GRANT COVERS THE WHOLE RUN
           05 FILLER PIC X(18) VALUE "LAB09B  ACD       ".
           05 FILLER PIC X(18) VALUE "LAB09G  RIJTVKU   ".
           05 FILLER PIC X(18) VALUE "LAB09N            ".
           05 FILLER PIC X(18) VALUE "LAB09P            ".
           05 FILLER PIC X(18) VALUE "LAB09AM           ".
           05 FILLER PIC X(18) VALUE "LAB09AN           ".
       01 PROGRAM-TABLE REDEFINES PROGRAM-TABLE-VALUES.
           05 PROGRAM-ENTRY OCCURS 6 TIMES
               INDEXED BY PROGRAM-INDEX.
               10 PROGRAM-NAME PIC X(8).
               10 PROGRAM-CODES PIC X(10).

       PROCEDURE DIVISION.
       100-MAINTAIN-OPERATORS.
           PERFORM 201-INITIALIZE
           IF RUN-ALLOWED = "Y"
               PERFORM 202-APPLY-TRANSACTIONS UNTIL EOF-FLAG = "Y"
           ELSE
               DISPLAY "RUN REFUSED - NO VALID OPERATOR SIGN-ON FOR"
                   " LAB09AM"
           END-IF.
           PERFORM 203-TERMINATE.
           STOP RUN.

      * OPEN THE TRANSACTION FEED AND THE AUTHORITY FILE, AND SIGN
      * THE OPERATOR ON UNLESS THE FILE HOLDS NOBODY YET
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OPERATOR-TRANS-FILE.
           OPEN I-O OPERATOR-AUTHORITY-FILE.
           PERFORM 204-CHECK-FOR-OPERATORS.
           IF FIRST-SETUP = "Y"
               DISPLAY "NO OPERATORS ON FILE - FIRST SETUP RUN, NO"
                   " SIGN-ON TAKEN"
           ELSE
               PERFORM 217-SIGN-ON-OPERATOR
               IF SIGN-ON-VALID NOT EQUAL TO "Y"
                   MOVE "N" TO RUN-ALLOWED
               END-IF
           END-IF.
           PERFORM 300-READ-TRANSACTION.

      * A FILE WITH NO OPERATOR RECORD ON IT IS BEING SET UP
       204-CHECK-FOR-OPERATORS.
           MOVE LOW-VALUES TO OPERATOR-ID.
           START OPERATOR-AUTHORITY-FILE
               KEY IS NOT LESS THAN OPERATOR-ID
               INVALID KEY
                   MOVE "Y" TO FIRST-SETUP
           END-START.

      * TAKES THE OPERATOR ID AND PASSWORD - THE OPERATOR MUST BE ON
      * FILE, ACTIVE, AND GRANTED THIS PROGRAM
       217-SIGN-ON-OPERATOR.
           DISPLAY "OPERATOR ID: ".
           ACCEPT SIGN-ON-ID.
           DISPLAY "PASSWORD: ".
           ACCEPT SIGN-ON-PASSWORD.
           MOVE SIGN-ON-ID TO OPERATOR-ID.
           READ OPERATOR-AUTHORITY-FILE
           INVALID KEY
               DISPLAY "OPERATOR " SIGN-ON-ID " NOT ON FILE"
           NOT INVALID KEY
               IF OPERATOR-PASSWORD NOT = SIGN-ON-PASSWORD
                   OR OPERATOR-STATUS NOT = "A"
                   DISPLAY "SIGN-ON REFUSED FOR OPERATOR " SIGN-ON-ID
               ELSE
                   PERFORM 218-FIND-PROGRAM-GRANT
               END-IF
           END-READ.

      * LOOKS FOR THIS PROGRAM AMONG THE OPERATOR'S GRANTS
       218-FIND-PROGRAM-GRANT.
           SET GRANT-INDEX TO 1.
           SEARCH OPERATOR-GRANT
               AT END
                   DISPLAY "OPERATOR " SIGN-ON-ID
                       " NOT AUTHORIZED FOR LAB09AM"
               WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX) = "LAB09AM"
                   MOVE "Y" TO SIGN-ON-VALID
           END-SEARCH.

      * APPLIES ONE TRANSACTION AND READS THE NEXT
       202-APPLY-TRANSACTIONS.
           PERFORM 301-APPLY-TRANSACTION.
           PERFORM 300-READ-TRANSACTION.

      * CLOSES THE FILES AND REPORTS WHAT WAS APPLIED
       203-TERMINATE.
           CLOSE OPERATOR-TRANS-FILE
                 OPERATOR-AUTHORITY-FILE.
           DISPLAY "OPERATOR AUTHORITY MAINTENANCE COMPLETE".
           DISPLAY "OPERATORS ADDED       : " ADD-COUNT.
           DISPLAY "OPERATORS CHANGED     : " CHANGE-COUNT.
           DISPLAY "OPERATORS DEACTIVATED : " DEACTIVATE-COUNT.
           DISPLAY "PROGRAMS GRANTED      : " GRANT-COUNT.
           DISPLAY "PROGRAMS REVOKED      : " REVOKE-COUNT.
           DISPLAY "TRANSACTIONS REJECTED : " REJECT-COUNT.
           IF FIRST-SETUP = "Y" AND MAINTAINER-GRANT-COUNT = ZERO
               DISPLAY "*** NO OPERATOR WAS GRANTED LAB09AM - GRANT IT"
                   " BEFORE ANY OPERATOR IS ADDED OR THE FILE CANNOT"
                   " BE MAINTAINED"
           END-IF.

      * READS A TRANSACTION RECORD
       300-READ-TRANSACTION.
           READ OPERATOR-TRANS-FILE AT END MOVE "Y" TO EOF-FLAG.

      * DISPATCHES THE TRANSACTION TO ITS MAINTENANCE PARAGRAPH - NO
      * OPERATOR MAY MAINTAIN THEIR OWN AUTHORITY
       301-APPLY-TRANSACTION.
           IF OPERATOR-TRANS-ID = SPACES
               DISPLAY "BLANK OPERATOR ID ON '" OPERATOR-TRANS-CODE
                   "' TRANSACTION"
               ADD 1 TO REJECT-COUNT
           ELSE
               IF FIRST-SETUP NOT EQUAL TO "Y"
                   AND OPERATOR-TRANS-ID = SIGN-ON-ID
                   DISPLAY "OPERATOR " SIGN-ON-ID " CANNOT CHANGE"
                       " THEIR OWN AUTHORITY - '" OPERATOR-TRANS-CODE
                       "' TRANSACTION REJECTED"
                   ADD 1 TO REJECT-COUNT
               ELSE
                   EVALUATE OPERATOR-TRANS-CODE
                       WHEN "A"
                           PERFORM 310-ADD-OPERATOR
                       WHEN "C"
                           PERFORM 320-CHANGE-OPERATOR
                       WHEN "D"
                           PERFORM 330-DEACTIVATE-OPERATOR
                       WHEN "G"
                           PERFORM 340-GRANT-PROGRAM
                       WHEN "R"
                           PERFORM 350-REVOKE-PROGRAM
                       WHEN OTHER
                           DISPLAY "INVALID TRANSACTION CODE '"
                               OPERATOR-TRANS-CODE "' FOR "
                               OPERATOR-TRANS-ID
                           ADD 1 TO REJECT-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

      * ADDS A NEW OPERATOR, ACTIVE AND WITH NO PROGRAMS GRANTED -
      * A PASSWORD AND A USABLE LIMIT ARE REQUIRED
       310-ADD-OPERATOR.
           MOVE "Y" TO TRANS-VALID.
           IF OPERATOR-TRANS-PASSWORD = SPACES
               DISPLAY "ADD FAILED - NO PASSWORD FOR "
                   OPERATOR-TRANS-ID
               MOVE "N" TO TRANS-VALID
           END-IF.
           IF OPERATOR-TRANS-LIMIT NOT NUMERIC
               DISPLAY "ADD FAILED - BAD VALUE LIMIT FOR "
                   OPERATOR-TRANS-ID
               MOVE "N" TO TRANS-VALID
           END-IF.
           IF TRANS-VALID = "Y"
               MOVE SPACES TO OPERATOR-RECORD
               MOVE OPERATOR-TRANS-ID TO OPERATOR-ID
               MOVE OPERATOR-TRANS-NAME TO OPERATOR-NAME
               MOVE OPERATOR-TRANS-PASSWORD TO OPERATOR-PASSWORD
               MOVE "A" TO OPERATOR-STATUS
               MOVE OPERATOR-TRANS-LIMIT-N TO OPERATOR-VALUE-LIMIT
               MOVE RUN-DATE TO OPERATOR-CHANGE-DATE
               MOVE SIGN-ON-ID TO OPERATOR-CHANGED-BY
               WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED FOR " OPERATOR-TRANS-ID
                       " STATUS FILED IS " OPERATOR-STATUS-FILED
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO ADD-COUNT
               END-WRITE
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * CHANGES THE NAME, PASSWORD, STATUS, OR LIMIT - BLANK FIELDS
      * KEEP WHAT IS ON FILE, AND A STATUS OF A REACTIVATES
       320-CHANGE-OPERATOR.
           MOVE "Y" TO TRANS-VALID.
           IF OPERATOR-TRANS-STATUS NOT = SPACE
               AND OPERATOR-TRANS-STATUS NOT = "A"
               AND OPERATOR-TRANS-STATUS NOT = "I"
               DISPLAY "CHANGE FAILED - BAD STATUS FOR "
                   OPERATOR-TRANS-ID
               MOVE "N" TO TRANS-VALID
           END-IF.
           IF OPERATOR-TRANS-LIMIT NOT = SPACES
               AND OPERATOR-TRANS-LIMIT NOT NUMERIC
               DISPLAY "CHANGE FAILED - BAD VALUE LIMIT FOR "
                   OPERATOR-TRANS-ID
               MOVE "N" TO TRANS-VALID
           END-IF.
           IF TRANS-VALID = "Y"
               MOVE OPERATOR-TRANS-ID TO OPERATOR-ID
               READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   DISPLAY "CHANGE FAILED - NOT ON FILE - "
                       OPERATOR-TRANS-ID
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   IF OPERATOR-TRANS-NAME NOT = SPACES
                       MOVE OPERATOR-TRANS-NAME TO OPERATOR-NAME
                   END-IF
                   IF OPERATOR-TRANS-PASSWORD NOT = SPACES
                       MOVE OPERATOR-TRANS-PASSWORD
                           TO OPERATOR-PASSWORD
                   END-IF
                   IF OPERATOR-TRANS-STATUS NOT = SPACE
                       MOVE OPERATOR-TRANS-STATUS TO OPERATOR-STATUS
                   END-IF
                   IF OPERATOR-TRANS-LIMIT NOT = SPACES
                       MOVE OPERATOR-TRANS-LIMIT-N
                           TO OPERATOR-VALUE-LIMIT
                   END-IF
                   PERFORM 360-REWRITE-OPERATOR
                   IF OPERATOR-STATUS-FILED = "00"
                       ADD 1 TO CHANGE-COUNT
                   END-IF
               END-READ
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * MARKS THE OPERATOR INACTIVE - THE RECORD STAYS ON FILE SO
      * THE ID ON OLDER JOURNAL ENTRIES CAN STILL BE LOOKED UP
       330-DEACTIVATE-OPERATOR.
           MOVE OPERATOR-TRANS-ID TO OPERATOR-ID.
           READ OPERATOR-AUTHORITY-FILE
           INVALID KEY
               DISPLAY "DEACTIVATE FAILED - NOT ON FILE - "
                   OPERATOR-TRANS-ID
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               MOVE "I" TO OPERATOR-STATUS
               PERFORM 360-REWRITE-OPERATOR
               IF OPERATOR-STATUS-FILED = "00"
                   ADD 1 TO DEACTIVATE-COUNT
               END-IF
           END-READ.

      * GRANTS A PROGRAM WITH ITS CODES - A PROGRAM ALREADY GRANTED
      * HAS ITS CODES REPLACED, OTHERWISE THE FIRST FREE SLOT TAKES IT
       340-GRANT-PROGRAM.
           MOVE "Y" TO TRANS-VALID.
           PERFORM 341-CHECK-GRANT-CODES.
           IF TRANS-VALID = "Y"
               MOVE OPERATOR-TRANS-ID TO OPERATOR-ID
               READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   DISPLAY "GRANT FAILED - NOT ON FILE - "
                       OPERATOR-TRANS-ID
                   MOVE "N" TO TRANS-VALID
               NOT INVALID KEY
                   PERFORM 343-FIND-GRANT-SLOT
               END-READ
           END-IF.
           IF TRANS-VALID = "Y"
               MOVE OPERATOR-TRANS-PROGRAM
                   TO OPERATOR-GRANT-PROGRAM (GRANT-INDEX)
               MOVE OPERATOR-TRANS-CODES
                   TO OPERATOR-GRANT-CODES (GRANT-INDEX)
               PERFORM 360-REWRITE-OPERATOR
               IF OPERATOR-STATUS-FILED = "00"
                   ADD 1 TO GRANT-COUNT
                   IF OPERATOR-TRANS-PROGRAM = "LAB09AM"
                       ADD 1 TO MAINTAINER-GRANT-COUNT
                   END-IF
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      * THE PROGRAM MUST BE ONE THAT TAKES A SIGN-ON, AND EVERY CODE
      * GRANTED MUST BE ONE THAT PROGRAM USES
       341-CHECK-GRANT-CODES.
           SET PROGRAM-INDEX TO 1.
           SEARCH PROGRAM-ENTRY
               AT END
                   DISPLAY "GRANT FAILED - NO SIGN-ON IN PROGRAM '"
                       OPERATOR-TRANS-PROGRAM "' FOR "
                       OPERATOR-TRANS-ID
                   MOVE "N" TO TRANS-VALID
               WHEN PROGRAM-NAME (PROGRAM-INDEX) =
                   OPERATOR-TRANS-PROGRAM
                   PERFORM 342-CHECK-ONE-CODE
                       VARYING CODE-SUB FROM 1 BY 1
                       UNTIL CODE-SUB > 10
           END-SEARCH.

      * A GRANTED CODE MUST APPEAR AMONG THE PROGRAM'S CODES
       342-CHECK-ONE-CODE.
           IF OPERATOR-TRANS-CODE-CHAR (CODE-SUB) NOT = SPACE
               MOVE ZERO TO CODE-TALLY
               INSPECT PROGRAM-CODES (PROGRAM-INDEX)
                   TALLYING CODE-TALLY
                   FOR ALL OPERATOR-TRANS-CODE-CHAR (CODE-SUB)
               IF CODE-TALLY = ZERO
                   DISPLAY "GRANT FAILED - CODE '"
                       OPERATOR-TRANS-CODE-CHAR (CODE-SUB)
                       "' NOT USED BY " OPERATOR-TRANS-PROGRAM
                       " FOR " OPERATOR-TRANS-ID
                   MOVE "N" TO TRANS-VALID
               END-IF
           END-IF.

      * POINTS GRANT-INDEX AT THE PROGRAM'S EXISTING GRANT, OR FAILING
      * THAT AT THE FIRST FREE SLOT
       343-FIND-GRANT-SLOT.
           SET GRANT-INDEX TO 1.
           SEARCH OPERATOR-GRANT
               AT END
                   SET GRANT-INDEX TO 1
                   SEARCH OPERATOR-GRANT
                       AT END
                           DISPLAY "GRANT FAILED - ALL EIGHT GRANTS IN"
                               " USE FOR " OPERATOR-TRANS-ID
                           MOVE "N" TO TRANS-VALID
                       WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX)
                           = SPACES
                           CONTINUE
                   END-SEARCH
               WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX) =
                   OPERATOR-TRANS-PROGRAM
                   CONTINUE
           END-SEARCH.

      * TAKES A PROGRAM AWAY FROM THE OPERATOR
       350-REVOKE-PROGRAM.
           MOVE OPERATOR-TRANS-ID TO OPERATOR-ID.
           READ OPERATOR-AUTHORITY-FILE
           INVALID KEY
               DISPLAY "REVOKE FAILED - NOT ON FILE - "
                   OPERATOR-TRANS-ID
               ADD 1 TO REJECT-COUNT
           NOT INVALID KEY
               SET GRANT-INDEX TO 1
               SEARCH OPERATOR-GRANT
                   AT END
                       DISPLAY "REVOKE FAILED - " OPERATOR-TRANS-ID
                           " NOT GRANTED " OPERATOR-TRANS-PROGRAM
                       ADD 1 TO REJECT-COUNT
                   WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX) =
                       OPERATOR-TRANS-PROGRAM
                       MOVE SPACES TO OPERATOR-GRANT (GRANT-INDEX)
                       PERFORM 360-REWRITE-OPERATOR
                       IF OPERATOR-STATUS-FILED = "00"
                           ADD 1 TO REVOKE-COUNT
                       END-IF
               END-SEARCH
           END-READ.

      * STAMPS THE CHANGE AND REWRITES THE OPERATOR
       360-REWRITE-OPERATOR.
           MOVE RUN-DATE TO OPERATOR-CHANGE-DATE.
           MOVE SIGN-ON-ID TO OPERATOR-CHANGED-BY.
           REWRITE OPERATOR-RECORD
           INVALID KEY
               DISPLAY "REWRITE FAILED FOR " OPERATOR-TRANS-ID
                   " STATUS FILED IS " OPERATOR-STATUS-FILED
               ADD 1 TO REJECT-COUNT
           END-REWRITE.

       END PROGRAM LAB09AM.
