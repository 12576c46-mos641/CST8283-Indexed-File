      ******************************************************************
      * Author: Mostapha A
      * Purpose: Forward recovery of the indexed inventory file. When
      *          LAB09K finds INDEXED-INVENT.TXT damaged mid-week the
      *          file is rebuilt from a generation backup LAB09 keeps
      *          (INDEXED-INVENT.TXT.Gnnnn) instead of a full reload
      *          from INVENT.TXT, so no update since the load is lost.
      *          The operator names the generation; the damaged file
      *          is kept as INDEXED-INVENT.TXT.DAMAGED and the backup
      *          is copied into its place; a .DAMAGED file left by an
      *          earlier run is never overwritten, so the run is
      *          refused until it is moved. The after-images on
      *          INVENT-AUDIT.TXT are then replayed in journal order
      *          from the backup's date up to the point the operator
      *          asks for - a date, a journal entry number, or the end
      *          of the journal - covering LAB09B and LAB09P adds,
      *          changes, and discontinues, LAB09G postings and cost
      *          changes, LAB09N count variances, and LAB09V purges.
      *          An image is applied only when the record still holds
      *          its before-image; one the backup already holds is
      *          skipped, and anything else is reported as not
      *          applied. The recovered file is walked by both keys
      *          the way LAB09K does, INVENT-CONTROL.TXT is rebuilt
      *          from the walk, and only a file that passes is
      *          released - stamped R on the run-control ledger so
      *          LAB09U shows it was recovered, not loaded. Every
      *          journal entry worked is listed on the recovery
      *          report with what became of it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        INDEXED FILE BEING RECOVERED - OPENED I-O ONCE THE
      *        BACKUP IS IN PLACE, THEN WALKED BY BOTH KEYS
               SELECT INDEXED-INVENT-FILE
                   ASSIGN TO "../INDEXED-INVENT.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS INVENTORY-ID-OUT
                                  ALTERNATE KEY IS VENDOR-NAME-OUT
                                      WITH DUPLICATES
                                          FILE STATUS IS STATUS-FILED.

      *        CUMULATIVE BEFORE/AFTER IMAGE JOURNAL BEING REPLAYED
               SELECT OPTIONAL INVENT-AUDIT-FILE
                   ASSIGN TO "../INVENT-AUDIT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        PERSISTED CONTROL TOTALS - REBUILT FROM THE RECOVERED
      *        FILE ONCE IT PASSES VERIFICATION
               SELECT CONTROL-FILE
                   ASSIGN TO "../INVENT-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-STATUS.

      *        RUN-CONTROL LEDGER EVERY JOB STAMPS AND CHECKS - THE
      *        RECOVERY REFUSES TO START WHILE A DAILY FEED IS
      *        MID-FLIGHT, AND STAMPS R WHEN IT RELEASES THE FILE
               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO "../RUN-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        PRINTED RECOVERY REPORT
               SELECT RECOVERY-REPORT-FILE
                   ASSIGN TO "../RECOVERY-REPORT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 INVENTORY-ID-OUT PIC X(9).
      *    NUMERIC VIEW OF INVENTORY-ID-OUT FOR THE HASH TOTAL
           05 INVENTORY-ID-OUT-N REDEFINES INVENTORY-ID-OUT PIC 9(9).
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
      *    A = ADD, C = CHANGE, D = DISCONTINUE (LAB09B/LAB09P),
      *    G = MOVEMENT POSTED, R = RECEIPT REPRICED (LAB09G),
      *    N = COUNT VARIANCE (LAB09N), V = PURGE (LAB09V) - LAB09AN
      *    WRITES C, N, AND R WHEN IT RELEASES A HELD UPDATE
           05 AUDIT-TRANS-CODE PIC X.
           05 FILLER PIC X.
      *    SPACES FOR AN ADD - THE RECORD DID NOT EXIST BEFORE
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X.
      *    SPACES FOR A PURGE - THE RECORD NO LONGER EXISTS AFTER IT
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X.
      *    OPERATOR WHO ENTERED THE UPDATE, AND THE SECOND OPERATOR WHO
      *    RELEASED IT WHEN IT WAS HELD OVER THE FIRST ONE'S LIMIT
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 AUDIT-APPROVER-ID PIC X(8).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CONTROL-RECORD-COUNT PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 CONTROL-HASH-TOTAL PIC 9(11).
           05 FILLER PIC X VALUE SPACE.
           05 CONTROL-UPDATE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CONTROL-UPDATE-JOB PIC X(8).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-JOB-NAME PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RUN-TIME-STAMP PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    S = JOB STARTED, C = JOB COMPLETED CLEANLY, R = THIS JOB
      *    RECOVERED THE INDEXED FILE AND IT PASSED VERIFICATION
           05 RUN-JOB-STATUS PIC X.

       FD RECOVERY-REPORT-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAGS FOR THE JOURNAL AND THE VERIFYING WALKS
           05 AUDIT-EOF-FLAG PIC A VALUE "N".
           05 EOF-FLAG PIC A.
      *    STORES STATUS OF INDEXED FILE AND CONTROL FILE I/O
           05 STATUS-FILED PIC X(2).
           05 CONTROL-STATUS PIC X(2).
      *    DATE THE RECOVERY RAN
           05 RUN-DATE PIC 9(8).
      *    N WHEN THE GENERATION OR REPLAY POINT CANNOT BE USED
           05 RECOVERY-ALLOWED PIC A VALUE "Y".
      *    WHY THE RECOVERY WAS REFUSED, FOR THE REPORT
           05 REFUSAL-REASON PIC X(80) VALUE SPACES.
      *    Y ONCE THE BACKUP IS IN PLACE AND OPEN FOR THE REPLAY
           05 FILE-RESTORED PIC A VALUE "N".
      *    Y ONCE ANY VERIFICATION CHECK HAS FAILED
           05 VERIFY-FAILED PIC A VALUE "N".
       01 RUN-CONTROL-FIELDS.
      *    END OF FILE FLAG FOR THE STARTUP SCAN OF THE LEDGER
           05 RUN-CONTROL-EOF PIC A.
      *    N WHEN THE STARTUP CHECK REFUSES THE RUN
           05 RUN-ALLOWED PIC A VALUE "Y".
      *    DAILY-FEED STARTS AND CLEAN COMPLETIONS SEEN ON THE
      *    LEDGER - MORE STARTS THAN COMPLETIONS MEANS A FEED IS
      *    STILL MID-FLIGHT
           05 FEED-STARTED-COUNT PIC 9(5) COMP VALUE ZERO.
           05 FEED-COMPLETED-COUNT PIC 9(5) COMP VALUE ZERO.
      *    DATE OF THE LAST COMPLETED LAB09 FULL LOAD ON THE LEDGER
           05 LAST-LOAD-DATE PIC 9(8) VALUE ZERO.
      *    STATUS TO STAMP, SET BEFORE THE STAMP PARAGRAPH RUNS
           05 STAMP-STATUS PIC X.
      *    TIME OF DAY FOR THE STAMP
           05 TIME-NOW PIC 9(8).
       01 PARAMETER-FIELDS.
      *    OPERATOR ENTRY FOR THE GENERATION - BLANK TAKES THE NEWEST
           05 PARAMETER-ENTRY PIC X(3).
           05 PARAMETER-ENTRY-N REDEFINES PARAMETER-ENTRY PIC 9(3).
      *    OPERATOR ENTRY FOR A REPLAY DATE, YYYYMMDD
           05 DATE-ENTRY PIC X(8).
           05 DATE-ENTRY-N REDEFINES DATE-ENTRY PIC 9(8).
      *    OPERATOR ENTRY FOR THE LAST JOURNAL ENTRY TO REPLAY
           05 ENTRY-NO-ENTRY PIC X(7).
           05 ENTRY-NO-ENTRY-N REDEFINES ENTRY-NO-ENTRY PIC 9(7).
      *    Y CONFIRMS THE LIVE FILE MAY BE REPLACED
           05 CONFIRM-ENTRY PIC X.
      *    GENERATION RESTORED AND THE SPAN OF JOURNAL REPLAYED -
      *    NO LIMIT IS HELD AS ALL NINES
           05 GENERATION-NO PIC 9(3) VALUE 1.
           05 REPLAY-FROM-DATE PIC 9(8).
           05 REPLAY-THROUGH-DATE PIC 9(8) VALUE 99999999.
           05 REPLAY-ENTRY-LIMIT PIC 9(7) VALUE 9999999.
       01 BACKUP-FIELDS.
      *    NAMES OF THE LIVE FILE, THE COPY OF IT SET ASIDE, AND THE
      *    GENERATION BEING RESTORED - NAMED THE WAY LAB09 NAMES THEM
           05 LIVE-FILE-NAME PIC X(40)
               VALUE "../INDEXED-INVENT.TXT".
           05 DAMAGED-FILE-NAME PIC X(40)
               VALUE "../INDEXED-INVENT.TXT.DAMAGED".
           05 GEN-NO-EDIT PIC 9(4).
           05 BACKUP-FILE-NAME PIC X(40).
      *    RESULT FIELDS FOR THE CBL_ FILE-HANDLING CALLS - THE FILE
      *    DETAILS CARRY THE DATE THE BACKUP WAS LAST WRITTEN, EACH
      *    PART AS A BINARY BYTE COUNT
           05 FILE-DETAILS PIC X(36).
           05 FILE-DETAIL-PARTS REDEFINES FILE-DETAILS.
               10 FILE-SIZE-BYTES PIC X(8).
               10 FILE-DAY-BYTE PIC X.
               10 FILE-MONTH-BYTE PIC X.
               10 FILE-YEAR-HIGH-BYTE PIC X.
               10 FILE-YEAR-LOW-BYTE PIC X.
               10 FILLER PIC X(24).
           05 CALL-STATUS PIC S9(9) COMP-5.
      *    DATE THE BACKUP WAS TAKEN
           05 BACKUP-DATE PIC 9(8).
           05 BACKUP-DATE-PARTS REDEFINES BACKUP-DATE.
               10 BACKUP-YEAR PIC 9(4).
               10 BACKUP-MONTH PIC 9(2).
               10 BACKUP-DAY PIC 9(2).
       01 REPLAY-FIELDS.
      *    POSITION OF THE ENTRY ON THE JOURNAL, COUNTING FROM ONE
           05 JOURNAL-ENTRY-NO PIC 9(7) VALUE ZERO.
      *    DATE OF THE FIRST ENTRY ON THE JOURNAL
           05 FIRST-JOURNAL-DATE PIC 9(8) VALUE ZERO.
      *    THE TWO IMAGES WITH THE INVENTORY ID BROKEN OUT
           05 BEFORE-VIEW.
               10 BEFORE-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(78).
           05 AFTER-VIEW.
               10 AFTER-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(78).
      *    WHAT BECAME OF THE ENTRY - REPLAYED, SKIPPED, OR NOT
      *    APPLIED - AND WHY
           05 REPLAY-OUTCOME PIC X(11).
           05 REPLAY-REASON PIC X(50).
       01 RECOVERY-TOTALS.
      *    HOW THE JOURNAL ENTRIES FELL OUT
           05 ENTRY-READ-COUNT PIC 9(7) VALUE ZERO.
           05 BEFORE-BACKUP-COUNT PIC 9(7) VALUE ZERO.
           05 PAST-POINT-COUNT PIC 9(7) VALUE ZERO.
           05 REPLAYED-COUNT PIC 9(7) VALUE ZERO.
           05 SKIPPED-COUNT PIC 9(7) VALUE ZERO.
           05 NOT-APPLIED-COUNT PIC 9(7) VALUE ZERO.
       01 VERIFY-TOTALS.
      *    COUNT AND ID HASH FROM THE PRIMARY-KEY WALK
           05 PRIMARY-COUNT PIC 9(7) VALUE ZERO.
           05 PRIMARY-HASH PIC 9(11) VALUE ZERO.
      *    COUNT AND ID HASH FROM THE ALTERNATE-KEY WALK
           05 ALTERNATE-COUNT PIC 9(7) VALUE ZERO.
           05 ALTERNATE-HASH PIC 9(11) VALUE ZERO.
       01 REPORT-LINES.
      *    ONE LINE PER JOURNAL ENTRY WORKED
           05 ENTRY-LINE.
               10 LINE-ENTRY-NO PIC ZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-RUN-DATE PIC 9(8).
               10 FILLER PIC X(3) VALUE SPACES.
               10 LINE-TRANS-CODE PIC X.
               10 FILLER PIC X(4) VALUE SPACES.
               10 LINE-INVENTORY-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-OUTCOME PIC X(11).
               10 FILLER PIC X(2) VALUE SPACES.
               10 LINE-REASON PIC X(50).
           05 ENTRY-HEADING.
               10 FILLER PIC X(9) VALUE "  ENTRY".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(6) VALUE "CODE".
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(13) VALUE "OUTCOME".
               10 FILLER PIC X(6) VALUE "REASON".
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-RECOVER-INDEXED-FILE.
           PERFORM 214-CHECK-RUN-CONTROL.
           IF RUN-ALLOWED = "Y"
               MOVE "S" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
               PERFORM 201-INITIALIZE
               IF RECOVERY-ALLOWED = "Y"
                   PERFORM 220-RESTORE-BACKUP
               END-IF
               IF FILE-RESTORED = "Y"
                   PERFORM 230-REPLAY-JOURNAL
                   PERFORM 240-VERIFY-RECOVERED-FILE
               END-IF
               PERFORM 203-TERMINATE
      *        ONLY A RESTORED FILE THAT PASSED VERIFICATION IS
      *        RELEASED - ANYTHING ELSE LEAVES NO COMPLETION STAMP
               IF FILE-RESTORED = "Y" AND VERIFY-FAILED = "N"
                   MOVE "R" TO STAMP-STATUS
                   PERFORM 216-STAMP-RUN-CONTROL
                   MOVE "C" TO STAMP-STATUS
                   PERFORM 216-STAMP-RUN-CONTROL
               END-IF
           ELSE
               DISPLAY "RUN REFUSED - A DAILY FEED IS MID-FLIGHT ON"
                   " THE RUN CONTROL - LET IT FINISH OR CLEAR ITS"
                   " ENTRY BEFORE RECOVERING"
           END-IF.
           STOP RUN.

      * SCANS THE RUN-CONTROL LEDGER - A LAB09B OR LAB09G START WITH
      * NO MATCHING COMPLETION MEANS IT IS STILL RUNNING (OR DIED),
      * AND A RESTORE UNDERNEATH IT WOULD TEAR THE FILE APART - AND
      * NOTES THE LAST FULL LOAD, WHICH NO OLDER BACKUP CAN SPAN
       214-CHECK-RUN-CONTROL.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO RUN-CONTROL-EOF.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM 215-SCAN-ONE-RUN-RECORD
               UNTIL RUN-CONTROL-EOF = "Y".
           CLOSE RUN-CONTROL-FILE.
           IF FEED-STARTED-COUNT > FEED-COMPLETED-COUNT
               MOVE "N" TO RUN-ALLOWED
           END-IF.

      * READS ONE LEDGER RECORD, BALANCING DAILY-FEED STARTS
      * AGAINST COMPLETIONS AND KEEPING THE LATEST LOAD DATE
       215-SCAN-ONE-RUN-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO RUN-CONTROL-EOF
               NOT AT END
                   IF RUN-JOB-NAME = "LAB09B"
                       OR RUN-JOB-NAME = "LAB09G"
                       IF RUN-JOB-STATUS = "S"
                           ADD 1 TO FEED-STARTED-COUNT
                       ELSE
                           IF RUN-JOB-STATUS = "C"
                               ADD 1 TO FEED-COMPLETED-COUNT
                           END-IF
                       END-IF
                   END-IF
                   IF RUN-JOB-NAME = "LAB09"
                       AND RUN-JOB-STATUS = "C"
                       AND RUN-BUSINESS-DATE > LAST-LOAD-DATE
                       MOVE RUN-BUSINESS-DATE TO LAST-LOAD-DATE
                   END-IF
           END-READ.

      * APPENDS A START, RECOVERED, OR COMPLETION STAMP FOR THIS JOB
       216-STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "LAB09AI" TO RUN-JOB-NAME.
           MOVE RUN-DATE TO RUN-BUSINESS-DATE.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO RUN-TIME-STAMP.
           MOVE STAMP-STATUS TO RUN-JOB-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * TAKES THE GENERATION AND REPLAY POINT, CHECKS THE BACKUP CAN
      * SERVE, AND HAS THE OPERATOR CONFIRM THE LIVE FILE GOES
       201-INITIALIZE.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           PERFORM 205-ACCEPT-GENERATION.
           PERFORM 206-LOCATE-BACKUP.
           IF RECOVERY-ALLOWED = "Y"
               PERFORM 207-ACCEPT-REPLAY-POINT
           END-IF.
           IF RECOVERY-ALLOWED = "Y"
               AND LAST-LOAD-DATE > BACKUP-DATE
               MOVE "N" TO RECOVERY-ALLOWED
               STRING "A FULL LOAD RAN ON " DELIMITED BY SIZE
                   LAST-LOAD-DATE DELIMITED BY SIZE
                   ", AFTER THIS BACKUP - RESTORE A LATER GENERATION"
                   DELIMITED BY SIZE
                   INTO REFUSAL-REASON
           END-IF.
      *    A FILE ALREADY SET ASIDE IS THE ONLY COPY OF WHAT WAS LIVE
      *    BEFORE AN EARLIER RECOVERY - IT IS NEVER WRITTEN OVER
           IF RECOVERY-ALLOWED = "Y"
               CALL "CBL_CHECK_FILE_EXIST" USING DAMAGED-FILE-NAME
                   FILE-DETAILS
                   RETURNING CALL-STATUS
               IF CALL-STATUS = ZERO
                   MOVE "N" TO RECOVERY-ALLOWED
                   STRING DAMAGED-FILE-NAME DELIMITED BY SPACE
                       " IS STILL ON DISK - MOVE IT AWAY OR BACK"
                       DELIMITED BY SIZE
                       INTO REFUSAL-REASON
               END-IF
           END-IF.
           IF RECOVERY-ALLOWED = "Y"
               DISPLAY "KEY Y TO REPLACE INDEXED-INVENT.TXT WITH "
                   "GENERATION " GENERATION-NO ": "
               ACCEPT CONFIRM-ENTRY
               IF CONFIRM-ENTRY NOT = "Y"
                   MOVE "N" TO RECOVERY-ALLOWED
                   MOVE "NOT CONFIRMED BY THE OPERATOR"
                       TO REFUSAL-REASON
               END-IF
           END-IF.
           PERFORM 208-WRITE-HEADINGS.
           IF RECOVERY-ALLOWED = "N"
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "*** RECOVERY NOT RUN - " DELIMITED BY SIZE
                   REFUSAL-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               DISPLAY "*** RECOVERY NOT RUN - " REFUSAL-REASON
           END-IF.

      * PROMPTS FOR THE GENERATION TO RESTORE - BLANK TAKES THE
      * NEWEST, GENERATION 1
       205-ACCEPT-GENERATION.
           DISPLAY "BACKUP GENERATION TO RESTORE (BLANK = 001): ".
           ACCEPT PARAMETER-ENTRY.
           IF PARAMETER-ENTRY NUMERIC AND PARAMETER-ENTRY-N > 0
               MOVE PARAMETER-ENTRY-N TO GENERATION-NO
           END-IF.

      * BUILDS THE GENERATION'S NAME, CHECKS IT IS ON DISK, AND
      * TAKES ITS DATE FROM WHEN IT WAS LAST WRITTEN
       206-LOCATE-BACKUP.
           MOVE GENERATION-NO TO GEN-NO-EDIT.
           MOVE SPACES TO BACKUP-FILE-NAME.
           STRING LIVE-FILE-NAME DELIMITED BY SPACE
               ".G" GEN-NO-EDIT DELIMITED BY SIZE
               INTO BACKUP-FILE-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING BACKUP-FILE-NAME
               FILE-DETAILS
               RETURNING CALL-STATUS.
           IF CALL-STATUS = ZERO
               COMPUTE BACKUP-YEAR =
                   (FUNCTION ORD(FILE-YEAR-HIGH-BYTE) - 1) * 256
                       + FUNCTION ORD(FILE-YEAR-LOW-BYTE) - 1
               COMPUTE BACKUP-MONTH =
                   FUNCTION ORD(FILE-MONTH-BYTE) - 1
               COMPUTE BACKUP-DAY =
                   FUNCTION ORD(FILE-DAY-BYTE) - 1
               MOVE BACKUP-DATE TO REPLAY-FROM-DATE
               DISPLAY "GENERATION " GENERATION-NO " IS "
                   BACKUP-FILE-NAME " TAKEN " BACKUP-DATE
           ELSE
               MOVE "N" TO RECOVERY-ALLOWED
               STRING "NO BACKUP " DELIMITED BY SIZE
                   BACKUP-FILE-NAME DELIMITED BY SPACE
                   " ON DISK" DELIMITED BY SIZE
                   INTO REFUSAL-REASON
           END-IF.

      * PROMPTS FOR WHERE THE REPLAY STARTS AND STOPS - BLANK STARTS
      * AT THE BACKUP'S DATE AND RUNS TO THE END OF THE JOURNAL
       207-ACCEPT-REPLAY-POINT.
           DISPLAY "REPLAY FROM DATE YYYYMMDD (BLANK = BACKUP DATE "
               BACKUP-DATE "): ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY NOT = SPACES
               IF DATE-ENTRY NUMERIC
                   MOVE DATE-ENTRY-N TO REPLAY-FROM-DATE
               ELSE
                   DISPLAY "FROM DATE NOT NUMERIC - BACKUP DATE USED"
               END-IF
           END-IF.
           DISPLAY "REPLAY THROUGH DATE YYYYMMDD"
               " (BLANK = END OF JOURNAL): ".
           ACCEPT DATE-ENTRY.
           IF DATE-ENTRY NOT = SPACES
               IF DATE-ENTRY NUMERIC
                   MOVE DATE-ENTRY-N TO REPLAY-THROUGH-DATE
               ELSE
                   DISPLAY "THROUGH DATE NOT NUMERIC - NO DATE LIMIT"
               END-IF
           END-IF.
           DISPLAY "STOP AFTER JOURNAL ENTRY NUMBER"
               " (BLANK = NO LIMIT): ".
           ACCEPT ENTRY-NO-ENTRY.
           IF ENTRY-NO-ENTRY NOT = SPACES
               IF ENTRY-NO-ENTRY NUMERIC
                   MOVE ENTRY-NO-ENTRY-N TO REPLAY-ENTRY-LIMIT
               ELSE
                   DISPLAY "ENTRY NUMBER NOT NUMERIC - NO ENTRY LIMIT"
               END-IF
           END-IF.
           IF REPLAY-THROUGH-DATE < REPLAY-FROM-DATE
               MOVE "N" TO RECOVERY-ALLOWED
               MOVE "REPLAY THROUGH DATE IS BEFORE THE FROM DATE"
                   TO REFUSAL-REASON
           END-IF.

      * HEADS THE REPORT WITH THE GENERATION AND THE REPLAY SPAN
       208-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "FORWARD RECOVERY OF INDEXED-INVENT.TXT - RUN DATE "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "RESTORED FROM " DELIMITED BY SIZE
               BACKUP-FILE-NAME DELIMITED BY SPACE
               " - GENERATION " DELIMITED BY SIZE
               GENERATION-NO DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           STRING "JOURNAL REPLAYED FROM " DELIMITED BY SIZE
               REPLAY-FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               REPLAY-THROUGH-DATE DELIMITED BY SIZE
               ", ENTRY NUMBERS UP TO " DELIMITED BY SIZE
               REPLAY-ENTRY-LIMIT DELIMITED BY SIZE
               INTO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.

      * SETS THE DAMAGED FILE ASIDE AND COPIES THE GENERATION INTO
      * ITS PLACE - A FAILED COPY, OR A COPY THAT WILL NOT OPEN, PUTS
      * THE DAMAGED FILE BACK
       220-RESTORE-BACKUP.
           CALL "CBL_CHECK_FILE_EXIST" USING LIVE-FILE-NAME
               FILE-DETAILS
               RETURNING CALL-STATUS.
           IF CALL-STATUS = ZERO
               CALL "CBL_RENAME_FILE" USING LIVE-FILE-NAME
                   DAMAGED-FILE-NAME
                   RETURNING CALL-STATUS
           END-IF.
           CALL "CBL_COPY_FILE" USING BACKUP-FILE-NAME
               LIVE-FILE-NAME
               RETURNING CALL-STATUS.
           IF CALL-STATUS = ZERO
               OPEN I-O INDEXED-INVENT-FILE
               IF STATUS-FILED = "00"
                   MOVE "Y" TO FILE-RESTORED
                   DISPLAY "GENERATION " GENERATION-NO
                       " RESTORED - DAMAGED FILE KEPT AS "
                       DAMAGED-FILE-NAME
               ELSE
                   CALL "CBL_DELETE_FILE" USING LIVE-FILE-NAME
                       RETURNING CALL-STATUS
                   CALL "CBL_RENAME_FILE" USING DAMAGED-FILE-NAME
                       LIVE-FILE-NAME
                       RETURNING CALL-STATUS
                   MOVE "*** RESTORED BACKUP WILL NOT OPEN - NOTHING"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   MOVE "    REPLAYED - LIVE FILE PUT BACK AS IT WAS,"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   MOVE "    RESTORE ANOTHER GENERATION"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   DISPLAY "*** RESTORED BACKUP WILL NOT OPEN - STATUS"
                       " FILED IS " STATUS-FILED
               END-IF
           ELSE
               CALL "CBL_RENAME_FILE" USING DAMAGED-FILE-NAME
                   LIVE-FILE-NAME
                   RETURNING CALL-STATUS
               MOVE "*** COPY OF THE BACKUP FAILED - LIVE FILE LEFT"
                   TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE "    AS IT WAS" TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               DISPLAY "*** COPY OF " BACKUP-FILE-NAME " FAILED"
           END-IF.

      * REPLAYS THE JOURNAL IN THE ORDER IT WAS WRITTEN
       230-REPLAY-JOURNAL.
           WRITE REPORT-LINE-OUT FROM ENTRY-HEADING.
           OPEN INPUT INVENT-AUDIT-FILE.
           PERFORM 300-READ-AUDIT-ENTRY.
           IF AUDIT-EOF-FLAG NOT EQUAL TO "Y"
               MOVE AUDIT-RUN-DATE TO FIRST-JOURNAL-DATE
           END-IF.
           PERFORM 231-REPLAY-ONE-ENTRY
               UNTIL AUDIT-EOF-FLAG = "Y".
           CLOSE INVENT-AUDIT-FILE.
      *    LAB09T MAY HAVE ARCHIVED THE START OF THE SPAN OFF THE
      *    JOURNAL - THE OPERATOR HAS TO PUT IT BACK AND RERUN
           IF FIRST-JOURNAL-DATE > REPLAY-FROM-DATE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "*** JOURNAL STARTS ON " DELIMITED BY SIZE
                   FIRST-JOURNAL-DATE DELIMITED BY SIZE
                   " - ANY ENTRIES ARCHIVED BY LAB09T FROM "
                   DELIMITED BY SIZE
                   REPLAY-FROM-DATE DELIMITED BY SIZE
                   " ON WERE NOT REPLAYED" DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.

      * WORKS AN ENTRY INSIDE THE REPLAY SPAN, COUNTS ONE OUTSIDE
      * IT, AND READS THE NEXT
       231-REPLAY-ONE-ENTRY.
           EVALUATE TRUE
               WHEN AUDIT-RUN-DATE < REPLAY-FROM-DATE
                   ADD 1 TO BEFORE-BACKUP-COUNT
               WHEN AUDIT-RUN-DATE > REPLAY-THROUGH-DATE
                   OR JOURNAL-ENTRY-NO > REPLAY-ENTRY-LIMIT
                   ADD 1 TO PAST-POINT-COUNT
               WHEN OTHER
                   PERFORM 232-APPLY-ONE-IMAGE
                   PERFORM 239-WRITE-ENTRY-LINE
           END-EVALUATE.
           PERFORM 300-READ-AUDIT-ENTRY.

      * APPLIES THE ENTRY BY ITS TRANSACTION CODE - EVERY CODE BUT
      * AN ADD OR A PURGE REPLACES THE BEFORE-IMAGE WITH THE AFTER
       232-APPLY-ONE-IMAGE.
           MOVE AUDIT-BEFORE-IMAGE TO BEFORE-VIEW.
           MOVE AUDIT-AFTER-IMAGE TO AFTER-VIEW.
           MOVE SPACES TO REPLAY-REASON.
           EVALUATE AUDIT-TRANS-CODE
               WHEN "A"
                   PERFORM 233-REPLAY-ADD
               WHEN "C"
               WHEN "D"
               WHEN "G"
               WHEN "N"
               WHEN "R"
                   PERFORM 234-REPLAY-CHANGE
               WHEN "V"
                   PERFORM 235-REPLAY-PURGE
               WHEN OTHER
                   MOVE "NOT APPLIED" TO REPLAY-OUTCOME
                   MOVE "UNKNOWN TRANSACTION CODE" TO REPLAY-REASON
           END-EVALUATE.

      * AN ADD IS WRITTEN WHEN THE ITEM IS NOT ON FILE - ONE ALREADY
      * ON FILE AS ADDED IS IN THE BACKUP
       233-REPLAY-ADD.
           MOVE AFTER-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               MOVE AUDIT-AFTER-IMAGE TO INVENTORY-RECORD-OUT
               WRITE INVENTORY-RECORD-OUT
               INVALID KEY
                   PERFORM 236-NOTE-FAILED-UPDATE
               NOT INVALID KEY
                   MOVE "REPLAYED" TO REPLAY-OUTCOME
               END-WRITE
           NOT INVALID KEY
               IF INVENTORY-RECORD-OUT = AUDIT-AFTER-IMAGE
                   MOVE "SKIPPED" TO REPLAY-OUTCOME
                   MOVE "ALREADY ON FILE IN THE BACKUP"
                       TO REPLAY-REASON
               ELSE
                   MOVE "NOT APPLIED" TO REPLAY-OUTCOME
                   MOVE "ON FILE AND DIFFERS FROM THE ADDED RECORD"
                       TO REPLAY-REASON
               END-IF
           END-READ.

      * A CHANGE IS REWRITTEN ONLY OVER ITS OWN BEFORE-IMAGE - A
      * RECORD ALREADY HOLDING THE AFTER-IMAGE IS IN THE BACKUP
       234-REPLAY-CHANGE.
           MOVE AFTER-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               MOVE "NOT APPLIED" TO REPLAY-OUTCOME
               MOVE "ITEM NOT ON FILE" TO REPLAY-REASON
           NOT INVALID KEY
               IF INVENTORY-RECORD-OUT = AUDIT-AFTER-IMAGE
                   MOVE "SKIPPED" TO REPLAY-OUTCOME
                   MOVE "ALREADY IN THE BACKUP" TO REPLAY-REASON
               ELSE
                   IF INVENTORY-RECORD-OUT = AUDIT-BEFORE-IMAGE
                       MOVE AUDIT-AFTER-IMAGE TO INVENTORY-RECORD-OUT
                       REWRITE INVENTORY-RECORD-OUT
                       INVALID KEY
                           PERFORM 236-NOTE-FAILED-UPDATE
                       NOT INVALID KEY
                           MOVE "REPLAYED" TO REPLAY-OUTCOME
                       END-REWRITE
                   ELSE
                       MOVE "NOT APPLIED" TO REPLAY-OUTCOME
                       MOVE "ON FILE BUT NOT AS THE BEFORE-IMAGE"
                           TO REPLAY-REASON
                   END-IF
               END-IF
           END-READ.

      * A PURGE IS DELETED ONLY OVER ITS OWN BEFORE-IMAGE - AN ITEM
      * ALREADY GONE WAS PURGED BEFORE THE BACKUP WAS TAKEN
       235-REPLAY-PURGE.
           MOVE BEFORE-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               MOVE "SKIPPED" TO REPLAY-OUTCOME
               MOVE "ALREADY PURGED IN THE BACKUP" TO REPLAY-REASON
           NOT INVALID KEY
               IF INVENTORY-RECORD-OUT = AUDIT-BEFORE-IMAGE
                   DELETE INDEXED-INVENT-FILE
                   INVALID KEY
                       PERFORM 236-NOTE-FAILED-UPDATE
                   NOT INVALID KEY
                       MOVE "REPLAYED" TO REPLAY-OUTCOME
                   END-DELETE
               ELSE
                   MOVE "NOT APPLIED" TO REPLAY-OUTCOME
                   MOVE "ON FILE BUT NOT AS THE BEFORE-IMAGE"
                       TO REPLAY-REASON
               END-IF
           END-READ.

      * NOTES A WRITE, REWRITE, OR DELETE THE FILE REFUSED
       236-NOTE-FAILED-UPDATE.
           MOVE "NOT APPLIED" TO REPLAY-OUTCOME.
           STRING "FILE UPDATE FAILED, STATUS FILED IS "
               DELIMITED BY SIZE
               STATUS-FILED DELIMITED BY SIZE
               INTO REPLAY-REASON.

      * COUNTS THE ENTRY'S OUTCOME AND LISTS IT ON THE REPORT
       239-WRITE-ENTRY-LINE.
           EVALUATE REPLAY-OUTCOME
               WHEN "REPLAYED"
                   ADD 1 TO REPLAYED-COUNT
               WHEN "SKIPPED"
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO NOT-APPLIED-COUNT
           END-EVALUATE.
           MOVE SPACES TO ENTRY-LINE.
           MOVE JOURNAL-ENTRY-NO TO LINE-ENTRY-NO.
           MOVE AUDIT-RUN-DATE TO LINE-RUN-DATE.
           MOVE AUDIT-TRANS-CODE TO LINE-TRANS-CODE.
           IF AFTER-INVENTORY-ID NOT = SPACES
               MOVE AFTER-INVENTORY-ID TO LINE-INVENTORY-ID
           ELSE
               MOVE BEFORE-INVENTORY-ID TO LINE-INVENTORY-ID
           END-IF.
           MOVE REPLAY-OUTCOME TO LINE-OUTCOME.
           MOVE REPLAY-REASON TO LINE-REASON.
           WRITE REPORT-LINE-OUT FROM ENTRY-LINE.

      * RE-RUNS THE LAB09K CHECKS ON THE RECOVERED FILE - BOTH KEY
      * WALKS MUST AGREE BEFORE THE CONTROL TOTALS ARE REBUILT FROM
      * THEM, AND THE REBUILT TOTALS MUST READ BACK THE SAME
       240-VERIFY-RECOVERED-FILE.
           PERFORM 241-WALK-PRIMARY-KEY.
           PERFORM 242-WALK-ALTERNATE-KEY.
           CLOSE INDEXED-INVENT-FILE.
           IF PRIMARY-COUNT NOT EQUAL TO ALTERNATE-COUNT
               OR PRIMARY-HASH NOT EQUAL TO ALTERNATE-HASH
               MOVE "Y" TO VERIFY-FAILED
               DISPLAY "*** MISMATCH - PRIMARY AND ALTERNATE WALKS"
                   " OF THE RECOVERED FILE DISAGREE"
           ELSE
               PERFORM 245-REBUILD-CONTROL-TOTALS
               PERFORM 246-CHECK-CONTROL-TOTALS
           END-IF.

      * COUNTS AND HASHES EVERY RECORD IN INVENTORY-ID-OUT ORDER
       241-WALK-PRIMARY-KEY.
           MOVE "N" TO EOF-FLAG.
           MOVE LOW-VALUES TO INVENTORY-ID-OUT.
           START INDEXED-INVENT-FILE
               KEY IS NOT LESS THAN INVENTORY-ID-OUT
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 301-READ-NEXT-RECORD
           END-IF.
           PERFORM 310-TALLY-PRIMARY-RECORD UNTIL EOF-FLAG = "Y".

      * COUNTS AND HASHES EVERY RECORD IN VENDOR-NAME-OUT ORDER
       242-WALK-ALTERNATE-KEY.
           MOVE "N" TO EOF-FLAG.
           MOVE LOW-VALUES TO VENDOR-NAME-OUT.
           START INDEXED-INVENT-FILE
               KEY IS NOT LESS THAN VENDOR-NAME-OUT
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT EQUAL TO "Y"
               PERFORM 301-READ-NEXT-RECORD
           END-IF.
           PERFORM 320-TALLY-ALTERNATE-RECORD UNTIL EOF-FLAG = "Y".

      * REPLACES THE CONTROL TOTALS WITH THE RECOVERED FILE'S OWN
       245-REBUILD-CONTROL-TOTALS.
           OPEN OUTPUT CONTROL-FILE.
           MOVE PRIMARY-COUNT TO CONTROL-RECORD-COUNT.
           MOVE PRIMARY-HASH TO CONTROL-HASH-TOTAL.
           MOVE RUN-DATE TO CONTROL-UPDATE-DATE.
           MOVE "LAB09AI" TO CONTROL-UPDATE-JOB.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

      * READS THE REBUILT CONTROL TOTALS BACK AND COMPARES THEM TO
      * THE WALKS, AS LAB09K WILL BEFORE THE NEXT NIGHTLY FEED
       246-CHECK-CONTROL-TOTALS.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "Y" TO VERIFY-FAILED
                       DISPLAY "*** REBUILT CONTROL FILE IS EMPTY"
                   NOT AT END
                       IF CONTROL-RECORD-COUNT NOT = PRIMARY-COUNT
                           OR CONTROL-HASH-TOTAL NOT = PRIMARY-HASH
                           MOVE "Y" TO VERIFY-FAILED
                           DISPLAY "*** MISMATCH - REBUILT CONTROL"
                               " TOTALS DO NOT MATCH THE FILE"
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               MOVE "Y" TO VERIFY-FAILED
               DISPLAY "*** REBUILT CONTROL FILE WILL NOT OPEN -"
                   " STATUS " CONTROL-STATUS
           END-IF.

      * PRINTS THE RECOVERY TOTALS AND THE VERIFICATION OUTCOME
       203-TERMINATE.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE "JOURNAL ENTRIES READ          " TO COUNT-CAPTION.
           MOVE ENTRY-READ-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "  BEFORE THE REPLAY SPAN      " TO COUNT-CAPTION.
           MOVE BEFORE-BACKUP-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "  PAST THE RECOVERY POINT     " TO COUNT-CAPTION.
           MOVE PAST-POINT-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "  REPLAYED                    " TO COUNT-CAPTION.
           MOVE REPLAYED-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "  SKIPPED, ALREADY IN BACKUP  " TO COUNT-CAPTION.
           MOVE SKIPPED-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           MOVE "  NOT APPLIED                 " TO COUNT-CAPTION.
           MOVE NOT-APPLIED-COUNT TO COUNT-EDIT.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE.
           IF FILE-RESTORED = "Y"
               MOVE "RECORDS ON RECOVERED FILE     " TO COUNT-CAPTION
               MOVE PRIMARY-COUNT TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "HASH TOTAL OF INVENTORY IDS   " DELIMITED BY SIZE
                   PRIMARY-HASH DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               IF VERIFY-FAILED = "Y"
                   MOVE "*** VERIFICATION FAILED - FILE NOT RELEASED,"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   MOVE "    THE FILE AS IT WAS IS KEPT AS .DAMAGED -"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   MOVE "    MOVE IT AWAY OR BACK, THEN RESTORE"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   MOVE "    ANOTHER GENERATION OR RELOAD"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
               ELSE
                   MOVE "VERIFIED - BOTH KEY WALKS AND THE REBUILT"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   MOVE "  CONTROL TOTALS AGREE - FILE RELEASED"
                       TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
               END-IF
           END-IF.
           CLOSE RECOVERY-REPORT-FILE.
           DISPLAY "JOURNAL ENTRIES REPLAYED    : " REPLAYED-COUNT.
           DISPLAY "SKIPPED, ALREADY IN BACKUP  : " SKIPPED-COUNT.
           DISPLAY "NOT APPLIED                 : " NOT-APPLIED-COUNT.
           IF FILE-RESTORED = "Y"
               IF VERIFY-FAILED = "Y"
                   DISPLAY "*** VERIFICATION FAILED - FILE NOT"
                       " RELEASED - SEE RECOVERY-REPORT.TXT"
               ELSE
                   DISPLAY "RECOVERED FILE VERIFIED AND RELEASED"
               END-IF
           END-IF.

      * READS A JOURNAL ENTRY, NUMBERING IT BY ITS PLACE ON THE FILE
       300-READ-AUDIT-ENTRY.
           READ INVENT-AUDIT-FILE
               AT END
                   MOVE "Y" TO AUDIT-EOF-FLAG
               NOT AT END
                   ADD 1 TO JOURNAL-ENTRY-NO
                   ADD 1 TO ENTRY-READ-COUNT
           END-READ.

      * READS THE NEXT RECORD ALONG THE KEY LAST STARTED
       301-READ-NEXT-RECORD.
           READ INDEXED-INVENT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO EOF-FLAG.

      * TALLIES ONE RECORD FROM THE PRIMARY-KEY WALK
       310-TALLY-PRIMARY-RECORD.
           ADD 1 TO PRIMARY-COUNT.
           ADD INVENTORY-ID-OUT-N TO PRIMARY-HASH.
           PERFORM 301-READ-NEXT-RECORD.

      * TALLIES ONE RECORD FROM THE ALTERNATE-KEY WALK
       320-TALLY-ALTERNATE-RECORD.
           ADD 1 TO ALTERNATE-COUNT.
           ADD INVENTORY-ID-OUT-N TO ALTERNATE-HASH.
           PERFORM 301-READ-NEXT-RECORD.

       END PROGRAM LAB09AI.
