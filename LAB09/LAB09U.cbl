      *          refused and reported, each not-yet-started step is
      *          shown as READY or BLOCKED, and the run ends with a
      *          one-page status report of every step's start,
      *          completion, and outcome. The report also says how
      *          INDEXED-INVENT.TXT was last rebuilt - by a LAB09 full
      *          load or by a LAB09AI forward recovery - and when.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09U.
           05 FILLER PIC X VALUE SPACE.
           05 RUN-TIME-STAMP PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    S = JOB STARTED, C = JOB COMPLETED CLEANLY, R = LAB09AI
      *    RECOVERED THE INDEXED FILE AND IT PASSED VERIFICATION
           05 RUN-JOB-STATUS PIC X.

       FD NIGHT-REPORT-FILE.
           05 TIME-NOW PIC 9(8).
      *    Y ONCE ANY STEP STARTED AHEAD OF ITS PREREQUISITES
           05 NIGHT-OUT-OF-ORDER PIC A VALUE "N".
       01 REBUILD-FIELDS.
      *    HOW THE INDEXED FILE WAS LAST REBUILT ON THE LEDGER -
      *    L = FULL LOAD, R = FORWARD RECOVERY, SPACE = NEITHER SEEN -
      *    THE LEDGER IS APPENDED IN TIME ORDER SO THE LAST SEEN WINS
           05 REBUILD-KIND PIC X VALUE SPACE.
           05 REBUILD-DATE PIC 9(8) VALUE ZERO.
           05 REBUILD-TIME PIC 9(8) VALUE ZERO.
       01 PLAN-TABLE-FIELDS.
      *    THE NIGHT'S STEPS IN DEPENDENCY ORDER, WITH WHAT THE
      *    LEDGER SHOWED FOR EACH ONE
                           VARYING STEP-INDEX FROM 1 BY 1
                               UNTIL STEP-INDEX > STEP-COUNT
                   END-IF
                   PERFORM 213-NOTE-FILE-REBUILD
           END-READ.

      * NOTES A COMPLETED FULL LOAD OR A RECOVERY OF THE INDEXED
      * FILE, WHATEVER ITS DATE
       213-NOTE-FILE-REBUILD.
           IF RUN-JOB-NAME = "LAB09" AND RUN-JOB-STATUS = "C"
               MOVE "L" TO REBUILD-KIND
               MOVE RUN-BUSINESS-DATE TO REBUILD-DATE
               MOVE RUN-TIME-STAMP TO REBUILD-TIME
           END-IF.
           IF RUN-JOB-NAME = "LAB09AI" AND RUN-JOB-STATUS = "R"
               MOVE "R" TO REBUILD-KIND
               MOVE RUN-BUSINESS-DATE TO REBUILD-DATE
               MOVE RUN-TIME-STAMP TO REBUILD-TIME
           END-IF.

      * RECORDS A START OR COMPLETION AGAINST THE MATCHING STEP
       212-MATCH-RECORD-TO-STEP.
           IF RUN-JOB-NAME = STEP-JOB-NAME (STEP-INDEX)
                   TO REPORT-LINE-OUT
           END-IF.
           WRITE REPORT-LINE-OUT.
           PERFORM 232-WRITE-REBUILD-LINE.
           CLOSE NIGHT-REPORT-FILE.
           DISPLAY "NIGHT STATUS REPORT WRITTEN FOR " RUN-DATE
               " - SEE NIGHT-STATUS-REPORT.TXT".
                   " - REVIEW BEFORE TRUSTING TONIGHT'S OUTPUT"
           END-IF.

      * SAYS HOW AND WHEN THE INDEXED FILE WAS LAST REBUILT - A
      * RECOVERY TODAY IS CALLED OUT TO THE OPERATOR AS WELL
       232-WRITE-REBUILD-LINE.
           MOVE SPACES TO REPORT-LINE-OUT.
           EVALUATE REBUILD-KIND
               WHEN "L"
                   STRING "INDEXED-INVENT.TXT LAST LOADED BY LAB09 ON "
                       DELIMITED BY SIZE
                       REBUILD-DATE DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       REBUILD-TIME DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
               WHEN "R"
                   STRING "INDEXED-INVENT.TXT RECOVERED, NOT LOADED -"
                       DELIMITED BY SIZE
                       " LAB09AI FORWARD RECOVERY ON "
                       DELIMITED BY SIZE
                       REBUILD-DATE DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       REBUILD-TIME DELIMITED BY SIZE
                       INTO REPORT-LINE-OUT
                   IF REBUILD-DATE = RUN-DATE
                       DISPLAY "INDEXED-INVENT.TXT WAS RECOVERED BY"
                           " LAB09AI TODAY - SEE RECOVERY-REPORT.TXT"
                   END-IF
               WHEN OTHER
                   MOVE "INDEXED-INVENT.TXT - NO LOAD OR RECOVERY SEEN"
                       TO REPORT-LINE-OUT
           END-EVALUATE.
           WRITE REPORT-LINE-OUT.

      * WRITES ONE STEP'S LINE ON THE STATUS REPORT
       231-WRITE-ONE-STEP-LINE.
           MOVE SPACES TO DETAIL-LINE.
