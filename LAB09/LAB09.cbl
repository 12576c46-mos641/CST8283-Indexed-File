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
      *    FOR A REJECT FROM THE LOAD, WHICH RUNS WITHOUT A SIGN-ON
           05 EXCEPTION-OPERATOR-ID PIC X(8).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
      *        LOOP UNTIL THE END OF FILE
               PERFORM 202-MOVE-RECORDS UNTIL EOF-FLAG EQUAL TO "Y"
               PERFORM 203-TERMINATE
               PERFORM 207-BACKUP-LOADED-FILE
               MOVE "C" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
           ELSE
                   RETURNING CALL-STATUS
           END-IF.

      * SAVES THE FRESHLY LOADED FILE AS THE NEWEST GENERATION TOO -
      * THE LOAD ITSELF IS NOT JOURNALED, SO LAB09AI FORWARD RECOVERY
      * NEEDS A BACKUP TAKEN AFTER IT TO REPLAY THE WEEK'S UPDATES ON
       207-BACKUP-LOADED-FILE.
           MOVE MAX-GENERATIONS TO GEN-NO.
           PERFORM 204-SHIFT-GENERATION UNTIL GEN-NO < 2.
           MOVE 1 TO GEN-NO-EDIT.
           STRING LIVE-FILE-NAME DELIMITED BY SPACE
               ".G" GEN-NO-EDIT DELIMITED BY SIZE
               INTO NEW-GEN-NAME.
           CALL "CBL_COPY_FILE" USING LIVE-FILE-NAME
               NEW-GEN-NAME
               RETURNING CALL-STATUS.
           IF CALL-STATUS NOT = ZERO
               DISPLAY "*** BACKUP OF THE LOADED FILE FAILED - NO"
                   " RECOVERY BASE UNTIL THE NEXT LOAD"
           END-IF.

      * RENAMES GENERATION (GEN-NO - 1) TO GEN-NO, WORKING FROM THE
      * OLDEST GENERATION DOWN SO EACH RENAME FREES THE SLOT THE NEXT
      * ONE NEEDS, THEN STEPS GEN-NO DOWN FOR THE NEXT CALL
           MOVE RUN-DATE TO EXCEPTION-RUN-DATE.
           MOVE STATUS-FILED TO EXCEPTION-STATUS-FILED.
           MOVE INVENTORY-RECORD-IN TO EXCEPTION-INVENTORY-RECORD.
           MOVE SPACES TO EXCEPTION-OPERATOR-ID.
           WRITE EXCEPTION-RECORD-OUT.

      * PERSISTS THE LOAD'S CONTROL TOTALS SO THE STANDING AUDIT AND
