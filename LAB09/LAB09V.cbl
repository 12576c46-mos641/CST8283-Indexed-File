      *          dated archive file, the purge is backed out of the
      *          INVENT-CONTROL.TXT record count and hash total the
      *          way a LAB09B delete used to be, and the run prints
      *          exactly what it took. Each purge is also written to
      *          the GL activity file for the LAB09AB journal
      *          interface - at zero on-hand it carries no value, but
      *          finance sees the item leave the books - and
      *          journaled as code V with the record as its before
      *          image, so LAB09AI can replay the purge onto a
      *          restored backup of the file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09V.
                       ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CONTROL-STATUS.

      *        CUMULATIVE BEFORE/AFTER IMAGE JOURNAL OF EVERY UPDATE -
      *        A PURGE IS JOURNALED AS V WITH NO AFTER IMAGE
               SELECT OPTIONAL INVENT-AUDIT-FILE
                   ASSIGN TO "../INVENT-AUDIT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        CUMULATIVE VALUE MOVEMENTS FOR THE LAB09AB GL INTERFACE,
      *        SHARED WITH LAB09G, LAB09N AND LAB09AN
               SELECT OPTIONAL GL-ACTIVITY-FILE
                   ASSIGN TO "../GL-ACTIVITY.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-INVENT-FILE.
           05 FILLER PIC X VALUE SPACE.
           05 CONTROL-UPDATE-JOB PIC X(8).

       FD INVENT-AUDIT-FILE.
       01 AUDIT-RECORD-OUT.
           05 AUDIT-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-TRANS-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
      *    SPACES FOR A PURGE - THE RECORD NO LONGER EXISTS AFTER IT
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR AND APPROVER - SPACES ON A PURGE, WHICH IS A BATCH
      *    HOUSEKEEPING STEP RATHER THAN AN OPERATOR'S UPDATE
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
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

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG
      *    BEFORE THE DELETE LEAVES THE RECORD AREA UNDEFINED
           05 PURGED-ID-N PIC 9(9).
           05 PURGED-DESCRIPTION PIC X(40).
           05 PURGED-ON-HAND PIC 9(5).
           05 PURGED-UNIT-COST PIC 9(5)V99.
           05 PURGED-RECORD PIC X(87).
       01 FILE-HANDLING-FIELDS.
      *    NAMES FOR THE END-OF-RUN RENAME TO THE DATED ARCHIVE
           05 ARCHIVE-WORK-NAME PIC X(40)
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O INDEXED-INVENT-FILE.
           OPEN OUTPUT PURGE-ARCHIVE-FILE.
           OPEN EXTEND INVENT-AUDIT-FILE.
           OPEN EXTEND GL-ACTIVITY-FILE.
           PERFORM 205-READ-CONTROL-TOTALS.
           DISPLAY "DISCONTINUED-ITEM PURGE RUN - " RUN-DATE.
           MOVE LOW-VALUES TO INVENTORY-ID-OUT.
      * PRINTS WHAT THE PURGE TOOK
       203-TERMINATE.
           CLOSE INDEXED-INVENT-FILE
                 PURGE-ARCHIVE-FILE
                 INVENT-AUDIT-FILE
                 GL-ACTIVITY-FILE.
           PERFORM 206-WRITE-CONTROL-TOTALS.
           PERFORM 330-NAME-DATED-ARCHIVE.
           DISPLAY "INVENTORY RECORDS READ         : "
           WRITE PURGE-ARCHIVE-RECORD.
           MOVE INVENTORY-ID-OUT-N TO PURGED-ID-N.
           MOVE INVENTORY-DESCRIPTION-OUT TO PURGED-DESCRIPTION.
           MOVE QUANTITY-ON-HAND-OUT TO PURGED-ON-HAND.
           MOVE UNIT-COST-OUT TO PURGED-UNIT-COST.
           MOVE INVENTORY-RECORD-OUT TO PURGED-RECORD.
           DELETE INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "PURGE FAILED FOR " PURGED-ID-N
                   PURGED-DESCRIPTION
               ADD 1 TO PURGED-COUNT
               PERFORM 320-COUNT-PURGED-RECORD
               PERFORM 321-APPEND-GL-ACTIVITY
               PERFORM 322-JOURNAL-PURGE
           END-DELETE.

      * BACKS THE PURGED RECORD OUT OF THE CONTROL TOTALS - THE HASH
               MOVE HASH-WORK TO HASH-TOTAL
           END-IF.

      * APPENDS THE PURGE TO THE GL ACTIVITY FILE - VALUED FROM THE
      * FIELDS SAVED BEFORE THE DELETE
       321-APPEND-GL-ACTIVITY.
           MOVE RUN-DATE TO GL-ACTIVITY-DATE.
           MOVE "LAB09V" TO GL-ACTIVITY-JOB.
           MOVE "PG" TO GL-ACTIVITY-TYPE.
           MOVE PURGED-ID-N TO GL-ACTIVITY-INVENTORY-ID.
           MOVE "-" TO GL-ACTIVITY-SIGN.
           MOVE PURGED-ON-HAND TO GL-ACTIVITY-QUANTITY.
           MOVE PURGED-UNIT-COST TO GL-ACTIVITY-UNIT-COST.
           COMPUTE GL-ACTIVITY-VALUE =
               PURGED-ON-HAND * PURGED-UNIT-COST.
           MOVE "PURGE" TO GL-ACTIVITY-REFERENCE.
           WRITE GL-ACTIVITY-RECORD.

      * JOURNALS THE PURGE - THE BEFORE IMAGE IS THE RECORD SAVED
      * BEFORE THE DELETE AND THE AFTER IMAGE IS LEFT BLANK
       322-JOURNAL-PURGE.
           MOVE RUN-DATE TO AUDIT-RUN-DATE.
           MOVE "V" TO AUDIT-TRANS-CODE.
           MOVE PURGED-RECORD TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           MOVE SPACES TO AUDIT-OPERATOR-ID
                          AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD-OUT.

      * NAMES THE ARCHIVE AFTER THE DATE THE PURGE RAN - A RUN THAT
      * PURGED NOTHING JUST DISCARDS ITS EMPTY WORK FILE, AND WHEN AN
      * ARCHIVE FOR THE DATE ALREADY EXISTS (A SAME-DAY RERUN) THE
