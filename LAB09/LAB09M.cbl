       FD COUNT-VARIANCE-FILE.
       01 VARIANCE-RECORD-OUT.
      *    SPACE = AWAITING REVIEW - THE SUPERVISOR MARKS THE
      *    VARIANCES TO TAKE WITH AN A BEFORE RUNNING LAB09N, WHICH
      *    SETS X WHEN APPLIED OR H WHEN HELD FOR A SECOND OPERATOR
      *    OVER ITS LIMIT, AND J WHEN THE SECOND OPERATOR REJECTS IT
           05 VARIANCE-APPROVAL PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 VARIANCE-INVENTORY-ID PIC X(9).
           05 VARIANCE-UNITS PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 VARIANCE-INITIALS PIC X(3).
           05 FILLER PIC X VALUE SPACE.
      *    PENDING-APPROVAL NUMBER LAB09N GIVES A HELD VARIANCE
           05 VARIANCE-PENDING-NUMBER PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
               MOVE UNIT-DIFFERENCE TO VARIANCE-UNITS
           END-IF.
           MOVE COUNT-INITIALS TO VARIANCE-INITIALS.
           MOVE ZERO TO VARIANCE-PENDING-NUMBER.
           WRITE VARIANCE-RECORD-OUT.

      * WALKS THE WHOLE FILE AND REPORTS ITEMS NO COUNT LINE TOUCHED
