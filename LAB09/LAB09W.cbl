       01 HISTORY-RECORD-IN.
           05 HISTORY-POST-DATE PIC 9(8).
           05 FILLER PIC X.
      *    R, I, J, T, V, K, OR U AS POSTED - A COMPONENT USED IN A
      *    KIT IS A K WITH A MINUS SIGN AND COUNTS AS AN ISSUE
           05 HISTORY-MOVEMENT-CODE PIC X.
           05 FILLER PIC X.
           05 HISTORY-INVENTORY-ID PIC X(9).
                   MOVE HISTORY-POST-DATE TO LATEST-HISTORY-DATE
               END-IF
           END-IF.
           IF (HISTORY-MOVEMENT-CODE = "I"
               OR (HISTORY-MOVEMENT-CODE = "K" AND HISTORY-SIGN = "-"))
               AND HISTORY-QUANTITY NUMERIC
               ADD 1 TO ISSUE-LINE-COUNT
               PERFORM 212-ADD-ISSUE-TO-USAGE
