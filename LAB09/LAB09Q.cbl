           05 ORDER-DATE PIC 9(8).
           05 ORDER-QUANTITY PIC 9(5).
           05 ORDER-RECEIVED-QUANTITY PIC 9(5).
      *    UNITS VENDOR INVOICES HAVE BILLED AGAINST THE LINE - THE
      *    LAB09I INVOICE MATCH HOLDS A SECOND BILL FOR THE SAME UNITS
           05 ORDER-INVOICED-QUANTITY PIC 9(5).
      *    O = OPEN, C = CLOSED BY RECEIPTS
           05 ORDER-LINE-STATUS PIC X.

               MOVE RUN-DATE TO ORDER-DATE
               MOVE DETAIL-SUGGESTED-QUANTITY TO ORDER-QUANTITY
               MOVE ZERO TO ORDER-RECEIVED-QUANTITY
               MOVE ZERO TO ORDER-INVOICED-QUANTITY
               MOVE "O" TO ORDER-LINE-STATUS
               WRITE OPEN-ORDER-RECORD
               INVALID KEY
