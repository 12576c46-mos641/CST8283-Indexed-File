      *          ADD/CHANGE/DEACTIVATE transactions to the indexed
      *          vendor master keyed by vendor name, carrying the
      *          contact, payment terms, and an active/inactive
      *          status, and the lead time the vendor quotes from
      *          order to delivery that the LAB09AH scorecard measures
      *          on-time delivery against. Vendors are deactivated
      *          rather than deleted so inventory records that still
      *          name them stay explainable. The LAB09 load and the
      *          LAB09B daily feed validate incoming vendor names
      *          against this master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09L.
           05 VENDOR-TRANS-NAME PIC X(20).
           05 VENDOR-TRANS-CONTACT PIC X(30).
           05 VENDOR-TRANS-TERMS PIC X(10).
      *    QUOTED LEAD TIME IN DAYS - BLANK ON A CHANGE KEEPS THE
      *    LEAD TIME ON FILE
           05 VENDOR-TRANS-LEAD-DAYS PIC X(3).
           05 VENDOR-TRANS-LEAD-DAYS-N REDEFINES VENDOR-TRANS-LEAD-DAYS
               PIC 9(3).

       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VENDOR-MASTER-TERMS PIC X(10).
      *    A = ACTIVE, I = INACTIVE
           05 VENDOR-MASTER-STATUS PIC X.
      *    QUOTED DAYS FROM ORDER TO DELIVERY - ZERO WHEN NONE AGREED
           05 VENDOR-MASTER-LEAD-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           MOVE VENDOR-TRANS-CONTACT TO VENDOR-MASTER-CONTACT.
           MOVE VENDOR-TRANS-TERMS TO VENDOR-MASTER-TERMS.
           MOVE "A" TO VENDOR-MASTER-STATUS.
           IF VENDOR-TRANS-LEAD-DAYS NUMERIC
               MOVE VENDOR-TRANS-LEAD-DAYS-N TO VENDOR-MASTER-LEAD-DAYS
           ELSE
               MOVE ZERO TO VENDOR-MASTER-LEAD-DAYS
           END-IF.
           WRITE VENDOR-MASTER-RECORD
           INVALID KEY
               DISPLAY "ADD FAILED FOR " VENDOR-TRANS-NAME
               ADD 1 TO ADD-COUNT
           END-WRITE.

      * CHANGES THE CONTACT, TERMS, AND LEAD TIME ON AN EXISTING
      * VENDOR - THE ACTIVE/INACTIVE STATUS IS LEFT AS IT STANDS
       320-CHANGE-VENDOR.
           MOVE VENDOR-TRANS-NAME TO VENDOR-MASTER-NAME.
           READ VENDOR-MASTER-FILE
           NOT INVALID KEY
               MOVE VENDOR-TRANS-CONTACT TO VENDOR-MASTER-CONTACT
               MOVE VENDOR-TRANS-TERMS TO VENDOR-MASTER-TERMS
               IF VENDOR-TRANS-LEAD-DAYS NUMERIC
                   MOVE VENDOR-TRANS-LEAD-DAYS-N
                       TO VENDOR-MASTER-LEAD-DAYS
               END-IF
               REWRITE VENDOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED FOR " VENDOR-TRANS-NAME
