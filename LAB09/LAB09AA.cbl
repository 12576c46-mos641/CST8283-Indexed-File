      ******************************************************************
      * Author: Mostapha A
      * Purpose: Outstanding vendor returns report. Walks the returns
      *          file LAB09O maintains in vendor order and lists every
      *          return that has shipped out of the RCG cage through
      *          LAB09G but has no credit memo recorded against it,
      *          with the units and value that went out at
      *          UNIT-COST-OUT and the days since it shipped. Each
      *          vendor's group is headed with the contact off the
      *          vendor master and closed with the credit that vendor
      *          still owes; returns aged past the chase limit are
      *          flagged, and the run ends with the total owed split
      *          into age bands so purchasing can collect it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09AA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        RETURN-TO-VENDOR AUTHORIZATIONS MAINTAINED BY LAB09O AND
      *        MARKED SHIPPED BY LAB09G
               SELECT RTV-RETURN-FILE
                   ASSIGN TO "../RTV-RETURNS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RMA-NUMBER
                                  ALTERNATE KEY IS RMA-VENDOR-NAME
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              RMA-STATUS-FILED.

      *        VENDOR MASTER MAINTAINED BY LAB09L - FOR THE CONTACT
               SELECT VENDOR-MASTER-FILE
                   ASSIGN TO "../VENDOR-MASTER.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS VENDOR-MASTER-NAME
                                   FILE STATUS IS VENDOR-STATUS-FILED.

      *        PRINTED OUTSTANDING-RETURNS REPORT FOR PURCHASING
               SELECT RETURN-REPORT-FILE
                   ASSIGN TO "../OUTSTANDING-RETURNS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RTV-RETURN-FILE.
       01 RTV-RETURN-RECORD.
           05 RMA-NUMBER PIC X(10).
           05 RMA-VENDOR-NAME PIC X(20).
           05 RMA-INVENTORY-ID PIC X(9).
      *    UNITS THE VENDOR AUTHORIZED FOR RETURN
           05 RMA-QUANTITY PIC 9(5).
           05 RMA-REASON PIC X(2).
           05 RMA-PO-NUMBER PIC X(6).
           05 RMA-OPEN-DATE PIC 9(8).
      *    UNITS AND VALUE AT UNIT-COST-OUT THE V MOVEMENTS SHIPPED,
      *    AND THE DATE OF THE LAST SHIPMENT
           05 RMA-SHIPPED-QUANTITY PIC 9(5).
           05 RMA-SHIPPED-DATE PIC 9(8).
           05 RMA-SHIPPED-VALUE PIC 9(9)V99.
      *    VENDOR CREDIT MEMO THAT SETTLED THE RETURN
           05 RMA-MEMO-NUMBER PIC X(10).
           05 RMA-MEMO-DATE PIC 9(8).
           05 RMA-MEMO-AMOUNT PIC 9(7)V99.
      *    O = OPEN, S = SHIPPED AWAITING CREDIT, C = CREDITED,
      *    X = CANCELLED
           05 RMA-STATUS PIC X.

       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VENDOR-MASTER-NAME PIC X(20).
           05 VENDOR-MASTER-CONTACT PIC X(30).
      *    PAYMENT TERMS, E.G. NET30
           05 VENDOR-MASTER-TERMS PIC X(10).
      *    A = ACTIVE, I = INACTIVE
           05 VENDOR-MASTER-STATUS PIC X.
      *    QUOTED DAYS FROM ORDER TO DELIVERY - ZERO WHEN NONE AGREED
           05 VENDOR-MASTER-LEAD-DAYS PIC 9(3).

       FD RETURN-REPORT-FILE.
       01 REPORT-LINE-OUT PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG
           05 EOF-FLAG PIC A VALUE "N".
      *    STORES STATUS OF RETURNS FILE I/O
           05 RMA-STATUS-FILED PIC X(2).
      *    STORES STATUS OF VENDOR MASTER I/O
           05 VENDOR-STATUS-FILED PIC X(2).
      *    Y WHEN THE RETURNS FILE OPENED - A SITE THAT HAS NEVER
      *    OPENED A RETURN HAS NOTHING TO REPORT ON
           05 RETURN-FILE-PRESENT PIC A VALUE "N".
      *    Y WHEN THE VENDOR MASTER OPENED FOR THE CONTACT LOOK-UP
           05 VENDOR-MASTER-PRESENT PIC A VALUE "N".
      *    DATE THE REPORT RAN
           05 RUN-DATE PIC 9(8).
      *    A RETURN SHIPPED MORE THAN THIS MANY DAYS AGO WITH NO
      *    CREDIT IS FLAGGED FOR CHASING
           05 CHASE-DAYS PIC 9(3) VALUE 30.
      *    DAY COUNTS FOR THE AGE CALCULATION
           05 RUN-DAY-NUMBER PIC 9(8).
           05 SHIPPED-DAY-NUMBER PIC 9(8).
           05 RETURN-AGE-DAYS PIC S9(5).
      *    VENDOR WHOSE GROUP IS BEING PRINTED
           05 PRIOR-VENDOR PIC X(20) VALUE SPACES.
       01 REPORT-TOTALS.
      *    OUTSTANDING RETURNS AND VALUE FOR THE CURRENT VENDOR
           05 VENDOR-RETURN-COUNT PIC 9(7) VALUE ZERO.
           05 VENDOR-OWED-VALUE PIC 9(11)V99 VALUE ZERO.
      *    HOW THE WHOLE FILE FELL OUT
           05 VENDOR-GROUP-COUNT PIC 9(7) VALUE ZERO.
           05 RETURN-COUNT PIC 9(7) VALUE ZERO.
           05 CHASE-COUNT PIC 9(7) VALUE ZERO.
           05 OWED-UNITS PIC 9(9) VALUE ZERO.
           05 OWED-VALUE PIC 9(11)V99 VALUE ZERO.
      *    VALUE OWED BY AGE SINCE SHIPMENT
           05 AGE-0-30-VALUE PIC 9(11)V99 VALUE ZERO.
           05 AGE-31-60-VALUE PIC 9(11)V99 VALUE ZERO.
           05 AGE-61-90-VALUE PIC 9(11)V99 VALUE ZERO.
           05 AGE-OVER-90-VALUE PIC 9(11)V99 VALUE ZERO.
       01 REPORT-LINES.
      *    VENDOR GROUP HEADING
           05 VENDOR-HEADING-LINE.
               10 FILLER PIC X(8) VALUE "VENDOR: ".
               10 VENDOR-HEADING-NAME PIC X(20).
               10 FILLER PIC X(11) VALUE "  CONTACT: ".
               10 VENDOR-HEADING-CONTACT PIC X(30).
      *    ONE DETAIL LINE PER RETURN AWAITING CREDIT
           05 DETAIL-LINE.
               10 FILLER PIC X(4) VALUE SPACES.
               10 DETAIL-RMA-NUMBER PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-ITEM-ID PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-REASON PIC X(2).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-PO-NUMBER PIC X(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-SHIPPED-DATE PIC 9(8).
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-AGE PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-UNITS PIC ZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 DETAIL-VALUE PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER PIC X(2) VALUE SPACES.
      *        *CHASE WHEN THE CREDIT IS OVERDUE
               10 DETAIL-CHASE-FLAG PIC X(6).
           05 DETAIL-HEADING.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(12) VALUE "RMA".
               10 FILLER PIC X(11) VALUE "ITEM".
               10 FILLER PIC X(4) VALUE "RSN".
               10 FILLER PIC X(8) VALUE "PO".
               10 FILLER PIC X(10) VALUE "SHIPPED".
               10 FILLER PIC X(8) VALUE "   DAYS".
               10 FILLER PIC X(8) VALUE "  UNITS".
               10 FILLER PIC X(14) VALUE "         VALUE".
      *    CREDIT OWED BY THE VENDOR JUST FINISHED
           05 VENDOR-TOTAL-LINE.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(17) VALUE "CREDIT OWED BY ".
               10 VENDOR-TOTAL-NAME PIC X(20).
               10 FILLER PIC X(2) VALUE SPACES.
               10 VENDOR-TOTAL-COUNT PIC ZZ,ZZ9.
               10 FILLER PIC X(12) VALUE " RETURN(S)  ".
               10 VENDOR-TOTAL-VALUE PIC $$$,$$$,$$$,$$9.99.
           05 COUNT-LINE.
               10 COUNT-CAPTION PIC X(30).
               10 COUNT-EDIT PIC ZZZ,ZZ9.
           05 AMOUNT-LINE.
               10 AMOUNT-CAPTION PIC X(30).
               10 AMOUNT-EDIT PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-REPORT-OUTSTANDING-RETURNS.
           PERFORM 201-INITIALIZE
           PERFORM 202-PROCESS-RECORDS UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE.
           STOP RUN.

      * OPEN THE FILES, PRINT THE HEADING, AND START THE VENDOR WALK -
      * A SITE THAT HAS NEVER OPENED A RETURN ENDS WITH A MESSAGE
       201-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
           OPEN INPUT RTV-RETURN-FILE.
           IF RMA-STATUS-FILED NOT = "00"
               DISPLAY "NO RETURNS FILE - NOTHING TO REPORT -"
                   " RUN LAB09O TO OPEN RETURNS"
               MOVE "Y" TO EOF-FLAG
           ELSE
               MOVE "Y" TO RETURN-FILE-PRESENT
               OPEN INPUT VENDOR-MASTER-FILE
               IF VENDOR-STATUS-FILED = "00"
                   MOVE "Y" TO VENDOR-MASTER-PRESENT
               END-IF
               OPEN OUTPUT RETURN-REPORT-FILE
               MOVE SPACES TO REPORT-LINE-OUT
               STRING "RETURNS SHIPPED TO VENDORS AND AWAITING CREDIT"
                   DELIMITED BY SIZE
                   " - RUN DATE " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE LOW-VALUES TO RMA-VENDOR-NAME
               START RTV-RETURN-FILE
                   KEY IS NOT LESS THAN RMA-VENDOR-NAME
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               IF EOF-FLAG NOT EQUAL TO "Y"
                   PERFORM 300-READ-BY-VENDOR
               END-IF
           END-IF.

      * PRINTS EACH RETURN STILL OWED A CREDIT, BREAKING ON VENDOR -
      * RETURNS NOT YET SHIPPED, CREDITED, OR CANCELLED ARE PASSED
       202-PROCESS-RECORDS.
           IF RMA-STATUS = "S"
               IF RMA-VENDOR-NAME NOT EQUAL TO PRIOR-VENDOR
                   PERFORM 320-PRINT-VENDOR-TOTAL
                   MOVE RMA-VENDOR-NAME TO PRIOR-VENDOR
                   PERFORM 321-PRINT-VENDOR-HEADING
               END-IF
               PERFORM 310-PRINT-RETURN-LINE
           END-IF.
           PERFORM 300-READ-BY-VENDOR.

      * PRINTS THE LAST VENDOR TOTAL AND THE RUN TOTALS, CLOSES THE
      * FILES - NOTHING TO DO WHEN THE RETURNS FILE NEVER OPENED
       203-TERMINATE.
           IF RETURN-FILE-PRESENT = "Y"
               PERFORM 320-PRINT-VENDOR-TOTAL
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE "VENDORS OWING CREDIT          " TO COUNT-CAPTION
               MOVE VENDOR-GROUP-COUNT TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "RETURNS AWAITING CREDIT       " TO COUNT-CAPTION
               MOVE RETURN-COUNT TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "RETURNS TO CHASE (*CHASE)     " TO COUNT-CAPTION
               MOVE CHASE-COUNT TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "UNITS AWAITING CREDIT         " TO COUNT-CAPTION
               MOVE OWED-UNITS TO COUNT-EDIT
               WRITE REPORT-LINE-OUT FROM COUNT-LINE
               MOVE "TOTAL CREDIT OWED             " TO AMOUNT-CAPTION
               MOVE OWED-VALUE TO AMOUNT-EDIT
               WRITE REPORT-LINE-OUT FROM AMOUNT-LINE
               MOVE "  SHIPPED 0-30 DAYS AGO       " TO AMOUNT-CAPTION
               MOVE AGE-0-30-VALUE TO AMOUNT-EDIT
               WRITE REPORT-LINE-OUT FROM AMOUNT-LINE
               MOVE "  SHIPPED 31-60 DAYS AGO      " TO AMOUNT-CAPTION
               MOVE AGE-31-60-VALUE TO AMOUNT-EDIT
               WRITE REPORT-LINE-OUT FROM AMOUNT-LINE
               MOVE "  SHIPPED 61-90 DAYS AGO      " TO AMOUNT-CAPTION
               MOVE AGE-61-90-VALUE TO AMOUNT-EDIT
               WRITE REPORT-LINE-OUT FROM AMOUNT-LINE
               MOVE "  SHIPPED OVER 90 DAYS AGO    " TO AMOUNT-CAPTION
               MOVE AGE-OVER-90-VALUE TO AMOUNT-EDIT
               WRITE REPORT-LINE-OUT FROM AMOUNT-LINE
               CLOSE RTV-RETURN-FILE
                     RETURN-REPORT-FILE
               IF VENDOR-MASTER-PRESENT = "Y"
                   CLOSE VENDOR-MASTER-FILE
               END-IF
               DISPLAY "OUTSTANDING RETURNS REPORT WRITTEN FOR "
                   RETURN-COUNT " RETURN(S) - SEE"
                   " OUTSTANDING-RETURNS.TXT"
               DISPLAY "RETURNS TO CHASE    : " CHASE-COUNT
           END-IF.

      * READS THE NEXT RETURN IN VENDOR ORDER
       300-READ-BY-VENDOR.
           READ RTV-RETURN-FILE NEXT RECORD
           AT END
               MOVE "Y" TO EOF-FLAG.

      * AGES AND PRINTS ONE RETURN AWAITING CREDIT - AN UNUSABLE
      * SHIPPED DATE IS TREATED AS NEW RATHER THAN STOPPING THE REPORT
       310-PRINT-RETURN-LINE.
           MOVE ZERO TO RETURN-AGE-DAYS.
           IF RMA-SHIPPED-DATE NUMERIC AND RMA-SHIPPED-DATE > ZERO
               COMPUTE SHIPPED-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(RMA-SHIPPED-DATE)
               COMPUTE RETURN-AGE-DAYS =
                   RUN-DAY-NUMBER - SHIPPED-DAY-NUMBER
           END-IF.
           IF RETURN-AGE-DAYS < ZERO
               MOVE ZERO TO RETURN-AGE-DAYS
           END-IF.
           MOVE RMA-NUMBER TO DETAIL-RMA-NUMBER.
           MOVE RMA-INVENTORY-ID TO DETAIL-ITEM-ID.
           MOVE RMA-REASON TO DETAIL-REASON.
           MOVE RMA-PO-NUMBER TO DETAIL-PO-NUMBER.
           MOVE RMA-SHIPPED-DATE TO DETAIL-SHIPPED-DATE.
           MOVE RETURN-AGE-DAYS TO DETAIL-AGE.
           MOVE RMA-SHIPPED-QUANTITY TO DETAIL-UNITS.
           MOVE RMA-SHIPPED-VALUE TO DETAIL-VALUE.
           MOVE SPACES TO DETAIL-CHASE-FLAG.
           IF RETURN-AGE-DAYS > CHASE-DAYS
               MOVE "*CHASE" TO DETAIL-CHASE-FLAG
               ADD 1 TO CHASE-COUNT
           END-IF.
           WRITE REPORT-LINE-OUT FROM DETAIL-LINE.
           ADD 1 TO VENDOR-RETURN-COUNT
                    RETURN-COUNT.
           ADD RMA-SHIPPED-VALUE TO VENDOR-OWED-VALUE
                                    OWED-VALUE.
           ADD RMA-SHIPPED-QUANTITY TO OWED-UNITS.
           EVALUATE TRUE
               WHEN RETURN-AGE-DAYS NOT > 30
                   ADD RMA-SHIPPED-VALUE TO AGE-0-30-VALUE
               WHEN RETURN-AGE-DAYS NOT > 60
                   ADD RMA-SHIPPED-VALUE TO AGE-31-60-VALUE
               WHEN RETURN-AGE-DAYS NOT > 90
                   ADD RMA-SHIPPED-VALUE TO AGE-61-90-VALUE
               WHEN OTHER
                   ADD RMA-SHIPPED-VALUE TO AGE-OVER-90-VALUE
           END-EVALUATE.

      * PRINTS THE CREDIT OWED BY THE VENDOR GROUP JUST FINISHED
       320-PRINT-VENDOR-TOTAL.
           IF VENDOR-RETURN-COUNT NOT EQUAL TO ZERO
               MOVE PRIOR-VENDOR TO VENDOR-TOTAL-NAME
               MOVE VENDOR-RETURN-COUNT TO VENDOR-TOTAL-COUNT
               MOVE VENDOR-OWED-VALUE TO VENDOR-TOTAL-VALUE
               WRITE REPORT-LINE-OUT FROM VENDOR-TOTAL-LINE
               ADD 1 TO VENDOR-GROUP-COUNT
               MOVE ZERO TO VENDOR-RETURN-COUNT
                            VENDOR-OWED-VALUE
           END-IF.

      * HEADS A NEW VENDOR GROUP WITH THE CONTACT TO CHASE
       321-PRINT-VENDOR-HEADING.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE RMA-VENDOR-NAME TO VENDOR-HEADING-NAME.
           MOVE "NOT ON VENDOR MASTER" TO VENDOR-HEADING-CONTACT.
           IF VENDOR-MASTER-PRESENT = "Y"
               MOVE RMA-VENDOR-NAME TO VENDOR-MASTER-NAME
               READ VENDOR-MASTER-FILE
               NOT INVALID KEY
                   MOVE VENDOR-MASTER-CONTACT
                       TO VENDOR-HEADING-CONTACT
               END-READ
           END-IF.
           WRITE REPORT-LINE-OUT FROM VENDOR-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM DETAIL-HEADING.

       END PROGRAM LAB09AA.
