      ******************************************************************
      * Author: Mostapha A
      * Purpose: Post warehouse stock movements (R = receipt,
      *          I = issue, J = adjustment, T = transfer, V = return
      *          to vendor) against the indexed inventory file. Each
      *          movement carries the item ID, a quantity, a
      *          document reference, and the location it posts to,
      *          so the clerk no longer keys a
      *          whole-record CHANGE through LAB09B to bump
      *          QUANTITY-ON-HAND-OUT. Receipts, issues, and
      *          adjustments move the balance for their location on
      *          is rejected to the movement exception log, not
      *          applied, and the end-of-run totals show units
      *          received, issued, and adjusted so the run can be
      *          tied out to the warehouse tally sheet. A V movement
      *          ships goods out of the RCG returns cage against the
      *          return authorization LAB09O opened, named in the
      *          reference, taking them off on-hand at UNIT-COST-OUT
      *          and marking the return shipped with that value so
      *          LAB09AA can chase the vendor's credit. Every posting
      *          that moves inventory value - receipts, issues,
      *          adjustments, returns, and the moving-average
      *          revaluation - is also written to the GL activity file
      *          at the cost in force when it posted, for the LAB09AB
      *          journal interface. A receipt may carry a lot number
      *          and expiry date, kept as a lot balance per item,
      *          location, and lot; issues, transfers, returns, and
      *          downward adjustments draw from the named lot or, when
      *          none is named, from the earliest-expiring lot at the
      *          location - issues passing over lots already expired -
      *          and every lot movement is logged for the LAB09AG lot
      *          trace and valued on the LAB09AF expiring-stock report.
      *          Every part of a receipt put against a PO line is kept
      *          with its date, units, and invoice cost on the PO
      *          receipt log the LAB09AH vendor scorecard works from.
      *          Every item rewrite is journaled with its before and
      *          after image - code G, or R when a receipt repriced
      *          the item - so LAB09AI can replay the day's postings
      *          onto a restored backup of the file. A K movement
      *          builds kits against the assembly work order LAB09AL
      *          released, named in the reference: every component on
      *          the kit's bill of materials is issued from the
      *          assembly location and the kits are received there in
      *          one balanced posting, the kit's cost averaged in at
      *          the rolled-up cost of its components, and a U
      *          movement breaks kits back down into their parts. Any
      *          component short of what the order takes rejects the
      *          whole order, so part balances no longer drift.
      *          The run takes an operator sign-on against the LAB09AM
      *          authority file, posts only the movement codes the
      *          operator is granted, and stamps the operator on every
      *          journal entry and exception. An adjustment worth more
      *          than the operator's limit is held on the
      *          pending-approval file instead of posted, and comes
      *          back through the feed carrying its approval number
      *          once a second operator releases it in LAB09AN; a
      *          receipt that would reprice the item by more than the
      *          limit posts its units at the old cost and holds the
      *          cost change for approval the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09G.
                                          FILE STATUS IS
                                              ORDER-STATUS-FILED.

      *        CUMULATIVE LOG OF EVERY RECEIPT PUT AGAINST A PO LINE -
      *        LAB09AH SCORES THE VENDORS OFF IT
               SELECT OPTIONAL PO-RECEIPT-FILE
                   ASSIGN TO "../PO-RECEIPTS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        STOCK BALANCE PER ITEM AND LOCATION - THE ITEM TOTAL ON
      *        INDEXED-INVENT-FILE STILL ROLLS UP ACROSS LOCATIONS
               SELECT OPTIONAL STOCK-LOCATION-FILE
                                   FILE STATUS IS
                                       LOCATION-STATUS-FILED.

      *        RETURN-TO-VENDOR AUTHORIZATIONS MAINTAINED BY LAB09O -
      *        A V MOVEMENT SHIPS AGAINST ONE AND MARKS IT SHIPPED
               SELECT RTV-RETURN-FILE
                   ASSIGN TO "../RTV-RETURNS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS RMA-NUMBER
                                  ALTERNATE KEY IS RMA-VENDOR-NAME
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              RMA-STATUS-FILED.

      *        CUMULATIVE HISTORY OF EVERY MOVEMENT SUCCESSFULLY
      *        POSTED - LAB09W WORKS ACTUAL USAGE RATES OFF IT
               SELECT OPTIONAL MOVEMENT-HISTORY-FILE
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        CUMULATIVE BEFORE/AFTER IMAGE JOURNAL OF EVERY UPDATE -
      *        A POSTING IS JOURNALED AS G, AND A RECEIPT THAT REPRICES
      *        AN ITEM AS R LIKE ANY OTHER COST CHANGE
               SELECT OPTIONAL INVENT-AUDIT-FILE
                   ASSIGN TO "../INVENT-AUDIT.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        STOCK BALANCE PER ITEM, LOCATION, AND LOT - THE
      *        ALTERNATE KEY READS AN ITEM'S LOTS AT A LOCATION IN
      *        EXPIRY ORDER FOR FIRST-EXPIRY-FIRST-OUT ISSUING
               SELECT OPTIONAL LOT-BALANCE-FILE
                   ASSIGN TO "../LOT-BALANCE.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LOT-BALANCE-KEY
                                  ALTERNATE KEY IS LOT-FEFO-KEY
                                      FILE STATUS IS LOT-STATUS-FILED.

      *        CUMULATIVE LOG OF EVERY LOT RECEIVED, DRAWN, OR MOVED -
      *        LAB09AG TRACES A RECALLED LOT OFF IT
               SELECT OPTIONAL LOT-TRANSACTION-FILE
                   ASSIGN TO "../LOT-TRANSACTIONS.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        CUMULATIVE VALUE MOVEMENTS FOR THE LAB09AB GL INTERFACE,
      *        SHARED WITH LAB09N, LAB09V AND LAB09AN
               SELECT OPTIONAL GL-ACTIVITY-FILE
                   ASSIGN TO "../GL-ACTIVITY.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        KIT BILLS OF MATERIALS MAINTAINED BY LAB09AJ - A KIT
      *        MOVEMENT ISSUES OR RETURNS EVERY COMPONENT ON THE BILL
               SELECT BILL-OF-MATERIALS-FILE
                   ASSIGN TO "../BILL-OF-MATERIALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BOM-KEY
                                   FILE STATUS IS BOM-STATUS-FILED.

      *        ASSEMBLY WORK ORDERS LAB09AK OPENS AND LAB09AL RELEASES -
      *        A KIT MOVEMENT POSTS AGAINST ONE AND MARKS IT POSTED
               SELECT ASSEMBLY-ORDER-FILE
                   ASSIGN TO "../ASSEMBLY-ORDERS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS ASSEMBLY-ORDER-NUMBER
                                  ALTERNATE KEY IS ASSEMBLY-NEEDED-DATE
                                      WITH DUPLICATES
                                          FILE STATUS IS
                                              ASSEMBLY-STATUS-FILED.

      *        RUN-CONTROL LEDGER EVERY JOB STAMPS AND CHECKS - THE
      *        LAB09U SEQUENCER GATES THE REPORTS ON THIS POSTING'S
      *        COMPLETION STAMP
                   ASSIGN TO "../RUN-CONTROL.TXT"
                       ORGANIZATION IS LINE SEQUENTIAL.

      *        OPERATOR AUTHORITY FILE MAINTAINED BY LAB09AM - READ ONCE
      *        FOR THE SIGN-ON
               SELECT OPERATOR-AUTHORITY-FILE
                   ASSIGN TO "../OPERATOR-AUTHORITY.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                               RECORD KEY IS OPERATOR-ID
                                   FILE STATUS IS
                                       OPERATOR-STATUS-FILED.

      *        UPDATES OVER THE OPERATOR'S VALUE LIMIT, HELD FOR A
      *        SECOND OPERATOR TO RELEASE OR REJECT IN LAB09AN - A
      *        RELEASED ADJUSTMENT IS MARKED APPLIED WHEN IT POSTS
               SELECT OPTIONAL PENDING-APPROVAL-FILE
                   ASSIGN TO "../PENDING-APPROVALS.TXT"
                       ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PENDING-NUMBER
                                   FILE STATUS IS PENDING-STATUS-FILED.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD-IN.
      *    R = RECEIPT, I = ISSUE, J = ADJUSTMENT, T = TRANSFER
      *    BETWEEN TWO LOCATIONS, V = RETURN TO VENDOR FROM RCG,
      *    K = KITS ASSEMBLED, U = KITS BROKEN DOWN
           05 MOVEMENT-CODE PIC X.
      *    THE KIT ITEM ON A K OR U MOVEMENT
           05 MOVEMENT-INVENTORY-ID PIC X(9).
           05 MOVEMENT-QUANTITY PIC 9(5).
      *    DIRECTION OF A J ADJUSTMENT (+ OR -), IGNORED FOR R AND I
           05 MOVEMENT-SIGN PIC X.
      *    DOCUMENT/REFERENCE NUMBER FROM THE WAREHOUSE PAPERWORK -
      *    THE RMA NUMBER ON A V RETURN, THE WORK ORDER ON A K OR U
           05 MOVEMENT-REFERENCE PIC X(10).
      *    INVOICE UNIT COST ON A RECEIPT, BLANK WHEN NOT SUPPLIED -
      *    A COSTED RECEIPT REPRICES THE ITEM AS A MOVING AVERAGE
           05 MOVEMENT-LOCATION PIC X(3).
      *    RECEIVING LOCATION OF A T TRANSFER, IGNORED OTHERWISE
           05 MOVEMENT-TO-LOCATION PIC X(3).
      *    LOT RECEIVED, OR THE LOT TO DRAW FROM - BLANK ON A RECEIPT
      *    NOT LOT-CONTROLLED, OR TO DRAW EARLIEST-EXPIRY-FIRST - ON A
      *    K THE LOT THE BUILT KITS GO INTO, ON A U THE KIT LOT BROKEN
           05 MOVEMENT-LOT-NUMBER PIC X(10).
      *    EXPIRY DATE OF A RECEIVED LOT, YYYYMMDD - BLANK WHEN THE
      *    LOT DOES NOT EXPIRE
           05 MOVEMENT-EXPIRY-DATE PIC X(8).
           05 MOVEMENT-EXPIRY-DATE-N REDEFINES MOVEMENT-EXPIRY-DATE
               PIC 9(8).
           05 MOVEMENT-EXPIRY-PARTS REDEFINES MOVEMENT-EXPIRY-DATE.
               10 MOVEMENT-EXPIRY-YEAR PIC 9(4).
               10 MOVEMENT-EXPIRY-MONTH PIC 9(2).
               10 MOVEMENT-EXPIRY-DAY PIC 9(2).
      *    PENDING-APPROVAL NUMBER ON AN ADJUSTMENT A SECOND OPERATOR
      *    RELEASED IN LAB09AN - BLANK ON EVERY OTHER MOVEMENT
           05 MOVEMENT-APPROVAL-NUMBER PIC X(6).
           05 MOVEMENT-APPROVAL-NUMBER-N
               REDEFINES MOVEMENT-APPROVAL-NUMBER PIC 9(6).

       FD INDEXED-INVENT-FILE.
       01 INVENTORY-RECORD-OUT.
           05 FILLER PIC X VALUE SPACE.
           05 MOVEMENT-EXCEPTION-REASON PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 MOVEMENT-EXCEPTION-MOVEMENT PIC X(63).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR SIGNED ON WHEN THE MOVEMENT WAS REJECTED
           05 MOVEMENT-EXCEPTION-OPERATOR-ID PIC X(8).

       FD OPEN-ORDER-FILE.
       01 OPEN-ORDER-RECORD.
           05 ORDER-DATE PIC 9(8).
           05 ORDER-QUANTITY PIC 9(5).
           05 ORDER-RECEIVED-QUANTITY PIC 9(5).
      *    UNITS VENDOR INVOICES HAVE BILLED AGAINST THE LINE - THE
      *    LAB09I INVOICE MATCH HOLDS A SECOND BILL FOR THE SAME UNITS
           05 ORDER-INVOICED-QUANTITY PIC 9(5).
      *    O = OPEN, C = CLOSED BY RECEIPTS
           05 ORDER-LINE-STATUS PIC X.

       FD PO-RECEIPT-FILE.
       01 PO-RECEIPT-RECORD.
           05 PO-RECEIPT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 PO-RECEIPT-PO-NUMBER PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 PO-RECEIPT-LINE-NUMBER PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 PO-RECEIPT-ITEM-ID PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 PO-RECEIPT-VENDOR-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 PO-RECEIPT-ORDER-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 PO-RECEIPT-ORDERED PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
      *    UNITS OF THIS RECEIPT PUT AGAINST THE LINE
           05 PO-RECEIPT-QUANTITY PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
      *    UNITS RECEIVED ON THE LINE SO FAR, THIS RECEIPT INCLUDED
           05 PO-RECEIPT-CUMULATIVE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
      *    O = LINE STILL OPEN AFTER THE RECEIPT - A PARTIAL
      *    SHIPMENT - C = THE RECEIPT CLOSED THE LINE
           05 PO-RECEIPT-LINE-STATUS PIC X.
           05 FILLER PIC X VALUE SPACE.
      *    INVOICE UNIT COST ON THE RECEIPT - BLANK WHEN NOT GIVEN
           05 PO-RECEIPT-UNIT-COST PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 PO-RECEIPT-REFERENCE PIC X(10).

       FD STOCK-LOCATION-FILE.
       01 STOCK-LOCATION-RECORD.
           05 LOCATION-ITEM-KEY.
               10 LOCATION-CODE PIC X(3).
           05 LOCATION-QUANTITY PIC 9(5).

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

       FD LOT-BALANCE-FILE.
       01 LOT-BALANCE-RECORD.
           05 LOT-BALANCE-KEY.
               10 LOT-INVENTORY-ID PIC X(9).
               10 LOT-LOCATION PIC X(3).
               10 LOT-NUMBER PIC X(10).
      *    THE SAME ITEM, LOCATION, AND LOT WITH THE EXPIRY AHEAD OF
      *    THE LOT SO THE LOTS READ EARLIEST-EXPIRING FIRST
           05 LOT-FEFO-KEY.
               10 LOT-FEFO-INVENTORY-ID PIC X(9).
               10 LOT-FEFO-LOCATION PIC X(3).
      *        99999999 WHEN THE LOT DOES NOT EXPIRE
               10 LOT-EXPIRY-DATE PIC 9(8).
               10 LOT-FEFO-NUMBER PIC X(10).
           05 LOT-QUANTITY PIC 9(5).
      *    DATE THE LOT FIRST ARRIVED AT THE LOCATION
           05 LOT-RECEIVED-DATE PIC 9(8).

       FD LOT-TRANSACTION-FILE.
       01 LOT-TRANSACTION-RECORD.
           05 LOT-TRANS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    R, I, J, T, V, K, OR U AS POSTED - A TRANSFER LOGS ITS TWO
      *    SIDES, A KIT MOVEMENT ITS COMPONENTS AND ITS KITS
           05 LOT-TRANS-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LOT-TRANS-INVENTORY-ID PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 LOT-TRANS-LOCATION PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 LOT-TRANS-LOT-NUMBER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LOT-TRANS-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    + INTO THE LOT AT THE LOCATION, - OUT OF IT
           05 LOT-TRANS-SIGN PIC X.
           05 LOT-TRANS-QUANTITY PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LOT-TRANS-REFERENCE PIC X(10).

       FD MOVEMENT-HISTORY-FILE.
       01 HISTORY-RECORD-OUT.
           05 HISTORY-POST-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    R, I, J, T, V, K, OR U AS POSTED - A KIT MOVEMENT WRITES A
      *    RECORD FOR EACH COMPONENT AND ONE FOR THE KIT
           05 HISTORY-MOVEMENT-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 HISTORY-INVENTORY-ID PIC X(9).
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X VALUE SPACE.
      *    OPERATOR WHO ENTERED THE UPDATE - ON A RELEASED ADJUSTMENT,
      *    THE ONE WHO KEYED IT BEFORE IT WAS HELD
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    SECOND OPERATOR WHO RELEASED A HELD UPDATE - SPACES WHEN
      *    THE UPDATE WAS WITHIN THE ENTERING OPERATOR'S LIMIT
           05 AUDIT-APPROVER-ID PIC X(8).

       FD GL-ACTIVITY-FILE.
       01 GL-ACTIVITY-RECORD.
           05 GL-ACTIVITY-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 GL-ACTIVITY-JOB PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    RC = RECEIPT, IS = ISSUE, AJ = ADJUSTMENT, RV = RETURN TO
      *    VENDOR, CV = COUNT VARIANCE, RP = REVALUATION, PG = PURGE,
      *    KT = KIT ASSEMBLY OR DISASSEMBLY
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

       FD BILL-OF-MATERIALS-FILE.
       01 BILL-OF-MATERIALS-RECORD.
           05 BOM-KEY.
               10 BOM-KIT-ID PIC X(9).
               10 BOM-COMPONENT-ID PIC X(9).
      *    UNITS OF THE COMPONENT THAT GO INTO ONE KIT
           05 BOM-QUANTITY-PER PIC 9(3).
           05 BOM-ENTRY-DATE PIC 9(8).

       FD ASSEMBLY-ORDER-FILE.
       01 ASSEMBLY-ORDER-RECORD.
           05 ASSEMBLY-ORDER-NUMBER PIC X(10).
      *    K = ASSEMBLE KITS FROM THEIR COMPONENTS, U = BREAK KITS
      *    BACK DOWN INTO THEM - THE MOVEMENT CODE THE ORDER POSTS AS
           05 ASSEMBLY-ORDER-TYPE PIC X.
           05 ASSEMBLY-KIT-ID PIC X(9).
           05 ASSEMBLY-QUANTITY PIC 9(5).
      *    LOCATION THE WORK IS DONE AT
           05 ASSEMBLY-LOCATION PIC X(3).
           05 ASSEMBLY-NEEDED-DATE PIC 9(8).
           05 ASSEMBLY-ENTRY-DATE PIC 9(8).
      *    DATE LAB09AL RELEASED THE ORDER AND DATE IT POSTED HERE
           05 ASSEMBLY-RELEASE-DATE PIC 9(8).
           05 ASSEMBLY-POSTED-DATE PIC 9(8).
      *    COMPONENT COST OF ONE KIT, ROLLED UP WHEN THE ORDER POSTED
           05 ASSEMBLY-KIT-COST PIC 9(5)V99.
      *    O = OPEN, S = SHORT OF PARTS AT THE LAST RUN, R = RELEASED
      *    AS A KIT MOVEMENT, C = POSTED, X = CANCELLED
           05 ASSEMBLY-STATUS PIC X.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
      *    S = JOB STARTED, C = JOB COMPLETED CLEANLY
           05 RUN-JOB-STATUS PIC X.

       FD OPERATOR-AUTHORITY-FILE.
       01 OPERATOR-RECORD.
           05 OPERATOR-ID PIC X(8).
           05 OPERATOR-NAME PIC X(30).
           05 OPERATOR-PASSWORD PIC X(8).
      *    A = ACTIVE, I = INACTIVE
           05 OPERATOR-STATUS PIC X.
      *    LARGEST UPDATE VALUE THE OPERATOR MAY APPLY UNAPPROVED
           05 OPERATOR-VALUE-LIMIT PIC 9(7)V99.
      *    PROGRAMS GRANTED, EACH WITH THE CODES ALLOWED IN IT -
      *    SPACES ALLOW EVERY CODE
           05 OPERATOR-GRANT OCCURS 8 TIMES
               INDEXED BY GRANT-INDEX.
               10 OPERATOR-GRANT-PROGRAM PIC X(8).
               10 OPERATOR-GRANT-CODES PIC X(10).
           05 OPERATOR-CHANGE-DATE PIC 9(8).
           05 OPERATOR-CHANGED-BY PIC X(8).

       FD PENDING-APPROVAL-FILE.
       01 PENDING-RECORD.
           05 PENDING-NUMBER PIC 9(6).
      *    H = HELD, R = RELEASED TO THE NEXT LAB09G RUN, A = APPROVED
      *    AND APPLIED, X = REJECTED
           05 PENDING-STATUS PIC X.
      *    AJ = ADJUSTMENT, CV = COUNT VARIANCE, RP = RECEIPT COST
      *    CHANGE, CH = WHOLE-RECORD CHANGE
           05 PENDING-TYPE PIC X(2).
      *    PROGRAM THAT HELD THE UPDATE
           05 PENDING-JOB PIC X(8).
           05 PENDING-INVENTORY-ID PIC X(9).
      *    VALUE THAT WENT OVER THE ENTERING OPERATOR'S LIMIT
           05 PENDING-VALUE PIC 9(10)V99.
      *    THE HELD UPDATE ITSELF - A CH CARRIES THE WHOLE RECORD AS
      *    IT WOULD HAVE BEEN REWRITTEN
           05 PENDING-DETAIL PIC X(87).
           05 PENDING-MOVEMENT-DETAIL REDEFINES PENDING-DETAIL.
               10 PENDING-MOVEMENT PIC X(63).
               10 FILLER PIC X(24).
           05 PENDING-VARIANCE-DETAIL REDEFINES PENDING-DETAIL.
               10 PENDING-VARIANCE-SIGN PIC X.
               10 PENDING-VARIANCE-UNITS PIC 9(5).
               10 PENDING-VARIANCE-INITIALS PIC X(3).
               10 FILLER PIC X(78).
           05 PENDING-COST-DETAIL REDEFINES PENDING-DETAIL.
               10 PENDING-OLD-UNIT-COST PIC 9(5)V99.
               10 PENDING-NEW-UNIT-COST PIC 9(5)V99.
               10 PENDING-COST-REFERENCE PIC X(10).
               10 FILLER PIC X(63).
           05 PENDING-ENTERED-BY PIC X(8).
           05 PENDING-ENTRY-DATE PIC 9(8).
      *    SECOND OPERATOR WHO RELEASED OR REJECTED IT, AND WHEN
           05 PENDING-DECIDED-BY PIC X(8).
           05 PENDING-DECISION-DATE PIC 9(8).
      *    DATE A RELEASED ADJUSTMENT WAS POSTED BY LAB09G
           05 PENDING-POSTED-DATE PIC 9(8).
      *    A CH'S ITEM AS IT STOOD ON FILE WHEN THE CHANGE WAS HELD -
      *    THE CHANGE IS ONLY RELEASED ONTO THAT SAME RECORD
           05 PENDING-BEFORE-IMAGE PIC X(87).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
      *    END OF FILE FLAG
      *      NL = NOT ENOUGH STOCK AT THE FROM-LOCATION
      *      NG = WOULD DRIVE ON-HAND NEGATIVE
      *      OV = WOULD PUSH ON-HAND PAST 99999
      *      RM = NO OPEN RETURN AUTHORIZATION FOR THE ITEM
      *      RQ = RETURN EXCEEDS THE UNITS STILL AUTHORIZED
      *      NE = UNUSABLE EXPIRY DATE ON A LOT
      *      LT = NAMED LOT NOT HELD AT THE LOCATION IN THAT QUANTITY
      *      WO = NO WORK ORDER RELEASED FOR THE KIT MOVEMENT
      *      KB = KIT HAS NO BILL OF MATERIALS, OR A COMPONENT ON IT
      *           IS NOT ON FILE
      *      KS = A COMPONENT IS SHORT OF WHAT THE KITS TAKE, ON
      *           FILE OR AT THE ORDER'S LOCATION
      *      LX = ONLY EXPIRED LOTS HELD AT THE LOCATION
      *      AU = OPERATOR NOT GRANTED THE MOVEMENT CODE
      *      AP = APPROVAL NUMBER NOT A RELEASED ADJUSTMENT MATCHING
      *           THE MOVEMENT
      *      HF = OVER THE OPERATOR'S LIMIT AND COULD NOT BE HELD
           05 REJECT-REASON PIC X(2).
      *    SEQUENCE NUMBER OF THE NEXT MOVEMENT EXCEPTION RECORD,
      *    CONTINUED FROM THE HIGHEST ONE ALREADY ON THE LOG
           05 RELIEVED-LINE-COUNT PIC 9(7) VALUE ZERO.
           05 CLOSED-LINE-COUNT PIC 9(7) VALUE ZERO.
           05 UNMATCHED-RECEIPT-COUNT PIC 9(7) VALUE ZERO.
      *    PO LINE RECEIPTS LOGGED FOR THE VENDOR SCORECARD
           05 PO-RECEIPT-COUNT PIC 9(7) VALUE ZERO.
       01 STOCK-LOCATION-FIELDS.
      *    STORES STATUS OF STOCK-LOCATION FILE I/O
           05 LOCATION-STATUS-FILED PIC X(2).
      *    BEGAN HAS NO LOCATION RECORD, SO THE LOCATION SIDE FLOORS
      *    AT ZERO AND THE SHORTFALL IS COUNTED INSTEAD OF REJECTED
           05 LOCATION-SHORT-COUNT PIC 9(7) VALUE ZERO.
       01 RETURN-FIELDS.
      *    STORES STATUS OF RETURNS FILE I/O
           05 RMA-STATUS-FILED PIC X(2).
      *    Y WHEN THE RETURNS FILE OPENED - WITHOUT IT EVERY V
      *    MOVEMENT IS REJECTED FOR WANT OF AN AUTHORIZATION
           05 RETURN-FILE-PRESENT PIC A VALUE "N".
      *    AUTHORIZED UNITS NOT YET SHIPPED ON THE RMA
           05 RMA-UNSHIPPED PIC 9(5).
      *    VALUE AT UNIT-COST-OUT OF THE RETURN BEING POSTED
           05 RETURN-VALUE PIC 9(9)V99.
      *    RETURN TOTALS FOR THE END-OF-RUN REPORT
           05 RETURN-COUNT PIC 9(7) VALUE ZERO.
           05 RETURNED-UNITS PIC 9(9) VALUE ZERO.
           05 RETURNED-VALUE PIC 9(11)V99 VALUE ZERO.
           05 RETURNED-VALUE-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 LOT-FIELDS.
      *    STORES STATUS OF LOT BALANCE FILE I/O
           05 LOT-STATUS-FILED PIC X(2).
      *    Y WHEN THE LOT BALANCE FILE IS USABLE - WITHOUT IT THE
      *    MOVEMENTS STILL POST BUT NO LOT BALANCE MOVES
           05 LOT-FILE-PRESENT PIC A VALUE "N".
      *    END OF FILE FLAG FOR THE EARLIEST-EXPIRY LOOKUP
           05 LOT-EOF-FLAG PIC A.
      *    LOT, EXPIRY, LOCATION, AND UNITS BEING ADDED TO A LOT -
      *    KEPT OUT OF THE RECORD AREA SO A FAILED READ CANNOT
      *    DISTURB THEM
           05 LOT-POST-NUMBER PIC X(10).
           05 LOT-POST-EXPIRY PIC 9(8).
           05 LOT-ADD-LOCATION PIC X(3).
           05 LOT-ADD-QUANTITY PIC 9(5).
      *    LOCATION BEING DRAWN FROM, UNITS STILL TO DRAW, AND UNITS
      *    THE CURRENT LOT GIVES UP
           05 LOT-DRAW-LOCATION PIC X(3).
           05 LOT-REMAINING PIC 9(5).
           05 LOT-TAKE PIC 9(5).
      *    EARLIEST EXPIRY A DRAW MAY TAKE - THE RUN DATE ON AN
      *    ISSUE SO EXPIRED STOCK IS NOT SENT OUT, ZERO OTHERWISE
           05 LOT-EXPIRY-FLOOR PIC 9(8).
      *    Y ONCE THE DRAW HAS FOUND ANY LOT STOCK AT THE LOCATION
           05 LOT-DRAWN PIC A.
      *    ITEM AND EARLIEST EXPIRY LOOKED FOR BEFORE AN ISSUE, AND
      *    Y WHEN A LOT WAS FOUND AT THE LOCATION FROM THAT EXPIRY ON
           05 LOT-CHECK-INVENTORY-ID PIC X(9).
           05 LOT-CHECK-FLOOR PIC 9(8).
           05 LOT-CHECK-FOUND PIC A.
      *    NO-EXPIRY MARKER FOR A LOT RECEIVED WITHOUT AN EXPIRY DATE
           05 NO-EXPIRY-DATE PIC 9(8) VALUE 99999999.
      *    LOT TOTALS FOR THE END-OF-RUN REPORT
           05 LOT-TRANSACTION-COUNT PIC 9(7) VALUE ZERO.
           05 LOT-SHORT-COUNT PIC 9(7) VALUE ZERO.
       01 GL-ACTIVITY-FIELDS.
      *    ACTIVITY TYPE, DIRECTION, UNITS, AND COST THE POSTING
      *    PARAGRAPH HANDS TO THE GL ACTIVITY APPEND
           05 GL-POST-TYPE PIC X(2).
           05 GL-POST-SIGN PIC X.
           05 GL-POST-QUANTITY PIC 9(5).
           05 GL-POST-UNIT-COST PIC 9(5)V99.
      *    GL ACTIVITY RECORDS WRITTEN THIS RUN
           05 GL-ACTIVITY-COUNT PIC 9(7) VALUE ZERO.
       01 HISTORY-FIELDS.
      *    SIGN THE POSTING PARAGRAPH HANDS TO THE HISTORY APPEND
           05 HISTORY-POST-SIGN PIC X.
           05 OLD-COST-EDIT PIC ZZ,ZZ9.99.
           05 NEW-COST-EDIT PIC ZZ,ZZ9.99.
       01 AUDIT-IMAGES.
      *    RECORD CONTENT BEFORE THE MOVEMENT, CAPTURED ON THE READ
           05 BEFORE-IMAGE PIC X(87).
      *    RECORD CONTENT AFTER THE MOVEMENT POSTED
           05 AFTER-IMAGE PIC X(87).
       01 KIT-FIELDS.
      *    STORES STATUS OF BILL OF MATERIALS AND WORK ORDER FILE I/O
           05 BOM-STATUS-FILED PIC X(2).
           05 ASSEMBLY-STATUS-FILED PIC X(2).
      *    Y WHEN THE FILE OPENED - WITHOUT BOTH, EVERY KIT MOVEMENT
      *    IS REJECTED
           05 BOM-FILE-PRESENT PIC A VALUE "N".
           05 ASSEMBLY-FILE-PRESENT PIC A VALUE "N".
      *    END OF FILE FLAG FOR THE WALK ALONG ONE KIT'S BILL
           05 BOM-EOF-FLAG PIC A.
      *    Y ONCE ANY PART OF THE KIT ORDER HAS POSTED, AND Y WHEN
      *    SOME PART OF IT FAILED TO
           05 KIT-STOCK-MOVED PIC A.
           05 KIT-POST-FAILED PIC A.
      *    THE KIT MOVEMENT AS READ - EACH COMPONENT POSTS THROUGH THE
      *    MOVEMENT FIELDS AS IF IT WERE A MOVEMENT OF ITS OWN, AND
      *    THE KIT MOVEMENT IS PUT BACK FOR THE KITS THEMSELVES
           05 KIT-MOVEMENT-SAVE PIC X(63).
      *    KITS THE ORDER BUILDS OR BREAKS DOWN
           05 KIT-QUANTITY PIC 9(5).
      *    COMPONENT COST OF ONE KIT, SUMMED OFF THE BILL
           05 KIT-ROLLED-COST PIC 9(5)V99.
      *    UNITS OF ONE COMPONENT THE ORDER TAKES OR GIVES BACK
           05 COMPONENT-NEED PIC 9(9).
      *    THE KIT'S BILL, LOADED BEFORE ANYTHING IS POSTED
           05 KIT-COMPONENT-COUNT PIC 9(4) COMP VALUE ZERO.
           05 KIT-COMPONENT-LIMIT PIC 9(4) COMP VALUE 50.
           05 KIT-COMPONENT-TABLE.
               10 KIT-COMPONENT-ENTRY OCCURS 50 TIMES
                   INDEXED BY KIT-COMPONENT-INDEX.
                   15 KIT-COMPONENT-ID PIC X(9).
                   15 KIT-COMPONENT-PER PIC 9(3).
      *    KIT TOTALS FOR THE END-OF-RUN REPORT
           05 ASSEMBLY-COUNT PIC 9(7) VALUE ZERO.
           05 KITS-ASSEMBLED PIC 9(9) VALUE ZERO.
           05 DISASSEMBLY-COUNT PIC 9(7) VALUE ZERO.
           05 KITS-BROKEN-DOWN PIC 9(9) VALUE ZERO.
           05 COMPONENT-POST-COUNT PIC 9(7) VALUE ZERO.
       01 REPRICE-TABLE-FIELDS.
      *    ITEMS REPRICED THIS RUN, REPLAYED IN THE END-OF-RUN
      *    COST-CHANGE SECTION SO PURCHASING SEES EACH MOVE
                   15 REPRICE-NEW-COST PIC 9(5)V99.
      *    Y ONCE THE TABLE-FULL WARNING HAS BEEN DISPLAYED
           05 REPRICE-TABLE-FULL-WARNED PIC A VALUE "N".
       01 SIGN-ON-FIELDS.
      *    STORES STATUS OF OPERATOR AUTHORITY FILE I/O
           05 OPERATOR-STATUS-FILED PIC X(2).
      *    OPERATOR ID AND PASSWORD KEYED AT SIGN-ON
           05 SIGN-ON-ID PIC X(8) VALUE SPACES.
           05 SIGN-ON-PASSWORD PIC X(8).
      *    Y ONCE THE OPERATOR IS ON FILE, ACTIVE, AND GRANTED THIS
      *    PROGRAM
           05 SIGN-ON-VALID PIC A VALUE "N".
      *    MOVEMENT CODES THE OPERATOR MAY POST - SPACES FOR ALL
           05 SIGNED-ON-CODES PIC X(10).
      *    LARGEST ADJUSTMENT OR COST CHANGE VALUE THE OPERATOR MAY
      *    POST UNAPPROVED
           05 SIGNED-ON-LIMIT PIC 9(7)V99 VALUE ZERO.
      *    OCCURRENCES OF THE MOVEMENT CODE AMONG THOSE GRANTED
           05 CODE-TALLY PIC 9(4) COMP.
      *    OPERATOR AND APPROVER STAMPED ON THE MOVEMENT'S JOURNAL
      *    ENTRIES - A RELEASED ADJUSTMENT CARRIES THE ONES ON ITS
      *    PENDING RECORD
           05 POSTING-OPERATOR PIC X(8).
           05 POSTING-APPROVER PIC X(8).
       01 APPROVAL-HOLD-FIELDS.
      *    STORES STATUS OF PENDING-APPROVAL FILE I/O
           05 PENDING-STATUS-FILED PIC X(2).
      *    Y WHEN THE PENDING-APPROVAL FILE OPENED - WITHOUT IT AN
      *    OVER-LIMIT MOVEMENT IS REJECTED RATHER THAN POSTED
           05 PENDING-PRESENT PIC A VALUE "N".
      *    END OF FILE FLAG FOR THE STARTUP SCAN OF THE PENDING FILE
           05 PENDING-EOF-FLAG PIC A.
      *    NUMBER OF THE NEXT UPDATE HELD, CONTINUED FROM THE HIGHEST
      *    ONE ALREADY ON FILE
           05 NEXT-PENDING-NUMBER PIC 9(6) VALUE ZERO.
      *    Y WHEN THE MOVEMENT IS AN ADJUSTMENT A SECOND OPERATOR
      *    RELEASED - IT POSTS WHATEVER ITS VALUE
           05 MOVEMENT-RELEASED PIC A.
      *    THE MOVEMENT WITH ITS APPROVAL NUMBER BLANKED, AS IT WAS
      *    HELD, FOR THE MATCH AGAINST THE PENDING RECORD
           05 RELEASED-MOVEMENT-CHECK.
               10 RELEASED-MOVEMENT-BODY PIC X(57).
               10 RELEASED-MOVEMENT-APPROVAL PIC X(6).
      *    VALUE OF THE ADJUSTMENT OR COST CHANGE TESTED AGAINST THE
      *    OPERATOR'S LIMIT
           05 HOLD-VALUE PIC 9(11)V99.
      *    Y WHEN A RECEIPT'S COST CHANGE WENT OVER THE LIMIT AND IS
      *    TO BE HELD ONCE THE UNITS POST, WITH THE COST IT WOULD HAVE
      *    SET
           05 COST-CHANGE-HELD PIC A.
           05 HELD-UNIT-COST PIC 9(5)V99.
      *    UPDATES HELD FOR APPROVAL, AND RELEASED ADJUSTMENTS POSTED
           05 HELD-COUNT PIC 9(7) VALUE ZERO.
           05 RELEASED-POSTED-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       100-POST-MOVEMENTS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 217-SIGN-ON-OPERATOR.
           IF SIGN-ON-VALID = "Y"
               MOVE "S" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
               PERFORM 201-INITIALIZE
               PERFORM 202-POST-MOVEMENTS UNTIL EOF-FLAG = "Y"
               PERFORM 203-TERMINATE
               MOVE "C" TO STAMP-STATUS
               PERFORM 216-STAMP-RUN-CONTROL
           ELSE
               DISPLAY "RUN REFUSED - NO VALID OPERATOR SIGN-ON"
                   " FOR LAB09G"
           END-IF.
           STOP RUN.

      * APPENDS A START OR COMPLETION STAMP FOR THIS JOB
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * TAKES THE OPERATOR ID AND PASSWORD - THE OPERATOR MUST BE ON
      * THE AUTHORITY FILE, ACTIVE, AND GRANTED THIS PROGRAM
       217-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-AUTHORITY-FILE.
           IF OPERATOR-STATUS-FILED = "00"
               DISPLAY "OPERATOR ID: "
               ACCEPT SIGN-ON-ID
               DISPLAY "PASSWORD: "
               ACCEPT SIGN-ON-PASSWORD
               MOVE SIGN-ON-ID TO OPERATOR-ID
               READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   DISPLAY "OPERATOR " SIGN-ON-ID " NOT ON FILE"
               NOT INVALID KEY
                   IF OPERATOR-PASSWORD NOT = SIGN-ON-PASSWORD
                       OR OPERATOR-STATUS NOT = "A"
                       DISPLAY "SIGN-ON REFUSED FOR OPERATOR "
                           SIGN-ON-ID
                   ELSE
                       PERFORM 218-FIND-PROGRAM-GRANT
                   END-IF
               END-READ
               CLOSE OPERATOR-AUTHORITY-FILE
           ELSE
               DISPLAY "NO OPERATOR AUTHORITY FILE - RUN LAB09AM TO"
                   " SET UP OPERATORS"
           END-IF.

      * LOOKS FOR THIS PROGRAM AMONG THE OPERATOR'S GRANTS, TAKING THE
      * CODES IT MAY USE AND ITS VALUE LIMIT
       218-FIND-PROGRAM-GRANT.
           SET GRANT-INDEX TO 1.
           SEARCH OPERATOR-GRANT
               AT END
                   DISPLAY "OPERATOR " SIGN-ON-ID
                       " NOT AUTHORIZED FOR LAB09G"
               WHEN OPERATOR-GRANT-PROGRAM (GRANT-INDEX) = "LAB09G"
                   MOVE "Y" TO SIGN-ON-VALID
                   MOVE OPERATOR-GRANT-CODES (GRANT-INDEX)
                       TO SIGNED-ON-CODES
                   MOVE OPERATOR-VALUE-LIMIT TO SIGNED-ON-LIMIT
           END-SEARCH.

      * OPEN THE MOVEMENT FEED, THE INDEXED FILE, AND THE EXCEPTION LOG
       201-INITIALIZE.
           OPEN INPUT MOVEMENT-FILE.
           OPEN I-O INDEXED-INVENT-FILE.
           OPEN EXTEND INVENT-AUDIT-FILE.
           OPEN EXTEND MOVEMENT-HISTORY-FILE.
           OPEN EXTEND GL-ACTIVITY-FILE.
           PERFORM 204-FIND-LAST-EXCEPTION-SEQ.
           OPEN EXTEND MOVEMENT-EXCEPTION-FILE.
           PERFORM 206-OPEN-OPEN-ORDER-FILE.
           OPEN EXTEND PO-RECEIPT-FILE.
           PERFORM 207-OPEN-STOCK-LOCATION-FILE.
           PERFORM 208-OPEN-RETURN-FILE.
           PERFORM 209-OPEN-LOT-BALANCE-FILE.
           OPEN EXTEND LOT-TRANSACTION-FILE.
           PERFORM 210-OPEN-KIT-FILES.
           PERFORM 211-OPEN-PENDING-APPROVALS.
           PERFORM 300-READ-MOVEMENT.

      * OPENS THE PENDING-APPROVAL FILE AND FINDS THE HIGHEST NUMBER
      * ALREADY USED SO HELD UPDATES CONTINUE THE NUMBERING
       211-OPEN-PENDING-APPROVALS.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF PENDING-STATUS-FILED = "00" OR PENDING-STATUS-FILED = "05"
               MOVE "Y" TO PENDING-PRESENT
               MOVE "N" TO PENDING-EOF-FLAG
               MOVE ZERO TO PENDING-NUMBER
               START PENDING-APPROVAL-FILE
                   KEY IS NOT LESS THAN PENDING-NUMBER
                   INVALID KEY
                       MOVE "Y" TO PENDING-EOF-FLAG
               END-START
               PERFORM 212-SCAN-ONE-PENDING
                   UNTIL PENDING-EOF-FLAG = "Y"
           ELSE
               DISPLAY "PENDING-APPROVAL FILE NOT AVAILABLE - STATUS "
                   PENDING-STATUS-FILED " - OVER-LIMIT ADJUSTMENTS AND"
                   " COST CHANGES WILL BE REJECTED"
           END-IF.

      * READS ONE PENDING RECORD, KEEPING THE LAST NUMBER SEEN
       212-SCAN-ONE-PENDING.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PENDING-EOF-FLAG
               NOT AT END
                   MOVE PENDING-NUMBER TO NEXT-PENDING-NUMBER
           END-READ.

      * OPENS THE OPEN-ORDER FILE FOR RECEIPT MATCHING - A SITE THAT
      * HAS NOT RAISED ANY POS THROUGH LAB09Q POSTS WITHOUT MATCHING
       206-OPEN-OPEN-ORDER-FILE.
                   " - LOCATION BALANCES NOT POSTED THIS RUN"
           END-IF.

      * OPENS THE RETURN AUTHORIZATIONS - A SITE THAT HAS NEVER RUN
      * LAB09O HAS NONE, AND ANY V MOVEMENT IS REJECTED
       208-OPEN-RETURN-FILE.
           OPEN I-O RTV-RETURN-FILE.
           IF RMA-STATUS-FILED = "00"
               MOVE "Y" TO RETURN-FILE-PRESENT
           ELSE
               DISPLAY "NO RETURNS FILE - V MOVEMENTS REJECTED THIS"
                   " RUN - RUN LAB09O TO OPEN RETURNS"
           END-IF.

      * OPENS THE LOT BALANCE FILE - CREATED EMPTY THE FIRST TIME A
      * LOT-CODED RECEIPT ARRIVES
       209-OPEN-LOT-BALANCE-FILE.
           OPEN I-O LOT-BALANCE-FILE.
           IF LOT-STATUS-FILED = "00"
               OR LOT-STATUS-FILED = "05"
               MOVE "Y" TO LOT-FILE-PRESENT
           ELSE
               DISPLAY "LOT BALANCE FILE UNUSABLE - STATUS "
                   LOT-STATUS-FILED
                   " - LOT BALANCES NOT POSTED THIS RUN"
           END-IF.

      * OPENS THE BILLS OF MATERIALS AND THE WORK ORDERS - A SITE
      * THAT HAS NEVER SET UP A KIT HAS NEITHER, AND ANY K OR U
      * MOVEMENT IS REJECTED
       210-OPEN-KIT-FILES.
           OPEN INPUT BILL-OF-MATERIALS-FILE.
           IF BOM-STATUS-FILED = "00"
               MOVE "Y" TO BOM-FILE-PRESENT
           END-IF.
           OPEN I-O ASSEMBLY-ORDER-FILE.
           IF ASSEMBLY-STATUS-FILED = "00"
               MOVE "Y" TO ASSEMBLY-FILE-PRESENT
           END-IF.
           IF BOM-FILE-PRESENT NOT EQUAL TO "Y"
               OR ASSEMBLY-FILE-PRESENT NOT EQUAL TO "Y"
               DISPLAY "NO BILL OF MATERIALS OR WORK ORDER FILE - K AND"
                   " U MOVEMENTS REJECTED THIS RUN"
           END-IF.

      * SCANS THE EXCEPTION LOG SO NEW ENTRIES CONTINUE THE SEQUENCE
      * NUMBERING INSTEAD OF RESTARTING AT ONE EVERY RUN
       204-FIND-LAST-EXCEPTION-SEQ.
                 INDEXED-INVENT-FILE
                 MOVEMENT-EXCEPTION-FILE
                 INVENT-AUDIT-FILE
                 MOVEMENT-HISTORY-FILE
                 GL-ACTIVITY-FILE
                 LOT-TRANSACTION-FILE
                 PO-RECEIPT-FILE.
           IF LOT-FILE-PRESENT = "Y"
               CLOSE LOT-BALANCE-FILE
           END-IF.
           IF OPEN-ORDER-PRESENT = "Y"
               CLOSE OPEN-ORDER-FILE
           END-IF.
           IF LOCATION-PRESENT = "Y"
               CLOSE STOCK-LOCATION-FILE
           END-IF.
           IF RETURN-FILE-PRESENT = "Y"
               CLOSE RTV-RETURN-FILE
           END-IF.
           IF BOM-FILE-PRESENT = "Y"
               CLOSE BILL-OF-MATERIALS-FILE
           END-IF.
           IF ASSEMBLY-FILE-PRESENT = "Y"
               CLOSE ASSEMBLY-ORDER-FILE
           END-IF.
           IF PENDING-PRESENT = "Y"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           MOVE ADJUSTED-UNITS TO ADJUSTED-UNITS-EDIT.
           MOVE RETURNED-VALUE TO RETURNED-VALUE-EDIT.
           DISPLAY "MOVEMENT POSTING RUN FOR : " RUN-DATE.
           DISPLAY "RECEIPTS APPLIED    : " RECEIPT-COUNT
               " FOR " RECEIVED-UNITS " UNIT(S)".
               " FOR " ADJUSTED-UNITS-EDIT " UNIT(S) NET".
           DISPLAY "TRANSFERS APPLIED   : " TRANSFER-COUNT
               " FOR " TRANSFERRED-UNITS " UNIT(S)".
           DISPLAY "VENDOR RETURNS SHIPPED : " RETURN-COUNT
               " FOR " RETURNED-UNITS " UNIT(S) VALUED "
               RETURNED-VALUE-EDIT.
           DISPLAY "KIT ORDERS ASSEMBLED   : " ASSEMBLY-COUNT
               " FOR " KITS-ASSEMBLED " KIT(S)".
           DISPLAY "KIT ORDERS BROKEN DOWN : " DISASSEMBLY-COUNT
               " FOR " KITS-BROKEN-DOWN " KIT(S)".
           DISPLAY "KIT COMPONENTS POSTED  : " COMPONENT-POST-COUNT.
           IF LOCATION-SHORT-COUNT > ZERO
               DISPLAY "LOCATION SHORTFALLS : " LOCATION-SHORT-COUNT
                   " - LOCATION BALANCES FLOORED AT ZERO"
               DISPLAY "PO LINES CLOSED     : " CLOSED-LINE-COUNT
               DISPLAY "RECEIPTS WITH NO OPEN PO LINE : "
                   UNMATCHED-RECEIPT-COUNT
               DISPLAY "PO RECEIPTS LOGGED  : " PO-RECEIPT-COUNT
           END-IF.
           DISPLAY "MOVEMENTS HISTORIED : " HISTORY-COUNT.
           DISPLAY "GL ACTIVITY WRITTEN : " GL-ACTIVITY-COUNT.
           DISPLAY "LOT MOVEMENTS LOGGED : " LOT-TRANSACTION-COUNT.
           IF LOT-SHORT-COUNT > ZERO
               DISPLAY "DRAWS SHORT OF LOT STOCK : " LOT-SHORT-COUNT
                   " - REMAINDER TAKEN FROM STOCK HELD OUTSIDE LOTS"
           END-IF.
           DISPLAY "UPDATES HELD FOR APPROVAL : " HELD-COUNT.
           DISPLAY "RELEASED ADJUSTMENTS POSTED : "
               RELEASED-POSTED-COUNT.
           DISPLAY "OPERATOR            : " SIGN-ON-ID.
           PERFORM 380-PRINT-COST-CHANGES.

      * REPLAYS EVERY COST CHANGE COSTED RECEIPTS MADE THIS RUN SO
       301-POST-MOVEMENT.
           IF MOVEMENT-CODE NOT = "R" AND MOVEMENT-CODE NOT = "I"
               AND MOVEMENT-CODE NOT = "J" AND MOVEMENT-CODE NOT = "T"
               AND MOVEMENT-CODE NOT = "V" AND MOVEMENT-CODE NOT = "K"
               AND MOVEMENT-CODE NOT = "U"
               DISPLAY "INVALID MOVEMENT CODE '" MOVEMENT-CODE
                   "' FOR " MOVEMENT-INVENTORY-ID
               MOVE "9C" TO REJECT-REASON
                       PERFORM 302-LOG-MOVEMENT-EXCEPTION
                   ELSE
                       PERFORM 303-CHECK-LOCATION-CODES
                       IF REJECT-REASON = SPACES
                           PERFORM 304-CHECK-LOT-FIELDS
                       END-IF
                       IF REJECT-REASON = SPACES
                           PERFORM 306-CHECK-OPERATOR-AUTHORITY
                       END-IF
                       IF REJECT-REASON = SPACES
                           PERFORM 310-APPLY-MOVEMENT
                       END-IF
               END-IF
           END-IF.

      * EVERY MOVEMENT MUST NAME THE LOCATION IT POSTS TO, A
      * TRANSFER MUST NAME TWO DIFFERENT LOCATIONS, A RETURN TO
      * VENDOR CAN ONLY LEAVE FROM THE RCG RETURNS CAGE, AND NO KIT
      * IS BUILT OR BROKEN DOWN IN IT
       303-CHECK-LOCATION-CODES.
           MOVE SPACES TO REJECT-REASON.
           IF MOVEMENT-LOCATION = SPACES
                       OR MOVEMENT-TO-LOCATION = MOVEMENT-LOCATION)
                   MOVE "9L" TO REJECT-REASON
               END-IF
               IF MOVEMENT-CODE = "V"
                   AND MOVEMENT-LOCATION NOT = "RCG"
                   MOVE "9L" TO REJECT-REASON
               END-IF
               IF (MOVEMENT-CODE = "K" OR MOVEMENT-CODE = "U")
                   AND MOVEMENT-LOCATION = "RCG"
                   MOVE "9L" TO REJECT-REASON
               END-IF
           END-IF.
           IF REJECT-REASON = "9L"
               DISPLAY "MISSING OR UNUSABLE LOCATION FOR "
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           END-IF.

      * A LOT COMING IN MUST CARRY A REAL EXPIRY DATE OR NONE, AND A
      * LOT NAMED ON A DRAW MUST HOLD THE QUANTITY AT THE LOCATION -
      * A FAILURE IS LOGGED HERE AND LEAVES ITS CODE IN REJECT-REASON
       304-CHECK-LOT-FIELDS.
           IF MOVEMENT-LOT-NUMBER NOT = SPACES
               IF MOVEMENT-CODE = "R" OR MOVEMENT-CODE = "K"
                   OR (MOVEMENT-CODE = "J" AND MOVEMENT-SIGN = "+")
                   IF MOVEMENT-EXPIRY-DATE NOT = SPACES
                       IF MOVEMENT-EXPIRY-DATE NOT NUMERIC
                           MOVE "NE" TO REJECT-REASON
                       ELSE
                           IF MOVEMENT-EXPIRY-MONTH < 1
                               OR MOVEMENT-EXPIRY-MONTH > 12
                               OR MOVEMENT-EXPIRY-DAY < 1
                               OR MOVEMENT-EXPIRY-DAY > 31
                               MOVE "NE" TO REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
                   IF REJECT-REASON = "NE"
                       DISPLAY "UNUSABLE EXPIRY DATE ON LOT "
                           MOVEMENT-LOT-NUMBER " FOR "
                           MOVEMENT-INVENTORY-ID
                   END-IF
               ELSE
                   PERFORM 305-CHECK-NAMED-LOT
               END-IF
           END-IF.
           IF REJECT-REASON NOT = SPACES
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           END-IF.

      * THE LOT A DRAW NAMES MUST BE ON FILE AT THE LOCATION WITH
      * THE UNITS THE MOVEMENT TAKES
       305-CHECK-NAMED-LOT.
           IF LOT-FILE-PRESENT NOT EQUAL TO "Y"
               MOVE "LT" TO REJECT-REASON
           ELSE
               MOVE MOVEMENT-INVENTORY-ID TO LOT-INVENTORY-ID
               MOVE MOVEMENT-LOCATION TO LOT-LOCATION
               MOVE MOVEMENT-LOT-NUMBER TO LOT-NUMBER
               READ LOT-BALANCE-FILE
               INVALID KEY
                   MOVE "LT" TO REJECT-REASON
               NOT INVALID KEY
                   IF MOVEMENT-QUANTITY > LOT-QUANTITY
                       MOVE "LT" TO REJECT-REASON
                   END-IF
               END-READ
           END-IF.
           IF REJECT-REASON = "LT"
               DISPLAY "LOT " MOVEMENT-LOT-NUMBER " NOT HELD AT "
                   MOVEMENT-LOCATION " IN THAT QUANTITY FOR "
                   MOVEMENT-INVENTORY-ID
           END-IF.

      * THE OPERATOR MUST BE GRANTED THE MOVEMENT CODE, AND A MOVEMENT
      * CARRYING AN APPROVAL NUMBER MUST BE THE VERY ADJUSTMENT A
      * SECOND OPERATOR RELEASED - A FAILURE IS LOGGED HERE AND LEAVES
      * ITS CODE IN REJECT-REASON
       306-CHECK-OPERATOR-AUTHORITY.
           MOVE SIGN-ON-ID TO POSTING-OPERATOR.
           MOVE SPACES TO POSTING-APPROVER.
           MOVE "N" TO MOVEMENT-RELEASED.
           IF SIGNED-ON-CODES NOT = SPACES
               MOVE ZERO TO CODE-TALLY
               INSPECT SIGNED-ON-CODES
                   TALLYING CODE-TALLY FOR ALL MOVEMENT-CODE
               IF CODE-TALLY = ZERO
                   DISPLAY "OPERATOR " SIGN-ON-ID
                       " NOT AUTHORIZED FOR CODE '" MOVEMENT-CODE
                       "' - " MOVEMENT-INVENTORY-ID
                   MOVE "AU" TO REJECT-REASON
               END-IF
           END-IF.
           IF REJECT-REASON = SPACES
               AND MOVEMENT-APPROVAL-NUMBER NOT = SPACES
               PERFORM 307-CHECK-RELEASED-ADJUSTMENT
           END-IF.
           IF REJECT-REASON NOT = SPACES
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           END-IF.

      * READS THE PENDING RECORD THE APPROVAL NUMBER NAMES - IT MUST
      * BE A RELEASED ADJUSTMENT NOT YET POSTED, HELD WITH EXACTLY
      * THIS MOVEMENT - AND TAKES ITS OPERATOR AND APPROVER
       307-CHECK-RELEASED-ADJUSTMENT.
           IF MOVEMENT-CODE NOT = "J"
               OR MOVEMENT-APPROVAL-NUMBER NOT NUMERIC
               OR PENDING-PRESENT NOT EQUAL TO "Y"
               MOVE "AP" TO REJECT-REASON
           ELSE
               MOVE MOVEMENT-APPROVAL-NUMBER-N TO PENDING-NUMBER
               READ PENDING-APPROVAL-FILE
               INVALID KEY
                   MOVE "AP" TO REJECT-REASON
               NOT INVALID KEY
                   MOVE MOVEMENT-RECORD-IN TO RELEASED-MOVEMENT-CHECK
                   MOVE SPACES TO RELEASED-MOVEMENT-APPROVAL
                   IF PENDING-TYPE NOT = "AJ"
                       OR PENDING-STATUS NOT = "R"
                       OR PENDING-MOVEMENT NOT = RELEASED-MOVEMENT-CHECK
                       MOVE "AP" TO REJECT-REASON
                   ELSE
                       MOVE "Y" TO MOVEMENT-RELEASED
                       MOVE PENDING-ENTERED-BY TO POSTING-OPERATOR
                       MOVE PENDING-DECIDED-BY TO POSTING-APPROVER
                   END-IF
               END-READ
           END-IF.
           IF REJECT-REASON = "AP"
               DISPLAY "NO RELEASED ADJUSTMENT "
                   MOVEMENT-APPROVAL-NUMBER " MATCHING THE MOVEMENT"
                   " FOR " MOVEMENT-INVENTORY-ID
           END-IF.

      * READS THE ITEM AND APPLIES THE QUANTITY CHANGE BY TYPE
       310-APPLY-MOVEMENT.
           MOVE MOVEMENT-INVENTORY-ID TO INVENTORY-ID-OUT.
               MOVE "23" TO REJECT-REASON
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           NOT INVALID KEY
               MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
               MOVE "N" TO ITEM-REPRICED
               EVALUATE MOVEMENT-CODE
                   WHEN "R"
                       PERFORM 320-POST-RECEIPT
                       PERFORM 340-POST-ADJUSTMENT
                   WHEN "T"
                       PERFORM 345-POST-TRANSFER
                   WHEN "V"
                       PERFORM 335-POST-VENDOR-RETURN
                   WHEN "K"
                   WHEN "U"
                       PERFORM 355-POST-KIT-ORDER
               END-EVALUATE
           END-READ.

      * ADDS THE RECEIVED UNITS TO ON-HAND, REPRICES THE ITEM WHEN
      * THE RECEIPT CARRIES AN INVOICE COST, AND REWRITES THE ITEM -
      * A COST CHANGE OVER THE OPERATOR'S LIMIT IS HELD FOR APPROVAL
      * AND THE UNITS POST AT THE OLD COST
       320-POST-RECEIPT.
           MOVE QUANTITY-ON-HAND-OUT TO PRIOR-ON-HAND.
           MOVE UNIT-COST-OUT TO PRIOR-UNIT-COST.
           ADD MOVEMENT-QUANTITY TO QUANTITY-ON-HAND-OUT
           ON SIZE ERROR
               DISPLAY "RECEIPT OVERFLOWS ON-HAND FOR "
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           NOT ON SIZE ERROR
               PERFORM 370-REPRICE-RECEIVED-ITEM
               MOVE "N" TO COST-CHANGE-HELD
               IF ITEM-REPRICED = "Y"
                   PERFORM 373-CHECK-COST-CHANGE-LIMIT
               END-IF
               IF REJECT-REASON = SPACES
                   PERFORM 350-REWRITE-ITEM
                   IF STATUS-FILED = "00"
                       ADD 1 TO RECEIPT-COUNT
                       ADD MOVEMENT-QUANTITY TO RECEIVED-UNITS
                       MOVE "+" TO HISTORY-POST-SIGN
                       PERFORM 395-APPEND-HISTORY
      *                THE RECEIPT IS VALUED AT THE COST IT FOUND - ANY
      *                MOVE IN COST IS VALUED SEPARATELY AS A
      *                REVALUATION
                       MOVE "RC" TO GL-POST-TYPE
                       MOVE "+" TO GL-POST-SIGN
                       MOVE MOVEMENT-QUANTITY TO GL-POST-QUANTITY
                       MOVE PRIOR-UNIT-COST TO GL-POST-UNIT-COST
                       PERFORM 396-APPEND-GL-ACTIVITY
                       IF ITEM-REPRICED = "Y"
                           PERFORM 371-JOURNAL-COST-CHANGE
                           MOVE "RP" TO GL-POST-TYPE
                           PERFORM 372-RECORD-REVALUATION
                       END-IF
                       IF COST-CHANGE-HELD = "Y"
                           PERFORM 374-HOLD-COST-CHANGE
                       END-IF
                       MOVE MOVEMENT-QUANTITY TO LOCATION-POST-QUANTITY
                       MOVE MOVEMENT-LOCATION TO LOCATION-POST-CODE
                       PERFORM 390-ADD-TO-LOCATION
                       PERFORM 384-RECEIVE-INTO-LOT
                       PERFORM 360-RELIEVE-OPEN-ORDERS
                   END-IF
               END-IF
           END-ADD.

               END-COMPUTE
           END-IF.

      * VALUES THE COST CHANGE OVER THE ON-HAND AFTER THE RECEIPT OR
      * THE KITS BUILT - ONE OVER THE OPERATOR'S LIMIT PUTS THE OLD
      * COST BACK TO BE HELD ONCE THE UNITS POST, OR REJECTS THE
      * RECEIPT WHEN THERE IS NO PENDING FILE TO HOLD IT ON
       373-CHECK-COST-CHANGE-LIMIT.
           IF UNIT-COST-OUT > PRIOR-UNIT-COST
               COMPUTE HOLD-VALUE = QUANTITY-ON-HAND-OUT
                   * (UNIT-COST-OUT - PRIOR-UNIT-COST)
           ELSE
               COMPUTE HOLD-VALUE = QUANTITY-ON-HAND-OUT
                   * (PRIOR-UNIT-COST - UNIT-COST-OUT)
           END-IF.
           IF HOLD-VALUE > SIGNED-ON-LIMIT
               IF PENDING-PRESENT = "Y"
                   MOVE UNIT-COST-OUT TO HELD-UNIT-COST
                   MOVE PRIOR-UNIT-COST TO UNIT-COST-OUT
                   MOVE "N" TO ITEM-REPRICED
                   MOVE "Y" TO COST-CHANGE-HELD
               ELSE
                   DISPLAY "OVER-LIMIT COST CHANGE REJECTED - NO"
                       " PENDING FILE - " MOVEMENT-INVENTORY-ID
                   MOVE "HF" TO REJECT-REASON
                   PERFORM 302-LOG-MOVEMENT-EXCEPTION
               END-IF
           END-IF.

      * HOLDS THE COST CHANGE OF A RECEIPT OR OF THE KITS BUILT ON THE
      * PENDING-APPROVAL FILE - THE UNITS HAVE POSTED, SO A HOLD THAT
      * FAILS IS ONLY REPORTED
       374-HOLD-COST-CHANGE.
           ADD 1 TO NEXT-PENDING-NUMBER.
           MOVE SPACES TO PENDING-RECORD.
           MOVE NEXT-PENDING-NUMBER TO PENDING-NUMBER.
           MOVE "H" TO PENDING-STATUS.
           MOVE "RP" TO PENDING-TYPE.
           MOVE "LAB09G" TO PENDING-JOB.
           MOVE MOVEMENT-INVENTORY-ID TO PENDING-INVENTORY-ID.
           MOVE HOLD-VALUE TO PENDING-VALUE.
           MOVE PRIOR-UNIT-COST TO PENDING-OLD-UNIT-COST.
           MOVE HELD-UNIT-COST TO PENDING-NEW-UNIT-COST.
           MOVE MOVEMENT-REFERENCE TO PENDING-COST-REFERENCE.
           MOVE SIGN-ON-ID TO PENDING-ENTERED-BY.
           MOVE RUN-DATE TO PENDING-ENTRY-DATE.
           MOVE ZERO TO PENDING-DECISION-DATE
                        PENDING-POSTED-DATE.
           WRITE PENDING-RECORD
           INVALID KEY
               DISPLAY "*** COST CHANGE HOLD FAILED FOR "
                   MOVEMENT-INVENTORY-ID " STATUS FILED IS "
                   PENDING-STATUS-FILED " - UNITS POSTED AT THE OLD"
                   " COST"
           NOT INVALID KEY
               DISPLAY "COST CHANGE HELD FOR APPROVAL - "
                   MOVEMENT-INVENTORY-ID " AS PENDING " PENDING-NUMBER
               ADD 1 TO HELD-COUNT
           END-WRITE.

      * JOURNALS THE COST CHANGE WITH BEFORE AND AFTER IMAGES LIKE
      * ANY OTHER UPDATE AND REMEMBERS IT FOR THE END-OF-RUN REPORT
       371-JOURNAL-COST-CHANGE.
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE INVENTORY-RECORD-OUT TO AFTER-IMAGE.
           MOVE AFTER-IMAGE TO AUDIT-AFTER-IMAGE.
           MOVE POSTING-OPERATOR TO AUDIT-OPERATOR-ID.
           MOVE POSTING-APPROVER TO AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD-OUT.
           ADD 1 TO REPRICE-COUNT.
           IF REPRICE-ENTRY-COUNT < REPRICE-LIMIT
               END-IF
           END-IF.

      * VALUES THE COST MOVE ACROSS THE WHOLE ON-HAND AFTER THE
      * RECEIPT, SO THE RECEIPT AT THE OLD COST PLUS THIS ENTRY
      * EQUALS THE CHANGE IN THE ITEM'S VALUE ON FILE - POSTED UNDER
      * THE ACTIVITY TYPE ALREADY IN GL-POST-TYPE, RP FOR A COSTED
      * RECEIPT AND KT FOR KITS ASSEMBLED
       372-RECORD-REVALUATION.
           MOVE QUANTITY-ON-HAND-OUT TO GL-POST-QUANTITY.
           IF UNIT-COST-OUT > PRIOR-UNIT-COST
               MOVE "+" TO GL-POST-SIGN
               COMPUTE GL-POST-UNIT-COST =
                   UNIT-COST-OUT - PRIOR-UNIT-COST
           ELSE
               MOVE "-" TO GL-POST-SIGN
               COMPUTE GL-POST-UNIT-COST =
                   PRIOR-UNIT-COST - UNIT-COST-OUT
           END-IF.
           PERFORM 396-APPEND-GL-ACTIVITY.

      * SUBTRACTS THE ISSUED UNITS - AN ISSUE THAT WOULD DRIVE
      * ON-HAND NEGATIVE, OR THAT COULD ONLY BE FILLED FROM EXPIRED
      * LOTS, IS REJECTED, NOT APPLIED
       330-POST-ISSUE.
           IF MOVEMENT-LOT-NUMBER = SPACES
               MOVE MOVEMENT-INVENTORY-ID TO LOT-CHECK-INVENTORY-ID
               PERFORM 383-CHECK-UNEXPIRED-LOTS
           END-IF.
           IF REJECT-REASON NOT = SPACES
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           ELSE
               IF MOVEMENT-QUANTITY > QUANTITY-ON-HAND-OUT
                   DISPLAY "ISSUE EXCEEDS ON-HAND FOR "
                       MOVEMENT-INVENTORY-ID
                   MOVE "NG" TO REJECT-REASON
                   PERFORM 302-LOG-MOVEMENT-EXCEPTION
               ELSE
                   SUBTRACT MOVEMENT-QUANTITY FROM QUANTITY-ON-HAND-OUT
                   PERFORM 350-REWRITE-ITEM
                   IF STATUS-FILED = "00"
                       ADD 1 TO ISSUE-COUNT
                       ADD MOVEMENT-QUANTITY TO ISSUED-UNITS
                       MOVE "-" TO HISTORY-POST-SIGN
                       PERFORM 395-APPEND-HISTORY
                       MOVE "IS" TO GL-POST-TYPE
                       MOVE "-" TO GL-POST-SIGN
                       PERFORM 397-APPEND-GL-AT-ITEM-COST
                       MOVE MOVEMENT-QUANTITY TO LOCATION-POST-QUANTITY
                       MOVE MOVEMENT-LOCATION TO LOCATION-POST-CODE
                       PERFORM 391-SUBTRACT-FROM-LOCATION
                       MOVE RUN-DATE TO LOT-EXPIRY-FLOOR
                       PERFORM 386-DRAW-FROM-LOTS
                   END-IF
               END-IF
           END-IF.

      * SHIPS A RETURN OUT OF THE RCG CAGE AGAINST ITS RMA - THE
      * UNITS LEAVE ON-HAND AT UNIT-COST-OUT AND THAT VALUE GOES ON
      * THE RMA AS WHAT THE VENDOR OWES
       335-POST-VENDOR-RETURN.
           PERFORM 336-CHECK-RETURN-AUTHORIZATION.
           IF REJECT-REASON = SPACES
               IF MOVEMENT-QUANTITY > QUANTITY-ON-HAND-OUT
                   DISPLAY "RETURN EXCEEDS ON-HAND FOR "
                       MOVEMENT-INVENTORY-ID
                   MOVE "NG" TO REJECT-REASON
                   PERFORM 302-LOG-MOVEMENT-EXCEPTION
               ELSE
                   SUBTRACT MOVEMENT-QUANTITY FROM QUANTITY-ON-HAND-OUT
                   PERFORM 350-REWRITE-ITEM
                   IF STATUS-FILED = "00"
                       COMPUTE RETURN-VALUE =
                           MOVEMENT-QUANTITY * UNIT-COST-OUT
                       ADD 1 TO RETURN-COUNT
                       ADD MOVEMENT-QUANTITY TO RETURNED-UNITS
                       ADD RETURN-VALUE TO RETURNED-VALUE
                       MOVE "-" TO HISTORY-POST-SIGN
                       PERFORM 395-APPEND-HISTORY
                       MOVE "RV" TO GL-POST-TYPE
                       MOVE "-" TO GL-POST-SIGN
                       PERFORM 397-APPEND-GL-AT-ITEM-COST
                       MOVE MOVEMENT-QUANTITY TO LOCATION-POST-QUANTITY
                       MOVE MOVEMENT-LOCATION TO LOCATION-POST-CODE
                       PERFORM 391-SUBTRACT-FROM-LOCATION
                       MOVE ZERO TO LOT-EXPIRY-FLOOR
                       PERFORM 386-DRAW-FROM-LOTS
                       PERFORM 337-MARK-RETURN-SHIPPED
                   END-IF
               END-IF
           END-IF.

      * THE RMA IN THE REFERENCE MUST BE OPEN OR PART-SHIPPED, FOR
      * THIS ITEM, AND STILL HAVE THE UNITS AUTHORIZED - A FAILURE
      * IS LOGGED HERE AND LEAVES ITS CODE IN REJECT-REASON
       336-CHECK-RETURN-AUTHORIZATION.
           IF RETURN-FILE-PRESENT NOT EQUAL TO "Y"
               DISPLAY "NO RETURNS FILE - RETURN NOT POSTED FOR "
                   MOVEMENT-INVENTORY-ID
               MOVE "RM" TO REJECT-REASON
           ELSE
               MOVE MOVEMENT-REFERENCE TO RMA-NUMBER
               READ RTV-RETURN-FILE
               INVALID KEY
                   DISPLAY "NO RMA " MOVEMENT-REFERENCE
                       " FOR RETURN OF " MOVEMENT-INVENTORY-ID
                   MOVE "RM" TO REJECT-REASON
               NOT INVALID KEY
                   IF (RMA-STATUS NOT = "O" AND RMA-STATUS NOT = "S")
                       OR RMA-INVENTORY-ID NOT = MOVEMENT-INVENTORY-ID
                       DISPLAY "RMA " MOVEMENT-REFERENCE
                           " NOT OPEN FOR " MOVEMENT-INVENTORY-ID
                       MOVE "RM" TO REJECT-REASON
                   ELSE
                       COMPUTE RMA-UNSHIPPED =
                           RMA-QUANTITY - RMA-SHIPPED-QUANTITY
                       IF MOVEMENT-QUANTITY > RMA-UNSHIPPED
                           DISPLAY "RETURN EXCEEDS UNITS AUTHORIZED ON"
                               " RMA " MOVEMENT-REFERENCE
                           MOVE "RQ" TO REJECT-REASON
                       END-IF
                   END-IF
               END-READ
           END-IF.
           IF REJECT-REASON NOT = SPACES
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           END-IF.

      * ADDS THE SHIPMENT TO THE RMA AND MARKS IT AWAITING CREDIT -
      * THE STOCK HAS ALREADY LEFT, SO A FAILED REWRITE IS CALLED OUT
      * FOR CORRECTION RATHER THAN BACKED OUT
       337-MARK-RETURN-SHIPPED.
           ADD MOVEMENT-QUANTITY TO RMA-SHIPPED-QUANTITY.
           ADD RETURN-VALUE TO RMA-SHIPPED-VALUE.
           MOVE RUN-DATE TO RMA-SHIPPED-DATE.
           MOVE "S" TO RMA-STATUS.
           REWRITE RTV-RETURN-RECORD
           INVALID KEY
               DISPLAY "*** RMA REWRITE FAILED FOR " RMA-NUMBER
                   " STATUS FILED IS " RMA-STATUS-FILED
                   " - STOCK SHIPPED, RECORD IT ON THE RMA BY HAND"
           END-REWRITE.

      * POSTS A KIT WORK ORDER AS ONE UNIT - NOTHING IS TOUCHED
      * UNTIL THE ORDER, THE BILL, AND EVERY BALANCE IT MOVES HAVE
      * BEEN CHECKED, SO A SHORT COMPONENT REJECTS THE WHOLE ORDER -
      * A REJECTED ORDER STAYS RELEASED UNTIL LAB09AK CANCELS IT
       355-POST-KIT-ORDER.
           PERFORM 356-CHECK-KIT-ORDER.
           IF REJECT-REASON = SPACES
               MOVE MOVEMENT-RECORD-IN TO KIT-MOVEMENT-SAVE
               MOVE MOVEMENT-QUANTITY TO KIT-QUANTITY
               MOVE "N" TO KIT-STOCK-MOVED
               MOVE "N" TO KIT-POST-FAILED
               IF MOVEMENT-CODE = "K"
                   PERFORM 364-ASSEMBLE-KITS
               ELSE
                   PERFORM 365-BREAK-DOWN-KITS
               END-IF
               MOVE KIT-MOVEMENT-SAVE TO MOVEMENT-RECORD-IN
               IF KIT-STOCK-MOVED = "Y"
                   PERFORM 368-MARK-KIT-ORDER-POSTED
               ELSE
                   DISPLAY "WORK ORDER " MOVEMENT-REFERENCE
                       " NOT POSTED - LEFT RELEASED, CANCEL IT IN"
                       " LAB09AK TO FREE ITS PARTS"
               END-IF
           ELSE
               IF REJECT-REASON NOT = "WO"
                   DISPLAY "WORK ORDER " MOVEMENT-REFERENCE
                       " REJECTED " REJECT-REASON
                       " - LEFT RELEASED, CANCEL IT IN LAB09AK"
                       " TO FREE ITS PARTS"
               END-IF
           END-IF.

      * THE WORK ORDER IN THE REFERENCE MUST BE RELEASED FOR THIS
      * KIT, TYPE, QUANTITY, AND LOCATION, THE KITS MUST BE ABLE TO
      * TAKE THE MOVE, AND SO MUST EVERY COMPONENT ON THE BILL - A
      * FAILURE IS LOGGED HERE AND LEAVES ITS CODE IN REJECT-REASON
       356-CHECK-KIT-ORDER.
           IF BOM-FILE-PRESENT NOT EQUAL TO "Y"
               OR ASSEMBLY-FILE-PRESENT NOT EQUAL TO "Y"
               DISPLAY "NO KIT FILES - KIT ORDER NOT POSTED FOR "
                   MOVEMENT-INVENTORY-ID
               MOVE "WO" TO REJECT-REASON
           ELSE
               MOVE MOVEMENT-REFERENCE TO ASSEMBLY-ORDER-NUMBER
               READ ASSEMBLY-ORDER-FILE
               INVALID KEY
                   DISPLAY "NO WORK ORDER " MOVEMENT-REFERENCE
                       " FOR KIT " MOVEMENT-INVENTORY-ID
                   MOVE "WO" TO REJECT-REASON
               NOT INVALID KEY
                   IF ASSEMBLY-STATUS NOT = "R"
                       OR ASSEMBLY-ORDER-TYPE NOT = MOVEMENT-CODE
                       OR ASSEMBLY-KIT-ID NOT = MOVEMENT-INVENTORY-ID
                       OR ASSEMBLY-QUANTITY NOT = MOVEMENT-QUANTITY
                       OR ASSEMBLY-LOCATION NOT = MOVEMENT-LOCATION
                       DISPLAY "WORK ORDER " MOVEMENT-REFERENCE
                           " NOT RELEASED FOR THIS MOVEMENT OF "
                           MOVEMENT-INVENTORY-ID
                       MOVE "WO" TO REJECT-REASON
                   END-IF
               END-READ
           END-IF.
           IF REJECT-REASON = SPACES
               IF MOVEMENT-CODE = "K"
                   IF QUANTITY-ON-HAND-OUT + MOVEMENT-QUANTITY > 99999
                       DISPLAY "KITS BUILT OVERFLOW ON-HAND FOR "
                           MOVEMENT-INVENTORY-ID
                       MOVE "OV" TO REJECT-REASON
                   END-IF
               ELSE
                   IF MOVEMENT-QUANTITY > QUANTITY-ON-HAND-OUT
                       DISPLAY "KITS BROKEN DOWN EXCEED ON-HAND FOR "
                           MOVEMENT-INVENTORY-ID
                       MOVE "NG" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF REJECT-REASON = SPACES
               PERFORM 357-LOAD-KIT-BILL
           END-IF.
           IF REJECT-REASON = SPACES
               MOVE QUANTITY-ON-HAND-OUT TO PRIOR-ON-HAND
               MOVE UNIT-COST-OUT TO PRIOR-UNIT-COST
               MOVE ZERO TO KIT-ROLLED-COST
               PERFORM 359-CHECK-ONE-COMPONENT
                   VARYING KIT-COMPONENT-INDEX FROM 1 BY 1
                   UNTIL KIT-COMPONENT-INDEX > KIT-COMPONENT-COUNT
                       OR REJECT-REASON NOT = SPACES
           END-IF.
           IF REJECT-REASON = SPACES AND MOVEMENT-CODE = "K"
               PERFORM 369-CHECK-KIT-COST-CHANGE
           END-IF.
           IF REJECT-REASON NOT = SPACES
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           END-IF.

      * THE KITS ARE AVERAGED IN AT THE ROLLED-UP COST, WHICH MAY
      * MOVE THE KIT'S COST BY MORE THAN THE OPERATOR'S LIMIT - SUCH
      * A CHANGE IS HELD ONCE THE KITS POST, BUT WITH NO PENDING FILE
      * TO HOLD IT ON THE ORDER IS REJECTED BEFORE ANY STOCK MOVES
       369-CHECK-KIT-COST-CHANGE.
           IF PENDING-PRESENT NOT EQUAL TO "Y"
               COMPUTE NEW-UNIT-COST ROUNDED =
                   ((PRIOR-ON-HAND * PRIOR-UNIT-COST)
                       + (MOVEMENT-QUANTITY * KIT-ROLLED-COST))
                   / (PRIOR-ON-HAND + MOVEMENT-QUANTITY)
               ON SIZE ERROR
                   MOVE PRIOR-UNIT-COST TO NEW-UNIT-COST
               END-COMPUTE
               IF NEW-UNIT-COST > PRIOR-UNIT-COST
                   COMPUTE HOLD-VALUE =
                       (PRIOR-ON-HAND + MOVEMENT-QUANTITY)
                       * (NEW-UNIT-COST - PRIOR-UNIT-COST)
               ELSE
                   COMPUTE HOLD-VALUE =
                       (PRIOR-ON-HAND + MOVEMENT-QUANTITY)
                       * (PRIOR-UNIT-COST - NEW-UNIT-COST)
               END-IF
               IF HOLD-VALUE > SIGNED-ON-LIMIT
                   DISPLAY "OVER-LIMIT COST CHANGE REJECTED - NO"
                       " PENDING FILE - " MOVEMENT-INVENTORY-ID
                   MOVE "HF" TO REJECT-REASON
               END-IF
           END-IF.

      * LOADS THE KIT'S BILL OF MATERIALS INTO THE COMPONENT TABLE -
      * A KIT WITH NO BILL, OR MORE COMPONENTS THAN THE TABLE HOLDS,
      * CANNOT BE POSTED
       357-LOAD-KIT-BILL.
           MOVE ZERO TO KIT-COMPONENT-COUNT.
           MOVE "N" TO BOM-EOF-FLAG.
           MOVE MOVEMENT-INVENTORY-ID TO BOM-KIT-ID.
           MOVE LOW-VALUES TO BOM-COMPONENT-ID.
           START BILL-OF-MATERIALS-FILE
               KEY IS NOT LESS THAN BOM-KEY
               INVALID KEY
                   MOVE "Y" TO BOM-EOF-FLAG
           END-START.
           PERFORM 358-LOAD-ONE-COMPONENT
               UNTIL BOM-EOF-FLAG = "Y" OR REJECT-REASON NOT = SPACES.
           IF REJECT-REASON = SPACES AND KIT-COMPONENT-COUNT = ZERO
               DISPLAY "NO BILL OF MATERIALS FOR KIT "
                   MOVEMENT-INVENTORY-ID
               MOVE "KB" TO REJECT-REASON
           END-IF.

      * TAKES THE NEXT LINE OF THE BILL UNTIL THE KIT CHANGES
       358-LOAD-ONE-COMPONENT.
           READ BILL-OF-MATERIALS-FILE NEXT RECORD
           AT END
               MOVE "Y" TO BOM-EOF-FLAG
           NOT AT END
               IF BOM-KIT-ID NOT = MOVEMENT-INVENTORY-ID
                   MOVE "Y" TO BOM-EOF-FLAG
               ELSE
                   IF KIT-COMPONENT-COUNT < KIT-COMPONENT-LIMIT
                       ADD 1 TO KIT-COMPONENT-COUNT
                       MOVE BOM-COMPONENT-ID
                           TO KIT-COMPONENT-ID (KIT-COMPONENT-COUNT)
                       MOVE BOM-QUANTITY-PER
                           TO KIT-COMPONENT-PER (KIT-COMPONENT-COUNT)
                   ELSE
                       DISPLAY "BILL FOR KIT " MOVEMENT-INVENTORY-ID
                           " HAS TOO MANY COMPONENTS TO POST"
                       MOVE "KB" TO REJECT-REASON
                   END-IF
               END-IF
           END-READ.

      * THE COMPONENT MUST BE ON FILE AND ABLE TO GIVE UP, OR TAKE
      * BACK, WHAT THE KITS NEED OF IT - ITS COST ROLLS UP INTO THE
      * COST OF ONE KIT
       359-CHECK-ONE-COMPONENT.
           MOVE KIT-COMPONENT-ID (KIT-COMPONENT-INDEX)
               TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "COMPONENT " INVENTORY-ID-OUT " OF KIT "
                   MOVEMENT-INVENTORY-ID " NOT ON FILE"
               MOVE "KB" TO REJECT-REASON
           NOT INVALID KEY
               COMPUTE COMPONENT-NEED =
                   KIT-COMPONENT-PER (KIT-COMPONENT-INDEX)
                       * MOVEMENT-QUANTITY
               IF MOVEMENT-CODE = "K"
                   IF COMPONENT-NEED > QUANTITY-ON-HAND-OUT
                       DISPLAY "COMPONENT " INVENTORY-ID-OUT
                           " SHORT FOR KIT " MOVEMENT-INVENTORY-ID
                       MOVE "KS" TO REJECT-REASON
                   ELSE
                       PERFORM 353-CHECK-COMPONENT-AT-LOCATION
                   END-IF
               ELSE
                   IF QUANTITY-ON-HAND-OUT + COMPONENT-NEED > 99999
                       DISPLAY "COMPONENT " INVENTORY-ID-OUT
                           " OVERFLOWS ON-HAND FROM KIT "
                           MOVEMENT-INVENTORY-ID
                       MOVE "OV" TO REJECT-REASON
                   END-IF
               END-IF
               COMPUTE KIT-ROLLED-COST = KIT-ROLLED-COST
                   + (KIT-COMPONENT-PER (KIT-COMPONENT-INDEX)
                       * UNIT-COST-OUT)
               ON SIZE ERROR
                   DISPLAY "ROLLED-UP COST OVERFLOWS FOR KIT "
                       MOVEMENT-INVENTORY-ID
                   MOVE "OV" TO REJECT-REASON
               END-COMPUTE
           END-READ.

      * THE KITS ARE BUILT AT THE ORDER'S LOCATION, SO THE COMPONENT
      * MUST HOLD WHAT THEY TAKE THERE AS WELL AS ON FILE, AND NOT
      * ONLY IN LOTS THAT HAVE EXPIRED
       353-CHECK-COMPONENT-AT-LOCATION.
           IF LOCATION-PRESENT = "Y"
               MOVE INVENTORY-ID-OUT TO LOCATION-INVENTORY-ID
               MOVE MOVEMENT-LOCATION TO LOCATION-CODE
               READ STOCK-LOCATION-FILE
               INVALID KEY
                   DISPLAY "COMPONENT " INVENTORY-ID-OUT " NOT HELD AT "
                       MOVEMENT-LOCATION " FOR KIT "
                       MOVEMENT-INVENTORY-ID
                   MOVE "KS" TO REJECT-REASON
               NOT INVALID KEY
                   IF COMPONENT-NEED > LOCATION-QUANTITY
                       DISPLAY "COMPONENT " INVENTORY-ID-OUT
                           " SHORT AT " MOVEMENT-LOCATION
                           " FOR KIT " MOVEMENT-INVENTORY-ID
                       MOVE "KS" TO REJECT-REASON
                   END-IF
               END-READ
           END-IF.
           IF REJECT-REASON = SPACES
               MOVE INVENTORY-ID-OUT TO LOT-CHECK-INVENTORY-ID
               PERFORM 383-CHECK-UNEXPIRED-LOTS
           END-IF.

      * ISSUES EVERY COMPONENT THE KITS TAKE, THEN RECEIVES THE KITS
       364-ASSEMBLE-KITS.
           PERFORM 366-POST-ONE-COMPONENT
               VARYING KIT-COMPONENT-INDEX FROM 1 BY 1
               UNTIL KIT-COMPONENT-INDEX > KIT-COMPONENT-COUNT.
           PERFORM 367-RECEIVE-BUILT-KITS.

      * TAKES THE KITS OFF ON-HAND AT THE KIT'S COST, THEN RETURNS
      * EVERY COMPONENT AT ITS OWN - A KIT THAT FAILS TO POST LEAVES
      * THE COMPONENTS UNTOUCHED
       365-BREAK-DOWN-KITS.
           MOVE MOVEMENT-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "*** KIT " MOVEMENT-INVENTORY-ID
                   " NO LONGER ON FILE"
           NOT INVALID KEY
               MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
               MOVE "N" TO ITEM-REPRICED
               SUBTRACT MOVEMENT-QUANTITY FROM QUANTITY-ON-HAND-OUT
               PERFORM 350-REWRITE-ITEM
               IF STATUS-FILED = "00"
                   MOVE "Y" TO KIT-STOCK-MOVED
                   ADD 1 TO DISASSEMBLY-COUNT
                   ADD MOVEMENT-QUANTITY TO KITS-BROKEN-DOWN
                   MOVE "-" TO HISTORY-POST-SIGN
                   PERFORM 395-APPEND-HISTORY
                   MOVE "KT" TO GL-POST-TYPE
                   MOVE "-" TO GL-POST-SIGN
                   PERFORM 397-APPEND-GL-AT-ITEM-COST
                   MOVE MOVEMENT-QUANTITY TO LOCATION-POST-QUANTITY
                   MOVE MOVEMENT-LOCATION TO LOCATION-POST-CODE
                   PERFORM 391-SUBTRACT-FROM-LOCATION
                   MOVE ZERO TO LOT-EXPIRY-FLOOR
                   PERFORM 386-DRAW-FROM-LOTS
                   PERFORM 366-POST-ONE-COMPONENT
                       VARYING KIT-COMPONENT-INDEX FROM 1 BY 1
                       UNTIL KIT-COMPONENT-INDEX > KIT-COMPONENT-COUNT
               END-IF
           END-READ.

      * POSTS ONE COMPONENT AS A MOVEMENT OF ITS OWN UNDER THE KIT
      * MOVEMENT'S CODE AND REFERENCE - ISSUED INTO A K, ITS LOTS
      * DRAWN EARLIEST-EXPIRY-FIRST, OR RETURNED OUT OF A U
       366-POST-ONE-COMPONENT.
           MOVE KIT-COMPONENT-ID (KIT-COMPONENT-INDEX)
               TO MOVEMENT-INVENTORY-ID.
           COMPUTE MOVEMENT-QUANTITY =
               KIT-COMPONENT-PER (KIT-COMPONENT-INDEX) * KIT-QUANTITY.
           MOVE SPACES TO MOVEMENT-LOT-NUMBER.
           MOVE SPACES TO MOVEMENT-EXPIRY-DATE.
           MOVE MOVEMENT-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "*** COMPONENT " MOVEMENT-INVENTORY-ID
                   " NO LONGER ON FILE"
               MOVE "Y" TO KIT-POST-FAILED
           NOT INVALID KEY
               MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
               MOVE "N" TO ITEM-REPRICED
               IF MOVEMENT-CODE = "K"
                   SUBTRACT MOVEMENT-QUANTITY FROM QUANTITY-ON-HAND-OUT
                   MOVE "-" TO HISTORY-POST-SIGN
               ELSE
                   ADD MOVEMENT-QUANTITY TO QUANTITY-ON-HAND-OUT
                   MOVE "+" TO HISTORY-POST-SIGN
               END-IF
               PERFORM 350-REWRITE-ITEM
               IF STATUS-FILED = "00"
                   MOVE "Y" TO KIT-STOCK-MOVED
                   ADD 1 TO COMPONENT-POST-COUNT
                   PERFORM 395-APPEND-HISTORY
                   MOVE "KT" TO GL-POST-TYPE
                   MOVE HISTORY-POST-SIGN TO GL-POST-SIGN
                   PERFORM 397-APPEND-GL-AT-ITEM-COST
                   MOVE MOVEMENT-QUANTITY TO LOCATION-POST-QUANTITY
                   MOVE MOVEMENT-LOCATION TO LOCATION-POST-CODE
                   IF MOVEMENT-CODE = "K"
                       PERFORM 391-SUBTRACT-FROM-LOCATION
                       MOVE RUN-DATE TO LOT-EXPIRY-FLOOR
                       PERFORM 386-DRAW-FROM-LOTS
                   ELSE
                       PERFORM 390-ADD-TO-LOCATION
                   END-IF
               ELSE
                   MOVE "Y" TO KIT-POST-FAILED
               END-IF
           END-READ.

      * RECEIVES THE BUILT KITS AT THE ROLLED-UP COST OF THEIR
      * COMPONENTS, AVERAGED INTO THE KIT'S COST LIKE A COSTED
      * RECEIPT, SO THE KITS CARRY THE VALUE THE COMPONENTS GAVE UP -
      * A COST CHANGE OVER THE OPERATOR'S LIMIT IS HELD FOR APPROVAL
      * JUST AS A RECEIPT'S IS
       367-RECEIVE-BUILT-KITS.
           MOVE KIT-MOVEMENT-SAVE TO MOVEMENT-RECORD-IN.
           MOVE MOVEMENT-INVENTORY-ID TO INVENTORY-ID-OUT.
           READ INDEXED-INVENT-FILE
           INVALID KEY
               DISPLAY "*** KIT " MOVEMENT-INVENTORY-ID
                   " NO LONGER ON FILE"
               MOVE "Y" TO KIT-POST-FAILED
           NOT INVALID KEY
               MOVE INVENTORY-RECORD-OUT TO BEFORE-IMAGE
               MOVE QUANTITY-ON-HAND-OUT TO PRIOR-ON-HAND
               MOVE UNIT-COST-OUT TO PRIOR-UNIT-COST
               ADD MOVEMENT-QUANTITY TO QUANTITY-ON-HAND-OUT
               MOVE KIT-ROLLED-COST TO MOVEMENT-UNIT-COST-N
               PERFORM 370-REPRICE-RECEIVED-ITEM
               MOVE "N" TO COST-CHANGE-HELD
               IF ITEM-REPRICED = "Y"
                   PERFORM 373-CHECK-COST-CHANGE-LIMIT
               END-IF
               PERFORM 350-REWRITE-ITEM
               IF STATUS-FILED = "00"
                   MOVE "Y" TO KIT-STOCK-MOVED
                   ADD 1 TO ASSEMBLY-COUNT
                   ADD MOVEMENT-QUANTITY TO KITS-ASSEMBLED
                   MOVE "+" TO HISTORY-POST-SIGN
                   PERFORM 395-APPEND-HISTORY
                   MOVE "KT" TO GL-POST-TYPE
                   MOVE "+" TO GL-POST-SIGN
                   MOVE MOVEMENT-QUANTITY TO GL-POST-QUANTITY
                   MOVE PRIOR-UNIT-COST TO GL-POST-UNIT-COST
                   PERFORM 396-APPEND-GL-ACTIVITY
                   IF ITEM-REPRICED = "Y"
                       PERFORM 371-JOURNAL-COST-CHANGE
                       MOVE "KT" TO GL-POST-TYPE
                       PERFORM 372-RECORD-REVALUATION
                   END-IF
                   IF COST-CHANGE-HELD = "Y"
                       PERFORM 374-HOLD-COST-CHANGE
                   END-IF
                   MOVE MOVEMENT-QUANTITY TO LOCATION-POST-QUANTITY
                   MOVE MOVEMENT-LOCATION TO LOCATION-POST-CODE
                   PERFORM 390-ADD-TO-LOCATION
                   PERFORM 384-RECEIVE-INTO-LOT
               ELSE
                   MOVE "Y" TO KIT-POST-FAILED
               END-IF
           END-READ.

      * MARKS THE WORK ORDER POSTED WITH THE COST ONE KIT MOVED AT -
      * THE STOCK HAS ALREADY MOVED, SO A FAILED REWRITE OR A PART
      * THAT FAILED TO POST IS CALLED OUT FOR CORRECTION BY HAND
       368-MARK-KIT-ORDER-POSTED.
           IF KIT-POST-FAILED = "Y"
               DISPLAY "*** WORK ORDER " ASSEMBLY-ORDER-NUMBER
                   " ONLY PART-POSTED - CORRECT FROM THE EXCEPTIONS"
           END-IF.
           MOVE RUN-DATE TO ASSEMBLY-POSTED-DATE.
           MOVE KIT-ROLLED-COST TO ASSEMBLY-KIT-COST.
           MOVE "C" TO ASSEMBLY-STATUS.
           REWRITE ASSEMBLY-ORDER-RECORD
           INVALID KEY
               DISPLAY "*** WORK ORDER REWRITE FAILED FOR "
                   ASSEMBLY-ORDER-NUMBER " STATUS FILED IS "
                   ASSEMBLY-STATUS-FILED
                   " - KITS POSTED, MARK THE ORDER BY HAND"
           END-REWRITE.

      * VALUES THE ADJUSTMENT AT THE ITEM'S COST - ONE WORTH MORE THAN
      * THE OPERATOR'S LIMIT IS HELD FOR A SECOND OPERATOR INSTEAD OF
      * POSTED, UNLESS IT IS ONE A SECOND OPERATOR ALREADY RELEASED
       340-POST-ADJUSTMENT.
           COMPUTE HOLD-VALUE = MOVEMENT-QUANTITY * UNIT-COST-OUT.
           IF MOVEMENT-RELEASED = "N"
               AND (MOVEMENT-SIGN = "+" OR MOVEMENT-SIGN = "-")
               AND HOLD-VALUE > SIGNED-ON-LIMIT
               PERFORM 341-HOLD-ADJUSTMENT
           ELSE
               PERFORM 344-APPLY-ADJUSTMENT
               IF MOVEMENT-RELEASED = "Y" AND REJECT-REASON = SPACES
                   PERFORM 343-MARK-ADJUSTMENT-POSTED
               END-IF
           END-IF.

      * HOLDS THE ADJUSTMENT ON THE PENDING-APPROVAL FILE AS IT CAME
      * IN - LAB09AN SENDS IT BACK THROUGH THE FEED ONCE RELEASED
       341-HOLD-ADJUSTMENT.
           IF PENDING-PRESENT = "Y"
               ADD 1 TO NEXT-PENDING-NUMBER
               MOVE SPACES TO PENDING-RECORD
               MOVE NEXT-PENDING-NUMBER TO PENDING-NUMBER
               MOVE "H" TO PENDING-STATUS
               MOVE "AJ" TO PENDING-TYPE
               MOVE "LAB09G" TO PENDING-JOB
               MOVE MOVEMENT-INVENTORY-ID TO PENDING-INVENTORY-ID
               MOVE HOLD-VALUE TO PENDING-VALUE
               MOVE MOVEMENT-RECORD-IN TO PENDING-MOVEMENT
               MOVE SIGN-ON-ID TO PENDING-ENTERED-BY
               MOVE RUN-DATE TO PENDING-ENTRY-DATE
               MOVE ZERO TO PENDING-DECISION-DATE
                            PENDING-POSTED-DATE
               WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "HOLD FAILED FOR " MOVEMENT-INVENTORY-ID
                       " STATUS FILED IS " PENDING-STATUS-FILED
                   MOVE "HF" TO REJECT-REASON
                   PERFORM 302-LOG-MOVEMENT-EXCEPTION
               NOT INVALID KEY
                   DISPLAY "ADJUSTMENT HELD FOR APPROVAL - "
                       MOVEMENT-INVENTORY-ID " AS PENDING "
                       PENDING-NUMBER
                   ADD 1 TO HELD-COUNT
               END-WRITE
           ELSE
               DISPLAY "OVER-LIMIT ADJUSTMENT REJECTED - NO PENDING"
                   " FILE - " MOVEMENT-INVENTORY-ID
               MOVE "HF" TO REJECT-REASON
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           END-IF.

      * MARKS THE RELEASED ADJUSTMENT APPLIED SO THE SAME APPROVAL
      * CANNOT POST TWICE
       343-MARK-ADJUSTMENT-POSTED.
           MOVE MOVEMENT-APPROVAL-NUMBER-N TO PENDING-NUMBER.
           READ PENDING-APPROVAL-FILE
           INVALID KEY
               DISPLAY "*** PENDING " MOVEMENT-APPROVAL-NUMBER
                   " NOT FOUND TO MARK POSTED"
           NOT INVALID KEY
               MOVE "A" TO PENDING-STATUS
               MOVE RUN-DATE TO PENDING-POSTED-DATE
               REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "*** PENDING " PENDING-NUMBER
                       " NOT MARKED POSTED - STATUS FILED IS "
                       PENDING-STATUS-FILED
               NOT INVALID KEY
                   ADD 1 TO RELEASED-POSTED-COUNT
               END-REWRITE
           END-READ.

      * APPLIES A SIGNED ADJUSTMENT - DOWNWARD ADJUSTMENTS PAST ZERO
      * AND UPWARD ADJUSTMENTS PAST 99999 ARE REJECTED
       344-APPLY-ADJUSTMENT.
           EVALUATE MOVEMENT-SIGN
               WHEN "+"
                   ADD MOVEMENT-QUANTITY TO QUANTITY-ON-HAND-OUT
                           ADD MOVEMENT-QUANTITY TO ADJUSTED-UNITS
                           MOVE "+" TO HISTORY-POST-SIGN
                           PERFORM 395-APPEND-HISTORY
                           MOVE "AJ" TO GL-POST-TYPE
                           MOVE "+" TO GL-POST-SIGN
                           PERFORM 397-APPEND-GL-AT-ITEM-COST
                           MOVE MOVEMENT-QUANTITY
                               TO LOCATION-POST-QUANTITY
                           MOVE MOVEMENT-LOCATION TO LOCATION-POST-CODE
                           PERFORM 390-ADD-TO-LOCATION
                           PERFORM 384-RECEIVE-INTO-LOT
                       END-IF
                   END-ADD
               WHEN "-"
                               FROM ADJUSTED-UNITS
                           MOVE "-" TO HISTORY-POST-SIGN
                           PERFORM 395-APPEND-HISTORY
                           MOVE "AJ" TO GL-POST-TYPE
                           MOVE "-" TO GL-POST-SIGN
                           PERFORM 397-APPEND-GL-AT-ITEM-COST
                           MOVE MOVEMENT-QUANTITY
                               TO LOCATION-POST-QUANTITY
                           MOVE MOVEMENT-LOCATION TO LOCATION-POST-CODE
                           PERFORM 391-SUBTRACT-FROM-LOCATION
                           MOVE ZERO TO LOT-EXPIRY-FLOOR
                           PERFORM 386-DRAW-FROM-LOTS
                       END-IF
                   END-IF
               WHEN OTHER
               ADD MOVEMENT-QUANTITY TO TRANSFERRED-UNITS
               MOVE SPACE TO HISTORY-POST-SIGN
               PERFORM 395-APPEND-HISTORY
               MOVE ZERO TO LOT-EXPIRY-FLOOR
               PERFORM 386-DRAW-FROM-LOTS
           ELSE
               DISPLAY "TRANSFER TO-SIDE FAILED FOR "
                   MOVEMENT-INVENTORY-ID " - BACKING OUT "
           END-IF.

      * REWRITES THE ADJUSTED ITEM - A FAILED REWRITE IS LOGGED WITH
      * ITS FILE STATUS SO THE MOVEMENT IS NOT SILENTLY LOST, AND A
      * GOOD ONE IS JOURNALED UNLESS THE RECEIPT REPRICED THE ITEM,
      * WHICH THE COST-CHANGE ENTRY JOURNALS WITH THE SAME IMAGES
       350-REWRITE-ITEM.
           REWRITE INVENTORY-RECORD-OUT
           INVALID KEY
                   " STATUS FILED IS " STATUS-FILED
               MOVE STATUS-FILED TO REJECT-REASON
               PERFORM 302-LOG-MOVEMENT-EXCEPTION
           NOT INVALID KEY
               IF ITEM-REPRICED = "N"
                   PERFORM 351-JOURNAL-MOVEMENT
               END-IF
           END-REWRITE.

      * JOURNALS THE POSTED ITEM WITH ITS BEFORE AND AFTER IMAGES
       351-JOURNAL-MOVEMENT.
           MOVE RUN-DATE TO AUDIT-RUN-DATE.
           MOVE "G" TO AUDIT-TRANS-CODE.
           MOVE BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE INVENTORY-RECORD-OUT TO AFTER-IMAGE.
           MOVE AFTER-IMAGE TO AUDIT-AFTER-IMAGE.
           MOVE POSTING-OPERATOR TO AUDIT-OPERATOR-ID.
           MOVE POSTING-APPROVER TO AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD-OUT.

      * WALKS THE ITEM'S OPEN PO LINES IN PO ORDER - OLDEST FIRST -
      * AND APPLIES THE RECEIVED UNITS TO THEM UNTIL THE RECEIPT IS
      * USED UP, CLOSING EACH LINE ITS RECEIPTS FULLY COVER
                   IF ORDER-LINE-STATUS = "C"
                       ADD 1 TO CLOSED-LINE-COUNT
                   END-IF
                   PERFORM 363-APPEND-PO-RECEIPT
               END-REWRITE
           END-IF.

      * KEEPS THE PART OF THE RECEIPT JUST PUT AGAINST THE LINE, WITH
      * ITS DATE AND COST, SINCE THE LINE ITSELF ONLY HOLDS THE
      * RUNNING TOTAL RECEIVED
       363-APPEND-PO-RECEIPT.
           MOVE RUN-DATE TO PO-RECEIPT-DATE.
           MOVE ORDER-PO-NUMBER TO PO-RECEIPT-PO-NUMBER.
           MOVE ORDER-LINE-NUMBER TO PO-RECEIPT-LINE-NUMBER.
           MOVE ORDER-ITEM-ID TO PO-RECEIPT-ITEM-ID.
           MOVE ORDER-VENDOR-NAME TO PO-RECEIPT-VENDOR-NAME.
           MOVE ORDER-DATE TO PO-RECEIPT-ORDER-DATE.
           MOVE ORDER-QUANTITY TO PO-RECEIPT-ORDERED.
           MOVE LINE-RELIEF TO PO-RECEIPT-QUANTITY.
           MOVE ORDER-RECEIVED-QUANTITY TO PO-RECEIPT-CUMULATIVE.
           MOVE ORDER-LINE-STATUS TO PO-RECEIPT-LINE-STATUS.
           MOVE MOVEMENT-UNIT-COST TO PO-RECEIPT-UNIT-COST.
           MOVE MOVEMENT-REFERENCE TO PO-RECEIPT-REFERENCE.
           WRITE PO-RECEIPT-RECORD.
           ADD 1 TO PO-RECEIPT-COUNT.

      * AN ISSUE DRAWS ONLY LOTS THAT HAVE NOT EXPIRED - WHEN THE
      * LOCATION HOLDS LOTS OF THE ITEM BUT EVERY ONE HAS EXPIRED THE
      * ISSUE IS REJECTED HERE, RATHER THAN POSTED AND THE LOT DRAW
      * LEFT TO FIND NOTHING. AN ITEM WITH NO LOTS AT THE LOCATION IS
      * STOCK HELD OUTSIDE LOT CONTROL AND PASSES
       383-CHECK-UNEXPIRED-LOTS.
           IF LOT-FILE-PRESENT = "Y"
               MOVE RUN-DATE TO LOT-CHECK-FLOOR
               PERFORM 382-FIND-LOT-FROM-EXPIRY
               IF LOT-CHECK-FOUND = "N"
                   MOVE ZERO TO LOT-CHECK-FLOOR
                   PERFORM 382-FIND-LOT-FROM-EXPIRY
                   IF LOT-CHECK-FOUND = "Y"
                       DISPLAY "NO UNEXPIRED LOT OF "
                           LOT-CHECK-INVENTORY-ID " AT "
                           MOVEMENT-LOCATION
                       MOVE "LX" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      * LOOKS FOR ANY LOT OF THE ITEM AT THE LOCATION EXPIRING ON OR
      * AFTER LOT-CHECK-FLOOR
       382-FIND-LOT-FROM-EXPIRY.
           MOVE "N" TO LOT-CHECK-FOUND.
           MOVE LOT-CHECK-INVENTORY-ID TO LOT-FEFO-INVENTORY-ID.
           MOVE MOVEMENT-LOCATION TO LOT-FEFO-LOCATION.
           MOVE LOT-CHECK-FLOOR TO LOT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LOT-FEFO-NUMBER.
           START LOT-BALANCE-FILE
               KEY IS NOT LESS THAN LOT-FEFO-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ LOT-BALANCE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LOT-FEFO-INVENTORY-ID
                               = LOT-CHECK-INVENTORY-ID
                               AND LOT-FEFO-LOCATION = MOVEMENT-LOCATION
                               MOVE "Y" TO LOT-CHECK-FOUND
                           END-IF
                   END-READ
           END-START.

      * PUTS A LOT-CODED RECEIPT OR UPWARD ADJUSTMENT INTO ITS LOT AT
      * THE LOCATION - A MOVEMENT WITH NO LOT IS NOT LOT-CONTROLLED
       384-RECEIVE-INTO-LOT.
           IF MOVEMENT-LOT-NUMBER NOT = SPACES
               AND LOT-FILE-PRESENT = "Y"
               MOVE MOVEMENT-LOT-NUMBER TO LOT-POST-NUMBER
               IF MOVEMENT-EXPIRY-DATE = SPACES
                   MOVE NO-EXPIRY-DATE TO LOT-POST-EXPIRY
               ELSE
                   MOVE MOVEMENT-EXPIRY-DATE-N TO LOT-POST-EXPIRY
               END-IF
               MOVE MOVEMENT-LOCATION TO LOT-ADD-LOCATION
               MOVE MOVEMENT-QUANTITY TO LOT-ADD-QUANTITY
               PERFORM 385-ADD-TO-LOT
           END-IF.

      * ADDS UNITS TO THE LOT IN LOT-POST-NUMBER AT LOT-ADD-LOCATION,
      * CREATING THE LOT BALANCE THE FIRST TIME THE LOCATION SEES IT -
      * A LOT ALREADY ON FILE KEEPS THE EXPIRY IT ARRIVED WITH
       385-ADD-TO-LOT.
           MOVE MOVEMENT-INVENTORY-ID TO LOT-INVENTORY-ID.
           MOVE LOT-ADD-LOCATION TO LOT-LOCATION.
           MOVE LOT-POST-NUMBER TO LOT-NUMBER.
           READ LOT-BALANCE-FILE
           INVALID KEY
               MOVE MOVEMENT-INVENTORY-ID TO LOT-INVENTORY-ID
                                             LOT-FEFO-INVENTORY-ID
               MOVE LOT-ADD-LOCATION TO LOT-LOCATION
                                        LOT-FEFO-LOCATION
               MOVE LOT-POST-NUMBER TO LOT-NUMBER
                                       LOT-FEFO-NUMBER
               MOVE LOT-POST-EXPIRY TO LOT-EXPIRY-DATE
               MOVE LOT-ADD-QUANTITY TO LOT-QUANTITY
               MOVE RUN-DATE TO LOT-RECEIVED-DATE
               WRITE LOT-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "LOT WRITE FAILED FOR " LOT-BALANCE-KEY
                       " STATUS FILED IS " LOT-STATUS-FILED
               END-WRITE
           NOT INVALID KEY
               IF LOT-EXPIRY-DATE NOT EQUAL TO LOT-POST-EXPIRY
                   AND MOVEMENT-CODE NOT EQUAL TO "T"
                   DISPLAY "LOT " LOT-POST-NUMBER " ALREADY ON FILE"
                       " WITH EXPIRY " LOT-EXPIRY-DATE
                       " - EXPIRY KEPT FOR " MOVEMENT-INVENTORY-ID
               END-IF
               MOVE LOT-EXPIRY-DATE TO LOT-POST-EXPIRY
               ADD LOT-ADD-QUANTITY TO LOT-QUANTITY
               ON SIZE ERROR
                   DISPLAY "LOT BALANCE OVERFLOWS FOR "
                       LOT-BALANCE-KEY " - CAPPED AT 99999"
                   MOVE 99999 TO LOT-QUANTITY
               END-ADD
               REWRITE LOT-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "LOT REWRITE FAILED FOR " LOT-BALANCE-KEY
                       " STATUS FILED IS " LOT-STATUS-FILED
               END-REWRITE
           END-READ.
           MOVE LOT-ADD-LOCATION TO LOT-TRANS-LOCATION.
           MOVE "+" TO LOT-TRANS-SIGN.
           MOVE LOT-ADD-QUANTITY TO LOT-TRANS-QUANTITY.
           PERFORM 389-APPEND-LOT-TRANSACTION.

      * TAKES THE MOVEMENT'S UNITS OUT OF LOT STOCK AT THE LOCATION
      * IT POSTED FROM - THE NAMED LOT, OR THE EARLIEST-EXPIRING LOTS
      * IN TURN NOT BEFORE LOT-EXPIRY-FLOOR - A TRANSFER CARRIES EACH
      * LOT ACROSS TO THE RECEIVING LOCATION. STOCK RECEIVED BEFORE
      * LOT CONTROL BEGAN IS HELD OUTSIDE ANY LOT, SO A SHORT DRAW
      * IS COUNTED, NOT REJECTED
       386-DRAW-FROM-LOTS.
           IF LOT-FILE-PRESENT = "Y"
               MOVE MOVEMENT-QUANTITY TO LOT-REMAINING
               MOVE MOVEMENT-LOCATION TO LOT-DRAW-LOCATION
               MOVE "N" TO LOT-DRAWN
               MOVE "N" TO LOT-EOF-FLAG
               IF MOVEMENT-LOT-NUMBER NOT = SPACES
                   MOVE MOVEMENT-INVENTORY-ID TO LOT-INVENTORY-ID
                   MOVE LOT-DRAW-LOCATION TO LOT-LOCATION
                   MOVE MOVEMENT-LOT-NUMBER TO LOT-NUMBER
                   READ LOT-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 388-TAKE-FROM-LOT
                   END-READ
               ELSE
                   PERFORM 387-DRAW-EARLIEST-LOT
                       UNTIL LOT-EOF-FLAG = "Y"
                           OR LOT-REMAINING = ZERO
               END-IF
               IF LOT-REMAINING > ZERO AND LOT-DRAWN = "Y"
                   DISPLAY "LOT STOCK SHORT AT " LOT-DRAW-LOCATION
                       " FOR " MOVEMENT-INVENTORY-ID " - "
                       LOT-REMAINING " UNIT(S) TAKEN OUTSIDE ANY LOT"
                   ADD 1 TO LOT-SHORT-COUNT
               END-IF
           END-IF.

      * FINDS THE EARLIEST-EXPIRING LOT STILL HELD AT THE LOCATION
      * AND DRAWS ON IT - EMPTIED LOTS ARE DELETED, SO THE FIRST
      * RECORD FOR THE ITEM AND LOCATION IS ALWAYS THE ONE TO TAKE
       387-DRAW-EARLIEST-LOT.
           MOVE MOVEMENT-INVENTORY-ID TO LOT-FEFO-INVENTORY-ID.
           MOVE LOT-DRAW-LOCATION TO LOT-FEFO-LOCATION.
           MOVE LOT-EXPIRY-FLOOR TO LOT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LOT-FEFO-NUMBER.
           START LOT-BALANCE-FILE
               KEY IS NOT LESS THAN LOT-FEFO-KEY
               INVALID KEY
                   MOVE "Y" TO LOT-EOF-FLAG
           END-START.
           IF LOT-EOF-FLAG NOT EQUAL TO "Y"
               READ LOT-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LOT-EOF-FLAG
                   NOT AT END
                       IF LOT-FEFO-INVENTORY-ID
                           NOT EQUAL TO MOVEMENT-INVENTORY-ID
                           OR LOT-FEFO-LOCATION
                               NOT EQUAL TO LOT-DRAW-LOCATION
                           MOVE "Y" TO LOT-EOF-FLAG
                       ELSE
                           PERFORM 388-TAKE-FROM-LOT
                       END-IF
               END-READ
           END-IF.

      * TAKES WHAT THE LOT JUST READ CAN GIVE TOWARD THE DRAW, LOGS
      * IT, AND ON A TRANSFER ADDS IT TO THE SAME LOT AT THE
      * RECEIVING LOCATION - A LOT THAT CANNOT BE UPDATED ENDS THE
      * DRAW SO THE LOOKUP NEVER SPINS ON IT
       388-TAKE-FROM-LOT.
           MOVE "Y" TO LOT-DRAWN.
           IF LOT-QUANTITY < LOT-REMAINING
               MOVE LOT-QUANTITY TO LOT-TAKE
           ELSE
               MOVE LOT-REMAINING TO LOT-TAKE
           END-IF.
           MOVE LOT-NUMBER TO LOT-POST-NUMBER.
           MOVE LOT-EXPIRY-DATE TO LOT-POST-EXPIRY.
           SUBTRACT LOT-TAKE FROM LOT-QUANTITY.
           SUBTRACT LOT-TAKE FROM LOT-REMAINING.
           IF LOT-QUANTITY = ZERO
               DELETE LOT-BALANCE-FILE RECORD
               INVALID KEY
                   DISPLAY "LOT DELETE FAILED FOR " LOT-BALANCE-KEY
                       " STATUS FILED IS " LOT-STATUS-FILED
                   MOVE "Y" TO LOT-EOF-FLAG
               END-DELETE
           ELSE
               REWRITE LOT-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "LOT REWRITE FAILED FOR " LOT-BALANCE-KEY
                       " STATUS FILED IS " LOT-STATUS-FILED
                   MOVE "Y" TO LOT-EOF-FLAG
               END-REWRITE
           END-IF.
           IF LOT-TAKE = ZERO
               MOVE "Y" TO LOT-EOF-FLAG
           ELSE
               MOVE LOT-DRAW-LOCATION TO LOT-TRANS-LOCATION
               MOVE "-" TO LOT-TRANS-SIGN
               MOVE LOT-TAKE TO LOT-TRANS-QUANTITY
               PERFORM 389-APPEND-LOT-TRANSACTION
               IF MOVEMENT-CODE = "T"
                   MOVE MOVEMENT-TO-LOCATION TO LOT-ADD-LOCATION
                   MOVE LOT-TAKE TO LOT-ADD-QUANTITY
                   PERFORM 385-ADD-TO-LOT
               END-IF
           END-IF.

      * APPENDS ONE LOT MOVEMENT TO THE LOT LOG - LAB09AG TRACES A
      * RECALLED LOT FROM RECEIPT TO WHEREVER IT WENT
       389-APPEND-LOT-TRANSACTION.
           MOVE RUN-DATE TO LOT-TRANS-DATE.
           MOVE MOVEMENT-CODE TO LOT-TRANS-CODE.
           MOVE MOVEMENT-INVENTORY-ID TO LOT-TRANS-INVENTORY-ID.
           MOVE LOT-POST-NUMBER TO LOT-TRANS-LOT-NUMBER.
           MOVE LOT-POST-EXPIRY TO LOT-TRANS-EXPIRY-DATE.
           MOVE MOVEMENT-REFERENCE TO LOT-TRANS-REFERENCE.
           WRITE LOT-TRANSACTION-RECORD.
           ADD 1 TO LOT-TRANSACTION-COUNT.

      * APPENDS THE MOVEMENT JUST POSTED TO THE CUMULATIVE HISTORY -
      * LAB09W WORKS EACH ITEM'S ACTUAL USAGE RATE OFF THIS FILE
           WRITE HISTORY-RECORD-OUT.
           ADD 1 TO HISTORY-COUNT.

      * VALUES THE MOVEMENT JUST POSTED AT THE ITEM'S COST AS IT
      * STANDS - ISSUES, ADJUSTMENTS, AND RETURNS LEAVE THE COST ALONE
       397-APPEND-GL-AT-ITEM-COST.
           MOVE MOVEMENT-QUANTITY TO GL-POST-QUANTITY.
           MOVE UNIT-COST-OUT TO GL-POST-UNIT-COST.
           PERFORM 396-APPEND-GL-ACTIVITY.

      * APPENDS ONE VALUE MOVEMENT TO THE GL ACTIVITY FILE - LAB09AB
      * TURNS THE DAY'S ACTIVITY INTO BALANCED JOURNAL ENTRIES
       396-APPEND-GL-ACTIVITY.
           MOVE RUN-DATE TO GL-ACTIVITY-DATE.
           MOVE "LAB09G" TO GL-ACTIVITY-JOB.
           MOVE GL-POST-TYPE TO GL-ACTIVITY-TYPE.
           MOVE MOVEMENT-INVENTORY-ID TO GL-ACTIVITY-INVENTORY-ID.
           MOVE GL-POST-SIGN TO GL-ACTIVITY-SIGN.
           MOVE GL-POST-QUANTITY TO GL-ACTIVITY-QUANTITY.
           MOVE GL-POST-UNIT-COST TO GL-ACTIVITY-UNIT-COST.
           COMPUTE GL-ACTIVITY-VALUE =
               GL-POST-QUANTITY * GL-POST-UNIT-COST.
           MOVE MOVEMENT-REFERENCE TO GL-ACTIVITY-REFERENCE.
           WRITE GL-ACTIVITY-RECORD.
           ADD 1 TO GL-ACTIVITY-COUNT.

      * LOGS A REJECTED MOVEMENT TO THE PERSISTENT EXCEPTION FILE
       302-LOG-MOVEMENT-EXCEPTION.
           ADD 1 TO NEXT-EXCEPTION-SEQ-NO.
           MOVE RUN-DATE TO MOVEMENT-EXCEPTION-RUN-DATE.
           MOVE REJECT-REASON TO MOVEMENT-EXCEPTION-REASON.
           MOVE MOVEMENT-RECORD-IN TO MOVEMENT-EXCEPTION-MOVEMENT.
           MOVE SIGN-ON-ID TO MOVEMENT-EXCEPTION-OPERATOR-ID.
           WRITE MOVEMENT-EXCEPTION-RECORD.
           ADD 1 TO REJECT-COUNT.

