           05 VENDOR-MASTER-TERMS PIC X(10).
      *    A = ACTIVE, I = INACTIVE
           05 VENDOR-MASTER-STATUS PIC X.
      *    QUOTED DAYS FROM ORDER TO DELIVERY - ZERO WHEN NONE AGREED
           05 VENDOR-MASTER-LEAD-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
                   DISPLAY "VENDOR  : " VENDOR-MASTER-NAME
                   DISPLAY "CONTACT : " VENDOR-MASTER-CONTACT
                   DISPLAY "TERMS   : " VENDOR-MASTER-TERMS
                   DISPLAY "LEAD    : " VENDOR-MASTER-LEAD-DAYS
                       " DAY(S)"
                   IF VENDOR-MASTER-STATUS = "A"
                       DISPLAY "STATUS  : ACTIVE"
                   ELSE
