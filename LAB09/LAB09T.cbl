      ******************************************************************
      * Author: Mostapha A
      * Purpose: Inquiry and housekeeping over the before/after image
      *          journal that LAB09B, LAB09G, LAB09N, LAB09P, LAB09V,
      *          and LAB09AN write. The operator gives an inventory ID
      *          and/or a date range and every matching journal entry
      *          is printed decoded field by field, showing only the
      *          fields that actually moved between the before- and
      *          after-image, with the run date, transaction code, and
      *          the operator who entered it (and any second operator
      *          who released it over the first one's limit) -
      *          no more eyeballing raw 86-character images in an
      *          editor. An optional cutover date moves entries older
      *          than that date to a dated archive file and rewrites
      *          the live journal without them, so the journal stops
      *          growing without bound.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB09T.
           05 AUDIT-BEFORE-IMAGE PIC X(87).
           05 FILLER PIC X.
           05 AUDIT-AFTER-IMAGE PIC X(87).
           05 FILLER PIC X.
      *    OPERATOR WHO ENTERED THE UPDATE, AND THE SECOND OPERATOR WHO
      *    RELEASED IT WHEN IT WAS HELD OVER THE FIRST ONE'S LIMIT
           05 AUDIT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 AUDIT-APPROVER-ID PIC X(8).

       FD AUDIT-WORK-FILE.
       01 AUDIT-WORK-RECORD PIC X(204).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD PIC X(204).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
       311-PRINT-DECODED-ENTRY.
           DISPLAY " ".
           DISPLAY "ENTRY " AUDIT-RUN-DATE
               " TRANS " AUDIT-TRANS-CODE
               " OPERATOR " AUDIT-OPERATOR-ID.
           IF AUDIT-APPROVER-ID NOT = SPACES
               DISPLAY "  APPROVED BY : " AUDIT-APPROVER-ID
           END-IF.
           IF BEFORE-INVENTORY-ID NOT = AFTER-INVENTORY-ID
               DISPLAY "  ID          : '" BEFORE-INVENTORY-ID
                   "' -> '" AFTER-INVENTORY-ID "'"
