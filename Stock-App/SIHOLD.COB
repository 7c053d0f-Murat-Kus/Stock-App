       IDENTIFICATION DIVISION.
       PROGRAM-ID. supplier-invoice-holds.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. DAILY SUPPLIER INVOICE HOLD REPORT FOR PURCHASING.
      *READS THE SUPPLIER INVOICE LINES, PICKS OUT EVERY LINE STILL
      *ON HOLD AFTER THE THREE-WAY MATCH, SORTS THEM BY SUPPLIER
      *AND INVOICE AND PRINTS THE QUANTITY BILLED AGAINST THE
      *QUANTITY RECEIVED ON THE GOODS RECEIVED NOTES, THE INVOICED
      *PRICE AGAINST THE CATALOGUE AND RECEIPT COSTS AND THE
      *REASON FOR THE HOLD, WITH THE VALUE HELD PER SUPPLIER AND
      *IN TOTAL, SO THE SUPPLIER CAN BE CHASED BEFORE ANYTHING IS
      *PAID.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SUPPLIER-INVOICE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\supinvoice.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUPPLIER-INVOICE-KEY.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\supplierfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPPLIER-CODE.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\siholds.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\sihsort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-INVOICE-FILE.
       COPY SUPINV.

       FD  SUPPLIER-FILE.
       COPY SUPREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
        02 SW-SUPPLIER-CODE PIC X(5).
        02 SW-INVOICE-NUMBER PIC X(12).
        02 SW-PO-NUMBER PIC 9(6).
        02 SW-ITEM-CODE PIC X(5).
        02 SW-DATE-ENTERED PIC 9(8).
        02 SW-QUANTITY-BILLED PIC 9(7).
        02 SW-QUANTITY-RECEIVED PIC 9(7).
        02 SW-UNIT-PRICE PIC 9(6)V99.
        02 SW-CATALOG-COST PIC 9(6)V99.
        02 SW-RECEIPT-COST PIC 9(6)V99.
        02 SW-LINE-VALUE PIC 9(9)V99.
        02 SW-HOLD-REASON PIC X(2).

       WORKING-STORAGE SECTION.

       01  END-OF-INVOICES PIC X VALUE "N".
       01  END-OF-SORT PIC X VALUE "N".
       01  SUPPLIER-EXIST PIC X.
       01  REPORT-DATE PIC 9(8).
       01  SUPPLIER-KEY PIC X(5).
       01  LINES-READ PIC 9(7) VALUE ZERO.
       01  LINES-HELD PIC 9(7) VALUE ZERO.
       01  SUPPLIERS-LISTED PIC 9(5) VALUE ZERO.
       01  SUPPLIER-VALUE-HELD PIC 9(11)V99.
       01  TOTAL-VALUE-HELD PIC 9(11)V99 VALUE ZERO.

       01  HEADING-LINE-1.
           02 FILLER PIC X(37)
               VALUE "SUPPLIER INVOICE LINES ON HOLD AT ".
           02 HL-REPORT-DATE PIC 9(8).

       01  HEADING-LINE-2.
           02 FILLER PIC X(10) VALUE "SUPPLIER: ".
           02 HL-SUPPLIER-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 HL-SUPPLIER-NAME PIC X(20).
           02 FILLER PIC X(10) VALUE " CONTACT: ".
           02 HL-SUPPLIER-CONTACT PIC X(20).

       01  HEADING-LINE-3.
           02 FILLER PIC X(14) VALUE "INVOICE".
           02 FILLER PIC X(08) VALUE "PO".
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(10) VALUE "ENTERED".
           02 FILLER PIC X(09) VALUE "   BILLED".
           02 FILLER PIC X(09) VALUE " RECEIVED".
           02 FILLER PIC X(11) VALUE "  INV PRICE".
           02 FILLER PIC X(11) VALUE "  CAT COST".
           02 FILLER PIC X(11) VALUE "  RCPT COST".
           02 FILLER PIC X(15) VALUE "     LINE VALUE".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "HOLD REASON".

       01  DETAIL-LINE.
           02 DL-INVOICE-NUMBER PIC X(12).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-PO-NUMBER PIC 9(6).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-DATE-ENTERED PIC 9(8).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-QUANTITY-BILLED PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-QUANTITY-RECEIVED PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-UNIT-PRICE PIC ZZZZZ9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-CATALOG-COST PIC ZZZZZ9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-RECEIPT-COST PIC ZZZZZ9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-LINE-VALUE PIC Z(8)9.99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-HOLD-REASON PIC X(20).

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(95).
           02 TL-VALUE-HELD PIC Z(10)9.99.

       PROCEDURE DIVISION.
       START-PARAG.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SUPPLIER-CODE SW-INVOICE-NUMBER
                   SW-PO-NUMBER SW-ITEM-CODE
               INPUT PROCEDURE IS SELECT-HELD-LINES
               OUTPUT PROCEDURE IS PRINT-HOLD-REPORT.

           DISPLAY "INVOICE LINES READ    : " LINES-READ.
           DISPLAY "INVOICE LINES ON HOLD : " LINES-HELD.
           DISPLAY "SUPPLIERS REPORTED    : " SUPPLIERS-LISTED.
           DISPLAY "REPORT WRITTEN TO SIHOLDS".
           STOP RUN.

       SELECT-HELD-LINES.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           READ SUPPLIER-INVOICE-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-INVOICES
           END-READ.
           PERFORM UNTIL END-OF-INVOICES = "Y"
               ADD 1 TO LINES-READ
               IF SI-ON-HOLD
                   ADD 1 TO LINES-HELD
                   MOVE SI-SUPPLIER-CODE TO SW-SUPPLIER-CODE
                   MOVE SI-INVOICE-NUMBER TO SW-INVOICE-NUMBER
                   MOVE SI-PO-NUMBER TO SW-PO-NUMBER
                   MOVE SI-ITEM-CODE TO SW-ITEM-CODE
                   MOVE SI-DATE-ENTERED TO SW-DATE-ENTERED
                   MOVE SI-QUANTITY-BILLED TO SW-QUANTITY-BILLED
                   MOVE SI-QUANTITY-RECEIVED TO SW-QUANTITY-RECEIVED
                   MOVE SI-UNIT-PRICE TO SW-UNIT-PRICE
                   MOVE SI-CATALOG-COST TO SW-CATALOG-COST
                   MOVE SI-RECEIPT-COST TO SW-RECEIPT-COST
                   MOVE SI-LINE-VALUE TO SW-LINE-VALUE
                   MOVE SI-HOLD-REASON TO SW-HOLD-REASON
                   RELEASE SORT-RECORD
               END-IF
               READ SUPPLIER-INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-INVOICES
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-INVOICE-FILE.

       PRINT-HOLD-REPORT.
           OPEN INPUT SUPPLIER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-DATE TO HL-REPORT-DATE.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO END-OF-SORT
           END-RETURN.
           IF END-OF-SORT = "Y"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO SUPPLIER INVOICE LINES ON HOLD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM UNTIL END-OF-SORT = "Y"
               PERFORM PRINT-ONE-SUPPLIER
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL VALUE ON HOLD" TO TL-CAPTION.
           MOVE TOTAL-VALUE-HELD TO TL-VALUE-HELD.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SUPPLIER-FILE.
           CLOSE REPORT-FILE.

       PRINT-ONE-SUPPLIER.
           ADD 1 TO SUPPLIERS-LISTED.
           MOVE SW-SUPPLIER-CODE TO SUPPLIER-KEY.
           MOVE ZERO TO SUPPLIER-VALUE-HELD.
           PERFORM PRINT-SUPPLIER-HEADING.
           PERFORM UNTIL END-OF-SORT = "Y" OR
               SW-SUPPLIER-CODE NOT = SUPPLIER-KEY
               PERFORM PRINT-HELD-LINE
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO END-OF-SORT
               END-RETURN
           END-PERFORM.
           MOVE "SUPPLIER VALUE ON HOLD" TO TL-CAPTION.
           MOVE SUPPLIER-VALUE-HELD TO TL-VALUE-HELD.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD SUPPLIER-VALUE-HELD TO TOTAL-VALUE-HELD.

       PRINT-SUPPLIER-HEADING.
           MOVE "Y" TO SUPPLIER-EXIST.
           MOVE SUPPLIER-KEY TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY MOVE "N" TO SUPPLIER-EXIST
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SUPPLIER-KEY TO HL-SUPPLIER-CODE.
           IF SUPPLIER-EXIST = "N"
               MOVE "UNKNOWN SUPPLIER" TO HL-SUPPLIER-NAME
               MOVE SPACES TO HL-SUPPLIER-CONTACT
           ELSE
               MOVE SUPPLIER-NAME TO HL-SUPPLIER-NAME
               MOVE SUPPLIER-CONTACT TO HL-SUPPLIER-CONTACT
           END-IF.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-HELD-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SW-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE SW-PO-NUMBER TO DL-PO-NUMBER.
           MOVE SW-ITEM-CODE TO DL-ITEM-CODE.
           MOVE SW-DATE-ENTERED TO DL-DATE-ENTERED.
           MOVE SW-QUANTITY-BILLED TO DL-QUANTITY-BILLED.
           MOVE SW-QUANTITY-RECEIVED TO DL-QUANTITY-RECEIVED.
           MOVE SW-UNIT-PRICE TO DL-UNIT-PRICE.
           MOVE SW-CATALOG-COST TO DL-CATALOG-COST.
           MOVE SW-RECEIPT-COST TO DL-RECEIPT-COST.
           MOVE SW-LINE-VALUE TO DL-LINE-VALUE.
           EVALUATE SW-HOLD-REASON
               WHEN "NR"
                   MOVE "NOTHING RECEIVED" TO DL-HOLD-REASON
               WHEN "QT"
                   MOVE "BILLED OVER RECEIVED" TO DL-HOLD-REASON
               WHEN "PC"
                   MOVE "PRICE V CATALOGUE" TO DL-HOLD-REASON
               WHEN "PR"
                   MOVE "PRICE V RECEIPT COST" TO DL-HOLD-REASON
               WHEN OTHER
                   MOVE SW-HOLD-REASON TO DL-HOLD-REASON
           END-EVALUATE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD SW-LINE-VALUE TO SUPPLIER-VALUE-HELD.
