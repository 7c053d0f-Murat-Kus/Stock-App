       IDENTIFICATION DIVISION.
       PROGRAM-ID. sales-margin.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. DAILY SALES AND MARGIN REPORT. READS THE INVOICE
      *LINES RAISED BY CONFIRM-PICK FOR A CHOSEN DAY, SORTS THEM
      *BY CUSTOMER AND ITEM AND PRINTS, PER CUSTOMER AND ITEM,
      *THE QUANTITY SOLD, SALES VALUE AT THE SELLING PRICE, FIFO
      *COST OF SALES FROM THE COST LAYERS AND THE GROSS MARGIN,
      *WITH CUSTOMER SUBTOTALS AND A GRAND TOTAL, SO THE MARGIN
      *ON EACH ORDER IS KNOWN THE DAY IT SHIPS.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL INVOICE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\invoices.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INVOICE-KEY.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE.

           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\customerfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-CODE.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\salesmargin.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\salesort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  INVOICE-FILE.
       COPY INVREC.

       FD  ITEM-FILE.
       COPY ITEMREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
        02 SW-CUSTOMER-CODE PIC X(5).
        02 SW-ITEM-CODE PIC X(5).
        02 SW-QUANTITY PIC 9(5).
        02 SW-SALES-VALUE PIC 9(9)V99.
        02 SW-COST-VALUE PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  END-OF-INVOICES PIC X VALUE "N".
       01  END-OF-SORT PIC X VALUE "N".
       01  ITEM-EXIST PIC X.
       01  CUSTOMER-EXIST PIC X.
       01  REPORT-DATE PIC 9(8).
       01  CUSTOMER-KEY PIC X(5).
       01  GROUP-KEY PIC X(5).
       01  LINES-READ PIC 9(7) VALUE ZERO.
       01  LINES-SELECTED PIC 9(7) VALUE ZERO.
       01  CUSTOMERS-LISTED PIC 9(5) VALUE ZERO.

       01  ITEM-TOTALS.
           02 IT-QUANTITY PIC 9(7).
           02 IT-SALES-VALUE PIC 9(11)V99.
           02 IT-COST-VALUE PIC 9(11)V99.
       01  CUSTOMER-TOTALS.
           02 CT-QUANTITY PIC 9(7).
           02 CT-SALES-VALUE PIC 9(11)V99.
           02 CT-COST-VALUE PIC 9(11)V99.
       01  GRAND-TOTALS.
           02 GT-QUANTITY PIC 9(7) VALUE ZERO.
           02 GT-SALES-VALUE PIC 9(11)V99 VALUE ZERO.
           02 GT-COST-VALUE PIC 9(11)V99 VALUE ZERO.
       01  LINE-TOTALS.
           02 LT-QUANTITY PIC 9(7).
           02 LT-SALES-VALUE PIC 9(11)V99.
           02 LT-COST-VALUE PIC 9(11)V99.
       01  MARGIN-VALUE PIC S9(11)V99.
       01  MARGIN-PCT PIC S9(5)V9.

       01  HEADING-LINE-1.
           02 FILLER PIC X(34)
               VALUE "DAILY SALES AND MARGIN REPORT FOR ".
           02 HL-REPORT-DATE PIC 9(8).

       01  HEADING-LINE-2.
           02 FILLER PIC X(10) VALUE "CUSTOMER: ".
           02 HL-CUSTOMER-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 HL-CUSTOMER-NAME PIC X(20).

       01  HEADING-LINE-3.
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(10) VALUE "QUANTITY".
           02 FILLER PIC X(15) VALUE "SALES VALUE".
           02 FILLER PIC X(15) VALUE "COST VALUE".
           02 FILLER PIC X(16) VALUE "GROSS MARGIN".
           02 FILLER PIC X(08) VALUE "MARGIN %".

       01  DETAIL-LINE.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-QUANTITY PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-SALES-VALUE PIC Z(10)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DL-COST-VALUE PIC Z(10)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DL-MARGIN PIC -Z(10)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-MARGIN-PCT PIC -ZZZZ9.9.

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(29).
           02 TL-QUANTITY PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 TL-SALES-VALUE PIC Z(10)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 TL-COST-VALUE PIC Z(10)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 TL-MARGIN PIC -Z(10)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 TL-MARGIN-PCT PIC -ZZZZ9.9.

       PROCEDURE DIVISION.
       START-PARAG.
           DISPLAY " "
           DISPLAY "ENTER REPORT DATE (YYYYMMDD, 0 = TODAY): " WITH NO
               ADVANCING.
           ACCEPT REPORT-DATE.
           IF REPORT-DATE = ZERO
               ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-CODE SW-ITEM-CODE
               INPUT PROCEDURE IS SELECT-INVOICE-LINES
               OUTPUT PROCEDURE IS PRINT-MARGIN-REPORT.

           DISPLAY "INVOICE LINES READ    : " LINES-READ.
           DISPLAY "INVOICE LINES FOR DAY : " LINES-SELECTED.
           DISPLAY "CUSTOMERS REPORTED    : " CUSTOMERS-LISTED.
           DISPLAY "REPORT WRITTEN TO SALESMARGIN".
           STOP RUN.

       SELECT-INVOICE-LINES.
           OPEN INPUT INVOICE-FILE.
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-INVOICES
           END-READ.
           PERFORM UNTIL END-OF-INVOICES = "Y"
               ADD 1 TO LINES-READ
               IF INV-DATE = REPORT-DATE
                   ADD 1 TO LINES-SELECTED
                   MOVE INV-CUSTOMER-CODE TO SW-CUSTOMER-CODE
                   MOVE INV-ITEM-CODE TO SW-ITEM-CODE
                   MOVE INV-QUANTITY TO SW-QUANTITY
                   MOVE INV-SALES-VALUE TO SW-SALES-VALUE
                   MOVE INV-COST-VALUE TO SW-COST-VALUE
                   RELEASE SORT-RECORD
               END-IF
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-INVOICES
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.

       PRINT-MARGIN-REPORT.
           OPEN INPUT ITEM-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-DATE TO HL-REPORT-DATE.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO END-OF-SORT
           END-RETURN.
           PERFORM UNTIL END-OF-SORT = "Y"
               PERFORM PRINT-ONE-CUSTOMER
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GT-QUANTITY TO LT-QUANTITY.
           MOVE GT-SALES-VALUE TO LT-SALES-VALUE.
           MOVE GT-COST-VALUE TO LT-COST-VALUE.
           MOVE "GRAND TOTAL" TO TL-CAPTION.
           PERFORM WRITE-TOTAL-LINE.
           CLOSE ITEM-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE REPORT-FILE.

       PRINT-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-LISTED.
           MOVE SW-CUSTOMER-CODE TO CUSTOMER-KEY.
           MOVE ZERO TO CT-QUANTITY.
           MOVE ZERO TO CT-SALES-VALUE.
           MOVE ZERO TO CT-COST-VALUE.
           PERFORM PRINT-CUSTOMER-HEADING.
           PERFORM UNTIL END-OF-SORT = "Y" OR
               SW-CUSTOMER-CODE NOT = CUSTOMER-KEY
               PERFORM PRINT-ONE-ITEM
           END-PERFORM.
           MOVE CT-QUANTITY TO LT-QUANTITY.
           MOVE CT-SALES-VALUE TO LT-SALES-VALUE.
           MOVE CT-COST-VALUE TO LT-COST-VALUE.
           MOVE "CUSTOMER TOTAL" TO TL-CAPTION.
           PERFORM WRITE-TOTAL-LINE.
           ADD CT-QUANTITY TO GT-QUANTITY.
           ADD CT-SALES-VALUE TO GT-SALES-VALUE.
           ADD CT-COST-VALUE TO GT-COST-VALUE.

       PRINT-CUSTOMER-HEADING.
           MOVE "Y" TO CUSTOMER-EXIST.
           MOVE CUSTOMER-KEY TO CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY MOVE "N" TO CUSTOMER-EXIST
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CUSTOMER-KEY TO HL-CUSTOMER-CODE.
           IF CUSTOMER-EXIST = "N"
               MOVE "UNKNOWN CUSTOMER" TO HL-CUSTOMER-NAME
           ELSE
               MOVE CUSTOMER-NAME TO HL-CUSTOMER-NAME
           END-IF.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-ONE-ITEM.
           MOVE SW-ITEM-CODE TO GROUP-KEY.
           MOVE ZERO TO IT-QUANTITY.
           MOVE ZERO TO IT-SALES-VALUE.
           MOVE ZERO TO IT-COST-VALUE.
           PERFORM UNTIL END-OF-SORT = "Y" OR
               SW-CUSTOMER-CODE NOT = CUSTOMER-KEY OR
               SW-ITEM-CODE NOT = GROUP-KEY
               ADD SW-QUANTITY TO IT-QUANTITY
               ADD SW-SALES-VALUE TO IT-SALES-VALUE
               ADD SW-COST-VALUE TO IT-COST-VALUE
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO END-OF-SORT
               END-RETURN
           END-PERFORM.
           MOVE "Y" TO ITEM-EXIST.
           MOVE GROUP-KEY TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE SPACES TO DETAIL-LINE.
           MOVE GROUP-KEY TO DL-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO DL-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO DL-ITEM-NAME
           END-IF.
           MOVE IT-QUANTITY TO DL-QUANTITY.
           MOVE IT-SALES-VALUE TO DL-SALES-VALUE.
           MOVE IT-COST-VALUE TO DL-COST-VALUE.
           MOVE IT-QUANTITY TO LT-QUANTITY.
           MOVE IT-SALES-VALUE TO LT-SALES-VALUE.
           MOVE IT-COST-VALUE TO LT-COST-VALUE.
           PERFORM CALC-MARGIN.
           MOVE MARGIN-VALUE TO DL-MARGIN.
           MOVE MARGIN-PCT TO DL-MARGIN-PCT.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD IT-QUANTITY TO CT-QUANTITY.
           ADD IT-SALES-VALUE TO CT-SALES-VALUE.
           ADD IT-COST-VALUE TO CT-COST-VALUE.

       CALC-MARGIN.
           COMPUTE MARGIN-VALUE = LT-SALES-VALUE - LT-COST-VALUE.
           IF LT-SALES-VALUE > ZERO
               COMPUTE MARGIN-PCT ROUNDED =
                   (MARGIN-VALUE * 100) / LT-SALES-VALUE
                   ON SIZE ERROR MOVE ZERO TO MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO MARGIN-PCT
           END-IF.

       WRITE-TOTAL-LINE.
           PERFORM CALC-MARGIN.
           MOVE LT-QUANTITY TO TL-QUANTITY.
           MOVE LT-SALES-VALUE TO TL-SALES-VALUE.
           MOVE LT-COST-VALUE TO TL-COST-VALUE.
           MOVE MARGIN-VALUE TO TL-MARGIN.
           MOVE MARGIN-PCT TO TL-MARGIN-PCT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
