       IDENTIFICATION DIVISION.
       PROGRAM-ID. returns-report.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. CUSTOMER RETURNS REPORT. READS THE RETURN LINES
      *AUTHORISED IN A CHOSEN DATE RANGE, SORTS THEM BY CUSTOMER,
      *ITEM AND REASON AND PRINTS THE QUANTITY AUTHORISED AND
      *RECEIVED, HOW MUCH WAS RESTOCKED, SENT BACK TO THE SUPPLIER
      *OR SCRAPPED AND THE COST VALUE RECEIVED BACK, WITH CUSTOMER
      *SUBTOTALS, A GRAND TOTAL AND A SUMMARY BY REASON, SO THE
      *CUSTOMERS AND PRODUCTS THAT KEEP COMING BACK STAND OUT.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RETURN-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\returns.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RETURN-KEY.

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
           "C:\Coding etc\Github Cobol\New folder\returnsrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\retsort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  RETURN-FILE.
       COPY RETREC.

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
        02 SW-REASON-CODE PIC X(2).
        02 SW-QUANTITY-AUTHORISED PIC 9(5).
        02 SW-QUANTITY-RECEIVED PIC 9(5).
        02 SW-QUANTITY-RESTOCKED PIC 9(5).
        02 SW-QUANTITY-TO-SUPPLIER PIC 9(5).
        02 SW-QUANTITY-SCRAPPED PIC 9(5).
        02 SW-COST-VALUE PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  END-OF-RETURNS PIC X VALUE "N".
       01  END-OF-SORT PIC X VALUE "N".
       01  ITEM-EXIST PIC X.
       01  CUSTOMER-EXIST PIC X.
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  CUSTOMER-KEY PIC X(5).
       01  GROUP-ITEM-KEY PIC X(5).
       01  GROUP-REASON-KEY PIC X(2).
       01  LINES-READ PIC 9(7) VALUE ZERO.
       01  LINES-SELECTED PIC 9(7) VALUE ZERO.
       01  CUSTOMERS-LISTED PIC 9(5) VALUE ZERO.
       01  REASON-SUB PIC 9.

       01  GROUP-TOTALS.
           02 GR-QUANTITY-AUTHORISED PIC 9(7).
           02 GR-QUANTITY-RECEIVED PIC 9(7).
           02 GR-QUANTITY-RESTOCKED PIC 9(7).
           02 GR-QUANTITY-TO-SUPPLIER PIC 9(7).
           02 GR-QUANTITY-SCRAPPED PIC 9(7).
           02 GR-COST-VALUE PIC 9(11)V99.
       01  CUSTOMER-TOTALS.
           02 CT-QUANTITY-AUTHORISED PIC 9(7).
           02 CT-QUANTITY-RECEIVED PIC 9(7).
           02 CT-QUANTITY-RESTOCKED PIC 9(7).
           02 CT-QUANTITY-TO-SUPPLIER PIC 9(7).
           02 CT-QUANTITY-SCRAPPED PIC 9(7).
           02 CT-COST-VALUE PIC 9(11)V99.
       01  GRAND-TOTALS.
           02 GT-QUANTITY-AUTHORISED PIC 9(7) VALUE ZERO.
           02 GT-QUANTITY-RECEIVED PIC 9(7) VALUE ZERO.
           02 GT-QUANTITY-RESTOCKED PIC 9(7) VALUE ZERO.
           02 GT-QUANTITY-TO-SUPPLIER PIC 9(7) VALUE ZERO.
           02 GT-QUANTITY-SCRAPPED PIC 9(7) VALUE ZERO.
           02 GT-COST-VALUE PIC 9(11)V99 VALUE ZERO.
       01  LINE-TOTALS.
           02 LT-QUANTITY-AUTHORISED PIC 9(7).
           02 LT-QUANTITY-RECEIVED PIC 9(7).
           02 LT-QUANTITY-RESTOCKED PIC 9(7).
           02 LT-QUANTITY-TO-SUPPLIER PIC 9(7).
           02 LT-QUANTITY-SCRAPPED PIC 9(7).
           02 LT-COST-VALUE PIC 9(11)V99.

       01  REASON-TABLE-VALUES.
           02 FILLER PIC X(14) VALUE "DMDAMAGED".
           02 FILLER PIC X(14) VALUE "FTFAULTY".
           02 FILLER PIC X(14) VALUE "WIWRONG ITEM".
           02 FILLER PIC X(14) VALUE "NWNOT WANTED".
       01  REASON-TABLE REDEFINES REASON-TABLE-VALUES.
           02 REASON-ENTRY OCCURS 4 TIMES.
            03 RT-REASON-CODE PIC X(2).
            03 RT-REASON-TEXT PIC X(12).
       01  REASON-SUMMARY.
           02 REASON-TOTALS OCCURS 4 TIMES.
            03 RS-LINES PIC 9(7).
            03 RS-QUANTITY-AUTHORISED PIC 9(7).
            03 RS-QUANTITY-RECEIVED PIC 9(7).
            03 RS-QUANTITY-RESTOCKED PIC 9(7).
            03 RS-QUANTITY-TO-SUPPLIER PIC 9(7).
            03 RS-QUANTITY-SCRAPPED PIC 9(7).
            03 RS-COST-VALUE PIC 9(11)V99.

       01  HEADING-LINE-1.
           02 FILLER PIC X(31)
               VALUE "CUSTOMER RETURNS AUTHORISED ".
           02 HL-FROM-DATE PIC 9(8).
           02 FILLER PIC X(04) VALUE " TO ".
           02 HL-TO-DATE PIC 9(8).

       01  HEADING-LINE-2.
           02 FILLER PIC X(10) VALUE "CUSTOMER: ".
           02 HL-CUSTOMER-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 HL-CUSTOMER-NAME PIC X(20).

       01  HEADING-LINE-3.
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(14) VALUE "REASON".
           02 FILLER PIC X(10) VALUE "AUTHORISED".
           02 FILLER PIC X(10) VALUE "  RECEIVED".
           02 FILLER PIC X(10) VALUE " RESTOCKED".
           02 FILLER PIC X(10) VALUE "  SUPPLIER".
           02 FILLER PIC X(10) VALUE "  SCRAPPED".
           02 FILLER PIC X(16) VALUE "      COST VALUE".

       01  HEADING-LINE-4.
           02 FILLER PIC X(29) VALUE "SUMMARY BY REASON".
           02 FILLER PIC X(14) VALUE "REASON".
           02 FILLER PIC X(10) VALUE "AUTHORISED".
           02 FILLER PIC X(10) VALUE "  RECEIVED".
           02 FILLER PIC X(10) VALUE " RESTOCKED".
           02 FILLER PIC X(10) VALUE "  SUPPLIER".
           02 FILLER PIC X(10) VALUE "  SCRAPPED".
           02 FILLER PIC X(16) VALUE "      COST VALUE".

       01  DETAIL-LINE.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-REASON-TEXT PIC X(12).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-QUANTITY-AUTHORISED PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-QUANTITY-RECEIVED PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-QUANTITY-RESTOCKED PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-QUANTITY-TO-SUPPLIER PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-QUANTITY-SCRAPPED PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-COST-VALUE PIC Z(10)9.99.

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(43).
           02 TL-QUANTITY-AUTHORISED PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 TL-QUANTITY-RECEIVED PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 TL-QUANTITY-RESTOCKED PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 TL-QUANTITY-TO-SUPPLIER PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 TL-QUANTITY-SCRAPPED PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 TL-COST-VALUE PIC Z(10)9.99.

       PROCEDURE DIVISION.
       START-PARAG.
           DISPLAY " "
           DISPLAY "ENTER FROM DATE (YYYYMMDD, 0 = ALL): " WITH NO
               ADVANCING.
           ACCEPT FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD, 0 = TODAY): " WITH NO
               ADVANCING.
           ACCEPT TO-DATE.
           IF TO-DATE = ZERO
               ACCEPT TO-DATE FROM DATE YYYYMMDD
           END-IF.
           INITIALIZE REASON-SUMMARY.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-CODE SW-ITEM-CODE
                   SW-REASON-CODE
               INPUT PROCEDURE IS SELECT-RETURN-LINES
               OUTPUT PROCEDURE IS PRINT-RETURNS-REPORT.

           DISPLAY "RETURN LINES READ     : " LINES-READ.
           DISPLAY "RETURN LINES IN RANGE : " LINES-SELECTED.
           DISPLAY "CUSTOMERS REPORTED    : " CUSTOMERS-LISTED.
           DISPLAY "REPORT WRITTEN TO RETURNSRPT".
           STOP RUN.

       SELECT-RETURN-LINES.
           OPEN INPUT RETURN-FILE.
           READ RETURN-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-RETURNS
           END-READ.
           PERFORM UNTIL END-OF-RETURNS = "Y"
               ADD 1 TO LINES-READ
               IF RET-DATE-AUTHORISED NOT < FROM-DATE AND
                   RET-DATE-AUTHORISED NOT > TO-DATE
                   ADD 1 TO LINES-SELECTED
                   PERFORM RELEASE-RETURN-LINE
               END-IF
               READ RETURN-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-RETURNS
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.

       RELEASE-RETURN-LINE.
           MOVE RET-CUSTOMER-CODE TO SW-CUSTOMER-CODE.
           MOVE RET-ITEM-CODE TO SW-ITEM-CODE.
           MOVE RET-REASON-CODE TO SW-REASON-CODE.
           MOVE RET-QUANTITY-AUTHORISED TO SW-QUANTITY-AUTHORISED.
           MOVE RET-QUANTITY-RECEIVED TO SW-QUANTITY-RECEIVED.
           MOVE ZERO TO SW-QUANTITY-RESTOCKED.
           MOVE ZERO TO SW-QUANTITY-TO-SUPPLIER.
           MOVE ZERO TO SW-QUANTITY-SCRAPPED.
           IF RET-DISPOSED
               EVALUATE TRUE
                   WHEN RET-RESTOCKED
                       MOVE RET-QUANTITY-RECEIVED
                           TO SW-QUANTITY-RESTOCKED
                   WHEN RET-SENT-TO-SUPPLIER
                       MOVE RET-QUANTITY-RECEIVED
                           TO SW-QUANTITY-TO-SUPPLIER
                   WHEN RET-SCRAPPED
                       MOVE RET-QUANTITY-RECEIVED
                           TO SW-QUANTITY-SCRAPPED
               END-EVALUATE
           END-IF.
           COMPUTE SW-COST-VALUE =
               RET-QUANTITY-RECEIVED * RET-UNIT-COST.
           MOVE ZERO TO REASON-SUB.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 4 OR
               RT-REASON-CODE (REASON-SUB) = RET-REASON-CODE
               CONTINUE
           END-PERFORM.
           IF REASON-SUB NOT > 4
               ADD 1 TO RS-LINES (REASON-SUB)
               ADD SW-QUANTITY-AUTHORISED
                   TO RS-QUANTITY-AUTHORISED (REASON-SUB)
               ADD SW-QUANTITY-RECEIVED
                   TO RS-QUANTITY-RECEIVED (REASON-SUB)
               ADD SW-QUANTITY-RESTOCKED
                   TO RS-QUANTITY-RESTOCKED (REASON-SUB)
               ADD SW-QUANTITY-TO-SUPPLIER
                   TO RS-QUANTITY-TO-SUPPLIER (REASON-SUB)
               ADD SW-QUANTITY-SCRAPPED
                   TO RS-QUANTITY-SCRAPPED (REASON-SUB)
               ADD SW-COST-VALUE TO RS-COST-VALUE (REASON-SUB)
           END-IF.
           RELEASE SORT-RECORD.

       PRINT-RETURNS-REPORT.
           OPEN INPUT ITEM-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FROM-DATE TO HL-FROM-DATE.
           MOVE TO-DATE TO HL-TO-DATE.
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
           MOVE GRAND-TOTALS TO LINE-TOTALS.
           MOVE "GRAND TOTAL" TO TL-CAPTION.
           PERFORM WRITE-TOTAL-LINE.
           PERFORM PRINT-REASON-SUMMARY.
           CLOSE ITEM-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE REPORT-FILE.

       PRINT-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-LISTED.
           MOVE SW-CUSTOMER-CODE TO CUSTOMER-KEY.
           MOVE ZERO TO CT-QUANTITY-AUTHORISED.
           MOVE ZERO TO CT-QUANTITY-RECEIVED.
           MOVE ZERO TO CT-QUANTITY-RESTOCKED.
           MOVE ZERO TO CT-QUANTITY-TO-SUPPLIER.
           MOVE ZERO TO CT-QUANTITY-SCRAPPED.
           MOVE ZERO TO CT-COST-VALUE.
           PERFORM PRINT-CUSTOMER-HEADING.
           PERFORM UNTIL END-OF-SORT = "Y" OR
               SW-CUSTOMER-CODE NOT = CUSTOMER-KEY
               PERFORM PRINT-ONE-GROUP
           END-PERFORM.
           MOVE CUSTOMER-TOTALS TO LINE-TOTALS.
           MOVE "CUSTOMER TOTAL" TO TL-CAPTION.
           PERFORM WRITE-TOTAL-LINE.
           ADD CT-QUANTITY-AUTHORISED TO GT-QUANTITY-AUTHORISED.
           ADD CT-QUANTITY-RECEIVED TO GT-QUANTITY-RECEIVED.
           ADD CT-QUANTITY-RESTOCKED TO GT-QUANTITY-RESTOCKED.
           ADD CT-QUANTITY-TO-SUPPLIER TO GT-QUANTITY-TO-SUPPLIER.
           ADD CT-QUANTITY-SCRAPPED TO GT-QUANTITY-SCRAPPED.
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

       PRINT-ONE-GROUP.
           MOVE SW-ITEM-CODE TO GROUP-ITEM-KEY.
           MOVE SW-REASON-CODE TO GROUP-REASON-KEY.
           MOVE ZERO TO GR-QUANTITY-AUTHORISED.
           MOVE ZERO TO GR-QUANTITY-RECEIVED.
           MOVE ZERO TO GR-QUANTITY-RESTOCKED.
           MOVE ZERO TO GR-QUANTITY-TO-SUPPLIER.
           MOVE ZERO TO GR-QUANTITY-SCRAPPED.
           MOVE ZERO TO GR-COST-VALUE.
           PERFORM UNTIL END-OF-SORT = "Y" OR
               SW-CUSTOMER-CODE NOT = CUSTOMER-KEY OR
               SW-ITEM-CODE NOT = GROUP-ITEM-KEY OR
               SW-REASON-CODE NOT = GROUP-REASON-KEY
               ADD SW-QUANTITY-AUTHORISED TO GR-QUANTITY-AUTHORISED
               ADD SW-QUANTITY-RECEIVED TO GR-QUANTITY-RECEIVED
               ADD SW-QUANTITY-RESTOCKED TO GR-QUANTITY-RESTOCKED
               ADD SW-QUANTITY-TO-SUPPLIER TO GR-QUANTITY-TO-SUPPLIER
               ADD SW-QUANTITY-SCRAPPED TO GR-QUANTITY-SCRAPPED
               ADD SW-COST-VALUE TO GR-COST-VALUE
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO END-OF-SORT
               END-RETURN
           END-PERFORM.
           MOVE "Y" TO ITEM-EXIST.
           MOVE GROUP-ITEM-KEY TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE SPACES TO DETAIL-LINE.
           MOVE GROUP-ITEM-KEY TO DL-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO DL-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO DL-ITEM-NAME
           END-IF.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 4 OR
               RT-REASON-CODE (REASON-SUB) = GROUP-REASON-KEY
               CONTINUE
           END-PERFORM.
           IF REASON-SUB > 4
               MOVE GROUP-REASON-KEY TO DL-REASON-TEXT
           ELSE
               MOVE RT-REASON-TEXT (REASON-SUB) TO DL-REASON-TEXT
           END-IF.
           MOVE GR-QUANTITY-AUTHORISED TO DL-QUANTITY-AUTHORISED.
           MOVE GR-QUANTITY-RECEIVED TO DL-QUANTITY-RECEIVED.
           MOVE GR-QUANTITY-RESTOCKED TO DL-QUANTITY-RESTOCKED.
           MOVE GR-QUANTITY-TO-SUPPLIER TO DL-QUANTITY-TO-SUPPLIER.
           MOVE GR-QUANTITY-SCRAPPED TO DL-QUANTITY-SCRAPPED.
           MOVE GR-COST-VALUE TO DL-COST-VALUE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD GR-QUANTITY-AUTHORISED TO CT-QUANTITY-AUTHORISED.
           ADD GR-QUANTITY-RECEIVED TO CT-QUANTITY-RECEIVED.
           ADD GR-QUANTITY-RESTOCKED TO CT-QUANTITY-RESTOCKED.
           ADD GR-QUANTITY-TO-SUPPLIER TO CT-QUANTITY-TO-SUPPLIER.
           ADD GR-QUANTITY-SCRAPPED TO CT-QUANTITY-SCRAPPED.
           ADD GR-COST-VALUE TO CT-COST-VALUE.

       PRINT-REASON-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 4
               MOVE SPACES TO TL-CAPTION
               MOVE RT-REASON-TEXT (REASON-SUB) TO TL-CAPTION (30:12)
               MOVE RS-QUANTITY-AUTHORISED (REASON-SUB)
                   TO LT-QUANTITY-AUTHORISED
               MOVE RS-QUANTITY-RECEIVED (REASON-SUB)
                   TO LT-QUANTITY-RECEIVED
               MOVE RS-QUANTITY-RESTOCKED (REASON-SUB)
                   TO LT-QUANTITY-RESTOCKED
               MOVE RS-QUANTITY-TO-SUPPLIER (REASON-SUB)
                   TO LT-QUANTITY-TO-SUPPLIER
               MOVE RS-QUANTITY-SCRAPPED (REASON-SUB)
                   TO LT-QUANTITY-SCRAPPED
               MOVE RS-COST-VALUE (REASON-SUB) TO LT-COST-VALUE
               PERFORM WRITE-TOTAL-LINE
           END-PERFORM.

       WRITE-TOTAL-LINE.
           MOVE LT-QUANTITY-AUTHORISED TO TL-QUANTITY-AUTHORISED.
           MOVE LT-QUANTITY-RECEIVED TO TL-QUANTITY-RECEIVED.
           MOVE LT-QUANTITY-RESTOCKED TO TL-QUANTITY-RESTOCKED.
           MOVE LT-QUANTITY-TO-SUPPLIER TO TL-QUANTITY-TO-SUPPLIER.
           MOVE LT-QUANTITY-SCRAPPED TO TL-QUANTITY-SCRAPPED.
           MOVE LT-COST-VALUE TO TL-COST-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
