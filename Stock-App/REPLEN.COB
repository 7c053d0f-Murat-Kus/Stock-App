       IDENTIFICATION DIVISION.
       PROGRAM-ID. trade-replenish.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. REPLENISHMENT RUN FOR THE TRADE COUNTER. READS
      *LOCATION-FILE IN KEY ORDER, ONE ITEM AT A TIME, AND FINDS
      *EVERY TRADE COUNTER (TRD) BALANCE BELOW ITS LB-MIN-QUANTITY.
      *WHERE THE MAIN WAREHOUSE (WHS) HOLDS STOCK OF THE ITEM A
      *LINE IS PRINTED ON THE WAREHOUSE TRANSFER PICK LIST FOR THE
      *QUANTITY THAT BRINGS TRD BACK UP TO LB-MAX-QUANTITY, CUT
      *DOWN TO WHAT WHS HOLDS, AND A PICK RECORD IS WRITTEN TO
      *REPLENPICK FOR THE CONFIRMATION IN THE STOCK MENU TO POST.
      *ITEMS BELOW MINIMUM WITH NOTHING IN WHS ARE PRINTED AS
      *EXCEPTIONS ONLY. A MAXIMUM BELOW THE MINIMUM IS TREATED AS
      *THE MINIMUM.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL LOCATION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\locbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOC-BAL-KEY.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE.

           SELECT PICK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\replenpick.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\replenlst.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LOCATION-FILE.
       COPY LOCBAL.

       FD  ITEM-FILE.
       COPY ITEMREC.

       FD  PICK-FILE.
       COPY REPLPICK.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01  END-OF-LOCATIONS PIC X VALUE "N".
       01  ITEM-EXIST PIC X.
       01  RUN-DATE PIC 9(8).
       01  GROUP-ITEM-CODE PIC X(5).
       01  GROUP-TRD-FOUND PIC X.
       01  GROUP-TRD-QTY PIC 9(5).
       01  GROUP-MIN-QTY PIC 9(5).
       01  GROUP-MAX-QTY PIC 9(5).
       01  GROUP-WHS-QTY PIC 9(5).
       01  TARGET-QTY PIC 9(5).
       01  PICK-QTY PIC 9(5).
       01  LOCATIONS-READ PIC 9(7) VALUE ZERO.
       01  ITEMS-CHECKED PIC 9(5) VALUE ZERO.
       01  ITEMS-BELOW-MIN PIC 9(5) VALUE ZERO.
       01  LINES-TO-PICK PIC 9(5) VALUE ZERO.
       01  LINES-CUT-DOWN PIC 9(5) VALUE ZERO.
       01  ITEMS-NO-WHS-STOCK PIC 9(5) VALUE ZERO.
       01  TOTAL-TO-PICK PIC 9(7) VALUE ZERO.

       01  HEADING-LINE-1.
           02 FILLER PIC X(40)
               VALUE "TRADE COUNTER REPLENISHMENT PICK LIST - ".
           02 HL-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           02 FILLER PIC X(40)
               VALUE "PICK FROM WHS, DELIVER TO TRD".

       01  HEADING-LINE-3.
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "NAME".
           02 FILLER PIC X(07) VALUE "TRD".
           02 FILLER PIC X(07) VALUE "MIN".
           02 FILLER PIC X(07) VALUE "MAX".
           02 FILLER PIC X(07) VALUE "WHS".
           02 FILLER PIC X(09) VALUE "TO PICK".
           02 FILLER PIC X(09) VALUE "PICKED".
           02 FILLER PIC X(20) VALUE "REMARK".

       01  DETAIL-LINE.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-TRD-QTY PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-MIN-QTY PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-MAX-QTY PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-WHS-QTY PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-PICK-QTY PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-PICKED PIC X(07).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-REMARK PIC X(20).

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(28).
           02 TL-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LOCATION-FILE.
           OPEN INPUT ITEM-FILE.
           OPEN OUTPUT PICK-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HL-RUN-DATE.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM READ-NEXT-LOCATION.
           PERFORM CHECK-NEXT-ITEM
               UNTIL END-OF-LOCATIONS = "Y".

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE LOCATION-FILE.
           CLOSE ITEM-FILE.
           CLOSE PICK-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "LOCATION BALANCES READ : " LOCATIONS-READ.
           DISPLAY "ITEMS BELOW MINIMUM    : " ITEMS-BELOW-MIN.
           DISPLAY "LINES TO PICK          : " LINES-TO-PICK.
           DISPLAY "NO WAREHOUSE STOCK     : " ITEMS-NO-WHS-STOCK.
           DISPLAY "PICK LIST WRITTEN TO REPLENLST".
           STOP RUN.

       READ-NEXT-LOCATION.
           READ LOCATION-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-LOCATIONS
           END-READ.
           IF END-OF-LOCATIONS = "N"
               ADD 1 TO LOCATIONS-READ
           END-IF.

       CHECK-NEXT-ITEM.
           MOVE LB-ITEM-CODE TO GROUP-ITEM-CODE.
           MOVE "N" TO GROUP-TRD-FOUND.
           MOVE ZERO TO GROUP-TRD-QTY.
           MOVE ZERO TO GROUP-MIN-QTY.
           MOVE ZERO TO GROUP-MAX-QTY.
           MOVE ZERO TO GROUP-WHS-QTY.
           PERFORM UNTIL END-OF-LOCATIONS = "Y" OR
               LB-ITEM-CODE NOT = GROUP-ITEM-CODE
               EVALUATE TRUE
                   WHEN LOCATION-IS-TRADE-COUNTER
                       MOVE "Y" TO GROUP-TRD-FOUND
                       MOVE LB-QUANTITY TO GROUP-TRD-QTY
                       MOVE LB-MIN-QUANTITY TO GROUP-MIN-QTY
                       MOVE LB-MAX-QUANTITY TO GROUP-MAX-QTY
                   WHEN LOCATION-IS-WAREHOUSE
                       MOVE LB-QUANTITY TO GROUP-WHS-QTY
               END-EVALUATE
               PERFORM READ-NEXT-LOCATION
           END-PERFORM.
           ADD 1 TO ITEMS-CHECKED.
           IF GROUP-TRD-FOUND = "Y" AND GROUP-MIN-QTY > ZERO AND
               GROUP-TRD-QTY < GROUP-MIN-QTY
               ADD 1 TO ITEMS-BELOW-MIN
               PERFORM REPLENISH-TRADE-COUNTER
           END-IF.

       REPLENISH-TRADE-COUNTER.
           IF GROUP-MAX-QTY < GROUP-MIN-QTY
               MOVE GROUP-MIN-QTY TO TARGET-QTY
           ELSE
               MOVE GROUP-MAX-QTY TO TARGET-QTY
           END-IF.
           COMPUTE PICK-QTY = TARGET-QTY - GROUP-TRD-QTY.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SPACES TO DL-REMARK.
           IF GROUP-WHS-QTY = ZERO
               ADD 1 TO ITEMS-NO-WHS-STOCK
               MOVE ZERO TO PICK-QTY
               MOVE "NO WAREHOUSE STOCK" TO DL-REMARK
           ELSE
               IF PICK-QTY > GROUP-WHS-QTY
                   MOVE GROUP-WHS-QTY TO PICK-QTY
                   ADD 1 TO LINES-CUT-DOWN
                   MOVE "WHS SHORT OF MAXIMUM" TO DL-REMARK
               END-IF
               ADD 1 TO LINES-TO-PICK
               ADD PICK-QTY TO TOTAL-TO-PICK
               MOVE "_______" TO DL-PICKED
               PERFORM WRITE-PICK-RECORD
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-PICK-RECORD.
           MOVE GROUP-ITEM-CODE TO RPK-ITEM-CODE.
           MOVE RUN-DATE TO RPK-RUN-DATE.
           MOVE GROUP-TRD-QTY TO RPK-TRD-QUANTITY.
           MOVE GROUP-MIN-QTY TO RPK-MIN-QUANTITY.
           MOVE TARGET-QTY TO RPK-MAX-QUANTITY.
           MOVE GROUP-WHS-QTY TO RPK-WHS-QUANTITY.
           MOVE PICK-QTY TO RPK-PICK-QUANTITY.
           WRITE REPLENISH-PICK-RECORD.

       WRITE-DETAIL-LINE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE GROUP-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE GROUP-ITEM-CODE TO DL-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO DL-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO DL-ITEM-NAME
           END-IF.
           MOVE GROUP-TRD-QTY TO DL-TRD-QTY.
           MOVE GROUP-MIN-QTY TO DL-MIN-QTY.
           MOVE TARGET-QTY TO DL-MAX-QTY.
           MOVE GROUP-WHS-QTY TO DL-WHS-QTY.
           MOVE PICK-QTY TO DL-PICK-QTY.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "LOCATION BALANCES READ" TO TL-CAPTION.
           MOVE LOCATIONS-READ TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS CHECKED" TO TL-CAPTION.
           MOVE ITEMS-CHECKED TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRD BELOW MINIMUM" TO TL-CAPTION.
           MOVE ITEMS-BELOW-MIN TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LINES TO PICK" TO TL-CAPTION.
           MOVE LINES-TO-PICK TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LINES CUT DOWN TO WHS STOCK" TO TL-CAPTION.
           MOVE LINES-CUT-DOWN TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NO WAREHOUSE STOCK" TO TL-CAPTION.
           MOVE ITEMS-NO-WHS-STOCK TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL QUANTITY TO PICK" TO TL-CAPTION.
           MOVE TOTAL-TO-PICK TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
