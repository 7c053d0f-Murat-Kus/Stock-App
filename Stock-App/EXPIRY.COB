       IDENTIFICATION DIVISION.
       PROGRAM-ID. lot-expiry-report.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. EXPIRY REPORT FOR LOT-CONTROLLED STOCK. READS THE
      *LOT BALANCE FILE AND PICKS OUT EVERY LOT ALREADY PAST ITS
      *EXPIRY DATE AND EVERY LOT EXPIRING WITHIN THE NUMBER OF
      *DAYS KEYED AT THE START OF THE RUN. THE LOTS ARE SORTED
      *EARLIEST EXPIRY FIRST AND PRINTED WITH THEIR LOCATION,
      *DAYS LEFT AND VALUE AT THE LOT'S RECEIVED UNIT COST, SO
      *STOCK CAN BE SOLD, MOVED TO THE TRADE COUNTER OR WRITTEN
      *OFF BEFORE IT GOES BAD. EXPIRED AND EXPIRING STOCK ARE
      *TOTALLED SEPARATELY.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\lotbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOT-BAL-KEY.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\expiryrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\expsort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  ITEM-FILE.
       COPY ITEMREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
        02 SW-EXPIRY-DATE PIC 9(8).
        02 SW-ITEM-CODE PIC X(5).
        02 SW-LOCATION-CODE PIC X(3).
        02 SW-LOT-NUMBER PIC X(10).
        02 SW-DAYS-LEFT PIC S9(5).
        02 SW-QUANTITY PIC 9(5).
        02 SW-VALUE PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  END-OF-LOTS PIC X VALUE "N".
       01  END-OF-SORT PIC X VALUE "N".
       01  ITEM-EXIST PIC X.
       01  DAYS-AHEAD PIC 9(3).
       01  TODAY-DATE PIC 9(8).
       01  TODAY-NUMBER PIC 9(7).
       01  HORIZON-DATE PIC 9(8).
       01  LOTS-READ PIC 9(7) VALUE ZERO.
       01  LOTS-EXPIRED PIC 9(5) VALUE ZERO.
       01  LOTS-EXPIRING PIC 9(5) VALUE ZERO.
       01  QTY-EXPIRED PIC 9(7) VALUE ZERO.
       01  QTY-EXPIRING PIC 9(7) VALUE ZERO.
       01  VALUE-EXPIRED PIC 9(9)V99 VALUE ZERO.
       01  VALUE-EXPIRING PIC 9(9)V99 VALUE ZERO.
       01  VALUE-TOTAL PIC 9(9)V99 VALUE ZERO.

       01  HEADING-LINE-1.
           02 FILLER PIC X(30) VALUE "STOCK EXPIRY REPORT - RUN ".
           02 HL-RUN-DATE PIC 9(8).
           02 FILLER PIC X(16) VALUE "  EXPIRING UP TO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 HL-HORIZON-DATE PIC 9(8).

       01  HEADING-LINE-2.
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(05) VALUE "LOC".
           02 FILLER PIC X(12) VALUE "LOT".
           02 FILLER PIC X(10) VALUE "EXPIRY".
           02 FILLER PIC X(07) VALUE "DAYS".
           02 FILLER PIC X(07) VALUE "QTY".
           02 FILLER PIC X(14) VALUE "COST VALUE".
           02 FILLER PIC X(08) VALUE "STATUS".

       01  DETAIL-LINE.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-LOCATION-CODE PIC X(3).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-LOT-NUMBER PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-EXPIRY-DATE PIC 9(8).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-DAYS-LEFT PIC -ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-QUANTITY PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-VALUE PIC Z(8)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-STATUS PIC X(08).

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(28).
           02 TL-LOTS PIC ZZZZ9.
           02 FILLER PIC X(06) VALUE " LOTS ".
           02 TL-QUANTITY PIC ZZZZZZ9.
           02 FILLER PIC X(06) VALUE " QTY  ".
           02 TL-VALUE PIC Z(8)9.99.

       01  COUNT-LINE.
           02 CL-CAPTION PIC X(28).
           02 CL-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           DISPLAY " ".
           DISPLAY "ENTER NUMBER OF DAYS AHEAD TO REPORT: " WITH NO
               ADVANCING.
           ACCEPT DAYS-AHEAD.
           IF DAYS-AHEAD NOT NUMERIC
               MOVE ZERO TO DAYS-AHEAD
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-NUMBER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(TODAY-NUMBER + DAYS-AHEAD).

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EXPIRY-DATE SW-ITEM-CODE
                   SW-LOCATION-CODE SW-LOT-NUMBER
               INPUT PROCEDURE IS SELECT-EXPIRING-LOTS
               OUTPUT PROCEDURE IS PRINT-EXPIRY-REPORT.

           DISPLAY "LOTS READ         : " LOTS-READ.
           DISPLAY "LOTS EXPIRED      : " LOTS-EXPIRED.
           DISPLAY "LOTS EXPIRING     : " LOTS-EXPIRING.
           DISPLAY "EXPIRY REPORT WRITTEN TO EXPIRYRPT".
           STOP RUN.

       SELECT-EXPIRING-LOTS.
           OPEN INPUT LOT-BALANCE-FILE.
           READ LOT-BALANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-LOTS
           END-READ.
           PERFORM UNTIL END-OF-LOTS = "Y"
               ADD 1 TO LOTS-READ
               IF LT-QUANTITY > ZERO AND
                   LT-EXPIRY-DATE NOT > HORIZON-DATE
                   PERFORM RELEASE-EXPIRING-LOT
               END-IF
               READ LOT-BALANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-LOTS
               END-READ
           END-PERFORM.
           CLOSE LOT-BALANCE-FILE.

       RELEASE-EXPIRING-LOT.
           MOVE LT-EXPIRY-DATE TO SW-EXPIRY-DATE.
           MOVE LT-ITEM-CODE TO SW-ITEM-CODE.
           MOVE LT-LOCATION-CODE TO SW-LOCATION-CODE.
           MOVE LT-LOT-NUMBER TO SW-LOT-NUMBER.
           COMPUTE SW-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(LT-EXPIRY-DATE) - TODAY-NUMBER.
           MOVE LT-QUANTITY TO SW-QUANTITY.
           COMPUTE SW-VALUE = LT-QUANTITY * LT-UNIT-COST.
           RELEASE SORT-RECORD.

       PRINT-EXPIRY-REPORT.
           OPEN INPUT ITEM-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE TODAY-DATE TO HL-RUN-DATE.
           MOVE HORIZON-DATE TO HL-HORIZON-DATE.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO END-OF-SORT
           END-RETURN.
           PERFORM UNTIL END-OF-SORT = "Y"
               PERFORM WRITE-DETAIL-LINE
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO END-OF-SORT
               END-RETURN
           END-PERFORM.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ITEM-FILE.
           CLOSE REPORT-FILE.

       WRITE-DETAIL-LINE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE SW-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SW-ITEM-CODE TO DL-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO DL-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO DL-ITEM-NAME
           END-IF.
           MOVE SW-LOCATION-CODE TO DL-LOCATION-CODE.
           MOVE SW-LOT-NUMBER TO DL-LOT-NUMBER.
           MOVE SW-EXPIRY-DATE TO DL-EXPIRY-DATE.
           MOVE SW-DAYS-LEFT TO DL-DAYS-LEFT.
           MOVE SW-QUANTITY TO DL-QUANTITY.
           MOVE SW-VALUE TO DL-VALUE.
           IF SW-EXPIRY-DATE < TODAY-DATE
               MOVE "EXPIRED" TO DL-STATUS
               ADD 1 TO LOTS-EXPIRED
               ADD SW-QUANTITY TO QTY-EXPIRED
               ADD SW-VALUE TO VALUE-EXPIRED
           ELSE
               MOVE "EXPIRING" TO DL-STATUS
               ADD 1 TO LOTS-EXPIRING
               ADD SW-QUANTITY TO QTY-EXPIRING
               ADD SW-VALUE TO VALUE-EXPIRING
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALREADY EXPIRED" TO TL-CAPTION.
           MOVE LOTS-EXPIRED TO TL-LOTS.
           MOVE QTY-EXPIRED TO TL-QUANTITY.
           MOVE VALUE-EXPIRED TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXPIRING WITHIN PERIOD" TO TL-CAPTION.
           MOVE LOTS-EXPIRING TO TL-LOTS.
           MOVE QTY-EXPIRING TO TL-QUANTITY.
           MOVE VALUE-EXPIRING TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE VALUE-TOTAL = VALUE-EXPIRED + VALUE-EXPIRING.
           MOVE "TOTAL AT RISK" TO TL-CAPTION.
           COMPUTE TL-LOTS = LOTS-EXPIRED + LOTS-EXPIRING.
           COMPUTE TL-QUANTITY = QTY-EXPIRED + QTY-EXPIRING.
           MOVE VALUE-TOTAL TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LOT BALANCES READ" TO CL-CAPTION.
           MOVE LOTS-READ TO CL-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
