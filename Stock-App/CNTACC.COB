       IDENTIFICATION DIVISION.
       PROGRAM-ID. count-accuracy.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. MONTHLY STOCK COUNT ACCURACY REPORT. EVERY COUNT
      *LINE POSTED IN THE KEYED MONTH IS READ FROM THE COUNT
      *HISTORY FILE AND ADDED UP BY THE ITEM'S ABC CLASS AT THE
      *TIME OF THE COUNT: THE NUMBER OF COUNTS, HOW MANY AGREED
      *WITH THE BOOK QUANTITY AND THEIR PERCENTAGE, AND THE COST
      *VALUE OF THE GAINS, THE LOSSES, THE NET VARIANCE AND THE
      *GROSS (GAINS PLUS LOSSES) VARIANCE, WITH A TOTAL FOR ALL
      *CLASSES, ON THE CNTACC REPORT. COUNTS OF ITEMS NOT YET
      *CLASSIFIED ARE SHOWN UNDER CLASS "-".
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL COUNT-HISTORY-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\cnthist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\cntacc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  COUNT-HISTORY-FILE.
       COPY CNTHIST.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  END-OF-HISTORY PIC X VALUE "N".
       01  REPORT-PERIOD PIC X(6).
       01  TODAY-DATE PIC 9(8).
       01  HISTORY-READ PIC 9(7) VALUE ZERO.
       01  COUNTS-IN-PERIOD PIC 9(7) VALUE ZERO.
       01  CLASS-IDX PIC 9.
       01  WORK-PERCENT PIC 9(3)V99.
       01  ALL-COUNTS PIC 9(5) VALUE ZERO.
       01  ALL-AGREED PIC 9(5) VALUE ZERO.
       01  ALL-GAIN-VALUE PIC 9(9)V99 VALUE ZERO.
       01  ALL-LOSS-VALUE PIC 9(9)V99 VALUE ZERO.

       01  CLASS-LETTER-VALUES.
           02 FILLER PIC X(4) VALUE "ABC-".
       01  CLASS-LETTER-TABLE REDEFINES CLASS-LETTER-VALUES.
           02 CLASS-LETTER PIC X OCCURS 4 TIMES.

       01  CLASS-TOTALS.
           02 CLASS-TOTAL OCCURS 4 TIMES.
               03 CT-COUNTS PIC 9(5).
               03 CT-AGREED PIC 9(5).
               03 CT-GAIN-VALUE PIC 9(9)V99.
               03 CT-LOSS-VALUE PIC 9(9)V99.

       01  HEADING-LINE-1.
           02 FILLER PIC X(34)
               VALUE "STOCK COUNT ACCURACY FOR PERIOD ".
           02 HL-PERIOD PIC X(6).
           02 FILLER PIC X(12) VALUE "   RUN ON ".
           02 HL-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           02 FILLER PIC X(07) VALUE "CLASS".
           02 FILLER PIC X(09) VALUE "  COUNTS".
           02 FILLER PIC X(09) VALUE "  AGREED".
           02 FILLER PIC X(10) VALUE " % AGREED".
           02 FILLER PIC X(16) VALUE "     GAINS VALUE".
           02 FILLER PIC X(16) VALUE "    LOSSES VALUE".
           02 FILLER PIC X(17) VALUE "    NET VARIANCE".
           02 FILLER PIC X(16) VALUE "  GROSS VARIANCE".

       01  DETAIL-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-CLASS PIC X(3).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-COUNTS PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-AGREED PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-PERCENT PIC ZZ9.99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-GAIN-VALUE PIC Z(8)9.99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-LOSS-VALUE PIC Z(8)9.99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-NET-VALUE PIC -(9)9.99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-GROSS-VALUE PIC Z(8)9.99.

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(28).
           02 TL-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           DISPLAY " "
           DISPLAY "ENTER PERIOD FOR COUNT ACCURACY (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT REPORT-PERIOD.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF REPORT-PERIOD NOT NUMERIC
               DISPLAY "PERIOD MUST BE KEYED AS YYYYMM - NOT RUN"
               STOP RUN
           END-IF.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 4
               MOVE ZERO TO CT-COUNTS(CLASS-IDX)
               MOVE ZERO TO CT-AGREED(CLASS-IDX)
               MOVE ZERO TO CT-GAIN-VALUE(CLASS-IDX)
               MOVE ZERO TO CT-LOSS-VALUE(CLASS-IDX)
           END-PERFORM.

           OPEN INPUT COUNT-HISTORY-FILE.
           READ COUNT-HISTORY-FILE
               AT END MOVE "Y" TO END-OF-HISTORY
           END-READ.
           PERFORM UNTIL END-OF-HISTORY = "Y"
               ADD 1 TO HISTORY-READ
               IF CH-COUNT-DATE(1:6) = REPORT-PERIOD
                   ADD 1 TO COUNTS-IN-PERIOD
                   PERFORM ADD-COUNT-TO-CLASS
               END-IF
               READ COUNT-HISTORY-FILE
                   AT END MOVE "Y" TO END-OF-HISTORY
               END-READ
           END-PERFORM.
           CLOSE COUNT-HISTORY-FILE.

           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-PERIOD TO HL-PERIOD.
           MOVE TODAY-DATE TO HL-RUN-DATE.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 4
               PERFORM WRITE-CLASS-LINE
           END-PERFORM.
           PERFORM WRITE-ALL-CLASSES-LINE.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "COUNT HISTORY READ  : " HISTORY-READ.
           DISPLAY "COUNTS IN PERIOD    : " COUNTS-IN-PERIOD.
           DISPLAY "ACCURACY REPORT WRITTEN TO CNTACC".
           STOP RUN.

       ADD-COUNT-TO-CLASS.
           EVALUATE CH-ABC-CLASS
               WHEN "A" MOVE 1 TO CLASS-IDX
               WHEN "B" MOVE 2 TO CLASS-IDX
               WHEN "C" MOVE 3 TO CLASS-IDX
               WHEN OTHER MOVE 4 TO CLASS-IDX
           END-EVALUATE.
           ADD 1 TO CT-COUNTS(CLASS-IDX).
           IF CH-VARIANCE-QUANTITY = ZERO
               ADD 1 TO CT-AGREED(CLASS-IDX)
           END-IF.
           IF CH-VARIANCE-VALUE > ZERO
               ADD CH-VARIANCE-VALUE TO CT-GAIN-VALUE(CLASS-IDX)
           ELSE
               SUBTRACT CH-VARIANCE-VALUE FROM
                   CT-LOSS-VALUE(CLASS-IDX)
           END-IF.

       WRITE-CLASS-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CLASS-LETTER(CLASS-IDX) TO DL-CLASS.
           MOVE CT-COUNTS(CLASS-IDX) TO DL-COUNTS.
           MOVE CT-AGREED(CLASS-IDX) TO DL-AGREED.
           IF CT-COUNTS(CLASS-IDX) > ZERO
               COMPUTE WORK-PERCENT ROUNDED =
                   CT-AGREED(CLASS-IDX) * 100 / CT-COUNTS(CLASS-IDX)
           ELSE
               MOVE ZERO TO WORK-PERCENT
           END-IF.
           MOVE WORK-PERCENT TO DL-PERCENT.
           MOVE CT-GAIN-VALUE(CLASS-IDX) TO DL-GAIN-VALUE.
           MOVE CT-LOSS-VALUE(CLASS-IDX) TO DL-LOSS-VALUE.
           COMPUTE DL-NET-VALUE =
               CT-GAIN-VALUE(CLASS-IDX) - CT-LOSS-VALUE(CLASS-IDX).
           COMPUTE DL-GROSS-VALUE =
               CT-GAIN-VALUE(CLASS-IDX) + CT-LOSS-VALUE(CLASS-IDX).
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD CT-COUNTS(CLASS-IDX) TO ALL-COUNTS.
           ADD CT-AGREED(CLASS-IDX) TO ALL-AGREED.
           ADD CT-GAIN-VALUE(CLASS-IDX) TO ALL-GAIN-VALUE.
           ADD CT-LOSS-VALUE(CLASS-IDX) TO ALL-LOSS-VALUE.

       WRITE-ALL-CLASSES-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "ALL" TO DL-CLASS.
           MOVE ALL-COUNTS TO DL-COUNTS.
           MOVE ALL-AGREED TO DL-AGREED.
           IF ALL-COUNTS > ZERO
               COMPUTE WORK-PERCENT ROUNDED =
                   ALL-AGREED * 100 / ALL-COUNTS
           ELSE
               MOVE ZERO TO WORK-PERCENT
           END-IF.
           MOVE WORK-PERCENT TO DL-PERCENT.
           MOVE ALL-GAIN-VALUE TO DL-GAIN-VALUE.
           MOVE ALL-LOSS-VALUE TO DL-LOSS-VALUE.
           COMPUTE DL-NET-VALUE = ALL-GAIN-VALUE - ALL-LOSS-VALUE.
           COMPUTE DL-GROSS-VALUE = ALL-GAIN-VALUE + ALL-LOSS-VALUE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COUNT HISTORY READ" TO TL-CAPTION.
           MOVE HISTORY-READ TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COUNTS IN PERIOD" TO TL-CAPTION.
           MOVE COUNTS-IN-PERIOD TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
