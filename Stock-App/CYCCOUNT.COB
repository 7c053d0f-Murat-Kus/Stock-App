       IDENTIFICATION DIVISION.
       PROGRAM-ID. cycle-count-sheet.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. DAILY ROLLING CYCLE COUNT SHEET, SO A FEW ITEMS ARE
      *COUNTED EVERY DAY INSTEAD OF SHUTTING THE WAREHOUSE FOR A
      *FULL STOCK TAKE. AN ITEM IS DUE WHEN ITS LAST POSTED COUNT
      *(ITEM-LAST-COUNTED) IS AT LEAST A CYCLE OLD - 30 DAYS FOR
      *CLASS A, 91 FOR CLASS B AND 365 FOR CLASS C - OR IT HAS
      *NEVER BEEN COUNTED, AND AN ITEM WHOSE LAST COUNT IN THE
      *PAST 30 DAYS DISAGREED WITH BOOK IS DUE FOR A RECOUNT. DUE
      *ITEMS ARE SORTED RECOUNTS FIRST, THEN A, B AND C, OLDEST
      *COUNT FIRST, AND PRINTED ON THE CYCCOUNT SHEET UP TO THE
      *KEYED DAILY LIMIT; THE REST ARE HELD OVER TO A LATER DAY.
      *RUN FOR ONE STOCK LOCATION ONLY ITEMS WITH A BALANCE THERE
      *ARE LISTED. BOOK QUANTITIES ARE NOT PRINTED. THE COUNTS ARE
      *KEYED TO THE COUNT SHEET FILE AND POSTED THROUGH THE STOCK
      *COUNT FOR THE SAME LOCATION, WHICH STAMPS THE COUNT DATE.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE.

           SELECT OPTIONAL LOCATION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\locbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LOC-BAL-KEY.

           SELECT SHEET-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\cyccount.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\cycsort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
       COPY ITEMREC.

       FD  LOCATION-FILE.
       COPY LOCBAL.

       FD  SHEET-FILE.
       01  SHEET-LINE PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
        02 SW-PRIORITY PIC 9.
        02 SW-LAST-COUNTED PIC 9(8).
        02 SW-ITEM-CODE PIC X(5).
        02 SW-ITEM-NAME PIC X(20).
        02 SW-CLASS PIC X.
        02 SW-REASON PIC X(24).

       WORKING-STORAGE SECTION.

       01  END-OF-ITEMS PIC X VALUE "N".
       01  END-OF-SORT PIC X VALUE "N".
       01  WANTED-LOCATION PIC X(3).
       01  LOCATION-VALID PIC X.
       01  LOCATION-EXIST PIC X.
       01  DAILY-LIMIT PIC 9(4).
       01  TODAY-DATE PIC 9(8).
       01  TODAY-NUMBER PIC 9(7).
       01  DAYS-SINCE-COUNT PIC S9(7).
       01  CYCLE-DAYS PIC 9(3).
       01  A-CYCLE-DAYS PIC 9(3) VALUE 30.
       01  B-CYCLE-DAYS PIC 9(3) VALUE 91.
       01  C-CYCLE-DAYS PIC 9(3) VALUE 365.
       01  RECOUNT-DAYS PIC 9(3) VALUE 30.
       01  ITEM-DUE PIC X.
       01  ITEMS-READ PIC 9(5) VALUE ZERO.
       01  ITEMS-DUE PIC 9(5) VALUE ZERO.
       01  RECOUNTS-DUE PIC 9(5) VALUE ZERO.
       01  NEVER-COUNTED PIC 9(5) VALUE ZERO.
       01  ITEMS-LISTED PIC 9(5) VALUE ZERO.
       01  ITEMS-HELD-OVER PIC 9(5) VALUE ZERO.

       01  HEADING-LINE-1.
           02 FILLER PIC X(22) VALUE "CYCLE COUNT SHEET FOR ".
           02 HL-RUN-DATE PIC 9(8).
           02 FILLER PIC X(12) VALUE "  LOCATION: ".
           02 HL-LOCATION PIC X(3).

       01  HEADING-LINE-2.
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(06) VALUE "CLASS".
           02 FILLER PIC X(10) VALUE "COUNTED".
           02 FILLER PIC X(26) VALUE "REASON".
           02 FILLER PIC X(11) VALUE "QTY FOUND".
           02 FILLER PIC X(08) VALUE "INITIALS".

       01  DETAIL-LINE.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-CLASS PIC X.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-LAST-COUNTED PIC X(8).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-REASON PIC X(24).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-QTY-FOUND PIC X(09) VALUE "_________".
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-INITIALS PIC X(03) VALUE "___".

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(28).
           02 TL-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           PERFORM GET-SHEET-LOCATION.
           DISPLAY "ENTER MAXIMUM ITEMS TO COUNT TODAY "
               "(0 = NO LIMIT): " WITH NO ADVANCING.
           ACCEPT DAILY-LIMIT.
           IF DAILY-LIMIT NOT NUMERIC
               MOVE ZERO TO DAILY-LIMIT
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-NUMBER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PRIORITY SW-LAST-COUNTED
                   SW-ITEM-CODE
               INPUT PROCEDURE IS SELECT-DUE-ITEMS
               OUTPUT PROCEDURE IS PRINT-COUNT-SHEET.

           DISPLAY "ITEMS READ        : " ITEMS-READ.
           DISPLAY "ITEMS DUE         : " ITEMS-DUE.
           DISPLAY "ITEMS LISTED      : " ITEMS-LISTED.
           DISPLAY "ITEMS HELD OVER   : " ITEMS-HELD-OVER.
           DISPLAY "COUNT SHEET WRITTEN TO CYCCOUNT".
           STOP RUN.

       GET-SHEET-LOCATION.
           MOVE "N" TO LOCATION-VALID
           PERFORM UNTIL LOCATION-VALID = "Y"
               DISPLAY " "
               DISPLAY "ENTER LOCATION (WHS/TRD/RET, BLANK = ALL): "
                   WITH NO ADVANCING
               ACCEPT WANTED-LOCATION
               MOVE WANTED-LOCATION TO LB-LOCATION-CODE
               IF WANTED-LOCATION = SPACES OR LOCATION-CODE-VALID
                   MOVE "Y" TO LOCATION-VALID
               ELSE
                   DISPLAY "UNKNOWN LOCATION CODE"
               END-IF
           END-PERFORM.

       SELECT-DUE-ITEMS.
           OPEN INPUT ITEM-FILE.
           OPEN INPUT LOCATION-FILE.
           READ ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-ITEMS
           END-READ.
           PERFORM UNTIL END-OF-ITEMS = "Y"
               ADD 1 TO ITEMS-READ
               PERFORM CHECK-ITEM-DUE
               IF ITEM-DUE = "Y" AND WANTED-LOCATION NOT = SPACES
                   PERFORM CHECK-ITEM-AT-LOCATION
               END-IF
               IF ITEM-DUE = "Y"
                   ADD 1 TO ITEMS-DUE
                   IF SW-PRIORITY = 1
                       ADD 1 TO RECOUNTS-DUE
                   END-IF
                   IF SW-LAST-COUNTED = ZERO
                       ADD 1 TO NEVER-COUNTED
                   END-IF
                   MOVE ITEM-CODE TO SW-ITEM-CODE
                   MOVE ITEM-NAME TO SW-ITEM-NAME
                   MOVE ITEM-ABC-CLASS TO SW-CLASS
                   RELEASE SORT-RECORD
               END-IF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-ITEMS
               END-READ
           END-PERFORM.
           CLOSE ITEM-FILE.
           CLOSE LOCATION-FILE.

       CHECK-ITEM-DUE.
           MOVE "N" TO ITEM-DUE.
           MOVE SPACES TO SW-REASON.
           EVALUATE ITEM-ABC-CLASS
               WHEN "A"
                   MOVE A-CYCLE-DAYS TO CYCLE-DAYS
                   MOVE 2 TO SW-PRIORITY
               WHEN "B"
                   MOVE B-CYCLE-DAYS TO CYCLE-DAYS
                   MOVE 3 TO SW-PRIORITY
               WHEN OTHER
                   MOVE C-CYCLE-DAYS TO CYCLE-DAYS
                   MOVE 4 TO SW-PRIORITY
           END-EVALUATE.
           IF ITEM-LAST-COUNTED NOT NUMERIC OR
               ITEM-LAST-COUNTED = ZERO
               MOVE "Y" TO ITEM-DUE
               MOVE ZERO TO SW-LAST-COUNTED
               MOVE "NEVER COUNTED" TO SW-REASON
           ELSE
               MOVE ITEM-LAST-COUNTED TO SW-LAST-COUNTED
               COMPUTE DAYS-SINCE-COUNT = TODAY-NUMBER -
                   FUNCTION INTEGER-OF-DATE(ITEM-LAST-COUNTED)
               EVALUATE TRUE
                   WHEN ITEM-LAST-VARIANCE-DATE IS NUMERIC AND
                       ITEM-LAST-VARIANCE-DATE = ITEM-LAST-COUNTED
                       AND DAYS-SINCE-COUNT > ZERO
                       AND DAYS-SINCE-COUNT NOT > RECOUNT-DAYS
                       MOVE "Y" TO ITEM-DUE
                       MOVE 1 TO SW-PRIORITY
                       MOVE "RECOUNT - LAST VARIED" TO SW-REASON
                   WHEN DAYS-SINCE-COUNT NOT < CYCLE-DAYS
                       MOVE "Y" TO ITEM-DUE
                       MOVE "CYCLE DUE" TO SW-REASON
               END-EVALUATE
           END-IF.

       CHECK-ITEM-AT-LOCATION.
           MOVE "Y" TO LOCATION-EXIST.
           MOVE ITEM-CODE TO LB-ITEM-CODE.
           MOVE WANTED-LOCATION TO LB-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY MOVE "N" TO LOCATION-EXIST
           END-READ.
           IF LOCATION-EXIST = "N"
               MOVE "N" TO ITEM-DUE
           END-IF.

       PRINT-COUNT-SHEET.
           OPEN OUTPUT SHEET-FILE.
           MOVE TODAY-DATE TO HL-RUN-DATE.
           IF WANTED-LOCATION = SPACES
               MOVE "ALL" TO HL-LOCATION
           ELSE
               MOVE WANTED-LOCATION TO HL-LOCATION
           END-IF.
           MOVE HEADING-LINE-1 TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE HEADING-LINE-2 TO SHEET-LINE.
           WRITE SHEET-LINE.

           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO END-OF-SORT
           END-RETURN.
           PERFORM UNTIL END-OF-SORT = "Y"
               IF DAILY-LIMIT = ZERO OR ITEMS-LISTED < DAILY-LIMIT
                   PERFORM WRITE-SHEET-DETAIL
               ELSE
                   ADD 1 TO ITEMS-HELD-OVER
               END-IF
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO END-OF-SORT
               END-RETURN
           END-PERFORM.

           PERFORM WRITE-SHEET-TOTALS.
           CLOSE SHEET-FILE.

       WRITE-SHEET-DETAIL.
           ADD 1 TO ITEMS-LISTED.
           MOVE SW-ITEM-CODE TO DL-ITEM-CODE.
           MOVE SW-ITEM-NAME TO DL-ITEM-NAME.
           MOVE SW-CLASS TO DL-CLASS.
           IF SW-LAST-COUNTED = ZERO
               MOVE "NEVER" TO DL-LAST-COUNTED
           ELSE
               MOVE SW-LAST-COUNTED TO DL-LAST-COUNTED
           END-IF.
           MOVE SW-REASON TO DL-REASON.
           MOVE DETAIL-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.

       WRITE-SHEET-TOTALS.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "ITEMS READ" TO TL-CAPTION.
           MOVE ITEMS-READ TO TL-VALUE.
           MOVE TOTAL-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "ITEMS DUE" TO TL-CAPTION.
           MOVE ITEMS-DUE TO TL-VALUE.
           MOVE TOTAL-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "  OF WHICH RECOUNTS" TO TL-CAPTION.
           MOVE RECOUNTS-DUE TO TL-VALUE.
           MOVE TOTAL-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "  OF WHICH NEVER COUNTED" TO TL-CAPTION.
           MOVE NEVER-COUNTED TO TL-VALUE.
           MOVE TOTAL-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "ITEMS LISTED" TO TL-CAPTION.
           MOVE ITEMS-LISTED TO TL-VALUE.
           MOVE TOTAL-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "ITEMS HELD OVER" TO TL-CAPTION.
           MOVE ITEMS-HELD-OVER TO TL-VALUE.
           MOVE TOTAL-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
