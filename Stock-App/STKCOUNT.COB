      *LOCATION THE BOOK FIGURE IS THAT LOCATION'S BALANCE, THE
      *POSTED ADJUSTMENT CORRECTS THE LOCATION BALANCE AND MOVES
      *QUANTITY-ON-HAND BY THE VARIANCE, SO A COUNT OF THE TRADE
      *COUNTER IS NOT WRECKED BY WAREHOUSE STOCK. EVERY POSTED
      *COUNT LINE STAMPS ITEM-LAST-COUNTED (AND
      *ITEM-LAST-VARIANCE-DATE WHEN IT DISAGREED WITH BOOK) FOR THE
      *CYCLE COUNT SCHEDULE AND IS WRITTEN TO THE COUNT HISTORY
      *FILE FOR THE MONTHLY COUNT ACCURACY REPORT. A VARIANCE ON A
      *LOT-CONTROLLED ITEM IS POSTED TO ITS LOTS: A LOSS IS TAKEN
      *FROM THE LOTS AT THE LOCATION FIRST-EXPIRY-FIRST-OUT WITH ONE
      *MOVEMENT PER LOT, A GAIN IS BOOKED INTO THE LOT AND EXPIRY
      *KEYED ON THE COUNT LINE. A LOT ITEM COUNTED ABOVE BOOK WITH
      *NO VALID LOT AND EXPIRY, OR WITH A VARIANCE ON A WHOLE-STOCK
      *COUNT (WHICH CANNOT BE PUT TO ANY ONE LOT), IS HELD ON THE
      *VARIANCE REPORT AND NOT POSTED.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOC-BAL-KEY.

           SELECT OPTIONAL COUNT-HISTORY-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\cnthist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\lotbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-BAL-KEY.

           SELECT VARIANCE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\countvar.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  LOCATION-FILE.
       COPY LOCBAL.

       FD  COUNT-HISTORY-FILE.
       COPY CNTHIST.

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  VARIANCE-FILE.
       01  VARIANCE-LINE PIC X(100).

       01  AVG-UNIT-COST PIC 9(6)V99.
       01  RELIEVE-QTY PIC 9(5).
       01  LAYER-TAKE PIC 9(5).
       01  RELIEVED-COST PIC 9(9)V99.
       01  VARIANCE-VALUE PIC S9(9)V99.
       01  TOTAL-VARIANCE-VALUE PIC S9(9)V99 VALUE ZERO.
       01  COUNT-DATE PIC 9(8).
       01  HELD-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-HELD PIC X.
       01  HELD-REASON PIC X(13).
       01  LOT-EXIST PIC X.
       01  LOT-DONE PIC X.
       01  LOT-TAKE PIC 9(5).
       01  LOT-REMAINING-QTY PIC 9(5).
       01  LOT-NEW-VALUE PIC 9(11)V99.
       01  LOSS-COST PIC 9(9)V99.
       01  POSTING-LOT-NUMBER PIC X(10) VALUE SPACES.

       01  EDIT-COUNT PIC ZZZZ9.
       01  EDIT-TOTAL-VALUE PIC -(8)9.99.
           02 FILLER PIC X(10) VALUE "COUNTED".
           02 FILLER PIC X(10) VALUE "VARIANCE".
           02 FILLER PIC X(14) VALUE "VARIANCE VALUE".
           02 FILLER PIC X(13) VALUE "NOTE".

       01  DETAIL-LINE.
           02 DL-ITEM-CODE PIC X(5).
           02 DL-VARIANCE PIC -ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-VARIANCE-VALUE PIC -(8)9.99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-NOTE PIC X(13).

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(25).
           OPEN EXTEND MOVEMENT-FILE.
           OPEN I-O COST-LAYER-FILE.
           OPEN I-O LOCATION-FILE.
           OPEN I-O LOT-BALANCE-FILE.
           OPEN INPUT COUNT-FILE.
           OPEN OUTPUT VARIANCE-FILE.

           DISPLAY " "
           DISPLAY "COUNT RECORDS MATCHED  : " MATCHED-COUNT.
           DISPLAY "COUNT RECORDS UNMATCHED: " UNMATCHED-COUNT.
           DISPLAY "COUNT RECORDS HELD     : " HELD-COUNT.
           DISPLAY "VARIANCE REPORT WRITTEN TO COUNTVAR".
           DISPLAY " "
           DISPLAY "POST ADJUSTMENTS TO STOCK? (Y/N): " WITH NO

           IF POST-CONFIRM = "Y" OR POST-CONFIRM = "y"
               MOVE "N" TO END-OF-COUNTS
               ACCEPT COUNT-DATE FROM DATE YYYYMMDD
               OPEN EXTEND COUNT-HISTORY-FILE
               OPEN INPUT COUNT-FILE
               READ COUNT-FILE
                   AT END MOVE "Y" TO END-OF-COUNTS
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
               CLOSE COUNT-HISTORY-FILE
               DISPLAY "ADJUSTMENTS POSTED     : " ADJUSTED-COUNT
           ELSE
               DISPLAY "NO ADJUSTMENTS POSTED"
           CLOSE MOVEMENT-FILE.
           CLOSE COST-LAYER-FILE.
           CLOSE LOCATION-FILE.
           CLOSE LOT-BALANCE-FILE.
           STOP RUN.

       GET-COUNT-LOCATION.
               MOVE COUNT-QUANTITY TO DL-COUNTED-QTY
               MOVE VARIANCE-QTY TO DL-VARIANCE
               MOVE VARIANCE-VALUE TO DL-VARIANCE-VALUE
               PERFORM CHECK-LOT-DETAIL
               IF COUNT-HELD = "Y"
                   ADD 1 TO HELD-COUNT
                   MOVE HELD-REASON TO DL-NOTE
               END-IF
           END-IF.
           MOVE DETAIL-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE TOTAL-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "ITEMS HELD - LOT DETAIL" TO TL-CAPTION.
           MOVE HELD-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO TL-VALUE.
           MOVE TOTAL-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "TOTAL VARIANCE VALUE" TO TL-CAPTION.
           MOVE TOTAL-VARIANCE-VALUE TO EDIT-TOTAL-VALUE.
           MOVE EDIT-TOTAL-VALUE TO TL-VALUE.
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           PERFORM GET-BOOK-QUANTITY.
           IF ITEM-EXIST = "Y"
               COMPUTE VARIANCE-QTY =
                   COUNT-QUANTITY - BOOK-QUANTITY
               PERFORM CHECK-LOT-DETAIL
           END-IF.
           IF ITEM-EXIST = "Y" AND COUNT-HELD = "Y"
               DISPLAY "COUNT FOR " ITEM-CODE " NOT POSTED - "
                   HELD-REASON
           END-IF.
           IF ITEM-EXIST = "Y" AND COUNT-HELD = "N"
               MOVE COUNT-DATE TO ITEM-LAST-COUNTED
               MOVE ZERO TO VARIANCE-QTY
               MOVE ZERO TO VARIANCE-VALUE
               IF COUNT-QUANTITY NOT = BOOK-QUANTITY
                   MOVE COUNT-DATE TO ITEM-LAST-VARIANCE-DATE
                   PERFORM POST-COUNT-ADJUSTMENT
               ELSE
                   REWRITE STOCK-ITEMS
                       INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
                   END-REWRITE
               END-IF
               PERFORM WRITE-COUNT-HISTORY
           END-IF.

       CHECK-LOT-DETAIL.
           MOVE "N" TO COUNT-HELD.
           MOVE SPACES TO HELD-REASON.
           IF ITEM-LOT-CONTROLLED = "Y" AND VARIANCE-QTY NOT = ZERO
               EVALUATE TRUE
                   WHEN WANTED-LOCATION = SPACES
                       MOVE "Y" TO COUNT-HELD
                       MOVE "HELD - NO LOC" TO HELD-REASON
                   WHEN VARIANCE-QTY < ZERO
                       CONTINUE
                   WHEN COUNT-LOT-NUMBER = SPACES
                   WHEN COUNT-EXPIRY-DATE NOT NUMERIC
                       MOVE "Y" TO COUNT-HELD
                       MOVE "HELD - NO LOT" TO HELD-REASON
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(COUNT-EXPIRY-DATE)
                       NOT = 0
                       MOVE "Y" TO COUNT-HELD
                       MOVE "HELD - NO LOT" TO HELD-REASON
               END-EVALUATE
           END-IF.

       POST-COUNT-ADJUSTMENT.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING "QTY " DELIMITED BY SIZE
               BOOK-QUANTITY DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE
           END-STRING.
           COMPUTE VARIANCE-QTY =
               COUNT-QUANTITY - BOOK-QUANTITY.
           IF WANTED-LOCATION = SPACES
               MOVE COUNT-QUANTITY TO QUANTITY-ON-HAND
           ELSE
               COMPUTE NEW-ON-HAND =
                   QUANTITY-ON-HAND + VARIANCE-QTY
               IF NEW-ON-HAND < ZERO
                   DISPLAY "WARNING - ON HAND WOULD GO BELOW "
                       "ZERO FOR " ITEM-CODE " - SET TO ZERO"
                   MOVE ZERO TO NEW-ON-HAND
               END-IF
               MOVE NEW-ON-HAND TO QUANTITY-ON-HAND
               PERFORM POST-LOCATION-BALANCE
           END-IF.
           REWRITE STOCK-ITEMS
               INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
               NOT INVALID KEY
                   MOVE SPACES TO AUDIT-NEW-VALUE
                   STRING "QTY " DELIMITED BY SIZE
                       QUANTITY-ON-HAND DELIMITED BY SIZE
                       " CTR " DELIMITED BY SIZE
                       COUNT-INITIALS DELIMITED BY SIZE
                       INTO AUDIT-NEW-VALUE
                   END-STRING
                   MOVE "COUNT" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   IF VARIANCE-QTY < ZERO
                       PERFORM POST-COUNT-LOSS
                   ELSE
                       PERFORM POST-COUNT-GAIN
                   END-IF
                   ADD 1 TO ADJUSTED-COUNT
           END-REWRITE.

       POST-COUNT-LOSS.
           MOVE ZERO TO LOSS-COST.
           COMPUTE LOT-REMAINING-QTY = 0 - VARIANCE-QTY.
           IF ITEM-LOT-CONTROLLED = "Y"
               PERFORM TAKE-LOTS-FEFO
               IF LOT-REMAINING-QTY > ZERO
                   DISPLAY "WARNING - " LOT-REMAINING-QTY " OF "
                       ITEM-CODE " NOT HELD ON ANY LOT AT "
                       WANTED-LOCATION
               END-IF
           END-IF.
           IF LOT-REMAINING-QTY > ZERO
               MOVE LOT-REMAINING-QTY TO LOT-TAKE
               MOVE ZERO TO LOT-REMAINING-QTY
               PERFORM WRITE-LOSS-MOVEMENT
           END-IF.
           COMPUTE VARIANCE-VALUE = 0 - LOSS-COST.

       TAKE-LOTS-FEFO.
           MOVE "N" TO LOT-DONE.
           MOVE ITEM-CODE TO LT-ITEM-CODE.
           MOVE WANTED-LOCATION TO LT-LOCATION-CODE.
           MOVE ZERO TO LT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LT-LOT-NUMBER.
           START LOT-BALANCE-FILE KEY NOT < LOT-BAL-KEY
               INVALID KEY MOVE "Y" TO LOT-DONE
           END-START.
           IF LOT-DONE = "N"
               READ LOT-BALANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO LOT-DONE
               END-READ
           END-IF.
           PERFORM UNTIL LOT-DONE = "Y" OR LOT-REMAINING-QTY = ZERO
               IF LT-ITEM-CODE NOT = ITEM-CODE OR
                   LT-LOCATION-CODE NOT = WANTED-LOCATION
                   MOVE "Y" TO LOT-DONE
               ELSE
                   PERFORM TAKE-ONE-LOT
                   IF LOT-REMAINING-QTY > ZERO
                       READ LOT-BALANCE-FILE NEXT RECORD
                           AT END MOVE "Y" TO LOT-DONE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-ONE-LOT.
           IF LT-QUANTITY > LOT-REMAINING-QTY
               MOVE LOT-REMAINING-QTY TO LOT-TAKE
           ELSE
               MOVE LT-QUANTITY TO LOT-TAKE
           END-IF.
           MOVE LT-LOT-NUMBER TO POSTING-LOT-NUMBER.
           SUBTRACT LOT-TAKE FROM LOT-REMAINING-QTY.
           SUBTRACT LOT-TAKE FROM LT-QUANTITY.
           IF LT-QUANTITY = ZERO
               DELETE LOT-BALANCE-FILE
                   INVALID KEY DISPLAY "LOT BALANCE DOESN'T DELETED"
               END-DELETE
           ELSE
               REWRITE LOT-BALANCE-RECORD
                   INVALID KEY DISPLAY "LOT BALANCE DOESN'T UPDATED"
               END-REWRITE
           END-IF.
           PERFORM WRITE-LOSS-MOVEMENT.

       WRITE-LOSS-MOVEMENT.
           MOVE LOT-TAKE TO RELIEVE-QTY.
           PERFORM RELIEVE-COST-LAYERS.
           ADD RELIEVED-COST TO LOSS-COST.
           COMPUTE MOVEMENT-QUANTITY = 0 - LOT-TAKE.
           COMPUTE MOVEMENT-COST-VALUE = 0 - RELIEVED-COST.
           PERFORM WRITE-MOVEMENT-ENTRY.

       POST-COUNT-GAIN.
           PERFORM GET-AVERAGE-UNIT-COST.
           PERFORM WRITE-COST-LAYER.
           IF ITEM-LOT-CONTROLLED = "Y"
               PERFORM ADD-COUNTED-LOT
               MOVE COUNT-LOT-NUMBER TO POSTING-LOT-NUMBER
           END-IF.
           MOVE VARIANCE-QTY TO MOVEMENT-QUANTITY.
           COMPUTE MOVEMENT-COST-VALUE =
               VARIANCE-QTY * AVG-UNIT-COST.
           MOVE MOVEMENT-COST-VALUE TO VARIANCE-VALUE.
           PERFORM WRITE-MOVEMENT-ENTRY.

       ADD-COUNTED-LOT.
           MOVE "Y" TO LOT-EXIST.
           MOVE ITEM-CODE TO LT-ITEM-CODE.
           MOVE WANTED-LOCATION TO LT-LOCATION-CODE.
           MOVE COUNT-EXPIRY-DATE TO LT-EXPIRY-DATE.
           MOVE COUNT-LOT-NUMBER TO LT-LOT-NUMBER.
           READ LOT-BALANCE-FILE
               INVALID KEY MOVE "N" TO LOT-EXIST
           END-READ.
           IF LOT-EXIST = "N"
               MOVE ITEM-CODE TO LT-ITEM-CODE
               MOVE WANTED-LOCATION TO LT-LOCATION-CODE
               MOVE COUNT-EXPIRY-DATE TO LT-EXPIRY-DATE
               MOVE COUNT-LOT-NUMBER TO LT-LOT-NUMBER
               MOVE VARIANCE-QTY TO LT-QUANTITY
               MOVE AVG-UNIT-COST TO LT-UNIT-COST
               MOVE COUNT-DATE TO LT-RECEIPT-DATE
               WRITE LOT-BALANCE-RECORD
                   INVALID KEY DISPLAY "LOT BALANCE DOESN'T WRITTEN"
               END-WRITE
           ELSE
               COMPUTE LOT-NEW-VALUE =
                   (LT-QUANTITY * LT-UNIT-COST) +
                   (VARIANCE-QTY * AVG-UNIT-COST)
               ADD VARIANCE-QTY TO LT-QUANTITY
               IF LT-QUANTITY > ZERO
                   COMPUTE LT-UNIT-COST ROUNDED =
                       LOT-NEW-VALUE / LT-QUANTITY
               END-IF
               REWRITE LOT-BALANCE-RECORD
                   INVALID KEY DISPLAY "LOT BALANCE DOESN'T UPDATED"
               END-REWRITE
           END-IF.

       WRITE-COUNT-HISTORY.
           MOVE COUNT-DATE TO CH-COUNT-DATE.
           MOVE ITEM-CODE TO CH-ITEM-CODE.
           MOVE WANTED-LOCATION TO CH-LOCATION.
           MOVE ITEM-ABC-CLASS TO CH-ABC-CLASS.
           MOVE BOOK-QUANTITY TO CH-BOOK-QUANTITY.
           MOVE COUNT-QUANTITY TO CH-COUNT-QUANTITY.
           MOVE VARIANCE-QTY TO CH-VARIANCE-QUANTITY.
           MOVE VARIANCE-VALUE TO CH-VARIANCE-VALUE.
           MOVE COUNT-INITIALS TO CH-COUNT-INITIALS.
           WRITE COUNT-HISTORY-RECORD.

       POST-LOCATION-BALANCE.
           MOVE ITEM-CODE TO LB-ITEM-CODE.
           MOVE WANTED-LOCATION TO LB-LOCATION-CODE.
           MOVE COUNT-QUANTITY TO LB-QUANTITY.
           IF LOCATION-EXIST = "N"
               MOVE ZERO TO LB-MIN-QUANTITY
               MOVE ZERO TO LB-MAX-QUANTITY
               WRITE LOCATION-BALANCE-RECORD
                   INVALID KEY DISPLAY "LOCATION BALANCE DOESN'T "
                       "WRITTEN"
           END-PERFORM.

       RELIEVE-COST-LAYERS.
           MOVE ZERO TO RELIEVED-COST.
           MOVE "N" TO LAYER-DONE.
           MOVE ITEM-CODE TO CL-ITEM-CODE.
           MOVE ZERO TO CL-RECEIPT-DATE.
           ELSE
               MOVE CL-QUANTITY-REMAINING TO LAYER-TAKE
           END-IF.
           COMPUTE RELIEVED-COST = RELIEVED-COST +
               (LAYER-TAKE * CL-UNIT-COST).
           SUBTRACT LAYER-TAKE FROM RELIEVE-QTY.
           SUBTRACT LAYER-TAKE FROM CL-QUANTITY-REMAINING.
           IF CL-QUANTITY-REMAINING = ZERO
               END-REWRITE
           END-IF.

       WRITE-COST-LAYER.
           MOVE ITEM-CODE TO CL-ITEM-CODE.
           ACCEPT CL-RECEIPT-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-RECEIPT-TIME FROM TIME.
           MOVE VARIANCE-QTY TO CL-QUANTITY-REMAINING.
           MOVE AVG-UNIT-COST TO CL-UNIT-COST.
           MOVE ZERO TO CL-PO-NUMBER.
           WRITE COST-LAYER-RECORD
               INVALID KEY DISPLAY "COST LAYER ALREADY ON FILE"
           END-WRITE.

       WRITE-AUDIT-ENTRY.
           MOVE ITEM-CODE TO AUDIT-ITEM-CODE.
           MOVE CURRENT-OPERATOR TO AUDIT-OPERATOR.
       WRITE-MOVEMENT-ENTRY.
           MOVE ITEM-CODE TO MOVEMENT-ITEM-CODE.
           MOVE "A" TO MOVEMENT-DIRECTION.
           MOVE CURRENT-OPERATOR TO MOVEMENT-OPERATOR.
           MOVE SPACES TO MOVEMENT-REFERENCE.
           STRING "COUNT " DELIMITED BY SIZE
               INTO MOVEMENT-REFERENCE
           END-STRING.
           MOVE WANTED-LOCATION TO MOVEMENT-LOCATION.
           MOVE POSTING-LOT-NUMBER TO MOVEMENT-LOT-NUMBER.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.
           WRITE MOVEMENT-RECORD.
           MOVE SPACES TO POSTING-LOT-NUMBER.
