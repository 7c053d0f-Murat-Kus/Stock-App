       IDENTIFICATION DIVISION.
       PROGRAM-ID. lot-recall-trace.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. RECALL TRACE FOR ONE LOT OF A LOT-CONTROLLED ITEM.
      *READS THE MONTHLY MOVEMENT ARCHIVES FROM THE FIRST PERIOD
      *KEYED UP TO LAST MONTH AND THEN THE LIVE LEDGER, AND PRINTS
      *EVERY MOVEMENT OF THE ITEM THAT CARRIES THE LOT NUMBER.
      *ISSUES MADE AGAINST A SALES ORDER (REFERENCE "SO " PLUS THE
      *ORDER NUMBER) ARE LOOKED UP ON THE SALES ORDER AND CUSTOMER
      *FILES SO THE CUSTOMERS WHO RECEIVED THE LOT CAN BE
      *CONTACTED. THE REPORT ENDS WITH WHAT IS STILL HELD OF THE
      *LOT AT EACH LOCATION SO IT CAN BE QUARANTINED. WHERE THE
      *LOT WAS USED IN A KIT BUILD (REFERENCE "KIT " PLUS THE KIT
      *CODE) THE MOVEMENTS ARE READ AGAIN FOR THE KITS BUILT BY THE
      *SAME REFERENCE ON THE SAME DAY, AND THE KIT ITEM AND KIT LOT
      *ARE PRINTED; FOR A LOT-CONTROLLED KIT THE SALES ORDER ISSUES
      *OF THAT KIT LOT AND THEIR CUSTOMERS ARE PRINTED AS WELL.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE.

           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\movements.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-ARCHIVE-FILE
           ASSIGN USING ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SALES-ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\salesorders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SO-KEY.

           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\customerfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-CODE.

           SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\lotbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-BAL-KEY.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\lottrace.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
       COPY ITEMREC.

       FD  MOVEMENT-FILE.
       COPY MOVEREC.

       FD  MOVEMENT-ARCHIVE-FILE.
       COPY MOVEREC REPLACING == MOVEMENT-RECORD ==
           BY == ARC-MOVEMENT-RECORD ==
           == MOVEMENT-ITEM-CODE == BY == ARC-MOVE-ITEM-CODE ==
           == MOVEMENT-DATE ==      BY == ARC-MOVE-DATE ==
           == MOVEMENT-TIME ==      BY == ARC-MOVE-TIME ==
           == MOVEMENT-DIRECTION == BY == ARC-MOVE-DIRECTION ==
           == MOVEMENT-IS-RECEIPT == BY == ARC-MOVE-IS-RECEIPT ==
           == MOVEMENT-IS-ISSUE ==  BY == ARC-MOVE-IS-ISSUE ==
           == MOVEMENT-IS-ADJUSTMENT ==
               BY == ARC-MOVE-IS-ADJUSTMENT ==
           == MOVEMENT-IS-TRANSFER ==
               BY == ARC-MOVE-IS-TRANSFER ==
           == MOVEMENT-IS-CUSTOMER-RETURN ==
               BY == ARC-MOVE-IS-CUSTOMER-RETURN ==
           == MOVEMENT-IS-SUPPLIER-RETURN ==
               BY == ARC-MOVE-IS-SUPPLIER-RETURN ==
           == MOVEMENT-IS-WRITE-OFF ==
               BY == ARC-MOVE-IS-WRITE-OFF ==
           == MOVEMENT-IS-KIT-ISSUE ==
               BY == ARC-MOVE-IS-KIT-ISSUE ==
           == MOVEMENT-IS-KIT-BUILD ==
               BY == ARC-MOVE-IS-KIT-BUILD ==
           == MOVEMENT-QUANTITY ==  BY == ARC-MOVE-QUANTITY ==
           == MOVEMENT-OPERATOR ==  BY == ARC-MOVE-OPERATOR ==
           == MOVEMENT-REFERENCE == BY == ARC-MOVE-REFERENCE ==
           == MOVEMENT-LOCATION ==  BY == ARC-MOVE-LOCATION ==
           == MOVEMENT-COST-VALUE ==
               BY == ARC-MOVE-COST-VALUE ==
           == MOVEMENT-LOT-NUMBER ==
               BY == ARC-MOVE-LOT-NUMBER ==.

       FD  SALES-ORDER-FILE.
       COPY SORDREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01  END-OF-MOVEMENTS PIC X VALUE "N".
       01  END-OF-ARCHIVE PIC X.
       01  END-OF-LOTS PIC X VALUE "N".
       01  ITEM-EXIST PIC X.
       01  ORDER-EXIST PIC X.
       01  CUSTOMER-EXIST PIC X.
       01  WANTED-ITEM-CODE PIC X(5).
       01  WANTED-LOT-NUMBER PIC X(10).
       01  TODAY-DATE PIC 9(8).
       01  ARCHIVE-FILE-NAME PIC X(60).
       01  FIRST-PERIOD-INPUT PIC 9(6).
       01  FIRST-PERIOD PIC X(6).
       01  LIMIT-PERIOD PIC X(6).
       01  SCAN-PERIOD.
           02 SP-YEAR PIC 9(4).
           02 SP-MONTH PIC 9(2).
       01  SCAN-PASS PIC 9(1).
       01  TRACE-ITEM-CODE PIC X(5).
       01  TRACE-LOT-NUMBER PIC X(10).
       01  TRACE-DATE PIC 9(8).
       01  TRACE-DIRECTION PIC X(1).
       01  TRACE-QUANTITY PIC S9(5).
       01  TRACE-LOCATION PIC X(3).
       01  TRACE-REFERENCE PIC X(10).
       01  MOVEMENTS-READ PIC 9(7) VALUE ZERO.
       01  LOT-MOVEMENTS PIC 9(5) VALUE ZERO.
       01  QTY-RECEIVED PIC 9(7) VALUE ZERO.
       01  CUSTOMER-LINES PIC 9(5) VALUE ZERO.
       01  QTY-TO-CUSTOMERS PIC 9(7) VALUE ZERO.
       01  QTY-OTHER-OUT PIC 9(7) VALUE ZERO.
       01  QTY-STILL-HELD PIC 9(7) VALUE ZERO.
       01  QTY-INTO-KITS PIC 9(7) VALUE ZERO.
       01  KIT-BUILDS-FOUND PIC 9(5) VALUE ZERO.
       01  QTY-KITS-BUILT PIC 9(7) VALUE ZERO.
       01  KIT-CUSTOMER-LINES PIC 9(5) VALUE ZERO.
       01  QTY-KITS-TO-CUSTOMERS PIC 9(7) VALUE ZERO.
       01  ORDER-ITEM-CODE PIC X(5).
       01  FOUND-CUSTOMER-CODE PIC X(5).
       01  FOUND-CUSTOMER-NAME PIC X(20).
       01  FOUND-CONTACT PIC X(20).
       01  KIT-IDX PIC 9(3).
       01  KIT-USE-COUNT PIC 9(3) VALUE ZERO.
       01  KIT-USE-TABLE.
           02 KIT-USE OCCURS 200 TIMES.
              03 KU-REFERENCE PIC X(10).
              03 KU-DATE PIC 9(8).
       01  KIT-LOT-COUNT PIC 9(3) VALUE ZERO.
       01  KIT-LOT-TABLE.
           02 KIT-LOT OCCURS 200 TIMES.
              03 KT-ITEM-CODE PIC X(5).
              03 KT-LOT-NUMBER PIC X(10).

       01  HEADING-LINE-1.
           02 FILLER PIC X(22) VALUE "LOT RECALL TRACE - RUN".
           02 FILLER PIC X(01) VALUE SPACES.
           02 HL-RUN-DATE PIC 9(8).
           02 FILLER PIC X(08) VALUE "  ITEM: ".
           02 HL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 HL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(07) VALUE "  LOT: ".
           02 HL-LOT-NUMBER PIC X(10).

       01  HEADING-LINE-2.
           02 FILLER PIC X(24) VALUE "MOVEMENTS SEARCHED FROM ".
           02 HL-FIRST-PERIOD PIC X(6).

       01  HEADING-LINE-3.
           02 FILLER PIC X(10) VALUE "DATE".
           02 FILLER PIC X(05) VALUE "TYPE".
           02 FILLER PIC X(08) VALUE "QTY".
           02 FILLER PIC X(05) VALUE "LOC".
           02 FILLER PIC X(12) VALUE "REFERENCE".
           02 FILLER PIC X(07) VALUE "CUST".
           02 FILLER PIC X(20) VALUE "CUSTOMER NAME".

       01  DETAIL-LINE.
           02 DL-DATE PIC 9(8).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-DIRECTION PIC X(1).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-QUANTITY PIC -ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-LOCATION PIC X(3).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-REFERENCE PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-CUSTOMER-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-CUSTOMER-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-CONTACT PIC X(20).

       01  KIT-BUILD-HEADING.
           02 FILLER PIC X(40)
               VALUE "KITS BUILT USING THIS LOT".

       01  KIT-BUILD-LINE.
           02 KB-DATE PIC 9(8).
           02 FILLER PIC X(06) VALUE "  KIT ".
           02 KB-ITEM-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 KB-ITEM-NAME PIC X(20).
           02 FILLER PIC X(06) VALUE "  LOT ".
           02 KB-LOT-NUMBER PIC X(10).
           02 FILLER PIC X(06) VALUE "  QTY ".
           02 KB-QUANTITY PIC ZZZZ9.
           02 FILLER PIC X(06) VALUE "  LOC ".
           02 KB-LOCATION PIC X(3).

       01  KIT-SALE-HEADING.
           02 FILLER PIC X(40)
               VALUE "KITS FROM THIS LOT SENT TO CUSTOMERS".

       01  KIT-SALE-LINE.
           02 KS-DATE PIC 9(8).
           02 FILLER PIC X(02) VALUE SPACES.
           02 KS-ITEM-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 KS-LOT-NUMBER PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 KS-QUANTITY PIC -ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 KS-REFERENCE PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 KS-CUSTOMER-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 KS-CUSTOMER-NAME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 KS-CONTACT PIC X(20).

       01  BALANCE-HEADING.
           02 FILLER PIC X(40)
               VALUE "STILL HELD OF THIS LOT".

       01  BALANCE-LINE.
           02 FILLER PIC X(10) VALUE "LOCATION ".
           02 BL-LOCATION PIC X(3).
           02 FILLER PIC X(10) VALUE "  EXPIRY ".
           02 BL-EXPIRY-DATE PIC 9(8).
           02 FILLER PIC X(07) VALUE "  QTY ".
           02 BL-QUANTITY PIC ZZZZ9.

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(28).
           02 TL-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           DISPLAY " ".
           DISPLAY "ENTER ITEM CODE TO TRACE: " WITH NO ADVANCING.
           ACCEPT WANTED-ITEM-CODE.
           DISPLAY "ENTER LOT NUMBER: " WITH NO ADVANCING.
           ACCEPT WANTED-LOT-NUMBER.
           DISPLAY "ENTER FIRST PERIOD TO SEARCH (YYYYMM): " WITH NO
               ADVANCING.
           ACCEPT FIRST-PERIOD-INPUT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF FIRST-PERIOD-INPUT NOT NUMERIC
               MOVE TODAY-DATE(1:6) TO FIRST-PERIOD-INPUT
           END-IF.
           MOVE FIRST-PERIOD-INPUT TO FIRST-PERIOD.
           MOVE TODAY-DATE(1:4) TO SP-YEAR.
           MOVE TODAY-DATE(5:2) TO SP-MONTH.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE SCAN-PERIOD TO LIMIT-PERIOD.

           OPEN INPUT ITEM-FILE.
           OPEN INPUT SALES-ORDER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT LOT-BALANCE-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADINGS.

           MOVE 1 TO SCAN-PASS.
           PERFORM SCAN-ALL-MOVEMENTS.
           IF KIT-USE-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE KIT-BUILD-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 2 TO SCAN-PASS
               PERFORM SCAN-ALL-MOVEMENTS
           END-IF.
           IF KIT-LOT-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE KIT-SALE-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 3 TO SCAN-PASS
               PERFORM SCAN-ALL-MOVEMENTS
           END-IF.
           PERFORM LIST-LOT-BALANCES.
           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE ITEM-FILE.
           CLOSE SALES-ORDER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE LOT-BALANCE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "MOVEMENTS READ       : " MOVEMENTS-READ.
           DISPLAY "LOT MOVEMENTS FOUND  : " LOT-MOVEMENTS.
           DISPLAY "CUSTOMER ORDER LINES : " CUSTOMER-LINES.
           DISPLAY "KIT BUILDS FOUND     : " KIT-BUILDS-FOUND.
           DISPLAY "KIT CUSTOMER LINES   : " KIT-CUSTOMER-LINES.
           DISPLAY "LOT TRACE WRITTEN TO LOTTRACE".
           STOP RUN.

       STEP-BACK-ONE-MONTH.
           IF SP-MONTH = 1
               SUBTRACT 1 FROM SP-YEAR
               MOVE 12 TO SP-MONTH
           ELSE
               SUBTRACT 1 FROM SP-MONTH
           END-IF.

       WRITE-HEADINGS.
           MOVE "Y" TO ITEM-EXIST.
           MOVE WANTED-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE TODAY-DATE TO HL-RUN-DATE.
           MOVE WANTED-ITEM-CODE TO HL-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO HL-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO HL-ITEM-NAME
           END-IF.
           MOVE WANTED-LOT-NUMBER TO HL-LOT-NUMBER.
           MOVE FIRST-PERIOD TO HL-FIRST-PERIOD.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.

       SCAN-ALL-MOVEMENTS.
           MOVE FIRST-PERIOD TO SCAN-PERIOD.
           PERFORM SCAN-ONE-ARCHIVE
               UNTIL SCAN-PERIOD > LIMIT-PERIOD.
           PERFORM SCAN-LIVE-MOVEMENTS.

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING "C:\Coding etc\Github Cobol\New folder\movarch"
               DELIMITED BY SIZE
               SCAN-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ARCHIVE-FILE-NAME
           END-STRING.
           MOVE "N" TO END-OF-ARCHIVE.
           OPEN INPUT MOVEMENT-ARCHIVE-FILE.
           READ MOVEMENT-ARCHIVE-FILE
               AT END MOVE "Y" TO END-OF-ARCHIVE
           END-READ.
           PERFORM UNTIL END-OF-ARCHIVE = "Y"
               MOVE ARC-MOVE-ITEM-CODE TO TRACE-ITEM-CODE
               MOVE ARC-MOVE-LOT-NUMBER TO TRACE-LOT-NUMBER
               MOVE ARC-MOVE-DATE TO TRACE-DATE
               MOVE ARC-MOVE-DIRECTION TO TRACE-DIRECTION
               MOVE ARC-MOVE-QUANTITY TO TRACE-QUANTITY
               MOVE ARC-MOVE-LOCATION TO TRACE-LOCATION
               MOVE ARC-MOVE-REFERENCE TO TRACE-REFERENCE
               PERFORM CHECK-SCANNED-MOVEMENT
               READ MOVEMENT-ARCHIVE-FILE
                   AT END MOVE "Y" TO END-OF-ARCHIVE
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-ARCHIVE-FILE.
           IF SP-MONTH = 12
               ADD 1 TO SP-YEAR
               MOVE 1 TO SP-MONTH
           ELSE
               ADD 1 TO SP-MONTH
           END-IF.

       SCAN-LIVE-MOVEMENTS.
           MOVE "N" TO END-OF-MOVEMENTS.
           OPEN INPUT MOVEMENT-FILE.
           READ MOVEMENT-FILE
               AT END MOVE "Y" TO END-OF-MOVEMENTS
           END-READ.
           PERFORM UNTIL END-OF-MOVEMENTS = "Y"
               IF MOVEMENT-DATE(1:6) NOT < FIRST-PERIOD
                   MOVE MOVEMENT-ITEM-CODE TO TRACE-ITEM-CODE
                   MOVE MOVEMENT-LOT-NUMBER TO TRACE-LOT-NUMBER
                   MOVE MOVEMENT-DATE TO TRACE-DATE
                   MOVE MOVEMENT-DIRECTION TO TRACE-DIRECTION
                   MOVE MOVEMENT-QUANTITY TO TRACE-QUANTITY
                   MOVE MOVEMENT-LOCATION TO TRACE-LOCATION
                   MOVE MOVEMENT-REFERENCE TO TRACE-REFERENCE
                   PERFORM CHECK-SCANNED-MOVEMENT
               ELSE
                   IF SCAN-PASS = 1
                       ADD 1 TO MOVEMENTS-READ
                   END-IF
               END-IF
               READ MOVEMENT-FILE
                   AT END MOVE "Y" TO END-OF-MOVEMENTS
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-FILE.

       CHECK-SCANNED-MOVEMENT.
           EVALUATE SCAN-PASS
               WHEN 1
                   ADD 1 TO MOVEMENTS-READ
                   IF TRACE-ITEM-CODE = WANTED-ITEM-CODE AND
                       TRACE-LOT-NUMBER = WANTED-LOT-NUMBER
                       PERFORM WRITE-TRACE-LINE
                   END-IF
               WHEN 2
                   IF TRACE-DIRECTION = "B"
                       PERFORM CHECK-KIT-BUILD
                   END-IF
               WHEN 3
                   IF TRACE-DIRECTION = "I" AND
                       TRACE-LOT-NUMBER NOT = SPACES AND
                       TRACE-REFERENCE(1:3) = "SO " AND
                       TRACE-REFERENCE(4:6) IS NUMERIC
                       PERFORM CHECK-KIT-SALE
                   END-IF
           END-EVALUATE.

       WRITE-TRACE-LINE.
           ADD 1 TO LOT-MOVEMENTS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TRACE-DATE TO DL-DATE.
           MOVE TRACE-DIRECTION TO DL-DIRECTION.
           MOVE TRACE-QUANTITY TO DL-QUANTITY.
           MOVE TRACE-LOCATION TO DL-LOCATION.
           MOVE TRACE-REFERENCE TO DL-REFERENCE.
           EVALUATE TRUE
               WHEN TRACE-DIRECTION = "R" OR TRACE-DIRECTION = "C"
                   ADD TRACE-QUANTITY TO QTY-RECEIVED
               WHEN TRACE-DIRECTION = "T"
                   CONTINUE
               WHEN TRACE-DIRECTION = "K"
                   SUBTRACT TRACE-QUANTITY FROM QTY-INTO-KITS
                   PERFORM SAVE-KIT-USE
               WHEN TRACE-DIRECTION = "I" AND
                   TRACE-REFERENCE(1:3) = "SO " AND
                   TRACE-REFERENCE(4:6) IS NUMERIC
                   ADD 1 TO CUSTOMER-LINES
                   SUBTRACT TRACE-QUANTITY FROM QTY-TO-CUSTOMERS
                   MOVE WANTED-ITEM-CODE TO ORDER-ITEM-CODE
                   PERFORM FIND-ORDER-CUSTOMER
                   MOVE FOUND-CUSTOMER-CODE TO DL-CUSTOMER-CODE
                   MOVE FOUND-CUSTOMER-NAME TO DL-CUSTOMER-NAME
                   MOVE FOUND-CONTACT TO DL-CONTACT
               WHEN TRACE-QUANTITY < ZERO
                   SUBTRACT TRACE-QUANTITY FROM QTY-OTHER-OUT
               WHEN OTHER
                   ADD TRACE-QUANTITY TO QTY-RECEIVED
           END-EVALUATE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       SAVE-KIT-USE.
           PERFORM VARYING KIT-IDX FROM 1 BY 1
               UNTIL KIT-IDX > KIT-USE-COUNT OR
               (KU-REFERENCE(KIT-IDX) = TRACE-REFERENCE AND
                KU-DATE(KIT-IDX) = TRACE-DATE)
               CONTINUE
           END-PERFORM.
           IF KIT-IDX > KIT-USE-COUNT
               IF KIT-USE-COUNT < 200
                   ADD 1 TO KIT-USE-COUNT
                   MOVE TRACE-REFERENCE TO KU-REFERENCE(KIT-USE-COUNT)
                   MOVE TRACE-DATE TO KU-DATE(KIT-USE-COUNT)
               ELSE
                   DISPLAY "WARNING - TOO MANY KIT BUILDS - "
                       TRACE-REFERENCE " OF " TRACE-DATE
                       " NOT FOLLOWED"
               END-IF
           END-IF.

       CHECK-KIT-BUILD.
           PERFORM VARYING KIT-IDX FROM 1 BY 1
               UNTIL KIT-IDX > KIT-USE-COUNT OR
               (KU-REFERENCE(KIT-IDX) = TRACE-REFERENCE AND
                KU-DATE(KIT-IDX) = TRACE-DATE)
               CONTINUE
           END-PERFORM.
           IF KIT-IDX NOT > KIT-USE-COUNT
               PERFORM WRITE-KIT-BUILD-LINE
           END-IF.

       WRITE-KIT-BUILD-LINE.
           ADD 1 TO KIT-BUILDS-FOUND.
           ADD TRACE-QUANTITY TO QTY-KITS-BUILT.
           MOVE "Y" TO ITEM-EXIST.
           MOVE TRACE-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE TRACE-DATE TO KB-DATE.
           MOVE TRACE-ITEM-CODE TO KB-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO KB-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO KB-ITEM-NAME
           END-IF.
           IF TRACE-LOT-NUMBER = SPACES
               MOVE "NOT LOTTED" TO KB-LOT-NUMBER
           ELSE
               MOVE TRACE-LOT-NUMBER TO KB-LOT-NUMBER
               PERFORM SAVE-KIT-LOT
           END-IF.
           MOVE TRACE-QUANTITY TO KB-QUANTITY.
           MOVE TRACE-LOCATION TO KB-LOCATION.
           MOVE KIT-BUILD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       SAVE-KIT-LOT.
           PERFORM VARYING KIT-IDX FROM 1 BY 1
               UNTIL KIT-IDX > KIT-LOT-COUNT OR
               (KT-ITEM-CODE(KIT-IDX) = TRACE-ITEM-CODE AND
                KT-LOT-NUMBER(KIT-IDX) = TRACE-LOT-NUMBER)
               CONTINUE
           END-PERFORM.
           IF KIT-IDX > KIT-LOT-COUNT
               IF KIT-LOT-COUNT < 200
                   ADD 1 TO KIT-LOT-COUNT
                   MOVE TRACE-ITEM-CODE TO KT-ITEM-CODE(KIT-LOT-COUNT)
                   MOVE TRACE-LOT-NUMBER
                       TO KT-LOT-NUMBER(KIT-LOT-COUNT)
               ELSE
                   DISPLAY "WARNING - TOO MANY KIT LOTS - KIT "
                       TRACE-ITEM-CODE " LOT " TRACE-LOT-NUMBER
                       " NOT FOLLOWED"
               END-IF
           END-IF.

       CHECK-KIT-SALE.
           PERFORM VARYING KIT-IDX FROM 1 BY 1
               UNTIL KIT-IDX > KIT-LOT-COUNT OR
               (KT-ITEM-CODE(KIT-IDX) = TRACE-ITEM-CODE AND
                KT-LOT-NUMBER(KIT-IDX) = TRACE-LOT-NUMBER)
               CONTINUE
           END-PERFORM.
           IF KIT-IDX NOT > KIT-LOT-COUNT
               PERFORM WRITE-KIT-SALE-LINE
           END-IF.

       WRITE-KIT-SALE-LINE.
           ADD 1 TO KIT-CUSTOMER-LINES.
           SUBTRACT TRACE-QUANTITY FROM QTY-KITS-TO-CUSTOMERS.
           MOVE TRACE-ITEM-CODE TO ORDER-ITEM-CODE.
           PERFORM FIND-ORDER-CUSTOMER.
           MOVE TRACE-DATE TO KS-DATE.
           MOVE TRACE-ITEM-CODE TO KS-ITEM-CODE.
           MOVE TRACE-LOT-NUMBER TO KS-LOT-NUMBER.
           MOVE TRACE-QUANTITY TO KS-QUANTITY.
           MOVE TRACE-REFERENCE TO KS-REFERENCE.
           MOVE FOUND-CUSTOMER-CODE TO KS-CUSTOMER-CODE.
           MOVE FOUND-CUSTOMER-NAME TO KS-CUSTOMER-NAME.
           MOVE FOUND-CONTACT TO KS-CONTACT.
           MOVE KIT-SALE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FIND-ORDER-CUSTOMER.
           MOVE SPACES TO FOUND-CUSTOMER-CODE.
           MOVE SPACES TO FOUND-CUSTOMER-NAME.
           MOVE SPACES TO FOUND-CONTACT.
           MOVE "Y" TO ORDER-EXIST.
           MOVE TRACE-REFERENCE(4:6) TO SO-ORDER-NUMBER.
           MOVE ORDER-ITEM-CODE TO SO-ITEM-CODE.
           READ SALES-ORDER-FILE
               INVALID KEY MOVE "N" TO ORDER-EXIST
           END-READ.
           IF ORDER-EXIST = "N"
               MOVE "** ORDER NOT ON FILE" TO FOUND-CUSTOMER-NAME
           ELSE
               MOVE SO-CUSTOMER-CODE TO FOUND-CUSTOMER-CODE
               MOVE "Y" TO CUSTOMER-EXIST
               MOVE SO-CUSTOMER-CODE TO CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY MOVE "N" TO CUSTOMER-EXIST
               END-READ
               IF CUSTOMER-EXIST = "N"
                   MOVE "** NOT ON CUSTOMER FILE"
                       TO FOUND-CUSTOMER-NAME
               ELSE
                   MOVE CUSTOMER-NAME TO FOUND-CUSTOMER-NAME
                   MOVE CUSTOMER-CONTACT TO FOUND-CONTACT
               END-IF
           END-IF.

       LIST-LOT-BALANCES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE BALANCE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WANTED-ITEM-CODE TO LT-ITEM-CODE.
           MOVE LOW-VALUES TO LT-LOCATION-CODE.
           MOVE ZERO TO LT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LT-LOT-NUMBER.
           START LOT-BALANCE-FILE KEY NOT < LOT-BAL-KEY
               INVALID KEY MOVE "Y" TO END-OF-LOTS
           END-START.
           IF END-OF-LOTS = "N"
               READ LOT-BALANCE-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-LOTS
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-LOTS = "Y"
               IF LT-ITEM-CODE NOT = WANTED-ITEM-CODE
                   MOVE "Y" TO END-OF-LOTS
               ELSE
                   IF LT-LOT-NUMBER = WANTED-LOT-NUMBER
                       MOVE LT-LOCATION-CODE TO BL-LOCATION
                       MOVE LT-EXPIRY-DATE TO BL-EXPIRY-DATE
                       MOVE LT-QUANTITY TO BL-QUANTITY
                       ADD LT-QUANTITY TO QTY-STILL-HELD
                       MOVE BALANCE-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   READ LOT-BALANCE-FILE NEXT RECORD
                       AT END MOVE "Y" TO END-OF-LOTS
                   END-READ
               END-IF
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "MOVEMENTS READ" TO TL-CAPTION.
           MOVE MOVEMENTS-READ TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LOT MOVEMENTS FOUND" TO TL-CAPTION.
           MOVE LOT-MOVEMENTS TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUANTITY RECEIVED INTO LOT" TO TL-CAPTION.
           MOVE QTY-RECEIVED TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CUSTOMER ORDER LINES" TO TL-CAPTION.
           MOVE CUSTOMER-LINES TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUANTITY SENT TO CUSTOMERS" TO TL-CAPTION.
           MOVE QTY-TO-CUSTOMERS TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUANTITY USED IN KITS" TO TL-CAPTION.
           MOVE QTY-INTO-KITS TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KIT BUILDS USING THE LOT" TO TL-CAPTION.
           MOVE KIT-BUILDS-FOUND TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KITS BUILT" TO TL-CAPTION.
           MOVE QTY-KITS-BUILT TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KIT CUSTOMER ORDER LINES" TO TL-CAPTION.
           MOVE KIT-CUSTOMER-LINES TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KITS SENT TO CUSTOMERS" TO TL-CAPTION.
           MOVE QTY-KITS-TO-CUSTOMERS TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OTHER QUANTITY OUT" TO TL-CAPTION.
           MOVE QTY-OTHER-OUT TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUANTITY STILL HELD" TO TL-CAPTION.
           MOVE QTY-STILL-HELD TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
