       IDENTIFICATION DIVISION.
       PROGRAM-ID. allocation-check.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. UNATTENDED NIGHTLY CHECK OF THE STOCK RESERVED ON
      *ITEM-FILE AGAINST THE SALES ORDERS HOLDING IT. EVERY OPEN
      *SALES ORDER LINE IS SORTED BY ITEM CODE AND ITS
      *SO-QUANTITY-ALLOCATED ADDED UP PER ITEM, THEN MATCHED
      *AGAINST ITEM-FILE IN KEY ORDER; A BREAK REPORT IS WRITTEN
      *OF EVERY ITEM WHOSE QUANTITY-ALLOCATED DISAGREES WITH ITS
      *OPEN ORDER LINES, ITEMS STILL SHOWING A RESERVATION WITH NO
      *OPEN LINES BEHIND IT, AND OPEN LINES FOR ITEM CODES NO
      *LONGER ON FILE, WITH CONTROL TOTALS, SO STALE RESERVATIONS
      *SHOW UP THE NEXT MORNING INSTEAD OF HIDING FREE STOCK.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE.

           SELECT OPTIONAL SALES-ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\salesorders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SO-KEY.

           SELECT CHECK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\allocchk.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\allocsort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
       COPY ITEMREC.

       FD  SALES-ORDER-FILE.
       COPY SORDREC.

       FD  CHECK-FILE.
       01  CHECK-LINE PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
        02 SW-ITEM-CODE PIC X(5).
        02 SW-QUANTITY PIC 9(5).

       WORKING-STORAGE SECTION.

       01  END-OF-ORDERS PIC X VALUE "N".
       01  END-OF-ITEMS PIC X VALUE "N".
       01  END-OF-SORT PIC X VALUE "N".
       01  ITEM-KEY PIC X(5).
       01  GROUP-KEY PIC X(5).
       01  GROUP-ALLOCATED PIC 9(7).
       01  GROUP-COUNT PIC 9(7).
       01  ORDER-LINES-READ PIC 9(7) VALUE ZERO.
       01  OPEN-LINES PIC 9(7) VALUE ZERO.
       01  ITEMS-CHECKED PIC 9(5) VALUE ZERO.
       01  ITEMS-IN-BALANCE PIC 9(5) VALUE ZERO.
       01  ITEMS-IN-BREAK PIC 9(5) VALUE ZERO.
       01  ORPHAN-CODES PIC 9(5) VALUE ZERO.
       01  ORPHAN-LINES PIC 9(7) VALUE ZERO.
       01  RUN-DATE PIC 9(8).

       01  HEADING-LINE-1.
           02 FILLER PIC X(30)
               VALUE "ALLOCATION CHECK RUN OF ".
           02 HL-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(12) VALUE "ALLOCATED".
           02 FILLER PIC X(12) VALUE "OPEN LINES".
           02 FILLER PIC X(12) VALUE "DIFFERENCE".
           02 FILLER PIC X(20) VALUE "REMARK".

       01  DETAIL-LINE.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ALLOCATED PIC -ZZZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-ORDER-TOTAL PIC -ZZZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-DIFFERENCE PIC -ZZZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-REMARK PIC X(30).

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(28).
           02 TL-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ITEM-CODE
               INPUT PROCEDURE IS SELECT-OPEN-LINES
               OUTPUT PROCEDURE IS CHECK-ALLOCATIONS.
           DISPLAY "ORDER LINES READ  : " ORDER-LINES-READ.
           DISPLAY "OPEN ORDER LINES  : " OPEN-LINES.
           DISPLAY "ITEMS CHECKED     : " ITEMS-CHECKED.
           DISPLAY "ITEMS IN BALANCE  : " ITEMS-IN-BALANCE.
           DISPLAY "ITEMS IN BREAK    : " ITEMS-IN-BREAK.
           DISPLAY "ORPHAN ITEM CODES : " ORPHAN-CODES.
           DISPLAY "BREAK REPORT WRITTEN TO ALLOCCHK".
           STOP RUN.

       SELECT-OPEN-LINES.
           OPEN INPUT SALES-ORDER-FILE.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-ORDERS
           END-READ.
           PERFORM UNTIL END-OF-ORDERS = "Y"
               ADD 1 TO ORDER-LINES-READ
               IF SO-LINE-OPEN
                   ADD 1 TO OPEN-LINES
                   MOVE SO-ITEM-CODE TO SW-ITEM-CODE
                   MOVE SO-QUANTITY-ALLOCATED TO SW-QUANTITY
                   RELEASE SORT-RECORD
               END-IF
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-ORDERS
               END-READ
           END-PERFORM.
           CLOSE SALES-ORDER-FILE.

       CHECK-ALLOCATIONS.
           OPEN INPUT ITEM-FILE.
           OPEN OUTPUT CHECK-FILE.
           MOVE RUN-DATE TO HL-RUN-DATE.
           MOVE HEADING-LINE-1 TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE SPACES TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE HEADING-LINE-2 TO CHECK-LINE.
           WRITE CHECK-LINE.

           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO END-OF-SORT
           END-RETURN.
           PERFORM READ-NEXT-ITEM.
           PERFORM GET-NEXT-ORDER-GROUP.
           PERFORM CHECK-NEXT-PAIR
               UNTIL ITEM-KEY = HIGH-VALUES AND
                   GROUP-KEY = HIGH-VALUES.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ITEM-FILE.
           CLOSE CHECK-FILE.

       READ-NEXT-ITEM.
           READ ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-ITEMS
           END-READ.
           IF END-OF-ITEMS = "Y"
               MOVE HIGH-VALUES TO ITEM-KEY
           ELSE
               MOVE ITEM-CODE TO ITEM-KEY
           END-IF.

       GET-NEXT-ORDER-GROUP.
           MOVE ZERO TO GROUP-ALLOCATED.
           MOVE ZERO TO GROUP-COUNT.
           IF END-OF-SORT = "Y"
               MOVE HIGH-VALUES TO GROUP-KEY
           ELSE
               MOVE SW-ITEM-CODE TO GROUP-KEY
               PERFORM UNTIL END-OF-SORT = "Y" OR
                   SW-ITEM-CODE NOT = GROUP-KEY
                   ADD SW-QUANTITY TO GROUP-ALLOCATED
                   ADD 1 TO GROUP-COUNT
                   RETURN SORT-WORK-FILE
                       AT END MOVE "Y" TO END-OF-SORT
                   END-RETURN
               END-PERFORM
           END-IF.

       CHECK-NEXT-PAIR.
           EVALUATE TRUE
               WHEN ITEM-KEY = GROUP-KEY
                   ADD 1 TO ITEMS-CHECKED
                   PERFORM CHECK-MATCHED-ITEM
                   PERFORM READ-NEXT-ITEM
                   PERFORM GET-NEXT-ORDER-GROUP
               WHEN GROUP-KEY < ITEM-KEY
                   ADD 1 TO ORPHAN-CODES
                   ADD GROUP-COUNT TO ORPHAN-LINES
                   PERFORM WRITE-ORPHAN-DETAIL
                   PERFORM GET-NEXT-ORDER-GROUP
               WHEN OTHER
                   ADD 1 TO ITEMS-CHECKED
                   PERFORM CHECK-UNORDERED-ITEM
                   PERFORM READ-NEXT-ITEM
           END-EVALUATE.

       CHECK-MATCHED-ITEM.
           IF GROUP-ALLOCATED = QUANTITY-ALLOCATED
               ADD 1 TO ITEMS-IN-BALANCE
           ELSE
               ADD 1 TO ITEMS-IN-BREAK
               MOVE SPACES TO DETAIL-LINE
               MOVE ITEM-CODE TO DL-ITEM-CODE
               MOVE QUANTITY-ALLOCATED TO DL-ALLOCATED
               MOVE GROUP-ALLOCATED TO DL-ORDER-TOTAL
               COMPUTE DL-DIFFERENCE =
                   QUANTITY-ALLOCATED - GROUP-ALLOCATED
               MOVE "ORDER LINES DISAGREE" TO DL-REMARK
               MOVE DETAIL-LINE TO CHECK-LINE
               WRITE CHECK-LINE
           END-IF.

       CHECK-UNORDERED-ITEM.
           IF QUANTITY-ALLOCATED = ZERO
               ADD 1 TO ITEMS-IN-BALANCE
           ELSE
               ADD 1 TO ITEMS-IN-BREAK
               MOVE SPACES TO DETAIL-LINE
               MOVE ITEM-CODE TO DL-ITEM-CODE
               MOVE QUANTITY-ALLOCATED TO DL-ALLOCATED
               MOVE ZERO TO DL-ORDER-TOTAL
               MOVE QUANTITY-ALLOCATED TO DL-DIFFERENCE
               MOVE "RESERVED BUT NO OPEN LINES" TO DL-REMARK
               MOVE DETAIL-LINE TO CHECK-LINE
               WRITE CHECK-LINE
           END-IF.

       WRITE-ORPHAN-DETAIL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE GROUP-KEY TO DL-ITEM-CODE.
           MOVE ZERO TO DL-ALLOCATED.
           MOVE GROUP-ALLOCATED TO DL-ORDER-TOTAL.
           COMPUTE DL-DIFFERENCE = 0 - GROUP-ALLOCATED.
           MOVE "ITEM NOT ON FILE" TO DL-REMARK.
           MOVE DETAIL-LINE TO CHECK-LINE.
           WRITE CHECK-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "ORDER LINES READ" TO TL-CAPTION.
           MOVE ORDER-LINES-READ TO TL-VALUE.
           MOVE TOTAL-LINE TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE "OPEN ORDER LINES" TO TL-CAPTION.
           MOVE OPEN-LINES TO TL-VALUE.
           MOVE TOTAL-LINE TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE "ITEMS CHECKED" TO TL-CAPTION.
           MOVE ITEMS-CHECKED TO TL-VALUE.
           MOVE TOTAL-LINE TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE "ITEMS IN BALANCE" TO TL-CAPTION.
           MOVE ITEMS-IN-BALANCE TO TL-VALUE.
           MOVE TOTAL-LINE TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE "ITEMS IN BREAK" TO TL-CAPTION.
           MOVE ITEMS-IN-BREAK TO TL-VALUE.
           MOVE TOTAL-LINE TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE "ORPHAN ITEM CODES" TO TL-CAPTION.
           MOVE ORPHAN-CODES TO TL-VALUE.
           MOVE TOTAL-LINE TO CHECK-LINE.
           WRITE CHECK-LINE.
           MOVE "ORPHAN ORDER LINES" TO TL-CAPTION.
           MOVE ORPHAN-LINES TO TL-VALUE.
           MOVE TOTAL-LINE TO CHECK-LINE.
           WRITE CHECK-LINE.
