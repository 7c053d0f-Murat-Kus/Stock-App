       IDENTIFICATION DIVISION.
       PROGRAM-ID. abc-classify.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. RANKS EVERY ITEM A, B OR C BY ANNUAL ISSUE VALUE
      *FOR THE CYCLE COUNT SCHEDULE. THE ISSUES AND PICKS (AND
      *COMPONENTS USED IN KIT BUILDS) OF THE
      *TWELVE COMPLETE MONTHS BEFORE THE CURRENT ONE ARE READ FROM
      *THE MOVARCH ARCHIVES AND THE LIVE MOVEMENT LEDGER AT THE
      *COST RELIEVED (MOVEMENT-COST-VALUE), ADDED UP PER ITEM AND
      *MATCHED AGAINST ITEM-FILE, SO AN ITEM WITH NO ISSUES STILL
      *GETS A CLASS. THE ITEMS ARE THEN SORTED BY VALUE, HIGHEST
      *FIRST: THOSE WITHIN THE FIRST 80 PERCENT OF TOTAL ISSUE
      *VALUE ARE CLASS A, THE NEXT 15 PERCENT CLASS B AND THE REST,
      *WITH EVERY ITEM THAT ISSUED NOTHING, CLASS C. THE CLASS IS
      *WRITTEN TO ITEM-ABC-CLASS AND THE RANKING PRINTED ON THE
      *ABCRPT REPORT WITH THE OLD CLASS AND CONTROL TOTALS PER
      *CLASS. MOVEMENTS WRITTEN BEFORE THEY CARRIED A COST VALUE
      *ARE COUNTED AS UNVALUED AND LEFT OUT.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE.

           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\movements.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-ARCHIVE-FILE
           ASSIGN USING ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALUE-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\abcwork.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\abcrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\abcsort.tmp".

           SELECT RANK-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\abcrank.tmp".

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

       FD  VALUE-WORK-FILE.
       01  VALUE-WORK-RECORD.
        02 VW-ITEM-CODE PIC X(5).
        02 VW-VALUE PIC 9(11)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
        02 SW-ITEM-CODE PIC X(5).
        02 SW-VALUE PIC 9(9)V99.

       SD  RANK-WORK-FILE.
       01  RANK-RECORD.
        02 RW-ITEM-CODE PIC X(5).
        02 RW-VALUE PIC 9(11)V99.

       WORKING-STORAGE SECTION.

       01  END-OF-MOVEMENTS PIC X VALUE "N".
       01  END-OF-ARCHIVE PIC X.
       01  END-OF-ITEMS PIC X VALUE "N".
       01  END-OF-SORT PIC X VALUE "N".
       01  END-OF-RANKS PIC X VALUE "N".
       01  ITEM-EXIST PIC X.
       01  TODAY-DATE PIC 9(8).
       01  ARCHIVE-FILE-NAME PIC X(60).
       01  FIRST-PERIOD PIC X(6).
       01  LIMIT-PERIOD PIC X(6).
       01  SCAN-PERIOD.
           02 SP-YEAR PIC 9(4).
           02 SP-MONTH PIC 9(2).
       01  A-CUTOFF-PERCENT PIC 9(3) VALUE 80.
       01  B-CUTOFF-PERCENT PIC 9(3) VALUE 95.
       01  ISSUE-VALUE PIC S9(9)V99.
       01  ITEM-KEY PIC X(5).
       01  GROUP-KEY PIC X(5).
       01  GROUP-VALUE PIC 9(11)V99.
       01  GRAND-TOTAL-VALUE PIC 9(11)V99 VALUE ZERO.
       01  CUMULATIVE-VALUE PIC 9(11)V99 VALUE ZERO.
       01  PERCENT-BEFORE PIC 9(3)V99.
       01  PERCENT-AFTER PIC 9(3)V99.
       01  NEW-CLASS PIC X.
       01  OLD-CLASS PIC X.
       01  ITEM-RANK PIC 9(5) VALUE ZERO.
       01  MOVEMENTS-READ PIC 9(7) VALUE ZERO.
       01  ISSUES-SELECTED PIC 9(7) VALUE ZERO.
       01  UNVALUED-COUNT PIC 9(7) VALUE ZERO.
       01  ITEMS-CHECKED PIC 9(5) VALUE ZERO.
       01  ORPHAN-CODES PIC 9(5) VALUE ZERO.
       01  CLASS-CHANGES PIC 9(5) VALUE ZERO.
       01  A-ITEMS PIC 9(5) VALUE ZERO.
       01  B-ITEMS PIC 9(5) VALUE ZERO.
       01  C-ITEMS PIC 9(5) VALUE ZERO.
       01  A-VALUE PIC 9(11)V99 VALUE ZERO.
       01  B-VALUE PIC 9(11)V99 VALUE ZERO.
       01  C-VALUE PIC 9(11)V99 VALUE ZERO.

       01  HEADING-LINE-1.
           02 FILLER PIC X(34)
               VALUE "ABC CLASSIFICATION RUN ON ".
           02 HL-RUN-DATE PIC 9(8).
           02 FILLER PIC X(18) VALUE "   ISSUES FROM ".
           02 HL-FIRST-PERIOD PIC X(6).
           02 FILLER PIC X(04) VALUE " TO ".
           02 HL-LIMIT-PERIOD PIC X(6).

       01  HEADING-LINE-2.
           02 FILLER PIC X(07) VALUE " RANK".
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(18) VALUE "  ANNUAL ISSUES".
           02 FILLER PIC X(10) VALUE "  CUM %".
           02 FILLER PIC X(05) VALUE "OLD".
           02 FILLER PIC X(05) VALUE "NEW".
           02 FILLER PIC X(20) VALUE "REMARK".

       01  DETAIL-LINE.
           02 DL-RANK PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ISSUE-VALUE PIC Z(10)9.99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-PERCENT PIC ZZ9.99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-OLD-CLASS PIC X.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-NEW-CLASS PIC X.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-REMARK PIC X(20).

       01  CLASS-TOTAL-LINE.
           02 FILLER PIC X(06) VALUE "CLASS ".
           02 CTL-CLASS PIC X.
           02 FILLER PIC X(03) VALUE SPACES.
           02 CTL-ITEMS PIC ZZZZ9.
           02 FILLER PIC X(08) VALUE " ITEMS  ".
           02 CTL-VALUE PIC Z(10)9.99.

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(28).
           02 TL-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE(1:4) TO SP-YEAR.
           MOVE TODAY-DATE(5:2) TO SP-MONTH.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE SCAN-PERIOD TO LIMIT-PERIOD.
           PERFORM STEP-BACK-ONE-MONTH 11 TIMES.
           MOVE SCAN-PERIOD TO FIRST-PERIOD.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ITEM-CODE
               INPUT PROCEDURE IS SELECT-ISSUES
               OUTPUT PROCEDURE IS TOTAL-ITEM-VALUES.

           SORT RANK-WORK-FILE
               ON DESCENDING KEY RW-VALUE
               ON ASCENDING KEY RW-ITEM-CODE
               USING VALUE-WORK-FILE
               OUTPUT PROCEDURE IS ASSIGN-CLASSES.

           DISPLAY "MOVEMENTS READ       : " MOVEMENTS-READ.
           DISPLAY "ISSUES VALUED        : " ISSUES-SELECTED.
           DISPLAY "ISSUES WITH NO VALUE : " UNVALUED-COUNT.
           DISPLAY "ITEMS CLASSIFIED     : " ITEMS-CHECKED.
           DISPLAY "CLASS A / B / C      : " A-ITEMS " / " B-ITEMS
               " / " C-ITEMS.
           DISPLAY "CLASS CHANGES        : " CLASS-CHANGES.
           DISPLAY "ABC REPORT WRITTEN TO ABCRPT".
           STOP RUN.

       STEP-BACK-ONE-MONTH.
           IF SP-MONTH = 1
               SUBTRACT 1 FROM SP-YEAR
               MOVE 12 TO SP-MONTH
           ELSE
               SUBTRACT 1 FROM SP-MONTH
           END-IF.

       SELECT-ISSUES.
           MOVE FIRST-PERIOD TO SCAN-PERIOD.
           PERFORM SELECT-ONE-ARCHIVE
               UNTIL SCAN-PERIOD > LIMIT-PERIOD.
           OPEN INPUT MOVEMENT-FILE.
           READ MOVEMENT-FILE
               AT END MOVE "Y" TO END-OF-MOVEMENTS
           END-READ.
           PERFORM UNTIL END-OF-MOVEMENTS = "Y"
               ADD 1 TO MOVEMENTS-READ
               IF (MOVEMENT-IS-ISSUE OR MOVEMENT-IS-KIT-ISSUE) AND
                   MOVEMENT-DATE(1:6) NOT < FIRST-PERIOD AND
                   MOVEMENT-DATE(1:6) NOT > LIMIT-PERIOD
                   IF MOVEMENT-COST-VALUE IS NUMERIC
                       MOVE MOVEMENT-ITEM-CODE TO SW-ITEM-CODE
                       COMPUTE ISSUE-VALUE = 0 - MOVEMENT-COST-VALUE
                       PERFORM RELEASE-ISSUE-VALUE
                   ELSE
                       ADD 1 TO UNVALUED-COUNT
                   END-IF
               END-IF
               READ MOVEMENT-FILE
                   AT END MOVE "Y" TO END-OF-MOVEMENTS
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-FILE.

       SELECT-ONE-ARCHIVE.
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
               ADD 1 TO MOVEMENTS-READ
               IF ARC-MOVE-IS-ISSUE OR ARC-MOVE-IS-KIT-ISSUE
                   IF ARC-MOVE-COST-VALUE IS NUMERIC
                       MOVE ARC-MOVE-ITEM-CODE TO SW-ITEM-CODE
                       COMPUTE ISSUE-VALUE = 0 - ARC-MOVE-COST-VALUE
                       PERFORM RELEASE-ISSUE-VALUE
                   ELSE
                       ADD 1 TO UNVALUED-COUNT
                   END-IF
               END-IF
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

       RELEASE-ISSUE-VALUE.
           IF ISSUE-VALUE > ZERO
               ADD 1 TO ISSUES-SELECTED
               MOVE ISSUE-VALUE TO SW-VALUE
               RELEASE SORT-RECORD
           END-IF.

       TOTAL-ITEM-VALUES.
           OPEN INPUT ITEM-FILE.
           OPEN OUTPUT VALUE-WORK-FILE.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO END-OF-SORT
           END-RETURN.
           PERFORM READ-NEXT-ITEM.
           PERFORM GET-NEXT-VALUE-GROUP.
           PERFORM TOTAL-NEXT-PAIR
               UNTIL ITEM-KEY = HIGH-VALUES AND
                   GROUP-KEY = HIGH-VALUES.
           CLOSE ITEM-FILE.
           CLOSE VALUE-WORK-FILE.

       READ-NEXT-ITEM.
           READ ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-ITEMS
           END-READ.
           IF END-OF-ITEMS = "Y"
               MOVE HIGH-VALUES TO ITEM-KEY
           ELSE
               MOVE ITEM-CODE TO ITEM-KEY
           END-IF.

       GET-NEXT-VALUE-GROUP.
           MOVE ZERO TO GROUP-VALUE.
           IF END-OF-SORT = "Y"
               MOVE HIGH-VALUES TO GROUP-KEY
           ELSE
               MOVE SW-ITEM-CODE TO GROUP-KEY
               PERFORM UNTIL END-OF-SORT = "Y" OR
                   SW-ITEM-CODE NOT = GROUP-KEY
                   ADD SW-VALUE TO GROUP-VALUE
                   RETURN SORT-WORK-FILE
                       AT END MOVE "Y" TO END-OF-SORT
                   END-RETURN
               END-PERFORM
           END-IF.

       TOTAL-NEXT-PAIR.
           EVALUATE TRUE
               WHEN ITEM-KEY = GROUP-KEY
                   MOVE GROUP-VALUE TO VW-VALUE
                   PERFORM WRITE-VALUE-RECORD
                   PERFORM READ-NEXT-ITEM
                   PERFORM GET-NEXT-VALUE-GROUP
               WHEN GROUP-KEY < ITEM-KEY
                   ADD 1 TO ORPHAN-CODES
                   PERFORM GET-NEXT-VALUE-GROUP
               WHEN OTHER
                   MOVE ZERO TO VW-VALUE
                   PERFORM WRITE-VALUE-RECORD
                   PERFORM READ-NEXT-ITEM
           END-EVALUATE.

       WRITE-VALUE-RECORD.
           ADD 1 TO ITEMS-CHECKED.
           MOVE ITEM-CODE TO VW-ITEM-CODE.
           ADD VW-VALUE TO GRAND-TOTAL-VALUE.
           WRITE VALUE-WORK-RECORD.

       ASSIGN-CLASSES.
           OPEN I-O ITEM-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE TODAY-DATE TO HL-RUN-DATE.
           MOVE FIRST-PERIOD TO HL-FIRST-PERIOD.
           MOVE LIMIT-PERIOD TO HL-LIMIT-PERIOD.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

           RETURN RANK-WORK-FILE
               AT END MOVE "Y" TO END-OF-RANKS
           END-RETURN.
           PERFORM UNTIL END-OF-RANKS = "Y"
               PERFORM CLASSIFY-ONE-ITEM
               RETURN RANK-WORK-FILE
                   AT END MOVE "Y" TO END-OF-RANKS
               END-RETURN
           END-PERFORM.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ITEM-FILE.
           CLOSE REPORT-FILE.

       CLASSIFY-ONE-ITEM.
           ADD 1 TO ITEM-RANK.
           IF GRAND-TOTAL-VALUE > ZERO
               COMPUTE PERCENT-BEFORE ROUNDED =
                   CUMULATIVE-VALUE * 100 / GRAND-TOTAL-VALUE
           ELSE
               MOVE 100 TO PERCENT-BEFORE
           END-IF.
           EVALUATE TRUE
               WHEN RW-VALUE = ZERO
                   MOVE "C" TO NEW-CLASS
               WHEN PERCENT-BEFORE < A-CUTOFF-PERCENT
                   MOVE "A" TO NEW-CLASS
               WHEN PERCENT-BEFORE < B-CUTOFF-PERCENT
                   MOVE "B" TO NEW-CLASS
               WHEN OTHER
                   MOVE "C" TO NEW-CLASS
           END-EVALUATE.
           ADD RW-VALUE TO CUMULATIVE-VALUE.
           IF GRAND-TOTAL-VALUE > ZERO
               COMPUTE PERCENT-AFTER ROUNDED =
                   CUMULATIVE-VALUE * 100 / GRAND-TOTAL-VALUE
           ELSE
               MOVE ZERO TO PERCENT-AFTER
           END-IF.
           EVALUATE NEW-CLASS
               WHEN "A"
                   ADD 1 TO A-ITEMS
                   ADD RW-VALUE TO A-VALUE
               WHEN "B"
                   ADD 1 TO B-ITEMS
                   ADD RW-VALUE TO B-VALUE
               WHEN OTHER
                   ADD 1 TO C-ITEMS
                   ADD RW-VALUE TO C-VALUE
           END-EVALUATE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE RW-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               MOVE SPACES TO OLD-CLASS
               MOVE "** NOT ON ITEM FILE" TO DL-ITEM-NAME
           ELSE
               MOVE ITEM-ABC-CLASS TO OLD-CLASS
               MOVE ITEM-NAME TO DL-ITEM-NAME
               MOVE NEW-CLASS TO ITEM-ABC-CLASS
               REWRITE STOCK-ITEMS
                   INVALID KEY DISPLAY "ITEM DOESN'T UPDATED: "
                       ITEM-CODE
               END-REWRITE
               IF OLD-CLASS NOT = NEW-CLASS
                   ADD 1 TO CLASS-CHANGES
                   MOVE "CLASS CHANGED" TO DL-REMARK
               END-IF
           END-IF.
           MOVE ITEM-RANK TO DL-RANK.
           MOVE RW-ITEM-CODE TO DL-ITEM-CODE.
           MOVE RW-VALUE TO DL-ISSUE-VALUE.
           MOVE PERCENT-AFTER TO DL-PERCENT.
           MOVE OLD-CLASS TO DL-OLD-CLASS.
           MOVE NEW-CLASS TO DL-NEW-CLASS.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "A" TO CTL-CLASS.
           MOVE A-ITEMS TO CTL-ITEMS.
           MOVE A-VALUE TO CTL-VALUE.
           MOVE CLASS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "B" TO CTL-CLASS.
           MOVE B-ITEMS TO CTL-ITEMS.
           MOVE B-VALUE TO CTL-VALUE.
           MOVE CLASS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "C" TO CTL-CLASS.
           MOVE C-ITEMS TO CTL-ITEMS.
           MOVE C-VALUE TO CTL-VALUE.
           MOVE CLASS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MOVEMENTS READ" TO TL-CAPTION.
           MOVE MOVEMENTS-READ TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ISSUES VALUED" TO TL-CAPTION.
           MOVE ISSUES-SELECTED TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ISSUES WITH NO COST VALUE" TO TL-CAPTION.
           MOVE UNVALUED-COUNT TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS CLASSIFIED" TO TL-CAPTION.
           MOVE ITEMS-CHECKED TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLASS CHANGES" TO TL-CAPTION.
           MOVE CLASS-CHANGES TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ISSUED CODES NOT ON FILE" TO TL-CAPTION.
           MOVE ORPHAN-CODES TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
