       IDENTIFICATION DIVISION.
       PROGRAM-ID. reorder-recalc.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. PERIODIC RECALCULATION OF REORDER LEVELS AND
      *REORDER QUANTITIES FROM WHAT EACH ITEM ACTUALLY ISSUES.
      *THE ISSUES AND PICKS, WITH THE COMPONENTS USED IN KIT
      *BUILDS, FOR THE KEYED NUMBER OF COMPLETE
      *MONTHS BEFORE THE CURRENT ONE ARE READ FROM THE MOVARCH
      *ARCHIVES AND THE LIVE MOVEMENT LEDGER, SORTED BY ITEM AND
      *MONTH, AND MATCHED AGAINST ITEM-FILE IN KEY ORDER. FOR EACH
      *ITEM THE AVERAGE AND PEAK DAILY ISSUE RATE ARE WORKED OUT
      *(A MONTH IS TAKEN AS 30 DAYS, THE PEAK IS THE BUSIEST
      *SINGLE MONTH). THE PROPOSED REORDER LEVEL COVERS THE
      *SUPPLIER'S LEAD TIME AT THE PEAK RATE - LEAD TIME DEMAND AT
      *THE AVERAGE RATE PLUS THE EXTRA A PEAK MONTH WOULD TAKE AS
      *SAFETY STOCK - AND THE PROPOSED REORDER QUANTITY IS ONE
      *AVERAGE MONTH'S ISSUES, RAISED TO THE SUPPLIER CATALOGUE'S
      *MINIMUM ORDER AND ROUNDED UP TO WHOLE PACKS. A SUPPLIER WITH
      *NO LEAD TIME ON FILE IS TAKEN AS 14 DAYS AND FLAGGED.
      *EVERY ITEM WHOSE FIGURES WOULD CHANGE IS PRINTED OLD AGAINST
      *NEW ON THE REORDRPT REPORT AND WRITTEN TO THE REORDER
      *PROPOSAL FILE; NOTHING IS CHANGED ON ITEM-FILE HERE - A
      *SUPERVISOR APPROVES OR REJECTS EACH PROPOSAL THROUGH THE
      *REORDER PROPOSALS OPTION OF THE STOCK SYSTEM.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\supplierfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPPLIER-CODE.

           SELECT OPTIONAL CATALOG-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\supcatalog.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPPLIER-CATALOG-KEY.

           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\movements.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-ARCHIVE-FILE
           ASSIGN USING ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROPOSAL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\reordprop.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RP-ITEM-CODE.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\reordrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\rlsort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
       COPY ITEMREC.

       FD  SUPPLIER-FILE.
       COPY SUPREC.

       FD  CATALOG-FILE.
       COPY SUPCAT.

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

       FD  PROPOSAL-FILE.
       COPY REORDPRP.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
        02 SW-ITEM-CODE PIC X(5).
        02 SW-PERIOD PIC X(6).
        02 SW-QUANTITY PIC 9(5).

       WORKING-STORAGE SECTION.

       01  END-OF-MOVEMENTS PIC X VALUE "N".
       01  END-OF-ARCHIVE PIC X.
       01  END-OF-ITEMS PIC X VALUE "N".
       01  END-OF-SORT PIC X VALUE "N".
       01  SUPPLIER-EXIST PIC X.
       01  CATALOG-EXIST PIC X.
       01  HISTORY-MONTHS PIC 9(2).
       01  MONTHS-BACK PIC 9(2).
       01  TODAY-DATE PIC 9(8).
       01  ARCHIVE-FILE-NAME PIC X(60).
       01  FIRST-PERIOD PIC X(6).
       01  LIMIT-PERIOD PIC X(6).
       01  SCAN-PERIOD.
           02 SP-YEAR PIC 9(4).
           02 SP-MONTH PIC 9(2).
       01  DEFAULT-LEAD-TIME PIC 9(3) VALUE 14.
       01  ITEM-KEY PIC X(5).
       01  GROUP-KEY PIC X(5).
       01  MONTH-KEY PIC X(6).
       01  GROUP-ISSUED PIC 9(7).
       01  GROUP-PEAK-MONTH PIC 9(7).
       01  MONTH-ISSUED PIC 9(7).
       01  ITEM-ISSUED PIC 9(7).
       01  ITEM-PEAK-MONTH PIC 9(7).
       01  ITEM-LEAD-TIME PIC 9(3).
       01  AVERAGE-DAILY PIC 9(5)V99.
       01  PEAK-DAILY PIC 9(5)V99.
       01  WORK-QTY PIC 9(9)V99.
       01  NEW-LEVEL PIC 9(5).
       01  NEW-QUANTITY PIC 9(5).
       01  OLD-QUANTITY PIC 9(5).
       01  ORDER-PACKS PIC 9(5).
       01  MOVEMENTS-READ PIC 9(7) VALUE ZERO.
       01  ISSUES-SELECTED PIC 9(7) VALUE ZERO.
       01  ITEMS-CHECKED PIC 9(5) VALUE ZERO.
       01  PROPOSALS-WRITTEN PIC 9(5) VALUE ZERO.
       01  ITEMS-UNCHANGED PIC 9(5) VALUE ZERO.
       01  DEFAULT-LEAD-COUNT PIC 9(5) VALUE ZERO.
       01  ORPHAN-CODES PIC 9(5) VALUE ZERO.

       01  HEADING-LINE-1.
           02 FILLER PIC X(34)
               VALUE "REORDER LEVEL PROPOSALS RUN ON ".
           02 HL-RUN-DATE PIC 9(8).
           02 FILLER PIC X(18) VALUE "   ISSUES FROM ".
           02 HL-FIRST-PERIOD PIC X(6).
           02 FILLER PIC X(04) VALUE " TO ".
           02 HL-LIMIT-PERIOD PIC X(6).

       01  HEADING-LINE-2.
           02 FILLER PIC X(07) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(10) VALUE "  AVG/DAY".
           02 FILLER PIC X(10) VALUE " PEAK/DAY".
           02 FILLER PIC X(06) VALUE " LEAD".
           02 FILLER PIC X(09) VALUE "  OLD LVL".
           02 FILLER PIC X(09) VALUE "  NEW LVL".
           02 FILLER PIC X(09) VALUE "  OLD QTY".
           02 FILLER PIC X(09) VALUE "  NEW QTY".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "REMARK".

       01  DETAIL-LINE.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-AVERAGE-DAILY PIC ZZZZZ9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DL-PEAK-DAILY PIC ZZZZZ9.99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-LEAD-TIME PIC ZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-OLD-LEVEL PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-NEW-LEVEL PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-OLD-QUANTITY PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-NEW-QUANTITY PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-REMARK PIC X(30).

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(28).
           02 TL-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           DISPLAY " "
           DISPLAY "ENTER MONTHS OF ISSUE HISTORY TO USE (1-24): "
               WITH NO ADVANCING.
           ACCEPT HISTORY-MONTHS.
           IF HISTORY-MONTHS NOT NUMERIC OR HISTORY-MONTHS = ZERO
               OR HISTORY-MONTHS > 24
               DISPLAY "MONTHS MUST BE 1 TO 24 - NOT RUN"
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE(1:4) TO SP-YEAR.
           MOVE TODAY-DATE(5:2) TO SP-MONTH.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE SCAN-PERIOD TO LIMIT-PERIOD.
           COMPUTE MONTHS-BACK = HISTORY-MONTHS - 1.
           PERFORM STEP-BACK-ONE-MONTH MONTHS-BACK TIMES.
           MOVE SCAN-PERIOD TO FIRST-PERIOD.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ITEM-CODE SW-PERIOD
               INPUT PROCEDURE IS SELECT-ISSUES
               OUTPUT PROCEDURE IS PROPOSE-REORDER-LEVELS.

           DISPLAY "MOVEMENTS READ       : " MOVEMENTS-READ.
           DISPLAY "ISSUES IN HISTORY    : " ISSUES-SELECTED.
           DISPLAY "ITEMS CHECKED        : " ITEMS-CHECKED.
           DISPLAY "PROPOSALS WRITTEN    : " PROPOSALS-WRITTEN.
           DISPLAY "ITEMS UNCHANGED      : " ITEMS-UNCHANGED.
           DISPLAY "PROPOSAL REPORT WRITTEN TO REORDRPT".
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
                   ADD 1 TO ISSUES-SELECTED
                   MOVE MOVEMENT-ITEM-CODE TO SW-ITEM-CODE
                   MOVE MOVEMENT-DATE(1:6) TO SW-PERIOD
                   COMPUTE SW-QUANTITY = 0 - MOVEMENT-QUANTITY
                   RELEASE SORT-RECORD
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
                   ADD 1 TO ISSUES-SELECTED
                   MOVE ARC-MOVE-ITEM-CODE TO SW-ITEM-CODE
                   MOVE ARC-MOVE-DATE(1:6) TO SW-PERIOD
                   COMPUTE SW-QUANTITY = 0 - ARC-MOVE-QUANTITY
                   RELEASE SORT-RECORD
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

       PROPOSE-REORDER-LEVELS.
           OPEN INPUT ITEM-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT PROPOSAL-FILE.
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

           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO END-OF-SORT
           END-RETURN.
           PERFORM READ-NEXT-ITEM.
           PERFORM GET-NEXT-ISSUE-GROUP.
           PERFORM PROPOSE-NEXT-PAIR
               UNTIL ITEM-KEY = HIGH-VALUES AND
                   GROUP-KEY = HIGH-VALUES.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ITEM-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE CATALOG-FILE.
           CLOSE PROPOSAL-FILE.
           CLOSE REPORT-FILE.

       READ-NEXT-ITEM.
           READ ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-ITEMS
           END-READ.
           IF END-OF-ITEMS = "Y"
               MOVE HIGH-VALUES TO ITEM-KEY
           ELSE
               MOVE ITEM-CODE TO ITEM-KEY
           END-IF.

       GET-NEXT-ISSUE-GROUP.
           MOVE ZERO TO GROUP-ISSUED.
           MOVE ZERO TO GROUP-PEAK-MONTH.
           IF END-OF-SORT = "Y"
               MOVE HIGH-VALUES TO GROUP-KEY
           ELSE
               MOVE SW-ITEM-CODE TO GROUP-KEY
               PERFORM ADD-ONE-ISSUE-MONTH
                   UNTIL END-OF-SORT = "Y" OR
                       SW-ITEM-CODE NOT = GROUP-KEY
           END-IF.

       ADD-ONE-ISSUE-MONTH.
           MOVE SW-PERIOD TO MONTH-KEY.
           MOVE ZERO TO MONTH-ISSUED.
           PERFORM UNTIL END-OF-SORT = "Y" OR
               SW-ITEM-CODE NOT = GROUP-KEY OR
               SW-PERIOD NOT = MONTH-KEY
               ADD SW-QUANTITY TO MONTH-ISSUED
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO END-OF-SORT
               END-RETURN
           END-PERFORM.
           ADD MONTH-ISSUED TO GROUP-ISSUED.
           IF MONTH-ISSUED > GROUP-PEAK-MONTH
               MOVE MONTH-ISSUED TO GROUP-PEAK-MONTH
           END-IF.

       PROPOSE-NEXT-PAIR.
           EVALUATE TRUE
               WHEN ITEM-KEY = GROUP-KEY
                   MOVE GROUP-ISSUED TO ITEM-ISSUED
                   MOVE GROUP-PEAK-MONTH TO ITEM-PEAK-MONTH
                   PERFORM PROPOSE-FOR-ITEM
                   PERFORM READ-NEXT-ITEM
                   PERFORM GET-NEXT-ISSUE-GROUP
               WHEN GROUP-KEY < ITEM-KEY
                   ADD 1 TO ORPHAN-CODES
                   PERFORM GET-NEXT-ISSUE-GROUP
               WHEN OTHER
                   MOVE ZERO TO ITEM-ISSUED
                   MOVE ZERO TO ITEM-PEAK-MONTH
                   PERFORM PROPOSE-FOR-ITEM
                   PERFORM READ-NEXT-ITEM
           END-EVALUATE.

       PROPOSE-FOR-ITEM.
           ADD 1 TO ITEMS-CHECKED.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "Y" TO SUPPLIER-EXIST.
           MOVE ITEM-SUPPLIER-CODE TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY MOVE "N" TO SUPPLIER-EXIST
           END-READ.
           IF SUPPLIER-EXIST = "Y" AND LEAD-TIME IS NUMERIC AND
               LEAD-TIME > ZERO
               MOVE LEAD-TIME TO ITEM-LEAD-TIME
           ELSE
               MOVE DEFAULT-LEAD-TIME TO ITEM-LEAD-TIME
               MOVE "NO LEAD TIME - 14 DAYS USED" TO DL-REMARK
               ADD 1 TO DEFAULT-LEAD-COUNT
           END-IF.
           COMPUTE AVERAGE-DAILY ROUNDED =
               ITEM-ISSUED / (HISTORY-MONTHS * 30).
           COMPUTE PEAK-DAILY ROUNDED = ITEM-PEAK-MONTH / 30.
           COMPUTE WORK-QTY =
               (ITEM-PEAK-MONTH * ITEM-LEAD-TIME / 30) + 0.99.
           COMPUTE NEW-LEVEL = WORK-QTY
               ON SIZE ERROR MOVE 99999 TO NEW-LEVEL
           END-COMPUTE.
           COMPUTE WORK-QTY = (ITEM-ISSUED / HISTORY-MONTHS) + 0.99.
           COMPUTE NEW-QUANTITY = WORK-QTY
               ON SIZE ERROR MOVE 99999 TO NEW-QUANTITY
           END-COMPUTE.
           IF NEW-QUANTITY > ZERO
               PERFORM APPLY-CATALOG-RULES
           END-IF.
           IF REORDER-QUANTITY IS NUMERIC
               MOVE REORDER-QUANTITY TO OLD-QUANTITY
           ELSE
               MOVE ZERO TO OLD-QUANTITY
           END-IF.
           IF NEW-LEVEL = REORDER-LEVEL AND
               NEW-QUANTITY = OLD-QUANTITY
               ADD 1 TO ITEMS-UNCHANGED
           ELSE
               IF ITEM-ISSUED = ZERO AND DL-REMARK = SPACES
                   MOVE "NO ISSUES IN HISTORY" TO DL-REMARK
               END-IF
               PERFORM WRITE-PROPOSAL
           END-IF.

       APPLY-CATALOG-RULES.
           MOVE "Y" TO CATALOG-EXIST.
           MOVE ITEM-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE ITEM-CODE TO SC-ITEM-CODE.
           READ CATALOG-FILE
               INVALID KEY MOVE "N" TO CATALOG-EXIST
           END-READ.
           IF CATALOG-EXIST = "Y"
               IF SC-MIN-ORDER-QTY > ZERO AND
                   NEW-QUANTITY < SC-MIN-ORDER-QTY
                   MOVE SC-MIN-ORDER-QTY TO NEW-QUANTITY
               END-IF
               IF SC-PACK-SIZE > ZERO
                   COMPUTE ORDER-PACKS =
                       (NEW-QUANTITY + SC-PACK-SIZE - 1) /
                       SC-PACK-SIZE
                   COMPUTE NEW-QUANTITY =
                       ORDER-PACKS * SC-PACK-SIZE
               END-IF
           END-IF.

       WRITE-PROPOSAL.
           MOVE ITEM-CODE TO RP-ITEM-CODE.
           MOVE TODAY-DATE TO RP-RUN-DATE.
           MOVE HISTORY-MONTHS TO RP-HISTORY-MONTHS.
           MOVE ITEM-ISSUED TO RP-TOTAL-ISSUED.
           MOVE AVERAGE-DAILY TO RP-AVERAGE-DAILY.
           MOVE PEAK-DAILY TO RP-PEAK-DAILY.
           MOVE ITEM-LEAD-TIME TO RP-LEAD-TIME.
           MOVE REORDER-LEVEL TO RP-OLD-LEVEL.
           MOVE NEW-LEVEL TO RP-NEW-LEVEL.
           MOVE OLD-QUANTITY TO RP-OLD-QUANTITY.
           MOVE NEW-QUANTITY TO RP-NEW-QUANTITY.
           WRITE REORDER-PROPOSAL-RECORD
               INVALID KEY DISPLAY "PROPOSAL ALREADY ON FILE: "
                   RP-ITEM-CODE
               NOT INVALID KEY ADD 1 TO PROPOSALS-WRITTEN
           END-WRITE.
           MOVE ITEM-CODE TO DL-ITEM-CODE.
           MOVE ITEM-NAME TO DL-ITEM-NAME.
           MOVE AVERAGE-DAILY TO DL-AVERAGE-DAILY.
           MOVE PEAK-DAILY TO DL-PEAK-DAILY.
           MOVE ITEM-LEAD-TIME TO DL-LEAD-TIME.
           MOVE REORDER-LEVEL TO DL-OLD-LEVEL.
           MOVE NEW-LEVEL TO DL-NEW-LEVEL.
           MOVE OLD-QUANTITY TO DL-OLD-QUANTITY.
           MOVE NEW-QUANTITY TO DL-NEW-QUANTITY.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MOVEMENTS READ" TO TL-CAPTION.
           MOVE MOVEMENTS-READ TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ISSUES IN HISTORY" TO TL-CAPTION.
           MOVE ISSUES-SELECTED TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS CHECKED" TO TL-CAPTION.
           MOVE ITEMS-CHECKED TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PROPOSALS WRITTEN" TO TL-CAPTION.
           MOVE PROPOSALS-WRITTEN TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS UNCHANGED" TO TL-CAPTION.
           MOVE ITEMS-UNCHANGED TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEFAULT LEAD TIME USED" TO TL-CAPTION.
           MOVE DEFAULT-LEAD-COUNT TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ISSUED CODES NOT ON FILE" TO TL-CAPTION.
           MOVE ORPHAN-CODES TO TL-VALUE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
