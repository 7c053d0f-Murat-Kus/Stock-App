       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-journal.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. PERIOD-END GENERAL LEDGER INTERFACE FOR STOCK.
      *EVERY MOVEMENT DATED IN THE KEYED PERIOD IS READ, FROM THAT
      *PERIOD'S MOVARCH FILE IF IT HAS BEEN ARCHIVED AND FROM THE
      *LIVE MOVEMENT LEDGER IF IT HAS NOT, AND ITS COST VALUE -
      *THE COST OF THE LAYER IT CREATED OR THE LAYERS IT RELIEVED
      *- IS ADDED UP BY MOVEMENT TYPE. A BALANCED DOUBLE-ENTRY
      *JOURNAL IS THEN WRITTEN TO GLJRNL PLUS YYYYMM:
      *  RECEIPTS             DR STOCK     CR GRNI
      *  ISSUES AND PICKS     DR COS       CR STOCK
      *  COUNT ADJUSTMENTS    DR WRITEOFF  CR STOCK (GAINS REVERSE)
      *  CUSTOMER RETURNS     DR STOCK     CR COS
      *  RETURNS TO SUPPLIER  DR GRNI      CR STOCK
      *  WRITE-OFFS           DR WRITEOFF  CR STOCK
      *TRANSFERS BETWEEN LOCATIONS CARRY NO VALUE AND POST
      *NOTHING. KIT BUILDS ONLY TURN COMPONENT STOCK INTO KIT
      *STOCK AT THE SAME COST, SO THE COMPONENTS USED AND THE KITS
      *BUILT ARE LISTED BUT POST NOTHING EITHER. THE LEDGER
      *CODES FOR EACH ROLE COME FROM THE
      *GLACCOUNTS MAPPING FILE, AND THE RUN IS REFUSED IF A ROLE
      *IS NOT MAPPED. CONTROL TOTALS ARE PRINTED TO GLJRNLRPT AND
      *A PERIOD IS ONLY RECORDED ON THE GLCONTROL FILE WHEN ITS
      *JOURNAL BALANCES; A PERIOD ALREADY ON GLCONTROL IS REFUSED,
      *SO THE SAME MONTH CANNOT BE POSTED TO THE LEDGER TWICE.
      *A PERIOD THAT IS NOT STRICTLY BEFORE THE CURRENT MONTH IS
      *REFUSED, AS ITS MOVEMENTS ARE STILL BEING WRITTEN.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\movements.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVEMENT-ARCHIVE-FILE
           ASSIGN USING ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\glaccounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-CONTROL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\glcontrol.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE
           ASSIGN USING JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\gljrnlrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  GL-ACCOUNT-FILE.
       COPY GLACCT.

       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD.
        02 GC-PERIOD PIC X(6).
        02 GC-DATE-POSTED PIC 9(8).
        02 GC-MOVEMENTS PIC 9(7).
        02 GC-TOTAL-DEBITS PIC 9(11)V99.
        02 GC-TOTAL-CREDITS PIC 9(11)V99.

       FD  GL-JOURNAL-FILE.
       COPY GLJREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01  END-OF-FILE PIC X.
       01  JOURNAL-PERIOD PIC X(6).
       01  ARCHIVE-FILE-NAME PIC X(60).
       01  JOURNAL-FILE-NAME PIC X(60).
       01  TODAY-DATE PIC 9(8).
       01  PERIOD-POSTED PIC X VALUE "N".
       01  POSTED-ON-DATE PIC 9(8).
       01  MAP-OK PIC X VALUE "Y".
       01  POST-CONFIRM PIC X VALUE "Y".
       01  ACCOUNTS-LOADED PIC 9(2) VALUE ZERO.
       01  ACCOUNT-IDX PIC 9(2).
       01  TYPE-IDX PIC 9(2).
       01  WANTED-ROLE PIC X(8).
       01  FOUND-ACCOUNT-CODE PIC X(10).
       01  THIS-DIRECTION PIC X(1).
       01  THIS-COST-VALUE PIC S9(9)V99.
       01  THIS-VALUE-OK PIC X.
       01  ARCHIVE-READ PIC 9(7) VALUE ZERO.
       01  LIVE-READ PIC 9(7) VALUE ZERO.
       01  MOVEMENTS-IN-PERIOD PIC 9(7) VALUE ZERO.
       01  UNVALUED-COUNT PIC 9(7) VALUE ZERO.
       01  UNKNOWN-TYPE-COUNT PIC 9(7) VALUE ZERO.
       01  JOURNAL-LINES PIC 9(4) VALUE ZERO.
       01  TOTAL-DEBITS PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-CREDITS PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-VALUE-IN PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-VALUE-OUT PIC 9(11)V99 VALUE ZERO.
       01  NET-STOCK-CHANGE PIC S9(11)V99.
       01  LINE-ROLE PIC X(8).
       01  LINE-SIDE PIC X(1).
       01  LINE-AMOUNT PIC 9(11)V99.
       01  RUN-STATUS PIC X(40).
       01  EDIT-VALUE PIC -(10)9.99.

       01  ACCOUNT-TABLE.
           02 ACCOUNT-ENTRY OCCURS 20 TIMES.
            03 AT-ROLE PIC X(8).
            03 AT-ACCOUNT-CODE PIC X(10).

       01  POSTING-TABLE-VALUES.
           02 FILLER PIC X(29) VALUE "RGRNI    RECEIPTS".
           02 FILLER PIC X(29) VALUE "ICOS     ISSUES AND PICKS".
           02 FILLER PIC X(29) VALUE "AWRITEOFFCOUNT ADJUSTMENTS".
           02 FILLER PIC X(29) VALUE "CCOS     CUSTOMER RETURNS".
           02 FILLER PIC X(29) VALUE "VGRNI    RETURNS TO SUPPLIER".
           02 FILLER PIC X(29) VALUE "WWRITEOFFWRITE-OFFS".
           02 FILLER PIC X(29) VALUE "T        TRANSFERS".
           02 FILLER PIC X(29) VALUE "K        KIT COMPONENTS USED".
           02 FILLER PIC X(29) VALUE "B        KITS BUILT".
       01  POSTING-TABLE REDEFINES POSTING-TABLE-VALUES.
           02 POSTING-ENTRY OCCURS 9 TIMES.
            03 PT-TYPE PIC X(1).
            03 PT-OTHER-ROLE PIC X(8).
            03 PT-NARRATIVE PIC X(20).
       01  POSTING-TOTALS.
           02 POSTING-TOTAL OCCURS 9 TIMES.
            03 PT-MOVEMENTS PIC 9(7).
            03 PT-VALUE-IN PIC 9(11)V99.
            03 PT-VALUE-OUT PIC 9(11)V99.

       01  HEADING-LINE-1.
           02 FILLER PIC X(32)
               VALUE "GL STOCK JOURNAL FOR PERIOD ".
           02 HL-PERIOD PIC X(6).
           02 FILLER PIC X(10) VALUE "  RUN ON ".
           02 HL-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           02 FILLER PIC X(22) VALUE "MOVEMENT TYPE".
           02 FILLER PIC X(10) VALUE "MOVEMENTS".
           02 FILLER PIC X(16) VALUE "   VALUE IN".
           02 FILLER PIC X(16) VALUE "  VALUE OUT".
           02 FILLER PIC X(12) VALUE "STOCK WITH".

       01  DETAIL-LINE.
           02 DL-NARRATIVE PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-MOVEMENTS PIC ZZZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DL-VALUE-IN PIC ZZZZZZZZZZ9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-VALUE-OUT PIC ZZZZZZZZZZ9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-OTHER-ROLE PIC X(8).

       01  JOURNAL-HEADING.
           02 FILLER PIC X(06) VALUE "LINE".
           02 FILLER PIC X(12) VALUE "ACCOUNT".
           02 FILLER PIC X(16) VALUE "          DEBIT".
           02 FILLER PIC X(16) VALUE "         CREDIT".
           02 FILLER PIC X(30) VALUE "NARRATIVE".

       01  JOURNAL-DETAIL.
           02 JD-LINE-NUMBER PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 JD-ACCOUNT-CODE PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 JD-DEBIT PIC ZZZZZZZZZZ9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 JD-CREDIT PIC ZZZZZZZZZZ9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 JD-NARRATIVE PIC X(30).

       01  TOTAL-LINE.
           02 TL-CAPTION PIC X(32).
           02 TL-VALUE PIC X(20).

       PROCEDURE DIVISION.
       START-PARAG.
           DISPLAY " "
           DISPLAY "ENTER PERIOD TO POST TO THE LEDGER (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT JOURNAL-PERIOD.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF JOURNAL-PERIOD NOT NUMERIC
               DISPLAY "PERIOD MUST BE KEYED AS YYYYMM - NOT RUN"
               STOP RUN
           END-IF.
           IF JOURNAL-PERIOD NOT < TODAY-DATE(1:6)
               DISPLAY "PERIOD MUST BE BEFORE THE CURRENT MONTH - "
                   "NOT RUN"
               STOP RUN
           END-IF.
           PERFORM CHECK-PERIOD-POSTED.
           IF PERIOD-POSTED = "Y"
               DISPLAY "PERIOD " JOURNAL-PERIOD " ALREADY POSTED ON "
                   POSTED-ON-DATE " - NOT RUN"
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM CHECK-ACCOUNT-MAP.
           IF MAP-OK = "N"
               DISPLAY "GL ACCOUNT MAPPING INCOMPLETE - NOT RUN"
               STOP RUN
           END-IF.

           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 9
               MOVE ZERO TO PT-MOVEMENTS(TYPE-IDX)
               MOVE ZERO TO PT-VALUE-IN(TYPE-IDX)
               MOVE ZERO TO PT-VALUE-OUT(TYPE-IDX)
           END-PERFORM.
           PERFORM SCAN-ARCHIVE-FILE.
           PERFORM SCAN-LIVE-FILE.
           IF MOVEMENTS-IN-PERIOD = ZERO
               DISPLAY "NO MOVEMENTS FOUND FOR PERIOD "
                   JOURNAL-PERIOD " - NOT POSTED"
               STOP RUN
           END-IF.
           IF UNVALUED-COUNT > ZERO OR UNKNOWN-TYPE-COUNT > ZERO
               DISPLAY "MOVEMENTS WITH NO COST VALUE : "
                   UNVALUED-COUNT
               DISPLAY "MOVEMENTS OF UNKNOWN TYPE    : "
                   UNKNOWN-TYPE-COUNT
               DISPLAY "POST THE JOURNAL WITHOUT THEM? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT POST-CONFIRM
               IF POST-CONFIRM = "y"
                   MOVE "Y" TO POST-CONFIRM
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE JOURNAL-PERIOD TO HL-PERIOD.
           MOVE TODAY-DATE TO HL-RUN-DATE.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-TYPE-SUMMARY
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 9.
           IF POST-CONFIRM = "Y"
               PERFORM WRITE-JOURNAL-FILE
               IF TOTAL-DEBITS = TOTAL-CREDITS
                   PERFORM RECORD-PERIOD-POSTED
                   MOVE "JOURNAL BALANCED - PERIOD POSTED"
                       TO RUN-STATUS
               ELSE
                   PERFORM CLEAR-JOURNAL-FILE
                   MOVE "JOURNAL DOES NOT BALANCE - NOT POSTED"
                       TO RUN-STATUS
               END-IF
           ELSE
               MOVE "JOURNAL NOT WRITTEN - NOT POSTED" TO RUN-STATUS
           END-IF.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY " "
           DISPLAY "MOVEMENTS IN PERIOD : " MOVEMENTS-IN-PERIOD.
           DISPLAY "JOURNAL LINES       : " JOURNAL-LINES.
           MOVE TOTAL-DEBITS TO EDIT-VALUE.
           DISPLAY "TOTAL DEBITS        : " EDIT-VALUE.
           MOVE TOTAL-CREDITS TO EDIT-VALUE.
           DISPLAY "TOTAL CREDITS       : " EDIT-VALUE.
           DISPLAY RUN-STATUS.
           IF JOURNAL-LINES > ZERO AND TOTAL-DEBITS = TOTAL-CREDITS
               DISPLAY "JOURNAL WRITTEN TO " JOURNAL-FILE-NAME
           END-IF.
           STOP RUN.

       CHECK-PERIOD-POSTED.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT GL-CONTROL-FILE.
           READ GL-CONTROL-FILE
               AT END MOVE "Y" TO END-OF-FILE
           END-READ.
           PERFORM UNTIL END-OF-FILE = "Y"
               IF GC-PERIOD = JOURNAL-PERIOD
                   MOVE "Y" TO PERIOD-POSTED
                   MOVE GC-DATE-POSTED TO POSTED-ON-DATE
               END-IF
               READ GL-CONTROL-FILE
                   AT END MOVE "Y" TO END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE GL-CONTROL-FILE.

       LOAD-ACCOUNT-MAP.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           READ GL-ACCOUNT-FILE
               AT END MOVE "Y" TO END-OF-FILE
           END-READ.
           PERFORM UNTIL END-OF-FILE = "Y"
               IF ACCOUNTS-LOADED < 20
                   ADD 1 TO ACCOUNTS-LOADED
                   MOVE GA-ROLE TO AT-ROLE(ACCOUNTS-LOADED)
                   MOVE GA-ACCOUNT-CODE
                       TO AT-ACCOUNT-CODE(ACCOUNTS-LOADED)
               END-IF
               READ GL-ACCOUNT-FILE
                   AT END MOVE "Y" TO END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE GL-ACCOUNT-FILE.

       CHECK-ACCOUNT-MAP.
           MOVE "STOCK" TO WANTED-ROLE.
           PERFORM CHECK-ONE-ROLE.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 9
               IF PT-OTHER-ROLE(TYPE-IDX) NOT = SPACES
                   MOVE PT-OTHER-ROLE(TYPE-IDX) TO WANTED-ROLE
                   PERFORM CHECK-ONE-ROLE
               END-IF
           END-PERFORM.

       CHECK-ONE-ROLE.
           PERFORM FIND-ACCOUNT-CODE.
           IF FOUND-ACCOUNT-CODE = SPACES
               DISPLAY "NO GL ACCOUNT MAPPED FOR " WANTED-ROLE
               MOVE "N" TO MAP-OK
           END-IF.

       FIND-ACCOUNT-CODE.
           MOVE SPACES TO FOUND-ACCOUNT-CODE.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNTS-LOADED
               IF AT-ROLE(ACCOUNT-IDX) = WANTED-ROLE
                   MOVE AT-ACCOUNT-CODE(ACCOUNT-IDX)
                       TO FOUND-ACCOUNT-CODE
               END-IF
           END-PERFORM.

       SCAN-ARCHIVE-FILE.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING "C:\Coding etc\Github Cobol\New folder\movarch"
               DELIMITED BY SIZE
               JOURNAL-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ARCHIVE-FILE-NAME
           END-STRING.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT MOVEMENT-ARCHIVE-FILE.
           READ MOVEMENT-ARCHIVE-FILE
               AT END MOVE "Y" TO END-OF-FILE
           END-READ.
           PERFORM UNTIL END-OF-FILE = "Y"
               ADD 1 TO ARCHIVE-READ
               IF ARC-MOVE-DATE(1:6) = JOURNAL-PERIOD
                   MOVE ARC-MOVE-DIRECTION TO THIS-DIRECTION
                   IF ARC-MOVE-COST-VALUE IS NUMERIC
                       MOVE ARC-MOVE-COST-VALUE TO THIS-COST-VALUE
                       MOVE "Y" TO THIS-VALUE-OK
                   ELSE
                       MOVE ZERO TO THIS-COST-VALUE
                       MOVE "N" TO THIS-VALUE-OK
                   END-IF
                   PERFORM ADD-MOVEMENT-TO-TOTALS
               END-IF
               READ MOVEMENT-ARCHIVE-FILE
                   AT END MOVE "Y" TO END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-ARCHIVE-FILE.

       SCAN-LIVE-FILE.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT MOVEMENT-FILE.
           READ MOVEMENT-FILE
               AT END MOVE "Y" TO END-OF-FILE
           END-READ.
           PERFORM UNTIL END-OF-FILE = "Y"
               ADD 1 TO LIVE-READ
               IF MOVEMENT-DATE(1:6) = JOURNAL-PERIOD
                   MOVE MOVEMENT-DIRECTION TO THIS-DIRECTION
                   IF MOVEMENT-COST-VALUE IS NUMERIC
                       MOVE MOVEMENT-COST-VALUE TO THIS-COST-VALUE
                       MOVE "Y" TO THIS-VALUE-OK
                   ELSE
                       MOVE ZERO TO THIS-COST-VALUE
                       MOVE "N" TO THIS-VALUE-OK
                   END-IF
                   PERFORM ADD-MOVEMENT-TO-TOTALS
               END-IF
               READ MOVEMENT-FILE
                   AT END MOVE "Y" TO END-OF-FILE
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-FILE.

       ADD-MOVEMENT-TO-TOTALS.
           ADD 1 TO MOVEMENTS-IN-PERIOD.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > 9 OR
               PT-TYPE(TYPE-IDX) = THIS-DIRECTION
               CONTINUE
           END-PERFORM.
           IF TYPE-IDX > 9
               ADD 1 TO UNKNOWN-TYPE-COUNT
           ELSE
               ADD 1 TO PT-MOVEMENTS(TYPE-IDX)
               IF THIS-VALUE-OK = "N"
                   ADD 1 TO UNVALUED-COUNT
               ELSE
                   IF THIS-COST-VALUE < ZERO
                       SUBTRACT THIS-COST-VALUE
                           FROM PT-VALUE-OUT(TYPE-IDX)
                   ELSE
                       ADD THIS-COST-VALUE TO PT-VALUE-IN(TYPE-IDX)
                   END-IF
               END-IF
           END-IF.

       PRINT-TYPE-SUMMARY.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PT-NARRATIVE(TYPE-IDX) TO DL-NARRATIVE.
           MOVE PT-MOVEMENTS(TYPE-IDX) TO DL-MOVEMENTS.
           MOVE PT-VALUE-IN(TYPE-IDX) TO DL-VALUE-IN.
           MOVE PT-VALUE-OUT(TYPE-IDX) TO DL-VALUE-OUT.
           IF PT-OTHER-ROLE(TYPE-IDX) = SPACES
               MOVE "NO POST" TO DL-OTHER-ROLE
           ELSE
               MOVE PT-OTHER-ROLE(TYPE-IDX) TO DL-OTHER-ROLE
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF PT-OTHER-ROLE(TYPE-IDX) NOT = SPACES
               ADD PT-VALUE-IN(TYPE-IDX) TO TOTAL-VALUE-IN
               ADD PT-VALUE-OUT(TYPE-IDX) TO TOTAL-VALUE-OUT
           END-IF.

       WRITE-JOURNAL-FILE.
           MOVE SPACES TO JOURNAL-FILE-NAME.
           STRING "C:\Coding etc\Github Cobol\New folder\gljrnl"
               DELIMITED BY SIZE
               JOURNAL-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME
           END-STRING.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE JOURNAL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM JOURNAL-ONE-TYPE
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 9.
           CLOSE GL-JOURNAL-FILE.

       JOURNAL-ONE-TYPE.
           IF PT-OTHER-ROLE(TYPE-IDX) NOT = SPACES
               IF PT-VALUE-IN(TYPE-IDX) > ZERO
                   MOVE PT-VALUE-IN(TYPE-IDX) TO LINE-AMOUNT
                   MOVE "STOCK" TO LINE-ROLE
                   MOVE "D" TO LINE-SIDE
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE PT-OTHER-ROLE(TYPE-IDX) TO LINE-ROLE
                   MOVE "C" TO LINE-SIDE
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
               IF PT-VALUE-OUT(TYPE-IDX) > ZERO
                   MOVE PT-VALUE-OUT(TYPE-IDX) TO LINE-AMOUNT
                   MOVE PT-OTHER-ROLE(TYPE-IDX) TO LINE-ROLE
                   MOVE "D" TO LINE-SIDE
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "STOCK" TO LINE-ROLE
                   MOVE "C" TO LINE-SIDE
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE LINE-ROLE TO WANTED-ROLE.
           PERFORM FIND-ACCOUNT-CODE.
           ADD 1 TO JOURNAL-LINES.
           MOVE JOURNAL-PERIOD TO GJ-PERIOD.
           MOVE JOURNAL-LINES TO GJ-LINE-NUMBER.
           MOVE FOUND-ACCOUNT-CODE TO GJ-ACCOUNT-CODE.
           MOVE LINE-SIDE TO GJ-DEBIT-CREDIT.
           MOVE LINE-AMOUNT TO GJ-AMOUNT.
           MOVE PT-TYPE(TYPE-IDX) TO GJ-MOVEMENT-TYPE.
           MOVE SPACES TO GJ-NARRATIVE.
           STRING "STOCK " DELIMITED BY SIZE
               PT-NARRATIVE(TYPE-IDX) DELIMITED BY SIZE
               INTO GJ-NARRATIVE
           END-STRING.
           MOVE TODAY-DATE TO GJ-DATE-POSTED.
           WRITE GL-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-DETAIL.
           MOVE JOURNAL-LINES TO JD-LINE-NUMBER.
           MOVE FOUND-ACCOUNT-CODE TO JD-ACCOUNT-CODE.
           IF GJ-DEBIT
               ADD LINE-AMOUNT TO TOTAL-DEBITS
               MOVE LINE-AMOUNT TO JD-DEBIT
           ELSE
               ADD LINE-AMOUNT TO TOTAL-CREDITS
               MOVE LINE-AMOUNT TO JD-CREDIT
           END-IF.
           MOVE GJ-NARRATIVE TO JD-NARRATIVE.
           MOVE JOURNAL-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLEAR-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           CLOSE GL-JOURNAL-FILE.

       RECORD-PERIOD-POSTED.
           MOVE JOURNAL-PERIOD TO GC-PERIOD.
           MOVE TODAY-DATE TO GC-DATE-POSTED.
           MOVE MOVEMENTS-IN-PERIOD TO GC-MOVEMENTS.
           MOVE TOTAL-DEBITS TO GC-TOTAL-DEBITS.
           MOVE TOTAL-CREDITS TO GC-TOTAL-CREDITS.
           OPEN EXTEND GL-CONTROL-FILE.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVE RECORDS READ" TO TL-CAPTION.
           MOVE ARCHIVE-READ TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "LIVE LEDGER RECORDS READ" TO TL-CAPTION.
           MOVE LIVE-READ TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "MOVEMENTS IN PERIOD" TO TL-CAPTION.
           MOVE MOVEMENTS-IN-PERIOD TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "MOVEMENTS WITH NO COST VALUE" TO TL-CAPTION.
           MOVE UNVALUED-COUNT TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "MOVEMENTS OF UNKNOWN TYPE" TO TL-CAPTION.
           MOVE UNKNOWN-TYPE-COUNT TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "JOURNAL LINES WRITTEN" TO TL-CAPTION.
           MOVE JOURNAL-LINES TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "TOTAL DEBITS" TO TL-CAPTION.
           MOVE TOTAL-DEBITS TO EDIT-VALUE.
           MOVE EDIT-VALUE TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "TOTAL CREDITS" TO TL-CAPTION.
           MOVE TOTAL-CREDITS TO EDIT-VALUE.
           MOVE EDIT-VALUE TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           COMPUTE NET-STOCK-CHANGE = TOTAL-VALUE-IN - TOTAL-VALUE-OUT.
           MOVE "NET CHANGE IN STOCK AT COST" TO TL-CAPTION.
           MOVE NET-STOCK-CHANGE TO EDIT-VALUE.
           MOVE EDIT-VALUE TO TL-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RUN-STATUS TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
