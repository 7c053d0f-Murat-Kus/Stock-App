       IDENTIFICATION DIVISION.
       PROGRAM-ID. kit-availability.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. KIT AVAILABILITY REPORT. READS THE BILL OF
      *MATERIALS FILE IN KEY ORDER, ONE KIT AT A TIME, AND FOR
      *EVERY COMPONENT WORKS OUT HOW MANY KITS ITS FREE STOCK
      *(QUANTITY-ON-HAND LESS QUANTITY-ALLOCATED) WOULD COVER AT
      *ITS QUANTITY PER KIT. WHEN A LOCATION IS KEYED THE FREE
      *STOCK IS ALSO CAPPED AT THE COMPONENT'S BALANCE THERE, THE
      *SAME TEST THE KIT BUILD MAKES BEFORE IT POSTS. THE NUMBER
      *OF KITS THAT COULD BE BUILT IS THE LOWEST OF THESE, AND THE
      *COMPONENT GIVING IT IS PRINTED AS THE BOTTLENECK. A
      *COMPONENT NO LONGER ON ITEM-FILE COUNTS AS NO STOCK.
      *CONTROL TOTALS ARE PRINTED AT THE END OF KITAVAIL.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BOM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\bomfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BOM-KEY.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\itemfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE.

           SELECT OPTIONAL LOCATION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\locbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LOC-BAL-KEY.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\kitavail.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BOM-FILE.
       COPY BOMREC.

       FD  ITEM-FILE.
       COPY ITEMREC.

       FD  LOCATION-FILE.
       COPY LOCBAL.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01  END-OF-BOM PIC X VALUE "N".
       01  ITEM-EXIST PIC X.
       01  LOCATION-EXIST PIC X.
       01  LOCATION-VALID PIC X.
       01  WANTED-LOCATION PIC X(3).
       01  TODAY-DATE PIC 9(8).
       01  CURRENT-KIT-CODE PIC X(5).
       01  COMPONENT-FREE PIC S9(6).
       01  COMPONENT-KITS PIC 9(6).
       01  KIT-BUILDABLE PIC 9(6).
       01  BOTTLENECK-CODE PIC X(5).
       01  BOTTLENECK-NAME PIC X(20).
       01  KITS-READ PIC 9(5) VALUE ZERO.
       01  KITS-BUILDABLE PIC 9(5) VALUE ZERO.
       01  KITS-BLOCKED PIC 9(5) VALUE ZERO.
       01  LINES-READ PIC 9(7) VALUE ZERO.
       01  COMPONENTS-MISSING PIC 9(5) VALUE ZERO.

       01  HEADING-LINE-1.
           02 FILLER PIC X(30) VALUE "KIT AVAILABILITY REPORT - RUN ".
           02 HL-RUN-DATE PIC 9(8).
           02 FILLER PIC X(12) VALUE "  LOCATION: ".
           02 HL-LOCATION PIC X(3).

       01  HEADING-LINE-2.
           02 FILLER PIC X(11) VALUE "    ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(09) VALUE "PER KIT".
           02 FILLER PIC X(10) VALUE "FREE".
           02 FILLER PIC X(10) VALUE "KITS".

       01  KIT-LINE.
           02 FILLER PIC X(04) VALUE "KIT ".
           02 KL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 KL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(11) VALUE "  ON HAND: ".
           02 KL-ON-HAND PIC ZZZZ9.

       01  DETAIL-LINE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DL-PER-KIT PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-FREE PIC ZZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DL-KITS PIC ZZZZZ9.

       01  BUILD-LINE.
           02 FILLER PIC X(14) VALUE "    CAN BUILD ".
           02 BL-BUILDABLE PIC ZZZZZ9.
           02 FILLER PIC X(14) VALUE "  BOTTLENECK: ".
           02 BL-ITEM-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 BL-ITEM-NAME PIC X(20).

       01  COUNT-LINE.
           02 CL-CAPTION PIC X(28).
           02 CL-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       START-PARAG.
           PERFORM GET-REPORT-LOCATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BOM-FILE.
           OPEN INPUT ITEM-FILE.
           OPEN INPUT LOCATION-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE TODAY-DATE TO HL-RUN-DATE.
           IF WANTED-LOCATION = SPACES
               MOVE "ALL" TO HL-LOCATION
           ELSE
               MOVE WANTED-LOCATION TO HL-LOCATION
           END-IF.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

           READ BOM-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-BOM
           END-READ.
           PERFORM UNTIL END-OF-BOM = "Y"
               PERFORM REPORT-ONE-KIT
           END-PERFORM.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE BOM-FILE.
           CLOSE ITEM-FILE.
           CLOSE LOCATION-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "KITS READ         : " KITS-READ.
           DISPLAY "KITS BUILDABLE    : " KITS-BUILDABLE.
           DISPLAY "KITS BLOCKED      : " KITS-BLOCKED.
           DISPLAY "KIT AVAILABILITY REPORT WRITTEN TO KITAVAIL".
           STOP RUN.

       GET-REPORT-LOCATION.
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

       REPORT-ONE-KIT.
           ADD 1 TO KITS-READ.
           MOVE BOM-KIT-CODE TO CURRENT-KIT-CODE.
           MOVE 999999 TO KIT-BUILDABLE.
           MOVE SPACES TO BOTTLENECK-CODE.
           MOVE SPACES TO BOTTLENECK-NAME.
           PERFORM WRITE-KIT-LINE.
           PERFORM UNTIL END-OF-BOM = "Y" OR
               BOM-KIT-CODE NOT = CURRENT-KIT-CODE
               ADD 1 TO LINES-READ
               PERFORM WRITE-COMPONENT-LINE
               READ BOM-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-BOM
               END-READ
           END-PERFORM.
           PERFORM WRITE-BUILD-LINE.

       WRITE-KIT-LINE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE CURRENT-KIT-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CURRENT-KIT-CODE TO KL-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO KL-ITEM-NAME
               MOVE ZERO TO KL-ON-HAND
           ELSE
               MOVE ITEM-NAME TO KL-ITEM-NAME
               MOVE QUANTITY-ON-HAND TO KL-ON-HAND
           END-IF.
           MOVE KIT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-COMPONENT-LINE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE BOM-COMPONENT-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE ZERO TO COMPONENT-FREE.
           MOVE BOM-COMPONENT-CODE TO DL-ITEM-CODE.
           IF ITEM-EXIST = "N"
               ADD 1 TO COMPONENTS-MISSING
               MOVE "** NOT ON ITEM FILE" TO DL-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO DL-ITEM-NAME
               COMPUTE COMPONENT-FREE =
                   QUANTITY-ON-HAND - QUANTITY-ALLOCATED
               IF COMPONENT-FREE < ZERO
                   MOVE ZERO TO COMPONENT-FREE
               END-IF
               IF WANTED-LOCATION NOT = SPACES
                   PERFORM CAP-AT-LOCATION
               END-IF
           END-IF.
           IF BOM-QUANTITY-PER-KIT > ZERO
               DIVIDE COMPONENT-FREE BY BOM-QUANTITY-PER-KIT
                   GIVING COMPONENT-KITS
           ELSE
               MOVE ZERO TO COMPONENT-KITS
           END-IF.
           IF COMPONENT-KITS < KIT-BUILDABLE
               MOVE COMPONENT-KITS TO KIT-BUILDABLE
               MOVE BOM-COMPONENT-CODE TO BOTTLENECK-CODE
               MOVE DL-ITEM-NAME TO BOTTLENECK-NAME
           END-IF.
           MOVE BOM-QUANTITY-PER-KIT TO DL-PER-KIT.
           MOVE COMPONENT-FREE TO DL-FREE.
           MOVE COMPONENT-KITS TO DL-KITS.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CAP-AT-LOCATION.
           MOVE "Y" TO LOCATION-EXIST.
           MOVE ITEM-CODE TO LB-ITEM-CODE.
           MOVE WANTED-LOCATION TO LB-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY MOVE "N" TO LOCATION-EXIST
           END-READ.
           IF LOCATION-EXIST = "N"
               MOVE ZERO TO COMPONENT-FREE
           ELSE
               IF LB-QUANTITY < COMPONENT-FREE
                   MOVE LB-QUANTITY TO COMPONENT-FREE
               END-IF
           END-IF.

       WRITE-BUILD-LINE.
           IF KIT-BUILDABLE > ZERO
               ADD 1 TO KITS-BUILDABLE
           ELSE
               ADD 1 TO KITS-BLOCKED
           END-IF.
           MOVE KIT-BUILDABLE TO BL-BUILDABLE.
           MOVE BOTTLENECK-CODE TO BL-ITEM-CODE.
           MOVE BOTTLENECK-NAME TO BL-ITEM-NAME.
           MOVE BUILD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KITS ON BILL OF MATERIALS" TO CL-CAPTION.
           MOVE KITS-READ TO CL-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KITS THAT CAN BE BUILT" TO CL-CAPTION.
           MOVE KITS-BUILDABLE TO CL-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KITS BLOCKED BY A SHORTAGE" TO CL-CAPTION.
           MOVE KITS-BLOCKED TO CL-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COMPONENT LINES READ" TO CL-CAPTION.
           MOVE LINES-READ TO CL-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COMPONENTS NOT ON ITEM FILE" TO CL-CAPTION.
           MOVE COMPONENTS-MISSING TO CL-VALUE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
