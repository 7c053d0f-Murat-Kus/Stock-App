           SELECT OPTIONAL GRN-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\grnfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRN-NUMBER.

           SELECT OPTIONAL GRN-CONTROL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\pricehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVOICE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\invoices.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVOICE-KEY.

           SELECT OPTIONAL INV-CONTROL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\invnumber.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\invoice.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETURN-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\returns.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RETURN-KEY.

           SELECT OPTIONAL RMA-CONTROL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\rmanumber.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DN-CONTROL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\dnnumber.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEBIT-NOTE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\debitnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUPPLIER-INVOICE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\supinvoice.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-INVOICE-KEY.

           SELECT OPTIONAL REORDER-PROPOSAL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\reordprop.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-ITEM-CODE.

           SELECT OPTIONAL REPLEN-PICK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\replenpick.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOT-BALANCE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\lotbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-BAL-KEY.

           SELECT OPTIONAL BOM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\New folder\bomfile.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOM-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD  PRICE-HISTORY-FILE.
       COPY PRCHREC.

       FD  INVOICE-FILE.
       COPY INVREC.

       FD  INV-CONTROL-FILE.
       01  INV-CONTROL-RECORD.
        02 INV-CONTROL-NUMBER PIC 9(6).

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-LINE PIC X(100).

       FD  RETURN-FILE.
       COPY RETREC.

       FD  RMA-CONTROL-FILE.
       01  RMA-CONTROL-RECORD.
        02 RMA-CONTROL-NUMBER PIC 9(6).

       FD  DN-CONTROL-FILE.
       01  DN-CONTROL-RECORD.
        02 DN-CONTROL-NUMBER PIC 9(6).

       FD  DEBIT-NOTE-FILE.
       01  DEBIT-NOTE-LINE PIC X(100).

       FD  SUPPLIER-INVOICE-FILE.
       COPY SUPINV.

       FD  REORDER-PROPOSAL-FILE.
       COPY REORDPRP.

       FD  REPLEN-PICK-FILE.
       COPY REPLPICK.

       FD  LOT-BALANCE-FILE.
       COPY LOTBAL.

       FD  BOM-FILE.
       COPY BOMREC.

       FD  DELETED-ITEM-FILE.
       COPY ITEMREC REPLACING == STOCK-ITEMS ==
           BY == DELETED-STOCK-ITEMS ==
           == QUANTITY-ON-HAND == BY == DEL-QUANTITY-ON-HAND ==
           == REORDER-LEVEL == BY == DEL-REORDER-LEVEL ==
           == ITEM-SUPPLIER-CODE == BY == DEL-ITEM-SUPPLIER-CODE ==
           == QUANTITY-ALLOCATED == BY == DEL-QUANTITY-ALLOCATED ==
           == REORDER-QUANTITY == BY == DEL-REORDER-QUANTITY ==
           == ITEM-ABC-CLASS == BY == DEL-ITEM-ABC-CLASS ==
           == ITEM-LAST-COUNTED == BY == DEL-ITEM-LAST-COUNTED ==
           == ITEM-LAST-VARIANCE-DATE ==
               BY == DEL-ITEM-LAST-VARIANCE-DATE ==
           == ITEM-LOT-CONTROLLED ==
               BY == DEL-ITEM-LOT-CONTROLLED ==.

       WORKING-STORAGE SECTION.

       01  PICKED-LINES PIC 9(3).
       01  BACKORDER-CUSTOMER-CODE PIC X(5).
       01  BACKORDER-ORDER-NUMBER PIC 9(6).
       01  RELIEVED-COST PIC 9(9)V99.
       01  NEXT-INVOICE-NUMBER PIC 9(6).
       01  CURRENT-INVOICE-NUMBER PIC 9(6).
       01  INVOICE-LINES PIC 9(3).
       01  INVOICE-DONE PIC X.
       01  INVOICE-CUSTOMER-CODE PIC X(5).
       01  INVOICE-SALES-TOTAL PIC 9(9)V99.
       01  INVOICE-COST-TOTAL PIC 9(9)V99.
       01  INVOICE-MARGIN PIC S9(9)V99.
       01  INVOICE-VALUE-SHOWN PIC Z(8)9.99.
       01  INVOICE-MARGIN-SHOWN PIC -Z(8)9.99.
       01  RETURNS-CHOISE PIC 9.
       01  DISPOSAL-CHOISE PIC 9.
       01  RETURN-EXIST PIC X.
       01  RETURN-DONE PIC X.
       01  REASON-VALID PIC X.
       01  DISPOSAL-DONE PIC X.
       01  TRANSFER-DONE PIC X.
       01  NEXT-RMA-NUMBER PIC 9(6).
       01  CURRENT-RMA-NUMBER PIC 9(6).
       01  WANTED-RMA-NUMBER PIC 9(6).
       01  RMA-LINES-WRITTEN PIC 9(3).
       01  RMA-LINES-BOOKED PIC 9(3).
       01  RMA-CUSTOMER-CODE PIC X(5).
       01  RETURN-ITEM-INPUT PIC X(5).
       01  RETURN-QTY-INPUT PIC 9(5).
       01  RETURN-REASON-INPUT PIC X(2).
       01  RETURN-REASON-TEXT PIC X(12).
       01  PRIOR-RETURN-QTY PIC 9(6).
       01  RETURNABLE-QTY PIC S9(6).
       01  RETURN-UNIT-COST PIC 9(6)V99.
       01  RET-LOCATION-QTY PIC 9(5).
       01  COST-QTY-FOUND PIC 9(7).
       01  COST-VALUE-FOUND PIC 9(9)V99.
       01  NEXT-DEBIT-NOTE-NUMBER PIC 9(6).
       01  DEBIT-NOTE-UNIT-COST PIC 9(6)V99.
       01  DEBIT-NOTE-VALUE PIC 9(9)V99.
       01  SUPINV-CHOISE PIC 9.
       01  SI-INVOICE-EXIST PIC X.
       01  SI-LINE-DONE PIC X.
       01  SI-SCAN-DONE PIC X.
       01  SI-LINES-KEYED PIC 9(3).
       01  SI-LINES-HELD PIC 9(3).
       01  SI-LINES-RELEASED PIC 9(3).
       01  SI-INVOICE-DATE-INPUT PIC 9(8).
       01  SI-QTY-INPUT PIC 9(5).
       01  GRN-DONE PIC X.
       01  GRN-QTY-FOUND PIC 9(7).
       01  GRN-COST-QTY PIC 9(7).
       01  GRN-COST-FOUND PIC 9(9)V99.
       01  LAYER-QTY-FOUND PIC 9(7).
       01  LAYER-COST-FOUND PIC 9(9)V99.
       01  PRIOR-INVOICED-QTY PIC 9(7).
       01  PRICE-TOLERANCE-PCT PIC 9(2)V99 VALUE 2.00.
       01  COMPARE-COST PIC 9(6)V99.
       01  PRICE-VARIANCE PIC S9(6)V99.
       01  PRICE-LIMIT PIC 9(6)V9999.
       01  PRICE-OUTSIDE PIC X.
       01  SI-VALUE-SHOWN PIC Z(8)9.99.
       01  MATCH-KEY.
           02 MATCH-SUPPLIER-CODE PIC X(5).
           02 MATCH-INVOICE-NUMBER PIC X(12).
           02 MATCH-PO-NUMBER PIC 9(6).
           02 MATCH-ITEM-CODE PIC X(5).
       01  MATCH-QTY PIC 9(5).
       01  MATCH-PRICE PIC 9(6)V99.
       01  MATCH-RECEIVED-QTY PIC 9(7).
       01  MATCH-BILLED-QTY PIC 9(7).
       01  MATCH-CATALOG-COST PIC 9(6)V99.
       01  MATCH-RECEIPT-COST PIC 9(6)V99.
       01  MATCH-STATUS PIC X(1).
       01  MATCH-REASON PIC X(2).
       01  AMEND-CHOISE PIC 9.
       01  CANCEL-CONFIRM PIC X.
       01  OLD-ORDERED-QTY PIC 9(5).
       01  OLD-ALLOCATED-QTY PIC 9(5).
       01  LINES-CANCELLED PIC 9(3).
       01  PROPOSAL-DONE PIC X.
       01  PROPOSAL-ACTION PIC X.
       01  PROPOSALS-APPLIED PIC 9(5).
       01  PROPOSALS-REJECTED PIC 9(5).
       01  AVERAGE-RATE-SHOWN PIC ZZZZ9.99.
       01  PEAK-RATE-SHOWN PIC ZZZZ9.99.
       01  REPLENISH-CHOISE PIC 9.
       01  REPLENISH-DONE PIC X.
       01  SHORT-PICKS-KEYED PIC X.
       01  NEW-MIN-QUANTITY PIC 9(5).
       01  NEW-MAX-QUANTITY PIC 9(5).
       01  REPLEN-LINES-READ PIC 9(5).
       01  REPLEN-LINES-POSTED PIC 9(5).
       01  REPLEN-SHORT-PICKS PIC 9(5).
       01  REPLEN-QTY-SHORT PIC 9(7).
       01  LOT-CONTROL-INPUT PIC X.
       01  LOT-CONTROL-VALID PIC X.
       01  LOT-NUMBER-INPUT PIC X(10).
       01  EXPIRY-DATE-INPUT PIC 9(8).
       01  EXPIRY-VALID PIC X.
       01  LOT-EXIST PIC X.
       01  LOT-DONE PIC X.
       01  LOT-TODAY PIC 9(8).
       01  LOT-TAKE PIC 9(5).
       01  LOT-REMAINING-QTY PIC 9(5).
       01  LOT-ADD-QTY PIC 9(5).
       01  LOT-ADD-COST PIC 9(6)V99.
       01  LOT-ADD-RECEIPT-DATE PIC 9(8).
       01  LOT-NEW-VALUE PIC 9(11)V99.
       01  POSTING-LOT-NUMBER PIC X(10) VALUE SPACES.
       01  OUTBOUND-QTY PIC 9(5).
       01  OUTBOUND-DIRECTION PIC X(1).
       01  OUTBOUND-REFERENCE PIC X(10).
       01  OUTBOUND-AT-COST PIC X.
       01  OUTBOUND-COST PIC 9(9)V99.
       01  SLICE-COUNT PIC 9(2).
       01  SLICE-IDX PIC 9(2).
       01  OUTBOUND-SLICE-TABLE.
           02 OUTBOUND-SLICE OCCURS 20 TIMES.
              03 SLICE-LOT-NUMBER PIC X(10).
              03 SLICE-EXPIRY-DATE PIC 9(8).
              03 SLICE-QUANTITY PIC 9(5).
              03 SLICE-UNIT-COST PIC 9(6)V99.
              03 SLICE-RECEIPT-DATE PIC 9(8).
       01  KIT-CHOISE PIC 9.
       01  BOM-EXIST PIC X.
       01  BOM-DONE PIC X.
       01  BOM-QTY-INPUT PIC 9(5).
       01  BOM-AUDIT-VALUE PIC X(40).
       01  KIT-CODE-INPUT PIC X(5).
       01  COMPONENT-CODE-INPUT PIC X(5).
       01  KIT-LOT-CONTROLLED PIC X.
       01  KITS-TO-BUILD PIC 9(5).
       01  BUILD-CONFIRM PIC X.
       01  KIT-COMPONENTS PIC 9(3).
       01  KIT-SHORTAGES PIC 9(3).
       01  KIT-COMPONENT-NEED PIC 9(10).
       01  KIT-COMPONENT-HAVE PIC 9(6).
       01  KIT-ISSUE-QTY PIC 9(5).
       01  KIT-REFERENCE PIC X(10).
       01  KIT-BUILD-COST PIC 9(9)V99.
       01  KIT-COST-SHOWN PIC Z(8)9.99.

       01  PICK-HEADING-1.
           02 FILLER PIC X(20) VALUE "PICKING LIST ORDER: ".
           02 FILLER PIC X(05) VALUE SPACES.
           02 PKD-QUANTITY-TO-PICK PIC ZZZZ9.

       01  INVOICE-HEADING-1.
           02 IVH-TITLE PIC X(15).
           02 IVH-INVOICE-NUMBER PIC 9(6).
           02 FILLER PIC X(09) VALUE "  ORDER: ".
           02 IVH-ORDER-NUMBER PIC 9(6).
           02 FILLER PIC X(08) VALUE "  DATE: ".
           02 IVH-DATE PIC 9(8).

       01  INVOICE-HEADING-2.
           02 FILLER PIC X(10) VALUE "CUSTOMER: ".
           02 IVH-CUSTOMER-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 IVH-CUSTOMER-NAME PIC X(20).
           02 FILLER PIC X(10) VALUE " CONTACT: ".
           02 IVH-CUSTOMER-CONTACT PIC X(20).

       01  DESPATCH-HEADING-3.
           02 FILLER PIC X(10) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(10) VALUE "ORDERED".
           02 FILLER PIC X(10) VALUE "DESPATCHED".

       01  DESPATCH-DETAIL-LINE.
           02 DND-ITEM-CODE PIC X(5).
           02 FILLER PIC X(05) VALUE SPACES.
           02 DND-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DND-QUANTITY-ORDERED PIC ZZZZ9.
           02 FILLER PIC X(05) VALUE SPACES.
           02 DND-QUANTITY-DESPATCHED PIC ZZZZ9.

       01  INVOICE-HEADING-3.
           02 FILLER PIC X(10) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(10) VALUE "QUANTITY".
           02 FILLER PIC X(15) VALUE "UNIT PRICE".
           02 FILLER PIC X(05) VALUE "VALUE".

       01  INVOICE-DETAIL-LINE.
           02 IVD-ITEM-CODE PIC X(5).
           02 FILLER PIC X(05) VALUE SPACES.
           02 IVD-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 IVD-QUANTITY PIC ZZZZ9.
           02 FILLER PIC X(05) VALUE SPACES.
           02 IVD-UNIT-PRICE PIC Z(5)9.99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 IVD-SALES-VALUE PIC Z(8)9.99.

       01  INVOICE-TOTAL-LINE.
           02 FILLER PIC X(42) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "TOTAL DUE".
           02 IVT-SALES-TOTAL PIC Z(8)9.99.

       01  DEBIT-NOTE-HEADING-1.
           02 FILLER PIC X(12) VALUE "DEBIT NOTE: ".
           02 DNH-DEBIT-NOTE-NUMBER PIC 9(6).
           02 FILLER PIC X(08) VALUE "  DATE: ".
           02 DNH-DATE PIC 9(8).

       01  DEBIT-NOTE-HEADING-2.
           02 FILLER PIC X(10) VALUE "SUPPLIER: ".
           02 DNH-SUPPLIER-CODE PIC X(5).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DNH-SUPPLIER-NAME PIC X(20).
           02 FILLER PIC X(10) VALUE " CONTACT: ".
           02 DNH-SUPPLIER-CONTACT PIC X(20).

       01  DEBIT-NOTE-HEADING-3.
           02 FILLER PIC X(13) VALUE "OUR REF: RMA ".
           02 DNH-RMA-NUMBER PIC 9(6).
           02 FILLER PIC X(10) VALUE "  REASON: ".
           02 DNH-REASON-TEXT PIC X(12).

       01  DEBIT-NOTE-HEADING-4.
           02 FILLER PIC X(10) VALUE "ITEM".
           02 FILLER PIC X(22) VALUE "ITEM NAME".
           02 FILLER PIC X(17) VALUE "SUPPLIER PART".
           02 FILLER PIC X(10) VALUE "QUANTITY".
           02 FILLER PIC X(12) VALUE "UNIT COST".
           02 FILLER PIC X(05) VALUE "VALUE".

       01  DEBIT-NOTE-DETAIL-LINE.
           02 DBD-ITEM-CODE PIC X(5).
           02 FILLER PIC X(05) VALUE SPACES.
           02 DBD-ITEM-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DBD-PART-NUMBER PIC X(15).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DBD-QUANTITY PIC ZZZZ9.
           02 FILLER PIC X(05) VALUE SPACES.
           02 DBD-UNIT-COST PIC Z(5)9.99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DBD-VALUE PIC Z(8)9.99.

       01  DEBIT-NOTE-TOTAL-LINE.
           02 FILLER PIC X(59) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "TOTAL CREDIT".
           02 DBT-VALUE PIC Z(8)9.99.

       01  LOCATION-INPUT PIC X(3).
       01  LOCATION-VALID PIC X.
       01  LOCATION-EXIST PIC X.
           OPEN I-O SALES-ORDER-FILE.
           OPEN I-O PENDING-PRICE-FILE.
           OPEN EXTEND PRICE-HISTORY-FILE.
           OPEN I-O INVOICE-FILE.
           OPEN I-O RETURN-FILE.
           OPEN I-O SUPPLIER-INVOICE-FILE.
           OPEN I-O REORDER-PROPOSAL-FILE.
           OPEN I-O LOT-BALANCE-FILE.
           OPEN I-O BOM-FILE.

           READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO OPERATOR-FILE-EMPTY
           DISPLAY "18: CONFIRM PICK"
           DISPLAY "19: SUPPLIER CATALOGUE"
           DISPLAY "20: OPERATOR ADMIN"
           DISPLAY "21: CUSTOMER RETURNS"
           DISPLAY "22: SUPPLIER INVOICES"
           DISPLAY "23: AMEND OR CANCEL SALES ORDER"
           DISPLAY "24: REORDER PROPOSALS"
           DISPLAY "25: TRADE COUNTER REPLENISHMENT"
           DISPLAY "26: KIT ASSEMBLY"
           DISPLAY "0: QUIT"
           DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING
           ACCEPT CHOISE
               WHEN 18 PERFORM CONFIRM-PICK
               WHEN 19 PERFORM CATALOG-MENU
               WHEN 20 PERFORM OPERATOR-ADMIN-MENU
               WHEN 21 PERFORM RETURNS-MENU
               WHEN 22 PERFORM SUPPLIER-INVOICE-MENU
               WHEN 23 PERFORM AMEND-ORDER-MENU
               WHEN 24 PERFORM REORDER-PROPOSAL-MENU
               WHEN 25 PERFORM REPLENISH-MENU
               WHEN 26 PERFORM KIT-MENU
               WHEN OTHER MOVE "N" TO STAY-OPEN
           END-EVALUATE
           END-PERFORM.
           CLOSE SALES-ORDER-FILE.
           CLOSE PENDING-PRICE-FILE.
           CLOSE PRICE-HISTORY-FILE.
           CLOSE INVOICE-FILE.
           CLOSE RETURN-FILE.
           CLOSE SUPPLIER-INVOICE-FILE.
           CLOSE REORDER-PROPOSAL-FILE.
           CLOSE LOT-BALANCE-FILE.
           CLOSE BOM-FILE.
           STOP RUN.

       BOOTSTRAP-OPERATOR.
           ACCEPT QUANTITY-ON-HAND.
           DISPLAY "ENTER REORDER LEVEL: " WITH NO ADVANCING.
           ACCEPT REORDER-LEVEL.
           MOVE "N" TO LOT-CONTROL-VALID
           PERFORM UNTIL LOT-CONTROL-VALID = "Y"
               DISPLAY "LOT AND EXPIRY CONTROLLED? (Y/N): " WITH NO
                   ADVANCING
               ACCEPT LOT-CONTROL-INPUT
               EVALUATE LOT-CONTROL-INPUT
                   WHEN "Y"
                   WHEN "y"
                       MOVE "Y" TO ITEM-LOT-CONTROLLED
                       MOVE "Y" TO LOT-CONTROL-VALID
                   WHEN "N"
                   WHEN "n"
                       MOVE "N" TO ITEM-LOT-CONTROLLED
                       MOVE "Y" TO LOT-CONTROL-VALID
                   WHEN OTHER
                       DISPLAY "ANSWER Y OR N"
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO SUPPLIER-VALID
           PERFORM UNTIL SUPPLIER-VALID = "Y" OR SUPPLIER-VALID = "C"
               DISPLAY "ENTER SUPPLIER CODE (BLANK = CANCEL): "
               DISPLAY "ITEM NOT ADDED - SUPPLIER REQUIRED"
           ELSE
               MOVE ZERO TO QUANTITY-ALLOCATED
               MOVE ZERO TO REORDER-QUANTITY
               MOVE "C" TO ITEM-ABC-CLASS
               MOVE ZERO TO ITEM-LAST-COUNTED
               MOVE ZERO TO ITEM-LAST-VARIANCE-DATE
               WRITE STOCK-ITEMS
                   INVALID KEY DISPLAY "CODE TAKEN"
                   NOT INVALID KEY
               DISPLAY "ITEM NAME: " ITEM-NAME
               DISPLAY "ITEM PRICE: " ITEM-PRICE
               DISPLAY "QUANTITY ON HAND: " QUANTITY-ON-HAND
               DISPLAY "LOT CONTROLLED: " ITEM-LOT-CONTROLLED
           END-IF.

       RECEIVE-STOCK.
               ACCEPT MOVEMENT-QTY
               PERFORM GET-LOCATION-INPUT
               PERFORM GET-UNIT-COST-INPUT
               IF ITEM-LOT-CONTROLLED = "Y"
                   PERFORM GET-LOT-INPUT
               END-IF
               EVALUATE TRUE
                   WHEN MOVEMENT-QTY < PO-OUTSTANDING-QTY
                       MOVE "S" TO GRN-FLAG-THIS-RECEIPT
                   NOT INVALID KEY
                       MOVE MOVEMENT-QTY TO LOCATION-DELTA
                       PERFORM UPDATE-LOCATION-BALANCE
                       IF ITEM-LOT-CONTROLLED = "Y"
                           MOVE MOVEMENT-QTY TO LOT-ADD-QTY
                           MOVE UNIT-COST-INPUT TO LOT-ADD-COST
                           ACCEPT LOT-ADD-RECEIPT-DATE FROM DATE
                               YYYYMMDD
                           PERFORM ADD-TO-LOT-BALANCE
                           MOVE LOT-NUMBER-INPUT TO POSTING-LOT-NUMBER
                       END-IF
                       MOVE "R" TO MOVEMENT-DIRECTION
                       MOVE MOVEMENT-QTY TO MOVEMENT-QUANTITY
                       MOVE SPACES TO MOVEMENT-REFERENCE
                           INTO MOVEMENT-REFERENCE
                       END-STRING
                       MOVE LOCATION-INPUT TO MOVEMENT-LOCATION
                       COMPUTE MOVEMENT-COST-VALUE =
                           MOVEMENT-QTY * UNIT-COST-INPUT
                       PERFORM WRITE-MOVEMENT-ENTRY
                       PERFORM WRITE-COST-LAYER
                       PERFORM WRITE-GRN-ENTRY
                       NOT INVALID KEY
                           COMPUTE LOCATION-DELTA = 0 - MOVEMENT-QTY
                           PERFORM UPDATE-LOCATION-BALANCE
                           MOVE "I" TO OUTBOUND-DIRECTION
                           MOVE MOVEMENT-QTY TO OUTBOUND-QTY
                           MOVE ISSUE-REFERENCE TO OUTBOUND-REFERENCE
                           MOVE "Y" TO OUTBOUND-AT-COST
                           PERFORM POST-OUTBOUND-MOVEMENTS
                   END-REWRITE
               END-IF
           END-IF.
                   NOT INVALID KEY
                       COMPUTE LOCATION-DELTA = 0 - MOVEMENT-QTY
                       PERFORM UPDATE-LOCATION-BALANCE
                       MOVE "I" TO OUTBOUND-DIRECTION
                       MOVE MOVEMENT-QTY TO OUTBOUND-QTY
                       MOVE ISSUE-REFERENCE TO OUTBOUND-REFERENCE
                       MOVE "Y" TO OUTBOUND-AT-COST
                       PERFORM POST-OUTBOUND-MOVEMENTS
                       DISPLAY "ISSUED " MOVEMENT-QTY " OF THE "
                           "QUANTITY REQUESTED"
               END-REWRITE
                       NOT INVALID KEY
                           COMPUTE LOCATION-DELTA = 0 - BORD-QUANTITY
                           PERFORM UPDATE-LOCATION-BALANCE
                           MOVE "I" TO OUTBOUND-DIRECTION
                           MOVE BORD-QUANTITY TO OUTBOUND-QTY
                           MOVE BORD-REFERENCE TO OUTBOUND-REFERENCE
                           MOVE "Y" TO OUTBOUND-AT-COST
                           PERFORM POST-OUTBOUND-MOVEMENTS
                           DELETE BACKORDER-FILE
                               INVALID KEY DISPLAY "BACKORDER "
                                   "DOESN'T DELETED"
           END-IF.

       APPLY-STOCK-TRANSFER.
           MOVE "N" TO TRANSFER-DONE.
           MOVE ZERO TO FROM-LOCATION-QTY.
           MOVE "Y" TO LOCATION-EXIST.
           MOVE ITEM-CODE TO LB-ITEM-CODE.
               MOVE FROM-LOCATION TO LOCATION-INPUT
               COMPUTE LOCATION-DELTA = 0 - TRANSFER-QTY
               PERFORM UPDATE-LOCATION-BALANCE
               MOVE "T" TO OUTBOUND-DIRECTION
               MOVE TRANSFER-QTY TO OUTBOUND-QTY
               MOVE "TRANSFER" TO OUTBOUND-REFERENCE
               MOVE "N" TO OUTBOUND-AT-COST
               PERFORM POST-OUTBOUND-MOVEMENTS
               MOVE TO-LOCATION TO LOCATION-INPUT
               MOVE TRANSFER-QTY TO LOCATION-DELTA
               PERFORM UPDATE-LOCATION-BALANCE
               PERFORM RECEIVE-TRANSFER-SLICE
                   VARYING SLICE-IDX FROM 1 BY 1
                   UNTIL SLICE-IDX > SLICE-COUNT
               DISPLAY "TRANSFERRED " TRANSFER-QTY " FROM "
                   FROM-LOCATION " TO " TO-LOCATION
               MOVE "Y" TO TRANSFER-DONE
           END-IF.

       ADD-CUSTOMER.
                       MOVE "Y" TO ORDER-EXIST
                       PERFORM WRITE-PICKLIST-HEADING
                   END-IF
                   IF NOT SO-LINE-CANCELLED
                       PERFORM WRITE-PICKLIST-DETAIL
                   END-IF
                   READ SALES-ORDER-FILE NEXT RECORD
                       AT END MOVE "Y" TO SO-DONE
                   END-READ
               ADVANCING.
           ACCEPT WANTED-ORDER-NUMBER.
           PERFORM GET-LOCATION-INPUT.
           PERFORM GET-NEXT-INVOICE-NUMBER.
           MOVE NEXT-INVOICE-NUMBER TO CURRENT-INVOICE-NUMBER.
           MOVE ZERO TO INVOICE-LINES.
           MOVE ZERO TO INVOICE-SALES-TOTAL.
           MOVE ZERO TO INVOICE-COST-TOTAL.
           MOVE WANTED-ORDER-NUMBER TO SO-ORDER-NUMBER.
           MOVE LOW-VALUES TO SO-ITEM-CODE.
           MOVE "N" TO SO-DONE.
               DISPLAY "NO ORDER LINES FOR THAT ORDER NUMBER"
           ELSE
               DISPLAY "ORDER LINES PICKED: " PICKED-LINES
               IF INVOICE-LINES > ZERO
                   PERFORM COMPLETE-SALES-INVOICE
               END-IF
           END-IF.

       CONFIRM-PICK-LINE.
                       NOT INVALID KEY
                           COMPUTE LOCATION-DELTA = 0 - PICK-QTY
                           PERFORM UPDATE-LOCATION-BALANCE
                           MOVE "I" TO OUTBOUND-DIRECTION
                           MOVE PICK-QTY TO OUTBOUND-QTY
                           MOVE SPACES TO OUTBOUND-REFERENCE
                           STRING "SO " DELIMITED BY SIZE
                               SO-ORDER-NUMBER DELIMITED BY SIZE
                               INTO OUTBOUND-REFERENCE
                           END-STRING
                           MOVE "Y" TO OUTBOUND-AT-COST
                           PERFORM POST-OUTBOUND-MOVEMENTS
                           PERFORM WRITE-INVOICE-LINE
                   END-REWRITE
               END-IF
               MOVE PICK-QTY TO SO-QUANTITY-ISSUED
               ADD 1 TO PICKED-LINES
           END-IF.

       WRITE-INVOICE-LINE.
           MOVE CURRENT-INVOICE-NUMBER TO INV-NUMBER.
           MOVE SO-ITEM-CODE TO INV-ITEM-CODE.
           MOVE SO-ORDER-NUMBER TO INV-ORDER-NUMBER.
           MOVE SO-CUSTOMER-CODE TO INV-CUSTOMER-CODE.
           MOVE SO-CUSTOMER-CODE TO INVOICE-CUSTOMER-CODE.
           ACCEPT INV-DATE FROM DATE YYYYMMDD.
           MOVE PICK-QTY TO INV-QUANTITY.
           COMPUTE INV-UNIT-PRICE = FUNCTION NUMVAL(ITEM-PRICE).
           COMPUTE INV-SALES-VALUE = INV-UNIT-PRICE * PICK-QTY.
           MOVE RELIEVED-COST TO INV-COST-VALUE.
           MOVE CURRENT-OPERATOR TO INV-OPERATOR.
           WRITE INVOICE-RECORD
               INVALID KEY DISPLAY "INVOICE LINE ALREADY ON FILE: "
                   INV-NUMBER " " INV-ITEM-CODE
               NOT INVALID KEY
                   ADD 1 TO INVOICE-LINES
                   ADD INV-SALES-VALUE TO INVOICE-SALES-TOTAL
                   ADD INV-COST-VALUE TO INVOICE-COST-TOTAL
           END-WRITE.

       COMPLETE-SALES-INVOICE.
           ADD 1 TO NEXT-INVOICE-NUMBER.
           PERFORM SAVE-NEXT-INVOICE-NUMBER.
           PERFORM PRINT-SALES-INVOICE.
           COMPUTE INVOICE-MARGIN =
               INVOICE-SALES-TOTAL - INVOICE-COST-TOTAL.
           DISPLAY "INVOICE " CURRENT-INVOICE-NUMBER " RAISED WITH "
               INVOICE-LINES " LINES".
           MOVE INVOICE-SALES-TOTAL TO INVOICE-VALUE-SHOWN.
           DISPLAY "SALES VALUE   : " INVOICE-VALUE-SHOWN.
           MOVE INVOICE-COST-TOTAL TO INVOICE-VALUE-SHOWN.
           DISPLAY "COST OF SALES : " INVOICE-VALUE-SHOWN.
           MOVE INVOICE-MARGIN TO INVOICE-MARGIN-SHOWN.
           DISPLAY "GROSS MARGIN  :" INVOICE-MARGIN-SHOWN.
           DISPLAY "DESPATCH NOTE AND INVOICE WRITTEN TO INVOICE".

       GET-NEXT-INVOICE-NUMBER.
           MOVE 1 TO NEXT-INVOICE-NUMBER.
           OPEN INPUT INV-CONTROL-FILE.
           READ INV-CONTROL-FILE
               AT END CONTINUE
               NOT AT END MOVE INV-CONTROL-NUMBER TO NEXT-INVOICE-NUMBER
           END-READ.
           CLOSE INV-CONTROL-FILE.

       SAVE-NEXT-INVOICE-NUMBER.
           OPEN OUTPUT INV-CONTROL-FILE.
           MOVE NEXT-INVOICE-NUMBER TO INV-CONTROL-NUMBER.
           WRITE INV-CONTROL-RECORD.
           CLOSE INV-CONTROL-FILE.

       PRINT-SALES-INVOICE.
           MOVE "Y" TO CUSTOMER-EXIST.
           MOVE INVOICE-CUSTOMER-CODE TO CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY MOVE "N" TO CUSTOMER-EXIST
           END-READ.
           OPEN OUTPUT INVOICE-PRINT-FILE.
           MOVE "DESPATCH NOTE: " TO IVH-TITLE.
           PERFORM WRITE-INVOICE-HEADING.
           MOVE DESPATCH-HEADING-3 TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           PERFORM START-INVOICE-LINES.
           PERFORM UNTIL INVOICE-DONE = "Y"
               IF INV-NUMBER NOT = CURRENT-INVOICE-NUMBER
                   MOVE "Y" TO INVOICE-DONE
               ELSE
                   PERFORM WRITE-DESPATCH-DETAIL
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "Y" TO INVOICE-DONE
                   END-READ
               END-IF
           END-PERFORM.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE "SALES INVOICE: " TO IVH-TITLE.
           PERFORM WRITE-INVOICE-HEADING.
           MOVE INVOICE-HEADING-3 TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           PERFORM START-INVOICE-LINES.
           PERFORM UNTIL INVOICE-DONE = "Y"
               IF INV-NUMBER NOT = CURRENT-INVOICE-NUMBER
                   MOVE "Y" TO INVOICE-DONE
               ELSE
                   PERFORM WRITE-INVOICE-DETAIL
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE "Y" TO INVOICE-DONE
                   END-READ
               END-IF
           END-PERFORM.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE INVOICE-SALES-TOTAL TO IVT-SALES-TOTAL.
           MOVE INVOICE-TOTAL-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           CLOSE INVOICE-PRINT-FILE.

       WRITE-INVOICE-HEADING.
           MOVE CURRENT-INVOICE-NUMBER TO IVH-INVOICE-NUMBER.
           MOVE WANTED-ORDER-NUMBER TO IVH-ORDER-NUMBER.
           ACCEPT IVH-DATE FROM DATE YYYYMMDD.
           MOVE INVOICE-CUSTOMER-CODE TO IVH-CUSTOMER-CODE.
           IF CUSTOMER-EXIST = "N"
               MOVE "UNKNOWN CUSTOMER" TO IVH-CUSTOMER-NAME
               MOVE SPACES TO IVH-CUSTOMER-CONTACT
           ELSE
               MOVE CUSTOMER-NAME TO IVH-CUSTOMER-NAME
               MOVE CUSTOMER-CONTACT TO IVH-CUSTOMER-CONTACT
           END-IF.
           MOVE INVOICE-HEADING-1 TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE INVOICE-HEADING-2 TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.

       START-INVOICE-LINES.
           MOVE CURRENT-INVOICE-NUMBER TO INV-NUMBER.
           MOVE LOW-VALUES TO INV-ITEM-CODE.
           MOVE "N" TO INVOICE-DONE.
           START INVOICE-FILE KEY NOT < INVOICE-KEY
               INVALID KEY MOVE "Y" TO INVOICE-DONE
           END-START.
           IF INVOICE-DONE = "N"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO INVOICE-DONE
               END-READ
           END-IF.

       WRITE-DESPATCH-DETAIL.
           MOVE "Y" TO ITEM-EXIST.
           MOVE INV-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE "Y" TO ORDER-EXIST.
           MOVE INV-ORDER-NUMBER TO SO-ORDER-NUMBER.
           MOVE INV-ITEM-CODE TO SO-ITEM-CODE.
           READ SALES-ORDER-FILE
               INVALID KEY MOVE "N" TO ORDER-EXIST
           END-READ.
           MOVE SPACES TO DESPATCH-DETAIL-LINE.
           MOVE INV-ITEM-CODE TO DND-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO DND-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO DND-ITEM-NAME
           END-IF.
           IF ORDER-EXIST = "N"
               MOVE INV-QUANTITY TO DND-QUANTITY-ORDERED
           ELSE
               MOVE SO-QUANTITY-ORDERED TO DND-QUANTITY-ORDERED
           END-IF.
           MOVE INV-QUANTITY TO DND-QUANTITY-DESPATCHED.
           MOVE DESPATCH-DETAIL-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.

       WRITE-INVOICE-DETAIL.
           MOVE "Y" TO ITEM-EXIST.
           MOVE INV-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE INV-ITEM-CODE TO IVD-ITEM-CODE.
           IF ITEM-EXIST = "N"
               MOVE "** NOT ON ITEM FILE" TO IVD-ITEM-NAME
           ELSE
               MOVE ITEM-NAME TO IVD-ITEM-NAME
           END-IF.
           MOVE INV-QUANTITY TO IVD-QUANTITY.
           MOVE INV-UNIT-PRICE TO IVD-UNIT-PRICE.
           MOVE INV-SALES-VALUE TO IVD-SALES-VALUE.
           MOVE INVOICE-DETAIL-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.

       RETURNS-MENU.
           DISPLAY " "
           DISPLAY "CUSTOMER RETURNS"
           DISPLAY "1: AUTHORISE RETURN"
           DISPLAY "2: BOOK RETURN IN"
           DISPLAY "3: INSPECT AND DISPOSE OF RETURN"
           DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING.
           ACCEPT RETURNS-CHOISE.
           EVALUATE RETURNS-CHOISE
               WHEN 1 PERFORM AUTHORISE-RETURN
               WHEN 2 PERFORM BOOK-RETURN-IN
               WHEN 3 PERFORM DISPOSE-RETURN
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

       AUTHORISE-RETURN.
           DISPLAY " "
           DISPLAY "ENTER ORIGINAL SALES ORDER NUMBER: " WITH NO
               ADVANCING.
           ACCEPT WANTED-ORDER-NUMBER.
           DISPLAY "ENTER CUSTOMER CODE: " WITH NO ADVANCING.
           ACCEPT RMA-CUSTOMER-CODE.
           MOVE "Y" TO ORDER-EXIST.
           MOVE WANTED-ORDER-NUMBER TO SO-ORDER-NUMBER.
           MOVE LOW-VALUES TO SO-ITEM-CODE.
           START SALES-ORDER-FILE KEY NOT < SO-KEY
               INVALID KEY MOVE "N" TO ORDER-EXIST
           END-START.
           IF ORDER-EXIST = "Y"
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE "N" TO ORDER-EXIST
               END-READ
           END-IF.
           IF ORDER-EXIST = "Y" AND
               SO-ORDER-NUMBER NOT = WANTED-ORDER-NUMBER
               MOVE "N" TO ORDER-EXIST
           END-IF.
           EVALUATE TRUE
               WHEN ORDER-EXIST = "N"
                   DISPLAY "NO ORDER LINES FOR THAT ORDER NUMBER"
               WHEN SO-CUSTOMER-CODE NOT = RMA-CUSTOMER-CODE
                   DISPLAY "ORDER " WANTED-ORDER-NUMBER " WAS NOT "
                       "RAISED FOR CUSTOMER " RMA-CUSTOMER-CODE
               WHEN OTHER
                   PERFORM GET-NEXT-RMA-NUMBER
                   MOVE NEXT-RMA-NUMBER TO CURRENT-RMA-NUMBER
                   ADD 1 TO NEXT-RMA-NUMBER
                   MOVE ZERO TO RMA-LINES-WRITTEN
                   MOVE "N" TO RETURN-DONE
                   PERFORM UNTIL RETURN-DONE = "Y"
                       DISPLAY "ENTER ITEM CODE (BLANK = DONE): "
                           WITH NO ADVANCING
                       ACCEPT RETURN-ITEM-INPUT
                       IF RETURN-ITEM-INPUT = SPACES
                           MOVE "Y" TO RETURN-DONE
                       ELSE
                           PERFORM AUTHORISE-RETURN-LINE
                       END-IF
                   END-PERFORM
                   IF RMA-LINES-WRITTEN > ZERO
                       PERFORM SAVE-NEXT-RMA-NUMBER
                       DISPLAY "RETURN AUTHORISATION "
                           CURRENT-RMA-NUMBER " RAISED WITH "
                           RMA-LINES-WRITTEN " LINES"
                   ELSE
                       DISPLAY "NO RETURN LINES KEYED - RETURN NOT "
                           "AUTHORISED"
                   END-IF
           END-EVALUATE.

       AUTHORISE-RETURN-LINE.
           MOVE "Y" TO ORDER-EXIST.
           MOVE WANTED-ORDER-NUMBER TO SO-ORDER-NUMBER.
           MOVE RETURN-ITEM-INPUT TO SO-ITEM-CODE.
           READ SALES-ORDER-FILE
               INVALID KEY MOVE "N" TO ORDER-EXIST
           END-READ.
           MOVE ZERO TO RETURNABLE-QTY.
           IF ORDER-EXIST = "Y"
               PERFORM SUM-PRIOR-RETURNS
               COMPUTE RETURNABLE-QTY =
                   SO-QUANTITY-ISSUED - PRIOR-RETURN-QTY
           END-IF.
           EVALUATE TRUE
               WHEN ORDER-EXIST = "N"
                   DISPLAY "ITEM IS NOT ON THAT ORDER"
               WHEN RETURNABLE-QTY NOT > ZERO
                   DISPLAY "NOTHING LEFT TO RETURN ON THAT ORDER LINE"
               WHEN OTHER
                   PERFORM WRITE-RETURN-LINE
           END-EVALUATE.

       WRITE-RETURN-LINE.
           DISPLAY "QUANTITY DESPATCHED: " SO-QUANTITY-ISSUED
               " ALREADY RETURNED: " PRIOR-RETURN-QTY.
           DISPLAY "ENTER QUANTITY TO RETURN: " WITH NO ADVANCING.
           ACCEPT RETURN-QTY-INPUT.
           IF RETURN-QTY-INPUT = ZERO OR
               RETURN-QTY-INPUT > RETURNABLE-QTY
               DISPLAY "QUANTITY MUST BE MORE THAN ZERO AND NOT "
                   "MORE THAN WAS DESPATCHED"
           ELSE
               PERFORM GET-RETURN-REASON
               PERFORM GET-RETURN-UNIT-COST
               MOVE CURRENT-RMA-NUMBER TO RET-RMA-NUMBER
               MOVE RETURN-ITEM-INPUT TO RET-ITEM-CODE
               MOVE WANTED-ORDER-NUMBER TO RET-ORDER-NUMBER
               MOVE RMA-CUSTOMER-CODE TO RET-CUSTOMER-CODE
               MOVE RETURN-QTY-INPUT TO RET-QUANTITY-AUTHORISED
               MOVE ZERO TO RET-QUANTITY-RECEIVED
               MOVE RETURN-REASON-INPUT TO RET-REASON-CODE
               MOVE RETURN-UNIT-COST TO RET-UNIT-COST
               ACCEPT RET-DATE-AUTHORISED FROM DATE YYYYMMDD
               MOVE ZERO TO RET-DATE-RECEIVED
               MOVE ZERO TO RET-DATE-DISPOSED
               MOVE "A" TO RET-STATUS
               MOVE SPACES TO RET-DISPOSITION
               MOVE ZERO TO RET-DEBIT-NOTE-NUMBER
               MOVE CURRENT-OPERATOR TO RET-OPERATOR
               WRITE RETURN-RECORD
                   INVALID KEY DISPLAY "ITEM ALREADY ON THIS RETURN"
                   NOT INVALID KEY ADD 1 TO RMA-LINES-WRITTEN
               END-WRITE
           END-IF.

       SUM-PRIOR-RETURNS.
           MOVE ZERO TO PRIOR-RETURN-QTY.
           MOVE "N" TO END-OF-ITEMS.
           MOVE LOW-VALUES TO RETURN-KEY.
           START RETURN-FILE KEY NOT < RETURN-KEY
               INVALID KEY MOVE "Y" TO END-OF-ITEMS
           END-START.
           PERFORM UNTIL END-OF-ITEMS = "Y"
               READ RETURN-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-ITEMS
                   NOT AT END
                       IF RET-ORDER-NUMBER = WANTED-ORDER-NUMBER AND
                           RET-ITEM-CODE = RETURN-ITEM-INPUT
                           IF RET-AUTHORISED
                               ADD RET-QUANTITY-AUTHORISED
                                   TO PRIOR-RETURN-QTY
                           ELSE
                               ADD RET-QUANTITY-RECEIVED
                                   TO PRIOR-RETURN-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GET-RETURN-REASON.
           MOVE "N" TO REASON-VALID
           PERFORM UNTIL REASON-VALID = "Y"
               DISPLAY "REASON CODES: DM=DAMAGED FT=FAULTY "
                   "WI=WRONG ITEM NW=NOT WANTED"
               DISPLAY "ENTER REASON CODE: " WITH NO ADVANCING
               ACCEPT RETURN-REASON-INPUT
               MOVE RETURN-REASON-INPUT TO RET-REASON-CODE
               IF RET-REASON-VALID
                   MOVE "Y" TO REASON-VALID
               ELSE
                   DISPLAY "UNKNOWN REASON CODE"
               END-IF
           END-PERFORM.

       GET-RETURN-UNIT-COST.
           MOVE ZERO TO RETURN-UNIT-COST.
           MOVE ZERO TO COST-QTY-FOUND.
           MOVE ZERO TO COST-VALUE-FOUND.
           MOVE "N" TO INVOICE-DONE.
           MOVE LOW-VALUES TO INVOICE-KEY.
           START INVOICE-FILE KEY NOT < INVOICE-KEY
               INVALID KEY MOVE "Y" TO INVOICE-DONE
           END-START.
           PERFORM UNTIL INVOICE-DONE = "Y"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO INVOICE-DONE
                   NOT AT END
                       IF INV-ORDER-NUMBER = WANTED-ORDER-NUMBER AND
                           INV-ITEM-CODE = RETURN-ITEM-INPUT
                           ADD INV-QUANTITY TO COST-QTY-FOUND
                           ADD INV-COST-VALUE TO COST-VALUE-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           IF COST-QTY-FOUND = ZERO
               MOVE "N" TO LAYER-DONE
               MOVE RETURN-ITEM-INPUT TO CL-ITEM-CODE
               MOVE ZERO TO CL-RECEIPT-DATE
               MOVE ZERO TO CL-RECEIPT-TIME
               START COST-LAYER-FILE KEY NOT < COST-LAYER-KEY
                   INVALID KEY MOVE "Y" TO LAYER-DONE
               END-START
               PERFORM UNTIL LAYER-DONE = "Y"
                   READ COST-LAYER-FILE NEXT RECORD
                       AT END MOVE "Y" TO LAYER-DONE
                       NOT AT END
                           IF CL-ITEM-CODE NOT = RETURN-ITEM-INPUT
                               MOVE "Y" TO LAYER-DONE
                           ELSE
                               ADD CL-QUANTITY-REMAINING
                                   TO COST-QTY-FOUND
                               COMPUTE COST-VALUE-FOUND =
                                   COST-VALUE-FOUND +
                                   (CL-QUANTITY-REMAINING *
                                   CL-UNIT-COST)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF COST-QTY-FOUND > ZERO
               COMPUTE RETURN-UNIT-COST ROUNDED =
                   COST-VALUE-FOUND / COST-QTY-FOUND
           END-IF.

       GET-NEXT-RMA-NUMBER.
           MOVE 1 TO NEXT-RMA-NUMBER.
           OPEN INPUT RMA-CONTROL-FILE.
           READ RMA-CONTROL-FILE
               AT END CONTINUE
               NOT AT END MOVE RMA-CONTROL-NUMBER TO NEXT-RMA-NUMBER
           END-READ.
           CLOSE RMA-CONTROL-FILE.

       SAVE-NEXT-RMA-NUMBER.
           OPEN OUTPUT RMA-CONTROL-FILE.
           MOVE NEXT-RMA-NUMBER TO RMA-CONTROL-NUMBER.
           WRITE RMA-CONTROL-RECORD.
           CLOSE RMA-CONTROL-FILE.

       BOOK-RETURN-IN.
           DISPLAY " "
           DISPLAY "ENTER RETURN AUTHORISATION NUMBER: " WITH NO
               ADVANCING.
           ACCEPT WANTED-RMA-NUMBER.
           MOVE WANTED-RMA-NUMBER TO RET-RMA-NUMBER.
           MOVE LOW-VALUES TO RET-ITEM-CODE.
           MOVE "N" TO RETURN-DONE.
           MOVE "N" TO RETURN-EXIST.
           MOVE ZERO TO RMA-LINES-BOOKED.
           START RETURN-FILE KEY NOT < RETURN-KEY
               INVALID KEY MOVE "Y" TO RETURN-DONE
           END-START.
           IF RETURN-DONE = "N"
               READ RETURN-FILE NEXT RECORD
                   AT END MOVE "Y" TO RETURN-DONE
               END-READ
           END-IF.
           PERFORM UNTIL RETURN-DONE = "Y"
               IF RET-RMA-NUMBER NOT = WANTED-RMA-NUMBER
                   MOVE "Y" TO RETURN-DONE
               ELSE
                   MOVE "Y" TO RETURN-EXIST
                   IF RET-AUTHORISED
                       PERFORM BOOK-RETURN-LINE
                   END-IF
                   READ RETURN-FILE NEXT RECORD
                       AT END MOVE "Y" TO RETURN-DONE
                   END-READ
               END-IF
           END-PERFORM.
           IF RETURN-EXIST = "N"
               DISPLAY "NO RETURN LINES FOR THAT AUTHORISATION NUMBER"
           ELSE
               DISPLAY "RETURN LINES BOOKED INTO RET: "
                   RMA-LINES-BOOKED
           END-IF.

       BOOK-RETURN-LINE.
           DISPLAY "ITEM " RET-ITEM-CODE " AUTHORISED "
               RET-QUANTITY-AUTHORISED " REASON " RET-REASON-CODE.
           DISPLAY "ENTER QUANTITY RECEIVED (0 = NOT ARRIVED): "
               WITH NO ADVANCING.
           ACCEPT MOVEMENT-QTY.
           MOVE "Y" TO ITEM-EXIST.
           MOVE RET-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           EVALUATE TRUE
               WHEN MOVEMENT-QTY = ZERO
                   DISPLAY "RETURN LINE LEFT OPEN"
               WHEN MOVEMENT-QTY > RET-QUANTITY-AUTHORISED
                   DISPLAY "MORE THAN WAS AUTHORISED - LINE NOT "
                       "BOOKED IN"
               WHEN ITEM-EXIST = "N"
                   DISPLAY "ITEM DOESN'T EXIST"
               WHEN OTHER
                   ADD MOVEMENT-QTY TO QUANTITY-ON-HAND
                   REWRITE STOCK-ITEMS
                       INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
                       NOT INVALID KEY
                           PERFORM POST-RETURN-RECEIPT
                   END-REWRITE
           END-EVALUATE.

       POST-RETURN-RECEIPT.
           MOVE "RET" TO LOCATION-INPUT.
           MOVE MOVEMENT-QTY TO LOCATION-DELTA.
           PERFORM UPDATE-LOCATION-BALANCE.
           IF ITEM-LOT-CONTROLLED = "Y"
               PERFORM GET-LOT-INPUT
               MOVE MOVEMENT-QTY TO LOT-ADD-QTY
               MOVE RET-UNIT-COST TO LOT-ADD-COST
               ACCEPT LOT-ADD-RECEIPT-DATE FROM DATE YYYYMMDD
               PERFORM ADD-TO-LOT-BALANCE
               MOVE LOT-NUMBER-INPUT TO POSTING-LOT-NUMBER
           END-IF.
           MOVE "C" TO MOVEMENT-DIRECTION.
           MOVE MOVEMENT-QTY TO MOVEMENT-QUANTITY.
           MOVE SPACES TO MOVEMENT-REFERENCE.
           STRING "RMA " DELIMITED BY SIZE
               RET-RMA-NUMBER DELIMITED BY SIZE
               INTO MOVEMENT-REFERENCE
           END-STRING.
           MOVE "RET" TO MOVEMENT-LOCATION.
           COMPUTE MOVEMENT-COST-VALUE = MOVEMENT-QTY * RET-UNIT-COST.
           PERFORM WRITE-MOVEMENT-ENTRY.
           IF RET-UNIT-COST > ZERO
               MOVE RET-UNIT-COST TO UNIT-COST-INPUT
               MOVE ZERO TO PO-NUMBER
               PERFORM WRITE-COST-LAYER
           END-IF.
           MOVE MOVEMENT-QTY TO RET-QUANTITY-RECEIVED.
           ACCEPT RET-DATE-RECEIVED FROM DATE YYYYMMDD.
           MOVE "R" TO RET-STATUS.
           REWRITE RETURN-RECORD
               INVALID KEY DISPLAY "RETURN LINE DOESN'T UPDATED"
               NOT INVALID KEY ADD 1 TO RMA-LINES-BOOKED
           END-REWRITE.

       DISPOSE-RETURN.
           MOVE "Y" TO RETURN-EXIST.
           DISPLAY " "
           DISPLAY "ENTER RETURN AUTHORISATION NUMBER: " WITH NO
               ADVANCING.
           ACCEPT RET-RMA-NUMBER.
           DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING.
           ACCEPT RET-ITEM-CODE.
           READ RETURN-FILE
               INVALID KEY MOVE "N" TO RETURN-EXIST
           END-READ.
           EVALUATE TRUE
               WHEN RETURN-EXIST = "N"
                   DISPLAY "RETURN LINE DOESN'T EXIST"
               WHEN RET-AUTHORISED
                   DISPLAY "RETURN NOT BOOKED IN YET"
               WHEN RET-DISPOSED
                   DISPLAY "RETURN ALREADY DISPOSED OF"
               WHEN OTHER
                   PERFORM CHOOSE-RETURN-DISPOSAL
           END-EVALUATE.

       CHOOSE-RETURN-DISPOSAL.
           MOVE "Y" TO ITEM-EXIST.
           MOVE RET-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE ZERO TO RET-LOCATION-QTY.
           MOVE "Y" TO LOCATION-EXIST.
           MOVE RET-ITEM-CODE TO LB-ITEM-CODE.
           MOVE "RET" TO LB-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY MOVE "N" TO LOCATION-EXIST
           END-READ.
           IF LOCATION-EXIST = "Y"
               MOVE LB-QUANTITY TO RET-LOCATION-QTY
           END-IF.
           DISPLAY "CUSTOMER " RET-CUSTOMER-CODE " ORDER "
               RET-ORDER-NUMBER " QTY " RET-QUANTITY-RECEIVED
               " REASON " RET-REASON-CODE.
           DISPLAY "1: RESTOCK TO WHS"
           DISPLAY "2: RETURN TO SUPPLIER ON A DEBIT NOTE"
           DISPLAY "3: SCRAP AND WRITE OFF"
           DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING.
           ACCEPT DISPOSAL-CHOISE.
           MOVE "N" TO DISPOSAL-DONE.
           EVALUATE TRUE
               WHEN ITEM-EXIST = "N"
                   DISPLAY "ITEM DOESN'T EXIST"
               WHEN DISPOSAL-CHOISE = 1
                   PERFORM RESTOCK-RETURN
               WHEN DISPOSAL-CHOISE NOT = 2 AND
                   DISPOSAL-CHOISE NOT = 3
                   DISPLAY "UNKNOWN CHOICE"
               WHEN RET-QUANTITY-RECEIVED > RET-LOCATION-QTY
                   DISPLAY "NOT ENOUGH STOCK AT RET - "
                       RET-LOCATION-QTY " AVAILABLE"
               WHEN DISPOSAL-CHOISE = 2
                   PERFORM RETURN-TO-SUPPLIER
               WHEN OTHER
                   PERFORM SCRAP-RETURN
           END-EVALUATE.
           IF DISPOSAL-DONE = "Y"
               ACCEPT RET-DATE-DISPOSED FROM DATE YYYYMMDD
               MOVE "D" TO RET-STATUS
               REWRITE RETURN-RECORD
                   INVALID KEY DISPLAY "RETURN LINE DOESN'T UPDATED"
                   NOT INVALID KEY DISPLAY "RETURN DISPOSED OF"
               END-REWRITE
           END-IF.

       RESTOCK-RETURN.
           MOVE "RET" TO FROM-LOCATION.
           MOVE "WHS" TO TO-LOCATION.
           MOVE RET-QUANTITY-RECEIVED TO TRANSFER-QTY.
           PERFORM APPLY-STOCK-TRANSFER.
           IF TRANSFER-DONE = "Y"
               MOVE "S" TO RET-DISPOSITION
               MOVE "Y" TO DISPOSAL-DONE
           END-IF.

       RETURN-TO-SUPPLIER.
           SUBTRACT RET-QUANTITY-RECEIVED FROM QUANTITY-ON-HAND.
           REWRITE STOCK-ITEMS
               INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
               NOT INVALID KEY
                   PERFORM GET-NEXT-DEBIT-NOTE-NUMBER
                   MOVE "RET" TO LOCATION-INPUT
                   COMPUTE LOCATION-DELTA = 0 - RET-QUANTITY-RECEIVED
                   PERFORM UPDATE-LOCATION-BALANCE
                   MOVE "V" TO OUTBOUND-DIRECTION
                   MOVE RET-QUANTITY-RECEIVED TO OUTBOUND-QTY
                   MOVE SPACES TO OUTBOUND-REFERENCE
                   STRING "DN " DELIMITED BY SIZE
                       NEXT-DEBIT-NOTE-NUMBER DELIMITED BY SIZE
                       INTO OUTBOUND-REFERENCE
                   END-STRING
                   MOVE "Y" TO OUTBOUND-AT-COST
                   PERFORM POST-OUTBOUND-MOVEMENTS
                   PERFORM PRINT-DEBIT-NOTE
                   MOVE NEXT-DEBIT-NOTE-NUMBER TO RET-DEBIT-NOTE-NUMBER
                   ADD 1 TO NEXT-DEBIT-NOTE-NUMBER
                   PERFORM SAVE-NEXT-DEBIT-NOTE-NUMBER
                   MOVE "V" TO RET-DISPOSITION
                   MOVE "Y" TO DISPOSAL-DONE
           END-REWRITE.

       SCRAP-RETURN.
           SUBTRACT RET-QUANTITY-RECEIVED FROM QUANTITY-ON-HAND.
           REWRITE STOCK-ITEMS
               INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
               NOT INVALID KEY
                   MOVE "RET" TO LOCATION-INPUT
                   COMPUTE LOCATION-DELTA = 0 - RET-QUANTITY-RECEIVED
                   PERFORM UPDATE-LOCATION-BALANCE
                   MOVE "W" TO OUTBOUND-DIRECTION
                   MOVE RET-QUANTITY-RECEIVED TO OUTBOUND-QTY
                   MOVE SPACES TO OUTBOUND-REFERENCE
                   STRING "RMA " DELIMITED BY SIZE
                       RET-RMA-NUMBER DELIMITED BY SIZE
                       INTO OUTBOUND-REFERENCE
                   END-STRING
                   MOVE "Y" TO OUTBOUND-AT-COST
                   PERFORM POST-OUTBOUND-MOVEMENTS
                   MOVE RELIEVED-COST TO INVOICE-VALUE-SHOWN
                   DISPLAY "WRITTEN OFF AT COST: " INVOICE-VALUE-SHOWN
                   MOVE "W" TO RET-DISPOSITION
                   MOVE "Y" TO DISPOSAL-DONE
           END-REWRITE.

       PRINT-DEBIT-NOTE.
           MOVE "Y" TO SUPPLIER-EXIST.
           MOVE ITEM-SUPPLIER-CODE TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY MOVE "N" TO SUPPLIER-EXIST
           END-READ.
           MOVE "Y" TO CATALOG-EXIST.
           MOVE ITEM-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE ITEM-CODE TO SC-ITEM-CODE.
           READ CATALOG-FILE
               INVALID KEY MOVE "N" TO CATALOG-EXIST
           END-READ.
           EVALUATE TRUE
               WHEN CATALOG-EXIST = "Y"
                   MOVE SC-UNIT-COST TO DEBIT-NOTE-UNIT-COST
               WHEN RET-UNIT-COST > ZERO
                   MOVE RET-UNIT-COST TO DEBIT-NOTE-UNIT-COST
               WHEN OTHER
                   COMPUTE DEBIT-NOTE-UNIT-COST ROUNDED =
                       RELIEVED-COST / RET-QUANTITY-RECEIVED
           END-EVALUATE.
           COMPUTE DEBIT-NOTE-VALUE =
               DEBIT-NOTE-UNIT-COST * RET-QUANTITY-RECEIVED.
           EVALUATE TRUE
               WHEN RET-REASON-DAMAGED
                   MOVE "DAMAGED" TO RETURN-REASON-TEXT
               WHEN RET-REASON-FAULTY
                   MOVE "FAULTY" TO RETURN-REASON-TEXT
               WHEN RET-REASON-WRONG-ITEM
                   MOVE "WRONG ITEM" TO RETURN-REASON-TEXT
               WHEN OTHER
                   MOVE "NOT WANTED" TO RETURN-REASON-TEXT
           END-EVALUATE.
           OPEN OUTPUT DEBIT-NOTE-FILE.
           MOVE NEXT-DEBIT-NOTE-NUMBER TO DNH-DEBIT-NOTE-NUMBER.
           ACCEPT DNH-DATE FROM DATE YYYYMMDD.
           MOVE DEBIT-NOTE-HEADING-1 TO DEBIT-NOTE-LINE.
           WRITE DEBIT-NOTE-LINE.
           MOVE ITEM-SUPPLIER-CODE TO DNH-SUPPLIER-CODE.
           IF SUPPLIER-EXIST = "N"
               MOVE "UNKNOWN SUPPLIER" TO DNH-SUPPLIER-NAME
               MOVE SPACES TO DNH-SUPPLIER-CONTACT
           ELSE
               MOVE SUPPLIER-NAME TO DNH-SUPPLIER-NAME
               MOVE SUPPLIER-CONTACT TO DNH-SUPPLIER-CONTACT
           END-IF.
           MOVE DEBIT-NOTE-HEADING-2 TO DEBIT-NOTE-LINE.
           WRITE DEBIT-NOTE-LINE.
           MOVE RET-RMA-NUMBER TO DNH-RMA-NUMBER.
           MOVE RETURN-REASON-TEXT TO DNH-REASON-TEXT.
           MOVE DEBIT-NOTE-HEADING-3 TO DEBIT-NOTE-LINE.
           WRITE DEBIT-NOTE-LINE.
           MOVE SPACES TO DEBIT-NOTE-LINE.
           WRITE DEBIT-NOTE-LINE.
           MOVE DEBIT-NOTE-HEADING-4 TO DEBIT-NOTE-LINE.
           WRITE DEBIT-NOTE-LINE.
           MOVE SPACES TO DEBIT-NOTE-DETAIL-LINE.
           MOVE ITEM-CODE TO DBD-ITEM-CODE.
           MOVE ITEM-NAME TO DBD-ITEM-NAME.
           IF CATALOG-EXIST = "Y"
               MOVE SC-SUPPLIER-PART-NUMBER TO DBD-PART-NUMBER
           END-IF.
           MOVE RET-QUANTITY-RECEIVED TO DBD-QUANTITY.
           MOVE DEBIT-NOTE-UNIT-COST TO DBD-UNIT-COST.
           MOVE DEBIT-NOTE-VALUE TO DBD-VALUE.
           MOVE DEBIT-NOTE-DETAIL-LINE TO DEBIT-NOTE-LINE.
           WRITE DEBIT-NOTE-LINE.
           MOVE SPACES TO DEBIT-NOTE-LINE.
           WRITE DEBIT-NOTE-LINE.
           MOVE DEBIT-NOTE-VALUE TO DBT-VALUE.
           MOVE DEBIT-NOTE-TOTAL-LINE TO DEBIT-NOTE-LINE.
           WRITE DEBIT-NOTE-LINE.
           CLOSE DEBIT-NOTE-FILE.
           DISPLAY "DEBIT NOTE " NEXT-DEBIT-NOTE-NUMBER
               " WRITTEN TO DEBITNOTE".

       GET-NEXT-DEBIT-NOTE-NUMBER.
           MOVE 1 TO NEXT-DEBIT-NOTE-NUMBER.
           OPEN INPUT DN-CONTROL-FILE.
           READ DN-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE DN-CONTROL-NUMBER TO NEXT-DEBIT-NOTE-NUMBER
           END-READ.
           CLOSE DN-CONTROL-FILE.

       SAVE-NEXT-DEBIT-NOTE-NUMBER.
           OPEN OUTPUT DN-CONTROL-FILE.
           MOVE NEXT-DEBIT-NOTE-NUMBER TO DN-CONTROL-NUMBER.
           WRITE DN-CONTROL-RECORD.
           CLOSE DN-CONTROL-FILE.

       SUPPLIER-INVOICE-MENU.
           DISPLAY " "
           DISPLAY "SUPPLIER INVOICES"
           DISPLAY "1: ENTER SUPPLIER INVOICE"
           DISPLAY "2: REMATCH HELD INVOICE"
           DISPLAY "3: RELEASE HELD INVOICE"
           DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING.
           ACCEPT SUPINV-CHOISE.
           EVALUATE SUPINV-CHOISE
               WHEN 1 PERFORM ENTER-SUPPLIER-INVOICE
               WHEN 2 PERFORM REMATCH-SUPPLIER-INVOICE
               WHEN 3 PERFORM RELEASE-HELD-INVOICE
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

       ENTER-SUPPLIER-INVOICE.
           DISPLAY " "
           DISPLAY "ENTER SUPPLIER CODE: " WITH NO ADVANCING.
           ACCEPT MATCH-SUPPLIER-CODE.
           DISPLAY "ENTER SUPPLIER'S INVOICE NUMBER: " WITH NO
               ADVANCING.
           ACCEPT MATCH-INVOICE-NUMBER.
           MOVE "Y" TO SUPPLIER-EXIST.
           MOVE MATCH-SUPPLIER-CODE TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY MOVE "N" TO SUPPLIER-EXIST
           END-READ.
           PERFORM CHECK-INVOICE-ON-FILE.
           EVALUATE TRUE
               WHEN SUPPLIER-EXIST = "N"
                   DISPLAY "SUPPLIER DOESN'T EXIST"
               WHEN MATCH-INVOICE-NUMBER = SPACES
                   DISPLAY "INVOICE NUMBER REQUIRED"
               WHEN SI-INVOICE-EXIST = "Y"
                   DISPLAY "INVOICE ALREADY ENTERED - USE REMATCH "
                       "HELD INVOICE"
               WHEN OTHER
                   PERFORM KEY-SUPPLIER-INVOICE-LINES
           END-EVALUATE.

       KEY-SUPPLIER-INVOICE-LINES.
           DISPLAY "ENTER INVOICE DATE (YYYYMMDD, 0 = TODAY): " WITH
               NO ADVANCING.
           ACCEPT SI-INVOICE-DATE-INPUT.
           IF SI-INVOICE-DATE-INPUT = ZERO
               ACCEPT SI-INVOICE-DATE-INPUT FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO SI-LINES-KEYED.
           MOVE "N" TO SI-LINE-DONE.
           PERFORM UNTIL SI-LINE-DONE = "Y"
               DISPLAY "ENTER PO NUMBER (0 = DONE): " WITH NO
                   ADVANCING
               ACCEPT MATCH-PO-NUMBER
               IF MATCH-PO-NUMBER = ZERO
                   MOVE "Y" TO SI-LINE-DONE
               ELSE
                   PERFORM ENTER-SUPPLIER-INVOICE-LINE
               END-IF
           END-PERFORM.
           IF SI-LINES-KEYED > ZERO
               PERFORM SETTLE-SUPPLIER-INVOICE
           ELSE
               DISPLAY "NO INVOICE LINES KEYED"
           END-IF.

       ENTER-SUPPLIER-INVOICE-LINE.
           DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING.
           ACCEPT MATCH-ITEM-CODE.
           MOVE "Y" TO PO-EXIST.
           MOVE MATCH-PO-NUMBER TO PO-NUMBER.
           MOVE MATCH-ITEM-CODE TO PO-ITEM-CODE.
           READ OPEN-PO-FILE
               INVALID KEY MOVE "N" TO PO-EXIST
           END-READ.
           EVALUATE TRUE
               WHEN PO-EXIST = "N"
                   DISPLAY "NO PO LINE FOR THAT PO NUMBER AND ITEM"
               WHEN PO-SUPPLIER-CODE NOT = MATCH-SUPPLIER-CODE
                   DISPLAY "PO " MATCH-PO-NUMBER " WAS NOT RAISED "
                       "ON SUPPLIER " MATCH-SUPPLIER-CODE
               WHEN OTHER
                   PERFORM WRITE-SUPPLIER-INVOICE-LINE
           END-EVALUATE.

       WRITE-SUPPLIER-INVOICE-LINE.
           DISPLAY "QUANTITY ORDERED: " PO-QUANTITY-ORDERED
               " RECEIVED: " PO-QUANTITY-RECEIVED.
           DISPLAY "ENTER QUANTITY INVOICED: " WITH NO ADVANCING.
           ACCEPT SI-QTY-INPUT.
           IF SI-QTY-INPUT = ZERO
               DISPLAY "QUANTITY MUST BE MORE THAN ZERO"
           ELSE
               PERFORM GET-INVOICE-PRICE-INPUT
               MOVE SI-QTY-INPUT TO MATCH-QTY
               PERFORM MATCH-INVOICE-LINE
               MOVE MATCH-KEY TO SUPPLIER-INVOICE-KEY
               MOVE SI-INVOICE-DATE-INPUT TO SI-INVOICE-DATE
               MOVE MATCH-QTY TO SI-QUANTITY-INVOICED
               MOVE MATCH-PRICE TO SI-UNIT-PRICE
               COMPUTE SI-LINE-VALUE = MATCH-QTY * MATCH-PRICE
               PERFORM MOVE-MATCH-RESULT
               ACCEPT SI-DATE-ENTERED FROM DATE YYYYMMDD
               MOVE ZERO TO SI-DATE-RELEASED
               MOVE CURRENT-OPERATOR TO SI-OPERATOR
               WRITE SUPPLIER-INVOICE-RECORD
                   INVALID KEY DISPLAY "PO LINE ALREADY ON THIS "
                       "INVOICE"
                   NOT INVALID KEY
                       ADD 1 TO SI-LINES-KEYED
                       PERFORM SHOW-MATCH-RESULT
               END-WRITE
           END-IF.

       GET-INVOICE-PRICE-INPUT.
           MOVE "N" TO PRICE-VALID
           PERFORM UNTIL PRICE-VALID = "Y"
               DISPLAY "ENTER INVOICED UNIT PRICE: " WITH NO
                   ADVANCING
               ACCEPT PRICE-INPUT
               IF FUNCTION TEST-NUMVAL(PRICE-INPUT) = 0
                   MOVE FUNCTION NUMVAL(PRICE-INPUT) TO MATCH-PRICE
                   MOVE "Y" TO PRICE-VALID
               ELSE
                   DISPLAY "INVALID PRICE - NUMERIC VALUE REQUIRED"
               END-IF
           END-PERFORM.

       MATCH-INVOICE-LINE.
           PERFORM SUM-GRNS-FOR-PO-LINE.
           PERFORM GET-RECEIPT-COST.
           PERFORM SUM-PRIOR-INVOICED.
           MOVE GRN-QTY-FOUND TO MATCH-RECEIVED-QTY.
           COMPUTE MATCH-BILLED-QTY = PRIOR-INVOICED-QTY + MATCH-QTY.
           MOVE ZERO TO MATCH-CATALOG-COST.
           MOVE "Y" TO CATALOG-EXIST.
           MOVE MATCH-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE MATCH-ITEM-CODE TO SC-ITEM-CODE.
           READ CATALOG-FILE
               INVALID KEY MOVE "N" TO CATALOG-EXIST
           END-READ.
           IF CATALOG-EXIST = "Y"
               MOVE SC-UNIT-COST TO MATCH-CATALOG-COST
           END-IF.
           MOVE SPACES TO MATCH-REASON.
           EVALUATE TRUE
               WHEN MATCH-RECEIVED-QTY = ZERO
                   MOVE "NR" TO MATCH-REASON
               WHEN MATCH-BILLED-QTY > MATCH-RECEIVED-QTY
                   MOVE "QT" TO MATCH-REASON
           END-EVALUATE.
           IF MATCH-REASON = SPACES AND MATCH-CATALOG-COST > ZERO
               MOVE MATCH-CATALOG-COST TO COMPARE-COST
               PERFORM CHECK-PRICE-TOLERANCE
               IF PRICE-OUTSIDE = "Y"
                   MOVE "PC" TO MATCH-REASON
               END-IF
           END-IF.
           IF MATCH-REASON = SPACES AND MATCH-RECEIPT-COST > ZERO
               MOVE MATCH-RECEIPT-COST TO COMPARE-COST
               PERFORM CHECK-PRICE-TOLERANCE
               IF PRICE-OUTSIDE = "Y"
                   MOVE "PR" TO MATCH-REASON
               END-IF
           END-IF.
           IF MATCH-REASON = SPACES
               MOVE "M" TO MATCH-STATUS
           ELSE
               MOVE "H" TO MATCH-STATUS
           END-IF.

       CHECK-PRICE-TOLERANCE.
           COMPUTE PRICE-VARIANCE = MATCH-PRICE - COMPARE-COST.
           IF PRICE-VARIANCE < ZERO
               COMPUTE PRICE-VARIANCE = 0 - PRICE-VARIANCE
           END-IF.
           COMPUTE PRICE-LIMIT =
               COMPARE-COST * PRICE-TOLERANCE-PCT / 100.
           IF PRICE-VARIANCE > PRICE-LIMIT
               MOVE "Y" TO PRICE-OUTSIDE
           ELSE
               MOVE "N" TO PRICE-OUTSIDE
           END-IF.

       SUM-GRNS-FOR-PO-LINE.
           MOVE ZERO TO GRN-QTY-FOUND.
           MOVE ZERO TO GRN-COST-QTY.
           MOVE ZERO TO GRN-COST-FOUND.
           MOVE "N" TO GRN-DONE.
           MOVE ZERO TO GRN-NUMBER.
           START GRN-FILE KEY NOT < GRN-NUMBER
               INVALID KEY MOVE "Y" TO GRN-DONE
           END-START.
           PERFORM UNTIL GRN-DONE = "Y"
               READ GRN-FILE NEXT RECORD
                   AT END MOVE "Y" TO GRN-DONE
                   NOT AT END
                       IF GRN-PO-NUMBER = MATCH-PO-NUMBER AND
                           GRN-ITEM-CODE = MATCH-ITEM-CODE
                           PERFORM ADD-GRN-TO-MATCH
                       END-IF
               END-READ
           END-PERFORM.

       ADD-GRN-TO-MATCH.
           ADD GRN-QUANTITY TO GRN-QTY-FOUND.
           IF GRN-UNIT-COST IS NUMERIC
               IF GRN-UNIT-COST > ZERO
                   ADD GRN-QUANTITY TO GRN-COST-QTY
                   COMPUTE GRN-COST-FOUND = GRN-COST-FOUND +
                       (GRN-QUANTITY * GRN-UNIT-COST)
               END-IF
           END-IF.

       GET-RECEIPT-COST.
           MOVE ZERO TO MATCH-RECEIPT-COST.
           MOVE ZERO TO LAYER-QTY-FOUND.
           MOVE ZERO TO LAYER-COST-FOUND.
           MOVE "N" TO LAYER-DONE.
           MOVE MATCH-ITEM-CODE TO CL-ITEM-CODE.
           MOVE ZERO TO CL-RECEIPT-DATE.
           MOVE ZERO TO CL-RECEIPT-TIME.
           START COST-LAYER-FILE KEY NOT < COST-LAYER-KEY
               INVALID KEY MOVE "Y" TO LAYER-DONE
           END-START.
           PERFORM UNTIL LAYER-DONE = "Y"
               READ COST-LAYER-FILE NEXT RECORD
                   AT END MOVE "Y" TO LAYER-DONE
                   NOT AT END
                       IF CL-ITEM-CODE NOT = MATCH-ITEM-CODE
                           MOVE "Y" TO LAYER-DONE
                       ELSE
                           IF CL-PO-NUMBER = MATCH-PO-NUMBER
                               ADD CL-QUANTITY-REMAINING
                                   TO LAYER-QTY-FOUND
                               COMPUTE LAYER-COST-FOUND =
                                   LAYER-COST-FOUND +
                                   (CL-QUANTITY-REMAINING *
                                   CL-UNIT-COST)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN LAYER-QTY-FOUND > ZERO
                   COMPUTE MATCH-RECEIPT-COST ROUNDED =
                       LAYER-COST-FOUND / LAYER-QTY-FOUND
               WHEN GRN-COST-QTY > ZERO
                   COMPUTE MATCH-RECEIPT-COST ROUNDED =
                       GRN-COST-FOUND / GRN-COST-QTY
           END-EVALUATE.

       SUM-PRIOR-INVOICED.
           MOVE ZERO TO PRIOR-INVOICED-QTY.
           MOVE "N" TO SI-SCAN-DONE.
           MOVE LOW-VALUES TO SUPPLIER-INVOICE-KEY.
           START SUPPLIER-INVOICE-FILE
               KEY NOT < SUPPLIER-INVOICE-KEY
               INVALID KEY MOVE "Y" TO SI-SCAN-DONE
           END-START.
           PERFORM UNTIL SI-SCAN-DONE = "Y"
               READ SUPPLIER-INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO SI-SCAN-DONE
                   NOT AT END
                       IF SI-PO-NUMBER = MATCH-PO-NUMBER AND
                           SI-ITEM-CODE = MATCH-ITEM-CODE AND
                           SUPPLIER-INVOICE-KEY NOT = MATCH-KEY
                           ADD SI-QUANTITY-INVOICED
                               TO PRIOR-INVOICED-QTY
                       END-IF
               END-READ
           END-PERFORM.

       MOVE-MATCH-RESULT.
           MOVE MATCH-RECEIVED-QTY TO SI-QUANTITY-RECEIVED.
           MOVE MATCH-BILLED-QTY TO SI-QUANTITY-BILLED.
           MOVE MATCH-CATALOG-COST TO SI-CATALOG-COST.
           MOVE MATCH-RECEIPT-COST TO SI-RECEIPT-COST.
           MOVE MATCH-STATUS TO SI-MATCH-STATUS.
           MOVE MATCH-REASON TO SI-HOLD-REASON.

       SHOW-MATCH-RESULT.
           EVALUATE TRUE
               WHEN SI-HOLD-NOT-RECEIVED
                   DISPLAY "ON HOLD - NOTHING RECEIVED AGAINST THIS "
                       "PO LINE"
               WHEN SI-HOLD-QUANTITY
                   DISPLAY "ON HOLD - " SI-QUANTITY-BILLED
                       " BILLED BUT ONLY " SI-QUANTITY-RECEIVED
                       " RECEIVED"
               WHEN SI-HOLD-CATALOG-PRICE
                   MOVE SI-CATALOG-COST TO SI-VALUE-SHOWN
                   DISPLAY "ON HOLD - PRICE OUTSIDE TOLERANCE OF "
                       "CATALOGUE COST " SI-VALUE-SHOWN
               WHEN SI-HOLD-RECEIPT-PRICE
                   MOVE SI-RECEIPT-COST TO SI-VALUE-SHOWN
                   DISPLAY "ON HOLD - PRICE OUTSIDE TOLERANCE OF "
                       "RECEIPT COST " SI-VALUE-SHOWN
               WHEN OTHER
                   DISPLAY "LINE MATCHED"
           END-EVALUATE.

       CHECK-INVOICE-ON-FILE.
           MOVE "Y" TO SI-INVOICE-EXIST.
           MOVE MATCH-SUPPLIER-CODE TO SI-SUPPLIER-CODE.
           MOVE MATCH-INVOICE-NUMBER TO SI-INVOICE-NUMBER.
           MOVE ZERO TO SI-PO-NUMBER.
           MOVE LOW-VALUES TO SI-ITEM-CODE.
           START SUPPLIER-INVOICE-FILE
               KEY NOT < SUPPLIER-INVOICE-KEY
               INVALID KEY MOVE "N" TO SI-INVOICE-EXIST
           END-START.
           IF SI-INVOICE-EXIST = "Y"
               READ SUPPLIER-INVOICE-FILE NEXT RECORD
                   AT END MOVE "N" TO SI-INVOICE-EXIST
               END-READ
           END-IF.
           IF SI-INVOICE-EXIST = "Y"
               IF SI-SUPPLIER-CODE NOT = MATCH-SUPPLIER-CODE OR
                   SI-INVOICE-NUMBER NOT = MATCH-INVOICE-NUMBER
                   MOVE "N" TO SI-INVOICE-EXIST
               END-IF
           END-IF.

       READ-NEXT-INVOICE-LINE.
           READ SUPPLIER-INVOICE-FILE NEXT RECORD
               AT END MOVE "Y" TO SI-SCAN-DONE
               NOT AT END
                   IF SI-SUPPLIER-CODE NOT = MATCH-SUPPLIER-CODE OR
                       SI-INVOICE-NUMBER NOT = MATCH-INVOICE-NUMBER
                       MOVE "Y" TO SI-SCAN-DONE
                   END-IF
           END-READ.

       SETTLE-SUPPLIER-INVOICE.
           MOVE ZERO TO SI-LINES-HELD.
           MOVE ZERO TO SI-LINES-RELEASED.
           PERFORM CHECK-INVOICE-ON-FILE.
           MOVE "N" TO SI-SCAN-DONE.
           IF SI-INVOICE-EXIST = "N"
               MOVE "Y" TO SI-SCAN-DONE
           END-IF.
           PERFORM UNTIL SI-SCAN-DONE = "Y"
               IF SI-ON-HOLD
                   ADD 1 TO SI-LINES-HELD
               END-IF
               PERFORM READ-NEXT-INVOICE-LINE
           END-PERFORM.
           IF SI-LINES-HELD > ZERO
               DISPLAY "INVOICE " MATCH-INVOICE-NUMBER " ON HOLD - "
                   SI-LINES-HELD " LINES OUTSIDE TOLERANCE"
           ELSE
               PERFORM RELEASE-MATCHED-LINES
               DISPLAY "INVOICE " MATCH-INVOICE-NUMBER
                   " MATCHED AND RELEASED FOR PAYMENT"
           END-IF.

       RELEASE-MATCHED-LINES.
           PERFORM CHECK-INVOICE-ON-FILE.
           MOVE "N" TO SI-SCAN-DONE.
           IF SI-INVOICE-EXIST = "N"
               MOVE "Y" TO SI-SCAN-DONE
           END-IF.
           PERFORM UNTIL SI-SCAN-DONE = "Y"
               IF SI-MATCHED
                   MOVE "R" TO SI-MATCH-STATUS
                   ACCEPT SI-DATE-RELEASED FROM DATE YYYYMMDD
                   REWRITE SUPPLIER-INVOICE-RECORD
                       INVALID KEY DISPLAY "INVOICE LINE DOESN'T "
                           "UPDATED"
                       NOT INVALID KEY ADD 1 TO SI-LINES-RELEASED
                   END-REWRITE
               END-IF
               PERFORM READ-NEXT-INVOICE-LINE
           END-PERFORM.

       REMATCH-SUPPLIER-INVOICE.
           DISPLAY " "
           DISPLAY "ENTER SUPPLIER CODE: " WITH NO ADVANCING.
           ACCEPT MATCH-SUPPLIER-CODE.
           DISPLAY "ENTER SUPPLIER'S INVOICE NUMBER: " WITH NO
               ADVANCING.
           ACCEPT MATCH-INVOICE-NUMBER.
           PERFORM CHECK-INVOICE-ON-FILE.
           IF SI-INVOICE-EXIST = "N"
               DISPLAY "INVOICE NOT ON FILE"
           ELSE
               MOVE "N" TO SI-SCAN-DONE
               PERFORM UNTIL SI-SCAN-DONE = "Y"
                   IF SI-ON-HOLD
                       PERFORM REMATCH-HELD-LINE
                   ELSE
                       PERFORM READ-NEXT-INVOICE-LINE
                   END-IF
               END-PERFORM
               PERFORM SETTLE-SUPPLIER-INVOICE
           END-IF.

       REMATCH-HELD-LINE.
           MOVE SUPPLIER-INVOICE-KEY TO MATCH-KEY.
           MOVE SI-QUANTITY-INVOICED TO MATCH-QTY.
           MOVE SI-UNIT-PRICE TO MATCH-PRICE.
           PERFORM MATCH-INVOICE-LINE.
           MOVE MATCH-KEY TO SUPPLIER-INVOICE-KEY.
           READ SUPPLIER-INVOICE-FILE
               INVALID KEY MOVE "Y" TO SI-SCAN-DONE
               NOT INVALID KEY
                   PERFORM MOVE-MATCH-RESULT
                   REWRITE SUPPLIER-INVOICE-RECORD
                       INVALID KEY DISPLAY "INVOICE LINE DOESN'T "
                           "UPDATED"
                   END-REWRITE
                   DISPLAY "PO " SI-PO-NUMBER " ITEM " SI-ITEM-CODE
                   PERFORM SHOW-MATCH-RESULT
           END-READ.
           IF SI-SCAN-DONE = "N"
               START SUPPLIER-INVOICE-FILE
                   KEY > SUPPLIER-INVOICE-KEY
                   INVALID KEY MOVE "Y" TO SI-SCAN-DONE
               END-START
           END-IF.
           IF SI-SCAN-DONE = "N"
               PERFORM READ-NEXT-INVOICE-LINE
           END-IF.

       RELEASE-HELD-INVOICE.
           DISPLAY " "
           IF NOT CURRENT-OPERATOR-IS-SUPERVISOR
               DISPLAY "ACCESS DENIED - SUPERVISOR ONLY"
           ELSE
               DISPLAY "ENTER SUPPLIER CODE: " WITH NO ADVANCING
               ACCEPT MATCH-SUPPLIER-CODE
               DISPLAY "ENTER SUPPLIER'S INVOICE NUMBER: " WITH NO
                   ADVANCING
               ACCEPT MATCH-INVOICE-NUMBER
               PERFORM CHECK-INVOICE-ON-FILE
               IF SI-INVOICE-EXIST = "N"
                   DISPLAY "INVOICE NOT ON FILE"
               ELSE
                   DISPLAY "RELEASE EVERY HELD LINE FOR PAYMENT "
                       "(Y/N): " WITH NO ADVANCING
                   ACCEPT RELEASE-CONFIRM
                   IF RELEASE-CONFIRM = "Y" OR RELEASE-CONFIRM = "y"
                       PERFORM OVERRIDE-INVOICE-HOLDS
                   END-IF
               END-IF
           END-IF.

       OVERRIDE-INVOICE-HOLDS.
           MOVE ZERO TO SI-LINES-RELEASED.
           MOVE "N" TO SI-SCAN-DONE.
           PERFORM UNTIL SI-SCAN-DONE = "Y"
               IF NOT SI-RELEASED
                   IF SI-ON-HOLD
                       MOVE SI-ITEM-CODE TO ITEM-CODE
                       MOVE SPACES TO AUDIT-OLD-VALUE
                       STRING "HOLD " DELIMITED BY SIZE
                           SI-HOLD-REASON DELIMITED BY SIZE
                           " INV " DELIMITED BY SIZE
                           SI-INVOICE-NUMBER DELIMITED BY SIZE
                           " PO " DELIMITED BY SIZE
                           SI-PO-NUMBER DELIMITED BY SIZE
                           INTO AUDIT-OLD-VALUE
                       END-STRING
                       MOVE "RELEASED BY SUPERVISOR" TO AUDIT-NEW-VALUE
                       MOVE "SIREL" TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
                   MOVE "R" TO SI-MATCH-STATUS
                   ACCEPT SI-DATE-RELEASED FROM DATE YYYYMMDD
                   REWRITE SUPPLIER-INVOICE-RECORD
                       INVALID KEY DISPLAY "INVOICE LINE DOESN'T "
                           "UPDATED"
                       NOT INVALID KEY ADD 1 TO SI-LINES-RELEASED
                   END-REWRITE
               END-IF
               PERFORM READ-NEXT-INVOICE-LINE
           END-PERFORM.
           DISPLAY "INVOICE LINES RELEASED FOR PAYMENT: "
               SI-LINES-RELEASED.

       AMEND-ORDER-MENU.
           DISPLAY " "
           DISPLAY "AMEND OR CANCEL SALES ORDER"
           DISPLAY "1: AMEND LINE QUANTITY"
           DISPLAY "2: CANCEL ORDER LINE"
           DISPLAY "3: CANCEL WHOLE ORDER"
           DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING.
           ACCEPT AMEND-CHOISE.
           EVALUATE AMEND-CHOISE
               WHEN 1 PERFORM AMEND-ORDER-LINE
               WHEN 2 PERFORM CANCEL-ORDER-LINE
               WHEN 3 PERFORM CANCEL-SALES-ORDER
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

       GET-ORDER-LINE-TO-CHANGE.
           DISPLAY " "
           DISPLAY "ENTER ORDER NUMBER: " WITH NO ADVANCING.
           ACCEPT WANTED-ORDER-NUMBER.
           DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING.
           ACCEPT ORDER-ITEM-INPUT.
           MOVE "Y" TO ORDER-EXIST.
           MOVE WANTED-ORDER-NUMBER TO SO-ORDER-NUMBER.
           MOVE ORDER-ITEM-INPUT TO SO-ITEM-CODE.
           READ SALES-ORDER-FILE
               INVALID KEY MOVE "N" TO ORDER-EXIST
           END-READ.
           IF ORDER-EXIST = "Y"
               DISPLAY "CUSTOMER " SO-CUSTOMER-CODE " ORDERED "
                   SO-QUANTITY-ORDERED " ALLOCATED "
                   SO-QUANTITY-ALLOCATED
           END-IF.

       AMEND-ORDER-LINE.
           PERFORM GET-ORDER-LINE-TO-CHANGE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE ORDER-ITEM-INPUT TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           EVALUATE TRUE
               WHEN ORDER-EXIST = "N"
                   DISPLAY "NO ORDER LINE FOR THAT ORDER AND ITEM"
               WHEN NOT SO-LINE-OPEN
                   DISPLAY "ORDER LINE IS NO LONGER OPEN"
               WHEN ITEM-EXIST = "N"
                   DISPLAY "ITEM DOESN'T EXIST"
               WHEN OTHER
                   PERFORM CHANGE-ORDER-LINE-QTY
           END-EVALUATE.

       CHANGE-ORDER-LINE-QTY.
           DISPLAY "ENTER NEW QUANTITY ORDERED: " WITH NO ADVANCING.
           ACCEPT ORDER-QTY-INPUT.
           IF ORDER-QTY-INPUT = ZERO
               DISPLAY "USE CANCEL ORDER LINE TO TAKE A LINE OFF "
                   "THE ORDER"
           ELSE
               MOVE SO-QUANTITY-ORDERED TO OLD-ORDERED-QTY
               MOVE SO-QUANTITY-ALLOCATED TO OLD-ALLOCATED-QTY
               PERFORM RELEASE-LINE-ALLOCATION
               PERFORM GET-AVAILABLE-QTY
               IF ORDER-QTY-INPUT > AVAILABLE-QTY
                   MOVE AVAILABLE-QTY TO ALLOCATE-QTY
               ELSE
                   MOVE ORDER-QTY-INPUT TO ALLOCATE-QTY
               END-IF
               ADD ALLOCATE-QTY TO QUANTITY-ALLOCATED
               REWRITE STOCK-ITEMS
                   INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
                   NOT INVALID KEY
                       PERFORM REWRITE-AMENDED-LINE
               END-REWRITE
           END-IF.

       REWRITE-AMENDED-LINE.
           MOVE ORDER-QTY-INPUT TO SO-QUANTITY-ORDERED.
           MOVE ALLOCATE-QTY TO SO-QUANTITY-ALLOCATED.
           REWRITE SALES-ORDER-RECORD
               INVALID KEY DISPLAY "ORDER LINE DOESN'T UPDATED"
           END-REWRITE.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING "SO " DELIMITED BY SIZE
               SO-ORDER-NUMBER DELIMITED BY SIZE
               " QTY " DELIMITED BY SIZE
               OLD-ORDERED-QTY DELIMITED BY SIZE
               " ALLOC " DELIMITED BY SIZE
               OLD-ALLOCATED-QTY DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE
           END-STRING.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING "SO " DELIMITED BY SIZE
               SO-ORDER-NUMBER DELIMITED BY SIZE
               " QTY " DELIMITED BY SIZE
               SO-QUANTITY-ORDERED DELIMITED BY SIZE
               " ALLOC " DELIMITED BY SIZE
               SO-QUANTITY-ALLOCATED DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE
           END-STRING.
           MOVE "SOAMND" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "ORDER LINE AMENDED - " ALLOCATE-QTY
               " ALLOCATED".
           IF ALLOCATE-QTY < ORDER-QTY-INPUT
               DISPLAY "ONLY " ALLOCATE-QTY " FREE TO ALLOCATE - "
                   "REST WILL BACKORDER AT PICK"
           END-IF.

       RELEASE-LINE-ALLOCATION.
           IF SO-QUANTITY-ALLOCATED > QUANTITY-ALLOCATED
               MOVE ZERO TO QUANTITY-ALLOCATED
           ELSE
               SUBTRACT SO-QUANTITY-ALLOCATED FROM QUANTITY-ALLOCATED
           END-IF.

       CANCEL-ORDER-LINE.
           PERFORM GET-ORDER-LINE-TO-CHANGE.
           EVALUATE TRUE
               WHEN ORDER-EXIST = "N"
                   DISPLAY "NO ORDER LINE FOR THAT ORDER AND ITEM"
               WHEN NOT SO-LINE-OPEN
                   DISPLAY "ORDER LINE IS NO LONGER OPEN"
               WHEN OTHER
                   DISPLAY "CANCEL THIS ORDER LINE (Y/N): " WITH NO
                       ADVANCING
                   ACCEPT CANCEL-CONFIRM
                   IF CANCEL-CONFIRM = "Y" OR CANCEL-CONFIRM = "y"
                       MOVE ZERO TO LINES-CANCELLED
                       PERFORM CANCEL-ONE-LINE
                       IF LINES-CANCELLED > ZERO
                           DISPLAY "ORDER LINE CANCELLED"
                       END-IF
                   END-IF
           END-EVALUATE.

       CANCEL-SALES-ORDER.
           DISPLAY " "
           DISPLAY "ENTER ORDER NUMBER TO CANCEL: " WITH NO
               ADVANCING.
           ACCEPT WANTED-ORDER-NUMBER.
           DISPLAY "CANCEL EVERY OPEN LINE ON THIS ORDER (Y/N): "
               WITH NO ADVANCING.
           ACCEPT CANCEL-CONFIRM.
           IF CANCEL-CONFIRM = "Y" OR CANCEL-CONFIRM = "y"
               MOVE WANTED-ORDER-NUMBER TO SO-ORDER-NUMBER
               MOVE LOW-VALUES TO SO-ITEM-CODE
               MOVE "N" TO SO-DONE
               MOVE "N" TO ORDER-EXIST
               MOVE ZERO TO LINES-CANCELLED
               START SALES-ORDER-FILE KEY NOT < SO-KEY
                   INVALID KEY MOVE "Y" TO SO-DONE
               END-START
               IF SO-DONE = "N"
                   READ SALES-ORDER-FILE NEXT RECORD
                       AT END MOVE "Y" TO SO-DONE
                   END-READ
               END-IF
               PERFORM UNTIL SO-DONE = "Y"
                   IF SO-ORDER-NUMBER NOT = WANTED-ORDER-NUMBER
                       MOVE "Y" TO SO-DONE
                   ELSE
                       MOVE "Y" TO ORDER-EXIST
                       IF SO-LINE-OPEN
                           PERFORM CANCEL-ONE-LINE
                       END-IF
                       READ SALES-ORDER-FILE NEXT RECORD
                           AT END MOVE "Y" TO SO-DONE
                       END-READ
                   END-IF
               END-PERFORM
               IF ORDER-EXIST = "N"
                   DISPLAY "NO ORDER LINES FOR THAT ORDER NUMBER"
               ELSE
                   DISPLAY "ORDER LINES CANCELLED: " LINES-CANCELLED
               END-IF
           END-IF.

       CANCEL-ONE-LINE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE SO-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "Y"
               PERFORM RELEASE-LINE-ALLOCATION
               REWRITE STOCK-ITEMS
                   INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
               END-REWRITE
           END-IF.
           MOVE SO-ITEM-CODE TO ITEM-CODE.
           MOVE SO-QUANTITY-ALLOCATED TO OLD-ALLOCATED-QTY.
           MOVE ZERO TO SO-QUANTITY-ALLOCATED.
           MOVE "X" TO SO-STATUS.
           REWRITE SALES-ORDER-RECORD
               INVALID KEY DISPLAY "ORDER LINE DOESN'T UPDATED"
               NOT INVALID KEY
                   ADD 1 TO LINES-CANCELLED
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   STRING "SO " DELIMITED BY SIZE
                       SO-ORDER-NUMBER DELIMITED BY SIZE
                       " QTY " DELIMITED BY SIZE
                       SO-QUANTITY-ORDERED DELIMITED BY SIZE
                       " ALLOC " DELIMITED BY SIZE
                       OLD-ALLOCATED-QTY DELIMITED BY SIZE
                       INTO AUDIT-OLD-VALUE
                   END-STRING
                   MOVE "CANCELLED - ALLOCATION RELEASED"
                       TO AUDIT-NEW-VALUE
                   MOVE "SOCANC" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
           END-REWRITE.

       REORDER-PROPOSAL-MENU.
           DISPLAY " "
           IF NOT CURRENT-OPERATOR-IS-SUPERVISOR
               DISPLAY "ACCESS DENIED - SUPERVISOR ONLY"
           ELSE
               MOVE ZERO TO PROPOSALS-APPLIED
               MOVE ZERO TO PROPOSALS-REJECTED
               MOVE "N" TO PROPOSAL-DONE
               MOVE LOW-VALUES TO RP-ITEM-CODE
               START REORDER-PROPOSAL-FILE KEY > RP-ITEM-CODE
                   INVALID KEY MOVE "Y" TO PROPOSAL-DONE
               END-START
               IF PROPOSAL-DONE = "Y"
                   DISPLAY "NO REORDER PROPOSALS WAITING"
               END-IF
               PERFORM UNTIL PROPOSAL-DONE = "Y"
                   READ REORDER-PROPOSAL-FILE NEXT RECORD
                       AT END MOVE "Y" TO PROPOSAL-DONE
                       NOT AT END PERFORM REVIEW-REORDER-PROPOSAL
                   END-READ
               END-PERFORM
               DISPLAY " "
               DISPLAY "PROPOSALS APPLIED : " PROPOSALS-APPLIED
               DISPLAY "PROPOSALS REJECTED: " PROPOSALS-REJECTED
           END-IF.

       REVIEW-REORDER-PROPOSAL.
           MOVE RP-AVERAGE-DAILY TO AVERAGE-RATE-SHOWN.
           MOVE RP-PEAK-DAILY TO PEAK-RATE-SHOWN.
           DISPLAY " "
           DISPLAY "ITEM " RP-ITEM-CODE " ISSUED " RP-TOTAL-ISSUED
               " IN " RP-HISTORY-MONTHS " MONTHS".
           DISPLAY "AVERAGE PER DAY " AVERAGE-RATE-SHOWN
               "  PEAK PER DAY " PEAK-RATE-SHOWN
               "  LEAD TIME " RP-LEAD-TIME " DAYS".
           DISPLAY "REORDER LEVEL    " RP-OLD-LEVEL " -> "
               RP-NEW-LEVEL.
           DISPLAY "REORDER QUANTITY " RP-OLD-QUANTITY " -> "
               RP-NEW-QUANTITY.
           DISPLAY "A = APPLY, R = REJECT, L = LEAVE, Q = QUIT: "
               WITH NO ADVANCING.
           ACCEPT PROPOSAL-ACTION.
           EVALUATE PROPOSAL-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM APPLY-REORDER-PROPOSAL
               WHEN "R"
               WHEN "r"
                   PERFORM REJECT-REORDER-PROPOSAL
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO PROPOSAL-DONE
               WHEN OTHER
                   DISPLAY "PROPOSAL LEFT FOR LATER"
           END-EVALUATE.

       APPLY-REORDER-PROPOSAL.
           MOVE "Y" TO ITEM-EXIST.
           MOVE RP-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               DISPLAY "ITEM DOESN'T EXIST - PROPOSAL REJECTED"
               PERFORM REJECT-REORDER-PROPOSAL
           ELSE
               MOVE SPACES TO AUDIT-OLD-VALUE
               STRING "LEVEL " DELIMITED BY SIZE
                   REORDER-LEVEL DELIMITED BY SIZE
                   " QTY " DELIMITED BY SIZE
                   REORDER-QUANTITY DELIMITED BY SIZE
                   INTO AUDIT-OLD-VALUE
               END-STRING
               MOVE RP-NEW-LEVEL TO REORDER-LEVEL
               MOVE RP-NEW-QUANTITY TO REORDER-QUANTITY
               REWRITE STOCK-ITEMS
                   INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
                   NOT INVALID KEY
                       MOVE SPACES TO AUDIT-NEW-VALUE
                       STRING "LEVEL " DELIMITED BY SIZE
                           REORDER-LEVEL DELIMITED BY SIZE
                           " QTY " DELIMITED BY SIZE
                           REORDER-QUANTITY DELIMITED BY SIZE
                           INTO AUDIT-NEW-VALUE
                       END-STRING
                       MOVE "REORD" TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                       DELETE REORDER-PROPOSAL-FILE
                           INVALID KEY DISPLAY "PROPOSAL DOESN'T "
                               "DELETED"
                       END-DELETE
                       ADD 1 TO PROPOSALS-APPLIED
                       DISPLAY "REORDER FIGURES UPDATED"
               END-REWRITE
           END-IF.

       REJECT-REORDER-PROPOSAL.
           DELETE REORDER-PROPOSAL-FILE
               INVALID KEY DISPLAY "PROPOSAL DOESN'T DELETED"
               NOT INVALID KEY ADD 1 TO PROPOSALS-REJECTED
           END-DELETE.

       REPLENISH-MENU.
           DISPLAY " "
           DISPLAY "TRADE COUNTER REPLENISHMENT"
           DISPLAY "1: SET LOCATION MIN/MAX LEVELS"
           DISPLAY "2: CONFIRM REPLENISHMENT PICK LIST"
           DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING.
           ACCEPT REPLENISH-CHOISE.
           EVALUATE REPLENISH-CHOISE
               WHEN 1 PERFORM SET-LOCATION-LEVELS
               WHEN 2 PERFORM CONFIRM-REPLENISHMENT
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

       SET-LOCATION-LEVELS.
           MOVE "Y" TO ITEM-EXIST.
           DISPLAY " "
           DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING.
           ACCEPT ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               DISPLAY "ITEM DOESN'T EXIST"
           ELSE
               PERFORM GET-LOCATION-INPUT
               MOVE "Y" TO LOCATION-EXIST
               MOVE ITEM-CODE TO LB-ITEM-CODE
               MOVE LOCATION-INPUT TO LB-LOCATION-CODE
               READ LOCATION-FILE
                   INVALID KEY MOVE "N" TO LOCATION-EXIST
               END-READ
               IF LOCATION-EXIST = "N"
                   MOVE ITEM-CODE TO LB-ITEM-CODE
                   MOVE LOCATION-INPUT TO LB-LOCATION-CODE
                   MOVE ZERO TO LB-QUANTITY
                   MOVE ZERO TO LB-MIN-QUANTITY
                   MOVE ZERO TO LB-MAX-QUANTITY
               END-IF
               DISPLAY "BALANCE AT " LB-LOCATION-CODE ": " LB-QUANTITY
                   " MIN: " LB-MIN-QUANTITY " MAX: " LB-MAX-QUANTITY
               DISPLAY "ENTER NEW MINIMUM (0 = NOT REPLENISHED): "
                   WITH NO ADVANCING
               ACCEPT NEW-MIN-QUANTITY
               DISPLAY "ENTER NEW MAXIMUM: " WITH NO ADVANCING
               ACCEPT NEW-MAX-QUANTITY
               IF NEW-MAX-QUANTITY < NEW-MIN-QUANTITY
                   DISPLAY "MAXIMUM CANNOT BE BELOW MINIMUM"
               ELSE
                   PERFORM APPLY-LOCATION-LEVELS
               END-IF
           END-IF.

       APPLY-LOCATION-LEVELS.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING LB-LOCATION-CODE DELIMITED BY SIZE
               " MIN " DELIMITED BY SIZE
               LB-MIN-QUANTITY DELIMITED BY SIZE
               " MAX " DELIMITED BY SIZE
               LB-MAX-QUANTITY DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE
           END-STRING.
           MOVE NEW-MIN-QUANTITY TO LB-MIN-QUANTITY.
           MOVE NEW-MAX-QUANTITY TO LB-MAX-QUANTITY.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING LB-LOCATION-CODE DELIMITED BY SIZE
               " MIN " DELIMITED BY SIZE
               LB-MIN-QUANTITY DELIMITED BY SIZE
               " MAX " DELIMITED BY SIZE
               LB-MAX-QUANTITY DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE
           END-STRING.
           MOVE "Y" TO REPLENISH-DONE.
           IF LOCATION-EXIST = "N"
               WRITE LOCATION-BALANCE-RECORD
                   INVALID KEY MOVE "N" TO REPLENISH-DONE
               END-WRITE
           ELSE
               REWRITE LOCATION-BALANCE-RECORD
                   INVALID KEY MOVE "N" TO REPLENISH-DONE
               END-REWRITE
           END-IF.
           IF REPLENISH-DONE = "N"
               DISPLAY "LOCATION LEVELS DOESN'T UPDATED"
           ELSE
               MOVE "MINMAX" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "LOCATION LEVELS UPDATED"
           END-IF.

       CONFIRM-REPLENISHMENT.
           MOVE "N" TO REPLENISH-DONE.
           MOVE ZERO TO REPLEN-LINES-READ.
           MOVE ZERO TO REPLEN-LINES-POSTED.
           MOVE ZERO TO REPLEN-SHORT-PICKS.
           MOVE ZERO TO REPLEN-QTY-SHORT.
           OPEN INPUT REPLEN-PICK-FILE.
           READ REPLEN-PICK-FILE
               AT END MOVE "Y" TO REPLENISH-DONE
           END-READ.
           IF REPLENISH-DONE = "Y"
               DISPLAY "NO REPLENISHMENT PICK LIST TO CONFIRM"
               CLOSE REPLEN-PICK-FILE
           ELSE
               DISPLAY " "
               DISPLAY "PICK LIST OF " RPK-RUN-DATE
               DISPLAY "WERE ANY LINES PICKED SHORT (Y/N): " WITH NO
                   ADVANCING
               ACCEPT SHORT-PICKS-KEYED
               PERFORM UNTIL REPLENISH-DONE = "Y"
                   ADD 1 TO REPLEN-LINES-READ
                   PERFORM CONFIRM-REPLENISH-LINE
                   READ REPLEN-PICK-FILE
                       AT END MOVE "Y" TO REPLENISH-DONE
                   END-READ
               END-PERFORM
               CLOSE REPLEN-PICK-FILE
               OPEN OUTPUT REPLEN-PICK-FILE
               CLOSE REPLEN-PICK-FILE
               DISPLAY "PICK LINES READ   : " REPLEN-LINES-READ
               DISPLAY "TRANSFERS POSTED  : " REPLEN-LINES-POSTED
               DISPLAY "SHORT PICKS       : " REPLEN-SHORT-PICKS
               DISPLAY "QUANTITY SHORT    : " REPLEN-QTY-SHORT
           END-IF.

       CONFIRM-REPLENISH-LINE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE RPK-ITEM-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           MOVE ZERO TO TRANSFER-QTY.
           IF ITEM-EXIST = "N"
               DISPLAY "ITEM DOESN'T EXIST FOR PICK LINE: "
                   RPK-ITEM-CODE
           ELSE
               MOVE RPK-PICK-QUANTITY TO TRANSFER-QTY
               IF SHORT-PICKS-KEYED = "Y" OR SHORT-PICKS-KEYED = "y"
                   DISPLAY RPK-ITEM-CODE " " ITEM-NAME " LISTED "
                       RPK-PICK-QUANTITY
                   DISPLAY "ENTER QUANTITY PICKED: " WITH NO
                       ADVANCING
                   ACCEPT TRANSFER-QTY
                   IF TRANSFER-QTY > RPK-PICK-QUANTITY
                       DISPLAY "MORE THAN LISTED - LISTED QUANTITY "
                           "USED"
                       MOVE RPK-PICK-QUANTITY TO TRANSFER-QTY
                   END-IF
               END-IF
               MOVE ZERO TO FROM-LOCATION-QTY
               MOVE "Y" TO LOCATION-EXIST
               MOVE ITEM-CODE TO LB-ITEM-CODE
               MOVE "WHS" TO LB-LOCATION-CODE
               READ LOCATION-FILE
                   INVALID KEY MOVE "N" TO LOCATION-EXIST
               END-READ
               IF LOCATION-EXIST = "Y"
                   MOVE LB-QUANTITY TO FROM-LOCATION-QTY
               END-IF
               IF TRANSFER-QTY > FROM-LOCATION-QTY
                   MOVE FROM-LOCATION-QTY TO TRANSFER-QTY
               END-IF
               IF TRANSFER-QTY > ZERO
                   MOVE "WHS" TO FROM-LOCATION
                   MOVE "TRD" TO TO-LOCATION
                   PERFORM APPLY-STOCK-TRANSFER
                   IF TRANSFER-DONE = "Y"
                       ADD 1 TO REPLEN-LINES-POSTED
                   ELSE
                       MOVE ZERO TO TRANSFER-QTY
                   END-IF
               END-IF
           END-IF.
           IF TRANSFER-QTY < RPK-PICK-QUANTITY
               COMPUTE SHORT-QTY = RPK-PICK-QUANTITY - TRANSFER-QTY
               ADD 1 TO REPLEN-SHORT-PICKS
               ADD SHORT-QTY TO REPLEN-QTY-SHORT
               DISPLAY "SHORT PICK " RPK-ITEM-CODE " LISTED "
                   RPK-PICK-QUANTITY " MOVED " TRANSFER-QTY
                   " SHORT " SHORT-QTY
           END-IF.

       GET-AVAILABLE-QTY.
           COMPUTE AVAILABLE-QTY =
               QUANTITY-ON-HAND - QUANTITY-ALLOCATED.
           IF AVAILABLE-QTY < ZERO
               MOVE ZERO TO AVAILABLE-QTY
           END-IF.

       KIT-MENU.
           DISPLAY " "
           DISPLAY "KIT ASSEMBLY"
           DISPLAY "1: ADD BILL OF MATERIALS LINE"
           DISPLAY "2: UPDATE BILL OF MATERIALS LINE"
           DISPLAY "3: DELETE BILL OF MATERIALS LINE"
           DISPLAY "4: LIST KIT BILL OF MATERIALS"
           DISPLAY "5: BUILD KITS"
           DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING.
           ACCEPT KIT-CHOISE.
           EVALUATE KIT-CHOISE
               WHEN 1 PERFORM ADD-BOM-LINE
               WHEN 2 PERFORM UPDATE-BOM-LINE
               WHEN 3 PERFORM DELETE-BOM-LINE
               WHEN 4 PERFORM LIST-KIT-BOM
               WHEN 5 PERFORM BUILD-KITS
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

       ADD-BOM-LINE.
           MOVE "Y" TO ITEM-EXIST.
           DISPLAY " "
           DISPLAY "ENTER KIT ITEM CODE: " WITH NO ADVANCING.
           ACCEPT KIT-CODE-INPUT.
           MOVE KIT-CODE-INPUT TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               DISPLAY "KIT ITEM DOESN'T EXIST"
           ELSE
               DISPLAY "ENTER COMPONENT ITEM CODE: " WITH NO ADVANCING
               ACCEPT COMPONENT-CODE-INPUT
               MOVE COMPONENT-CODE-INPUT TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY MOVE "N" TO ITEM-EXIST
               END-READ
               EVALUATE TRUE
                   WHEN ITEM-EXIST = "N"
                       DISPLAY "COMPONENT ITEM DOESN'T EXIST"
                   WHEN COMPONENT-CODE-INPUT = KIT-CODE-INPUT
                       DISPLAY "A KIT CANNOT BE ITS OWN COMPONENT"
                   WHEN OTHER
                       PERFORM GET-BOM-QUANTITY
                       MOVE KIT-CODE-INPUT TO BOM-KIT-CODE
                       MOVE COMPONENT-CODE-INPUT TO BOM-COMPONENT-CODE
                       MOVE BOM-QTY-INPUT TO BOM-QUANTITY-PER-KIT
                       ACCEPT BOM-DATE-ADDED FROM DATE YYYYMMDD
                       WRITE BILL-OF-MATERIALS-RECORD
                           INVALID KEY DISPLAY "BILL OF MATERIALS "
                               "LINE ALREADY ON FILE"
                           NOT INVALID KEY
                               MOVE SPACES TO AUDIT-OLD-VALUE
                               PERFORM FORMAT-BOM-AUDIT-VALUE
                               MOVE BOM-AUDIT-VALUE TO AUDIT-NEW-VALUE
                               MOVE "BOMADD" TO AUDIT-ACTION
                               MOVE KIT-CODE-INPUT TO ITEM-CODE
                               PERFORM WRITE-AUDIT-ENTRY
                               DISPLAY "BILL OF MATERIALS LINE ADDED"
                       END-WRITE
               END-EVALUATE
           END-IF.

       UPDATE-BOM-LINE.
           MOVE "Y" TO BOM-EXIST.
           PERFORM GET-BOM-KEY-INPUT.
           IF BOM-EXIST = "N"
               DISPLAY "BILL OF MATERIALS LINE DOESN'T EXIST"
           ELSE
               DISPLAY "CURRENT QUANTITY PER KIT: "
                   BOM-QUANTITY-PER-KIT
               PERFORM FORMAT-BOM-AUDIT-VALUE
               MOVE BOM-AUDIT-VALUE TO AUDIT-OLD-VALUE
               PERFORM GET-BOM-QUANTITY
               MOVE BOM-QTY-INPUT TO BOM-QUANTITY-PER-KIT
               REWRITE BILL-OF-MATERIALS-RECORD
                   INVALID KEY DISPLAY "BILL OF MATERIALS LINE "
                       "DOESN'T UPDATED"
                   NOT INVALID KEY
                       PERFORM FORMAT-BOM-AUDIT-VALUE
                       MOVE BOM-AUDIT-VALUE TO AUDIT-NEW-VALUE
                       MOVE "BOMUPD" TO AUDIT-ACTION
                       MOVE BOM-KIT-CODE TO ITEM-CODE
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY "BILL OF MATERIALS LINE UPDATED"
               END-REWRITE
           END-IF.

       DELETE-BOM-LINE.
           MOVE "Y" TO BOM-EXIST.
           PERFORM GET-BOM-KEY-INPUT.
           IF BOM-EXIST = "N"
               DISPLAY "BILL OF MATERIALS LINE DOESN'T EXIST"
           ELSE
               PERFORM FORMAT-BOM-AUDIT-VALUE
               MOVE BOM-AUDIT-VALUE TO AUDIT-OLD-VALUE
               MOVE SPACES TO AUDIT-NEW-VALUE
               MOVE BOM-KIT-CODE TO ITEM-CODE
               DELETE BOM-FILE
                   INVALID KEY DISPLAY "BILL OF MATERIALS LINE "
                       "DOESN'T DELETED"
                   NOT INVALID KEY
                       MOVE "BOMDEL" TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY "BILL OF MATERIALS LINE DELETED"
               END-DELETE
           END-IF.

       GET-BOM-KEY-INPUT.
           DISPLAY " "
           DISPLAY "ENTER KIT ITEM CODE: " WITH NO ADVANCING.
           ACCEPT BOM-KIT-CODE.
           DISPLAY "ENTER COMPONENT ITEM CODE: " WITH NO ADVANCING.
           ACCEPT BOM-COMPONENT-CODE.
           READ BOM-FILE
               INVALID KEY MOVE "N" TO BOM-EXIST
           END-READ.

       GET-BOM-QUANTITY.
           MOVE ZERO TO BOM-QTY-INPUT
           PERFORM UNTIL BOM-QTY-INPUT > ZERO
               DISPLAY "ENTER QUANTITY PER KIT: " WITH NO ADVANCING
               ACCEPT BOM-QTY-INPUT
               IF BOM-QTY-INPUT = ZERO
                   DISPLAY "QUANTITY PER KIT MUST BE ABOVE ZERO"
               END-IF
           END-PERFORM.

       FORMAT-BOM-AUDIT-VALUE.
           MOVE SPACES TO BOM-AUDIT-VALUE.
           STRING "COMPONENT " DELIMITED BY SIZE
               BOM-COMPONENT-CODE DELIMITED BY SIZE
               " PER KIT " DELIMITED BY SIZE
               BOM-QUANTITY-PER-KIT DELIMITED BY SIZE
               INTO BOM-AUDIT-VALUE
           END-STRING.

       LIST-KIT-BOM.
           MOVE "Y" TO ITEM-EXIST.
           DISPLAY " "
           DISPLAY "ENTER KIT ITEM CODE: " WITH NO ADVANCING.
           ACCEPT KIT-CODE-INPUT.
           MOVE KIT-CODE-INPUT TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               DISPLAY "KIT ITEM DOESN'T EXIST"
           ELSE
               DISPLAY "KIT " ITEM-CODE " " ITEM-NAME " ON HAND: "
                   QUANTITY-ON-HAND
               MOVE ZERO TO KIT-COMPONENTS
               PERFORM START-KIT-LINES
               PERFORM UNTIL BOM-DONE = "Y"
                   ADD 1 TO KIT-COMPONENTS
                   PERFORM SHOW-KIT-LINE
                   PERFORM READ-NEXT-KIT-LINE
               END-PERFORM
               IF KIT-COMPONENTS = ZERO
                   DISPLAY "NO BILL OF MATERIALS FOR KIT "
                       KIT-CODE-INPUT
               ELSE
                   DISPLAY "COMPONENTS: " KIT-COMPONENTS
               END-IF
           END-IF.

       SHOW-KIT-LINE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE BOM-COMPONENT-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               MOVE "NOT ON ITEM FILE" TO ITEM-NAME
               MOVE ZERO TO QUANTITY-ON-HAND
           END-IF.
           DISPLAY "  " BOM-COMPONENT-CODE " " ITEM-NAME
               " PER KIT: " BOM-QUANTITY-PER-KIT
               " ON HAND: " QUANTITY-ON-HAND.

       START-KIT-LINES.
           MOVE "N" TO BOM-DONE.
           MOVE KIT-CODE-INPUT TO BOM-KIT-CODE.
           MOVE LOW-VALUES TO BOM-COMPONENT-CODE.
           START BOM-FILE KEY NOT < BOM-KEY
               INVALID KEY MOVE "Y" TO BOM-DONE
           END-START.
           IF BOM-DONE = "N"
               PERFORM READ-NEXT-KIT-LINE
           END-IF.

       READ-NEXT-KIT-LINE.
           READ BOM-FILE NEXT RECORD
               AT END MOVE "Y" TO BOM-DONE
           END-READ.
           IF BOM-DONE = "N" AND BOM-KIT-CODE NOT = KIT-CODE-INPUT
               MOVE "Y" TO BOM-DONE
           END-IF.

       BUILD-KITS.
           MOVE "Y" TO ITEM-EXIST.
           DISPLAY " "
           DISPLAY "ENTER KIT ITEM CODE TO BUILD: " WITH NO ADVANCING.
           ACCEPT KIT-CODE-INPUT.
           MOVE KIT-CODE-INPUT TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               DISPLAY "KIT ITEM DOESN'T EXIST"
           ELSE
               MOVE ITEM-LOT-CONTROLLED TO KIT-LOT-CONTROLLED
               DISPLAY "ENTER NUMBER OF KITS TO BUILD: " WITH NO
                   ADVANCING
               ACCEPT KITS-TO-BUILD
               PERFORM GET-LOCATION-INPUT
               IF KITS-TO-BUILD = ZERO
                   DISPLAY "NUMBER OF KITS MUST BE ABOVE ZERO"
               ELSE
                   PERFORM CHECK-KIT-COMPONENTS
                   EVALUATE TRUE
                       WHEN KIT-COMPONENTS = ZERO
                           DISPLAY "NO BILL OF MATERIALS FOR KIT "
                               KIT-CODE-INPUT
                       WHEN KIT-SHORTAGES > ZERO
                           DISPLAY "KIT BUILD DOESN'T POSTED - "
                               KIT-SHORTAGES " COMPONENTS SHORT"
                       WHEN OTHER
                           PERFORM CONFIRM-KIT-BUILD
                   END-EVALUATE
               END-IF
           END-IF.

       CONFIRM-KIT-BUILD.
           DISPLAY "ALL " KIT-COMPONENTS " COMPONENTS AVAILABLE AT "
               LOCATION-INPUT.
           DISPLAY "BUILD " KITS-TO-BUILD " OF KIT " KIT-CODE-INPUT
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT BUILD-CONFIRM.
           IF BUILD-CONFIRM = "Y" OR BUILD-CONFIRM = "y"
               IF KIT-LOT-CONTROLLED = "Y"
                   PERFORM GET-LOT-INPUT
               END-IF
               PERFORM POST-KIT-BUILD
           ELSE
               DISPLAY "KIT BUILD CANCELLED"
           END-IF.

       CHECK-KIT-COMPONENTS.
           MOVE ZERO TO KIT-COMPONENTS.
           MOVE ZERO TO KIT-SHORTAGES.
           PERFORM START-KIT-LINES.
           PERFORM UNTIL BOM-DONE = "Y"
               ADD 1 TO KIT-COMPONENTS
               PERFORM CHECK-KIT-COMPONENT
               PERFORM READ-NEXT-KIT-LINE
           END-PERFORM.

       CHECK-KIT-COMPONENT.
           COMPUTE KIT-COMPONENT-NEED =
               BOM-QUANTITY-PER-KIT * KITS-TO-BUILD.
           MOVE ZERO TO KIT-COMPONENT-HAVE.
           MOVE "Y" TO ITEM-EXIST.
           MOVE BOM-COMPONENT-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "Y"
               PERFORM GET-AVAILABLE-QTY
               MOVE AVAILABLE-QTY TO KIT-COMPONENT-HAVE
               MOVE "Y" TO LOCATION-EXIST
               MOVE ITEM-CODE TO LB-ITEM-CODE
               MOVE LOCATION-INPUT TO LB-LOCATION-CODE
               READ LOCATION-FILE
                   INVALID KEY MOVE "N" TO LOCATION-EXIST
               END-READ
               IF LOCATION-EXIST = "N"
                   MOVE ZERO TO KIT-COMPONENT-HAVE
               ELSE
                   IF LB-QUANTITY < KIT-COMPONENT-HAVE
                       MOVE LB-QUANTITY TO KIT-COMPONENT-HAVE
                   END-IF
               END-IF
           END-IF.
           IF KIT-COMPONENT-NEED > KIT-COMPONENT-HAVE
               ADD 1 TO KIT-SHORTAGES
               IF ITEM-EXIST = "N"
                   DISPLAY "COMPONENT " BOM-COMPONENT-CODE
                       " DOESN'T EXIST"
               ELSE
                   DISPLAY "SHORT " BOM-COMPONENT-CODE " " ITEM-NAME
                       " NEEDED " KIT-COMPONENT-NEED
                       " AVAILABLE AT " LOCATION-INPUT " "
                       KIT-COMPONENT-HAVE
               END-IF
           END-IF.

       POST-KIT-BUILD.
           MOVE ZERO TO KIT-BUILD-COST.
           MOVE SPACES TO KIT-REFERENCE.
           STRING "KIT " DELIMITED BY SIZE
               KIT-CODE-INPUT DELIMITED BY SIZE
               INTO KIT-REFERENCE
           END-STRING.
           PERFORM START-KIT-LINES.
           PERFORM UNTIL BOM-DONE = "Y"
               PERFORM ISSUE-KIT-COMPONENT
               PERFORM READ-NEXT-KIT-LINE
           END-PERFORM.
           PERFORM RECEIVE-BUILT-KITS.

       ISSUE-KIT-COMPONENT.
           MOVE "Y" TO ITEM-EXIST.
           MOVE BOM-COMPONENT-CODE TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               DISPLAY "COMPONENT " BOM-COMPONENT-CODE
                   " DOESN'T EXIST"
           ELSE
               COMPUTE KIT-ISSUE-QTY =
                   BOM-QUANTITY-PER-KIT * KITS-TO-BUILD
               SUBTRACT KIT-ISSUE-QTY FROM QUANTITY-ON-HAND
               REWRITE STOCK-ITEMS
                   INVALID KEY DISPLAY "COMPONENT " ITEM-CODE
                       " DOESN'T UPDATED"
                   NOT INVALID KEY
                       COMPUTE LOCATION-DELTA = 0 - KIT-ISSUE-QTY
                       PERFORM UPDATE-LOCATION-BALANCE
                       MOVE "K" TO OUTBOUND-DIRECTION
                       MOVE KIT-ISSUE-QTY TO OUTBOUND-QTY
                       MOVE KIT-REFERENCE TO OUTBOUND-REFERENCE
                       MOVE "Y" TO OUTBOUND-AT-COST
                       PERFORM POST-OUTBOUND-MOVEMENTS
                       ADD RELIEVED-COST TO KIT-BUILD-COST
               END-REWRITE
           END-IF.

       RECEIVE-BUILT-KITS.
           MOVE "Y" TO ITEM-EXIST.
           MOVE KIT-CODE-INPUT TO ITEM-CODE.
           READ ITEM-FILE
               INVALID KEY MOVE "N" TO ITEM-EXIST
           END-READ.
           IF ITEM-EXIST = "N"
               DISPLAY "KIT ITEM DOESN'T EXIST"
           ELSE
               COMPUTE UNIT-COST-INPUT ROUNDED =
                   KIT-BUILD-COST / KITS-TO-BUILD
               ADD KITS-TO-BUILD TO QUANTITY-ON-HAND
               REWRITE STOCK-ITEMS
                   INVALID KEY DISPLAY "ITEM DOESN'T UPDATED"
                   NOT INVALID KEY
                       MOVE KITS-TO-BUILD TO LOCATION-DELTA
                       PERFORM UPDATE-LOCATION-BALANCE
                       IF ITEM-LOT-CONTROLLED = "Y"
                           MOVE KITS-TO-BUILD TO LOT-ADD-QTY
                           MOVE UNIT-COST-INPUT TO LOT-ADD-COST
                           ACCEPT LOT-ADD-RECEIPT-DATE FROM DATE
                               YYYYMMDD
                           PERFORM ADD-TO-LOT-BALANCE
                           MOVE LOT-NUMBER-INPUT TO POSTING-LOT-NUMBER
                       END-IF
                       MOVE "B" TO MOVEMENT-DIRECTION
                       MOVE KITS-TO-BUILD TO MOVEMENT-QUANTITY
                       MOVE KIT-REFERENCE TO MOVEMENT-REFERENCE
                       MOVE LOCATION-INPUT TO MOVEMENT-LOCATION
                       MOVE KIT-BUILD-COST TO MOVEMENT-COST-VALUE
                       PERFORM WRITE-MOVEMENT-ENTRY
                       IF UNIT-COST-INPUT > ZERO
                           MOVE KITS-TO-BUILD TO MOVEMENT-QTY
                           MOVE ZERO TO PO-NUMBER
                           PERFORM WRITE-COST-LAYER
                       ELSE
                           DISPLAY "WARNING - COMPONENTS HAD NO COST "
                               "LAYERS - KITS RECEIVED WITHOUT COST"
                       END-IF
                       MOVE KIT-BUILD-COST TO KIT-COST-SHOWN
                       DISPLAY KITS-TO-BUILD " OF KIT " ITEM-CODE
                           " BUILT AT " LOCATION-INPUT " - COST "
                           KIT-COST-SHOWN
               END-REWRITE
               PERFORM CHECK-BACKORDERS
           END-IF.

       ADD-SUPPLIER.
           DISPLAY " "
           DISPLAY "ENTER SUPPLIER CODE: " WITH NO ADVANCING.
           ACCEPT SUPPLIER-CODE.
           DISPLAY "ENTER SUPPLIER NAME: " WITH NO ADVANCING.
           ACCEPT SUPPLIER-NAME.
           DISPLAY "ENTER SUPPLIER CONTACT: " WITH NO ADVANCING.
           ACCEPT SUPPLIER-CONTACT.
           DISPLAY "ENTER LEAD TIME (DAYS): " WITH NO ADVANCING.
           ACCEPT LEAD-TIME.
           DISPLAY " "
           WRITE SUPPLIER-RECORD
               INVALID KEY DISPLAY "SUPPLIER CODE TAKEN"
           END-WRITE.

       GET-SUPPLIER.
           MOVE "Y" TO SUPPLIER-EXIST.
           DISPLAY " "
           DISPLAY "ENTER SUPPLIER CODE TO FIND: " WITH NO ADVANCING.
           ACCEPT SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY MOVE "N" TO SUPPLIER-EXIST
           END-READ.
           IF SUPPLIER-EXIST="N"
               DISPLAY "SUPPLIER DOESN'T EXIST"
           ELSE
               DISPLAY "SUPPLIER CODE: " SUPPLIER-CODE
               DISPLAY "SUPPLIER NAME: " SUPPLIER-NAME
               DISPLAY "SUPPLIER CONTACT: " SUPPLIER-CONTACT
               DISPLAY "LEAD TIME (DAYS): " LEAD-TIME
           END-IF.

       UPDATE-SUPPLIER.
           MOVE "Y" TO SUPPLIER-EXIST.
           DISPLAY " "
           DISPLAY "ENTER SUPPLIER CODE TO UPDATE: " WITH NO
               ADVANCING.
           ACCEPT SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY MOVE "N" TO SUPPLIER-EXIST
           END-READ.
           IF SUPPLIER-EXIST = "N"
               DISPLAY "SUPPLIER DOESN'T EXIST"
           ELSE
               DISPLAY "ENTER NEW SUPPLIER NAME: " WITH NO ADVANCING
               ACCEPT SUPPLIER-NAME
               DISPLAY "ENTER NEW SUPPLIER CONTACT: " WITH NO
                   ADVANCING
               ACCEPT SUPPLIER-CONTACT
               DISPLAY "ENTER NEW LEAD TIME (DAYS): " WITH NO
                   ADVANCING
               ACCEPT LEAD-TIME
               REWRITE SUPPLIER-RECORD
                   INVALID KEY DISPLAY "SUPPLIER DOESN'T UPDATED"
               END-REWRITE
           END-IF.

       DELETE-SUPPLIER.
           DISPLAY " "
           IF NOT CURRENT-OPERATOR-IS-SUPERVISOR
               DISPLAY "ACCESS DENIED - SUPERVISOR ONLY"
           ELSE
               MOVE "Y" TO SUPPLIER-EXIST
               DISPLAY "ENTER SUPPLIER CODE TO DELETE: " WITH NO
                   ADVANCING
               ACCEPT SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID KEY MOVE "N" TO SUPPLIER-EXIST
               END-READ
               IF SUPPLIER-EXIST = "N"
                   DISPLAY "SUPPLIER DOESN'T EXIST"
               ELSE
                   PERFORM CHECK-SUPPLIER-IN-USE
                   IF SUPPLIER-IN-USE = "Y"
                       DISPLAY "SUPPLIER STILL REFERENCED BY ITEM "
                           ITEM-CODE " - NOT DELETED"
                   ELSE
                       DELETE SUPPLIER-FILE
                           INVALID KEY DISPLAY "SUPPLIER DOESN'T "
                               "DELETED"
                           NOT INVALID KEY DISPLAY "SUPPLIER DELETED"
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

       CHECK-SUPPLIER-IN-USE.
           MOVE "N" TO SUPPLIER-IN-USE.
           MOVE "N" TO END-OF-ITEMS.
           MOVE LOW-VALUES TO ITEM-CODE.
           START ITEM-FILE KEY NOT < ITEM-CODE
               INVALID KEY MOVE "Y" TO END-OF-ITEMS
           END-START.
           PERFORM UNTIL END-OF-ITEMS = "Y" OR SUPPLIER-IN-USE = "Y"
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-ITEMS
                   NOT AT END
                       IF ITEM-SUPPLIER-CODE = SUPPLIER-CODE
                           MOVE "Y" TO SUPPLIER-IN-USE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-OPERATOR.
           DISPLAY " "
           IF NOT CURRENT-OPERATOR-IS-SUPERVISOR
               DISPLAY "ACCESS DENIED - SUPERVISOR ONLY"
           ELSE
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT GRN-TIME FROM TIME.
           MOVE CURRENT-OPERATOR TO GRN-OPERATOR.
           MOVE GRN-FLAG-THIS-RECEIPT TO GRN-DELIVERY-FLAG.
           MOVE UNIT-COST-INPUT TO GRN-UNIT-COST.
           WRITE GRN-RECORD
               INVALID KEY DISPLAY "GRN NUMBER ALREADY ON FILE: "
                   GRN-NUMBER
           END-WRITE.

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

       GET-LOT-INPUT.
           MOVE SPACES TO LOT-NUMBER-INPUT
           PERFORM UNTIL LOT-NUMBER-INPUT NOT = SPACES
               DISPLAY "ENTER LOT NUMBER: " WITH NO ADVANCING
               ACCEPT LOT-NUMBER-INPUT
               IF LOT-NUMBER-INPUT = SPACES
                   DISPLAY "LOT NUMBER CANNOT BE BLANK"
               END-IF
           END-PERFORM.
           MOVE "N" TO EXPIRY-VALID
           PERFORM UNTIL EXPIRY-VALID = "Y"
               DISPLAY "ENTER EXPIRY DATE (YYYYMMDD): " WITH NO
                   ADVANCING
               ACCEPT EXPIRY-DATE-INPUT
               IF EXPIRY-DATE-INPUT IS NUMERIC AND
                   FUNCTION TEST-DATE-YYYYMMDD(EXPIRY-DATE-INPUT) = 0
                   MOVE "Y" TO EXPIRY-VALID
               ELSE
                   DISPLAY "INVALID EXPIRY DATE"
               END-IF
           END-PERFORM.
           ACCEPT LOT-TODAY FROM DATE YYYYMMDD.
           IF EXPIRY-DATE-INPUT < LOT-TODAY
               DISPLAY "WARNING - LOT " LOT-NUMBER-INPUT
                   " IS ALREADY PAST ITS EXPIRY DATE"
           END-IF.

       ADD-TO-LOT-BALANCE.
           MOVE "Y" TO LOT-EXIST.
           MOVE ITEM-CODE TO LT-ITEM-CODE.
           MOVE LOCATION-INPUT TO LT-LOCATION-CODE.
           MOVE EXPIRY-DATE-INPUT TO LT-EXPIRY-DATE.
           MOVE LOT-NUMBER-INPUT TO LT-LOT-NUMBER.
           READ LOT-BALANCE-FILE
               INVALID KEY MOVE "N" TO LOT-EXIST
           END-READ.
           IF LOT-EXIST = "N"
               MOVE ITEM-CODE TO LT-ITEM-CODE
               MOVE LOCATION-INPUT TO LT-LOCATION-CODE
               MOVE EXPIRY-DATE-INPUT TO LT-EXPIRY-DATE
               MOVE LOT-NUMBER-INPUT TO LT-LOT-NUMBER
               MOVE LOT-ADD-QTY TO LT-QUANTITY
               MOVE LOT-ADD-COST TO LT-UNIT-COST
               MOVE LOT-ADD-RECEIPT-DATE TO LT-RECEIPT-DATE
               WRITE LOT-BALANCE-RECORD
                   INVALID KEY DISPLAY "LOT BALANCE DOESN'T WRITTEN"
               END-WRITE
           ELSE
               COMPUTE LOT-NEW-VALUE =
                   (LT-QUANTITY * LT-UNIT-COST) +
                   (LOT-ADD-QTY * LOT-ADD-COST)
               ADD LOT-ADD-QTY TO LT-QUANTITY
               IF LT-QUANTITY > ZERO
                   COMPUTE LT-UNIT-COST ROUNDED =
                       LOT-NEW-VALUE / LT-QUANTITY
               END-IF
               REWRITE LOT-BALANCE-RECORD
                   INVALID KEY DISPLAY "LOT BALANCE DOESN'T UPDATED"
               END-REWRITE
           END-IF.

       POST-OUTBOUND-MOVEMENTS.
           MOVE ZERO TO OUTBOUND-COST.
           MOVE ZERO TO SLICE-COUNT.
           MOVE OUTBOUND-QTY TO LOT-REMAINING-QTY.
           IF ITEM-LOT-CONTROLLED = "Y"
               PERFORM TAKE-LOTS-FEFO
           END-IF.
           IF LOT-REMAINING-QTY > ZERO
               IF ITEM-LOT-CONTROLLED = "Y"
                   DISPLAY "WARNING - " LOT-REMAINING-QTY
                       " NOT HELD ON ANY LOT AT " LOCATION-INPUT
               END-IF
               ADD 1 TO SLICE-COUNT
               MOVE SPACES TO SLICE-LOT-NUMBER(SLICE-COUNT)
               MOVE ZERO TO SLICE-EXPIRY-DATE(SLICE-COUNT)
               MOVE LOT-REMAINING-QTY TO SLICE-QUANTITY(SLICE-COUNT)
               MOVE ZERO TO SLICE-UNIT-COST(SLICE-COUNT)
               MOVE ZERO TO SLICE-RECEIPT-DATE(SLICE-COUNT)
               MOVE ZERO TO LOT-REMAINING-QTY
           END-IF.
           PERFORM WRITE-OUTBOUND-SLICE
               VARYING SLICE-IDX FROM 1 BY 1
               UNTIL SLICE-IDX > SLICE-COUNT.
           MOVE OUTBOUND-COST TO RELIEVED-COST.

       TAKE-LOTS-FEFO.
           ACCEPT LOT-TODAY FROM DATE YYYYMMDD.
           MOVE "N" TO LOT-DONE.
           MOVE ITEM-CODE TO LT-ITEM-CODE.
           MOVE LOCATION-INPUT TO LT-LOCATION-CODE.
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
                   LT-LOCATION-CODE NOT = LOCATION-INPUT OR
                   SLICE-COUNT = 19
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
           IF LT-EXPIRY-DATE < LOT-TODAY
               DISPLAY "WARNING - LOT " LT-LOT-NUMBER " EXPIRED ON "
                   LT-EXPIRY-DATE
           END-IF.
           ADD 1 TO SLICE-COUNT.
           MOVE LT-LOT-NUMBER TO SLICE-LOT-NUMBER(SLICE-COUNT).
           MOVE LT-EXPIRY-DATE TO SLICE-EXPIRY-DATE(SLICE-COUNT).
           MOVE LOT-TAKE TO SLICE-QUANTITY(SLICE-COUNT).
           MOVE LT-UNIT-COST TO SLICE-UNIT-COST(SLICE-COUNT).
           MOVE LT-RECEIPT-DATE TO SLICE-RECEIPT-DATE(SLICE-COUNT).
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

       WRITE-OUTBOUND-SLICE.
           MOVE OUTBOUND-DIRECTION TO MOVEMENT-DIRECTION.
           COMPUTE MOVEMENT-QUANTITY = 0 - SLICE-QUANTITY(SLICE-IDX).
           MOVE OUTBOUND-REFERENCE TO MOVEMENT-REFERENCE.
           MOVE LOCATION-INPUT TO MOVEMENT-LOCATION.
           IF OUTBOUND-AT-COST = "Y"
               MOVE SLICE-QUANTITY(SLICE-IDX) TO RELIEVE-QTY
               PERFORM RELIEVE-COST-LAYERS
               ADD RELIEVED-COST TO OUTBOUND-COST
               COMPUTE MOVEMENT-COST-VALUE = 0 - RELIEVED-COST
           ELSE
               MOVE ZERO TO MOVEMENT-COST-VALUE
           END-IF.
           MOVE SLICE-LOT-NUMBER(SLICE-IDX) TO POSTING-LOT-NUMBER.
           PERFORM WRITE-MOVEMENT-ENTRY.

       RECEIVE-TRANSFER-SLICE.
           IF SLICE-LOT-NUMBER(SLICE-IDX) NOT = SPACES
               MOVE SLICE-LOT-NUMBER(SLICE-IDX) TO LOT-NUMBER-INPUT
               MOVE SLICE-EXPIRY-DATE(SLICE-IDX) TO EXPIRY-DATE-INPUT
               MOVE SLICE-QUANTITY(SLICE-IDX) TO LOT-ADD-QTY
               MOVE SLICE-UNIT-COST(SLICE-IDX) TO LOT-ADD-COST
               MOVE SLICE-RECEIPT-DATE(SLICE-IDX)
                   TO LOT-ADD-RECEIPT-DATE
               PERFORM ADD-TO-LOT-BALANCE
           END-IF.
           MOVE OUTBOUND-DIRECTION TO MOVEMENT-DIRECTION.
           MOVE SLICE-QUANTITY(SLICE-IDX) TO MOVEMENT-QUANTITY.
           MOVE OUTBOUND-REFERENCE TO MOVEMENT-REFERENCE.
           MOVE LOCATION-INPUT TO MOVEMENT-LOCATION.
           MOVE ZERO TO MOVEMENT-COST-VALUE.
           MOVE SLICE-LOT-NUMBER(SLICE-IDX) TO POSTING-LOT-NUMBER.
           PERFORM WRITE-MOVEMENT-ENTRY.

       GET-LOCATION-INPUT.
           MOVE "N" TO LOCATION-VALID
           PERFORM UNTIL LOCATION-VALID = "Y"
               MOVE ITEM-CODE TO LB-ITEM-CODE
               MOVE LOCATION-INPUT TO LB-LOCATION-CODE
               MOVE ZERO TO LB-QUANTITY
               MOVE ZERO TO LB-MIN-QUANTITY
               MOVE ZERO TO LB-MAX-QUANTITY
           END-IF.
           COMPUTE NEW-LOCATION-QTY = LB-QUANTITY + LOCATION-DELTA.
           IF NEW-LOCATION-QTY < ZERO
       WRITE-MOVEMENT-ENTRY.
           MOVE ITEM-CODE TO MOVEMENT-ITEM-CODE.
           MOVE CURRENT-OPERATOR TO MOVEMENT-OPERATOR.
           MOVE POSTING-LOT-NUMBER TO MOVEMENT-LOT-NUMBER.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.
           WRITE MOVEMENT-RECORD.
           MOVE SPACES TO POSTING-LOT-NUMBER.
