      *COPIES THE INDEXED FILE SEQUENTIALLY TO A DATED FLAT
      *BACKUP; VERIFY CHECKS EVERY RECORD AGAINST THE RULES THE
      *INTERACTIVE SIDE ENFORCES (NON-BLANK ITEM-CODE, NUMERIC
      *QUANTITY-ON-HAND, REORDER-LEVEL AND REORDER-QUANTITY, A
      *PRICE NUMVAL CAN PARSE, AN ABC CLASS OF A, B OR C,
      *NUMERIC COUNT DATES AND A LOT-CONTROLLED FLAG OF Y OR N)
      *AND PRINTS AN EXCEPTIONS REPORT;
      *REBUILD CREATES A FRESH INDEXED ITEM-FILE FROM A CHOSEN
      *BACKUP AFTER A CRASH LEAVES THE LIVE FILE UNREADABLE.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           == QUANTITY-ON-HAND == BY == BK-QUANTITY-ON-HAND ==
           == REORDER-LEVEL == BY == BK-REORDER-LEVEL ==
           == ITEM-SUPPLIER-CODE == BY == BK-ITEM-SUPPLIER-CODE ==
           == QUANTITY-ALLOCATED == BY == BK-QUANTITY-ALLOCATED ==
           == REORDER-QUANTITY == BY == BK-REORDER-QUANTITY ==
           == ITEM-ABC-CLASS == BY == BK-ITEM-ABC-CLASS ==
           == ITEM-LAST-COUNTED == BY == BK-ITEM-LAST-COUNTED ==
           == ITEM-LAST-VARIANCE-DATE ==
               BY == BK-ITEM-LAST-VARIANCE-DATE ==
           == ITEM-LOT-CONTROLLED ==
               BY == BK-ITEM-LOT-CONTROLLED ==.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(80).
               MOVE "REORDER LEVEL NOT NUMERIC" TO ED-REASON
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.
           IF REORDER-QUANTITY IS NOT NUMERIC
               MOVE "REORDER QUANTITY NOT NUMERIC" TO ED-REASON
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.
           IF ITEM-ABC-CLASS NOT = "A" AND ITEM-ABC-CLASS NOT = "B"
               AND ITEM-ABC-CLASS NOT = "C"
               MOVE "ABC CLASS NOT A, B OR C" TO ED-REASON
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.
           IF ITEM-LAST-COUNTED IS NOT NUMERIC OR
               ITEM-LAST-VARIANCE-DATE IS NOT NUMERIC
               MOVE "COUNT DATES NOT NUMERIC" TO ED-REASON
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.
           IF ITEM-LOT-CONTROLLED NOT = "Y" AND
               ITEM-LOT-CONTROLLED NOT = "N"
               MOVE "LOT-CONTROLLED FLAG NOT Y OR N" TO ED-REASON
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.
           IF FUNCTION TEST-NUMVAL-C(ITEM-PRICE) NOT = 0
               MOVE "ITEM PRICE NOT A VALID NUMBER" TO ED-REASON
               PERFORM WRITE-EXCEPTION-DETAIL
