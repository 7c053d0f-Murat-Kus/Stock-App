      *MINIMUM AND ROUNDED UP TO WHOLE PACKS, THE SUPPLIER'S PART
      *NUMBER IS PRINTED, AND THE LINE IS EXTENDED AT THE
      *CATALOGUE COST WITH AN ORDER TOTAL PER SUPPLIER SO THE PO
      *SHOWS ITS COMMITTED VALUE. AN ITEM CARRYING A
      *REORDER-QUANTITY IS ORDERED IN THAT QUANTITY; ONE WITHOUT
      *IS ORDERED BACK UP TO TWICE ITS REORDER LEVEL.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        02 SW-ITEM-NAME PIC X(20).
        02 SW-QUANTITY PIC 9(5).
        02 SW-REORDER-LEVEL PIC 9(5).
        02 SW-REORDER-QUANTITY PIC 9(5).

       WORKING-STORAGE SECTION.

                   MOVE ITEM-NAME TO SW-ITEM-NAME
                   MOVE QUANTITY-ON-HAND TO SW-QUANTITY
                   MOVE REORDER-LEVEL TO SW-REORDER-LEVEL
                   MOVE REORDER-QUANTITY TO SW-REORDER-QUANTITY
                   RELEASE SORT-RECORD
               END-IF
               READ ITEM-FILE NEXT RECORD
           MOVE ZERO TO ORDER-TOTAL-VALUE.

       PRINT-PO-DETAIL-LINE.
           IF SW-REORDER-QUANTITY > ZERO
               MOVE SW-REORDER-QUANTITY TO ORDER-QUANTITY
           ELSE
               COMPUTE ORDER-QUANTITY =
                   (SW-REORDER-LEVEL * 2) - SW-QUANTITY
           END-IF.
           MOVE "Y" TO CATALOG-EXIST.
           MOVE SW-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE SW-ITEM-CODE TO SC-ITEM-CODE.
