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

       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           MOVE TRANS-NEW-REORDER-LEVEL TO REORDER-LEVEL.
           MOVE TRANS-NEW-SUPPLIER-CODE TO ITEM-SUPPLIER-CODE.
           MOVE ZERO TO QUANTITY-ALLOCATED.
           MOVE ZERO TO REORDER-QUANTITY.
           MOVE "C" TO ITEM-ABC-CLASS.
           MOVE ZERO TO ITEM-LAST-COUNTED.
           MOVE ZERO TO ITEM-LAST-VARIANCE-DATE.
           MOVE "N" TO ITEM-LOT-CONTROLLED.
           WRITE STOCK-ITEMS
               INVALID KEY
                   MOVE "CT" TO REJECT-REASON
