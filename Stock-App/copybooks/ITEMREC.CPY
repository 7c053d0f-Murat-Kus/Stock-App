      *QUANTITY-ALLOCATED IS THE PART OF QUANTITY-ON-HAND ALREADY
      *RESERVED BY OPEN SALES ORDER LINES; WHAT IS FREE TO
      *PROMISE IS QUANTITY-ON-HAND MINUS QUANTITY-ALLOCATED.
      *REORDER-QUANTITY IS HOW MUCH TO ORDER WHEN THE ITEM FALLS
      *BELOW REORDER-LEVEL; ZERO LEAVES PO GENERATION ORDERING
      *BACK UP TO TWICE THE REORDER LEVEL. BOTH ARE PROPOSED FROM
      *ISSUE HISTORY AND SUPPLIER LEAD TIME BY THE REORDER
      *RECALCULATION JOB AND APPLIED ONCE A SUPERVISOR APPROVES.
      *ITEM-ABC-CLASS (A, B OR C) IS SET BY THE ABC CLASSIFICATION
      *JOB FROM ANNUAL ISSUE VALUE AND DRIVES HOW OFTEN THE ITEM IS
      *CYCLE COUNTED. ITEM-LAST-COUNTED IS THE DATE OF THE LAST
      *POSTED COUNT AND ITEM-LAST-VARIANCE-DATE THE DATE OF THE LAST
      *POSTED COUNT THAT DISAGREED WITH BOOK; ZERO MEANS NEVER.
      *ITEM-LOT-CONTROLLED IS "Y" FOR ITEMS WITH A SHELF LIFE WHOSE
      *STOCK IS HELD BY LOT NUMBER AND EXPIRY DATE ON THE LOT
      *BALANCE FILE AND ISSUED FIRST-EXPIRY-FIRST-OUT, "N" OTHERWISE.
      *********************************
       01  STOCK-ITEMS.
        02 ITEM-NAME PIC X(20).
        02 REORDER-LEVEL PIC 9(5).
        02 ITEM-SUPPLIER-CODE PIC X(5).
        02 QUANTITY-ALLOCATED PIC 9(5).
        02 REORDER-QUANTITY PIC 9(5).
        02 ITEM-ABC-CLASS PIC X.
        02 ITEM-LAST-COUNTED PIC 9(8).
        02 ITEM-LAST-VARIANCE-DATE PIC 9(8).
        02 ITEM-LOT-CONTROLLED PIC X.
