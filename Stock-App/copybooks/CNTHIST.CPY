      *********************************
      *CNTHIST.CPY - COUNT HISTORY RECORD LAYOUT
      *ONE RECORD FOR EVERY COUNT LINE POSTED BY THE STOCK COUNT,
      *WHETHER OR NOT IT AGREED WITH BOOK, WITH THE ITEM'S ABC
      *CLASS AT THE TIME. CH-VARIANCE-VALUE IS THE COST VALUE OF
      *THE ADJUSTMENT POSTED, SIGNED LIKE CH-VARIANCE-QUANTITY.
      *READ BY THE MONTHLY COUNT ACCURACY REPORT.
      *********************************
       01  COUNT-HISTORY-RECORD.
        02 CH-COUNT-DATE PIC 9(8).
        02 CH-ITEM-CODE PIC X(5).
        02 CH-LOCATION PIC X(3).
        02 CH-ABC-CLASS PIC X.
        02 CH-BOOK-QUANTITY PIC 9(5).
        02 CH-COUNT-QUANTITY PIC 9(5).
        02 CH-VARIANCE-QUANTITY PIC S9(5).
        02 CH-VARIANCE-VALUE PIC S9(9)V99.
        02 CH-COUNT-INITIALS PIC X(3).
