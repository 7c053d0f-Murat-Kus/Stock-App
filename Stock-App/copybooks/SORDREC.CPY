      *CONFIRMING THE PICK ISSUES THE ALLOCATED QUANTITY, WRITES
      *THE MOVEMENT ENTRIES AND CLOSES THE LINE, RAISING A
      *BACKORDER FOR ANY SHORTFALL AGAINST THE QUANTITY ORDERED.
      *AMENDING A LINE RELEASES AND RE-RESERVES ITS ALLOCATION;
      *CANCELLING ONE RELEASES IT AND MARKS THE LINE CANCELLED,
      *KEEPING THE RECORD SO THE ORDER HISTORY STAYS COMPLETE.
      *********************************
       01  SALES-ORDER-RECORD.
        02 SO-KEY.
        02 SO-STATUS PIC X(1).
           88 SO-LINE-OPEN VALUE "O".
           88 SO-LINE-CLOSED VALUE "C".
           88 SO-LINE-CANCELLED VALUE "X".
