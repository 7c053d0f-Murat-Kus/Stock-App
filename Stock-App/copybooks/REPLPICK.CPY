      *********************************
      *REPLPICK.CPY - TRADE COUNTER REPLENISHMENT PICK RECORD
      *ONE RECORD PER ITEM TO BE MOVED FROM THE MAIN WAREHOUSE
      *(WHS) TO THE TRADE COUNTER (TRD), WRITTEN BY THE
      *REPLENISHMENT RUN ALONGSIDE ITS PRINTED PICK LIST AND READ
      *BACK WHEN THE PICK LIST IS CONFIRMED. RPK-PICK-QUANTITY IS
      *WHAT BRINGS TRD BACK UP TO ITS MAXIMUM, CUT DOWN TO WHAT
      *WHS HELD AT THE TIME OF THE RUN.
      *********************************
       01  REPLENISH-PICK-RECORD.
        02 RPK-ITEM-CODE PIC X(5).
        02 RPK-RUN-DATE PIC 9(8).
        02 RPK-TRD-QUANTITY PIC 9(5).
        02 RPK-MIN-QUANTITY PIC 9(5).
        02 RPK-MAX-QUANTITY PIC 9(5).
        02 RPK-WHS-QUANTITY PIC 9(5).
        02 RPK-PICK-QUANTITY PIC 9(5).
