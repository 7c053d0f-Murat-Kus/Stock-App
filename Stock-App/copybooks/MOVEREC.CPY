      *********************************
      *MOVEREC.CPY - STOCK MOVEMENT LEDGER RECORD LAYOUT
      *ONE RECORD PER RECEIPT, ISSUE, COUNT ADJUSTMENT OR
      *LOCATION TRANSFER AGAINST QUANTITY-ON-HAND, AND PER
      *CUSTOMER RETURN BOOKED INTO THE RETURNS CAGE AND RETURN
      *TO SUPPLIER OR WRITE-OFF WHEN THE RETURN IS DISPOSED OF.
      *MOVEMENT-QUANTITY IS THE SIGNED CHANGE APPLIED (POSITIVE
      *FOR RECEIPTS, NEGATIVE FOR ISSUES, EITHER FOR ADJUSTMENTS)
      *SO A RUNNING BALANCE CAN BE REBUILT. A TRANSFER WRITES TWO
      *POSITIVE AT THE RECEIVING LOCATION, SO TRANSFERS NET TO
      *ZERO AGAINST QUANTITY-ON-HAND. MOVEMENT-LOCATION IS THE
      *STOCK LOCATION THE MOVEMENT WAS POSTED AGAINST.
      *MOVEMENT-COST-VALUE IS THE SIGNED COST OF THE MOVEMENT,
      *TAKEN FROM THE COST LAYER IT CREATED OR THE COST LAYERS
      *IT RELIEVED, SAME SIGN AS MOVEMENT-QUANTITY. TRANSFERS
      *CARRY ZERO AS THEY DO NOT CHANGE THE VALUE OF STOCK HELD.
      *A KIT BUILD WRITES ONE NEGATIVE ENTRY PER COMPONENT CONSUMED
      *AND ONE POSITIVE ENTRY FOR THE KITS MADE; THE KIT ENTRY
      *CARRIES THE SUM OF THE COMPONENT COSTS RELIEVED.
      *MOVEMENT-LOT-NUMBER IS THE LOT THE STOCK WAS RECEIVED INTO
      *OR TAKEN FROM FOR LOT-CONTROLLED ITEMS; AN ISSUE OR TRANSFER
      *SPANNING SEVERAL LOTS WRITES ONE ENTRY PER LOT. SPACES FOR
      *ITEMS THAT ARE NOT LOT-CONTROLLED.
      *********************************
       01  MOVEMENT-RECORD.
        02 MOVEMENT-ITEM-CODE PIC X(5).
           88 MOVEMENT-IS-ISSUE VALUE "I".
           88 MOVEMENT-IS-ADJUSTMENT VALUE "A".
           88 MOVEMENT-IS-TRANSFER VALUE "T".
           88 MOVEMENT-IS-CUSTOMER-RETURN VALUE "C".
           88 MOVEMENT-IS-SUPPLIER-RETURN VALUE "V".
           88 MOVEMENT-IS-WRITE-OFF VALUE "W".
           88 MOVEMENT-IS-KIT-ISSUE VALUE "K".
           88 MOVEMENT-IS-KIT-BUILD VALUE "B".
        02 MOVEMENT-QUANTITY PIC S9(5).
        02 MOVEMENT-OPERATOR PIC X(10).
        02 MOVEMENT-REFERENCE PIC X(10).
        02 MOVEMENT-LOCATION PIC X(3).
        02 MOVEMENT-COST-VALUE PIC S9(9)V99.
        02 MOVEMENT-LOT-NUMBER PIC X(10).
