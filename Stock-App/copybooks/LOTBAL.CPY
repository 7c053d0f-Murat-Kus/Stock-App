      *********************************
      *LOTBAL.CPY - LOT BALANCE RECORD LAYOUT
      *ONE RECORD PER LOT-CONTROLLED ITEM, STOCK LOCATION AND LOT,
      *KEYED BY ITEM CODE PLUS LOCATION CODE PLUS EXPIRY DATE PLUS
      *LOT NUMBER, SO READING FORWARD FROM AN ITEM AND LOCATION
      *GIVES ITS LOTS IN FIRST-EXPIRY-FIRST-OUT ORDER. THE LOT
      *BALANCES FOR AN ITEM AND LOCATION ADD UP TO ITS LB-QUANTITY
      *ON THE LOCATION BALANCE FILE. EMPTIED LOTS ARE DELETED.
      *LT-UNIT-COST IS THE UNIT COST THE LOT WAS RECEIVED AT AND
      *LT-RECEIPT-DATE THE DATE IT WAS FIRST RECEIVED.
      *********************************
       01  LOT-BALANCE-RECORD.
        02 LOT-BAL-KEY.
         03 LT-ITEM-CODE PIC X(5).
         03 LT-LOCATION-CODE PIC X(3).
         03 LT-EXPIRY-DATE PIC 9(8).
         03 LT-LOT-NUMBER PIC X(10).
        02 LT-QUANTITY PIC 9(5).
        02 LT-UNIT-COST PIC 9(6)V99.
        02 LT-RECEIPT-DATE PIC 9(8).
