      *********************************
      *INVREC.CPY - SALES INVOICE LINE RECORD LAYOUT
      *ONE RECORD PER ORDER LINE INVOICED WHEN A PICK IS
      *CONFIRMED, KEYED BY INVOICE NUMBER PLUS ITEM CODE SO
      *READING FORWARD FROM AN INVOICE NUMBER GIVES ALL ITS
      *LINES. THE LINE CARRIES THE QUANTITY ISSUED AT THE SELLING
      *PRICE IN FORCE ON THE DAY OF THE PICK, AND THE FIFO COST
      *OF THE STOCK GIVEN UP FROM THE COST LAYERS, SO GROSS
      *MARGIN CAN BE REPORTED BY ORDER, CUSTOMER AND ITEM.
      *********************************
       01  INVOICE-RECORD.
        02 INVOICE-KEY.
         03 INV-NUMBER PIC 9(6).
         03 INV-ITEM-CODE PIC X(5).
        02 INV-ORDER-NUMBER PIC 9(6).
        02 INV-CUSTOMER-CODE PIC X(5).
        02 INV-DATE PIC 9(8).
        02 INV-QUANTITY PIC 9(5).
        02 INV-UNIT-PRICE PIC 9(6)V99.
        02 INV-SALES-VALUE PIC 9(9)V99.
        02 INV-COST-VALUE PIC 9(9)V99.
        02 INV-OPERATOR PIC X(10).
