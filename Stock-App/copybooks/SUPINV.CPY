      *********************************
      *SUPINV.CPY - SUPPLIER INVOICE LINE RECORD LAYOUT
      *ONE RECORD PER LINE ON A SUPPLIER'S INVOICE, KEYED BY
      *SUPPLIER CODE, THEIR INVOICE NUMBER, OUR PO NUMBER AND
      *ITEM CODE, SO READING FORWARD FROM A SUPPLIER AND INVOICE
      *NUMBER GIVES ALL ITS LINES. EACH LINE IS MATCHED THREE WAYS
      *WHEN KEYED: THE QUANTITY BILLED TO DATE ON THE PO LINE
      *AGAINST THE QUANTITY ON ITS GOODS RECEIVED NOTES, AND THE
      *INVOICED UNIT PRICE AGAINST THE CATALOGUE COST AND THE
      *COST THE GOODS WERE RECEIVED AT. A LINE OUTSIDE TOLERANCE
      *GOES ON HOLD WITH THE FIRST REASON FOUND; AN INVOICE IS
      *RELEASED FOR PAYMENT ONLY WHEN NONE OF ITS LINES ARE HELD.
      *********************************
       01  SUPPLIER-INVOICE-RECORD.
        02 SUPPLIER-INVOICE-KEY.
         03 SI-SUPPLIER-CODE PIC X(5).
         03 SI-INVOICE-NUMBER PIC X(12).
         03 SI-PO-NUMBER PIC 9(6).
         03 SI-ITEM-CODE PIC X(5).
        02 SI-INVOICE-DATE PIC 9(8).
        02 SI-QUANTITY-INVOICED PIC 9(5).
        02 SI-UNIT-PRICE PIC 9(6)V99.
        02 SI-LINE-VALUE PIC 9(9)V99.
        02 SI-QUANTITY-RECEIVED PIC 9(7).
        02 SI-QUANTITY-BILLED PIC 9(7).
        02 SI-CATALOG-COST PIC 9(6)V99.
        02 SI-RECEIPT-COST PIC 9(6)V99.
        02 SI-MATCH-STATUS PIC X(1).
           88 SI-ON-HOLD VALUE "H".
           88 SI-MATCHED VALUE "M".
           88 SI-RELEASED VALUE "R".
        02 SI-HOLD-REASON PIC X(2).
           88 SI-HOLD-NOT-RECEIVED VALUE "NR".
           88 SI-HOLD-QUANTITY VALUE "QT".
           88 SI-HOLD-CATALOG-PRICE VALUE "PC".
           88 SI-HOLD-RECEIPT-PRICE VALUE "PR".
        02 SI-DATE-ENTERED PIC 9(8).
        02 SI-DATE-RELEASED PIC 9(8).
        02 SI-OPERATOR PIC X(10).
