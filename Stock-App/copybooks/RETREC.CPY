      *********************************
      *RETREC.CPY - CUSTOMER RETURN AUTHORISATION RECORD LAYOUT
      *ONE RECORD PER ITEM ON A RETURNS AUTHORISATION (RMA),
      *KEYED BY RMA NUMBER PLUS ITEM CODE LIKE THE SALES ORDER
      *FILE. THE RETURN IS AUTHORISED AGAINST THE ORIGINAL SALES
      *ORDER AND CUSTOMER, BOOKED INTO THE RETURNS CAGE (RET)
      *WHEN THE GOODS ARRIVE, THEN DISPOSED OF AFTER INSPECTION
      *BY RESTOCKING TO WHS, SENDING BACK TO THE SUPPLIER ON A
      *DEBIT NOTE OR SCRAPPING. RET-UNIT-COST IS THE COST THE
      *GOODS WENT OUT AT ON THE ORIGINAL INVOICE, USED FOR THE
      *COST LAYER WRITTEN WHEN THE RETURN IS BOOKED IN.
      *********************************
       01  RETURN-RECORD.
        02 RETURN-KEY.
         03 RET-RMA-NUMBER PIC 9(6).
         03 RET-ITEM-CODE PIC X(5).
        02 RET-ORDER-NUMBER PIC 9(6).
        02 RET-CUSTOMER-CODE PIC X(5).
        02 RET-QUANTITY-AUTHORISED PIC 9(5).
        02 RET-QUANTITY-RECEIVED PIC 9(5).
        02 RET-REASON-CODE PIC X(2).
           88 RET-REASON-DAMAGED VALUE "DM".
           88 RET-REASON-FAULTY VALUE "FT".
           88 RET-REASON-WRONG-ITEM VALUE "WI".
           88 RET-REASON-NOT-WANTED VALUE "NW".
           88 RET-REASON-VALID VALUES "DM" "FT" "WI" "NW".
        02 RET-UNIT-COST PIC 9(6)V99.
        02 RET-DATE-AUTHORISED PIC 9(8).
        02 RET-DATE-RECEIVED PIC 9(8).
        02 RET-DATE-DISPOSED PIC 9(8).
        02 RET-STATUS PIC X(1).
           88 RET-AUTHORISED VALUE "A".
           88 RET-IN-CAGE VALUE "R".
           88 RET-DISPOSED VALUE "D".
        02 RET-DISPOSITION PIC X(1).
           88 RET-RESTOCKED VALUE "S".
           88 RET-SENT-TO-SUPPLIER VALUE "V".
           88 RET-SCRAPPED VALUE "W".
        02 RET-DEBIT-NOTE-NUMBER PIC 9(6).
        02 RET-OPERATOR PIC X(10).
