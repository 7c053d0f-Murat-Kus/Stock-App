      *CLOSES. THE DELIVERY FLAG RECORDS WHETHER THE DELIVERY WAS
      *SHORT, FULL OR OVER AGAINST WHAT WAS STILL OUTSTANDING ON
      *THE PO LINE AT THE TIME, FOR THE SUPPLIER PERFORMANCE
      *REPORT. GRN-UNIT-COST IS THE UNIT COST KEYED FOR THE
      *DELIVERY, THE SAME COST THE RECEIPT'S COST LAYER WAS
      *WRITTEN AT, KEPT HERE BECAUSE THE LAYER ITSELF IS DELETED
      *ONCE IT HAS BEEN ISSUED OUT.
      *********************************
       01  GRN-RECORD.
        02 GRN-NUMBER PIC 9(6).
           88 GRN-DELIVERY-FULL VALUE "F".
           88 GRN-DELIVERY-SHORT VALUE "S".
           88 GRN-DELIVERY-OVER VALUE "O".
        02 GRN-UNIT-COST PIC 9(6)V99.
