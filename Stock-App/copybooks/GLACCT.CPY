      *********************************
      *GLACCT.CPY - GENERAL LEDGER ACCOUNT MAPPING RECORD LAYOUT
      *ONE RECORD PER POSTING ROLE THE STOCK JOURNAL POSTS TO,
      *HELD ON A SMALL LINE SEQUENTIAL FILE THAT THE ACCOUNTS
      *OFFICE KEEPS UP BY HAND, SO A CHANGE OF LEDGER CODE NEEDS
      *NO PROGRAM CHANGE. THE ROLES ARE STOCK (STOCK ON HAND AT
      *COST), GRNI (GOODS RECEIVED NOT INVOICED), COS (COST OF
      *SALES) AND WRITEOFF (STOCK WRITTEN OFF, INCLUDING COUNT
      *ADJUSTMENTS). GA-ROLE IS KEYED IN UPPER CASE, LEFT
      *JUSTIFIED.
      *********************************
       01  GL-ACCOUNT-RECORD.
        02 GA-ROLE PIC X(8).
        02 GA-ACCOUNT-CODE PIC X(10).
        02 GA-DESCRIPTION PIC X(30).
