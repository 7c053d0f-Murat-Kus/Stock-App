      *********************************
      *GLJREC.CPY - GENERAL LEDGER JOURNAL LINE RECORD LAYOUT
      *ONE RECORD PER LINE OF THE STOCK JOURNAL WRITTEN BY THE
      *PERIOD GL JOURNAL RUN (GLJRNL PLUS YYYYMM) FOR THE FINANCE
      *SYSTEM TO LOAD. EACH MOVEMENT TYPE POSTS A DEBIT AND A
      *CREDIT LINE FOR THE COST IT ADDED TO STOCK AND ANOTHER
      *PAIR FOR THE COST IT TOOK OUT OF STOCK, SO THE FILE ALWAYS
      *NETS TO ZERO. GJ-AMOUNT IS NEVER NEGATIVE; GJ-DEBIT-CREDIT
      *SAYS WHICH SIDE OF THE LEDGER IT GOES ON.
      *GJ-MOVEMENT-TYPE IS THE MOVEMENT-DIRECTION THE LINE CAME
      *FROM.
      *********************************
       01  GL-JOURNAL-RECORD.
        02 GJ-PERIOD PIC X(6).
        02 GJ-LINE-NUMBER PIC 9(4).
        02 GJ-ACCOUNT-CODE PIC X(10).
        02 GJ-DEBIT-CREDIT PIC X(1).
           88 GJ-DEBIT VALUE "D".
           88 GJ-CREDIT VALUE "C".
        02 GJ-AMOUNT PIC 9(11)V99.
        02 GJ-MOVEMENT-TYPE PIC X(1).
        02 GJ-NARRATIVE PIC X(30).
        02 GJ-DATE-POSTED PIC 9(8).
