      *********************************
      *BOMREC.CPY - BILL OF MATERIALS RECORD LAYOUT
      *ONE RECORD PER KIT AND COMPONENT, KEYED BY THE KIT'S ITEM
      *CODE PLUS THE COMPONENT'S ITEM CODE, SO READING FORWARD
      *FROM A KIT GIVES ALL OF ITS COMPONENTS. BOTH THE KIT AND
      *THE COMPONENT ARE ORDINARY ITEMS ON ITEM-FILE.
      *BOM-QUANTITY-PER-KIT IS HOW MANY OF THE COMPONENT GO INTO
      *ONE KIT. A KIT BUILD ISSUES THAT MANY PER KIT OF EVERY
      *COMPONENT AND RECEIVES THE FINISHED KITS AT THE COST OF THE
      *COMPONENT LAYERS IT CONSUMED.
      *********************************
       01  BILL-OF-MATERIALS-RECORD.
        02 BOM-KEY.
         03 BOM-KIT-CODE PIC X(5).
         03 BOM-COMPONENT-CODE PIC X(5).
        02 BOM-QUANTITY-PER-KIT PIC 9(5).
        02 BOM-DATE-ADDED PIC 9(8).
