      *    BOM-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT READ OR
      *    WRITE THE KIT BILL-OF-MATERIALS FILE, SO THE RECORD LAYOUT
      *    STAYS IN SYNC. ONE RECORD PER COMPONENT OF A KIT; THE KIT
      *    AND ITS COMPONENTS ARE ALL ORDINARY PRODUCT-IDS, AND THE
      *    SAME BILL APPLIES AT EVERY WAREHOUSE. BOM-KEY LEADS WITH
      *    THE KIT, SO A START ON THE KIT PRODUCT-ID READS ITS WHOLE
      *    BILL IN COMPONENT ORDER. BOM-COMPONENT-QUANTITY IS THE
      *    NUMBER OF UNITS OF THE COMPONENT THAT GO INTO ONE KIT.
       01 BOM-RECORD.
           05 BOM-KEY.
               10 BOM-KIT-PRODUCT-ID PIC 9(5).
               10 BOM-COMPONENT-PRODUCT-ID PIC 9(5).
           05 BOM-COMPONENT-QUANTITY PIC 9(4).
