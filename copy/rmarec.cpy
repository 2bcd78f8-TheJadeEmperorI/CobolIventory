      *    RMA-LINE-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT READ
      *    OR WRITE THE CUSTOMER RETURNS FILE, SO THE RECORD LAYOUT
      *    STAYS IN SYNC. ONE RECORD PER RETURNED QUANTITY; RMA-NUMBER
      *    GROUPS THE LINES OF ONE CUSTOMER RETURN. EVERY LINE POINTS
      *    BACK TO THE SHIPPED SALES ORDER LINE IT CAME FROM.
      *    REASON CODES: DM = DAMAGED IN TRANSIT, WI = WRONG ITEM
      *    SENT, DF = DEFECTIVE, NW = NO LONGER WANTED, OT = OTHER.
      *    DISPOSITION: R = RESTOCKED AT RMA-RESTOCK-WAREHOUSE,
      *    S = SCRAPPED. RMA-UNIT-PRICE IS THE PRICE THE LINE WAS
      *    INVOICED AT, SO THE CREDIT MATCHES WHAT WAS BILLED.
      *    RMA-LOT-NUMBER IS THE SHIPPED LOT A RESTOCKED LINE WENT
      *    BACK INTO, BLANK WHEN IT WENT BACK UNLOTTED.
      *    RMA-SO-KEY IS AN ALTERNATE KEY SO EARLIER RETURNS AGAINST
      *    THE SAME ORDER LINE CAN BE TOTALLED.
       01 RMA-LINE-RECORD.
           05 RMA-LINE-KEY.
               10 RMA-NUMBER PIC 9(6).
               10 RMA-LINE-NUMBER PIC 9(3).
           05 RMA-SO-KEY.
               10 RMA-SO-NUMBER PIC 9(6).
               10 RMA-SO-LINE-NUMBER PIC 9(3).
           05 RMA-CUSTOMER-CODE PIC x(5).
           05 RMA-PRODUCT-ID PIC 9(5).
           05 RMA-SHIPPED-WAREHOUSE PIC x(5).
           05 RMA-QUANTITY PIC 9(4).
           05 RMA-REASON-CODE PIC x(2).
           05 RMA-DISPOSITION PIC x(1).
           05 RMA-RESTOCK-WAREHOUSE PIC x(5).
           05 RMA-UNIT-PRICE PIC 9(5)V99.
           05 RMA-RETURN-DATE PIC 9(8).
           05 RMA-OPERATOR-ID PIC x(3).
           05 RMA-LOT-NUMBER PIC x(10).
