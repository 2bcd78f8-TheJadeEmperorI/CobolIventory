      *    LOT-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT READ OR
      *    WRITE THE STOCK LOT FILE, SO THE RECORD LAYOUT STAYS IN
      *    SYNC. ONE RECORD PER LOT HELD AT A PRODUCT/WAREHOUSE. THE
      *    EXPIRY DATE SITS IN THE KEY AHEAD OF THE LOT NUMBER, SO
      *    READING A SITE'S LOTS IN KEY ORDER GIVES THEM EARLIEST
      *    EXPIRY FIRST; A LOT THAT DOES NOT EXPIRE CARRIES 99999999.
      *    LOT-ALLOCATED-QUANTITY IS THE PART OF THE LOT ALREADY
      *    ASSIGNED TO SALES ORDER LINES AWAITING SHIPMENT.
      *    STOCK RECEIVED WITHOUT A LOT IS UNLOTTED: THE SITE'S
      *    PRODUCT-QUANTITY LESS THE SUM OF ITS LOTS. A POSTING THAT
      *    NAMES NO LOT TAKES UNLOTTED STOCK FIRST; WHEN THE LOTS
      *    COME TO HOLD MORE THAN IS ON HAND, THE EXCESS IS TAKEN OFF
      *    THE EARLIEST-EXPIRING LOTS. A LOT IS DELETED WHEN IT
      *    REACHES ZERO.
       01 LOT-RECORD.
           05 LOT-KEY.
               10 LOT-PRODUCT-ID PIC 9(5).
               10 LOT-WAREHOUSE-CODE PIC x(5).
               10 LOT-EXPIRY-DATE PIC 9(8).
               10 LOT-NUMBER PIC x(10).
           05 LOT-QUANTITY PIC 9(4).
           05 LOT-ALLOCATED-QUANTITY PIC 9(4).
           05 LOT-RECEIVED-DATE PIC 9(8).
