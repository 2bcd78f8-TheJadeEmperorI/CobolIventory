      *    ORDER-IMPORT-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    WRITE OR LOAD AN ORDIMPORT.DAT CUSTOMER ORDER FILE, SO THE
      *    RECORD LAYOUT STAYS IN SYNC.
      *    THE FILE MUST START WITH A BH BATCH HEADER AND END WITH A
      *    BT TRAILER CARRYING THE DETAIL RECORD COUNT AND THE HASH
      *    TOTAL OF IMPORT-QUANTITY. EVERY DETAIL IS AN OD RECORD FOR
      *    ONE ORDER LINE; CONSECUTIVE DETAILS WITH THE SAME CUSTOMER
      *    CODE AND CUSTOMER ORDER REFERENCE MAKE UP ONE SALES ORDER.
      *    A FILE WHOSE TRAILER DOES NOT MATCH WHAT WAS READ, OR WHOSE
      *    BATCH ID HAS ALREADY BEEN LOADED, IS REFUSED IN FULL.
       01 ORDER-IMPORT-RECORD.
           05 IMPORT-TAG PIC x(2).
           05 IMPORT-CUSTOMER-CODE PIC x(5).
           05 IMPORT-ORDER-REFERENCE PIC x(10).
           05 IMPORT-PRODUCT-ID PIC 9(5).
           05 IMPORT-WAREHOUSE-CODE PIC x(5).
           05 IMPORT-QUANTITY PIC 9(4).
       01 IMPORT-HEADER-RECORD.
           05 IMPORT-HEADER-TAG PIC x(2).
           05 IMPORT-BATCH-ID PIC x(8).
           05 IMPORT-CREATION-DATE PIC 9(8).
       01 IMPORT-TRAILER-RECORD.
           05 IMPORT-TRAILER-TAG PIC x(2).
           05 IMPORT-RECORD-COUNT PIC 9(7).
           05 IMPORT-QUANTITY-TOTAL PIC 9(9).
