      *    TRANSACTION-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    WRITE OR APPLY A STOCKTRANS.DAT BATCH, SO THE RECORD LAYOUT
      *    STAYS IN SYNC.
      *    TRANSACTION-TYPE SPACE OR 'A' APPLIES TRANSACTION-DELTA TO
      *    THE SITE IN TRANSACTION-WAREHOUSE-CODE; TYPE 'T' MOVES
      *    TRANSACTION-DELTA UNITS FROM THAT SITE TO
      *    TRANSACTION-TO-WAREHOUSE AS ONE ALL-OR-NOTHING OPERATION.
      *    TRANSACTION-UNIT-COST IS THE COST OF THE GOODS ON A
      *    RECEIPT; A COSTED RECEIPT FOLDS IT INTO THE SITE'S
      *    MOVING-AVERAGE PRODUCT-UNIT-COST, A ZERO COST LEAVES THE
      *    AVERAGE UNTOUCHED.
      *    TRANSACTION-LOT-NUMBER NAMES THE LOT THE STOCK GOES INTO
      *    OR COMES OUT OF; A RECEIPT INTO A NEW LOT CARRIES ITS
      *    TRANSACTION-EXPIRY-DATE (ZERO FOR A LOT THAT DOES NOT
      *    EXPIRE). A BLANK LOT NUMBER POSTS AGAINST UNLOTTED STOCK,
      *    AND A TRANSFER WITH NO LOT CARRIES WHATEVER LOTS IT DRAWS
      *    ACROSS TO THE RECEIVING SITE.
      *    THE FILE MUST START WITH A BH BATCH HEADER AND END WITH A
      *    BT TRAILER CARRYING THE DETAIL RECORD COUNT AND THE HASH
      *    TOTAL OF TRANSACTION-DELTA; A FILE WHOSE TRAILER DOES NOT
      *    MATCH WHAT WAS READ, OR WHOSE BATCH ID HAS ALREADY BEEN
      *    APPLIED, IS REFUSED IN FULL.
       01 TRANSACTION-RECORD.
           05 TRANSACTION-PRODUCT-ID PIC 9(5).
           05 TRANSACTION-WAREHOUSE-CODE PIC x(5).
           05 TRANSACTION-DELTA PIC S9(4).
           05 TRANSACTION-TYPE PIC x(1).
           05 TRANSACTION-TO-WAREHOUSE PIC x(5).
           05 TRANSACTION-UNIT-COST PIC 9(5)V99.
           05 TRANSACTION-LOT-NUMBER PIC x(10).
           05 TRANSACTION-EXPIRY-DATE PIC 9(8).
       01 BATCH-HEADER-RECORD.
           05 HEADER-TAG PIC x(2).
           05 HEADER-BATCH-ID PIC x(8).
           05 HEADER-CREATION-DATE PIC 9(8).
       01 BATCH-TRAILER-RECORD.
           05 TRAILER-TAG PIC x(2).
           05 TRAILER-RECORD-COUNT PIC 9(7).
           05 TRAILER-HASH-TOTAL PIC S9(9).
