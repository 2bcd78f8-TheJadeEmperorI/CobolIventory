      *    TRANSACTION-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS
      *    THAT WRITE OR APPLY A STOCKTRANS.DAT BATCH, SO THE FILE
      *    ORGANIZATION STAYS IN SYNC.
           SELECT TRANSACTION-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/stocktrans.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TRANSACTION-STATUS.
