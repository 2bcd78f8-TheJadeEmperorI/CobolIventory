      *    RECEIPT-HISTORY-FILE SELECT CLAUSE - SHARED BY ALL
      *    PROGRAMS THAT APPEND TO OR READ THE PURCHASE RECEIPT
      *    HISTORY, SO THE FILE ORGANIZATION STAYS IN SYNC.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/rcpthist.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RECEIPT-HISTORY-STATUS.
