      *    INVOICE-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS THAT
      *    OPEN THE INVOICE FILE, SO THE FILE ORGANIZATION STAYS IN
      *    SYNC.
           SELECT INVOICE-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/invoice.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVOICE-LINE-KEY
           ALTERNATE RECORD KEY IS INVOICE-SO-KEY WITH DUPLICATES
           FILE STATUS IS INVOICE-STATUS.
