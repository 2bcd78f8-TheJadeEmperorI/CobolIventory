      *    LOT-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS THAT OPEN
      *    THE STOCK LOT FILE, SO THE FILE ORGANIZATION STAYS IN
      *    SYNC.
           SELECT LOT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/lots.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS LOT-STATUS.
