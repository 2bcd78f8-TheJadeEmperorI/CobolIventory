      *    SO-LOT-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS THAT
      *    OPEN THE SALES ORDER LOT FILE, SO THE FILE ORGANIZATION
      *    STAYS IN SYNC.
           SELECT SO-LOT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/solots.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-LOT-KEY
           ALTERNATE RECORD KEY IS SO-LOT-NUMBER WITH DUPLICATES
           FILE STATUS IS SO-LOT-STATUS.
