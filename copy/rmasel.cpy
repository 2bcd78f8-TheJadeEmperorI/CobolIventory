      *    RETURN-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS THAT
      *    OPEN THE CUSTOMER RETURNS FILE, SO THE FILE ORGANIZATION
      *    STAYS IN SYNC.
           SELECT RETURN-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/returns.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMA-LINE-KEY
           ALTERNATE RECORD KEY IS RMA-SO-KEY WITH DUPLICATES
           FILE STATUS IS RETURN-STATUS.
