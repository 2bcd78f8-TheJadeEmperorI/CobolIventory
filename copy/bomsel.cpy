      *    BOM-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS THAT OPEN
      *    THE KIT BILL-OF-MATERIALS FILE, SO THE FILE ORGANIZATION
      *    STAYS IN SYNC.
           SELECT BOM-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/bom.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOM-KEY
           FILE STATUS IS BOM-STATUS.
