      *    PO-JOURNAL-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS THAT
      *    WRITE OR REWRITE A PURCHASE ORDER LINE, SO THE FILE
      *    ORGANIZATION STAYS IN SYNC.
           SELECT PO-JOURNAL-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/pojrnl.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PO-JOURNAL-STATUS.
