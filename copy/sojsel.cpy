      *    SO-JOURNAL-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS THAT
      *    WRITE OR REWRITE A SALES ORDER LINE, SO THE FILE
      *    ORGANIZATION STAYS IN SYNC.
           SELECT SO-JOURNAL-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/sojrnl.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SO-JOURNAL-STATUS.
