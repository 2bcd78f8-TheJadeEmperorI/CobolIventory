      *    REORDER-PROPOSAL-FILE SELECT CLAUSE - SHARED BY ALL
      *    PROGRAMS THAT WRITE OR REVIEW REORDER POINT PROPOSALS, SO
      *    THE FILE ORGANIZATION STAYS IN SYNC.
           SELECT REORDER-PROPOSAL-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/reordprop.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PROPOSAL-STATUS.
