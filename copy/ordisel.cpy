      *    ORDER-IMPORT-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS
      *    THAT WRITE OR LOAD AN ORDIMPORT.DAT CUSTOMER ORDER FILE, SO
      *    THE FILE ORGANIZATION STAYS IN SYNC.
           SELECT ORDER-IMPORT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/ordimport.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ORDER-IMPORT-STATUS.
