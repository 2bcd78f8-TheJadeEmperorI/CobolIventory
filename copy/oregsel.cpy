      *    IMPORT-REGISTER-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS
      *    THAT LOAD AN ORDIMPORT.DAT CUSTOMER ORDER FILE, SO THE FILE
      *    ORGANIZATION STAYS IN SYNC.
           SELECT IMPORT-REGISTER-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/ordreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMPORT-REGISTER-BATCH-ID
           FILE STATUS IS IMPORT-REGISTER-STATUS.
