      *    BATCH-REGISTER-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS
      *    THAT APPLY OR CREATE A STOCKTRANS.DAT BATCH, SO THE FILE
      *    ORGANIZATION STAYS IN SYNC.
           SELECT BATCH-REGISTER-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/batchreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTER-BATCH-ID
           FILE STATUS IS REGISTER-STATUS.
