      *    IMPORT-REGISTER-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    LOAD AN ORDIMPORT.DAT CUSTOMER ORDER FILE, SO THE RECORD
      *    LAYOUT STAYS IN SYNC.
      *    ONE RECORD PER BATCH ID EVER LOADED, SO THE SAME CUSTOMER
      *    FILE CAN NEVER CREATE ITS ORDERS TWICE EVEN IF IT IS
      *    RE-SENT WEEKS LATER.
       01 IMPORT-REGISTER-RECORD.
           05 IMPORT-REGISTER-BATCH-ID PIC x(8).
           05 IMPORT-REGISTER-LOADED-DATE PIC 9(8).
           05 IMPORT-REGISTER-RECORD-COUNT PIC 9(7).
           05 IMPORT-REGISTER-ORDER-COUNT PIC 9(5).
