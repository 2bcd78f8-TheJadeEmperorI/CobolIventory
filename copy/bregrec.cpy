      *    BATCH-REGISTER-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    APPLY OR CREATE A STOCKTRANS.DAT BATCH, SO THE RECORD LAYOUT
      *    STAYS IN SYNC.
      *    ONE RECORD PER BATCH ID EVER APPLIED TO COMPLETION, SO
      *    THE SAME EXTRACT CAN NEVER POST TWICE EVEN IF IT IS
      *    RE-SENT WEEKS LATER.
       01 BATCH-REGISTER-RECORD.
           05 REGISTER-BATCH-ID PIC x(8).
           05 REGISTER-APPLIED-DATE PIC 9(8).
           05 REGISTER-RECORD-COUNT PIC 9(7).
