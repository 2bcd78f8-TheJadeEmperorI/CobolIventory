      *    PO-JOURNAL-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    WRITE OR REWRITE A PURCHASE ORDER LINE, SO THE RECORD
      *    LAYOUT STAYS IN SYNC. ONE RECORD PER LINE WRITTEN OR
      *    REWRITTEN, CARRYING THE LINE AS IT STOOD AFTERWARDS, SO A
      *    RESTORED BACKUP IMAGE OF THE PURCHASE ORDER MASTER CAN BE
      *    ROLLED FORWARD TO CURRENT. POJ-ACTION: W = NEW LINE,
      *    R = LINE CHANGED.
       01 PO-JOURNAL-RECORD.
           05 POJ-DATE PIC 9(8).
           05 POJ-TIME PIC 9(8).
           05 POJ-ACTION PIC x(1).
           05 POJ-LINE-IMAGE PIC x(80).
