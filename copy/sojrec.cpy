      *    SO-JOURNAL-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    WRITE OR REWRITE A SALES ORDER LINE, SO THE RECORD LAYOUT
      *    STAYS IN SYNC. ONE RECORD PER LINE WRITTEN OR REWRITTEN,
      *    CARRYING THE LINE AS IT STOOD AFTERWARDS, SO A RESTORED
      *    BACKUP IMAGE OF THE SALES ORDER FILE CAN BE ROLLED FORWARD
      *    TO CURRENT. SOJ-ACTION: W = NEW LINE, R = LINE CHANGED.
       01 SO-JOURNAL-RECORD.
           05 SOJ-DATE PIC 9(8).
           05 SOJ-TIME PIC 9(8).
           05 SOJ-ACTION PIC x(1).
           05 SOJ-LINE-IMAGE PIC x(80).
