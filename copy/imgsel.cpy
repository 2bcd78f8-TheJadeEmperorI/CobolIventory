      *    IMAGE-FILE SELECT CLAUSE - SHARED BY ALL PROGRAMS THAT TAKE
      *    OR RESTORE A DATED BACKUP IMAGE OF A MASTER FILE, SO THE
      *    FILE ORGANIZATION STAYS IN SYNC. IMAGE-PATH NAMES THE
      *    MASTER AND THE DATE THE IMAGE WAS TAKEN.
           SELECT IMAGE-FILE ASSIGN TO IMAGE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS IMAGE-STATUS.
