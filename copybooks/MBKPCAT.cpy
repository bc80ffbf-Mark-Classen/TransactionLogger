      ******************************************************************
      * MBKPCAT-REC - MasterBkpCat.TXT generation catalog, one record
      * per master generation MASTER_BACKUP still keeps on disk, in
      * business-date order, oldest first. MASTER_BACKUP rewrites it
      * each run, replacing the entry for a business date it backs up
      * again and dropping the generations it retires; MASTER_RESTORE
      * lists it so the operator can see which dates can be restored.
      ******************************************************************
       01  MBKPCAT-REC.
           05 MC-BUSINESS-DATE         PIC 9(08).
           05 MC-TAKEN-DATE            PIC 9(08).
           05 MC-TAKEN-TIME            PIC 9(08).
           05 MC-TOTAL-RECORDS         PIC 9(09).
