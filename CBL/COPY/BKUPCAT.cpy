      *> Backup catalog line layout for BackupCatalog.dat, written by
      *> MasterFileBackup and read by InventoryRecovery.
      *> COPY ... REPLACING ==:PREFIX:== BY ==BK-== for the FD record.
      *> One line per master file copied in a backup generation, in
      *> the order the generations were taken. Generation is the
      *> CURRENT-DATE stamp (YYYYMMDDhhmmsscc) the backup was taken
      *> at; every audit log entry stamped after it is later than the
      *> copy and is what a forward recovery reapplies.
       01 :PREFIX:CatalogRecord.
           05 :PREFIX:Generation     PIC X(16).
           05 FILLER                 PIC X.
           05 :PREFIX:MasterFile     PIC X(30).
           05 FILLER                 PIC X.
           05 :PREFIX:BackupFile     PIC X(50).
