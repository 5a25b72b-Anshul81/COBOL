      *> transaction files cut before the type code existed read with
      *> a trailing space and still load: a blank TransType is taken
      *> as 'A'.
      *> LotNumber and ExpiryDate (YYYYMMDD) follow the type code for
      *> the same reason. They are read on 'R' receipts and 'A' adds;
      *> left blank, the stock goes to the item's untracked lot (see
      *> LOTREC). A lot number with a blank expiry never expires.
      *> TransDate (YYYYMMDD) is the date the movement belongs to for
      *> the accounting period lock; blank (including every record cut
      *> before it was carried) means the run date.
       01 :PREFIX:TransactionRecord.
           05 :PREFIX:WarehouseCode  PIC X(3).
           05 :PREFIX:ItemCode       PIC X(5).
               88 :PREFIX:Trans-Issue     VALUE 'I'.
               88 :PREFIX:Trans-Adjust    VALUE 'J'.
               88 :PREFIX:Trans-Movement  VALUE 'R' 'I' 'J'.
           05 :PREFIX:LotNumber      PIC X(10).
           05 :PREFIX:ExpiryDate     PIC X(8).
           05 :PREFIX:TransDate      PIC X(8).
