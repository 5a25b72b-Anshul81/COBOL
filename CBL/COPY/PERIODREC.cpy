      *> Accounting period calendar layout for AccountingPeriods.dat,
      *> maintained and closed by PeriodClose and read by every program
      *> that posts stock movements. Keyed on PeriodCode (for example
      *> 202610), with EndDate as an alternate key so a START on a
      *> posting date finds the period it falls in: the first period
      *> ending on or after the date, provided it started on or before
      *> it. Periods never overlap. A date outside every period is not
      *> locked.
      *> COPY ... REPLACING ==:PREFIX:== BY ==PD-== for the FD record.
      *> A Closed period takes no postings; ClosedDate and ClosedBy
      *> record the last close, and every close and reopen is also
      *> written to PeriodLog.dat.
       01 :PREFIX:PeriodRecord.
           05 :PREFIX:PeriodCode     PIC X(6).
           05 :PREFIX:StartDate      PIC X(8).
           05 :PREFIX:EndDate        PIC X(8).
           05 :PREFIX:PeriodStatus   PIC X.
               88 :PREFIX:Period-Open     VALUE 'O'.
               88 :PREFIX:Period-Closed   VALUE 'C'.
           05 :PREFIX:ClosedDate     PIC X(8).
           05 :PREFIX:ClosedBy       PIC X(8).
