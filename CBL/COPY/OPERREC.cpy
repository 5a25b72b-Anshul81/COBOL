      *> added carry the old record length and must be converted with
      *> OperatorFileRebuild, which keeps every authority flag and
      *> flags each operator to set a password at first sign-on.
      *> Reopen-Auth (reopening a closed accounting period in
      *> PeriodClose) sits at the end of the record; files written
      *> before it existed are converted the same way, coming across
      *> with the flag set to N. Approve-Auth (approving or rejecting
      *> held stock adjustments in AdjustmentApproval) follows it on
      *> the same terms.
       01 :PREFIX:OperatorRecord.
           05 :PREFIX:OperatorId    PIC X(8).
           05 :PREFIX:OperatorName  PIC X(20).
           05 :PREFIX:Failed-Attempts PIC 9(1).
           05 :PREFIX:Locked-Flag   PIC X.
               88 :PREFIX:Is-Locked    VALUE 'Y'.
           05 :PREFIX:Reopen-Auth   PIC X.
               88 :PREFIX:May-Reopen   VALUE 'Y'.
           05 :PREFIX:Approve-Auth  PIC X.
               88 :PREFIX:May-Approve  VALUE 'Y'.
