      *> One local general-ledger balance on GLBAL.TXT: what the
      *> posting file has put to one account and cost centre in one
      *> accounting period, debits and credits kept apart.  The
      *> period is named by the business calendar's period-end date
      *> that closes it.  Maintained by GLBALUPD from each verified
      *> GLPOST.TXT batch and read by the month-end trial balance
      *> (TRIALBAL) - shared so both agree on one layout.  The file
      *> is kept in account, cost-centre and period order.  The
      *> first record is a control row (account *CONTROL) carrying
      *> the last batch applied, so a batch the ledger step sees
      *> again is never added twice.
       01  LEDGER-BALANCE-RECORD.
           05  GLB-ACCOUNT                 PIC X(8).
               88  GLB-CONTROL-ROW         VALUE "*CONTROL".
           05  GLB-COST-CENTRE             PIC X(3).
           05  GLB-PERIOD-END              PIC 9(8).
           05  GLB-DEBIT-TOTAL             PIC 9(11)V99.
           05  GLB-CREDIT-TOTAL            PIC 9(11)V99.
           05  GLB-POSTING-COUNT           PIC 9(7).
      *> The GLPOST batch (its run date and time) that last changed
      *> the row - on the control row, the last batch applied.
           05  GLB-LAST-BATCH-ID.
               10  GLB-LAST-BATCH-DATE     PIC 9(8).
               10  GLB-LAST-BATCH-TIME     PIC 9(6).
