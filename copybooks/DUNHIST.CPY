000010*----------------------------------------------------------------
000020* DUNHIST - DUNNING NOTICE HISTORY RECORD LAYOUT
000030*   ONE RECORD PER CUSTOMER EVER SENT AN OVERDRAFT NOTICE,
000040*   KEYED ON CUSTOMER KEY.  WRITTEN ONLY BY THE NIGHTLY
000050*   AGING100 RUN.  DUN-NEG-SINCE IS THE DATE THE BALANCE WENT
000060*   BELOW ZERO FOR THE OVERDRAFT THE NOTICES BELONG TO, AND
000070*   DUN-LEVEL THE HIGHEST NOTICE SENT FOR IT (1-4, ONE PER
000080*   AGING BUCKET), SO A RERUN SENDS NOTHING TWICE.  A NEW
000090*   OVERDRAFT - A DIFFERENT NEG-SINCE DATE - STARTS AGAIN AT 1.
000100*----------------------------------------------------------------
000110 01  DUN-RECORD.
000120     05  DUN-CUST-KEY             PIC X(10).
000130     05  DUN-NEG-SINCE            PIC 9(08).
000140     05  DUN-LEVEL                PIC 9(01).
000150     05  DUN-NOTICE-DATE          PIC 9(08).
000160     05  FILLER                   PIC X(13).
