000010*----------------------------------------------------------------
000020* GLMAP - GENERAL-LEDGER ACCOUNT MAPPING RECORD LAYOUT
000030*   ONE RECORD PER TRANSACTION TYPE, KEYED ON THE TRNTYP-CODE
000040*   IT MAPS.  GLMAP-DEBIT-ACCT AND GLMAP-CREDIT-ACCT ARE THE GL
000050*   ACCOUNTS DEBITED AND CREDITED WHEN THE TYPE MOVES MONEY IN
000060*   ITS NORMAL DIRECTION - THE TRNTYP-DC-IND DIRECTION.  A DAY
000070*   ON WHICH THE TYPE'S NET MOVEMENT RUNS THE OTHER WAY (MORE
000080*   REVERSED THAN APPLIED, SAY) POSTS THE SAME TWO ACCOUNTS
000090*   THE OTHER WAY ROUND.  OWNED AND MAINTAINED BY FINANCE; THE
000100*   NIGHTLY GLEXT100 RUN ONLY READS IT, AND STOPS WITHOUT A
000110*   JOURNAL IF ANY TYPE POSTED THAT DAY HAS NO RECORD HERE.
000120*----------------------------------------------------------------
000130 01  GLMAP-RECORD.
000140     05  GLMAP-TRAN-TYPE          PIC X(10).
000150     05  GLMAP-DEBIT-ACCT         PIC X(12).
000160     05  GLMAP-CREDIT-ACCT        PIC X(12).
000170     05  GLMAP-DESC               PIC X(30).
000180     05  FILLER                   PIC X(16).
