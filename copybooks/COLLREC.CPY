000010*----------------------------------------------------------------
000020* COLLREC - COLLECTIONS EXTRACT RECORD LAYOUT
000030*   WRITTEN BY THE NIGHTLY AGING100 RUN FOR THE COLLECTIONS
000040*   AGENCY.  ONE DETAIL ("D") PER OVERDRAWN CUSTOMER WHOSE
000050*   OVERDRAFT COULD BE DATED FROM TRANHIST, THEN ONE CONTROL
000060*   TRAILER ("T") WITH THE DETAIL COUNT AND AMOUNT-OWED TOTAL.
000070*   COLL-AMOUNT-OWED IS THE NEGATIVE BALANCE AS A POSITIVE
000080*   AMOUNT.  COLL-BUCKET IS 1 = 1-30 DAYS, 2 = 31-60, 3 = 61-90
000090*   AND 4 = OVER 90; COLL-NOTICE-LEVEL IS THE HIGHEST DUNNING
000100*   NOTICE SENT SO FAR.  ALL FIELDS ARE DISPLAY SO THE FILE
000110*   LOADS AS PLAIN TEXT.
000120*----------------------------------------------------------------
000130 01  COLL-RECORD.
000140     05  COLL-RECORD-TYPE         PIC X(01).
000150         88  COLL-DETAIL                  VALUE "D".
000160         88  COLL-TRAILER                 VALUE "T".
000170     05  COLL-RUN-DATE            PIC 9(08).
000180     05  COLL-BODY                PIC X(111).
000190     05  COLL-DETAIL-BODY REDEFINES COLL-BODY.
000200         10  COLL-CUST-KEY        PIC X(10).
000210         10  COLL-NAME            PIC X(30).
000220         10  COLL-ADDRESS         PIC X(40).
000230         10  COLL-AMOUNT-OWED     PIC 9(09)V99.
000240         10  COLL-NEG-SINCE       PIC 9(08).
000250         10  COLL-DAYS-OVERDRAWN  PIC 9(05).
000260         10  COLL-BUCKET          PIC 9(01).
000270         10  COLL-NOTICE-LEVEL    PIC 9(01).
000280         10  FILLER               PIC X(05).
000290     05  COLL-TRAILER-BODY REDEFINES COLL-BODY.
000300         10  COLL-TRL-COUNT       PIC 9(07).
000310         10  COLL-TRL-TOTAL       PIC 9(13)V99.
000320         10  FILLER               PIC X(89).
