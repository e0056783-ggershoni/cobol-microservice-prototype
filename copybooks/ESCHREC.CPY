000010*----------------------------------------------------------------
000020* ESCHREC - ESCHEATMENT EXTRACT RECORD LAYOUT
000030*   WRITTEN BY THE MONTHLY DORM100 RUN FOR COMPLIANCE.  ONE
000040*   DETAIL ("D") PER DORMANT CUSTOMER WITH NO APPLIED ACTIVITY
000050*   FOR THE WHOLE STATUTORY PERIOD AND A POSITIVE BALANCE,
000060*   THEN ONE CONTROL TRAILER ("T") WITH THE DETAIL COUNT AND
000070*   BALANCE TOTAL.  ESCH-RUN-DATE IS THE DORM100 RUN DATE ON
000080*   EVERY RECORD.  ALL FIELDS ARE DISPLAY SO THE FILE LOADS AS
000090*   PLAIN TEXT.
000100*----------------------------------------------------------------
000110 01  ESCH-RECORD.
000120     05  ESCH-RECORD-TYPE         PIC X(01).
000130         88  ESCH-DETAIL                  VALUE "D".
000140         88  ESCH-TRAILER                 VALUE "T".
000150     05  ESCH-RUN-DATE            PIC 9(08).
000160     05  ESCH-BODY                PIC X(111).
000170     05  ESCH-DETAIL-BODY REDEFINES ESCH-BODY.
000180         10  ESCH-CUST-KEY        PIC X(10).
000190         10  ESCH-NAME            PIC X(30).
000200         10  ESCH-ADDRESS         PIC X(40).
000210         10  ESCH-BALANCE         PIC 9(09)V99.
000220         10  ESCH-LAST-ACTIVITY   PIC 9(08).
000230         10  FILLER               PIC X(12).
000240     05  ESCH-TRAILER-BODY REDEFINES ESCH-BODY.
000250         10  ESCH-TRL-COUNT       PIC 9(07).
000260         10  ESCH-TRL-TOTAL       PIC 9(13)V99.
000270         10  FILLER               PIC X(89).
