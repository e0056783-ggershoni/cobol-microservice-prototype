000020* CUSTREC - CUSTOMER MASTER RECORD LAYOUT
000030*   ONE RECORD PER CUSTOMER, KEYED ON CUST-KEY.  READ BY THE
000040*   ONLINE LOOKUP ENDPOINT AND BY THE NIGHTLY RECONCILIATION
000050*   BATCH JOB.  CUST-DORMANT IS SET ONLY BY THE MONTHLY DORM100
000060*   RUN AND CLEARED BACK TO ACTIVE BY THE POSTING RUN WHEN A
000070*   CREDIT APPLIES; THE POSTING RUN HOLDS DEBITS AGAINST IT.
000080*----------------------------------------------------------------
000090 01  CUST-RECORD.
000100     05  CUST-KEY                PIC X(10).
000110     05  CUST-NAME                PIC X(30).
000120     05  CUST-ADDRESS             PIC X(40).
000130     05  CUST-BALANCE             PIC S9(9)V99 COMP-3.
000140     05  CUST-STATUS              PIC X(01).
000150         88  CUST-ACTIVE                  VALUE "A".
000160         88  CUST-INACTIVE                VALUE "I".
000170         88  CUST-DORMANT                 VALUE "D".
000180     05  FILLER                   PIC X(09).
