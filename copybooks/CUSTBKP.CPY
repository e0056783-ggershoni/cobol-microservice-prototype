000010*----------------------------------------------------------------
000020* CUSTBKP - CUSTMAST / CREDLIM BACKUP RECORD LAYOUT
000030*   ONE GENERATION PER NIGHTLY BACKUP, WRITTEN BY CBKUP100 WITH
000040*   THE LISTENER DOWN AND BEFORE TRANPSTJ, SO IT IS ONE
000050*   CONSISTENT POINT IN TIME.  A HEADER CARRYING THE BACKUP
000060*   TIMESTAMP, EVERY CUSTMAST RECORD IN KEY ORDER, EVERY CREDLIM
000070*   RECORD IN KEY ORDER, THEN A TRAILER WITH THE COUNTS AND THE
000080*   CUSTMAST BALANCE TOTAL.  THE TRAILER IS WRITTEN ONLY WHEN
000090*   BOTH FILES WERE COPIED IN FULL, SO A GENERATION WITHOUT ONE
000100*   IS INCOMPLETE AND CRCVR100 WILL NOT RESTORE FROM IT.  THE
000110*   CUSTOMER AND CREDIT-LIMIT IMAGES ARE CUSTREC AND CREDLIM
000120*   RECORDS BYTE FOR BYTE.
000130*----------------------------------------------------------------
000140 01  CBK-RECORD.
000150     05  CBK-REC-TYPE             PIC X(01).
000160         88  CBK-HEADER                   VALUE "H".
000170         88  CBK-CUSTOMER                 VALUE "C".
000180         88  CBK-CREDLIM                  VALUE "L".
000190         88  CBK-TRAILER                  VALUE "T".
000200     05  CBK-BODY                 PIC X(99).
000210     05  CBK-HEADER-BODY REDEFINES CBK-BODY.
000220         10  CBK-HDR-TIMESTAMP    PIC X(16).
000230         10  FILLER               PIC X(83).
000240     05  CBK-CUSTOMER-BODY REDEFINES CBK-BODY.
000250         10  CBK-CUST-IMAGE       PIC X(96).
000260         10  FILLER               PIC X(03).
000270     05  CBK-CREDLIM-BODY REDEFINES CBK-BODY.
000280         10  CBK-CRED-IMAGE       PIC X(30).
000290         10  FILLER               PIC X(69).
000300     05  CBK-TRAILER-BODY REDEFINES CBK-BODY.
000310         10  CBK-TRL-TIMESTAMP    PIC X(16).
000320         10  CBK-TRL-CUST-COUNT   PIC 9(07).
000330         10  CBK-TRL-CUST-TOTAL   PIC S9(11)V99 COMP-3.
000340         10  CBK-TRL-CRED-COUNT   PIC 9(07).
000350         10  FILLER               PIC X(62).
