000010*----------------------------------------------------------------
000020* BUSCTL - BUSINESS-DATE CONTROL RECORD LAYOUT
000030*   INDEXED ON BDC-KEY.  ONE "BUSDATE" RECORD CARRIES THE
000040*   BUSINESS DATE NOW OPEN FOR ONLINE INTAKE AND THE DATE
000050*   CUTOVRJ LAST CLOSED - THE DAY TONIGHT'S STREAM PROCESSES.
000060*   EVERY OTHER RECORD IS KEYED ON A BATCH PROGRAM-ID AND
000070*   SHOWS THE PERIOD THAT PROGRAM LAST RAN FOR - A BUSINESS
000080*   DATE, A MONTH (YYYYMM) OR, FOR BILLIN100, THE BILLING
000090*   FILE'S HEADER DATE - AND WHETHER THAT RUN COMPLETED.  THE
000100*   RERUN SWITCH IS THE OPERATOR'S ONE-SHOT OVERRIDE: IT LETS
000110*   A COMPLETED PERIOD RUN ONCE MORE AND IS CLEARED BY THAT
000120*   RUN.  MAINTAINED BY BDCTL100; BILLIN100 KEEPS ITS OWN.
000130*   THE START TIME IS THE PERIOD'S FIRST START - A RESTART OR
000140*   RERUN OF THE SAME PERIOD LEAVES IT - AND THE END TIME IS
000150*   SET WHEN THE PERIOD COMPLETES.  GLEXT100 RELIES ON THIS:
000160*   TRANPOST'S START AND END TIMES BRACKET EVERY POSTING MADE
000170*   FOR ITS BUSINESS DATE.
000180*----------------------------------------------------------------
000190 01  BDC-RECORD.
000200     05  BDC-KEY                  PIC X(10).
000210     05  BDC-DATA                 PIC X(70).
000220     05  BDC-DATE-DATA REDEFINES BDC-DATA.
000230         10  BDC-OPEN-DATE        PIC 9(08).
000240         10  BDC-CLOSED-DATE      PIC 9(08).
000250         10  BDC-ADVANCED-TS      PIC X(16).
000260         10  FILLER               PIC X(38).
000270     05  BDC-JOB-DATA REDEFINES BDC-DATA.
000280         10  BDC-JOB-PERIOD       PIC X(08).
000290         10  BDC-JOB-STATUS       PIC X(01).
000300             88  BDC-JOB-STARTED          VALUE "S".
000310             88  BDC-JOB-COMPLETE         VALUE "C".
000320         10  BDC-JOB-BUS-DATE     PIC 9(08).
000330         10  BDC-JOB-START-TS     PIC X(16).
000340         10  BDC-JOB-END-TS       PIC X(16).
000350         10  BDC-JOB-RERUN-SW     PIC X(01).
000360             88  BDC-RERUN-ALLOWED        VALUE "Y".
000370             88  BDC-RERUN-NOT-ALLOWED    VALUE "N".
000380         10  FILLER               PIC X(20).
