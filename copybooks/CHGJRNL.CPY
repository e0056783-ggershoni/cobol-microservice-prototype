000010*----------------------------------------------------------------
000020* CHGJRNL - MAINTENANCE CHANGE JOURNAL RECORD LAYOUT
000030*   ONE RECORD PER SUCCESSFUL CREATE OR UPDATE MADE THROUGH THE
000040*   ONLINE POST/PUT /customer, /message AND /trantype
000050*   ENDPOINTS, APPENDED AFTER THE CHANGE IS WRITTEN.  THE
000060*   IMAGES ARE THE WHOLE CUSTMAST, MSGCAT OR TRANTYPE RECORD,
000070*   LEFT-JUSTIFIED AND SPACE-FILLED; CHG-BEFORE-IMAGE IS
000080*   SPACES ON A CREATE.  CHG-DEPT IS THE DEPARTMENT OF THE
000090*   API KEY THAT MADE THE CHANGE.  READ NIGHTLY BY MNTRPT100
000100*   FOR THE DEPARTMENT SIGN-OFF REPORT, AND BY CRCVR100, WHICH
000110*   RELOADS CUSTOMERS OPENED SINCE A BACKUP FROM THEIR CREATES.
000120*----------------------------------------------------------------
000130 01  CHG-RECORD.
000140     05  CHG-TIMESTAMP            PIC X(16).
000150     05  CHG-DEPT                 PIC X(20).
000160     05  CHG-FILE                 PIC X(08).
000170         88  CHG-CUSTMAST                 VALUE "CUSTMAST".
000180         88  CHG-MSGCAT                   VALUE "MSGCAT".
000190         88  CHG-TRANTYPE                 VALUE "TRANTYPE".
000200     05  CHG-ACTION               PIC X(01).
000210         88  CHG-CREATE                   VALUE "C".
000220         88  CHG-UPDATE                   VALUE "U".
000230     05  CHG-KEY                  PIC X(10).
000240     05  CHG-BEFORE-IMAGE         PIC X(100).
000250     05  CHG-AFTER-IMAGE          PIC X(100).
000260     05  FILLER                   PIC X(05).
