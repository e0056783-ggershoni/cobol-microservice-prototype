000020* TRNDISP - TRANSACTION DISPOSITION RECORD LAYOUT
000030*   ONE RECORD PER TRANSACTION THE POSTING RUN HAS DECIDED,
000040*   KEYED ON TRAN-ID: APPLIED WITH THE RESULTING BALANCE,
000050*   REJECTED WITH THE POSTING RUN'S REJECT REASON, OR HELD FOR
000060*   SUPERVISOR RELEASE BY THE CREDIT-LIMIT CHECK.  THE ONLINE
000070*   GET /transaction ENDPOINT READS THIS FILE SO SUBMITTING
000080*   SYSTEMS CAN ASK WHAT HAPPENED TO A TRANSACTION OVERNIGHT
000090*   INSTEAD OF CALLING US TO GREP POSTRPT.  AN ID NOT ON FILE
000100*   IS STILL PENDING.
000110*   AN APPLIED RECORD ALSO CARRIES THE CUSTOMER, INTAKE
000120*   TIMESTAMP, TYPE AND SIGNED APPLIED AMOUNT - ENOUGH TO FIND
000130*   THE TRNHIST ENTRY - SO THE ONLINE SERVICE CAN ACCEPT A
000140*   REVERSAL AGAINST IT.  TDSP-REVERSAL-STATUS IS "P" ONCE A
000150*   REVERSAL HAS BEEN ACCEPTED ONLINE AND "R" ONCE THE POSTING
000160*   RUN HAS APPLIED IT; TDSP-LINK-TRAN-ID THEN NAMES THE
000170*   REVERSAL.  ON THE REVERSAL'S OWN RECORD TDSP-LINK-TRAN-ID
000180*   NAMES THE ITEM IT REVERSED.
000190*   A TRANSFER'S RECORD ALSO CARRIES THE TO-CUSTOMER AND ITS
000200*   RESULTING BALANCE; TDSP-CUST-KEY AND TDSP-NEW-BALANCE ARE
000210*   THE FROM-CUSTOMER'S.
000220*   MIGRATION NOTE - RECORD LENGTH CHANGED FROM 88 TO 160 BYTES
000230*   WHEN THE REVERSAL FIELDS WERE ADDED.  REALLOCATE
000240*   PROD.DL100.TRANDISP AT THE NEW LENGTH AND RELOAD IT BEFORE
000250*   THE FIRST RUN UNDER THE NEW PROGRAMS - RECORDS WRITTEN
000260*   BEFORE THE CHANGE HAVE A BLANK TDSP-CUST-KEY AND CANNOT BE
000270*   REVERSED ONLINE.
000280*----------------------------------------------------------------
000290 01  TDSP-RECORD.
000300     05  TDSP-TRAN-ID             PIC X(16).
000310     05  TDSP-DISPOSITION         PIC X(01).
000320         88  TDSP-APPLIED                 VALUE "A".
000330         88  TDSP-REJECTED                VALUE "R".
000340         88  TDSP-HELD                    VALUE "H".
000350     05  TDSP-REJ-REASON          PIC X(40).
000360     05  TDSP-NEW-BALANCE         PIC S9(9)V99 COMP-3.
000370     05  TDSP-POST-TIMESTAMP      PIC X(16).
000380     05  TDSP-REVERSAL-STATUS     PIC X(01).
000390         88  TDSP-NOT-REVERSED            VALUE SPACE.
000400         88  TDSP-REVERSAL-PENDING        VALUE "P".
000410         88  TDSP-REVERSED                VALUE "R".
000420     05  TDSP-CUST-KEY            PIC X(10).
000430     05  TDSP-TRAN-TIMESTAMP      PIC X(16).
000440     05  TDSP-TRAN-TYPE           PIC X(10).
000450     05  TDSP-APPLIED-AMOUNT      PIC S9(9)V99 COMP-3.
000460     05  TDSP-LINK-TRAN-ID        PIC X(16).
000470     05  TDSP-XFER-TO-KEY         PIC X(10).
000480     05  TDSP-XFER-TO-BALANCE     PIC S9(9)V99 COMP-3.
000490     05  FILLER                   PIC X(06).
