000070*   ORIGINAL VALUE.  THE AMOUNT IS KEYED ZONED WITH TWO IMPLIED
000080*   DECIMALS AND LEADING ZEROS, E.G. 00000012345 FOR $123.45.
000090*   THE CLERKS MAINTAIN THIS FILE DIRECTLY.
000100*   CORR-NEW-TO-KEY REPLACES THE TO-CUSTOMER OF A TRANSFER AND
000110*   IS REFUSED ON ANY OTHER TYPE.
000120*----------------------------------------------------------------
000130 01  CORR-RECORD.
000140     05  CORR-TRAN-ID             PIC X(16).
000150     05  CORR-NEW-CUST-KEY        PIC X(10).
000160     05  CORR-NEW-TYPE            PIC X(10).
000170     05  CORR-NEW-AMOUNT-X        PIC X(11).
000180     05  CORR-NEW-AMOUNT          REDEFINES CORR-NEW-AMOUNT-X
000190                                  PIC 9(09)V99.
000200     05  CORR-NEW-TO-KEY          PIC X(10).
000210     05  FILLER                   PIC X(03).
