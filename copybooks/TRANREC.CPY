000070*   TRANTYPE REFERENCE FILE BEFORE THE RECORD IS WRITTEN, SO
000080*   THE POSTING RUN CAN TRUST THEM; TRAN-PAYLOAD KEEPS THE RAW
000090*   BODY TEXT FOR AUDIT AND RESEARCH.
000100*   A REVERSAL (TRAN-TYPE "REVERSAL") CARRIES THE TRAN-ID OF
000110*   THE ITEM IT REVERSES AT THE FRONT OF THE PAYLOAD - SEE
000120*   TRAN-LINK-PAYLOAD - AND ITS TRAN-AMOUNT IS THE SIGNED
000130*   EFFECT TO APPLY (NEGATIVE TAKES MONEY OFF THE CUSTOMER),
000140*   NOT AN AMOUNT SIGNED BY THE TRANTYPE DEBIT/CREDIT FLAG.
000150*   A TRANSFER (TRAN-TYPE "TRANSFER") MOVES TRAN-AMOUNT FROM
000160*   TRAN-CUST-KEY TO TRAN-XFER-TO-KEY.  BOTH LEGS POST UNDER
000170*   THE ONE TRAN-ID, OR NEITHER DOES.
000180*----------------------------------------------------------------
000190 01  TRAN-RECORD.
000200     05  TRAN-ID                 PIC X(16).
000210     05  TRAN-TYPE                PIC X(10).
000220         88  TRAN-REVERSAL                VALUE "REVERSAL".
000230         88  TRAN-TRANSFER                VALUE "TRANSFER".
000240     05  TRAN-CUST-KEY            PIC X(10).
000250     05  TRAN-AMOUNT              PIC S9(9)V99 COMP-3.
000260     05  TRAN-PAYLOAD             PIC X(200).
000270     05  TRAN-LINK-PAYLOAD REDEFINES TRAN-PAYLOAD.
000280         10  TRAN-LINK-TRAN-ID    PIC X(16).
000290         10  TRAN-XFER-TO-KEY     PIC X(10).
000300         10  TRAN-LINK-BODY       PIC X(174).
000310     05  TRAN-TIMESTAMP           PIC X(16).
