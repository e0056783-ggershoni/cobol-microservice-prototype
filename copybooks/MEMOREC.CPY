000010*----------------------------------------------------------------
000020* MEMOREC - INTRADAY MEMO-POSTING RECORD LAYOUT
000030*   ONE RECORD PER CUSTOMER WITH ACTIVITY THE ONLINE INTAKE HAS
000040*   ACCEPTED ONTO TRANLOG IN THE CURRENT BUSINESS DAY, KEYED ON
000050*   THE SAME CUST-KEY AS CUSTMAST.  THE TOTALS ARE THE EFFECT
000060*   EACH ACCEPTED ITEM WILL HAVE ON CUST-BALANCE WHEN THE
000070*   POSTING RUN APPLIES IT - A TRANSFER COUNTS AS A DEBIT TO
000080*   ITS FROM-CUSTOMER AND A CREDIT TO ITS TO-CUSTOMER, AND A
000090*   REVERSAL AS THE OPPOSITE OF ITS ORIGINAL.  THE AVAILABLE
000100*   BALANCE IS CUST-BALANCE PLUS MEMO-CREDIT-TOTAL LESS
000110*   MEMO-DEBIT-TOTAL.  THE END-OF-DAY CUTOVER RESETS THE FILE
000120*   EMPTY FOR THE NEW BUSINESS DAY.
000130*----------------------------------------------------------------
000140 01  MEMO-RECORD.
000150     05  MEMO-CUST-KEY            PIC X(10).
000160     05  MEMO-DEBIT-TOTAL         PIC S9(9)V99 COMP-3.
000170     05  MEMO-CREDIT-TOTAL        PIC S9(9)V99 COMP-3.
000180     05  MEMO-TRAN-COUNT          PIC S9(5) COMP-3.
000190     05  MEMO-LAST-TIMESTAMP      PIC X(16).
000200     05  FILLER                   PIC X(09).
