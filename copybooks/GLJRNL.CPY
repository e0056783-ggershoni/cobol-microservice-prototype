000010*----------------------------------------------------------------
000020* GLJRNL - GENERAL-LEDGER JOURNAL EXTRACT RECORD LAYOUT
000030*   THE DAILY JOURNAL GLEXT100 WRITES FOR FINANCE TO LOAD INTO
000040*   THE GENERAL LEDGER.  ONE HEADER ("H"), THEN A DEBIT LINE
000050*   AND A CREDIT LINE ("D") FOR EACH TRANSACTION TYPE THAT
000060*   MOVED MONEY THAT DAY, THEN ONE CONTROL TRAILER ("T").
000070*   AMOUNTS ARE UNSIGNED; GLJ-DR-CR SAYS WHICH SIDE.  THE
000080*   TRAILER CARRIES THE DETAIL LINE COUNT AND BOTH SIDE TOTALS,
000090*   WHICH ARE ALWAYS EQUAL ON A JOURNAL THIS RUN COMPLETES.
000100*   ALL FIELDS ARE DISPLAY SO THE FILE LOADS AS PLAIN TEXT.
000110*----------------------------------------------------------------
000120 01  GLJ-RECORD.
000130     05  GLJ-RECORD-TYPE          PIC X(01).
000140         88  GLJ-HEADER                   VALUE "H".
000150         88  GLJ-DETAIL                   VALUE "D".
000160         88  GLJ-TRAILER                  VALUE "T".
000170     05  GLJ-JOURNAL-DATE         PIC 9(08).
000180     05  GLJ-BODY                 PIC X(71).
000190     05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
000200         10  GLJ-HDR-SOURCE       PIC X(08).
000210         10  GLJ-HDR-CREATED-TS   PIC X(16).
000220         10  FILLER               PIC X(47).
000230     05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
000240         10  GLJ-LINE-NO          PIC 9(05).
000250         10  GLJ-ACCOUNT          PIC X(12).
000260         10  GLJ-DR-CR            PIC X(01).
000270             88  GLJ-DEBIT                VALUE "D".
000280             88  GLJ-CREDIT               VALUE "C".
000290         10  GLJ-AMOUNT           PIC 9(11)V99.
000300         10  GLJ-TRAN-TYPE        PIC X(10).
000310         10  GLJ-ITEM-COUNT       PIC 9(07).
000320         10  GLJ-DESC             PIC X(20).
000330         10  FILLER               PIC X(03).
000340     05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
000350         10  GLJ-TRL-LINE-COUNT   PIC 9(07).
000360         10  GLJ-TRL-DEBIT-TOTAL  PIC 9(13)V99.
000370         10  GLJ-TRL-CREDIT-TOTAL PIC 9(13)V99.
000380         10  FILLER               PIC X(34).
