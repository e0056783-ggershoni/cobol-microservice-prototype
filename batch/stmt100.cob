000290*                 TRANSACTION APPLIED ONCE BUT MAY SIT ON
000300*                 TRANLOG TWICE, AND ONLY THE APPLIED
000310*                 OCCURRENCE MAY STATE.
000320* 2026-10-15 RJ   A REVERSAL'S TRAN-AMOUNT ALREADY CARRIES ITS
000330*                 SIGNED EFFECT AND IS STATED AS IT STANDS.
000340* 2026-10-15 RJ   A TRANSFER STATES ON BOTH CUSTOMERS - THE
000350*                 DEBIT LEG ON THE FROM-CUSTOMER AND THE CREDIT
000360*                 LEG ON THE TO-CUSTOMER.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     CURRENCY SIGN IS "$".
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS ST100-TRANLOG-STATUS.
000470     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS ST100-TRANREJ-STATUS.
000500     SELECT HELD-FILE ASSIGN TO "HELDTRAN"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS ST100-HELDTRAN-STATUS.
000530     SELECT DUP-FILE ASSIGN TO "DUPTRAN"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS ST100-DUPTRAN-STATUS.
000560     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CUST-KEY
000600         FILE STATUS IS ST100-CUSTMAST-STATUS.
000610     SELECT TRANTYPE-FILE ASSIGN TO "TRANTYPE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS TRNTYP-CODE
000650         FILE STATUS IS ST100-TRANTYPE-STATUS.
000660     SELECT REPORT-FILE ASSIGN TO "STMTRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS ST100-STMTRPT-STATUS.
000690     SELECT EXTRACT-FILE ASSIGN TO "STMTEXT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS ST100-STMTEXT-STATUS.
000720     SELECT SORT-FILE ASSIGN TO "SORTWK".
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  TRANSACTION-FILE.
000760 COPY TRANREC.
000770 FD  REJECT-FILE.
000780*    SAME SHAPE THE POSTING RUN WRITES - THE WHOLE 258-BYTE
000790*    TRAN-RECORD FOLLOWED BY THE REJECT REASON.  ONLY THE
000800*    TRAN-ID UP FRONT IS NEEDED HERE.
000810 01  ST100-REJECT-RECORD.
000820     05  ST100-REJ-TRAN-ID       PIC X(16).
000830     05  FILLER                  PIC X(282).
000840 FD  HELD-FILE.
000850*    SAME SHAPE AGAIN - ONLY THE TRAN-ID UP FRONT IS NEEDED.
000860 01  ST100-HELD-RECORD.
000870     05  ST100-HELD-TRAN-ID      PIC X(16).
000880     05  FILLER                  PIC X(282).
000890 FD  DUP-FILE.
000900*    SAME SHAPE ONCE MORE - ONLY THE TRAN-ID IS NEEDED.
000910 01  ST100-DUP-RECORD.
000920     05  ST100-DUP-TRAN-ID       PIC X(16).
000930     05  FILLER                  PIC X(282).
000940 FD  CUSTOMER-FILE.
000950 COPY CUSTREC.
000960 FD  TRANTYPE-FILE.
000970 COPY TRNTYPE.
000980 FD  REPORT-FILE.
000990 01  ST100-REPORT-LINE           PIC X(100).
001000 FD  EXTRACT-FILE.
001010*    FIXED 80-BYTE EXTRACT RECORDS FOR THE BILLING SYSTEM:
001020*      "H" CUSTOMER HEADER - KEY, NAME, OPENING, CLOSING
001030*      "D" TRANSACTION DETAIL - KEY, ID, TYPE, TIMESTAMP,
001040*          SIGNED APPLIED AMOUNT
001050*      "T" FILE TRAILER - CUSTOMER AND DETAIL COUNTS
001060 01  ST100-EXT-HEADER.
001070     05  ST100-EXH-TYPE          PIC X(01).
001080     05  ST100-EXH-CUST-KEY      PIC X(10).
001090     05  ST100-EXH-NAME          PIC X(30).
001100     05  ST100-EXH-OPENING       PIC +9(9).99.
001110     05  ST100-EXH-CLOSING       PIC +9(9).99.
001120     05  FILLER                  PIC X(13).
001130 01  ST100-EXT-DETAIL.
001140     05  ST100-EXD-TYPE          PIC X(01).
001150     05  ST100-EXD-CUST-KEY      PIC X(10).
001160     05  ST100-EXD-TRAN-ID       PIC X(16).
001170     05  ST100-EXD-TRAN-TYPE     PIC X(10).
001180     05  ST100-EXD-TIMESTAMP     PIC X(16).
001190     05  ST100-EXD-AMOUNT        PIC +9(9).99.
001200     05  FILLER                  PIC X(14).
001210 01  ST100-EXT-TRAILER.
001220     05  ST100-EXT-TYPE          PIC X(01).
001230     05  ST100-EXT-CUST-COUNT    PIC 9(07).
001240     05  ST100-EXT-TRAN-COUNT    PIC 9(07).
001250     05  FILLER                  PIC X(65).
001260 SD  SORT-FILE.
001270 01  ST100-SORT-RECORD.
001280     05  ST100-SORT-CUST-KEY     PIC X(10).
001290     05  ST100-SORT-TIMESTAMP    PIC X(16).
001300     05  ST100-SORT-TRAN-ID      PIC X(16).
001310     05  ST100-SORT-TRAN-TYPE    PIC X(10).
001320     05  ST100-SORT-AMOUNT       PIC S9(9)V99 COMP-3.
001330 WORKING-STORAGE SECTION.
001340*----------------------------------------------------------------
001350* FILE STATUS CODES
001360*----------------------------------------------------------------
001370 01  ST100-FILE-STATUSES.
001380     05  ST100-TRANLOG-STATUS    PIC X(02).
001390         88  ST100-TRANLOG-OK            VALUE "00".
001400     05  ST100-TRANREJ-STATUS    PIC X(02).
001410         88  ST100-TRANREJ-OK            VALUE "00".
001420     05  ST100-HELDTRAN-STATUS   PIC X(02).
001430         88  ST100-HELDTRAN-OK           VALUE "00".
001440     05  ST100-DUPTRAN-STATUS    PIC X(02).
001450         88  ST100-DUPTRAN-OK            VALUE "00".
001460     05  ST100-CUSTMAST-STATUS   PIC X(02).
001470         88  ST100-CUSTMAST-OK           VALUE "00".
001480         88  ST100-CUSTMAST-NOTFOUND     VALUE "23".
001490     05  ST100-TRANTYPE-STATUS   PIC X(02).
001500         88  ST100-TRANTYPE-OK           VALUE "00".
001510         88  ST100-TRANTYPE-NOTFOUND     VALUE "23".
001520     05  ST100-STMTRPT-STATUS    PIC X(02).
001530         88  ST100-STMTRPT-OK            VALUE "00".
001540     05  ST100-STMTEXT-STATUS    PIC X(02).
001550         88  ST100-STMTEXT-OK            VALUE "00".
001560*----------------------------------------------------------------
001570* SWITCHES
001580*----------------------------------------------------------------
001590 01  ST100-SWITCHES.
001600     05  ST100-TRANLOG-EOF-SW    PIC X(01) VALUE "N".
001610         88  ST100-TRANLOG-EOF           VALUE "Y".
001620     05  ST100-TRANREJ-EOF-SW    PIC X(01) VALUE "N".
001630         88  ST100-TRANREJ-EOF           VALUE "Y".
001640     05  ST100-HELDTRAN-EOF-SW   PIC X(01) VALUE "N".
001650         88  ST100-HELDTRAN-EOF          VALUE "Y".
001660     05  ST100-DUPTRAN-EOF-SW    PIC X(01) VALUE "N".
001670         88  ST100-DUPTRAN-EOF           VALUE "Y".
001680     05  ST100-SORT-EOF-SW       PIC X(01) VALUE "N".
001690         88  ST100-SORT-EOF              VALUE "Y".
001700     05  ST100-CUST-OPEN-SW      PIC X(01) VALUE "N".
001710         88  ST100-CUST-IN-PROGRESS      VALUE "Y".
001720*----------------------------------------------------------------
001730* COUNTERS AND ACCUMULATORS
001740*----------------------------------------------------------------
001750 01  ST100-COUNTERS.
001760     05  ST100-STATED-COUNT      PIC 9(07) COMP.
001770     05  ST100-SKIPPED-COUNT     PIC 9(07) COMP.
001780     05  ST100-DETAIL-COUNT      PIC 9(07) COMP.
001790     05  ST100-REJID-COUNT       PIC 9(04) COMP.
001800     05  ST100-CTRAN-COUNT       PIC 9(04) COMP.
001810     05  ST100-SCAN-SUB          PIC 9(04) COMP.
001820     05  ST100-FOUND-SW          PIC X(01).
001830         88  ST100-ID-REJECTED           VALUE "Y".
001840     05  ST100-DUPID-COUNT       PIC 9(03) COMP.
001850     05  ST100-DUP-MATCH-SW      PIC X(01).
001860         88  ST100-DUP-SKIP              VALUE "Y".
001870*----------------------------------------------------------------
001880* EXCLUDED TRANSACTION ID TABLE
001890*   LOADED FROM TRANREJ AND HELDTRAN UP FRONT; ONLY APPLIED
001900*   TRANSACTIONS REACH THE SORT, SO STATEMENT ARITHMETIC
001910*   MATCHES CUSTMAST.
001920*----------------------------------------------------------------
001930 01  ST100-REJID-TABLE.
001940     05  ST100-REJID OCCURS 1000 TIMES
001950                                 PIC X(16).
001960*----------------------------------------------------------------
001970* SKIPPED-REPLAY ID TABLE
001980*   LOADED FROM DUPTRAN UP FRONT.  EACH DUPTRAN RECORD CANCELS
001990*   EXACTLY ONE TRANLOG OCCURRENCE OF ITS ID, SO A SAME-DAY
002000*   REPLAY STATES ONCE AND A CROSS-DAY REPLAY NOT AT ALL.
002010*----------------------------------------------------------------
002020 01  ST100-DUPID-TABLE.
002030     05  ST100-DUPID-ENTRY OCCURS 200 TIMES.
002040         10  ST100-DUPID         PIC X(16).
002050         10  ST100-DUPID-SKIPS   PIC 9(02) COMP.
002060*----------------------------------------------------------------
002070* CURRENT CUSTOMER STATEMENT WORK AREA
002080*   ONE CUSTOMER'S APPLIED TRANSACTIONS ARE HELD HERE UNTIL THE
002090*   CONTROL BREAK, BECAUSE THE OPENING BALANCE (CLOSING LESS
002100*   NET) IS NOT KNOWN UNTIL THEY HAVE ALL BEEN SEEN.
002110*----------------------------------------------------------------
002120 01  ST100-CUST-WORK.
002130     05  ST100-CUR-CUST-KEY      PIC X(10).
002140     05  ST100-CUR-NET           PIC S9(11)V99 COMP-3.
002150     05  ST100-OPENING-BAL       PIC S9(11)V99 COMP-3.
002160     05  ST100-RUNNING-BAL       PIC S9(11)V99 COMP-3.
002170 01  ST100-CTRAN-TABLE.
002180     05  ST100-CTRAN-ENTRY OCCURS 500 TIMES.
002190         10  ST100-CT-TRAN-ID    PIC X(16).
002200         10  ST100-CT-TRAN-TYPE  PIC X(10).
002210         10  ST100-CT-TIMESTAMP  PIC X(16).
002220         10  ST100-CT-AMOUNT     PIC S9(9)V99 COMP-3.
002230*----------------------------------------------------------------
002240* REPORT EDIT FIELDS
002250*----------------------------------------------------------------
002260 01  ST100-EDIT-FIELDS.
002270     05  ST100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
002280     05  ST100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002290     05  ST100-EDIT-BALANCE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002300 PROCEDURE DIVISION.
002310*----------------------------------------------------------------
002320* 0000-MAINLINE                                                *
002330*   ENTRY POINT.  LOAD THE REJECT IDS, SORT THE DAY'S APPLIED  *
002340*   TRANSACTIONS BY CUSTOMER, BUILD THE STATEMENTS ON THE WAY  *
002350*   OUT OF THE SORT, THEN TERMINATE.                           *
002360*----------------------------------------------------------------
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     SORT SORT-FILE
002400         ON ASCENDING KEY ST100-SORT-CUST-KEY
002410         ON ASCENDING KEY ST100-SORT-TIMESTAMP
002420         INPUT PROCEDURE IS 2000-SELECT-TRANS
002430             THRU 2000-EXIT
002440         OUTPUT PROCEDURE IS 5000-BUILD-STATEMENTS
002450             THRU 5000-EXIT.
002460     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002470     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002480     STOP RUN.
002490*----------------------------------------------------------------
002500* 1000-INITIALIZE                                              *
002510*   OPEN THE FILES, WRITE THE REPORT HEADING, AND LOAD THE     *
002520*   POSTING RUN'S REJECTED TRANSACTION IDS.                    *
002530*----------------------------------------------------------------
002540 1000-INITIALIZE.
002550     OPEN INPUT TRANSACTION-FILE.
002560     OPEN INPUT CUSTOMER-FILE.
002570     OPEN INPUT TRANTYPE-FILE.
002580     OPEN OUTPUT REPORT-FILE.
002590     OPEN OUTPUT EXTRACT-FILE.
002600     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002610     PERFORM 1100-LOAD-REJECT-IDS THRU 1100-EXIT.
002620     PERFORM 1200-LOAD-HELD-IDS THRU 1200-EXIT.
002630     PERFORM 1300-LOAD-DUP-IDS THRU 1300-EXIT.
002640 1000-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670* 1100-LOAD-REJECT-IDS                                         *
002680*   READ TRANREJ END TO END AND REMEMBER EVERY REJECTED        *
002690*   TRANSACTION ID.  A FULL TABLE IS NOTED ON THE REPORT -     *
002700*   STATEMENTS COULD THEN OVERSTATE ACTIVITY.                  *
002710*----------------------------------------------------------------
002720 1100-LOAD-REJECT-IDS.
002730     OPEN INPUT REJECT-FILE.
002740     PERFORM 1110-READ-TRANREJ THRU 1110-EXIT.
002750     PERFORM 1120-STORE-REJECT-ID THRU 1120-EXIT
002760         UNTIL ST100-TRANREJ-EOF.
002770     CLOSE REJECT-FILE.
002780 1100-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810* 1110-READ-TRANREJ                                            *
002820*   READ THE NEXT REJECTED-TRANSACTION RECORD.                 *
002830*----------------------------------------------------------------
002840 1110-READ-TRANREJ.
002850     READ REJECT-FILE
002860         AT END
002870             SET ST100-TRANREJ-EOF TO TRUE
002880     END-READ.
002890 1110-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 1120-STORE-REJECT-ID                                         *
002930*   REMEMBER ONE REJECTED ID AND READ THE NEXT.                *
002940*----------------------------------------------------------------
002950 1120-STORE-REJECT-ID.
002960     IF ST100-REJID-COUNT < 1000
002970         ADD 1 TO ST100-REJID-COUNT
002980         MOVE ST100-REJ-TRAN-ID
002990             TO ST100-REJID(ST100-REJID-COUNT)
003000     ELSE
003010         MOVE "  (REJECT ID TABLE FULL - STATEMENTS MAY"
003020             TO ST100-REPORT-LINE
003030         WRITE ST100-REPORT-LINE
003040         MOVE "   OVERSTATE ACTIVITY)" TO ST100-REPORT-LINE
003050         WRITE ST100-REPORT-LINE
003060         SET ST100-TRANREJ-EOF TO TRUE
003070         GO TO 1120-EXIT
003080     END-IF.
003090     PERFORM 1110-READ-TRANREJ THRU 1110-EXIT.
003100 1120-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 1200-LOAD-HELD-IDS                                           *
003140*   READ HELDTRAN END TO END AND ADD EVERY HELD TRANSACTION    *
003150*   ID TO THE SAME EXCLUSION TABLE THE REJECTS USE.            *
003160*----------------------------------------------------------------
003170 1200-LOAD-HELD-IDS.
003180     OPEN INPUT HELD-FILE.
003190     PERFORM 1210-READ-HELDTRAN THRU 1210-EXIT.
003200     PERFORM 1220-STORE-HELD-ID THRU 1220-EXIT
003210         UNTIL ST100-HELDTRAN-EOF.
003220     CLOSE HELD-FILE.
003230 1200-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260* 1210-READ-HELDTRAN                                           *
003270*   READ THE NEXT HELD-TRANSACTION RECORD.                     *
003280*----------------------------------------------------------------
003290 1210-READ-HELDTRAN.
003300     READ HELD-FILE
003310         AT END
003320             SET ST100-HELDTRAN-EOF TO TRUE
003330     END-READ.
003340 1210-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370* 1220-STORE-HELD-ID                                           *
003380*   REMEMBER ONE HELD ID AND READ THE NEXT.                    *
003390*----------------------------------------------------------------
003400 1220-STORE-HELD-ID.
003410     IF ST100-REJID-COUNT < 1000
003420         ADD 1 TO ST100-REJID-COUNT
003430         MOVE ST100-HELD-TRAN-ID
003440             TO ST100-REJID(ST100-REJID-COUNT)
003450     ELSE
003460         MOVE "  (EXCLUSION ID TABLE FULL - STATEMENTS MAY"
003470             TO ST100-REPORT-LINE
003480         WRITE ST100-REPORT-LINE
003490         MOVE "   OVERSTATE ACTIVITY)" TO ST100-REPORT-LINE
003500         WRITE ST100-REPORT-LINE
003510         SET ST100-HELDTRAN-EOF TO TRUE
003520         GO TO 1220-EXIT
003530     END-IF.
003540     PERFORM 1210-READ-HELDTRAN THRU 1210-EXIT.
003550 1220-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 1300-LOAD-DUP-IDS                                            *
003590*   READ DUPTRAN END TO END AND TABLE EVERY SKIPPED REPLAY.    *
003600*   A REPEATED ID BUMPS ITS SKIP COUNT - ONE OCCURRENCE IS     *
003610*   CANCELLED PER DUPTRAN RECORD.  A FULL TABLE IS NOTED ON    *
003620*   THE REPORT - STATEMENTS COULD THEN OVERSTATE ACTIVITY.     *
003630*----------------------------------------------------------------
003640 1300-LOAD-DUP-IDS.
003650     OPEN INPUT DUP-FILE.
003660     PERFORM 1310-READ-DUPTRAN THRU 1310-EXIT.
003670     PERFORM 1320-STORE-DUP-ID THRU 1320-EXIT
003680         UNTIL ST100-DUPTRAN-EOF.
003690     CLOSE DUP-FILE.
003700 1300-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 1310-READ-DUPTRAN                                            *
003740*   READ THE NEXT SKIPPED-REPLAY RECORD.                       *
003750*----------------------------------------------------------------
003760 1310-READ-DUPTRAN.
003770     READ DUP-FILE
003780         AT END
003790             SET ST100-DUPTRAN-EOF TO TRUE
003800     END-READ.
003810 1310-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* 1320-STORE-DUP-ID                                            *
003850*   TABLE (OR BUMP) ONE SKIPPED-REPLAY ID AND READ THE NEXT.   *
003860*----------------------------------------------------------------
003870 1320-STORE-DUP-ID.
003880     MOVE "N" TO ST100-DUP-MATCH-SW.
003890     PERFORM 1330-SCAN-DUP-ID THRU 1330-EXIT
003900         VARYING ST100-SCAN-SUB FROM 1 BY 1
003910         UNTIL ST100-SCAN-SUB > ST100-DUPID-COUNT
003920         OR ST100-DUP-SKIP.
003930     IF ST100-DUP-SKIP
003940         GO TO 1320-NEXT
003950     END-IF.
003960     IF ST100-DUPID-COUNT < 200
003970         ADD 1 TO ST100-DUPID-COUNT
003980         MOVE ST100-DUP-TRAN-ID
003990             TO ST100-DUPID(ST100-DUPID-COUNT)
004000         MOVE 1 TO ST100-DUPID-SKIPS(ST100-DUPID-COUNT)
004010     ELSE
004020         MOVE "  (REPLAY ID TABLE FULL - STATEMENTS MAY"
004030             TO ST100-REPORT-LINE
004040         WRITE ST100-REPORT-LINE
004050         MOVE "   OVERSTATE ACTIVITY)" TO ST100-REPORT-LINE
004060         WRITE ST100-REPORT-LINE
004070         SET ST100-DUPTRAN-EOF TO TRUE
004080         GO TO 1320-EXIT
004090     END-IF.
004100 1320-NEXT.
004110     PERFORM 1310-READ-DUPTRAN THRU 1310-EXIT.
004120 1320-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150* 1330-SCAN-DUP-ID                                             *
004160*   BUMP THE SKIP COUNT WHEN THE CURRENT DUPTRAN ID IS         *
004170*   ALREADY TABLED.                                            *
004180*----------------------------------------------------------------
004190 1330-SCAN-DUP-ID.
004200     IF ST100-DUPID(ST100-SCAN-SUB) = ST100-DUP-TRAN-ID
004210         ADD 1 TO ST100-DUPID-SKIPS(ST100-SCAN-SUB)
004220         SET ST100-DUP-SKIP TO TRUE
004230     END-IF.
004240 1330-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 2000-SELECT-TRANS                                            *
004280*   SORT INPUT PROCEDURE - RELEASE ONLY THE TRANSACTIONS THE   *
004290*   POSTING RUN APPLIED: TYPE ON THE TRANTYPE FILE AND ID NOT  *
004300*   ON THE REJECT FILE.  DEBITS RELEASE AS NEGATIVE AMOUNTS.   *
004310*   A TRANSFER RELEASES TWICE, ONCE PER CUSTOMER.              *
004320*----------------------------------------------------------------
004330 2000-SELECT-TRANS.
004340     PERFORM 2100-READ-TRANLOG THRU 2100-EXIT.
004350     PERFORM 2200-RELEASE-TRAN THRU 2200-EXIT
004360         UNTIL ST100-TRANLOG-EOF.
004370 2000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400* 2100-READ-TRANLOG                                            *
004410*   READ THE NEXT TRANSACTION LOG RECORD.                      *
004420*----------------------------------------------------------------
004430 2100-READ-TRANLOG.
004440     READ TRANSACTION-FILE
004450         AT END
004460             SET ST100-TRANLOG-EOF TO TRUE
004470     END-READ.
004480 2100-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* 2200-RELEASE-TRAN                                            *
004520*   EDIT ONE TRANLOG RECORD AND RELEASE IT TO THE SORT IF THE  *
004530*   POSTING RUN WOULD HAVE APPLIED IT.                         *
004540*----------------------------------------------------------------
004550 2200-RELEASE-TRAN.
004560     PERFORM 2300-CHECK-REJECTED THRU 2300-EXIT.
004570     IF ST100-ID-REJECTED
004580         GO TO 2200-NEXT
004590     END-IF.
004600     PERFORM 2400-CHECK-DUP-SKIP THRU 2400-EXIT.
004610     IF ST100-DUP-SKIP
004620         GO TO 2200-NEXT
004630     END-IF.
004640     MOVE TRAN-TYPE TO TRNTYP-CODE.
004650     READ TRANTYPE-FILE
004660         INVALID KEY
004670             MOVE "23" TO ST100-TRANTYPE-STATUS
004680     END-READ.
004690     IF NOT ST100-TRANTYPE-OK
004700         GO TO 2200-NEXT
004710     END-IF.
004720     MOVE TRAN-CUST-KEY TO ST100-SORT-CUST-KEY.
004730     MOVE TRAN-TIMESTAMP TO ST100-SORT-TIMESTAMP.
004740     MOVE TRAN-ID TO ST100-SORT-TRAN-ID.
004750     MOVE TRAN-TYPE TO ST100-SORT-TRAN-TYPE.
004760     IF TRNTYP-DEBIT
004770         AND NOT TRAN-REVERSAL
004780         COMPUTE ST100-SORT-AMOUNT = 0 - TRAN-AMOUNT
004790     ELSE
004800         MOVE TRAN-AMOUNT TO ST100-SORT-AMOUNT
004810     END-IF.
004820     IF TRAN-TRANSFER
004830         COMPUTE ST100-SORT-AMOUNT = 0 - TRAN-AMOUNT
004840     END-IF.
004850     RELEASE ST100-SORT-RECORD.
004860     IF TRAN-TRANSFER
004870         MOVE TRAN-XFER-TO-KEY TO ST100-SORT-CUST-KEY
004880         MOVE TRAN-AMOUNT TO ST100-SORT-AMOUNT
004890         RELEASE ST100-SORT-RECORD
004900     END-IF.
004910 2200-NEXT.
004920     PERFORM 2100-READ-TRANLOG THRU 2100-EXIT.
004930 2200-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 2300-CHECK-REJECTED                                          *
004970*   WAS THE CURRENT TRANSACTION'S ID REJECTED BY THE POSTING   *
004980*   RUN?                                                       *
004990*----------------------------------------------------------------
005000 2300-CHECK-REJECTED.
005010     MOVE "N" TO ST100-FOUND-SW.
005020     PERFORM 2310-SCAN-REJECT-ID THRU 2310-EXIT
005030         VARYING ST100-SCAN-SUB FROM 1 BY 1
005040         UNTIL ST100-SCAN-SUB > ST100-REJID-COUNT
005050         OR ST100-ID-REJECTED.
005060 2300-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------
005090* 2310-SCAN-REJECT-ID                                          *
005100*   COMPARE ONE REJECT TABLE ENTRY AGAINST THE CURRENT         *
005110*   TRANSACTION ID.                                            *
005120*----------------------------------------------------------------
005130 2310-SCAN-REJECT-ID.
005140     IF ST100-REJID(ST100-SCAN-SUB) = TRAN-ID
005150         SET ST100-ID-REJECTED TO TRUE
005160     END-IF.
005170 2310-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------
005200* 2400-CHECK-DUP-SKIP                                          *
005210*   DOES THE CURRENT TRANSACTION CONSUME ONE OF ITS ID'S       *
005220*   REMAINING REPLAY SKIPS?  EACH MATCH DECREMENTS THE COUNT   *
005230*   SO EXACTLY ONE OCCURRENCE IS DROPPED PER SKIPPED REPLAY.   *
005240*----------------------------------------------------------------
005250 2400-CHECK-DUP-SKIP.
005260     MOVE "N" TO ST100-DUP-MATCH-SW.
005270     PERFORM 2410-SCAN-DUP-SKIP THRU 2410-EXIT
005280         VARYING ST100-SCAN-SUB FROM 1 BY 1
005290         UNTIL ST100-SCAN-SUB > ST100-DUPID-COUNT
005300         OR ST100-DUP-SKIP.
005310 2400-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340* 2410-SCAN-DUP-SKIP                                           *
005350*   COMPARE ONE REPLAY TABLE ENTRY AGAINST THE CURRENT         *
005360*   TRANSACTION ID AND CONSUME A SKIP ON A MATCH.              *
005370*----------------------------------------------------------------
005380 2410-SCAN-DUP-SKIP.
005390     IF ST100-DUPID(ST100-SCAN-SUB) = TRAN-ID
005400         AND ST100-DUPID-SKIPS(ST100-SCAN-SUB) > ZERO
005410         SUBTRACT 1 FROM ST100-DUPID-SKIPS(ST100-SCAN-SUB)
005420         SET ST100-DUP-SKIP TO TRUE
005430     END-IF.
005440 2410-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470* 5000-BUILD-STATEMENTS                                        *
005480*   SORT OUTPUT PROCEDURE - CONTROL BREAK ON CUSTOMER KEY.     *
005490*   EACH CUSTOMER'S TRANSACTIONS ARE TABLED UNTIL THE BREAK,   *
005500*   THEN THE STATEMENT IS WRITTEN IN ONE PIECE.                *
005510*----------------------------------------------------------------
005520 5000-BUILD-STATEMENTS.
005530     PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
005540     PERFORM 5200-PROCESS-SORTED THRU 5200-EXIT
005550         UNTIL ST100-SORT-EOF.
005560     IF ST100-CUST-IN-PROGRESS
005570         PERFORM 5400-END-CUSTOMER THRU 5400-EXIT
005580     END-IF.
005590     PERFORM 5900-WRITE-EXT-TRAILER THRU 5900-EXIT.
005600 5000-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630* 5100-RETURN-SORTED                                           *
005640*   RETURN THE NEXT SORTED TRANSACTION.                        *
005650*----------------------------------------------------------------
005660 5100-RETURN-SORTED.
005670     RETURN SORT-FILE
005680         AT END
005690             SET ST100-SORT-EOF TO TRUE
005700     END-RETURN.
005710 5100-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740* 5200-PROCESS-SORTED                                          *
005750*   BREAK ON A NEW CUSTOMER KEY, TABLE THE TRANSACTION, AND    *
005760*   RETURN THE NEXT.                                           *
005770*----------------------------------------------------------------
005780 5200-PROCESS-SORTED.
005790     IF NOT ST100-CUST-IN-PROGRESS
005800         OR ST100-SORT-CUST-KEY NOT = ST100-CUR-CUST-KEY
005810         IF ST100-CUST-IN-PROGRESS
005820             PERFORM 5400-END-CUSTOMER THRU 5400-EXIT
005830         END-IF
005840         PERFORM 5300-START-CUSTOMER THRU 5300-EXIT
005850     END-IF.
005860     IF ST100-CTRAN-COUNT < 500
005870         ADD 1 TO ST100-CTRAN-COUNT
005880         MOVE ST100-SORT-TRAN-ID
005890             TO ST100-CT-TRAN-ID(ST100-CTRAN-COUNT)
005900         MOVE ST100-SORT-TRAN-TYPE
005910             TO ST100-CT-TRAN-TYPE(ST100-CTRAN-COUNT)
005920         MOVE ST100-SORT-TIMESTAMP
005930             TO ST100-CT-TIMESTAMP(ST100-CTRAN-COUNT)
005940         MOVE ST100-SORT-AMOUNT
005950             TO ST100-CT-AMOUNT(ST100-CTRAN-COUNT)
005960     END-IF.
005970     ADD ST100-SORT-AMOUNT TO ST100-CUR-NET.
005980     PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
005990 5200-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020* 5300-START-CUSTOMER                                          *
006030*   OPEN A NEW CUSTOMER GROUP.                                 *
006040*----------------------------------------------------------------
006050 5300-START-CUSTOMER.
006060     SET ST100-CUST-IN-PROGRESS TO TRUE.
006070     MOVE ST100-SORT-CUST-KEY TO ST100-CUR-CUST-KEY.
006080     MOVE ZERO TO ST100-CUR-NET.
006090     MOVE ZERO TO ST100-CTRAN-COUNT.
006100 5300-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130* 5400-END-CUSTOMER                                            *
006140*   CLOSE OUT ONE CUSTOMER: READ CUSTMAST FOR NAME AND         *
006150*   CLOSING BALANCE, DERIVE THE OPENING BALANCE, AND WRITE     *
006160*   THE STATEMENT AND EXTRACT RECORDS.  A CUSTOMER NO LONGER   *
006170*   ON CUSTMAST IS REPORTED AND SKIPPED.                       *
006180*----------------------------------------------------------------
006190 5400-END-CUSTOMER.
006200     MOVE ST100-CUR-CUST-KEY TO CUST-KEY.
006210     READ CUSTOMER-FILE
006220         INVALID KEY
006230             MOVE "23" TO ST100-CUSTMAST-STATUS
006240     END-READ.
006250     IF NOT ST100-CUSTMAST-OK
006260         ADD 1 TO ST100-SKIPPED-COUNT
006270         MOVE SPACES TO ST100-REPORT-LINE
006280         STRING "  CUSTOMER " DELIMITED BY SIZE
006290             ST100-CUR-CUST-KEY DELIMITED BY SIZE
006300             " NOT ON CUSTMAST - STATEMENT SKIPPED"
006310             DELIMITED BY SIZE
006320             INTO ST100-REPORT-LINE
006330         WRITE ST100-REPORT-LINE
006340         GO TO 5400-DONE
006350     END-IF.
006360     COMPUTE ST100-OPENING-BAL =
006370         CUST-BALANCE - ST100-CUR-NET.
006380     MOVE ST100-OPENING-BAL TO ST100-RUNNING-BAL.
006390     ADD 1 TO ST100-STATED-COUNT.
006400     PERFORM 5500-WRITE-STMT-HEADER THRU 5500-EXIT.
006410     PERFORM 5600-WRITE-STMT-DETAIL THRU 5600-EXIT
006420         VARYING ST100-SCAN-SUB FROM 1 BY 1
006430         UNTIL ST100-SCAN-SUB > ST100-CTRAN-COUNT.
006440     PERFORM 5700-WRITE-STMT-CLOSING THRU 5700-EXIT.
006450 5400-DONE.
006460     MOVE "N" TO ST100-CUST-OPEN-SW.
006470 5400-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500* 5500-WRITE-STMT-HEADER                                       *
006510*   CUSTOMER TITLE AND OPENING BALANCE, PLUS THE EXTRACT       *
006520*   HEADER RECORD.                                             *
006530*----------------------------------------------------------------
006540 5500-WRITE-STMT-HEADER.
006550     MOVE SPACES TO ST100-REPORT-LINE.
006560     WRITE ST100-REPORT-LINE.
006570     MOVE SPACES TO ST100-REPORT-LINE.
006580     STRING "CUSTOMER " DELIMITED BY SIZE
006590         ST100-CUR-CUST-KEY DELIMITED BY SIZE
006600         "  " DELIMITED BY SIZE
006610         CUST-NAME DELIMITED BY SIZE
006620         INTO ST100-REPORT-LINE.
006630     WRITE ST100-REPORT-LINE.
006640     MOVE ST100-OPENING-BAL TO ST100-EDIT-BALANCE.
006650     MOVE SPACES TO ST100-REPORT-LINE.
006660     STRING "  OPENING BALANCE : " DELIMITED BY SIZE
006670         ST100-EDIT-BALANCE DELIMITED BY SIZE
006680         INTO ST100-REPORT-LINE.
006690     WRITE ST100-REPORT-LINE.
006700     MOVE SPACES TO ST100-EXT-HEADER.
006710     MOVE "H" TO ST100-EXH-TYPE.
006720     MOVE ST100-CUR-CUST-KEY TO ST100-EXH-CUST-KEY.
006730     MOVE CUST-NAME TO ST100-EXH-NAME.
006740     MOVE ST100-OPENING-BAL TO ST100-EXH-OPENING.
006750     MOVE CUST-BALANCE TO ST100-EXH-CLOSING.
006760     WRITE ST100-EXT-HEADER.
006770 5500-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* 5600-WRITE-STMT-DETAIL                                       *
006810*   ONE TABLED TRANSACTION: PRINT LINE WITH RUNNING BALANCE    *
006820*   AND THE MATCHING EXTRACT DETAIL RECORD.                    *
006830*----------------------------------------------------------------
006840 5600-WRITE-STMT-DETAIL.
006850     ADD ST100-CT-AMOUNT(ST100-SCAN-SUB)
006860         TO ST100-RUNNING-BAL.
006870     MOVE ST100-CT-AMOUNT(ST100-SCAN-SUB)
006880         TO ST100-EDIT-AMOUNT.
006890     MOVE ST100-RUNNING-BAL TO ST100-EDIT-BALANCE.
006900     MOVE SPACES TO ST100-REPORT-LINE.
006910     MOVE ST100-CT-TRAN-ID(ST100-SCAN-SUB)
006920         TO ST100-REPORT-LINE(3:16).
006930     MOVE ST100-CT-TRAN-TYPE(ST100-SCAN-SUB)
006940         TO ST100-REPORT-LINE(21:10).
006950     MOVE ST100-CT-TIMESTAMP(ST100-SCAN-SUB)
006960         TO ST100-REPORT-LINE(33:16).
006970     MOVE ST100-EDIT-AMOUNT TO ST100-REPORT-LINE(51:18).
006980     MOVE ST100-EDIT-BALANCE TO ST100-REPORT-LINE(71:18).
006990     WRITE ST100-REPORT-LINE.
007000     ADD 1 TO ST100-DETAIL-COUNT.
007010     MOVE SPACES TO ST100-EXT-DETAIL.
007020     MOVE "D" TO ST100-EXD-TYPE.
007030     MOVE ST100-CUR-CUST-KEY TO ST100-EXD-CUST-KEY.
007040     MOVE ST100-CT-TRAN-ID(ST100-SCAN-SUB)
007050         TO ST100-EXD-TRAN-ID.
007060     MOVE ST100-CT-TRAN-TYPE(ST100-SCAN-SUB)
007070         TO ST100-EXD-TRAN-TYPE.
007080     MOVE ST100-CT-TIMESTAMP(ST100-SCAN-SUB)
007090         TO ST100-EXD-TIMESTAMP.
007100     MOVE ST100-CT-AMOUNT(ST100-SCAN-SUB)
007110         TO ST100-EXD-AMOUNT.
007120     WRITE ST100-EXT-DETAIL.
007130 5600-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160* 5700-WRITE-STMT-CLOSING                                      *
007170*   CLOSING BALANCE LINE, WITH A TRUNCATION WARNING WHEN THE   *
007180*   CUSTOMER HAD MORE TRANSACTIONS THAN THE TABLE HOLDS.       *
007190*----------------------------------------------------------------
007200 5700-WRITE-STMT-CLOSING.
007210     MOVE CUST-BALANCE TO ST100-EDIT-BALANCE.
007220     MOVE SPACES TO ST100-REPORT-LINE.
007230     STRING "  CLOSING BALANCE : " DELIMITED BY SIZE
007240         ST100-EDIT-BALANCE DELIMITED BY SIZE
007250         INTO ST100-REPORT-LINE.
007260     WRITE ST100-REPORT-LINE.
007270     IF ST100-CTRAN-COUNT = 500
007280         MOVE "  (DETAIL TABLE LIMIT REACHED - SOME LINES"
007290             TO ST100-REPORT-LINE
007300         WRITE ST100-REPORT-LINE
007310         MOVE "   NOT SHOWN; BALANCES REMAIN CORRECT)"
007320             TO ST100-REPORT-LINE
007330         WRITE ST100-REPORT-LINE
007340     END-IF.
007350 5700-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------
007380* 5900-WRITE-EXT-TRAILER                                       *
007390*   FILE TRAILER RECORD WITH CUSTOMER AND DETAIL COUNTS SO     *
007400*   THE BILLING SYSTEM CAN PROVE IT READ THE WHOLE EXTRACT.    *
007410*----------------------------------------------------------------
007420 5900-WRITE-EXT-TRAILER.
007430     MOVE SPACES TO ST100-EXT-TRAILER.
007440     MOVE "T" TO ST100-EXT-TYPE.
007450     MOVE ST100-STATED-COUNT TO ST100-EXT-CUST-COUNT.
007460     MOVE ST100-DETAIL-COUNT TO ST100-EXT-TRAN-COUNT.
007470     WRITE ST100-EXT-TRAILER.
007480 5900-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510* 8000-WRITE-SUMMARY                                           *
007520*   TRAILING TOTALS FOR THE PRINT REPORT.                      *
007530*----------------------------------------------------------------
007540 8000-WRITE-SUMMARY.
007550     MOVE SPACES TO ST100-REPORT-LINE.
007560     WRITE ST100-REPORT-LINE.
007570     MOVE ST100-STATED-COUNT TO ST100-EDIT-COUNT.
007580     MOVE SPACES TO ST100-REPORT-LINE.
007590     STRING "STATEMENTS WRITTEN  : " DELIMITED BY SIZE
007600         ST100-EDIT-COUNT DELIMITED BY SIZE
007610         INTO ST100-REPORT-LINE.
007620     WRITE ST100-REPORT-LINE.
007630     MOVE ST100-DETAIL-COUNT TO ST100-EDIT-COUNT.
007640     MOVE SPACES TO ST100-REPORT-LINE.
007650     STRING "TRANSACTIONS LISTED : " DELIMITED BY SIZE
007660         ST100-EDIT-COUNT DELIMITED BY SIZE
007670         INTO ST100-REPORT-LINE.
007680     WRITE ST100-REPORT-LINE.
007690     MOVE ST100-SKIPPED-COUNT TO ST100-EDIT-COUNT.
007700     MOVE SPACES TO ST100-REPORT-LINE.
007710     STRING "CUSTOMERS SKIPPED   : " DELIMITED BY SIZE
007720         ST100-EDIT-COUNT DELIMITED BY SIZE
007730         INTO ST100-REPORT-LINE.
007740     WRITE ST100-REPORT-LINE.
007750 8000-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780* 8100-WRITE-HEADING                                           *
007790*   WRITE THE REPORT TITLE LINES.                              *
007800*----------------------------------------------------------------
007810 8100-WRITE-HEADING.
007820     MOVE "NIGHTLY CUSTOMER STATEMENT REPORT"
007830         TO ST100-REPORT-LINE.
007840     WRITE ST100-REPORT-LINE.
007850 8100-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------
007880* 9999-TERMINATE                                                *
007890*   CLOSE THE FILES.                                           *
007900*----------------------------------------------------------------
007910 9999-TERMINATE.
007920     CLOSE TRANSACTION-FILE.
007930     CLOSE CUSTOMER-FILE.
007940     CLOSE TRANTYPE-FILE.
007950     CLOSE REPORT-FILE.
007960     CLOSE EXTRACT-FILE.
007970 9999-EXIT.
007980     EXIT.
