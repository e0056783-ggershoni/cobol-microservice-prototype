000280*                 AS WELL - A DUPLICATE ON THE DUPTRAN FILE IS
000290*                 ON TRANLOG BUT WAS DELIBERATELY NOT APPLIED
000300*                 A SECOND TIME.
000310* 2026-10-15 RJ   A REVERSAL'S TRAN-AMOUNT ALREADY CARRIES ITS
000320*                 SIGNED EFFECT, SO IT IS NOT NEGATED AS A
000330*                 DEBIT WHEN THE MOVEMENT IS TOTALLED.
000340* 2026-10-15 RJ   A TRANSFER MOVES MONEY BETWEEN TWO CUSTOMERS
000350*                 AND NETS TO ZERO IN THE MOVEMENT CHECK.
000360* 2026-10-15 RJ   "D" (DORMANT, SET BY DORM100) IS A RECOGNIZED
000370*                 CUSTOMER STATUS CODE.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     CURRENCY SIGN IS "$".
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CUST-KEY
000490         FILE STATUS IS RC100-CUSTMAST-STATUS.
000500     SELECT REPORT-FILE ASSIGN TO "RECONRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RC100-RECONRPT-STATUS.
000530     SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS RC100-TRANLOG-STATUS.
000560     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS RC100-TRANREJ-STATUS.
000590     SELECT HELD-FILE ASSIGN TO "HELDTRAN"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS RC100-HELDTRAN-STATUS.
000620     SELECT DUP-FILE ASSIGN TO "DUPTRAN"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS RC100-DUPTRAN-STATUS.
000650     SELECT TRANTYPE-FILE ASSIGN TO "TRANTYPE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS TRNTYP-CODE
000690         FILE STATUS IS RC100-TRANTYPE-STATUS.
000700*    RECONCTL IS OPTIONAL SO THE FIRST RUN EVER - NO CONTROL
000710*    FILE YET - STARTS THE CHAIN INSTEAD OF FAILING.
000720     SELECT OPTIONAL CONTROL-FILE ASSIGN TO "RECONCTL"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS RC100-RECONCTL-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CUSTOMER-FILE.
000780 COPY CUSTREC.
000790 FD  REPORT-FILE.
000800 01  RC100-REPORT-LINE           PIC X(80).
000810 FD  TRANSACTION-FILE.
000820 COPY TRANREC.
000830 FD  REJECT-FILE.
000840*    SAME SHAPE THE POSTING RUN WRITES - THE WHOLE 258-BYTE
000850*    TRAN-RECORD FOLLOWED BY THE REJECT REASON.  THE EMBEDDED
000860*    TRANSACTION IS UNPACKED THROUGH RC100-RJ-RECORD BELOW.
000870 01  RC100-REJECT-RECORD.
000880     05  RC100-REJ-TRAN          PIC X(258).
000890     05  RC100-REJ-REASON        PIC X(40).
000900 FD  HELD-FILE.
000910*    SAME SHAPE AGAIN - HELD TRANSACTIONS CARRY THE WHOLE
000920*    258-BYTE TRAN-RECORD FOLLOWED BY THE HOLD REASON.
000930 01  RC100-HELD-RECORD.
000940     05  RC100-HELD-TRAN         PIC X(258).
000950     05  RC100-HELD-REASON       PIC X(40).
000960 FD  DUP-FILE.
000970*    SAME SHAPE ONCE MORE - SKIPPED REPLAYS CARRY THE WHOLE
000980*    258-BYTE TRAN-RECORD FOLLOWED BY THE SKIP REASON.
000990 01  RC100-DUP-RECORD.
001000     05  RC100-DUP-TRAN          PIC X(258).
001010     05  RC100-DUP-REASON        PIC X(40).
001020 FD  TRANTYPE-FILE.
001030 COPY TRNTYPE.
001040 FD  CONTROL-FILE.
001050 COPY RECCTL.
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* FILE STATUS CODES
001090*----------------------------------------------------------------
001100 01  RC100-FILE-STATUSES.
001110     05  RC100-CUSTMAST-STATUS   PIC X(02).
001120         88  RC100-CUSTMAST-OK           VALUE "00".
001130         88  RC100-CUSTMAST-EOF          VALUE "10".
001140     05  RC100-RECONRPT-STATUS   PIC X(02).
001150         88  RC100-RECONRPT-OK           VALUE "00".
001160     05  RC100-TRANLOG-STATUS    PIC X(02).
001170         88  RC100-TRANLOG-OK            VALUE "00".
001180     05  RC100-TRANREJ-STATUS    PIC X(02).
001190         88  RC100-TRANREJ-OK            VALUE "00".
001200     05  RC100-HELDTRAN-STATUS   PIC X(02).
001210         88  RC100-HELDTRAN-OK           VALUE "00".
001220     05  RC100-DUPTRAN-STATUS    PIC X(02).
001230         88  RC100-DUPTRAN-OK            VALUE "00".
001240     05  RC100-TRANTYPE-STATUS   PIC X(02).
001250         88  RC100-TRANTYPE-OK           VALUE "00".
001260         88  RC100-TRANTYPE-NOTFOUND     VALUE "23".
001270     05  RC100-RECONCTL-STATUS   PIC X(02).
001280         88  RC100-RECONCTL-OK           VALUE "00".
001290*----------------------------------------------------------------
001300* SWITCHES
001310*----------------------------------------------------------------
001320 01  RC100-SWITCHES.
001330     05  RC100-EOF-SW            PIC X(01) VALUE "N".
001340         88  RC100-EOF                   VALUE "Y".
001350     05  RC100-TRANLOG-EOF-SW    PIC X(01) VALUE "N".
001360         88  RC100-TRANLOG-EOF           VALUE "Y".
001370     05  RC100-TRANREJ-EOF-SW    PIC X(01) VALUE "N".
001380         88  RC100-TRANREJ-EOF           VALUE "Y".
001390     05  RC100-HELDTRAN-EOF-SW   PIC X(01) VALUE "N".
001400         88  RC100-HELDTRAN-EOF          VALUE "Y".
001410     05  RC100-DUPTRAN-EOF-SW    PIC X(01) VALUE "N".
001420         88  RC100-DUPTRAN-EOF           VALUE "Y".
001430     05  RC100-RECONCTL-EOF-SW   PIC X(01) VALUE "N".
001440         88  RC100-RECONCTL-EOF          VALUE "Y".
001450     05  RC100-PRIOR-RUN-SW      PIC X(01) VALUE "N".
001460         88  RC100-HAVE-PRIOR-RUN        VALUE "Y".
001470*----------------------------------------------------------------
001480* COUNTERS AND ACCUMULATORS
001490*----------------------------------------------------------------
001500 01  RC100-COUNTERS.
001510     05  RC100-RECORD-COUNT      PIC 9(07) COMP.
001520     05  RC100-EXCEPTION-COUNT   PIC 9(07) COMP.
001530 01  RC100-TOTAL-BALANCE         PIC S9(11)V99 COMP-3.
001540*----------------------------------------------------------------
001550* BALANCE-FORWARD AND MOVEMENT CHECK WORK AREA
001560*   THE OVERNIGHT MOVEMENT (THIS RUN'S TOTAL LESS THE PRIOR
001570*   RUN'S) MUST EQUAL THE NET OF THE CLOSED DAY'S TRANLOG LESS
001580*   THE TRANSACTIONS THE POSTING RUN REJECTED OR HELD.
001590*----------------------------------------------------------------
001600 01  RC100-MOVEMENT-WORK.
001610     05  RC100-PRIOR-COUNT       PIC 9(07).
001620     05  RC100-PRIOR-BALANCE     PIC S9(11)V99 COMP-3.
001630     05  RC100-TRANLOG-NET       PIC S9(11)V99 COMP-3.
001640     05  RC100-REJECT-NET        PIC S9(11)V99 COMP-3.
001650     05  RC100-HELD-NET          PIC S9(11)V99 COMP-3.
001660     05  RC100-DUP-NET           PIC S9(11)V99 COMP-3.
001670     05  RC100-MOVEMENT          PIC S9(11)V99 COMP-3.
001680     05  RC100-EXPECTED-NET      PIC S9(11)V99 COMP-3.
001690     05  RC100-DIFFERENCE        PIC S9(11)V99 COMP-3.
001700     05  RC100-WK-TYPE           PIC X(10).
001710         88  RC100-WK-REVERSAL           VALUE "REVERSAL".
001720         88  RC100-WK-TRANSFER           VALUE "TRANSFER".
001730     05  RC100-WK-AMOUNT         PIC S9(9)V99 COMP-3.
001740 01  RC100-TIMESTAMP-WORK.
001750     05  RC100-CURR-DATE         PIC 9(08).
001760     05  RC100-CURR-TIME         PIC 9(08).
001770 01  RC100-RUN-TIMESTAMP         PIC X(16).
001780*----------------------------------------------------------------
001790* REJECTED-TRANSACTION OVERLAY
001800*   RC100-REJ-TRAN IS MOVED HERE SO THE EMBEDDED TRANSACTION
001810*   FIELDS CAN BE PICKED OUT BY NAME.  LAYOUT COMES FROM
001820*   TRANREC ITSELF (RENAMED VIA REPLACING) SO IT CANNOT DRIFT
001830*   OUT OF STEP WITH WHAT THE POSTING RUN WRITES.
001840*----------------------------------------------------------------
001850 COPY TRANREC
001860     REPLACING
001870         ==TRAN-RECORD==    BY ==RC100-RJ-RECORD==
001880         ==TRAN-ID==        BY ==RC100-RJ-ID==
001890         ==TRAN-TYPE==      BY ==RC100-RJ-TYPE==
001900         ==TRAN-CUST-KEY==  BY ==RC100-RJ-CUST-KEY==
001910         ==TRAN-AMOUNT==    BY ==RC100-RJ-AMOUNT==
001920         ==TRAN-PAYLOAD==   BY ==RC100-RJ-PAYLOAD==
001930         ==TRAN-TIMESTAMP== BY ==RC100-RJ-TIMESTAMP==
001940         ==TRAN-REVERSAL==  BY ==RC100-RJ-REVERSAL==
001950         ==TRAN-LINK-PAYLOAD==
001960                            BY ==RC100-RJ-LINK-PAYLOAD==
001970         ==TRAN-LINK-TRAN-ID==
001980                            BY ==RC100-RJ-LINK-TRAN-ID==
001990         ==TRAN-LINK-BODY== BY ==RC100-RJ-LINK-BODY==
002000         ==TRAN-TRANSFER==  BY ==RC100-RJ-TRANSFER==
002010         ==TRAN-XFER-TO-KEY==
002020                            BY ==RC100-RJ-XFER-TO-KEY==.
002030*----------------------------------------------------------------
002040* EXCEPTION REPORTING WORK AREA
002050*----------------------------------------------------------------
002060 01  RC100-EXCEPTION-REASON      PIC X(40).
002070*----------------------------------------------------------------
002080* REPORT EDIT FIELDS
002090*----------------------------------------------------------------
002100 01  RC100-EDIT-FIELDS.
002110     05  RC100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
002120     05  RC100-EDIT-BALANCE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002130 PROCEDURE DIVISION.
002140*----------------------------------------------------------------
002150* 0000-MAINLINE                                                *
002160*   ENTRY POINT.  INITIALIZE, PROCESS EVERY CUSTMAST RECORD,   *
002170*   WRITE THE SUMMARY, THEN TERMINATE.                         *
002180*----------------------------------------------------------------
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002220         UNTIL RC100-EOF.
002230     PERFORM 4000-READ-PRIOR-CONTROL THRU 4000-EXIT.
002240     PERFORM 5000-ACCUM-TRANLOG-NET THRU 5000-EXIT.
002250     PERFORM 5500-ACCUM-REJECT-NET THRU 5500-EXIT.
002260     PERFORM 5800-ACCUM-HELD-NET THRU 5800-EXIT.
002270     PERFORM 5850-ACCUM-DUP-NET THRU 5850-EXIT.
002280     PERFORM 6000-CHECK-MOVEMENT THRU 6000-EXIT.
002290     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002300     PERFORM 7000-WRITE-CONTROL-RECORD THRU 7000-EXIT.
002310     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002320     STOP RUN.
002330*----------------------------------------------------------------
002340* 1000-INITIALIZE                                              *
002350*   OPEN THE FILES, WRITE THE REPORT HEADING, AND PRIME THE    *
002360*   READ LOOP.                                                 *
002370*----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     OPEN INPUT CUSTOMER-FILE.
002400     OPEN OUTPUT REPORT-FILE.
002410     OPEN INPUT TRANSACTION-FILE.
002420     OPEN INPUT REJECT-FILE.
002430     OPEN INPUT HELD-FILE.
002440     OPEN INPUT DUP-FILE.
002450     OPEN INPUT TRANTYPE-FILE.
002460     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002470     PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510* 2000-PROCESS-RECORD                                          *
002520*   VALIDATE THE CURRENT CUSTMAST RECORD AND READ THE NEXT.    *
002530*----------------------------------------------------------------
002540 2000-PROCESS-RECORD.
002550     PERFORM 3000-VALIDATE-RECORD THRU 3000-EXIT.
002560     PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600* 2100-READ-CUSTMAST                                           *
002610*   READ THE NEXT CUSTMAST RECORD IN KEY SEQUENCE.             *
002620*----------------------------------------------------------------
002630 2100-READ-CUSTMAST.
002640     READ CUSTOMER-FILE NEXT RECORD
002650         AT END
002660             SET RC100-EOF TO TRUE
002670     END-READ.
002680 2100-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------
002710* 3000-VALIDATE-RECORD                                         *
002720*   ACCUMULATE TOTALS AND FLAG ANY RECORD THAT DOES NOT        *
002730*   BALANCE - AN UNRECOGNIZED STATUS CODE, OR AN "ACTIVE"      *
002740*   CUSTOMER CARRYING A NEGATIVE BALANCE.                      *
002750*----------------------------------------------------------------
002760 3000-VALIDATE-RECORD.
002770     ADD 1 TO RC100-RECORD-COUNT.
002780     ADD CUST-BALANCE TO RC100-TOTAL-BALANCE.
002790     IF NOT CUST-ACTIVE AND NOT CUST-INACTIVE
002800         AND NOT CUST-DORMANT
002810         MOVE "UNRECOGNIZED CUSTOMER STATUS CODE"
002820             TO RC100-EXCEPTION-REASON
002830         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
002840     END-IF.
002850     IF CUST-ACTIVE AND CUST-BALANCE < 0
002860         MOVE "ACTIVE CUSTOMER WITH NEGATIVE BALANCE"
002870             TO RC100-EXCEPTION-REASON
002880         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
002890     END-IF.
002900 3000-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930* 3100-WRITE-EXCEPTION                                         *
002940*   WRITE ONE DETAIL LINE TO THE RECONCILIATION REPORT.        *
002950*----------------------------------------------------------------
002960 3100-WRITE-EXCEPTION.
002970     MOVE SPACES TO RC100-REPORT-LINE.
002980     STRING "EXCEPTION  KEY=" DELIMITED BY SIZE
002990         CUST-KEY DELIMITED BY SIZE
003000         "  " DELIMITED BY SIZE
003010         RC100-EXCEPTION-REASON DELIMITED BY SIZE
003020         INTO RC100-REPORT-LINE.
003030     WRITE RC100-REPORT-LINE.
003040     ADD 1 TO RC100-EXCEPTION-COUNT.
003050 3100-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* 4000-READ-PRIOR-CONTROL                                      *
003090*   READ THE BALANCE-FORWARD CONTROL FILE TO ITS LAST RECORD - *
003100*   THE PRIOR RUN'S TOTALS.  AN EMPTY OR ABSENT FILE MEANS     *
003110*   THIS IS THE FIRST RUN OF THE CHAIN AND THE MOVEMENT CHECK  *
003120*   IS SKIPPED.                                                *
003130*----------------------------------------------------------------
003140 4000-READ-PRIOR-CONTROL.
003150     OPEN INPUT CONTROL-FILE.
003160     PERFORM 4100-READ-CONTROL-RECORD THRU 4100-EXIT.
003170     PERFORM 4200-KEEP-CONTROL-RECORD THRU 4200-EXIT
003180         UNTIL RC100-RECONCTL-EOF.
003190     CLOSE CONTROL-FILE.
003200 4000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 4100-READ-CONTROL-RECORD                                     *
003240*   READ THE NEXT CONTROL RECORD.                              *
003250*----------------------------------------------------------------
003260 4100-READ-CONTROL-RECORD.
003270     READ CONTROL-FILE
003280         AT END
003290             SET RC100-RECONCTL-EOF TO TRUE
003300     END-READ.
003310 4100-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* 4200-KEEP-CONTROL-RECORD                                     *
003350*   REMEMBER THE CURRENT CONTROL RECORD'S TOTALS AND READ ON - *
003360*   WHEN THE FILE RUNS OUT, THE LAST ONE KEPT IS THE PRIOR     *
003370*   RUN'S.                                                     *
003380*----------------------------------------------------------------
003390 4200-KEEP-CONTROL-RECORD.
003400     SET RC100-HAVE-PRIOR-RUN TO TRUE.
003410     MOVE RCTL-RECORD-COUNT TO RC100-PRIOR-COUNT.
003420     MOVE RCTL-TOTAL-BALANCE TO RC100-PRIOR-BALANCE.
003430     PERFORM 4100-READ-CONTROL-RECORD THRU 4100-EXIT.
003440 4200-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 5000-ACCUM-TRANLOG-NET                                       *
003480*   NET THE CLOSED DAY'S TRANLOG - CREDITS ADD, DEBITS         *
003490*   SUBTRACT, PER THE TRANTYPE D/C INDICATOR.  A TYPE NOT ON   *
003500*   THE REFERENCE FILE CONTRIBUTES NOTHING; THE POSTING RUN    *
003510*   REJECTED IT TOO.                                           *
003520*----------------------------------------------------------------
003530 5000-ACCUM-TRANLOG-NET.
003540     MOVE ZERO TO RC100-TRANLOG-NET.
003550     PERFORM 5100-READ-TRANLOG THRU 5100-EXIT.
003560     PERFORM 5200-NET-TRANLOG-RECORD THRU 5200-EXIT
003570         UNTIL RC100-TRANLOG-EOF.
003580 5000-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610* 5100-READ-TRANLOG                                            *
003620*   READ THE NEXT TRANSACTION LOG RECORD.                      *
003630*----------------------------------------------------------------
003640 5100-READ-TRANLOG.
003650     READ TRANSACTION-FILE
003660         AT END
003670             SET RC100-TRANLOG-EOF TO TRUE
003680     END-READ.
003690 5100-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* 5200-NET-TRANLOG-RECORD                                      *
003730*   APPLY ONE TRANLOG RECORD'S SIGNED EFFECT TO THE NET AND    *
003740*   READ THE NEXT.                                             *
003750*----------------------------------------------------------------
003760 5200-NET-TRANLOG-RECORD.
003770     MOVE TRAN-TYPE TO RC100-WK-TYPE.
003780     MOVE TRAN-AMOUNT TO RC100-WK-AMOUNT.
003790     PERFORM 5900-APPLY-TRAN-SIGN THRU 5900-EXIT.
003800     ADD RC100-WK-AMOUNT TO RC100-TRANLOG-NET.
003810     PERFORM 5100-READ-TRANLOG THRU 5100-EXIT.
003820 5200-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* 5500-ACCUM-REJECT-NET                                        *
003860*   NET THE TRANSACTIONS THE POSTING RUN COULD NOT APPLY -     *
003870*   THEY ARE ON TRANLOG BUT NEVER MOVED A BALANCE, SO THEIR    *
003880*   EFFECT IS BACKED OUT OF THE EXPECTED MOVEMENT.             *
003890*----------------------------------------------------------------
003900 5500-ACCUM-REJECT-NET.
003910     MOVE ZERO TO RC100-REJECT-NET.
003920     PERFORM 5600-READ-TRANREJ THRU 5600-EXIT.
003930     PERFORM 5700-NET-REJECT-RECORD THRU 5700-EXIT
003940         UNTIL RC100-TRANREJ-EOF.
003950 5500-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980* 5600-READ-TRANREJ                                            *
003990*   READ THE NEXT REJECTED-TRANSACTION RECORD.                 *
004000*----------------------------------------------------------------
004010 5600-READ-TRANREJ.
004020     READ REJECT-FILE
004030         AT END
004040             SET RC100-TRANREJ-EOF TO TRUE
004050     END-READ.
004060 5600-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090* 5700-NET-REJECT-RECORD                                       *
004100*   APPLY ONE REJECTED TRANSACTION'S SIGNED EFFECT TO THE      *
004110*   REJECT NET AND READ THE NEXT.                              *
004120*----------------------------------------------------------------
004130 5700-NET-REJECT-RECORD.
004140     MOVE RC100-REJ-TRAN TO RC100-RJ-RECORD.
004150     MOVE RC100-RJ-TYPE TO RC100-WK-TYPE.
004160     MOVE RC100-RJ-AMOUNT TO RC100-WK-AMOUNT.
004170     PERFORM 5900-APPLY-TRAN-SIGN THRU 5900-EXIT.
004180     ADD RC100-WK-AMOUNT TO RC100-REJECT-NET.
004190     PERFORM 5600-READ-TRANREJ THRU 5600-EXIT.
004200 5700-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* 5800-ACCUM-HELD-NET                                          *
004240*   NET THE TRANSACTIONS THE POSTING RUN HELD FOR SUPERVISOR   *
004250*   RELEASE - THEY ARE ON TRANLOG BUT NEVER MOVED A BALANCE,   *
004260*   SO THEIR EFFECT IS BACKED OUT OF THE EXPECTED MOVEMENT     *
004270*   EXACTLY LIKE A REJECT'S.                                   *
004280*----------------------------------------------------------------
004290 5800-ACCUM-HELD-NET.
004300     MOVE ZERO TO RC100-HELD-NET.
004310     PERFORM 5810-READ-HELDTRAN THRU 5810-EXIT.
004320     PERFORM 5820-NET-HELD-RECORD THRU 5820-EXIT
004330         UNTIL RC100-HELDTRAN-EOF.
004340 5800-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* 5810-READ-HELDTRAN                                           *
004380*   READ THE NEXT HELD-TRANSACTION RECORD.                     *
004390*----------------------------------------------------------------
004400 5810-READ-HELDTRAN.
004410     READ HELD-FILE
004420         AT END
004430             SET RC100-HELDTRAN-EOF TO TRUE
004440     END-READ.
004450 5810-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* 5820-NET-HELD-RECORD                                         *
004490*   APPLY ONE HELD TRANSACTION'S SIGNED EFFECT TO THE HELD     *
004500*   NET AND READ THE NEXT.                                     *
004510*----------------------------------------------------------------
004520 5820-NET-HELD-RECORD.
004530     MOVE RC100-HELD-TRAN TO RC100-RJ-RECORD.
004540     MOVE RC100-RJ-TYPE TO RC100-WK-TYPE.
004550     MOVE RC100-RJ-AMOUNT TO RC100-WK-AMOUNT.
004560     PERFORM 5900-APPLY-TRAN-SIGN THRU 5900-EXIT.
004570     ADD RC100-WK-AMOUNT TO RC100-HELD-NET.
004580     PERFORM 5810-READ-HELDTRAN THRU 5810-EXIT.
004590 5820-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 5850-ACCUM-DUP-NET                                           *
004630*   NET THE REPLAYS THE POSTING RUN SKIPPED - THEY ARE ON      *
004640*   TRANLOG BUT WERE DELIBERATELY NOT APPLIED A SECOND TIME,   *
004650*   SO THEIR EFFECT IS BACKED OUT OF THE EXPECTED MOVEMENT.    *
004660*----------------------------------------------------------------
004670 5850-ACCUM-DUP-NET.
004680     MOVE ZERO TO RC100-DUP-NET.
004690     PERFORM 5860-READ-DUPTRAN THRU 5860-EXIT.
004700     PERFORM 5870-NET-DUP-RECORD THRU 5870-EXIT
004710         UNTIL RC100-DUPTRAN-EOF.
004720 5850-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750* 5860-READ-DUPTRAN                                            *
004760*   READ THE NEXT SKIPPED-REPLAY RECORD.                       *
004770*----------------------------------------------------------------
004780 5860-READ-DUPTRAN.
004790     READ DUP-FILE
004800         AT END
004810             SET RC100-DUPTRAN-EOF TO TRUE
004820     END-READ.
004830 5860-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 5870-NET-DUP-RECORD                                          *
004870*   APPLY ONE SKIPPED REPLAY'S SIGNED EFFECT TO THE REPLAY     *
004880*   NET AND READ THE NEXT.                                     *
004890*----------------------------------------------------------------
004900 5870-NET-DUP-RECORD.
004910     MOVE RC100-DUP-TRAN TO RC100-RJ-RECORD.
004920     MOVE RC100-RJ-TYPE TO RC100-WK-TYPE.
004930     MOVE RC100-RJ-AMOUNT TO RC100-WK-AMOUNT.
004940     PERFORM 5900-APPLY-TRAN-SIGN THRU 5900-EXIT.
004950     ADD RC100-WK-AMOUNT TO RC100-DUP-NET.
004960     PERFORM 5860-READ-DUPTRAN THRU 5860-EXIT.
004970 5870-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 5900-APPLY-TRAN-SIGN                                         *
005010*   TURN RC100-WK-TYPE/RC100-WK-AMOUNT INTO A SIGNED EFFECT:   *
005020*   DEBITS NEGATE THE AMOUNT, CREDITS LEAVE IT, AND A TYPE     *
005030*   NOT ON THE TRANTYPE FILE ZEROES IT.  A TRANSFER'S TWO LEGS *
005040*   CANCEL, SO IT ZEROES TOO.                                  *
005050*----------------------------------------------------------------
005060 5900-APPLY-TRAN-SIGN.
005070     MOVE RC100-WK-TYPE TO TRNTYP-CODE.
005080     READ TRANTYPE-FILE
005090         INVALID KEY
005100             MOVE "23" TO RC100-TRANTYPE-STATUS
005110     END-READ.
005120     IF NOT RC100-TRANTYPE-OK
005130         OR RC100-WK-TRANSFER
005140         MOVE ZERO TO RC100-WK-AMOUNT
005150     ELSE
005160         IF TRNTYP-DEBIT
005170             AND NOT RC100-WK-REVERSAL
005180             COMPUTE RC100-WK-AMOUNT = 0 - RC100-WK-AMOUNT
005190         END-IF
005200     END-IF.
005210 5900-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240* 6000-CHECK-MOVEMENT                                          *
005250*   COMPARE THE OVERNIGHT MOVEMENT AGAINST THE NET OF APPLIED  *
005260*   TRANSACTIONS AND WRITE THE RECONCILIATION BLOCK.  ANY      *
005270*   DIFFERENCE IS THE HEADLINE EXCEPTION ON THE REPORT.        *
005280*----------------------------------------------------------------
005290 6000-CHECK-MOVEMENT.
005300     MOVE "RECONCILIATION" TO RC100-REPORT-LINE.
005310     WRITE RC100-REPORT-LINE.
005320     IF NOT RC100-HAVE-PRIOR-RUN
005330         MOVE "  NO PRIOR RUN - MOVEMENT CHECK SKIPPED"
005340             TO RC100-REPORT-LINE
005350         WRITE RC100-REPORT-LINE
005360         MOVE SPACES TO RC100-REPORT-LINE
005370         WRITE RC100-REPORT-LINE
005380         GO TO 6000-EXIT
005390     END-IF.
005400     COMPUTE RC100-MOVEMENT =
005410         RC100-TOTAL-BALANCE - RC100-PRIOR-BALANCE.
005420     COMPUTE RC100-EXPECTED-NET =
005430         RC100-TRANLOG-NET - RC100-REJECT-NET
005440         - RC100-HELD-NET - RC100-DUP-NET.
005450     COMPUTE RC100-DIFFERENCE =
005460         RC100-MOVEMENT - RC100-EXPECTED-NET.
005470     MOVE RC100-PRIOR-COUNT TO RC100-EDIT-COUNT.
005480     MOVE "  PRIOR RECORDS  : " TO RC100-REPORT-LINE.
005490     MOVE RC100-EDIT-COUNT TO RC100-REPORT-LINE(20:9).
005500     WRITE RC100-REPORT-LINE.
005510     MOVE RC100-PRIOR-BALANCE TO RC100-EDIT-BALANCE.
005520     MOVE "  PRIOR TOTAL    : " TO RC100-REPORT-LINE.
005530     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005540     MOVE RC100-TOTAL-BALANCE TO RC100-EDIT-BALANCE.
005550     MOVE "  CURRENT TOTAL  : " TO RC100-REPORT-LINE.
005560     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005570     MOVE RC100-MOVEMENT TO RC100-EDIT-BALANCE.
005580     MOVE "  MOVEMENT       : " TO RC100-REPORT-LINE.
005590     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005600     MOVE RC100-TRANLOG-NET TO RC100-EDIT-BALANCE.
005610     MOVE "  TRANLOG NET    : " TO RC100-REPORT-LINE.
005620     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005630     MOVE RC100-REJECT-NET TO RC100-EDIT-BALANCE.
005640     MOVE "  REJECTED NET   : " TO RC100-REPORT-LINE.
005650     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005660     MOVE RC100-HELD-NET TO RC100-EDIT-BALANCE.
005670     MOVE "  HELD NET       : " TO RC100-REPORT-LINE.
005680     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005690     MOVE RC100-DUP-NET TO RC100-EDIT-BALANCE.
005700     MOVE "  REPLAY NET     : " TO RC100-REPORT-LINE.
005710     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005720     MOVE RC100-EXPECTED-NET TO RC100-EDIT-BALANCE.
005730     MOVE "  EXPECTED NET   : " TO RC100-REPORT-LINE.
005740     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005750     MOVE RC100-DIFFERENCE TO RC100-EDIT-BALANCE.
005760     MOVE "  DIFFERENCE     : " TO RC100-REPORT-LINE.
005770     PERFORM 6100-WRITE-MONEY-LINE THRU 6100-EXIT.
005780     IF RC100-DIFFERENCE NOT = ZERO
005790         MOVE "  *** OUT OF BALANCE - INVESTIGATE BEFORE SIGNOFF"
005800             TO RC100-REPORT-LINE
005810         WRITE RC100-REPORT-LINE
005820         ADD 1 TO RC100-EXCEPTION-COUNT
005830     ELSE
005840         MOVE "  MOVEMENT PROVES TO POSTED TRANSACTIONS"
005850             TO RC100-REPORT-LINE
005860         WRITE RC100-REPORT-LINE
005870     END-IF.
005880     MOVE SPACES TO RC100-REPORT-LINE.
005890     WRITE RC100-REPORT-LINE.
005900 6000-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 6100-WRITE-MONEY-LINE                                        *
005940*   APPEND THE EDITED AMOUNT TO THE LABEL ALREADY IN THE       *
005950*   REPORT LINE AND WRITE IT.                                  *
005960*----------------------------------------------------------------
005970 6100-WRITE-MONEY-LINE.
005980     MOVE RC100-EDIT-BALANCE TO RC100-REPORT-LINE(20:18).
005990     WRITE RC100-REPORT-LINE.
006000 6100-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030* 7000-WRITE-CONTROL-RECORD                                    *
006040*   CARRY THIS RUN'S TOTALS FORWARD FOR TOMORROW NIGHT.        *
006050*----------------------------------------------------------------
006060 7000-WRITE-CONTROL-RECORD.
006070     ACCEPT RC100-CURR-DATE FROM DATE YYYYMMDD.
006080     ACCEPT RC100-CURR-TIME FROM TIME.
006090     STRING RC100-CURR-DATE RC100-CURR-TIME
006100         DELIMITED BY SIZE INTO RC100-RUN-TIMESTAMP.
006110     OPEN EXTEND CONTROL-FILE.
006120     MOVE SPACES TO RCTL-RECORD.
006130     MOVE RC100-RUN-TIMESTAMP TO RCTL-RUN-TIMESTAMP.
006140     MOVE RC100-RECORD-COUNT TO RCTL-RECORD-COUNT.
006150     MOVE RC100-TOTAL-BALANCE TO RCTL-TOTAL-BALANCE.
006160     WRITE RCTL-RECORD.
006170     CLOSE CONTROL-FILE.
006180 7000-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 8000-WRITE-SUMMARY                                           *
006220*   WRITE THE TRAILING TOTALS ONCE ALL RECORDS HAVE BEEN READ. *
006230*----------------------------------------------------------------
006240 8000-WRITE-SUMMARY.
006250     MOVE RC100-RECORD-COUNT TO RC100-EDIT-COUNT.
006260     MOVE SPACES TO RC100-REPORT-LINE.
006270     STRING "RECORDS READ    : " DELIMITED BY SIZE
006280         RC100-EDIT-COUNT DELIMITED BY SIZE
006290         INTO RC100-REPORT-LINE.
006300     WRITE RC100-REPORT-LINE.
006310     MOVE RC100-TOTAL-BALANCE TO RC100-EDIT-BALANCE.
006320     MOVE SPACES TO RC100-REPORT-LINE.
006330     STRING "TOTAL BALANCE   : " DELIMITED BY SIZE
006340         RC100-EDIT-BALANCE DELIMITED BY SIZE
006350         INTO RC100-REPORT-LINE.
006360     WRITE RC100-REPORT-LINE.
006370     MOVE RC100-EXCEPTION-COUNT TO RC100-EDIT-COUNT.
006380     MOVE SPACES TO RC100-REPORT-LINE.
006390     STRING "EXCEPTIONS FOUND: " DELIMITED BY SIZE
006400         RC100-EDIT-COUNT DELIMITED BY SIZE
006410         INTO RC100-REPORT-LINE.
006420     WRITE RC100-REPORT-LINE.
006430 8000-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 8100-WRITE-HEADING                                           *
006470*   WRITE THE REPORT TITLE LINES.                              *
006480*----------------------------------------------------------------
006490 8100-WRITE-HEADING.
006500     MOVE "CUSTMAST NIGHTLY RECONCILIATION REPORT"
006510         TO RC100-REPORT-LINE.
006520     WRITE RC100-REPORT-LINE.
006530     MOVE SPACES TO RC100-REPORT-LINE.
006540     WRITE RC100-REPORT-LINE.
006550 8100-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580* 9999-TERMINATE                                                *
006590*   CLOSE THE FILES.                                           *
006600*----------------------------------------------------------------
006610 9999-TERMINATE.
006620     CLOSE CUSTOMER-FILE.
006630     CLOSE TRANSACTION-FILE.
006640     CLOSE REJECT-FILE.
006650     CLOSE HELD-FILE.
006660     CLOSE DUP-FILE.
006670     CLOSE TRANTYPE-FILE.
006680     CLOSE REPORT-FILE.
006690 9999-EXIT.
006700     EXIT.
