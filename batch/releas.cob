000200*                 IT INSTEAD OF HOLDING IT AGAIN.  ITEMS NOT
000210*                 RELEASED CARRY FORWARD TO THE NEXT HELD-OPEN
000220*                 GENERATION INSTEAD OF VANISHING.
000230* 2026-10-15 RJ   RENAME THE NEW TRANREC REVERSAL FIELDS IN THE
000240*                 HELD-ITEM OVERLAY.
000250* 2026-10-15 RJ   RENAME THE NEW TRANREC TRANSFER FIELDS IN THE
000260*                 HELD-ITEM OVERLAY.  A HELD TRANSFER IS ONE
000270*                 RECORD AND IS RELEASED WHOLE.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     CURRENCY SIGN IS "$".
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT HELD-FILE ASSIGN TO "HELDTRAN"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS RL100-HELDTRAN-STATUS.
000380*    HLDOPENI IS OPTIONAL SO THE FIRST RUN EVER - NO HELD ITEMS
000390*    CARRIED FORWARD YET - STARTS THE CHAIN INSTEAD OF FAILING.
000400     SELECT OPTIONAL PRIOR-OPEN-FILE ASSIGN TO "HLDOPENI"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS RL100-HLDOPENI-STATUS.
000430     SELECT NEXT-OPEN-FILE ASSIGN TO "HLDOPENO"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS RL100-HLDOPENO-STATUS.
000460*    RELAUTH IS OPTIONAL - A DAY WITH NO RELEASES KEYED STILL
000470*    RUNS, CARRYING EVERY HELD ITEM FORWARD.
000480     SELECT OPTIONAL AUTH-FILE ASSIGN TO "RELAUTH"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RL100-RELAUTH-STATUS.
000510     SELECT RECYCLE-FILE ASSIGN TO "TRANLOG"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS RL100-TRANLOG-STATUS.
000540     SELECT OVERRIDE-FILE ASSIGN TO "RELOVRD"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS RL100-RELOVRD-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO "RELESRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RL100-RELESRPT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  HELD-FILE.
000630*    SAME SHAPE THE POSTING RUN WRITES - THE WHOLE 258-BYTE
000640*    TRAN-RECORD FOLLOWED BY THE HOLD REASON.  THE EMBEDDED
000650*    TRANSACTION IS UNPACKED THROUGH RL100-HD-RECORD BELOW.
000660 01  RL100-HELD-RECORD.
000670     05  RL100-HELD-TRAN         PIC X(258).
000680     05  RL100-HELD-REASON       PIC X(40).
000690 FD  PRIOR-OPEN-FILE.
000700 01  RL100-PRIOR-OPEN-RECORD.
000710     05  RL100-OPI-TRAN          PIC X(258).
000720     05  RL100-OPI-REASON        PIC X(40).
000730 FD  NEXT-OPEN-FILE.
000740 01  RL100-NEXT-OPEN-RECORD.
000750     05  RL100-OPO-TRAN          PIC X(258).
000760     05  RL100-OPO-REASON        PIC X(40).
000770 FD  AUTH-FILE.
000780*    ONE LINE PER RELEASE THE SUPERVISORS HAVE APPROVED - THE
000790*    HELD TRAN-ID AND WHO APPROVED IT.
000800 01  RL100-AUTH-RECORD.
000810     05  RL100-AU-TRAN-ID        PIC X(16).
000820     05  RL100-AU-APPROVER       PIC X(20).
000830     05  FILLER                  PIC X(04).
000840 FD  RECYCLE-FILE.
000850 COPY TRANREC.
000860 FD  OVERRIDE-FILE.
000870 COPY RELREC.
000880 FD  REPORT-FILE.
000890 01  RL100-REPORT-LINE           PIC X(100).
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* FILE STATUS CODES
000930*----------------------------------------------------------------
000940 01  RL100-FILE-STATUSES.
000950     05  RL100-HELDTRAN-STATUS   PIC X(02).
000960         88  RL100-HELDTRAN-OK           VALUE "00".
000970     05  RL100-HLDOPENI-STATUS   PIC X(02).
000980         88  RL100-HLDOPENI-OK           VALUE "00".
000990     05  RL100-HLDOPENO-STATUS   PIC X(02).
001000         88  RL100-HLDOPENO-OK           VALUE "00".
001010     05  RL100-RELAUTH-STATUS    PIC X(02).
001020         88  RL100-RELAUTH-OK            VALUE "00".
001030     05  RL100-TRANLOG-STATUS    PIC X(02).
001040         88  RL100-TRANLOG-OK            VALUE "00".
001050     05  RL100-RELOVRD-STATUS    PIC X(02).
001060         88  RL100-RELOVRD-OK            VALUE "00".
001070     05  RL100-RELESRPT-STATUS   PIC X(02).
001080         88  RL100-RELESRPT-OK           VALUE "00".
001090*----------------------------------------------------------------
001100* SWITCHES
001110*----------------------------------------------------------------
001120 01  RL100-SWITCHES.
001130     05  RL100-HELDTRAN-EOF-SW   PIC X(01) VALUE "N".
001140         88  RL100-HELDTRAN-EOF          VALUE "Y".
001150     05  RL100-HLDOPENI-EOF-SW   PIC X(01) VALUE "N".
001160         88  RL100-HLDOPENI-EOF          VALUE "Y".
001170     05  RL100-RELAUTH-EOF-SW    PIC X(01) VALUE "N".
001180         88  RL100-RELAUTH-EOF           VALUE "Y".
001190     05  RL100-AUTH-FOUND-SW     PIC X(01).
001200         88  RL100-AUTH-FOUND            VALUE "Y".
001210*----------------------------------------------------------------
001220* COUNTERS AND ACCUMULATORS
001230*----------------------------------------------------------------
001240 01  RL100-COUNTERS.
001250     05  RL100-READ-COUNT        PIC 9(07) COMP.
001260     05  RL100-RELEASED-COUNT    PIC 9(07) COMP.
001270     05  RL100-CARRIED-COUNT     PIC 9(07) COMP.
001280*----------------------------------------------------------------
001290* RELEASE AUTHORIZATION TABLE
001300*   LOADED FROM RELAUTH UP FRONT AND SCANNED BY TRAN-ID FOR
001310*   EACH HELD ITEM WORKED.  A FULL TABLE IS NOTED ON THE
001320*   REPORT - RELEASES PAST THE LIMIT WAIT FOR THE NEXT RUN.
001330*----------------------------------------------------------------
001340 01  RL100-AUTH-TABLE.
001350     05  RL100-AUTH-ENTRY OCCURS 500 TIMES.
001360         10  RL100-AT-TRAN-ID    PIC X(16).
001370         10  RL100-AT-APPROVER   PIC X(20).
001380 01  RL100-TABLE-CONTROLS.
001390     05  RL100-AUTH-COUNT        PIC 9(03) COMP.
001400     05  RL100-SCAN-SUB          PIC 9(03) COMP.
001410     05  RL100-FOUND-SUB         PIC 9(03) COMP.
001420*----------------------------------------------------------------
001430* COMMON HELD-ITEM WORK AREA
001440*   EACH HELD ITEM - FROM THE PRIOR OPEN FILE OR THE CLOSED
001450*   DAY'S HELDTRAN - IS MOVED HERE SO ONE SET OF PARAGRAPHS
001460*   WORKS BOTH.
001470*----------------------------------------------------------------
001480 01  RL100-WORK-HELD.
001490     05  RL100-WH-TRAN           PIC X(258).
001500     05  RL100-WH-REASON         PIC X(40).
001510*----------------------------------------------------------------
001520* HELD-TRANSACTION OVERLAY
001530*   RL100-WH-TRAN IS MOVED HERE SO THE EMBEDDED TRANSACTION
001540*   FIELDS CAN BE PICKED OUT BY NAME.  LAYOUT COMES FROM
001550*   TRANREC ITSELF (RENAMED VIA REPLACING) SO IT CANNOT DRIFT
001560*   OUT OF STEP WITH WHAT THE POSTING RUN WRITES.
001570*----------------------------------------------------------------
001580 COPY TRANREC
001590     REPLACING
001600         ==TRAN-RECORD==    BY ==RL100-HD-RECORD==
001610         ==TRAN-ID==        BY ==RL100-HD-ID==
001620         ==TRAN-TYPE==      BY ==RL100-HD-TYPE==
001630         ==TRAN-CUST-KEY==  BY ==RL100-HD-CUST-KEY==
001640         ==TRAN-AMOUNT==    BY ==RL100-HD-AMOUNT==
001650         ==TRAN-PAYLOAD==   BY ==RL100-HD-PAYLOAD==
001660         ==TRAN-TIMESTAMP== BY ==RL100-HD-TIMESTAMP==
001670         ==TRAN-REVERSAL==  BY ==RL100-HD-REVERSAL==
001680         ==TRAN-LINK-PAYLOAD==
001690                            BY ==RL100-HD-LINK-PAYLOAD==
001700         ==TRAN-LINK-TRAN-ID==
001710                            BY ==RL100-HD-LINK-TRAN-ID==
001720         ==TRAN-LINK-BODY== BY ==RL100-HD-LINK-BODY==
001730         ==TRAN-TRANSFER==  BY ==RL100-HD-TRANSFER==
001740         ==TRAN-XFER-TO-KEY==
001750                            BY ==RL100-HD-XFER-TO-KEY==.
001760*----------------------------------------------------------------
001770* REPORT EDIT FIELDS
001780*----------------------------------------------------------------
001790 01  RL100-EDIT-FIELDS.
001800     05  RL100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
001810 PROCEDURE DIVISION.
001820*----------------------------------------------------------------
001830* 0000-MAINLINE                                                *
001840*   ENTRY POINT.  INITIALIZE, WORK THE CARRIED-FORWARD HELD    *
001850*   ITEMS AND THEN THE CLOSED DAY'S, WRITE THE SUMMARY, THEN   *
001860*   TERMINATE.                                                 *
001870*----------------------------------------------------------------
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     PERFORM 2000-WORK-PRIOR-HELD THRU 2000-EXIT
001910         UNTIL RL100-HLDOPENI-EOF.
001920     PERFORM 2500-WORK-DAY-HELD THRU 2500-EXIT
001930         UNTIL RL100-HELDTRAN-EOF.
001940     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001950     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001960     STOP RUN.
001970*----------------------------------------------------------------
001980* 1000-INITIALIZE                                              *
001990*   OPEN THE FILES, WRITE THE REPORT HEADING, LOAD THE         *
002000*   RELEASE AUTHORIZATIONS, AND PRIME THE READ LOOPS.          *
002010*----------------------------------------------------------------
002020 1000-INITIALIZE.
002030     OPEN INPUT HELD-FILE.
002040     OPEN INPUT PRIOR-OPEN-FILE.
002050     OPEN OUTPUT NEXT-OPEN-FILE.
002060     OPEN EXTEND RECYCLE-FILE.
002070     OPEN EXTEND OVERRIDE-FILE.
002080     OPEN OUTPUT REPORT-FILE.
002090     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002100     PERFORM 1100-LOAD-AUTHS THRU 1100-EXIT.
002110     PERFORM 2100-READ-PRIOR-OPEN THRU 2100-EXIT.
002120     PERFORM 2600-READ-HELDTRAN THRU 2600-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 1100-LOAD-AUTHS                                              *
002170*   READ RELAUTH END TO END AND TABLE EVERY APPROVED RELEASE.  *
002180*   A FULL TABLE IS NOTED ON THE REPORT.                       *
002190*----------------------------------------------------------------
002200 1100-LOAD-AUTHS.
002210     OPEN INPUT AUTH-FILE.
002220     PERFORM 1110-READ-RELAUTH THRU 1110-EXIT.
002230     PERFORM 1120-STORE-AUTH THRU 1120-EXIT
002240         UNTIL RL100-RELAUTH-EOF.
002250     CLOSE AUTH-FILE.
002260 1100-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290* 1110-READ-RELAUTH                                            *
002300*   READ THE NEXT RELEASE AUTHORIZATION.                       *
002310*----------------------------------------------------------------
002320 1110-READ-RELAUTH.
002330     READ AUTH-FILE
002340         AT END
002350             SET RL100-RELAUTH-EOF TO TRUE
002360     END-READ.
002370 1110-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------
002400* 1120-STORE-AUTH                                              *
002410*   TABLE ONE AUTHORIZATION AND READ THE NEXT.                 *
002420*----------------------------------------------------------------
002430 1120-STORE-AUTH.
002440     IF RL100-AUTH-COUNT < 500
002450         ADD 1 TO RL100-AUTH-COUNT
002460         MOVE RL100-AU-TRAN-ID
002470             TO RL100-AT-TRAN-ID(RL100-AUTH-COUNT)
002480         MOVE RL100-AU-APPROVER
002490             TO RL100-AT-APPROVER(RL100-AUTH-COUNT)
002500     ELSE
002510         MOVE "  (AUTHORIZATION TABLE FULL - RELEASES PAST"
002520             TO RL100-REPORT-LINE
002530         WRITE RL100-REPORT-LINE
002540         MOVE "   THE LIMIT WAIT FOR THE NEXT RUN)"
002550             TO RL100-REPORT-LINE
002560         WRITE RL100-REPORT-LINE
002570         SET RL100-RELAUTH-EOF TO TRUE
002580         GO TO 1120-EXIT
002590     END-IF.
002600     PERFORM 1110-READ-RELAUTH THRU 1110-EXIT.
002610 1120-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640* 2000-WORK-PRIOR-HELD                                         *
002650*   WORK ONE HELD ITEM CARRIED FORWARD FROM A PRIOR DAY AND    *
002660*   READ THE NEXT.                                             *
002670*----------------------------------------------------------------
002680 2000-WORK-PRIOR-HELD.
002690     MOVE RL100-PRIOR-OPEN-RECORD TO RL100-WORK-HELD.
002700     PERFORM 3000-RELEASE-OR-CARRY THRU 3000-EXIT.
002710     PERFORM 2100-READ-PRIOR-OPEN THRU 2100-EXIT.
002720 2000-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* 2100-READ-PRIOR-OPEN                                         *
002760*   READ THE NEXT CARRIED-FORWARD HELD ITEM.                   *
002770*----------------------------------------------------------------
002780 2100-READ-PRIOR-OPEN.
002790     READ PRIOR-OPEN-FILE
002800         AT END
002810             SET RL100-HLDOPENI-EOF TO TRUE
002820     END-READ.
002830 2100-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* 2500-WORK-DAY-HELD                                           *
002870*   WORK ONE HELD ITEM FROM THE CLOSED DAY'S HELDTRAN          *
002880*   GENERATION AND READ THE NEXT.                              *
002890*----------------------------------------------------------------
002900 2500-WORK-DAY-HELD.
002910     MOVE RL100-HELD-RECORD TO RL100-WORK-HELD.
002920     PERFORM 3000-RELEASE-OR-CARRY THRU 3000-EXIT.
002930     PERFORM 2600-READ-HELDTRAN THRU 2600-EXIT.
002940 2500-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* 2600-READ-HELDTRAN                                           *
002980*   READ THE NEXT HELD-TRANSACTION RECORD.                     *
002990*----------------------------------------------------------------
003000 2600-READ-HELDTRAN.
003010     READ HELD-FILE
003020         AT END
003030             SET RL100-HELDTRAN-EOF TO TRUE
003040     END-READ.
003050 2600-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* 3000-RELEASE-OR-CARRY                                        *
003090*   MATCH THE CURRENT HELD ITEM AGAINST THE AUTHORIZATION      *
003100*   TABLE BY ITS ORIGINAL TRAN-ID.  A MATCH RELEASES IT BACK   *
003110*   ONTO THE POSTING INPUT WITH AN OVERRIDE RECORD; ANYTHING   *
003120*   ELSE CARRIES IT FORWARD SO IT CANNOT VANISH.               *
003130*----------------------------------------------------------------
003140 3000-RELEASE-OR-CARRY.
003150     ADD 1 TO RL100-READ-COUNT.
003160     MOVE RL100-WH-TRAN TO RL100-HD-RECORD.
003170     PERFORM 3100-FIND-AUTH THRU 3100-EXIT.
003180     IF RL100-AUTH-FOUND
003190         PERFORM 3200-RELEASE-TRAN THRU 3200-EXIT
003200     ELSE
003210         PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
003220     END-IF.
003230 3000-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260* 3100-FIND-AUTH                                               *
003270*   SCAN THE AUTHORIZATION TABLE FOR THE CURRENT TRAN-ID.      *
003280*----------------------------------------------------------------
003290 3100-FIND-AUTH.
003300     MOVE "N" TO RL100-AUTH-FOUND-SW.
003310     MOVE ZERO TO RL100-FOUND-SUB.
003320     PERFORM 3110-SCAN-AUTH THRU 3110-EXIT
003330         VARYING RL100-SCAN-SUB FROM 1 BY 1
003340         UNTIL RL100-SCAN-SUB > RL100-AUTH-COUNT
003350         OR RL100-AUTH-FOUND.
003360 3100-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390* 3110-SCAN-AUTH                                               *
003400*   COMPARE ONE AUTHORIZATION TABLE ENTRY AGAINST THE CURRENT  *
003410*   HELD ITEM'S TRAN-ID.                                       *
003420*----------------------------------------------------------------
003430 3110-SCAN-AUTH.
003440     IF RL100-AT-TRAN-ID(RL100-SCAN-SUB) = RL100-HD-ID
003450         SET RL100-AUTH-FOUND TO TRUE
003460         MOVE RL100-SCAN-SUB TO RL100-FOUND-SUB
003470     END-IF.
003480 3110-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 3200-RELEASE-TRAN                                            *
003520*   FEED THE RELEASED TRANSACTION - ORIGINAL ID, TIMESTAMP     *
003530*   AND PAYLOAD INTACT - BACK ONTO THE POSTING INPUT, APPEND   *
003540*   ITS OVERRIDE RECORD SO THE CREDIT-LIMIT CHECK PASSES IT,   *
003550*   AND NOTE WHO APPROVED IT ON THE REPORT.                    *
003560*----------------------------------------------------------------
003570 3200-RELEASE-TRAN.
003580     MOVE RL100-HD-RECORD TO TRAN-RECORD.
003590     WRITE TRAN-RECORD.
003600     MOVE SPACES TO RELO-RECORD.
003610     MOVE RL100-HD-ID TO RELO-TRAN-ID.
003620     MOVE RL100-AT-APPROVER(RL100-FOUND-SUB)
003630         TO RELO-APPROVER.
003640     WRITE RELO-RECORD.
003650     ADD 1 TO RL100-RELEASED-COUNT.
003660     MOVE SPACES TO RL100-REPORT-LINE.
003670     STRING "RELEASED ID=" DELIMITED BY SIZE
003680         RL100-HD-ID DELIMITED BY SIZE
003690         "  CUST=" DELIMITED BY SIZE
003700         RL100-HD-CUST-KEY DELIMITED BY SIZE
003710         "  BY " DELIMITED BY SIZE
003720         RL100-AT-APPROVER(RL100-FOUND-SUB)
003730         DELIMITED BY SIZE
003740         INTO RL100-REPORT-LINE.
003750     WRITE RL100-REPORT-LINE.
003760 3200-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790* 3300-CARRY-FORWARD                                           *
003800*   WRITE THE STILL-HELD ITEM TO THE NEXT HELD-OPEN            *
003810*   GENERATION FOR TOMORROW'S SUPERVISOR REVIEW.               *
003820*----------------------------------------------------------------
003830 3300-CARRY-FORWARD.
003840     MOVE RL100-WORK-HELD TO RL100-NEXT-OPEN-RECORD.
003850     WRITE RL100-NEXT-OPEN-RECORD.
003860     ADD 1 TO RL100-CARRIED-COUNT.
003870 3300-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 8000-WRITE-SUMMARY                                           *
003910*   WRITE THE TRAILING TOTALS ONCE ALL RECORDS HAVE BEEN READ. *
003920*----------------------------------------------------------------
003930 8000-WRITE-SUMMARY.
003940     MOVE SPACES TO RL100-REPORT-LINE.
003950     WRITE RL100-REPORT-LINE.
003960     MOVE RL100-READ-COUNT TO RL100-EDIT-COUNT.
003970     MOVE SPACES TO RL100-REPORT-LINE.
003980     STRING "HELD ITEMS WORKED   : " DELIMITED BY SIZE
003990         RL100-EDIT-COUNT DELIMITED BY SIZE
004000         INTO RL100-REPORT-LINE.
004010     WRITE RL100-REPORT-LINE.
004020     MOVE RL100-RELEASED-COUNT TO RL100-EDIT-COUNT.
004030     MOVE SPACES TO RL100-REPORT-LINE.
004040     STRING "ITEMS RELEASED      : " DELIMITED BY SIZE
004050         RL100-EDIT-COUNT DELIMITED BY SIZE
004060         INTO RL100-REPORT-LINE.
004070     WRITE RL100-REPORT-LINE.
004080     MOVE RL100-CARRIED-COUNT TO RL100-EDIT-COUNT.
004090     MOVE SPACES TO RL100-REPORT-LINE.
004100     STRING "CARRIED FORWARD     : " DELIMITED BY SIZE
004110         RL100-EDIT-COUNT DELIMITED BY SIZE
004120         INTO RL100-REPORT-LINE.
004130     WRITE RL100-REPORT-LINE.
004140 8000-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170* 8100-WRITE-HEADING                                           *
004180*   WRITE THE REPORT TITLE LINES.                              *
004190*----------------------------------------------------------------
004200 8100-WRITE-HEADING.
004210     MOVE "HELD TRANSACTION RELEASE REPORT"
004220         TO RL100-REPORT-LINE.
004230     WRITE RL100-REPORT-LINE.
004240     MOVE SPACES TO RL100-REPORT-LINE.
004250     WRITE RL100-REPORT-LINE.
004260 8100-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290* 9999-TERMINATE                                                *
004300*   CLOSE THE FILES.                                           *
004310*----------------------------------------------------------------
004320 9999-TERMINATE.
004330     CLOSE HELD-FILE.
004340     CLOSE PRIOR-OPEN-FILE.
004350     CLOSE NEXT-OPEN-FILE.
004360     CLOSE RECYCLE-FILE.
004370     CLOSE OVERRIDE-FILE.
004380     CLOSE REPORT-FILE.
004390 9999-EXIT.
004400     EXIT.
