000200*                 OPEN-REJECTS GENERATION INSTEAD OF VANISHING,
000210*                 AND ANY STILL UNRESOLVED AFTER THE AGE LIMIT
000220*                 SHOW ON THE AGING SECTION OF THE REPORT.
000230* 2026-10-15 RJ   A REJECTED REVERSAL MAY ONLY BE RECYCLED
000240*                 UNCHANGED - ITS CUSTOMER, TYPE AND AMOUNT ARE
000250*                 FIXED BY THE ORIGINAL IT REVERSES - AND NO
000260*                 CORRECTION MAY TURN AN ITEM INTO A REVERSAL.
000270* 2026-10-15 RJ   A CORRECTION MAY REPLACE A TRANSFER'S
000280*                 TO-CUSTOMER.  A TRANSFER IS RECYCLED AS THE
000290*                 ONE RECORD, AND NO CORRECTION MAY CHANGE THE
000300*                 TYPE TO OR FROM TRANSFER.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     CURRENCY SIGN IS "$".
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS RP100-TRANREJ-STATUS.
000410*    REJOPENI IS OPTIONAL SO THE FIRST RUN EVER - NO OPEN
000420*    REJECTS CARRIED FORWARD YET - STARTS THE CHAIN INSTEAD OF
000430*    FAILING.
000440     SELECT OPTIONAL PRIOR-OPEN-FILE ASSIGN TO "REJOPENI"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS RP100-REJOPENI-STATUS.
000470     SELECT NEXT-OPEN-FILE ASSIGN TO "REJOPENO"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS RP100-REJOPENO-STATUS.
000500*    CORRFILE IS OPTIONAL - A DAY WITH NO CORRECTIONS KEYED
000510*    STILL RUNS, CARRYING EVERY REJECT FORWARD.
000520     SELECT OPTIONAL CORRECTION-FILE ASSIGN TO "CORRFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RP100-CORRFILE-STATUS.
000550     SELECT RECYCLE-FILE ASSIGN TO "TRANLOG"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS RP100-TRANLOG-STATUS.
000580     SELECT REPORT-FILE ASSIGN TO "REPAIRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RP100-REPAIRPT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  REJECT-FILE.
000640*    SAME SHAPE THE POSTING RUN WRITES - THE WHOLE 258-BYTE
000650*    TRAN-RECORD FOLLOWED BY THE REJECT REASON.  THE EMBEDDED
000660*    TRANSACTION IS UNPACKED THROUGH RP100-RJ-RECORD BELOW.
000670 01  RP100-REJECT-RECORD.
000680     05  RP100-REJ-TRAN          PIC X(258).
000690     05  RP100-REJ-REASON        PIC X(40).
000700 FD  PRIOR-OPEN-FILE.
000710*    OPEN REJECTS CARRIED FORWARD BY THE PRIOR RUN - SAME
000720*    258-PLUS-REASON SHAPE AS TRANREJ.
000730 01  RP100-PRIOR-OPEN-RECORD.
000740     05  RP100-OPI-TRAN          PIC X(258).
000750     05  RP100-OPI-REASON        PIC X(40).
000760 FD  NEXT-OPEN-FILE.
000770 01  RP100-NEXT-OPEN-RECORD.
000780     05  RP100-OPO-TRAN          PIC X(258).
000790     05  RP100-OPO-REASON        PIC X(40).
000800 FD  CORRECTION-FILE.
000810 COPY CORRREC.
000820 FD  RECYCLE-FILE.
000830 COPY TRANREC.
000840 FD  REPORT-FILE.
000850 01  RP100-REPORT-LINE           PIC X(100).
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* FILE STATUS CODES
000890*----------------------------------------------------------------
000900 01  RP100-FILE-STATUSES.
000910     05  RP100-TRANREJ-STATUS    PIC X(02).
000920         88  RP100-TRANREJ-OK            VALUE "00".
000930     05  RP100-REJOPENI-STATUS   PIC X(02).
000940         88  RP100-REJOPENI-OK           VALUE "00".
000950     05  RP100-REJOPENO-STATUS   PIC X(02).
000960         88  RP100-REJOPENO-OK           VALUE "00".
000970     05  RP100-CORRFILE-STATUS   PIC X(02).
000980         88  RP100-CORRFILE-OK           VALUE "00".
000990     05  RP100-TRANLOG-STATUS    PIC X(02).
001000         88  RP100-TRANLOG-OK            VALUE "00".
001010     05  RP100-REPAIRPT-STATUS   PIC X(02).
001020         88  RP100-REPAIRPT-OK           VALUE "00".
001030*----------------------------------------------------------------
001040* SWITCHES
001050*----------------------------------------------------------------
001060 01  RP100-SWITCHES.
001070     05  RP100-TRANREJ-EOF-SW    PIC X(01) VALUE "N".
001080         88  RP100-TRANREJ-EOF           VALUE "Y".
001090     05  RP100-REJOPENI-EOF-SW   PIC X(01) VALUE "N".
001100         88  RP100-REJOPENI-EOF          VALUE "Y".
001110     05  RP100-CORRFILE-EOF-SW   PIC X(01) VALUE "N".
001120         88  RP100-CORRFILE-EOF          VALUE "Y".
001130     05  RP100-CORR-FOUND-SW     PIC X(01).
001140         88  RP100-CORR-FOUND            VALUE "Y".
001150     05  RP100-CORR-GOOD-SW      PIC X(01).
001160         88  RP100-CORR-GOOD             VALUE "Y".
001170         88  RP100-CORR-BAD              VALUE "N".
001180*----------------------------------------------------------------
001190* COUNTERS AND ACCUMULATORS
001200*----------------------------------------------------------------
001210 01  RP100-COUNTERS.
001220     05  RP100-READ-COUNT        PIC 9(07) COMP.
001230     05  RP100-REPAIRED-COUNT    PIC 9(07) COMP.
001240     05  RP100-CARRIED-COUNT     PIC 9(07) COMP.
001250     05  RP100-AGED-COUNT        PIC 9(07) COMP.
001260     05  RP100-BADCORR-COUNT     PIC 9(07) COMP.
001270*----------------------------------------------------------------
001280* AGE LIMIT PARAMETER
001290*   THE COMMAND LINE MAY CARRY THE UNRESOLVED-AGE LIMIT AS A
001300*   ZERO-PADDED THREE-DIGIT DAY COUNT; ANYTHING ELSE FALLS BACK
001310*   TO THE DEFAULT AND IS NOTED ON THE REPORT.
001320*----------------------------------------------------------------
001330 01  RP100-PARM-TEXT             PIC X(10).
001340 01  RP100-AGE-LIMIT-DAYS        PIC 9(03) VALUE 3.
001350*----------------------------------------------------------------
001360* AGING WORK AREA
001370*----------------------------------------------------------------
001380 01  RP100-AGE-WORK.
001390     05  RP100-CURR-DATE         PIC 9(08).
001400     05  RP100-TODAY-INTEGER     PIC 9(08) COMP.
001410     05  RP100-TRAN-DATE-X       PIC X(08).
001420     05  RP100-TRAN-DATE-N       REDEFINES RP100-TRAN-DATE-X
001430                                 PIC 9(08).
001440     05  RP100-TRAN-INTEGER      PIC 9(08) COMP.
001450     05  RP100-AGE-DAYS          PIC S9(05) COMP.
001460*----------------------------------------------------------------
001470* CORRECTIONS TABLE
001480*   LOADED FROM CORRFILE UP FRONT AND SCANNED BY TRAN-ID FOR
001490*   EACH REJECT WORKED.  A FULL TABLE IS NOTED ON THE REPORT -
001500*   CORRECTIONS PAST THE LIMIT WAIT FOR THE NEXT RUN.
001510*----------------------------------------------------------------
001520 01  RP100-CORR-TABLE.
001530     05  RP100-CORR-ENTRY OCCURS 500 TIMES.
001540         10  RP100-CT-TRAN-ID    PIC X(16).
001550         10  RP100-CT-CUST-KEY   PIC X(10).
001560         10  RP100-CT-TYPE       PIC X(10).
001570         10  RP100-CT-AMOUNT-X   PIC X(11).
001580         10  RP100-CT-AMOUNT     REDEFINES RP100-CT-AMOUNT-X
001590                                 PIC 9(09)V99.
001600         10  RP100-CT-TO-KEY     PIC X(10).
001610 01  RP100-TABLE-CONTROLS.
001620     05  RP100-CORR-COUNT        PIC 9(03) COMP.
001630     05  RP100-SCAN-SUB          PIC 9(03) COMP.
001640     05  RP100-FOUND-SUB         PIC 9(03) COMP.
001650*----------------------------------------------------------------
001660* COMMON REJECT WORK AREA
001670*   EACH REJECT - FROM THE PRIOR OPEN FILE OR THE CLOSED DAY'S
001680*   TRANREJ - IS MOVED HERE SO ONE SET OF PARAGRAPHS WORKS BOTH.
001690*----------------------------------------------------------------
001700 01  RP100-WORK-REJECT.
001710     05  RP100-WR-TRAN           PIC X(258).
001720     05  RP100-WR-REASON         PIC X(40).
001730*----------------------------------------------------------------
001740* REJECTED-TRANSACTION OVERLAY
001750*   RP100-WR-TRAN IS MOVED HERE SO THE EMBEDDED TRANSACTION
001760*   FIELDS CAN BE PICKED OUT BY NAME.  LAYOUT COMES FROM
001770*   TRANREC ITSELF (RENAMED VIA REPLACING) SO IT CANNOT DRIFT
001780*   OUT OF STEP WITH WHAT THE POSTING RUN WRITES.
001790*----------------------------------------------------------------
001800 COPY TRANREC
001810     REPLACING
001820         ==TRAN-RECORD==    BY ==RP100-RJ-RECORD==
001830         ==TRAN-ID==        BY ==RP100-RJ-ID==
001840         ==TRAN-TYPE==      BY ==RP100-RJ-TYPE==
001850         ==TRAN-CUST-KEY==  BY ==RP100-RJ-CUST-KEY==
001860         ==TRAN-AMOUNT==    BY ==RP100-RJ-AMOUNT==
001870         ==TRAN-PAYLOAD==   BY ==RP100-RJ-PAYLOAD==
001880         ==TRAN-TIMESTAMP== BY ==RP100-RJ-TIMESTAMP==
001890         ==TRAN-REVERSAL==  BY ==RP100-RJ-REVERSAL==
001900         ==TRAN-LINK-PAYLOAD==
001910                            BY ==RP100-RJ-LINK-PAYLOAD==
001920         ==TRAN-LINK-TRAN-ID==
001930                            BY ==RP100-RJ-LINK-TRAN-ID==
001940         ==TRAN-LINK-BODY== BY ==RP100-RJ-LINK-BODY==
001950         ==TRAN-TRANSFER==  BY ==RP100-RJ-TRANSFER==
001960         ==TRAN-XFER-TO-KEY==
001970                            BY ==RP100-RJ-XFER-TO-KEY==.
001980*----------------------------------------------------------------
001990* REPORT EDIT FIELDS
002000*----------------------------------------------------------------
002010 01  RP100-EDIT-FIELDS.
002020     05  RP100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
002030     05  RP100-EDIT-AGE          PIC ZZZZ9.
002040 PROCEDURE DIVISION.
002050*----------------------------------------------------------------
002060* 0000-MAINLINE                                                *
002070*   ENTRY POINT.  INITIALIZE, WORK THE PRIOR OPEN REJECTS AND  *
002080*   THEN THE CLOSED DAY'S, WRITE THE SUMMARY, THEN TERMINATE.  *
002090*----------------------------------------------------------------
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     PERFORM 2000-WORK-PRIOR-REJECT THRU 2000-EXIT
002130         UNTIL RP100-REJOPENI-EOF.
002140     PERFORM 2500-WORK-DAY-REJECT THRU 2500-EXIT
002150         UNTIL RP100-TRANREJ-EOF.
002160     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002170     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002180     STOP RUN.
002190*----------------------------------------------------------------
002200* 1000-INITIALIZE                                              *
002210*   OPEN THE FILES, PICK UP THE AGE LIMIT PARAMETER, WRITE THE *
002220*   REPORT HEADING, LOAD THE CORRECTIONS TABLE, AND PRIME THE  *
002230*   READ LOOPS.                                                *
002240*----------------------------------------------------------------
002250 1000-INITIALIZE.
002260     OPEN INPUT REJECT-FILE.
002270     OPEN INPUT PRIOR-OPEN-FILE.
002280     OPEN OUTPUT NEXT-OPEN-FILE.
002290     OPEN EXTEND RECYCLE-FILE.
002300     OPEN OUTPUT REPORT-FILE.
002310     ACCEPT RP100-CURR-DATE FROM DATE YYYYMMDD.
002320     COMPUTE RP100-TODAY-INTEGER =
002330         FUNCTION INTEGER-OF-DATE(RP100-CURR-DATE).
002340     ACCEPT RP100-PARM-TEXT FROM COMMAND-LINE.
002350     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002360     IF RP100-PARM-TEXT(1:3) IS NUMERIC
002370         AND RP100-PARM-TEXT(1:3) NOT = "000"
002380         MOVE RP100-PARM-TEXT(1:3) TO RP100-AGE-LIMIT-DAYS
002390     ELSE
002400         IF RP100-PARM-TEXT NOT = SPACES
002410             MOVE "  (AGE PARM NOT A 3-DIGIT DAY COUNT -"
002420                 TO RP100-REPORT-LINE
002430             WRITE RP100-REPORT-LINE
002440             MOVE "   USING THE DEFAULT AGE LIMIT)"
002450                 TO RP100-REPORT-LINE
002460             WRITE RP100-REPORT-LINE
002470         END-IF
002480     END-IF.
002490     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
002500     PERFORM 2100-READ-PRIOR-OPEN THRU 2100-EXIT.
002510     PERFORM 2600-READ-TRANREJ THRU 2600-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550* 1100-LOAD-CORRECTIONS                                        *
002560*   READ CORRFILE END TO END AND TABLE EVERY CORRECTION.  A    *
002570*   FULL TABLE IS NOTED ON THE REPORT.                         *
002580*----------------------------------------------------------------
002590 1100-LOAD-CORRECTIONS.
002600     OPEN INPUT CORRECTION-FILE.
002610     PERFORM 1110-READ-CORRFILE THRU 1110-EXIT.
002620     PERFORM 1120-STORE-CORRECTION THRU 1120-EXIT
002630         UNTIL RP100-CORRFILE-EOF.
002640     CLOSE CORRECTION-FILE.
002650 1100-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* 1110-READ-CORRFILE                                           *
002690*   READ THE NEXT CORRECTION RECORD.                           *
002700*----------------------------------------------------------------
002710 1110-READ-CORRFILE.
002720     READ CORRECTION-FILE
002730         AT END
002740             SET RP100-CORRFILE-EOF TO TRUE
002750     END-READ.
002760 1110-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* 1120-STORE-CORRECTION                                        *
002800*   TABLE ONE CORRECTION AND READ THE NEXT.                    *
002810*----------------------------------------------------------------
002820 1120-STORE-CORRECTION.
002830     IF RP100-CORR-COUNT < 500
002840         ADD 1 TO RP100-CORR-COUNT
002850         MOVE CORR-TRAN-ID
002860             TO RP100-CT-TRAN-ID(RP100-CORR-COUNT)
002870         MOVE CORR-NEW-CUST-KEY
002880             TO RP100-CT-CUST-KEY(RP100-CORR-COUNT)
002890         MOVE CORR-NEW-TYPE
002900             TO RP100-CT-TYPE(RP100-CORR-COUNT)
002910         MOVE CORR-NEW-AMOUNT-X
002920             TO RP100-CT-AMOUNT-X(RP100-CORR-COUNT)
002930         MOVE CORR-NEW-TO-KEY
002940             TO RP100-CT-TO-KEY(RP100-CORR-COUNT)
002950     ELSE
002960         MOVE "  (CORRECTION TABLE FULL - CORRECTIONS PAST"
002970             TO RP100-REPORT-LINE
002980         WRITE RP100-REPORT-LINE
002990         MOVE "   THE LIMIT WAIT FOR THE NEXT RUN)"
003000             TO RP100-REPORT-LINE
003010         WRITE RP100-REPORT-LINE
003020         SET RP100-CORRFILE-EOF TO TRUE
003030         GO TO 1120-EXIT
003040     END-IF.
003050     PERFORM 1110-READ-CORRFILE THRU 1110-EXIT.
003060 1120-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 2000-WORK-PRIOR-REJECT                                       *
003100*   WORK ONE OPEN REJECT CARRIED FORWARD FROM A PRIOR DAY AND  *
003110*   READ THE NEXT.                                             *
003120*----------------------------------------------------------------
003130 2000-WORK-PRIOR-REJECT.
003140     MOVE RP100-PRIOR-OPEN-RECORD TO RP100-WORK-REJECT.
003150     PERFORM 3000-REPAIR-OR-CARRY THRU 3000-EXIT.
003160     PERFORM 2100-READ-PRIOR-OPEN THRU 2100-EXIT.
003170 2000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* 2100-READ-PRIOR-OPEN                                         *
003210*   READ THE NEXT CARRIED-FORWARD OPEN REJECT.                 *
003220*----------------------------------------------------------------
003230 2100-READ-PRIOR-OPEN.
003240     READ PRIOR-OPEN-FILE
003250         AT END
003260             SET RP100-REJOPENI-EOF TO TRUE
003270     END-READ.
003280 2100-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310* 2500-WORK-DAY-REJECT                                         *
003320*   WORK ONE REJECT FROM THE CLOSED DAY'S TRANREJ GENERATION   *
003330*   AND READ THE NEXT.                                         *
003340*----------------------------------------------------------------
003350 2500-WORK-DAY-REJECT.
003360     MOVE RP100-REJECT-RECORD TO RP100-WORK-REJECT.
003370     PERFORM 3000-REPAIR-OR-CARRY THRU 3000-EXIT.
003380     PERFORM 2600-READ-TRANREJ THRU 2600-EXIT.
003390 2500-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------
003420* 2600-READ-TRANREJ                                            *
003430*   READ THE NEXT REJECTED-TRANSACTION RECORD.                 *
003440*----------------------------------------------------------------
003450 2600-READ-TRANREJ.
003460     READ REJECT-FILE
003470         AT END
003480             SET RP100-TRANREJ-EOF TO TRUE
003490     END-READ.
003500 2600-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530* 3000-REPAIR-OR-CARRY                                         *
003540*   MATCH THE CURRENT REJECT AGAINST THE CORRECTIONS TABLE BY  *
003550*   ITS ORIGINAL TRAN-ID.  A GOOD CORRECTION RECYCLES THE      *
003560*   TRANSACTION ONTO THE POSTING INPUT; ANYTHING ELSE CARRIES  *
003570*   IT FORWARD SO IT CANNOT VANISH.                            *
003580*----------------------------------------------------------------
003590 3000-REPAIR-OR-CARRY.
003600     ADD 1 TO RP100-READ-COUNT.
003610     MOVE RP100-WR-TRAN TO RP100-RJ-RECORD.
003620     PERFORM 3100-FIND-CORRECTION THRU 3100-EXIT.
003630     IF NOT RP100-CORR-FOUND
003640         PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
003650         GO TO 3000-EXIT
003660     END-IF.
003670     PERFORM 3200-APPLY-CORRECTION THRU 3200-EXIT.
003680     IF RP100-CORR-BAD
003690         ADD 1 TO RP100-BADCORR-COUNT
003700         PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
003710         GO TO 3000-EXIT
003720     END-IF.
003730     PERFORM 3400-RECYCLE-TRAN THRU 3400-EXIT.
003740 3000-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770* 3100-FIND-CORRECTION                                         *
003780*   SCAN THE CORRECTIONS TABLE FOR THE CURRENT TRAN-ID.        *
003790*----------------------------------------------------------------
003800 3100-FIND-CORRECTION.
003810     MOVE "N" TO RP100-CORR-FOUND-SW.
003820     MOVE ZERO TO RP100-FOUND-SUB.
003830     PERFORM 3110-SCAN-CORRECTION THRU 3110-EXIT
003840         VARYING RP100-SCAN-SUB FROM 1 BY 1
003850         UNTIL RP100-SCAN-SUB > RP100-CORR-COUNT
003860         OR RP100-CORR-FOUND.
003870 3100-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 3110-SCAN-CORRECTION                                         *
003910*   COMPARE ONE CORRECTIONS TABLE ENTRY AGAINST THE CURRENT    *
003920*   REJECT'S TRAN-ID.                                          *
003930*----------------------------------------------------------------
003940 3110-SCAN-CORRECTION.
003950     IF RP100-CT-TRAN-ID(RP100-SCAN-SUB) = RP100-RJ-ID
003960         SET RP100-CORR-FOUND TO TRUE
003970         MOVE RP100-SCAN-SUB TO RP100-FOUND-SUB
003980     END-IF.
003990 3110-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 3200-APPLY-CORRECTION                                        *
004030*   APPLY THE NON-BLANK CORRECTION FIELDS TO THE REJECTED      *
004040*   TRANSACTION.  A KEYED AMOUNT THAT IS NOT NUMERIC MARKS THE *
004050*   CORRECTION BAD SO THE REJECT CARRIES FORWARD INSTEAD OF    *
004060*   RECYCLING GARBAGE INTO THE POSTING INPUT.                  *
004070*----------------------------------------------------------------
004080 3200-APPLY-CORRECTION.
004090     SET RP100-CORR-GOOD TO TRUE.
004100     IF RP100-RJ-REVERSAL
004110         OR RP100-CT-TYPE(RP100-FOUND-SUB) = "REVERSAL"
004120         IF RP100-CT-CUST-KEY(RP100-FOUND-SUB) NOT = SPACES
004130             OR RP100-CT-TYPE(RP100-FOUND-SUB) NOT = SPACES
004140             OR RP100-CT-AMOUNT-X(RP100-FOUND-SUB) NOT = SPACES
004150             OR RP100-CT-TO-KEY(RP100-FOUND-SUB) NOT = SPACES
004160             SET RP100-CORR-BAD TO TRUE
004170             MOVE SPACES TO RP100-REPORT-LINE
004180             STRING "BADCORR ID=" DELIMITED BY SIZE
004190                 RP100-RJ-ID DELIMITED BY SIZE
004200                 "  REVERSAL NOT CORRECTABLE - CARRIED FORWARD"
004210                 DELIMITED BY SIZE
004220                 INTO RP100-REPORT-LINE
004230             WRITE RP100-REPORT-LINE
004240             GO TO 3200-EXIT
004250         END-IF
004260     END-IF.
004270*    A TRANSFER STAYS A TRANSFER AND NOTHING ELSE BECOMES ONE;
004280*    ONLY A TRANSFER HAS A TO-CUSTOMER TO CORRECT.
004290     IF RP100-CT-TYPE(RP100-FOUND-SUB) NOT = SPACES
004300         AND (RP100-RJ-TRANSFER
004310           OR RP100-CT-TYPE(RP100-FOUND-SUB) = "TRANSFER")
004320         AND RP100-CT-TYPE(RP100-FOUND-SUB) NOT = RP100-RJ-TYPE
004330         SET RP100-CORR-BAD TO TRUE
004340         MOVE SPACES TO RP100-REPORT-LINE
004350         STRING "BADCORR ID=" DELIMITED BY SIZE
004360             RP100-RJ-ID DELIMITED BY SIZE
004370             "  TRANSFER TYPE CHANGE - CARRIED FORWARD"
004380             DELIMITED BY SIZE
004390             INTO RP100-REPORT-LINE
004400         WRITE RP100-REPORT-LINE
004410         GO TO 3200-EXIT
004420     END-IF.
004430     IF RP100-CT-TO-KEY(RP100-FOUND-SUB) NOT = SPACES
004440         IF RP100-RJ-TRANSFER
004450             MOVE RP100-CT-TO-KEY(RP100-FOUND-SUB)
004460                 TO RP100-RJ-XFER-TO-KEY
004470         ELSE
004480             SET RP100-CORR-BAD TO TRUE
004490             MOVE SPACES TO RP100-REPORT-LINE
004500             STRING "BADCORR ID=" DELIMITED BY SIZE
004510                 RP100-RJ-ID DELIMITED BY SIZE
004520                 "  TO-CUSTOMER ON NON-TRANSFER - CARRIED FORWARD"
004530                 DELIMITED BY SIZE
004540                 INTO RP100-REPORT-LINE
004550             WRITE RP100-REPORT-LINE
004560             GO TO 3200-EXIT
004570         END-IF
004580     END-IF.
004590     IF RP100-CT-CUST-KEY(RP100-FOUND-SUB) NOT = SPACES
004600         MOVE RP100-CT-CUST-KEY(RP100-FOUND-SUB)
004610             TO RP100-RJ-CUST-KEY
004620     END-IF.
004630     IF RP100-CT-TYPE(RP100-FOUND-SUB) NOT = SPACES
004640         MOVE RP100-CT-TYPE(RP100-FOUND-SUB)
004650             TO RP100-RJ-TYPE
004660     END-IF.
004670     IF RP100-CT-AMOUNT-X(RP100-FOUND-SUB) NOT = SPACES
004680         IF RP100-CT-AMOUNT-X(RP100-FOUND-SUB) IS NUMERIC
004690             MOVE RP100-CT-AMOUNT(RP100-FOUND-SUB)
004700                 TO RP100-RJ-AMOUNT
004710         ELSE
004720             SET RP100-CORR-BAD TO TRUE
004730             MOVE SPACES TO RP100-REPORT-LINE
004740             STRING "BADCORR ID=" DELIMITED BY SIZE
004750                 RP100-RJ-ID DELIMITED BY SIZE
004760                 "  AMOUNT NOT NUMERIC - CARRIED FORWARD"
004770                 DELIMITED BY SIZE
004780                 INTO RP100-REPORT-LINE
004790             WRITE RP100-REPORT-LINE
004800         END-IF
004810     END-IF.
004820 3200-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* 3300-CARRY-FORWARD                                           *
004860*   WRITE THE UNRESOLVED REJECT TO THE NEXT OPEN-REJECTS       *
004870*   GENERATION AND, WHEN IT HAS AGED PAST THE LIMIT, LIST IT   *
004880*   IN THE AGING SECTION OF THE REPORT.                        *
004890*----------------------------------------------------------------
004900 3300-CARRY-FORWARD.
004910     MOVE RP100-WORK-REJECT TO RP100-NEXT-OPEN-RECORD.
004920     WRITE RP100-NEXT-OPEN-RECORD.
004930     ADD 1 TO RP100-CARRIED-COUNT.
004940     PERFORM 3310-COMPUTE-AGE THRU 3310-EXIT.
004950     IF RP100-AGE-DAYS > RP100-AGE-LIMIT-DAYS
004960         ADD 1 TO RP100-AGED-COUNT
004970         MOVE RP100-AGE-DAYS TO RP100-EDIT-AGE
004980         MOVE SPACES TO RP100-REPORT-LINE
004990         STRING "AGED    ID=" DELIMITED BY SIZE
005000             RP100-RJ-ID DELIMITED BY SIZE
005010             "  CUST=" DELIMITED BY SIZE
005020             RP100-RJ-CUST-KEY DELIMITED BY SIZE
005030             "  DAYS=" DELIMITED BY SIZE
005040             RP100-EDIT-AGE DELIMITED BY SIZE
005050             "  " DELIMITED BY SIZE
005060             RP100-WR-REASON DELIMITED BY SIZE
005070             INTO RP100-REPORT-LINE
005080         WRITE RP100-REPORT-LINE
005090     END-IF.
005100 3300-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005130* 3310-COMPUTE-AGE                                             *
005140*   AGE IN DAYS FROM THE TRANSACTION'S ORIGINAL INTAKE         *
005150*   TIMESTAMP.  A TIMESTAMP WITHOUT A READABLE DATE AGES AS    *
005160*   ZERO RATHER THAN FAILING THE RUN.                          *
005170*----------------------------------------------------------------
005180 3310-COMPUTE-AGE.
005190     MOVE ZERO TO RP100-AGE-DAYS.
005200     MOVE RP100-RJ-TIMESTAMP(1:8) TO RP100-TRAN-DATE-X.
005210     IF RP100-TRAN-DATE-X IS NUMERIC
005220         AND RP100-TRAN-DATE-N > 16010101
005230         COMPUTE RP100-TRAN-INTEGER =
005240             FUNCTION INTEGER-OF-DATE(RP100-TRAN-DATE-N)
005250         COMPUTE RP100-AGE-DAYS =
005260             RP100-TODAY-INTEGER - RP100-TRAN-INTEGER
005270     END-IF.
005280 3310-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* 3400-RECYCLE-TRAN                                            *
005320*   WRITE THE REPAIRED TRANSACTION - ORIGINAL ID, TIMESTAMP    *
005330*   AND PAYLOAD INTACT - ONTO THE POSTING INPUT AND NOTE IT ON *
005340*   THE REPORT.                                                *
005350*----------------------------------------------------------------
005360 3400-RECYCLE-TRAN.
005370     MOVE RP100-RJ-RECORD TO TRAN-RECORD.
005380     WRITE TRAN-RECORD.
005390     ADD 1 TO RP100-REPAIRED-COUNT.
005400     MOVE SPACES TO RP100-REPORT-LINE.
005410     STRING "REPAIRED ID=" DELIMITED BY SIZE
005420         RP100-RJ-ID DELIMITED BY SIZE
005430         "  CUST=" DELIMITED BY SIZE
005440         RP100-RJ-CUST-KEY DELIMITED BY SIZE
005450         "  " DELIMITED BY SIZE
005460         RP100-RJ-TYPE DELIMITED BY SIZE
005470         "  WAS: " DELIMITED BY SIZE
005480         RP100-WR-REASON DELIMITED BY SIZE
005490         INTO RP100-REPORT-LINE.
005500     WRITE RP100-REPORT-LINE.
005510 3400-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 8000-WRITE-SUMMARY                                           *
005550*   WRITE THE TRAILING TOTALS ONCE ALL RECORDS HAVE BEEN READ. *
005560*----------------------------------------------------------------
005570 8000-WRITE-SUMMARY.
005580     MOVE SPACES TO RP100-REPORT-LINE.
005590     WRITE RP100-REPORT-LINE.
005600     MOVE RP100-READ-COUNT TO RP100-EDIT-COUNT.
005610     MOVE SPACES TO RP100-REPORT-LINE.
005620     STRING "REJECTS WORKED      : " DELIMITED BY SIZE
005630         RP100-EDIT-COUNT DELIMITED BY SIZE
005640         INTO RP100-REPORT-LINE.
005650     WRITE RP100-REPORT-LINE.
005660     MOVE RP100-REPAIRED-COUNT TO RP100-EDIT-COUNT.
005670     MOVE SPACES TO RP100-REPORT-LINE.
005680     STRING "REJECTS REPAIRED    : " DELIMITED BY SIZE
005690         RP100-EDIT-COUNT DELIMITED BY SIZE
005700         INTO RP100-REPORT-LINE.
005710     WRITE RP100-REPORT-LINE.
005720     MOVE RP100-CARRIED-COUNT TO RP100-EDIT-COUNT.
005730     MOVE SPACES TO RP100-REPORT-LINE.
005740     STRING "CARRIED FORWARD     : " DELIMITED BY SIZE
005750         RP100-EDIT-COUNT DELIMITED BY SIZE
005760         INTO RP100-REPORT-LINE.
005770     WRITE RP100-REPORT-LINE.
005780     MOVE RP100-AGED-COUNT TO RP100-EDIT-COUNT.
005790     MOVE SPACES TO RP100-REPORT-LINE.
005800     STRING "AGED PAST THE LIMIT : " DELIMITED BY SIZE
005810         RP100-EDIT-COUNT DELIMITED BY SIZE
005820         INTO RP100-REPORT-LINE.
005830     WRITE RP100-REPORT-LINE.
005840     MOVE RP100-BADCORR-COUNT TO RP100-EDIT-COUNT.
005850     MOVE SPACES TO RP100-REPORT-LINE.
005860     STRING "BAD CORRECTIONS     : " DELIMITED BY SIZE
005870         RP100-EDIT-COUNT DELIMITED BY SIZE
005880         INTO RP100-REPORT-LINE.
005890     WRITE RP100-REPORT-LINE.
005900 8000-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 8100-WRITE-HEADING                                           *
005940*   WRITE THE REPORT TITLE LINES.                              *
005950*----------------------------------------------------------------
005960 8100-WRITE-HEADING.
005970     MOVE "TRANREJ REPAIR AND RECYCLE REPORT"
005980         TO RP100-REPORT-LINE.
005990     WRITE RP100-REPORT-LINE.
006000     MOVE SPACES TO RP100-REPORT-LINE.
006010     WRITE RP100-REPORT-LINE.
006020 8100-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 9999-TERMINATE                                                *
006060*   CLOSE THE FILES.                                           *
006070*----------------------------------------------------------------
006080 9999-TERMINATE.
006090     CLOSE REJECT-FILE.
006100     CLOSE PRIOR-OPEN-FILE.
006110     CLOSE NEXT-OPEN-FILE.
006120     CLOSE RECYCLE-FILE.
006130     CLOSE REPORT-FILE.
006140 9999-EXIT.
006150     EXIT.
