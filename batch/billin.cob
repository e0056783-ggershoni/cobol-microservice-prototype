000210*                 WITH RETURN CODE 8; UNMATCHED CUSTOMERS AND
000220*                 BAD TYPES OR AMOUNTS LAND ON THE EXCEPTION
000230*                 REPORT, NEVER IN THE MASTER FILE.
000240* 2026-10-15 RJ   BUSCTL BUSINESS-DATE CONTROL.  A FILE IS TAKEN
000250*                 ONLY WHEN TRANPOST HAS COMPLETED FOR THE
000260*                 CLOSED BUSINESS DATE AND ITS HEADER DATE IS
000270*                 LATER THAN THE LAST FILE TAKEN; ANYTHING ELSE
000280*                 IS REFUSED WITH RETURN CODE 8 UNLESS THE
000290*                 OPERATOR ALLOWED A RERUN.  THE HEADER DATE IS
000300*                 RECORDED ON BUSCTL WHEN THE FILE HAS POSTED.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     CURRENCY SIGN IS "$".
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RETURN-FILE ASSIGN TO "BILLRET"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS BI100-BILLRET-STATUS.
000410     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS CUST-KEY
000450         FILE STATUS IS BI100-CUSTMAST-STATUS.
000460     SELECT TRANTYPE-FILE ASSIGN TO "TRANTYPE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS TRNTYP-CODE
000500         FILE STATUS IS BI100-TRANTYPE-STATUS.
000510     SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BI100-TRANLOG-STATUS.
000540     SELECT CONTROL-FILE ASSIGN TO "BUSCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS BDC-KEY
000580         FILE STATUS IS BI100-BUSCTL-STATUS.
000590     SELECT REPORT-FILE ASSIGN TO "BILLRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS BI100-BILLRPT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RETURN-FILE.
000650*    FIXED 80-BYTE RETURN RECORDS FROM THE BILLING SYSTEM,
000660*    MIRRORING OUR OUTBOUND STMTEXT SHAPE:
000670*      "H" FILE HEADER - SENDING SYSTEM AND FILE DATE
000680*      "D" PAYMENT DETAIL - CUSTOMER KEY, PAYMENT TYPE,
000690*          UNSIGNED AMOUNT, BILLING REFERENCE
000700*      "T" FILE TRAILER - DETAIL COUNT AND TOTAL AMOUNT
000710 01  BI100-RET-HEADER.
000720     05  BI100-RH-TYPE           PIC X(01).
000730     05  BI100-RH-SYSTEM         PIC X(08).
000740     05  BI100-RH-FILE-DATE      PIC 9(08).
000750     05  FILLER                  PIC X(63).
000760 01  BI100-RET-DETAIL.
000770     05  BI100-RD-TYPE           PIC X(01).
000780     05  BI100-RD-CUST-KEY       PIC X(10).
000790     05  BI100-RD-TRAN-TYPE      PIC X(10).
000800     05  BI100-RD-AMOUNT         PIC 9(09)V99.
000810     05  BI100-RD-REFERENCE      PIC X(16).
000820     05  FILLER                  PIC X(32).
000830 01  BI100-RET-TRAILER.
000840     05  BI100-RT-TYPE           PIC X(01).
000850     05  BI100-RT-DETAIL-COUNT   PIC 9(07).
000860     05  BI100-RT-TOTAL-AMOUNT   PIC 9(11)V99.
000870     05  FILLER                  PIC X(59).
000880 FD  CUSTOMER-FILE.
000890 COPY CUSTREC.
000900 FD  TRANTYPE-FILE.
000910 COPY TRNTYPE.
000920 FD  TRANSACTION-FILE.
000930 COPY TRANREC.
000940 FD  CONTROL-FILE.
000950 COPY BUSCTL.
000960 FD  REPORT-FILE.
000970 01  BI100-REPORT-LINE           PIC X(100).
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------
001000* FILE STATUS CODES
001010*----------------------------------------------------------------
001020 01  BI100-FILE-STATUSES.
001030     05  BI100-BILLRET-STATUS    PIC X(02).
001040         88  BI100-BILLRET-OK            VALUE "00".
001050     05  BI100-CUSTMAST-STATUS   PIC X(02).
001060         88  BI100-CUSTMAST-OK           VALUE "00".
001070         88  BI100-CUSTMAST-NOTFOUND     VALUE "23".
001080     05  BI100-TRANTYPE-STATUS   PIC X(02).
001090         88  BI100-TRANTYPE-OK           VALUE "00".
001100         88  BI100-TRANTYPE-NOTFOUND     VALUE "23".
001110     05  BI100-TRANLOG-STATUS    PIC X(02).
001120         88  BI100-TRANLOG-OK            VALUE "00".
001130     05  BI100-BUSCTL-STATUS     PIC X(02).
001140         88  BI100-BUSCTL-OK             VALUE "00".
001150     05  BI100-BILLRPT-STATUS    PIC X(02).
001160         88  BI100-BILLRPT-OK            VALUE "00".
001170*----------------------------------------------------------------
001180* SWITCHES
001190*----------------------------------------------------------------
001200 01  BI100-SWITCHES.
001210     05  BI100-BILLRET-EOF-SW    PIC X(01) VALUE "N".
001220         88  BI100-BILLRET-EOF           VALUE "Y".
001230     05  BI100-FILE-GOOD-SW      PIC X(01) VALUE "Y".
001240         88  BI100-FILE-GOOD             VALUE "Y".
001250         88  BI100-FILE-BAD              VALUE "N".
001260     05  BI100-HEADER-SEEN-SW    PIC X(01) VALUE "N".
001270         88  BI100-HEADER-SEEN           VALUE "Y".
001280     05  BI100-TRAILER-SEEN-SW   PIC X(01) VALUE "N".
001290         88  BI100-TRAILER-SEEN          VALUE "Y".
001300     05  BI100-PAY-REJECT-SW     PIC X(01).
001310         88  BI100-PAY-REJECTED          VALUE "Y".
001320         88  BI100-PAY-ACCEPTABLE        VALUE "N".
001330     05  BI100-RUN-ALLOWED-SW    PIC X(01) VALUE "Y".
001340         88  BI100-RUN-ALLOWED           VALUE "Y".
001350         88  BI100-RUN-REFUSED           VALUE "N".
001360     05  BI100-CTL-FOUND-SW      PIC X(01).
001370         88  BI100-CTL-FOUND             VALUE "Y".
001380         88  BI100-CTL-NOT-FOUND         VALUE "N".
001390*----------------------------------------------------------------
001400* COUNTERS AND ACCUMULATORS
001410*----------------------------------------------------------------
001420 01  BI100-COUNTERS.
001430     05  BI100-READ-COUNT        PIC 9(07) COMP.
001440     05  BI100-DETAIL-COUNT      PIC 9(07) COMP.
001450     05  BI100-ACCEPTED-COUNT    PIC 9(07) COMP.
001460     05  BI100-EXCEPTION-COUNT   PIC 9(07) COMP.
001470 01  BI100-AMOUNT-TOTALS.
001480     05  BI100-DETAIL-TOTAL      PIC S9(11)V99 COMP-3.
001490     05  BI100-ACCEPTED-TOTAL    PIC S9(11)V99 COMP-3.
001500*----------------------------------------------------------------
001510* TRAILER PROOF WORK AREA - WHAT THE TRAILER CLAIMED
001520*----------------------------------------------------------------
001530 01  BI100-TRAILER-WORK.
001540     05  BI100-TRL-COUNT         PIC 9(07).
001550     05  BI100-TRL-AMOUNT        PIC S9(11)V99 COMP-3.
001560*----------------------------------------------------------------
001570* FILE IDENTITY FROM THE HEADER - CARRIED INTO THE PAYLOAD
001580* MARKER SO THE SOURCE OF EVERY RECYCLED PAYMENT IS PROVABLE
001590*----------------------------------------------------------------
001600 01  BI100-HEADER-WORK.
001610     05  BI100-HDR-SYSTEM        PIC X(08).
001620     05  BI100-HDR-FILE-DATE     PIC 9(08).
001630*----------------------------------------------------------------
001640* EXCEPTION REPORTING WORK AREA
001650*----------------------------------------------------------------
001660 01  BI100-EXCEPTION-REASON      PIC X(40).
001670*----------------------------------------------------------------
001680* BUSINESS-DATE CONTROL WORK AREA
001690*   BUSCTL RECORD "BILLIN100" CARRIES THE HEADER DATE OF THE
001700*   LAST FILE TAKEN AS ITS PERIOD.  BI100-REFUSAL-REASON SAYS
001710*   WHY A FILE WAS NOT TAKEN.
001720*----------------------------------------------------------------
001730 01  BI100-CONTROL-WORK.
001740     05  BI100-BUSDATE-KEY       PIC X(10) VALUE "BUSDATE".
001750     05  BI100-PREREQ-KEY        PIC X(10) VALUE "TRANPOST".
001760     05  BI100-CONTROL-KEY       PIC X(10) VALUE "BILLIN100".
001770     05  BI100-CLOSED-DATE       PIC 9(08).
001780     05  BI100-HDR-FILE-DATE-X   PIC X(08).
001790 01  BI100-REFUSAL-REASON        PIC X(80).
001800*----------------------------------------------------------------
001810* TIMESTAMP AND GENERATED-ID WORK AREA
001820*   BILLING INTAKE IDS ARE A "B" SOURCE MARKER, THE RUN DATE
001830*   AND START TIME TO THE SECOND, AND A SEQUENCE NUMBER - SO
001840*   THEY CANNOT COLLIDE WITH THE TIMESTAMP IDS THE ONLINE
001850*   SERVICE GENERATES, AND A SECOND RETURN FILE PROCESSED THE
001860*   SAME DAY CANNOT REGENERATE AN EARLIER RUN'S IDS AND HAVE
001870*   ITS PAYMENTS SKIPPED AS REPLAYS.  THE THREE-DIGIT SEQUENCE
001880*   CAPS ONE FILE AT 999 DETAILS - THE VALIDATION PASS FAILS A
001890*   BIGGER FILE BEFORE ANYTHING POSTS.
001900*----------------------------------------------------------------
001910 01  BI100-TIMESTAMP-WORK.
001920     05  BI100-CURR-DATE         PIC 9(08).
001930     05  BI100-CURR-DATE-X       REDEFINES BI100-CURR-DATE
001940                                 PIC X(08).
001950     05  BI100-CURR-TIME         PIC 9(08).
001960     05  BI100-CURR-TIME-X       REDEFINES BI100-CURR-TIME
001970                                 PIC X(08).
001980 01  BI100-TIMESTAMP             PIC X(16).
001990 01  BI100-GEN-ID.
002000     05  BI100-GEN-MARK          PIC X(01) VALUE "B".
002010     05  BI100-GEN-DATE          PIC X(06).
002020     05  BI100-GEN-TIME          PIC X(06).
002030     05  BI100-GEN-SEQ           PIC 9(03).
002040*----------------------------------------------------------------
002050* REPORT EDIT FIELDS
002060*----------------------------------------------------------------
002070 01  BI100-EDIT-FIELDS.
002080     05  BI100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
002090     05  BI100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002100 PROCEDURE DIVISION.
002110*----------------------------------------------------------------
002120* 0000-MAINLINE                                                *
002130*   ENTRY POINT.  PROVE THE FILE'S TRAILER FIRST; ONLY A FILE  *
002140*   THAT BALANCES IS READ AGAIN AND POSTED.  AN OUT-OF-BALANCE *
002150*   FILE POSTS NOTHING AND ENDS WITH RETURN CODE 8.            *
002160*----------------------------------------------------------------
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 2000-VALIDATE-FILE THRU 2000-EXIT.
002200     IF BI100-FILE-GOOD
002210         PERFORM 2500-CHECK-CONTROL THRU 2500-EXIT
002220     END-IF.
002230     IF BI100-FILE-GOOD
002240         AND BI100-RUN-ALLOWED
002250         PERFORM 3000-PROCESS-FILE THRU 3000-EXIT
002260         PERFORM 3500-MARK-COMPLETE THRU 3500-EXIT
002270     END-IF.
002280     IF BI100-FILE-BAD
002290         MOVE "** FILE OUT OF BALANCE - NOTHING POSTED **"
002300             TO BI100-REPORT-LINE
002310         WRITE BI100-REPORT-LINE
002320         MOVE 8 TO RETURN-CODE
002330     END-IF.
002340     IF BI100-RUN-REFUSED
002350         MOVE SPACES TO BI100-REPORT-LINE
002360         STRING "** REFUSED - " DELIMITED BY SIZE
002370             BI100-REFUSAL-REASON DELIMITED BY "  "
002380             " - NOTHING POSTED **" DELIMITED BY SIZE
002390             INTO BI100-REPORT-LINE
002400         WRITE BI100-REPORT-LINE
002410         MOVE 8 TO RETURN-CODE
002420     END-IF.
002430     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002440     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002450     STOP RUN.
002460*----------------------------------------------------------------
002470* 1000-INITIALIZE                                              *
002480*   OPEN THE REPORT AND BUSCTL, WRITE THE HEADING, AND BUILD   *
002490*   THE RUN TIMESTAMP THE GENERATED IDS AND TRANLOG RECORDS    *
002500*   CARRY.                                                     *
002510*----------------------------------------------------------------
002520 1000-INITIALIZE.
002530     OPEN OUTPUT REPORT-FILE.
002540     OPEN I-O CONTROL-FILE.
002550     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002560     ACCEPT BI100-CURR-DATE FROM DATE YYYYMMDD.
002570     ACCEPT BI100-CURR-TIME FROM TIME.
002580     STRING BI100-CURR-DATE BI100-CURR-TIME
002590         DELIMITED BY SIZE INTO BI100-TIMESTAMP.
002600     MOVE BI100-CURR-DATE-X(3:6) TO BI100-GEN-DATE.
002610     MOVE BI100-CURR-TIME-X(1:6) TO BI100-GEN-TIME.
002620     MOVE ZERO TO BI100-GEN-SEQ.
002630 1000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660* 2000-VALIDATE-FILE                                           *
002670*   FIRST PASS - READ THE RETURN FILE END TO END, COUNT AND    *
002680*   TOTAL THE DETAILS, AND PROVE THEM AGAINST THE TRAILER.     *
002690*   NOTHING IS POSTED ON THIS PASS.                            *
002700*----------------------------------------------------------------
002710 2000-VALIDATE-FILE.
002720     OPEN INPUT RETURN-FILE.
002730     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
002740     PERFORM 2200-TALLY-RECORD THRU 2200-EXIT
002750         UNTIL BI100-BILLRET-EOF.
002760     CLOSE RETURN-FILE.
002770     IF NOT BI100-HEADER-SEEN
002780         SET BI100-FILE-BAD TO TRUE
002790         MOVE "  NO HEADER RECORD ON FILE" TO BI100-REPORT-LINE
002800         WRITE BI100-REPORT-LINE
002810     END-IF.
002820     IF NOT BI100-TRAILER-SEEN
002830         SET BI100-FILE-BAD TO TRUE
002840         MOVE "  NO TRAILER RECORD ON FILE" TO BI100-REPORT-LINE
002850         WRITE BI100-REPORT-LINE
002860     END-IF.
002870     IF BI100-TRAILER-SEEN
002880         AND BI100-TRL-COUNT NOT = BI100-DETAIL-COUNT
002890         SET BI100-FILE-BAD TO TRUE
002900         MOVE "  TRAILER COUNT DOES NOT MATCH DETAILS"
002910             TO BI100-REPORT-LINE
002920         WRITE BI100-REPORT-LINE
002930     END-IF.
002940     IF BI100-TRAILER-SEEN
002950         AND BI100-TRL-AMOUNT NOT = BI100-DETAIL-TOTAL
002960         SET BI100-FILE-BAD TO TRUE
002970         MOVE "  TRAILER AMOUNT DOES NOT MATCH DETAILS"
002980             TO BI100-REPORT-LINE
002990         WRITE BI100-REPORT-LINE
003000     END-IF.
003010     IF BI100-DETAIL-COUNT > 999
003020         SET BI100-FILE-BAD TO TRUE
003030         MOVE "  MORE DETAILS THAN ONE RUN'S ID RANGE (999)"
003040             TO BI100-REPORT-LINE
003050         WRITE BI100-REPORT-LINE
003060     END-IF.
003070 2000-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100* 2100-READ-RETURN                                             *
003110*   READ THE NEXT BILLING RETURN RECORD.                       *
003120*----------------------------------------------------------------
003130 2100-READ-RETURN.
003140     READ RETURN-FILE
003150         AT END
003160             SET BI100-BILLRET-EOF TO TRUE
003170     END-READ.
003180 2100-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210* 2200-TALLY-RECORD                                            *
003220*   CLASSIFY ONE RETURN RECORD FOR THE TRAILER PROOF AND READ  *
003230*   THE NEXT.  AN UNRECOGNIZED RECORD TYPE FAILS THE FILE -    *
003240*   A MISALIGNED FILE MUST NEVER PART-POST.                    *
003250*----------------------------------------------------------------
003260 2200-TALLY-RECORD.
003270     ADD 1 TO BI100-READ-COUNT.
003280     EVALUATE BI100-RH-TYPE
003290         WHEN "H"
003300             SET BI100-HEADER-SEEN TO TRUE
003310             MOVE BI100-RH-SYSTEM TO BI100-HDR-SYSTEM
003320             MOVE BI100-RH-FILE-DATE TO BI100-HDR-FILE-DATE
003330         WHEN "D"
003340             ADD 1 TO BI100-DETAIL-COUNT
003350             IF BI100-RD-AMOUNT IS NUMERIC
003360                 ADD BI100-RD-AMOUNT TO BI100-DETAIL-TOTAL
003370             ELSE
003380                 SET BI100-FILE-BAD TO TRUE
003390                 MOVE "  NON-NUMERIC DETAIL AMOUNT ON FILE"
003400                     TO BI100-REPORT-LINE
003410                 WRITE BI100-REPORT-LINE
003420             END-IF
003430         WHEN "T"
003440             SET BI100-TRAILER-SEEN TO TRUE
003450             MOVE BI100-RT-DETAIL-COUNT TO BI100-TRL-COUNT
003460             MOVE BI100-RT-TOTAL-AMOUNT TO BI100-TRL-AMOUNT
003470         WHEN OTHER
003480             SET BI100-FILE-BAD TO TRUE
003490             MOVE "  UNRECOGNIZED RECORD TYPE ON FILE"
003500                 TO BI100-REPORT-LINE
003510             WRITE BI100-REPORT-LINE
003520     END-EVALUATE.
003530     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
003540 2200-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570* 2500-CHECK-CONTROL                                           *
003580*   MAY THIS PROVED FILE BE TAKEN?  TRANPOST MUST HAVE         *
003590*   COMPLETED FOR THE CLOSED BUSINESS DATE, AND THE HEADER     *
003600*   DATE MUST BE LATER THAN THE LAST FILE TAKEN - A FILE SENT  *
003610*   TWICE WOULD OTHERWISE POST TWICE UNDER NEW IDS.  A FILE    *
003620*   THE OPERATOR ALLOWED TO RERUN IS TAKEN ONCE MORE.  WHEN IT *
003630*   MAY BE TAKEN, RECORD IT AS STARTED BEFORE ANYTHING POSTS.  *
003640*----------------------------------------------------------------
003650 2500-CHECK-CONTROL.
003660     MOVE SPACES TO BI100-REFUSAL-REASON.
003670     MOVE BI100-HDR-FILE-DATE TO BI100-HDR-FILE-DATE-X.
003680     IF NOT BI100-BUSCTL-OK
003690         SET BI100-RUN-REFUSED TO TRUE
003700         MOVE "BUSCTL FILE COULD NOT BE OPENED"
003710             TO BI100-REFUSAL-REASON
003720         GO TO 2500-EXIT
003730     END-IF.
003740     MOVE BI100-BUSDATE-KEY TO BDC-KEY.
003750     READ CONTROL-FILE
003760         INVALID KEY
003770             MOVE "23" TO BI100-BUSCTL-STATUS
003780     END-READ.
003790     IF NOT BI100-BUSCTL-OK
003800         SET BI100-RUN-REFUSED TO TRUE
003810         MOVE "NO BUSDATE RECORD ON BUSCTL"
003820             TO BI100-REFUSAL-REASON
003830         GO TO 2500-EXIT
003840     END-IF.
003850     MOVE BDC-CLOSED-DATE TO BI100-CLOSED-DATE.
003860     MOVE BI100-PREREQ-KEY TO BDC-KEY.
003870     READ CONTROL-FILE
003880         INVALID KEY
003890             MOVE "23" TO BI100-BUSCTL-STATUS
003900     END-READ.
003910     IF NOT BI100-BUSCTL-OK
003920         OR NOT BDC-JOB-COMPLETE
003930         OR BDC-JOB-BUS-DATE NOT = BI100-CLOSED-DATE
003940         SET BI100-RUN-REFUSED TO TRUE
003950         STRING "TRANPOST HAS NOT COMPLETED FOR BUSINESS DATE "
003960             DELIMITED BY SIZE
003970             BI100-CLOSED-DATE DELIMITED BY SIZE
003980             INTO BI100-REFUSAL-REASON
003990         GO TO 2500-EXIT
004000     END-IF.
004010     SET BI100-CTL-FOUND TO TRUE.
004020     MOVE BI100-CONTROL-KEY TO BDC-KEY.
004030     READ CONTROL-FILE
004040         INVALID KEY
004050             SET BI100-CTL-NOT-FOUND TO TRUE
004060     END-READ.
004070     IF BI100-CTL-FOUND
004080         AND BDC-JOB-COMPLETE
004090         AND BDC-JOB-PERIOD NOT < BI100-HDR-FILE-DATE-X
004100         PERFORM 2600-CHECK-RERUN THRU 2600-EXIT
004110         IF BI100-RUN-REFUSED
004120             GO TO 2500-EXIT
004130         END-IF
004140     END-IF.
004150     IF BI100-CTL-NOT-FOUND
004160         MOVE SPACES TO BDC-RECORD
004170         MOVE BI100-CONTROL-KEY TO BDC-KEY
004180     END-IF.
004190     MOVE BI100-HDR-FILE-DATE-X TO BDC-JOB-PERIOD.
004200     SET BDC-JOB-STARTED TO TRUE.
004210     MOVE BI100-CLOSED-DATE TO BDC-JOB-BUS-DATE.
004220     MOVE BI100-TIMESTAMP TO BDC-JOB-START-TS.
004230     MOVE SPACES TO BDC-JOB-END-TS.
004240     SET BDC-RERUN-NOT-ALLOWED TO TRUE.
004250     IF BI100-CTL-FOUND
004260         REWRITE BDC-RECORD
004270     ELSE
004280         WRITE BDC-RECORD
004290     END-IF.
004300     IF NOT BI100-BUSCTL-OK
004310         SET BI100-RUN-REFUSED TO TRUE
004320         STRING "BUSCTL UPDATE FAILED - FILE STATUS "
004330             DELIMITED BY SIZE
004340             BI100-BUSCTL-STATUS DELIMITED BY SIZE
004350             INTO BI100-REFUSAL-REASON
004360     END-IF.
004370 2500-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400* 2600-CHECK-RERUN                                             *
004410*   A FILE DATED NO LATER THAN THE LAST ONE TAKEN.  REFUSE IT  *
004420*   UNLESS THE OPERATOR ALLOWED A RERUN, AND SAY WHICH.        *
004430*----------------------------------------------------------------
004440 2600-CHECK-RERUN.
004450     IF BDC-RERUN-ALLOWED
004460         MOVE SPACES TO BI100-REPORT-LINE
004470         STRING "  OPERATOR RERUN TAKEN - LAST FILE WAS DATED "
004480             DELIMITED BY SIZE
004490             BDC-JOB-PERIOD DELIMITED BY SIZE
004500             INTO BI100-REPORT-LINE
004510         WRITE BI100-REPORT-LINE
004520         GO TO 2600-EXIT
004530     END-IF.
004540     SET BI100-RUN-REFUSED TO TRUE.
004550     IF BDC-JOB-PERIOD = BI100-HDR-FILE-DATE-X
004560         STRING "FILE DATED " DELIMITED BY SIZE
004570             BI100-HDR-FILE-DATE-X DELIMITED BY SIZE
004580             " WAS ALREADY TAKEN AT " DELIMITED BY SIZE
004590             BDC-JOB-END-TS DELIMITED BY SIZE
004600             INTO BI100-REFUSAL-REASON
004610     ELSE
004620         STRING "FILE DATED " DELIMITED BY SIZE
004630             BI100-HDR-FILE-DATE-X DELIMITED BY SIZE
004640             " IS OLDER THAN THE LAST FILE TAKEN, DATED "
004650             DELIMITED BY SIZE
004660             BDC-JOB-PERIOD DELIMITED BY SIZE
004670             INTO BI100-REFUSAL-REASON
004680     END-IF.
004690 2600-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* 3000-PROCESS-FILE                                            *
004730*   SECOND PASS - RE-READ THE PROVED FILE AND WORK EVERY       *
004740*   PAYMENT DETAIL.                                            *
004750*----------------------------------------------------------------
004760 3000-PROCESS-FILE.
004770     OPEN INPUT RETURN-FILE.
004780     OPEN INPUT CUSTOMER-FILE.
004790     OPEN INPUT TRANTYPE-FILE.
004800     OPEN EXTEND TRANSACTION-FILE.
004810     MOVE "N" TO BI100-BILLRET-EOF-SW.
004820     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
004830     PERFORM 3100-WORK-RECORD THRU 3100-EXIT
004840         UNTIL BI100-BILLRET-EOF.
004850     CLOSE RETURN-FILE.
004860     CLOSE CUSTOMER-FILE.
004870     CLOSE TRANTYPE-FILE.
004880     CLOSE TRANSACTION-FILE.
004890 3000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* 3100-WORK-RECORD                                             *
004930*   EDIT AND POST ONE PAYMENT DETAIL; HEADER AND TRAILER       *
004940*   RECORDS WERE ALREADY PROVED AND PASS THROUGH.              *
004950*----------------------------------------------------------------
004960 3100-WORK-RECORD.
004970     IF BI100-RD-TYPE = "D"
004980         SET BI100-PAY-ACCEPTABLE TO TRUE
004990         MOVE SPACES TO BI100-EXCEPTION-REASON
005000         PERFORM 3200-EDIT-PAYMENT THRU 3200-EXIT
005010         IF BI100-PAY-ACCEPTABLE
005020             PERFORM 3300-WRITE-TRANLOG THRU 3300-EXIT
005030         ELSE
005040             PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
005050         END-IF
005060     END-IF.
005070     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
005080 3100-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* 3200-EDIT-PAYMENT                                            *
005120*   THE SAME EDITS THE ONLINE INTAKE APPLIES - CUSTOMER ON     *
005130*   CUSTMAST AND ACTIVE, TYPE ON TRANTYPE, ACTIVE AND A        *
005140*   CREDIT (THESE ARE PAYMENTS), AMOUNT WITHIN THE TYPE'S      *
005150*   LIMITS.                                                    *
005160*----------------------------------------------------------------
005170 3200-EDIT-PAYMENT.
005180     IF BI100-RD-CUST-KEY = SPACES
005190         SET BI100-PAY-REJECTED TO TRUE
005200         MOVE "MISSING CUSTOMER KEY"
005210             TO BI100-EXCEPTION-REASON
005220         GO TO 3200-EXIT
005230     END-IF.
005240     MOVE BI100-RD-CUST-KEY TO CUST-KEY.
005250     READ CUSTOMER-FILE
005260         INVALID KEY
005270             MOVE "23" TO BI100-CUSTMAST-STATUS
005280     END-READ.
005290     IF NOT BI100-CUSTMAST-OK
005300         SET BI100-PAY-REJECTED TO TRUE
005310         MOVE "CUSTOMER NOT ON CUSTMAST"
005320             TO BI100-EXCEPTION-REASON
005330         GO TO 3200-EXIT
005340     END-IF.
005350     IF CUST-INACTIVE
005360         SET BI100-PAY-REJECTED TO TRUE
005370         MOVE "CUSTOMER IS INACTIVE"
005380             TO BI100-EXCEPTION-REASON
005390         GO TO 3200-EXIT
005400     END-IF.
005410     MOVE BI100-RD-TRAN-TYPE TO TRNTYP-CODE.
005420     READ TRANTYPE-FILE
005430         INVALID KEY
005440             MOVE "23" TO BI100-TRANTYPE-STATUS
005450     END-READ.
005460     IF NOT BI100-TRANTYPE-OK
005470         SET BI100-PAY-REJECTED TO TRUE
005480         MOVE "TYPE NOT ON TRANTYPE FILE"
005490             TO BI100-EXCEPTION-REASON
005500         GO TO 3200-EXIT
005510     END-IF.
005520     IF TRNTYP-INACTIVE
005530         SET BI100-PAY-REJECTED TO TRUE
005540         MOVE "TYPE IS NOT ACTIVE"
005550             TO BI100-EXCEPTION-REASON
005560         GO TO 3200-EXIT
005570     END-IF.
005580     IF NOT TRNTYP-CREDIT
005590         SET BI100-PAY-REJECTED TO TRUE
005600         MOVE "PAYMENT TYPE IS NOT A CREDIT"
005610             TO BI100-EXCEPTION-REASON
005620         GO TO 3200-EXIT
005630     END-IF.
005640     IF BI100-RD-AMOUNT < TRNTYP-MIN-AMOUNT
005650         OR BI100-RD-AMOUNT > TRNTYP-MAX-AMOUNT
005660         SET BI100-PAY-REJECTED TO TRUE
005670         MOVE "AMOUNT OUTSIDE LIMITS FOR TYPE"
005680             TO BI100-EXCEPTION-REASON
005690     END-IF.
005700 3200-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------
005730* 3300-WRITE-TRANLOG                                           *
005740*   APPEND ONE ACCEPTED PAYMENT TO THE LIVE TRANLOG WITH THE   *
005750*   BILLING SOURCE MARKER IN ITS GENERATED ID AND PAYLOAD.     *
005760*----------------------------------------------------------------
005770 3300-WRITE-TRANLOG.
005780     ADD 1 TO BI100-GEN-SEQ.
005790     MOVE SPACES TO TRAN-RECORD.
005800     MOVE BI100-GEN-ID TO TRAN-ID.
005810     MOVE BI100-RD-TRAN-TYPE TO TRAN-TYPE.
005820     MOVE BI100-RD-CUST-KEY TO TRAN-CUST-KEY.
005830     MOVE BI100-RD-AMOUNT TO TRAN-AMOUNT.
005840     MOVE BI100-TIMESTAMP TO TRAN-TIMESTAMP.
005850     MOVE SPACES TO TRAN-PAYLOAD.
005860     STRING "BILLING RETURN SYS=" DELIMITED BY SIZE
005870         BI100-HDR-SYSTEM DELIMITED BY SIZE
005880         " REF=" DELIMITED BY SIZE
005890         BI100-RD-REFERENCE DELIMITED BY SIZE
005900         INTO TRAN-PAYLOAD.
005910     WRITE TRAN-RECORD.
005920     ADD 1 TO BI100-ACCEPTED-COUNT.
005930     ADD BI100-RD-AMOUNT TO BI100-ACCEPTED-TOTAL.
005940 3300-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970* 3400-WRITE-EXCEPTION                                         *
005980*   ONE EXCEPTION REPORT LINE FOR A PAYMENT THE EDITS REFUSED. *
005990*----------------------------------------------------------------
006000 3400-WRITE-EXCEPTION.
006010     ADD 1 TO BI100-EXCEPTION-COUNT.
006020     MOVE BI100-RD-AMOUNT TO BI100-EDIT-AMOUNT.
006030     MOVE SPACES TO BI100-REPORT-LINE.
006040     STRING "EXCEPTION  CUST=" DELIMITED BY SIZE
006050         BI100-RD-CUST-KEY DELIMITED BY SIZE
006060         "  REF=" DELIMITED BY SIZE
006070         BI100-RD-REFERENCE DELIMITED BY SIZE
006080         "  " DELIMITED BY SIZE
006090         BI100-EXCEPTION-REASON DELIMITED BY SIZE
006100         INTO BI100-REPORT-LINE.
006110     WRITE BI100-REPORT-LINE.
006120 3400-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150* 3500-MARK-COMPLETE                                           *
006160*   THE FILE HAS POSTED - RECORD ITS HEADER DATE AS TAKEN.  IF *
006170*   BUSCTL CANNOT BE UPDATED THE SAME FILE COULD BE TAKEN      *
006180*   AGAIN, SO SAY SO AND END WITH RETURN CODE 8.               *
006190*----------------------------------------------------------------
006200 3500-MARK-COMPLETE.
006210     MOVE BI100-CONTROL-KEY TO BDC-KEY.
006220     READ CONTROL-FILE
006230         INVALID KEY
006240             MOVE "23" TO BI100-BUSCTL-STATUS
006250     END-READ.
006260     IF BI100-BUSCTL-OK
006270         SET BDC-JOB-COMPLETE TO TRUE
006280         ACCEPT BI100-CURR-DATE FROM DATE YYYYMMDD
006290         ACCEPT BI100-CURR-TIME FROM TIME
006300         STRING BI100-CURR-DATE BI100-CURR-TIME
006310             DELIMITED BY SIZE INTO BDC-JOB-END-TS
006320         REWRITE BDC-RECORD
006330     END-IF.
006340     IF NOT BI100-BUSCTL-OK
006350         MOVE SPACES TO BI100-REPORT-LINE
006360         STRING "** BUSCTL NOT UPDATED - STATUS "
006370             DELIMITED BY SIZE
006380             BI100-BUSCTL-STATUS DELIMITED BY SIZE
006390             " - FILE POSTED BUT NOT MARKED TAKEN **"
006400             DELIMITED BY SIZE
006410             INTO BI100-REPORT-LINE
006420         WRITE BI100-REPORT-LINE
006430         MOVE 8 TO RETURN-CODE
006440     END-IF.
006450 3500-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480* 8000-WRITE-SUMMARY                                           *
006490*   WRITE THE TRAILING TOTALS.                                 *
006500*----------------------------------------------------------------
006510 8000-WRITE-SUMMARY.
006520     MOVE SPACES TO BI100-REPORT-LINE.
006530     WRITE BI100-REPORT-LINE.
006540     MOVE BI100-READ-COUNT TO BI100-EDIT-COUNT.
006550     MOVE SPACES TO BI100-REPORT-LINE.
006560     STRING "RECORDS READ        : " DELIMITED BY SIZE
006570         BI100-EDIT-COUNT DELIMITED BY SIZE
006580         INTO BI100-REPORT-LINE.
006590     WRITE BI100-REPORT-LINE.
006600     MOVE BI100-DETAIL-COUNT TO BI100-EDIT-COUNT.
006610     MOVE SPACES TO BI100-REPORT-LINE.
006620     STRING "PAYMENT DETAILS     : " DELIMITED BY SIZE
006630         BI100-EDIT-COUNT DELIMITED BY SIZE
006640         INTO BI100-REPORT-LINE.
006650     WRITE BI100-REPORT-LINE.
006660     MOVE BI100-ACCEPTED-COUNT TO BI100-EDIT-COUNT.
006670     MOVE SPACES TO BI100-REPORT-LINE.
006680     STRING "PAYMENTS ACCEPTED   : " DELIMITED BY SIZE
006690         BI100-EDIT-COUNT DELIMITED BY SIZE
006700         INTO BI100-REPORT-LINE.
006710     WRITE BI100-REPORT-LINE.
006720     MOVE BI100-ACCEPTED-TOTAL TO BI100-EDIT-AMOUNT.
006730     MOVE SPACES TO BI100-REPORT-LINE.
006740     STRING "ACCEPTED AMOUNT     : " DELIMITED BY SIZE
006750         BI100-EDIT-AMOUNT DELIMITED BY SIZE
006760         INTO BI100-REPORT-LINE.
006770     WRITE BI100-REPORT-LINE.
006780     MOVE BI100-EXCEPTION-COUNT TO BI100-EDIT-COUNT.
006790     MOVE SPACES TO BI100-REPORT-LINE.
006800     STRING "EXCEPTIONS          : " DELIMITED BY SIZE
006810         BI100-EDIT-COUNT DELIMITED BY SIZE
006820         INTO BI100-REPORT-LINE.
006830     WRITE BI100-REPORT-LINE.
006840 8000-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870* 8100-WRITE-HEADING                                           *
006880*   WRITE THE REPORT TITLE LINES.                              *
006890*----------------------------------------------------------------
006900 8100-WRITE-HEADING.
006910     MOVE "BILLING RETURN FILE INTAKE REPORT"
006920         TO BI100-REPORT-LINE.
006930     WRITE BI100-REPORT-LINE.
006940     MOVE SPACES TO BI100-REPORT-LINE.
006950     WRITE BI100-REPORT-LINE.
006960 8100-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990* 9999-TERMINATE                                                *
007000*   CLOSE THE REPORT AND BUSCTL.                               *
007010*----------------------------------------------------------------
007020 9999-TERMINATE.
007030     CLOSE CONTROL-FILE.
007040     CLOSE REPORT-FILE.
007050 9999-EXIT.
007060     EXIT.
