000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STORD100.
000030 AUTHOR. R JARVIK.
000040 INSTALLATION. DATA LIBRARY GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RJ   INITIAL VERSION - NIGHTLY STANDING ORDER
000110*                 GENERATION.  READS STORDER END TO END AND
000120*                 WRITES EVERY ACTIVE ORDER DUE ON OR BEFORE
000130*                 THE RUN DATE ONTO THE LIVE TRANLOG, SO THE
000140*                 NORMAL POSTING RUN APPLIES IT, THEN ADVANCES
000150*                 THE ORDER'S NEXT DUE DATE BY ONE WEEK OR ONE
000160*                 MONTH.  AN ORDER PAST ITS END DATE IS MARKED
000170*                 EXPIRED.  GENERATED IDS ARE THE RUN DATE, AN
000180*                 "S" SOURCE MARKER AND THE ORDER NUMBER, AND
000190*                 THE ORDER RECORDS THE LAST DATE IT GENERATED,
000200*                 SO A RERUN FOR THE SAME DAY GENERATES NOTHING
000210*                 TWICE.  THE REGISTER SHOWS EVERY ORDER
000220*                 GENERATED, SKIPPED OR EXPIRED, WITH RUN
000230*                 TOTALS.
000240* 2026-10-15 RJ   A DORMANT CUSTOMER'S ORDERS STILL GENERATE -
000250*                 THE POSTING RUN HOLDS A DEBIT AGAINST A
000260*                 DORMANT ACCOUNT AND A CREDIT REACTIVATES IT.
000270* 2026-10-15 RJ   THE RUN DATE IS THE BUSINESS DATE OPEN ON
000280*                 BUSCTL - THE DAY WHOSE TRANLOG TAKES THE ITEMS
000290*                 - IN PLACE OF THE CLOCK DATE, SO A RUN EITHER
000300*                 SIDE OF MIDNIGHT GENERATES THE SAME ORDERS.
000310*                 NO BUSDATE RECORD IS A SETUP ERROR.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     CURRENCY SIGN IS "$".
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS SO-ORDER-NO
000430         FILE STATUS IS SO100-STORDER-STATUS.
000440     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CUST-KEY
000480         FILE STATUS IS SO100-CUSTMAST-STATUS.
000490     SELECT TRANTYPE-FILE ASSIGN TO "TRANTYPE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS TRNTYP-CODE
000530         FILE STATUS IS SO100-TRANTYPE-STATUS.
000540     SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS SO100-TRANLOG-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO "STORDRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SO100-STORDRPT-STATUS.
000600     SELECT CONTROL-FILE ASSIGN TO "BUSCTL"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS BDC-KEY
000640         FILE STATUS IS SO100-BUSCTL-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  STANDING-ORDER-FILE.
000680 COPY STORDREC.
000690 FD  CUSTOMER-FILE.
000700 COPY CUSTREC.
000710 FD  TRANTYPE-FILE.
000720 COPY TRNTYPE.
000730 FD  TRANSACTION-FILE.
000740 COPY TRANREC.
000750 FD  REPORT-FILE.
000760 01  SO100-REPORT-LINE           PIC X(100).
000770 FD  CONTROL-FILE.
000780 COPY BUSCTL.
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810* FILE STATUS CODES
000820*----------------------------------------------------------------
000830 01  SO100-FILE-STATUSES.
000840     05  SO100-STORDER-STATUS    PIC X(02).
000850         88  SO100-STORDER-OK            VALUE "00".
000860     05  SO100-CUSTMAST-STATUS   PIC X(02).
000870         88  SO100-CUSTMAST-OK           VALUE "00".
000880     05  SO100-TRANTYPE-STATUS   PIC X(02).
000890         88  SO100-TRANTYPE-OK           VALUE "00".
000900     05  SO100-TRANLOG-STATUS    PIC X(02).
000910         88  SO100-TRANLOG-OK            VALUE "00".
000920     05  SO100-STORDRPT-STATUS   PIC X(02).
000930         88  SO100-STORDRPT-OK           VALUE "00".
000940     05  SO100-BUSCTL-STATUS     PIC X(02).
000950         88  SO100-BUSCTL-OK             VALUE "00".
000960*----------------------------------------------------------------
000970* SWITCHES
000980*----------------------------------------------------------------
000990 01  SO100-SWITCHES.
001000     05  SO100-EOF-SW            PIC X(01) VALUE "N".
001010         88  SO100-EOF                   VALUE "Y".
001020     05  SO100-SETUP-GOOD-SW     PIC X(01) VALUE "Y".
001030         88  SO100-SETUP-GOOD            VALUE "Y".
001040         88  SO100-SETUP-BAD             VALUE "N".
001050     05  SO100-WRITE-ERROR-SW    PIC X(01) VALUE "N".
001060         88  SO100-WRITE-ERROR           VALUE "Y".
001070*----------------------------------------------------------------
001080* COUNTERS AND ACCUMULATORS
001090*----------------------------------------------------------------
001100 01  SO100-COUNTERS.
001110     05  SO100-READ-COUNT        PIC 9(07) COMP.
001120     05  SO100-GEN-COUNT         PIC 9(07) COMP.
001130     05  SO100-SKIP-COUNT        PIC 9(07) COMP.
001140     05  SO100-EXPIRED-COUNT     PIC 9(07) COMP.
001150     05  SO100-NOTDUE-COUNT      PIC 9(07) COMP.
001160     05  SO100-INACTIVE-COUNT    PIC 9(07) COMP.
001170 01  SO100-AMOUNT-TOTALS.
001180     05  SO100-GEN-TOTAL         PIC S9(11)V99 COMP-3.
001190*----------------------------------------------------------------
001200* PER-ORDER WORK AREA
001210*   SO100-WK-NOTE IS THE REGISTER NOTE FOR THE ORDER; A SKIP
001220*   REASON IS SET HERE BY 3100-CHECK-ORDER.
001230*----------------------------------------------------------------
001240 01  SO100-ORDER-WORK.
001250     05  SO100-WK-NOTE           PIC X(30).
001260     05  SO100-WK-DUE-DATE       PIC 9(08).
001270*----------------------------------------------------------------
001280* DATE ARITHMETIC WORK AREA
001290*   A DUE DATE IS ADVANCED ONE FIELD AT A TIME - DAY, THEN
001300*   MONTH, THEN YEAR - AGAINST THE MONTH-LENGTH TABLE BELOW.
001310*   FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
001320*   CENTURY YEAR NOT DIVISIBLE BY 400.
001330*----------------------------------------------------------------
001340 01  SO100-DATE-WORK.
001350     05  SO100-DT-DATE           PIC 9(08).
001360     05  SO100-DT-PARTS REDEFINES SO100-DT-DATE.
001370         10  SO100-DT-YEAR       PIC 9(04).
001380         10  SO100-DT-MONTH      PIC 9(02).
001390         10  SO100-DT-DAY        PIC 9(02).
001400     05  SO100-DT-MAX-DAY        PIC 9(02).
001410     05  SO100-DT-QUOTIENT       PIC 9(04) COMP.
001420     05  SO100-DT-REMAINDER      PIC 9(04) COMP.
001430 01  SO100-MONTH-DAYS-VALUES     PIC X(24)
001440         VALUE "312831303130313130313031".
001450 01  SO100-MONTH-DAYS-TABLE REDEFINES SO100-MONTH-DAYS-VALUES.
001460     05  SO100-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
001470*----------------------------------------------------------------
001480* RUN DATE
001490*   THE BUSINESS DATE OPEN FOR INTAKE, FROM THE BUSCTL "BUSDATE"
001500*   RECORD.  THIS JOB RUNS AFTER CUTOVRJ, SO IT IS THE DAY WHOSE
001510*   TRANLOG THE GENERATED ITEMS GO ON.  IT DECIDES WHICH ORDERS
001520*   ARE DUE AND WHICH EXPIRE; THE CLOCK GIVES ONLY THE
001530*   TIMESTAMP.  SO100-SETUP-REASON SAYS WHY THE DATE COULD NOT
001540*   BE TAKEN.
001550*----------------------------------------------------------------
001560 01  SO100-CONTROL-WORK.
001570     05  SO100-BUSDATE-KEY       PIC X(10) VALUE "BUSDATE".
001580     05  SO100-SETUP-REASON      PIC X(60).
001590*----------------------------------------------------------------
001600* TIMESTAMP AND GENERATED-ID WORK AREA
001610*   STANDING ORDER IDS ARE THE RUN DATE, AN "S" SOURCE
001620*   MARKER, AND THE ORDER NUMBER, SO THEY CANNOT COLLIDE WITH
001630*   THE ONLINE, BILLING OR ASSESSMENT INTAKE IDS, AND AN ORDER
001640*   GENERATED TWICE FOR ONE DAY CARRIES THE SAME ID BOTH TIMES
001650*   FOR THE POSTING RUN'S DUPLICATE CHECK.
001660*----------------------------------------------------------------
001670 01  SO100-TIMESTAMP-WORK.
001680     05  SO100-RUN-DATE          PIC 9(08).
001690     05  SO100-CURR-DATE         PIC 9(08).
001700     05  SO100-CURR-TIME         PIC 9(08).
001710 01  SO100-TIMESTAMP             PIC X(16).
001720 01  SO100-GEN-ID.
001730     05  SO100-GEN-DATE          PIC 9(08).
001740     05  SO100-GEN-MARK          PIC X(01) VALUE "S".
001750     05  SO100-GEN-ORDER-NO      PIC 9(07).
001760*----------------------------------------------------------------
001770* REPORT EDIT FIELDS
001780*----------------------------------------------------------------
001790 01  SO100-EDIT-FIELDS.
001800     05  SO100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
001810     05  SO100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001820 PROCEDURE DIVISION.
001830*----------------------------------------------------------------
001840* 0000-MAINLINE                                                *
001850*   ENTRY POINT.  ONLY A CLEAN SETUP GENERATES ANYTHING.       *
001860*----------------------------------------------------------------
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     IF SO100-SETUP-GOOD
001900         PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001910             UNTIL SO100-EOF
001920         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001930         IF SO100-WRITE-ERROR
001940             MOVE 8 TO RETURN-CODE
001950         END-IF
001960     ELSE
001970         MOVE "** SETUP ERROR - NOTHING GENERATED **"
001980             TO SO100-REPORT-LINE
001990         WRITE SO100-REPORT-LINE
002000         MOVE 8 TO RETURN-CODE
002010     END-IF.
002020     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002030     STOP RUN.
002040*----------------------------------------------------------------
002050* 1000-INITIALIZE                                              *
002060*   OPEN THE FILES, TAKE THE RUN DATE FROM BUSCTL, WRITE THE   *
002070*   HEADING, AND PRIME THE STORDER READ LOOP.  STORDER AND     *
002080*   TRANLOG MUST BOTH OPEN AND THE RUN DATE MUST BE KNOWN OR   *
002090*   NOTHING IS GENERATED.                                      *
002100*----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     OPEN I-O STANDING-ORDER-FILE.
002130     OPEN INPUT CUSTOMER-FILE.
002140     OPEN INPUT TRANTYPE-FILE.
002150     OPEN INPUT CONTROL-FILE.
002160     OPEN EXTEND TRANSACTION-FILE.
002170     OPEN OUTPUT REPORT-FILE.
002180     ACCEPT SO100-CURR-DATE FROM DATE YYYYMMDD.
002190     ACCEPT SO100-CURR-TIME FROM TIME.
002200     STRING SO100-CURR-DATE SO100-CURR-TIME
002210         DELIMITED BY SIZE INTO SO100-TIMESTAMP.
002220     MOVE ZERO TO SO100-RUN-DATE.
002230     MOVE SPACES TO SO100-SETUP-REASON.
002240     PERFORM 1100-READ-BUSCTL THRU 1100-EXIT.
002250     MOVE SO100-RUN-DATE TO SO100-GEN-DATE.
002260     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002270     IF SO100-SETUP-BAD
002280         MOVE SO100-SETUP-REASON TO SO100-REPORT-LINE
002290         WRITE SO100-REPORT-LINE
002300     END-IF.
002310     IF NOT SO100-STORDER-OK
002320         SET SO100-SETUP-BAD TO TRUE
002330         MOVE "  STORDER FILE COULD NOT BE OPENED"
002340             TO SO100-REPORT-LINE
002350         WRITE SO100-REPORT-LINE
002360     END-IF.
002370     IF NOT SO100-TRANLOG-OK
002380         SET SO100-SETUP-BAD TO TRUE
002390         MOVE "  TRANLOG FILE COULD NOT BE OPENED"
002400             TO SO100-REPORT-LINE
002410         WRITE SO100-REPORT-LINE
002420     END-IF.
002430     IF SO100-SETUP-GOOD
002440         PERFORM 2100-READ-STORDER THRU 2100-EXIT
002450     END-IF.
002460 1000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490* 1100-READ-BUSCTL                                             *
002500*   TAKE THE RUN DATE FROM THE BUSDATE RECORD'S OPEN DATE.     *
002510*----------------------------------------------------------------
002520 1100-READ-BUSCTL.
002530     IF NOT SO100-BUSCTL-OK
002540         SET SO100-SETUP-BAD TO TRUE
002550         MOVE "  BUSCTL FILE COULD NOT BE OPENED"
002560             TO SO100-SETUP-REASON
002570         GO TO 1100-EXIT
002580     END-IF.
002590     MOVE SO100-BUSDATE-KEY TO BDC-KEY.
002600     READ CONTROL-FILE
002610         INVALID KEY
002620             MOVE "23" TO SO100-BUSCTL-STATUS
002630     END-READ.
002640     IF NOT SO100-BUSCTL-OK
002650         SET SO100-SETUP-BAD TO TRUE
002660         MOVE "  NO BUSDATE RECORD ON BUSCTL"
002670             TO SO100-SETUP-REASON
002680         GO TO 1100-EXIT
002690     END-IF.
002700     IF BDC-OPEN-DATE = ZERO
002710         SET SO100-SETUP-BAD TO TRUE
002720         MOVE "  NO BUSINESS DATE IS OPEN ON BUSCTL"
002730             TO SO100-SETUP-REASON
002740         GO TO 1100-EXIT
002750     END-IF.
002760     MOVE BDC-OPEN-DATE TO SO100-RUN-DATE.
002770 1100-EXIT.
002780     EXIT.
002790*----------------------------------------------------------------
002800* 2000-PROCESS-ORDER                                           *
002810*   PROCESS THE CURRENT STORDER RECORD AND READ THE NEXT.      *
002820*   THE CONTROL RECORD, AND CANCELLED OR EXPIRED ORDERS, ARE   *
002830*   PASSED OVER.                                               *
002840*----------------------------------------------------------------
002850 2000-PROCESS-ORDER.
002860     IF NOT SO-CONTROL-RECORD
002870         ADD 1 TO SO100-READ-COUNT
002880         IF SO-ACTIVE
002890             PERFORM 3000-PROCESS-ONE THRU 3000-EXIT
002900         ELSE
002910             ADD 1 TO SO100-INACTIVE-COUNT
002920         END-IF
002930     END-IF.
002940     PERFORM 2100-READ-STORDER THRU 2100-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 2100-READ-STORDER                                            *
002990*   READ THE NEXT STORDER RECORD IN KEY SEQUENCE.              *
003000*----------------------------------------------------------------
003010 2100-READ-STORDER.
003020     READ STANDING-ORDER-FILE NEXT RECORD
003030         AT END
003040             SET SO100-EOF TO TRUE
003050     END-READ.
003060 2100-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 3000-PROCESS-ONE                                             *
003100*   ONE ACTIVE ORDER.  AN ORDER WHOSE NEXT DUE DATE HAS PASSED *
003110*   ITS END DATE EXPIRES; ONE NOT YET DUE IS LEFT ALONE; ONE   *
003120*   ALREADY GENERATED FOR THIS RUN DATE IS A RERUN AND IS      *
003130*   SKIPPED UNCHANGED.  A DUE ORDER THAT FAILS 3100 IS SKIPPED *
003140*   BUT STILL ADVANCED, SO THE MISSED OCCURRENCE IS REPORTED   *
003150*   ONCE AND NOT RETRIED EVERY NIGHT.                          *
003160*----------------------------------------------------------------
003170 3000-PROCESS-ONE.
003180     MOVE SPACES TO SO100-WK-NOTE.
003190     MOVE SO-NEXT-DUE-DATE TO SO100-WK-DUE-DATE.
003200     IF SO-END-DATE NOT = ZERO
003210         AND SO-NEXT-DUE-DATE > SO-END-DATE
003220         MOVE "E" TO SO-STATUS
003230         MOVE SO100-TIMESTAMP TO SO-LAST-MAINT-TS
003240         PERFORM 3600-REWRITE-ORDER THRU 3600-EXIT
003250         ADD 1 TO SO100-EXPIRED-COUNT
003260         MOVE "EXPIRED" TO SO100-WK-NOTE
003270         PERFORM 3400-WRITE-REGISTER-LINE THRU 3400-EXIT
003280         GO TO 3000-EXIT
003290     END-IF.
003300     IF SO-NEXT-DUE-DATE > SO100-RUN-DATE
003310         ADD 1 TO SO100-NOTDUE-COUNT
003320         GO TO 3000-EXIT
003330     END-IF.
003340     IF SO-LAST-GEN-DATE = SO100-RUN-DATE
003350         ADD 1 TO SO100-SKIP-COUNT
003360         MOVE "SKIPPED - ALREADY GENERATED" TO SO100-WK-NOTE
003370         PERFORM 3400-WRITE-REGISTER-LINE THRU 3400-EXIT
003380         GO TO 3000-EXIT
003390     END-IF.
003400     PERFORM 3100-CHECK-ORDER THRU 3100-EXIT.
003410     IF SO100-WK-NOTE NOT = SPACES
003420         ADD 1 TO SO100-SKIP-COUNT
003430     ELSE
003440         PERFORM 3300-WRITE-TRANLOG THRU 3300-EXIT
003450         IF NOT SO100-TRANLOG-OK
003460*            NOT ADVANCED - THE OCCURRENCE WAS NEVER LOGGED, SO
003470*            A RERUN AFTER THE TRANLOG PROBLEM IS FIXED MUST
003480*            STILL PICK IT UP.
003490             SET SO100-WRITE-ERROR TO TRUE
003500             ADD 1 TO SO100-SKIP-COUNT
003510             MOVE "NOT GENERATED - TRANLOG ERROR"
003520                 TO SO100-WK-NOTE
003530             PERFORM 3400-WRITE-REGISTER-LINE THRU 3400-EXIT
003540             GO TO 3000-EXIT
003550         END-IF
003560         MOVE SO100-RUN-DATE TO SO-LAST-GEN-DATE
003570         ADD 1 TO SO100-GEN-COUNT
003580         ADD SO-AMOUNT TO SO100-GEN-TOTAL
003590         MOVE "GENERATED" TO SO100-WK-NOTE
003600     END-IF.
003610     PERFORM 3200-ADVANCE-DUE-DATE THRU 3200-EXIT
003620         UNTIL SO-NEXT-DUE-DATE > SO100-RUN-DATE.
003630     IF SO-END-DATE NOT = ZERO
003640         AND SO-NEXT-DUE-DATE > SO-END-DATE
003650         MOVE "E" TO SO-STATUS
003660         ADD 1 TO SO100-EXPIRED-COUNT
003670         IF SO100-WK-NOTE = "GENERATED"
003680             MOVE "GENERATED - FINAL, EXPIRED" TO SO100-WK-NOTE
003690         END-IF
003700     END-IF.
003710     MOVE SO100-TIMESTAMP TO SO-LAST-MAINT-TS.
003720     PERFORM 3600-REWRITE-ORDER THRU 3600-EXIT.
003730     PERFORM 3400-WRITE-REGISTER-LINE THRU 3400-EXIT.
003740 3000-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770* 3100-CHECK-ORDER                                             *
003780*   THE SAME CHECKS THE POSTING RUN WILL MAKE, SO AN ITEM IT   *
003790*   WOULD ONLY REJECT IS NOT GENERATED: THE CUSTOMER MUST BE   *
003800*   ON FILE AND ACTIVE OR DORMANT, THE TYPE ON FILE AND        *
003810*   ACTIVE, AND THE AMOUNT WITHIN THE TYPE'S LIMITS.  A        *
003820*   FAILURE LEAVES THE REASON IN SO100-WK-NOTE.                *
003830*----------------------------------------------------------------
003840 3100-CHECK-ORDER.
003850     MOVE SO-CUST-KEY TO CUST-KEY.
003860     READ CUSTOMER-FILE
003870         INVALID KEY
003880             MOVE "23" TO SO100-CUSTMAST-STATUS
003890     END-READ.
003900     IF NOT SO100-CUSTMAST-OK
003910         MOVE "SKIPPED - CUSTOMER NOT ON FILE" TO SO100-WK-NOTE
003920         GO TO 3100-EXIT
003930     END-IF.
003940     IF NOT CUST-ACTIVE
003950         AND NOT CUST-DORMANT
003960         MOVE "SKIPPED - CUSTOMER NOT ACTIVE" TO SO100-WK-NOTE
003970         GO TO 3100-EXIT
003980     END-IF.
003990     MOVE SO-TRAN-TYPE TO TRNTYP-CODE.
004000     READ TRANTYPE-FILE
004010         INVALID KEY
004020             MOVE "23" TO SO100-TRANTYPE-STATUS
004030     END-READ.
004040     IF NOT SO100-TRANTYPE-OK
004050         OR TRNTYP-INACTIVE
004060         MOVE "SKIPPED - TYPE NOT ACTIVE" TO SO100-WK-NOTE
004070         GO TO 3100-EXIT
004080     END-IF.
004090     IF SO-AMOUNT < TRNTYP-MIN-AMOUNT
004100         OR SO-AMOUNT > TRNTYP-MAX-AMOUNT
004110         MOVE "SKIPPED - OUTSIDE TYPE LIMITS" TO SO100-WK-NOTE
004120     END-IF.
004130 3100-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* 3200-ADVANCE-DUE-DATE                                        *
004170*   MOVE SO-NEXT-DUE-DATE ON BY ONE PERIOD.  PERFORMED UNTIL   *
004180*   THE DATE PASSES THE RUN DATE, SO AN ORDER MISSED ON AN     *
004190*   EARLIER NIGHT GENERATES ONE ITEM, NOT ONE PER MISSED       *
004200*   PERIOD.  A WEEKLY ORDER ADDS SEVEN DAYS; A MONTHLY ORDER   *
004210*   MOVES TO SO-ANCHOR-DAY OF THE NEXT MONTH, OR THAT MONTH'S  *
004220*   LAST DAY IF IT IS SHORTER.                                 *
004230*----------------------------------------------------------------
004240 3200-ADVANCE-DUE-DATE.
004250     MOVE SO-NEXT-DUE-DATE TO SO100-DT-DATE.
004260     IF SO-WEEKLY
004270         PERFORM 3250-SET-MAX-DAY THRU 3250-EXIT
004280         ADD 7 TO SO100-DT-DAY
004290         IF SO100-DT-DAY > SO100-DT-MAX-DAY
004300             SUBTRACT SO100-DT-MAX-DAY FROM SO100-DT-DAY
004310             PERFORM 3260-NEXT-MONTH THRU 3260-EXIT
004320         END-IF
004330     ELSE
004340         PERFORM 3260-NEXT-MONTH THRU 3260-EXIT
004350         PERFORM 3250-SET-MAX-DAY THRU 3250-EXIT
004360         MOVE SO-ANCHOR-DAY TO SO100-DT-DAY
004370         IF SO100-DT-DAY = ZERO
004380             MOVE 1 TO SO100-DT-DAY
004390         END-IF
004400         IF SO100-DT-DAY > SO100-DT-MAX-DAY
004410             MOVE SO100-DT-MAX-DAY TO SO100-DT-DAY
004420         END-IF
004430     END-IF.
004440     MOVE SO100-DT-DATE TO SO-NEXT-DUE-DATE.
004450 3200-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* 3250-SET-MAX-DAY                                             *
004490*   THE NUMBER OF DAYS IN SO100-DT-MONTH OF SO100-DT-YEAR.     *
004500*----------------------------------------------------------------
004510 3250-SET-MAX-DAY.
004520     MOVE SO100-MONTH-DAYS(SO100-DT-MONTH) TO SO100-DT-MAX-DAY.
004530     IF SO100-DT-MONTH NOT = 2
004540         GO TO 3250-EXIT
004550     END-IF.
004560     DIVIDE SO100-DT-YEAR BY 4 GIVING SO100-DT-QUOTIENT
004570         REMAINDER SO100-DT-REMAINDER.
004580     IF SO100-DT-REMAINDER = ZERO
004590         MOVE 29 TO SO100-DT-MAX-DAY
004600     END-IF.
004610     DIVIDE SO100-DT-YEAR BY 100 GIVING SO100-DT-QUOTIENT
004620         REMAINDER SO100-DT-REMAINDER.
004630     IF SO100-DT-REMAINDER = ZERO
004640         MOVE 28 TO SO100-DT-MAX-DAY
004650     END-IF.
004660     DIVIDE SO100-DT-YEAR BY 400 GIVING SO100-DT-QUOTIENT
004670         REMAINDER SO100-DT-REMAINDER.
004680     IF SO100-DT-REMAINDER = ZERO
004690         MOVE 29 TO SO100-DT-MAX-DAY
004700     END-IF.
004710 3250-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 3260-NEXT-MONTH                                              *
004750*   STEP SO100-DT-MONTH ON BY ONE, ROLLING INTO JANUARY OF     *
004760*   THE NEXT YEAR AFTER DECEMBER.                              *
004770*----------------------------------------------------------------
004780 3260-NEXT-MONTH.
004790     ADD 1 TO SO100-DT-MONTH.
004800     IF SO100-DT-MONTH > 12
004810         MOVE 1 TO SO100-DT-MONTH
004820         ADD 1 TO SO100-DT-YEAR
004830     END-IF.
004840 3260-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870* 3300-WRITE-TRANLOG                                           *
004880*   APPEND THE ORDER'S TRANSACTION FOR THIS RUN DATE.  THE     *
004890*   AMOUNT IS UNSIGNED AS ON THE ORDER - THE TYPE'S D/C        *
004900*   INDICATOR DECIDES THE DIRECTION AT POSTING, AS FOR ANY     *
004910*   OTHER INTAKE.  THE PAYLOAD NAMES THE ORDER AND ITS OWNING  *
004920*   DEPARTMENT.                                                *
004930*----------------------------------------------------------------
004940 3300-WRITE-TRANLOG.
004950     MOVE SPACES TO TRAN-RECORD.
004960     MOVE SO-ORDER-NO TO SO100-GEN-ORDER-NO.
004970     MOVE SO100-GEN-ID TO TRAN-ID.
004980     MOVE SO-TRAN-TYPE TO TRAN-TYPE.
004990     MOVE SO-CUST-KEY TO TRAN-CUST-KEY.
005000     MOVE SO-AMOUNT TO TRAN-AMOUNT.
005010     STRING "STANDING ORDER " DELIMITED BY SIZE
005020         SO-ORDER-NO DELIMITED BY SIZE
005030         " DUE " DELIMITED BY SIZE
005040         SO100-WK-DUE-DATE DELIMITED BY SIZE
005050         " DEPT " DELIMITED BY SIZE
005060         SO-DEPT DELIMITED BY SIZE
005070         INTO TRAN-PAYLOAD.
005080     MOVE SO100-TIMESTAMP TO TRAN-TIMESTAMP.
005090     WRITE TRAN-RECORD.
005100 3300-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005130* 3400-WRITE-REGISTER-LINE                                     *
005140*   ONE REGISTER LINE PER ORDER GENERATED, SKIPPED OR EXPIRED. *
005150*   THE DUE DATE SHOWN IS THE ONE THIS RUN FOUND ON THE        *
005160*   ORDER, THE NEXT DATE THE ONE IT LEFT THERE.                *
005170*----------------------------------------------------------------
005180 3400-WRITE-REGISTER-LINE.
005190     MOVE SPACES TO SO100-REPORT-LINE.
005200     MOVE SO-ORDER-NO TO SO100-REPORT-LINE(1:7).
005210     MOVE SO-CUST-KEY TO SO100-REPORT-LINE(9:10).
005220     MOVE SO-TRAN-TYPE TO SO100-REPORT-LINE(20:10).
005230     MOVE SO-AMOUNT TO SO100-EDIT-AMOUNT.
005240     MOVE SO100-EDIT-AMOUNT TO SO100-REPORT-LINE(31:18).
005250     MOVE SO100-WK-DUE-DATE TO SO100-REPORT-LINE(50:8).
005260     MOVE SO-NEXT-DUE-DATE TO SO100-REPORT-LINE(59:8).
005270     MOVE SO100-WK-NOTE TO SO100-REPORT-LINE(68:30).
005280     WRITE SO100-REPORT-LINE.
005290 3400-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320* 3600-REWRITE-ORDER                                           *
005330*   REWRITE THE ORDER JUST READ.  A FAILURE IS REPORTED AND    *
005340*   ENDS THE RUN RC=8 - THE ORDER'S TRANSACTION MAY ALREADY BE *
005350*   ON TRANLOG, AND ITS GENERATED ID KEEPS A RERUN FROM        *
005360*   POSTING IT TWICE.                                          *
005370*----------------------------------------------------------------
005380 3600-REWRITE-ORDER.
005390     REWRITE SO-RECORD.
005400     IF NOT SO100-STORDER-OK
005410         SET SO100-WRITE-ERROR TO TRUE
005420         MOVE SPACES TO SO100-REPORT-LINE
005430         STRING "  STORDER REWRITE FAILED, STATUS "
005440             DELIMITED BY SIZE
005450             SO100-STORDER-STATUS DELIMITED BY SIZE
005460             " - ORDER " DELIMITED BY SIZE
005470             SO-ORDER-NO DELIMITED BY SIZE
005480             INTO SO100-REPORT-LINE
005490         WRITE SO100-REPORT-LINE
005500     END-IF.
005510 3600-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 8000-WRITE-SUMMARY                                           *
005550*   WRITE THE TRAILING TOTALS.                                 *
005560*----------------------------------------------------------------
005570 8000-WRITE-SUMMARY.
005580     MOVE SPACES TO SO100-REPORT-LINE.
005590     WRITE SO100-REPORT-LINE.
005600     MOVE SO100-READ-COUNT TO SO100-EDIT-COUNT.
005610     MOVE SPACES TO SO100-REPORT-LINE.
005620     STRING "ORDERS READ         : " DELIMITED BY SIZE
005630         SO100-EDIT-COUNT DELIMITED BY SIZE
005640         INTO SO100-REPORT-LINE.
005650     WRITE SO100-REPORT-LINE.
005660     MOVE SO100-GEN-COUNT TO SO100-EDIT-COUNT.
005670     MOVE SPACES TO SO100-REPORT-LINE.
005680     STRING "ORDERS GENERATED    : " DELIMITED BY SIZE
005690         SO100-EDIT-COUNT DELIMITED BY SIZE
005700         INTO SO100-REPORT-LINE.
005710     WRITE SO100-REPORT-LINE.
005720     MOVE SO100-GEN-TOTAL TO SO100-EDIT-AMOUNT.
005730     MOVE SPACES TO SO100-REPORT-LINE.
005740     STRING "GENERATED AMOUNT    : " DELIMITED BY SIZE
005750         SO100-EDIT-AMOUNT DELIMITED BY SIZE
005760         INTO SO100-REPORT-LINE.
005770     WRITE SO100-REPORT-LINE.
005780     MOVE SO100-SKIP-COUNT TO SO100-EDIT-COUNT.
005790     MOVE SPACES TO SO100-REPORT-LINE.
005800     STRING "ORDERS SKIPPED      : " DELIMITED BY SIZE
005810         SO100-EDIT-COUNT DELIMITED BY SIZE
005820         INTO SO100-REPORT-LINE.
005830     WRITE SO100-REPORT-LINE.
005840     MOVE SO100-EXPIRED-COUNT TO SO100-EDIT-COUNT.
005850     MOVE SPACES TO SO100-REPORT-LINE.
005860     STRING "ORDERS EXPIRED      : " DELIMITED BY SIZE
005870         SO100-EDIT-COUNT DELIMITED BY SIZE
005880         INTO SO100-REPORT-LINE.
005890     WRITE SO100-REPORT-LINE.
005900     MOVE SO100-NOTDUE-COUNT TO SO100-EDIT-COUNT.
005910     MOVE SPACES TO SO100-REPORT-LINE.
005920     STRING "NOT YET DUE         : " DELIMITED BY SIZE
005930         SO100-EDIT-COUNT DELIMITED BY SIZE
005940         INTO SO100-REPORT-LINE.
005950     WRITE SO100-REPORT-LINE.
005960     MOVE SO100-INACTIVE-COUNT TO SO100-EDIT-COUNT.
005970     MOVE SPACES TO SO100-REPORT-LINE.
005980     STRING "CANCELLED/EXPIRED   : " DELIMITED BY SIZE
005990         SO100-EDIT-COUNT DELIMITED BY SIZE
006000         INTO SO100-REPORT-LINE.
006010     WRITE SO100-REPORT-LINE.
006020 8000-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 8100-WRITE-HEADING                                           *
006060*   WRITE THE REPORT TITLE LINES.                              *
006070*----------------------------------------------------------------
006080 8100-WRITE-HEADING.
006090     MOVE SPACES TO SO100-REPORT-LINE.
006100     STRING "STANDING ORDER GENERATION REGISTER - RUN DATE "
006110         DELIMITED BY SIZE
006120         SO100-RUN-DATE DELIMITED BY SIZE
006130         INTO SO100-REPORT-LINE.
006140     WRITE SO100-REPORT-LINE.
006150     MOVE SPACES TO SO100-REPORT-LINE.
006160     WRITE SO100-REPORT-LINE.
006170     MOVE SPACES TO SO100-REPORT-LINE.
006180     MOVE "ORDER" TO SO100-REPORT-LINE(1:5).
006190     MOVE "CUSTOMER" TO SO100-REPORT-LINE(9:8).
006200     MOVE "TYPE" TO SO100-REPORT-LINE(20:4).
006210     MOVE "AMOUNT" TO SO100-REPORT-LINE(43:6).
006220     MOVE "DUE" TO SO100-REPORT-LINE(50:3).
006230     MOVE "NEXT DUE" TO SO100-REPORT-LINE(59:8).
006240     MOVE "NOTE" TO SO100-REPORT-LINE(68:4).
006250     WRITE SO100-REPORT-LINE.
006260 8100-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290* 9999-TERMINATE                                               *
006300*   CLOSE THE FILES.                                           *
006310*----------------------------------------------------------------
006320 9999-TERMINATE.
006330     CLOSE STANDING-ORDER-FILE.
006340     CLOSE CUSTOMER-FILE.
006350     CLOSE TRANTYPE-FILE.
006360     CLOSE TRANSACTION-FILE.
006370     CLOSE CONTROL-FILE.
006380     CLOSE REPORT-FILE.
006390 9999-EXIT.
006400     EXIT.
