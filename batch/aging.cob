000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AGING100.
000030 AUTHOR. R JARVIK.
000040 INSTALLATION. DATA LIBRARY GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RJ   INITIAL VERSION - NIGHTLY OVERDRAFT AGING.
000110*                 MATCHES CUSTMAST AGAINST TRANHIST IN KEY
000120*                 ORDER; FOR EVERY CUSTOMER WITH A NEGATIVE
000130*                 BALANCE, FINDS THE DATE THE BALANCE LAST WENT
000140*                 BELOW ZERO AND AGES THE ACCOUNT INTO 1-30,
000150*                 31-60, 61-90 AND OVER-90 DAY BUCKETS.  PRINTS
000160*                 THE AGING REPORT WITH BUCKET TOTALS, WRITES
000170*                 THE COLLECTIONS EXTRACT, AND PRINTS ONE
000180*                 DUNNING NOTICE EACH TIME AN ACCOUNT REACHES A
000190*                 NEW BUCKET, WORDED FROM MSGCAT CODES DUNn-nn.
000200*                 DUNHIST REMEMBERS THE NOTICES SENT.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SPECIAL-NAMES.
000250     CURRENCY SIGN IS "$".
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS CUST-KEY
000320         FILE STATUS IS AG100-CUSTMAST-STATUS.
000330     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS HIST-KEY
000370         FILE STATUS IS AG100-TRANHIST-STATUS.
000380     SELECT MESSAGE-FILE ASSIGN TO "MSGCAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS MSGCAT-CODE
000420         FILE STATUS IS AG100-MSGCAT-STATUS.
000430     SELECT DUNNING-FILE ASSIGN TO "DUNHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS DUN-CUST-KEY
000470         FILE STATUS IS AG100-DUNHIST-STATUS.
000480     SELECT COLLECTION-FILE ASSIGN TO "COLLEXT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS AG100-COLLEXT-STATUS.
000510     SELECT NOTICE-FILE ASSIGN TO "DUNNOTE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS AG100-DUNNOTE-STATUS.
000540     SELECT REPORT-FILE ASSIGN TO "AGERPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS AG100-AGERPT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CUSTOMER-FILE.
000600 COPY CUSTREC.
000610 FD  HISTORY-FILE.
000620 COPY TRNHIST.
000630 FD  MESSAGE-FILE.
000640 COPY MSGCAT.
000650 FD  DUNNING-FILE.
000660 COPY DUNHIST.
000670 FD  COLLECTION-FILE.
000680 COPY COLLREC.
000690 FD  NOTICE-FILE.
000700 01  AG100-NOTICE-LINE           PIC X(80).
000710 FD  REPORT-FILE.
000720 01  AG100-REPORT-LINE           PIC X(100).
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750* FILE STATUS CODES
000760*----------------------------------------------------------------
000770 01  AG100-FILE-STATUSES.
000780     05  AG100-CUSTMAST-STATUS   PIC X(02).
000790         88  AG100-CUSTMAST-OK           VALUE "00".
000800     05  AG100-TRANHIST-STATUS   PIC X(02).
000810         88  AG100-TRANHIST-OK           VALUE "00".
000820     05  AG100-MSGCAT-STATUS     PIC X(02).
000830         88  AG100-MSGCAT-OK             VALUE "00".
000840     05  AG100-DUNHIST-STATUS    PIC X(02).
000850         88  AG100-DUNHIST-OK            VALUE "00".
000860         88  AG100-DUNHIST-NOTFOUND      VALUE "23".
000870     05  AG100-COLLEXT-STATUS    PIC X(02).
000880         88  AG100-COLLEXT-OK            VALUE "00".
000890     05  AG100-DUNNOTE-STATUS    PIC X(02).
000900         88  AG100-DUNNOTE-OK            VALUE "00".
000910     05  AG100-AGERPT-STATUS     PIC X(02).
000920         88  AG100-AGERPT-OK             VALUE "00".
000930*----------------------------------------------------------------
000940* SWITCHES
000950*   SETUP-BAD MEANS A FILE WOULD NOT OPEN AND NO CUSTOMER WAS
000960*   LOOKED AT.  IN-OVERDRAFT TRACKS THE CUSTOMER'S BALANCE AS
000970*   ITS TRANHIST ENTRIES ARE READ IN TIME ORDER.
000980*----------------------------------------------------------------
000990 01  AG100-SWITCHES.
001000     05  AG100-EOF-SW            PIC X(01) VALUE "N".
001010         88  AG100-EOF                   VALUE "Y".
001020     05  AG100-HIST-EOF-SW       PIC X(01) VALUE "N".
001030         88  AG100-HIST-EOF              VALUE "Y".
001040     05  AG100-SETUP-GOOD-SW     PIC X(01) VALUE "Y".
001050         88  AG100-SETUP-GOOD            VALUE "Y".
001060         88  AG100-SETUP-BAD             VALUE "N".
001070     05  AG100-WRITE-ERROR-SW    PIC X(01) VALUE "N".
001080         88  AG100-WRITE-ERROR           VALUE "Y".
001090     05  AG100-OVERDRAFT-SW      PIC X(01) VALUE "N".
001100         88  AG100-IN-OVERDRAFT          VALUE "Y".
001110     05  AG100-DUN-FOUND-SW      PIC X(01) VALUE "N".
001120         88  AG100-DUN-FOUND             VALUE "Y".
001130*----------------------------------------------------------------
001140* COUNTERS AND ACCUMULATORS
001150*   THE BUCKET TABLE IS INDEXED BY AGE BUCKET, 1 = 1-30 DAYS
001160*   THROUGH 4 = OVER 90 DAYS.
001170*----------------------------------------------------------------
001180 01  AG100-COUNTERS.
001190     05  AG100-READ-COUNT        PIC 9(07) COMP.
001200     05  AG100-OVERDRAWN-COUNT   PIC 9(07) COMP.
001210     05  AG100-UNKNOWN-COUNT     PIC 9(07) COMP.
001220     05  AG100-NOTICE-COUNT      PIC 9(07) COMP.
001230     05  AG100-NOTEXT-COUNT      PIC 9(07) COMP.
001240     05  AG100-EXTRACT-COUNT     PIC 9(07) COMP.
001250 01  AG100-AMOUNT-TOTALS.
001260     05  AG100-OVERDRAWN-TOTAL   PIC S9(11)V99 COMP-3.
001270     05  AG100-UNKNOWN-TOTAL     PIC S9(11)V99 COMP-3.
001280     05  AG100-EXTRACT-TOTAL     PIC S9(11)V99 COMP-3.
001290 01  AG100-BUCKET-TABLE.
001300     05  AG100-BUCKET-ENTRY      OCCURS 4 TIMES.
001310         10  AG100-BKT-COUNT     PIC 9(07) COMP.
001320         10  AG100-BKT-TOTAL     PIC S9(11)V99 COMP-3.
001330 01  AG100-BUCKET-LABEL-VALUES.
001340     05  FILLER                  PIC X(20) VALUE "1-30 DAYS".
001350     05  FILLER                  PIC X(20) VALUE "31-60 DAYS".
001360     05  FILLER                  PIC X(20) VALUE "61-90 DAYS".
001370     05  FILLER                  PIC X(20) VALUE "OVER 90 DAYS".
001380 01  AG100-BUCKET-LABEL-TABLE REDEFINES AG100-BUCKET-LABEL-VALUES.
001390     05  AG100-BUCKET-LABEL      PIC X(20) OCCURS 4 TIMES.
001400*----------------------------------------------------------------
001410* DUNNING LETTER TEXT
001420*   LOADED FROM MSGCAT AT START-UP.  NOTICE n IS MADE OF THE
001430*   ACTIVE MSGCAT RECORDS DUNn-01 THROUGH DUNn-10, IN THAT
001440*   ORDER; A MISSING OR INACTIVE CODE IS LEFT OUT, SO THE
001450*   BUSINESS CAN SHORTEN OR LENGTHEN A LETTER THROUGH THE
001460*   /message ENDPOINTS ALONE.  A NOTICE WITH NO LINES AT ALL
001470*   IS NOT SENT.
001480*----------------------------------------------------------------
001490 01  AG100-LETTER-TABLE.
001500     05  AG100-LETTER            OCCURS 4 TIMES.
001510         10  AG100-LTR-LINE-COUNT PIC 9(02) COMP.
001520         10  AG100-LTR-LINE      PIC X(80) OCCURS 10 TIMES.
001530 01  AG100-MSG-CODE.
001540     05  FILLER                  PIC X(03) VALUE "DUN".
001550     05  AG100-MSG-LEVEL         PIC 9(01).
001560     05  FILLER                  PIC X(01) VALUE "-".
001570     05  AG100-MSG-LINE          PIC 9(02).
001580     05  FILLER                  PIC X(03) VALUE SPACES.
001590 01  AG100-SUBSCRIPTS.
001600     05  AG100-LEVEL-SUB         PIC 9(02) COMP.
001610     05  AG100-LINE-SUB          PIC 9(02) COMP.
001620*----------------------------------------------------------------
001630* DATE WORK AREA
001640*   AGES ARE WHOLE DAYS BETWEEN THE RUN DATE AND THE DATE THE
001650*   BALANCE WENT NEGATIVE, COUNTED FROM 1.
001660*----------------------------------------------------------------
001670 01  AG100-DATE-WORK.
001680     05  AG100-RUN-DATE          PIC 9(08).
001690     05  AG100-RUN-INTEGER       PIC 9(08) COMP.
001700*----------------------------------------------------------------
001710* PER-CUSTOMER WORK AREA
001720*   AG100-WK-NEG-SINCE IS ZERO WHEN TRANHIST DOES NOT SHOW THE
001730*   BALANCE GOING NEGATIVE - THE ACCOUNT CANNOT BE AGED.
001740*   AG100-WK-LEVEL-SENT IS THE HIGHEST NOTICE ALREADY SENT FOR
001750*   THIS OVERDRAFT, ZERO IF NONE.
001760*----------------------------------------------------------------
001770 01  AG100-CUSTOMER-WORK.
001780     05  AG100-WK-NEG-SINCE      PIC 9(08).
001790     05  AG100-WK-DAYS           PIC S9(05) COMP.
001800     05  AG100-WK-BUCKET         PIC 9(01).
001810     05  AG100-WK-LEVEL-SENT     PIC 9(01).
001820     05  AG100-WK-OWED           PIC S9(9)V99 COMP-3.
001830     05  AG100-WK-NOTE           PIC X(21).
001840*----------------------------------------------------------------
001850* REPORT AND NOTICE EDIT FIELDS
001860*----------------------------------------------------------------
001870 01  AG100-EDIT-FIELDS.
001880     05  AG100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
001890     05  AG100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001900     05  AG100-EDIT-DAYS         PIC ZZZZ9.
001910     05  AG100-EDIT-OWED         PIC $$$$,$$$,$$9.99.
001920 PROCEDURE DIVISION.
001930*----------------------------------------------------------------
001940* 0000-MAINLINE                                                *
001950*   ENTRY POINT.  ONLY A CLEAN SETUP LOOKS AT ANY CUSTOMER;    *
001960*   THE EXTRACT TRAILER IS WRITTEN EITHER WAY SO THE AGENCY    *
001970*   CAN SEE THE COUNT.                                         *
001980*----------------------------------------------------------------
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     IF AG100-SETUP-GOOD
002020         PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
002030             UNTIL AG100-EOF
002040         PERFORM 7000-WRITE-COLLECTION-TRAILER THRU 7000-EXIT
002050         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002060         IF AG100-WRITE-ERROR
002070             OR AG100-NOTEXT-COUNT > ZERO
002080             MOVE 8 TO RETURN-CODE
002090         END-IF
002100     ELSE
002110         IF AG100-COLLEXT-OK
002120             PERFORM 7000-WRITE-COLLECTION-TRAILER THRU 7000-EXIT
002130         END-IF
002140         MOVE "** SETUP ERROR - NO CUSTOMER PROCESSED **"
002150             TO AG100-REPORT-LINE
002160         WRITE AG100-REPORT-LINE
002170         MOVE 8 TO RETURN-CODE
002180     END-IF.
002190     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002200     STOP RUN.
002210*----------------------------------------------------------------
002220* 1000-INITIALIZE                                              *
002230*   OPEN THE FILES, TAKE THE RUN DATE, WRITE THE HEADING, LOAD *
002240*   THE LETTER TEXT AND PRIME BOTH READ LOOPS.  EVERY FILE     *
002250*   MUST OPEN OR NO CUSTOMER IS PROCESSED.                     *
002260*----------------------------------------------------------------
002270 1000-INITIALIZE.
002280     OPEN INPUT CUSTOMER-FILE.
002290     OPEN INPUT HISTORY-FILE.
002300     OPEN INPUT MESSAGE-FILE.
002310     OPEN I-O DUNNING-FILE.
002320     OPEN OUTPUT COLLECTION-FILE.
002330     OPEN OUTPUT NOTICE-FILE.
002340     OPEN OUTPUT REPORT-FILE.
002350     ACCEPT AG100-RUN-DATE FROM DATE YYYYMMDD.
002360     COMPUTE AG100-RUN-INTEGER =
002370         FUNCTION INTEGER-OF-DATE(AG100-RUN-DATE).
002380     INITIALIZE AG100-BUCKET-TABLE.
002390     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002400     IF NOT AG100-CUSTMAST-OK
002410         SET AG100-SETUP-BAD TO TRUE
002420         MOVE "  CUSTMAST FILE COULD NOT BE OPENED"
002430             TO AG100-REPORT-LINE
002440         WRITE AG100-REPORT-LINE
002450     END-IF.
002460     IF NOT AG100-TRANHIST-OK
002470         SET AG100-SETUP-BAD TO TRUE
002480         MOVE "  TRANHIST FILE COULD NOT BE OPENED"
002490             TO AG100-REPORT-LINE
002500         WRITE AG100-REPORT-LINE
002510     END-IF.
002520     IF NOT AG100-MSGCAT-OK
002530         SET AG100-SETUP-BAD TO TRUE
002540         MOVE "  MSGCAT FILE COULD NOT BE OPENED"
002550             TO AG100-REPORT-LINE
002560         WRITE AG100-REPORT-LINE
002570     END-IF.
002580     IF NOT AG100-DUNHIST-OK
002590         SET AG100-SETUP-BAD TO TRUE
002600         MOVE "  DUNHIST FILE COULD NOT BE OPENED"
002610             TO AG100-REPORT-LINE
002620         WRITE AG100-REPORT-LINE
002630     END-IF.
002640     IF NOT AG100-COLLEXT-OK
002650         SET AG100-SETUP-BAD TO TRUE
002660         MOVE "  COLLEXT FILE COULD NOT BE OPENED"
002670             TO AG100-REPORT-LINE
002680         WRITE AG100-REPORT-LINE
002690     END-IF.
002700     IF NOT AG100-DUNNOTE-OK
002710         SET AG100-SETUP-BAD TO TRUE
002720         MOVE "  DUNNOTE FILE COULD NOT BE OPENED"
002730             TO AG100-REPORT-LINE
002740         WRITE AG100-REPORT-LINE
002750     END-IF.
002760     IF AG100-SETUP-GOOD
002770         PERFORM 1100-LOAD-LETTER THRU 1100-EXIT
002780             VARYING AG100-LEVEL-SUB FROM 1 BY 1
002790             UNTIL AG100-LEVEL-SUB > 4
002800         PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT
002810         PERFORM 2200-READ-TRANHIST THRU 2200-EXIT
002820     END-IF.
002830 1000-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* 1100-LOAD-LETTER                                             *
002870*   TABLE THE TEXT OF NOTICE AG100-LEVEL-SUB.  A NOTICE WITH   *
002880*   NO ACTIVE LINES IS NOTED ON THE REPORT NOW; EACH ACCOUNT   *
002890*   THAT THEN MISSES IT IS NOTED AGAIN AS IT COMES.            *
002900*----------------------------------------------------------------
002910 1100-LOAD-LETTER.
002920     MOVE ZERO TO AG100-LTR-LINE-COUNT(AG100-LEVEL-SUB).
002930     MOVE AG100-LEVEL-SUB TO AG100-MSG-LEVEL.
002940     PERFORM 1110-LOAD-LETTER-LINE THRU 1110-EXIT
002950         VARYING AG100-LINE-SUB FROM 1 BY 1
002960         UNTIL AG100-LINE-SUB > 10.
002970     IF AG100-LTR-LINE-COUNT(AG100-LEVEL-SUB) = ZERO
002980         MOVE SPACES TO AG100-REPORT-LINE
002990         STRING "  NO ACTIVE MSGCAT TEXT FOR NOTICE "
003000             DELIMITED BY SIZE
003010             AG100-MSG-LEVEL DELIMITED BY SIZE
003020             " (CODES DUN" DELIMITED BY SIZE
003030             AG100-MSG-LEVEL DELIMITED BY SIZE
003040             "-01 TO DUN" DELIMITED BY SIZE
003050             AG100-MSG-LEVEL DELIMITED BY SIZE
003060             "-10)" DELIMITED BY SIZE
003070             INTO AG100-REPORT-LINE
003080         WRITE AG100-REPORT-LINE
003090     END-IF.
003100 1100-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 1110-LOAD-LETTER-LINE                                        *
003140*   READ ONE MSGCAT CODE AND, IF IT IS ACTIVE, ADD ITS TEXT AS *
003150*   THE NEXT LINE OF THE LETTER.                               *
003160*----------------------------------------------------------------
003170 1110-LOAD-LETTER-LINE.
003180     MOVE AG100-LINE-SUB TO AG100-MSG-LINE.
003190     MOVE AG100-MSG-CODE TO MSGCAT-CODE.
003200     READ MESSAGE-FILE
003210         INVALID KEY
003220             MOVE "23" TO AG100-MSGCAT-STATUS
003230     END-READ.
003240     IF NOT AG100-MSGCAT-OK
003250         OR MSGCAT-INACTIVE
003260         GO TO 1110-EXIT
003270     END-IF.
003280     ADD 1 TO AG100-LTR-LINE-COUNT(AG100-LEVEL-SUB).
003290     MOVE MSGCAT-TEXT TO AG100-LTR-LINE(AG100-LEVEL-SUB,
003300         AG100-LTR-LINE-COUNT(AG100-LEVEL-SUB)).
003310 1110-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* 2000-PROCESS-CUSTOMER                                        *
003350*   WORK OUT FROM THE CURRENT CUSTOMER'S TRANHIST ENTRIES      *
003360*   WHEN ITS BALANCE LAST WENT NEGATIVE, AGE IT IF IT IS STILL *
003370*   OVERDRAWN, THEN READ THE NEXT CUSTOMER.  TRANHIST IS IN    *
003380*   CUSTOMER-THEN-TIMESTAMP ORDER, SO ENTRIES FOR KEYS NOT ON  *
003390*   CUSTMAST ARE PASSED OVER.  EVERY STATUS IS AGED - AN       *
003400*   INACTIVE OR DORMANT CUSTOMER CAN STILL OWE.                *
003410*----------------------------------------------------------------
003420 2000-PROCESS-CUSTOMER.
003430     ADD 1 TO AG100-READ-COUNT.
003440     MOVE ZERO TO AG100-WK-NEG-SINCE.
003450     MOVE "N" TO AG100-OVERDRAFT-SW.
003460     PERFORM 2200-READ-TRANHIST THRU 2200-EXIT
003470         UNTIL AG100-HIST-EOF
003480         OR HIST-CUST-KEY NOT < CUST-KEY.
003490     PERFORM 2300-TAKE-HISTORY THRU 2300-EXIT
003500         UNTIL AG100-HIST-EOF
003510         OR HIST-CUST-KEY NOT = CUST-KEY.
003520     IF CUST-BALANCE < ZERO
003530         PERFORM 3000-AGE-ACCOUNT THRU 3000-EXIT
003540     END-IF.
003550     PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT.
003560 2000-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590* 2100-READ-CUSTMAST                                           *
003600*   READ THE NEXT CUSTMAST RECORD IN KEY SEQUENCE.             *
003610*----------------------------------------------------------------
003620 2100-READ-CUSTMAST.
003630     READ CUSTOMER-FILE NEXT RECORD
003640         AT END
003650             SET AG100-EOF TO TRUE
003660     END-READ.
003670 2100-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 2200-READ-TRANHIST                                           *
003710*   READ THE NEXT TRANHIST RECORD IN KEY SEQUENCE.             *
003720*----------------------------------------------------------------
003730 2200-READ-TRANHIST.
003740     READ HISTORY-FILE NEXT RECORD
003750         AT END
003760             SET AG100-HIST-EOF TO TRUE
003770     END-READ.
003780 2200-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 2300-TAKE-HISTORY                                            *
003820*   FOLLOW THE BALANCE LEFT BY ONE TRANHIST ENTRY.  AN ENTRY   *
003830*   THAT TAKES A NON-NEGATIVE BALANCE BELOW ZERO STARTS A NEW  *
003840*   OVERDRAFT ON ITS DATE; ONE THAT BRINGS IT BACK TO ZERO OR  *
003850*   ABOVE ENDS IT.  THEN READ THE NEXT ENTRY.                  *
003860*----------------------------------------------------------------
003870 2300-TAKE-HISTORY.
003880     IF HIST-NEW-BALANCE < ZERO
003890         IF NOT AG100-IN-OVERDRAFT
003900             SET AG100-IN-OVERDRAFT TO TRUE
003910             MOVE HIST-TIMESTAMP(1:8) TO AG100-WK-NEG-SINCE
003920         END-IF
003930     ELSE
003940         MOVE "N" TO AG100-OVERDRAFT-SW
003950         MOVE ZERO TO AG100-WK-NEG-SINCE
003960     END-IF.
003970     PERFORM 2200-READ-TRANHIST THRU 2200-EXIT.
003980 2300-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010* 3000-AGE-ACCOUNT                                             *
004020*   ONE OVERDRAWN CUSTOMER.  IF TRANHIST DOES NOT DATE THE     *
004030*   OVERDRAFT IT IS LISTED AS AGE UNKNOWN FOR REVIEW - NO      *
004040*   NOTICE, NOT EXTRACTED.  OTHERWISE IT IS BUCKETED, SENT ANY *
004050*   NOTICE DUE, EXTRACTED AND LISTED.                          *
004060*----------------------------------------------------------------
004070 3000-AGE-ACCOUNT.
004080     ADD 1 TO AG100-OVERDRAWN-COUNT.
004090     COMPUTE AG100-WK-OWED = ZERO - CUST-BALANCE.
004100     ADD AG100-WK-OWED TO AG100-OVERDRAWN-TOTAL.
004110     MOVE SPACES TO AG100-WK-NOTE.
004120     MOVE ZERO TO AG100-WK-DAYS AG100-WK-BUCKET
004130         AG100-WK-LEVEL-SENT.
004140     IF AG100-WK-NEG-SINCE = ZERO
004150         ADD 1 TO AG100-UNKNOWN-COUNT
004160         ADD AG100-WK-OWED TO AG100-UNKNOWN-TOTAL
004170         MOVE "AGE UNKNOWN" TO AG100-WK-NOTE
004180         PERFORM 3300-LIST-ACCOUNT THRU 3300-EXIT
004190         GO TO 3000-EXIT
004200     END-IF.
004210     COMPUTE AG100-WK-DAYS = AG100-RUN-INTEGER
004220         - FUNCTION INTEGER-OF-DATE(AG100-WK-NEG-SINCE).
004230     IF AG100-WK-DAYS < 1
004240         MOVE 1 TO AG100-WK-DAYS
004250     END-IF.
004260     EVALUATE TRUE
004270         WHEN AG100-WK-DAYS NOT > 30
004280             MOVE 1 TO AG100-WK-BUCKET
004290         WHEN AG100-WK-DAYS NOT > 60
004300             MOVE 2 TO AG100-WK-BUCKET
004310         WHEN AG100-WK-DAYS NOT > 90
004320             MOVE 3 TO AG100-WK-BUCKET
004330         WHEN OTHER
004340             MOVE 4 TO AG100-WK-BUCKET
004350     END-EVALUATE.
004360     ADD 1 TO AG100-BKT-COUNT(AG100-WK-BUCKET).
004370     ADD AG100-WK-OWED TO AG100-BKT-TOTAL(AG100-WK-BUCKET).
004380     PERFORM 3100-CHECK-NOTICE THRU 3100-EXIT.
004390     PERFORM 3200-WRITE-COLLECTION THRU 3200-EXIT.
004400     PERFORM 3300-LIST-ACCOUNT THRU 3300-EXIT.
004410 3000-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 3100-CHECK-NOTICE                                            *
004450*   ONE NOTICE PER BUCKET PER OVERDRAFT.  DUNHIST HOLDS THE    *
004460*   HIGHEST NOTICE SENT AND THE OVERDRAFT IT WAS FOR; IF THE   *
004470*   ACCOUNT HAS SINCE REACHED A HIGHER BUCKET - OR THIS IS A   *
004480*   NEW OVERDRAFT - THE CURRENT BUCKET'S NOTICE IS PRINTED AND *
004490*   DUNHIST UPDATED.  A BUCKET SKIPPED BETWEEN RUNS GETS NO    *
004500*   NOTICE OF ITS OWN.  WITH NO LETTER TEXT NOTHING IS SENT    *
004510*   AND DUNHIST IS LEFT ALONE, SO THE NEXT RUN SENDS IT.       *
004520*----------------------------------------------------------------
004530 3100-CHECK-NOTICE.
004540     MOVE "N" TO AG100-DUN-FOUND-SW.
004550     MOVE CUST-KEY TO DUN-CUST-KEY.
004560     READ DUNNING-FILE
004570         INVALID KEY
004580             MOVE "23" TO AG100-DUNHIST-STATUS
004590     END-READ.
004600     IF AG100-DUNHIST-OK
004610         SET AG100-DUN-FOUND TO TRUE
004620         IF DUN-NEG-SINCE = AG100-WK-NEG-SINCE
004630             MOVE DUN-LEVEL TO AG100-WK-LEVEL-SENT
004640         END-IF
004650     END-IF.
004660     IF NOT AG100-DUNHIST-OK
004670         AND NOT AG100-DUNHIST-NOTFOUND
004680         SET AG100-WRITE-ERROR TO TRUE
004690         MOVE "DUNHIST READ ERROR" TO AG100-WK-NOTE
004700         GO TO 3100-EXIT
004710     END-IF.
004720     IF AG100-WK-LEVEL-SENT NOT < AG100-WK-BUCKET
004730         GO TO 3100-EXIT
004740     END-IF.
004750     IF AG100-LTR-LINE-COUNT(AG100-WK-BUCKET) = ZERO
004760         ADD 1 TO AG100-NOTEXT-COUNT
004770         MOVE "NOTICE X - NO TEXT" TO AG100-WK-NOTE
004780         MOVE AG100-WK-BUCKET TO AG100-WK-NOTE(8:1)
004790         GO TO 3100-EXIT
004800     END-IF.
004810     PERFORM 3150-WRITE-NOTICE THRU 3150-EXIT.
004820     MOVE CUST-KEY TO DUN-CUST-KEY.
004830     MOVE AG100-WK-NEG-SINCE TO DUN-NEG-SINCE.
004840     MOVE AG100-WK-BUCKET TO DUN-LEVEL.
004850     MOVE AG100-RUN-DATE TO DUN-NOTICE-DATE.
004860     IF AG100-DUN-FOUND
004870         REWRITE DUN-RECORD
004880     ELSE
004890         WRITE DUN-RECORD
004900     END-IF.
004910     IF NOT AG100-DUNHIST-OK
004920*        THE NOTICE IS ALREADY PRINTED - A RERUN WILL PRINT IT
004930*        AGAIN, SO THE DUPLICATE MUST BE PULLED BY HAND.
004940         SET AG100-WRITE-ERROR TO TRUE
004950         MOVE "SENT, DUNHIST ERROR" TO AG100-WK-NOTE
004960         GO TO 3100-EXIT
004970     END-IF.
004980     ADD 1 TO AG100-NOTICE-COUNT.
004990     MOVE AG100-WK-BUCKET TO AG100-WK-LEVEL-SENT.
005000     MOVE "NOTICE X SENT" TO AG100-WK-NOTE.
005010     MOVE AG100-WK-BUCKET TO AG100-WK-NOTE(8:1).
005020 3100-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* 3150-WRITE-NOTICE                                            *
005060*   PRINT ONE DUNNING NOTICE, STARTING ON A NEW PAGE: THE      *
005070*   ADDRESS BLOCK AND ACCOUNT FIGURES, THEN THE LETTER TEXT    *
005080*   FOR THE CURRENT BUCKET.                                    *
005090*----------------------------------------------------------------
005100 3150-WRITE-NOTICE.
005110     MOVE SPACES TO AG100-NOTICE-LINE.
005120     STRING "OVERDRAFT NOTICE " DELIMITED BY SIZE
005130         AG100-WK-BUCKET DELIMITED BY SIZE
005140         "     DATE " DELIMITED BY SIZE
005150         AG100-RUN-DATE DELIMITED BY SIZE
005160         "     ACCOUNT " DELIMITED BY SIZE
005170         CUST-KEY DELIMITED BY SIZE
005180         INTO AG100-NOTICE-LINE.
005190     WRITE AG100-NOTICE-LINE AFTER ADVANCING PAGE.
005200     MOVE SPACES TO AG100-NOTICE-LINE.
005210     WRITE AG100-NOTICE-LINE.
005220     MOVE CUST-NAME TO AG100-NOTICE-LINE.
005230     WRITE AG100-NOTICE-LINE.
005240     MOVE CUST-ADDRESS TO AG100-NOTICE-LINE.
005250     WRITE AG100-NOTICE-LINE.
005260     MOVE SPACES TO AG100-NOTICE-LINE.
005270     WRITE AG100-NOTICE-LINE.
005280     MOVE AG100-WK-OWED TO AG100-EDIT-OWED.
005290     MOVE AG100-WK-DAYS TO AG100-EDIT-DAYS.
005300     MOVE SPACES TO AG100-NOTICE-LINE.
005310     STRING "AMOUNT OVERDRAWN " DELIMITED BY SIZE
005320         AG100-EDIT-OWED DELIMITED BY SIZE
005330         "   SINCE " DELIMITED BY SIZE
005340         AG100-WK-NEG-SINCE DELIMITED BY SIZE
005350         "   DAYS " DELIMITED BY SIZE
005360         AG100-EDIT-DAYS DELIMITED BY SIZE
005370         INTO AG100-NOTICE-LINE.
005380     WRITE AG100-NOTICE-LINE.
005390     MOVE SPACES TO AG100-NOTICE-LINE.
005400     WRITE AG100-NOTICE-LINE.
005410     MOVE AG100-WK-BUCKET TO AG100-LEVEL-SUB.
005420     PERFORM 3160-WRITE-NOTICE-TEXT THRU 3160-EXIT
005430         VARYING AG100-LINE-SUB FROM 1 BY 1
005440         UNTIL AG100-LINE-SUB >
005450             AG100-LTR-LINE-COUNT(AG100-LEVEL-SUB).
005460 3150-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490* 3160-WRITE-NOTICE-TEXT                                       *
005500*   PRINT ONE LINE OF THE LETTER TEXT.                         *
005510*----------------------------------------------------------------
005520 3160-WRITE-NOTICE-TEXT.
005530     MOVE AG100-LTR-LINE(AG100-LEVEL-SUB, AG100-LINE-SUB)
005540         TO AG100-NOTICE-LINE.
005550     WRITE AG100-NOTICE-LINE.
005560 3160-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590* 3200-WRITE-COLLECTION                                        *
005600*   WRITE ONE COLLECTIONS EXTRACT DETAIL RECORD.  A WRITE      *
005610*   FAILURE IS NOTED AND GIVES RC=8.                           *
005620*----------------------------------------------------------------
005630 3200-WRITE-COLLECTION.
005640     MOVE SPACES TO COLL-RECORD.
005650     SET COLL-DETAIL TO TRUE.
005660     MOVE AG100-RUN-DATE TO COLL-RUN-DATE.
005670     MOVE CUST-KEY TO COLL-CUST-KEY.
005680     MOVE CUST-NAME TO COLL-NAME.
005690     MOVE CUST-ADDRESS TO COLL-ADDRESS.
005700     MOVE AG100-WK-OWED TO COLL-AMOUNT-OWED.
005710     MOVE AG100-WK-NEG-SINCE TO COLL-NEG-SINCE.
005720     MOVE AG100-WK-DAYS TO COLL-DAYS-OVERDRAWN.
005730     MOVE AG100-WK-BUCKET TO COLL-BUCKET.
005740     MOVE AG100-WK-LEVEL-SENT TO COLL-NOTICE-LEVEL.
005750     WRITE COLL-RECORD.
005760     IF NOT AG100-COLLEXT-OK
005770         SET AG100-WRITE-ERROR TO TRUE
005780         MOVE SPACES TO AG100-REPORT-LINE
005790         STRING "  COLLEXT WRITE FAILED, STATUS "
005800             DELIMITED BY SIZE
005810             AG100-COLLEXT-STATUS DELIMITED BY SIZE
005820             " FOR CUST=" DELIMITED BY SIZE
005830             CUST-KEY DELIMITED BY SIZE
005840             INTO AG100-REPORT-LINE
005850         WRITE AG100-REPORT-LINE
005860         GO TO 3200-EXIT
005870     END-IF.
005880     ADD 1 TO AG100-EXTRACT-COUNT.
005890     ADD AG100-WK-OWED TO AG100-EXTRACT-TOTAL.
005900 3200-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 3300-LIST-ACCOUNT                                            *
005940*   LIST ONE OVERDRAWN CUSTOMER ON THE AGING REPORT.           *
005950*----------------------------------------------------------------
005960 3300-LIST-ACCOUNT.
005970     MOVE SPACES TO AG100-REPORT-LINE.
005980     MOVE CUST-KEY TO AG100-REPORT-LINE(1:10).
005990     MOVE CUST-NAME TO AG100-REPORT-LINE(12:20).
006000     MOVE CUST-BALANCE TO AG100-EDIT-AMOUNT.
006010     MOVE AG100-EDIT-AMOUNT TO AG100-REPORT-LINE(33:18).
006020     IF AG100-WK-BUCKET NOT = ZERO
006030         MOVE AG100-WK-NEG-SINCE TO AG100-REPORT-LINE(52:8)
006040         MOVE AG100-WK-DAYS TO AG100-EDIT-DAYS
006050         MOVE AG100-EDIT-DAYS TO AG100-REPORT-LINE(61:5)
006060         MOVE AG100-BUCKET-LABEL(AG100-WK-BUCKET)
006070             TO AG100-REPORT-LINE(67:12)
006080     END-IF.
006090     MOVE AG100-WK-NOTE TO AG100-REPORT-LINE(80:21).
006100     WRITE AG100-REPORT-LINE.
006110 3300-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* 7000-WRITE-COLLECTION-TRAILER                                *
006150*   WRITE THE EXTRACT CONTROL TRAILER - DETAIL COUNT AND       *
006160*   AMOUNT-OWED TOTAL.                                         *
006170*----------------------------------------------------------------
006180 7000-WRITE-COLLECTION-TRAILER.
006190     MOVE SPACES TO COLL-RECORD.
006200     SET COLL-TRAILER TO TRUE.
006210     MOVE AG100-RUN-DATE TO COLL-RUN-DATE.
006220     MOVE AG100-EXTRACT-COUNT TO COLL-TRL-COUNT.
006230     MOVE AG100-EXTRACT-TOTAL TO COLL-TRL-TOTAL.
006240     WRITE COLL-RECORD.
006250     IF NOT AG100-COLLEXT-OK
006260         SET AG100-WRITE-ERROR TO TRUE
006270         MOVE "  COLLEXT TRAILER WRITE FAILED"
006280             TO AG100-REPORT-LINE
006290         WRITE AG100-REPORT-LINE
006300     END-IF.
006310 7000-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------
006340* 8000-WRITE-SUMMARY                                           *
006350*   WRITE THE RUN TOTALS AND THE BUCKET TOTALS.                *
006360*----------------------------------------------------------------
006370 8000-WRITE-SUMMARY.
006380     MOVE SPACES TO AG100-REPORT-LINE.
006390     WRITE AG100-REPORT-LINE.
006400     MOVE AG100-READ-COUNT TO AG100-EDIT-COUNT.
006410     MOVE SPACES TO AG100-REPORT-LINE.
006420     STRING "CUSTOMERS READ      : " DELIMITED BY SIZE
006430         AG100-EDIT-COUNT DELIMITED BY SIZE
006440         INTO AG100-REPORT-LINE.
006450     WRITE AG100-REPORT-LINE.
006460     MOVE AG100-OVERDRAWN-COUNT TO AG100-EDIT-COUNT.
006470     MOVE AG100-OVERDRAWN-TOTAL TO AG100-EDIT-AMOUNT.
006480     MOVE SPACES TO AG100-REPORT-LINE.
006490     STRING "OVERDRAWN           : " DELIMITED BY SIZE
006500         AG100-EDIT-COUNT DELIMITED BY SIZE
006510         "   " DELIMITED BY SIZE
006520         AG100-EDIT-AMOUNT DELIMITED BY SIZE
006530         INTO AG100-REPORT-LINE.
006540     WRITE AG100-REPORT-LINE.
006550     PERFORM 8050-WRITE-BUCKET-TOTAL THRU 8050-EXIT
006560         VARYING AG100-LEVEL-SUB FROM 1 BY 1
006570         UNTIL AG100-LEVEL-SUB > 4.
006580     MOVE AG100-UNKNOWN-COUNT TO AG100-EDIT-COUNT.
006590     MOVE AG100-UNKNOWN-TOTAL TO AG100-EDIT-AMOUNT.
006600     MOVE SPACES TO AG100-REPORT-LINE.
006610     STRING "  AGE UNKNOWN       : " DELIMITED BY SIZE
006620         AG100-EDIT-COUNT DELIMITED BY SIZE
006630         "   " DELIMITED BY SIZE
006640         AG100-EDIT-AMOUNT DELIMITED BY SIZE
006650         INTO AG100-REPORT-LINE.
006660     WRITE AG100-REPORT-LINE.
006670     MOVE AG100-NOTICE-COUNT TO AG100-EDIT-COUNT.
006680     MOVE SPACES TO AG100-REPORT-LINE.
006690     STRING "NOTICES SENT        : " DELIMITED BY SIZE
006700         AG100-EDIT-COUNT DELIMITED BY SIZE
006710         INTO AG100-REPORT-LINE.
006720     WRITE AG100-REPORT-LINE.
006730     MOVE AG100-NOTEXT-COUNT TO AG100-EDIT-COUNT.
006740     MOVE SPACES TO AG100-REPORT-LINE.
006750     STRING "NOTICES NO TEXT     : " DELIMITED BY SIZE
006760         AG100-EDIT-COUNT DELIMITED BY SIZE
006770         INTO AG100-REPORT-LINE.
006780     WRITE AG100-REPORT-LINE.
006790     MOVE AG100-EXTRACT-COUNT TO AG100-EDIT-COUNT.
006800     MOVE AG100-EXTRACT-TOTAL TO AG100-EDIT-AMOUNT.
006810     MOVE SPACES TO AG100-REPORT-LINE.
006820     STRING "COLLECTIONS EXTRACT : " DELIMITED BY SIZE
006830         AG100-EDIT-COUNT DELIMITED BY SIZE
006840         "   " DELIMITED BY SIZE
006850         AG100-EDIT-AMOUNT DELIMITED BY SIZE
006860         INTO AG100-REPORT-LINE.
006870     WRITE AG100-REPORT-LINE.
006880 8000-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910* 8050-WRITE-BUCKET-TOTAL                                      *
006920*   WRITE ONE AGE BUCKET'S ACCOUNT COUNT AND AMOUNT OWED.      *
006930*----------------------------------------------------------------
006940 8050-WRITE-BUCKET-TOTAL.
006950     MOVE AG100-BKT-COUNT(AG100-LEVEL-SUB) TO AG100-EDIT-COUNT.
006960     MOVE AG100-BKT-TOTAL(AG100-LEVEL-SUB) TO AG100-EDIT-AMOUNT.
006970     MOVE SPACES TO AG100-REPORT-LINE.
006980     STRING "  " DELIMITED BY SIZE
006990         AG100-BUCKET-LABEL(AG100-LEVEL-SUB)(1:18)
007000             DELIMITED BY SIZE
007010         ": " DELIMITED BY SIZE
007020         AG100-EDIT-COUNT DELIMITED BY SIZE
007030         "   " DELIMITED BY SIZE
007040         AG100-EDIT-AMOUNT DELIMITED BY SIZE
007050         INTO AG100-REPORT-LINE.
007060     WRITE AG100-REPORT-LINE.
007070 8050-EXIT.
007080     EXIT.
007090*----------------------------------------------------------------
007100* 8100-WRITE-HEADING                                           *
007110*   WRITE THE REPORT TITLE LINES.                              *
007120*----------------------------------------------------------------
007130 8100-WRITE-HEADING.
007140     MOVE SPACES TO AG100-REPORT-LINE.
007150     STRING "OVERDRAWN BALANCE AGING - RUN DATE "
007160         DELIMITED BY SIZE
007170         AG100-RUN-DATE DELIMITED BY SIZE
007180         INTO AG100-REPORT-LINE.
007190     WRITE AG100-REPORT-LINE.
007200     MOVE SPACES TO AG100-REPORT-LINE.
007210     WRITE AG100-REPORT-LINE.
007220     MOVE SPACES TO AG100-REPORT-LINE.
007230     MOVE "CUSTOMER" TO AG100-REPORT-LINE(1:8).
007240     MOVE "NAME" TO AG100-REPORT-LINE(12:4).
007250     MOVE "BALANCE" TO AG100-REPORT-LINE(44:7).
007260     MOVE "NEG SINCE" TO AG100-REPORT-LINE(52:9).
007270     MOVE "DAYS" TO AG100-REPORT-LINE(62:4).
007280     MOVE "BUCKET" TO AG100-REPORT-LINE(67:6).
007290     MOVE "NOTE" TO AG100-REPORT-LINE(80:4).
007300     WRITE AG100-REPORT-LINE.
007310 8100-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340* 9999-TERMINATE                                               *
007350*   CLOSE THE FILES.                                           *
007360*----------------------------------------------------------------
007370 9999-TERMINATE.
007380     CLOSE CUSTOMER-FILE.
007390     CLOSE HISTORY-FILE.
007400     CLOSE MESSAGE-FILE.
007410     CLOSE DUNNING-FILE.
007420     CLOSE COLLECTION-FILE.
007430     CLOSE NOTICE-FILE.
007440     CLOSE REPORT-FILE.
007450 9999-EXIT.
007460     EXIT.
