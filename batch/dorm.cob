000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DORM100.
000030 AUTHOR. R JARVIK.
000040 INSTALLATION. DATA LIBRARY GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RJ   INITIAL VERSION - MONTHLY DORMANCY RUN.
000110*                 MATCHES CUSTMAST AGAINST TRANHIST IN KEY
000120*                 ORDER TO FIND EACH CUSTOMER'S LAST APPLIED
000130*                 TRANSACTION.  AN ACTIVE CUSTOMER WITH NONE
000140*                 SINCE THE DORMANCY CUTOFF IS FLAGGED DORMANT.
000150*                 EVERY DORMANT CUSTOMER IS LISTED WITH ITS
000160*                 BALANCE AND LAST-ACTIVITY DATE, AND ONE PAST
000170*                 THE STATUTORY PERIOD WITH A POSITIVE BALANCE
000180*                 GOES ON THE ESCHEATMENT EXTRACT.  BOTH
000190*                 PERIODS ARE MONTHS, GIVEN AS PARM='DDDSSS'.
000200* 2026-10-15 RJ   BANK-GENERATED POSTINGS (ASSESS100'S MONTHFEE
000210*                 AND DEPINT) ARE NOT CUSTOMER ACTIVITY AND NO
000220*                 LONGER KEEP AN ACCOUNT ACTIVE.  A CUSTOMER WITH
000230*                 ONLY SUCH POSTINGS IS MEASURED FROM ITS FIRST.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     CURRENCY SIGN IS "$".
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS CUST-KEY
000350         FILE STATUS IS DM100-CUSTMAST-STATUS.
000360     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS HIST-KEY
000400         FILE STATUS IS DM100-TRANHIST-STATUS.
000410     SELECT ESCHEAT-FILE ASSIGN TO "ESCHEXT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS DM100-ESCHEXT-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO "DORMRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DM100-DORMRPT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CUSTOMER-FILE.
000500 COPY CUSTREC.
000510 FD  HISTORY-FILE.
000520 COPY TRNHIST.
000530 FD  ESCHEAT-FILE.
000540 COPY ESCHREC.
000550 FD  REPORT-FILE.
000560 01  DM100-REPORT-LINE           PIC X(100).
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------
000590* FILE STATUS CODES
000600*----------------------------------------------------------------
000610 01  DM100-FILE-STATUSES.
000620     05  DM100-CUSTMAST-STATUS   PIC X(02).
000630         88  DM100-CUSTMAST-OK           VALUE "00".
000640     05  DM100-TRANHIST-STATUS   PIC X(02).
000650         88  DM100-TRANHIST-OK           VALUE "00".
000660     05  DM100-ESCHEXT-STATUS    PIC X(02).
000670         88  DM100-ESCHEXT-OK            VALUE "00".
000680     05  DM100-DORMRPT-STATUS    PIC X(02).
000690         88  DM100-DORMRPT-OK            VALUE "00".
000700*----------------------------------------------------------------
000710* SWITCHES
000720*   SETUP-BAD MEANS A FILE OR THE PARM WAS WRONG AND NO
000730*   CUSTOMER WAS LOOKED AT.
000740*----------------------------------------------------------------
000750 01  DM100-SWITCHES.
000760     05  DM100-EOF-SW            PIC X(01) VALUE "N".
000770         88  DM100-EOF                   VALUE "Y".
000780     05  DM100-HIST-EOF-SW       PIC X(01) VALUE "N".
000790         88  DM100-HIST-EOF              VALUE "Y".
000800     05  DM100-SETUP-GOOD-SW     PIC X(01) VALUE "Y".
000810         88  DM100-SETUP-GOOD            VALUE "Y".
000820         88  DM100-SETUP-BAD             VALUE "N".
000830     05  DM100-WRITE-ERROR-SW    PIC X(01) VALUE "N".
000840         88  DM100-WRITE-ERROR           VALUE "Y".
000850*----------------------------------------------------------------
000860* COUNTERS AND ACCUMULATORS
000870*----------------------------------------------------------------
000880 01  DM100-COUNTERS.
000890     05  DM100-READ-COUNT        PIC 9(07) COMP.
000900     05  DM100-ACTIVE-COUNT      PIC 9(07) COMP.
000910     05  DM100-FLAGGED-COUNT     PIC 9(07) COMP.
000920     05  DM100-DORMANT-COUNT     PIC 9(07) COMP.
000930     05  DM100-ESCHEAT-COUNT     PIC 9(07) COMP.
000940     05  DM100-NOHIST-COUNT      PIC 9(07) COMP.
000950     05  DM100-INACTIVE-COUNT    PIC 9(07) COMP.
000960 01  DM100-AMOUNT-TOTALS.
000970     05  DM100-DORMANT-TOTAL     PIC S9(11)V99 COMP-3.
000980     05  DM100-ESCHEAT-TOTAL     PIC S9(11)V99 COMP-3.
000990*----------------------------------------------------------------
001000* RUN PARAMETERS
001010*   PARM='DDDSSS' - DDD IS THE DORMANCY THRESHOLD AND SSS THE
001020*   STATUTORY ESCHEATMENT PERIOD, BOTH IN MONTHS.  EITHER HALF
001030*   LEFT BLANK TAKES THE DEFAULT BELOW.  A CUSTOMER IS PAST A
001040*   PERIOD WHEN ITS LAST APPLIED TRANSACTION IS DATED BEFORE
001050*   THE RUN DATE LESS THAT MANY MONTHS.
001060*----------------------------------------------------------------
001070 01  DM100-PARM-TEXT             PIC X(10).
001080 01  DM100-RUN-PARMS.
001090     05  DM100-DORMANT-MONTHS    PIC 9(03) VALUE 024.
001100     05  DM100-ESCHEAT-MONTHS    PIC 9(03) VALUE 060.
001110     05  DM100-RUN-DATE          PIC 9(08).
001120     05  DM100-DORMANT-CUTOFF    PIC 9(08).
001130     05  DM100-ESCHEAT-CUTOFF    PIC 9(08).
001140*----------------------------------------------------------------
001150* BANK-GENERATED TRANSACTION TYPES
001160*   POSTINGS THE BANK MAKES ON ITS OWN ACCOUNT RATHER THAN THE
001170*   CUSTOMER'S - THE MONTHLY FEE AND DEPOSIT INTEREST ASSESS100
001180*   WRITES FOR EVERY ACTIVE CUSTOMER.  THEY ARE NOT CUSTOMER
001190*   ACTIVITY.  ADD ANY NEW TYPE THE BANK POSTS UNPROMPTED HERE.
001200*----------------------------------------------------------------
001210 01  DM100-HIST-TYPE             PIC X(10).
001220     88  DM100-BANK-GENERATED            VALUE "MONTHFEE"
001230                                               "DEPINT".
001240*----------------------------------------------------------------
001250* PER-CUSTOMER WORK AREA
001260*   DM100-WK-LAST-ACTIVITY IS THE DATE PART OF THE CUSTOMER'S
001270*   LATEST TRANHIST TIMESTAMP OTHER THAN A BANK-GENERATED ONE.
001280*   WHEN IT HAS ONLY BANK-GENERATED ENTRIES IT IS THE DATE OF
001290*   THE FIRST OF THEM, AND ZERO WHEN IT HAS NO HISTORY.
001300*   DM100-WK-FIRST-ENTRY IS THE DATE OF ITS FIRST ENTRY OF ANY
001310*   TYPE.
001320*----------------------------------------------------------------
001330 01  DM100-CUSTOMER-WORK.
001340     05  DM100-WK-LAST-ACTIVITY  PIC 9(08).
001350     05  DM100-WK-FIRST-ENTRY    PIC 9(08).
001360     05  DM100-WK-NOTE           PIC X(30).
001370*----------------------------------------------------------------
001380* DATE ARITHMETIC WORK AREA
001390*   A CUTOFF IS THE RUN DATE STEPPED BACK DM100-DT-BACK MONTHS,
001400*   THE DAY CLAMPED TO THE END OF A SHORTER MONTH AGAINST THE
001410*   MONTH-LENGTH TABLE BELOW.  FEBRUARY HAS 29 DAYS IN A YEAR
001420*   DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.
001430*----------------------------------------------------------------
001440 01  DM100-DATE-WORK.
001450     05  DM100-DT-DATE           PIC 9(08).
001460     05  DM100-DT-PARTS REDEFINES DM100-DT-DATE.
001470         10  DM100-DT-YEAR       PIC 9(04).
001480         10  DM100-DT-MONTH      PIC 9(02).
001490         10  DM100-DT-DAY        PIC 9(02).
001500     05  DM100-DT-BACK           PIC 9(03).
001510     05  DM100-DT-MONTH-COUNT    PIC 9(06) COMP.
001520     05  DM100-DT-MAX-DAY        PIC 9(02).
001530     05  DM100-DT-QUOTIENT       PIC 9(06) COMP.
001540     05  DM100-DT-REMAINDER      PIC 9(04) COMP.
001550 01  DM100-MONTH-DAYS-VALUES     PIC X(24)
001560         VALUE "312831303130313130313031".
001570 01  DM100-MONTH-DAYS-TABLE REDEFINES DM100-MONTH-DAYS-VALUES.
001580     05  DM100-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
001590*----------------------------------------------------------------
001600* REPORT EDIT FIELDS
001610*----------------------------------------------------------------
001620 01  DM100-EDIT-FIELDS.
001630     05  DM100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
001640     05  DM100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001650     05  DM100-EDIT-MONTHS       PIC ZZ9.
001660 PROCEDURE DIVISION.
001670*----------------------------------------------------------------
001680* 0000-MAINLINE                                                *
001690*   ENTRY POINT.  ONLY A CLEAN SETUP LOOKS AT ANY CUSTOMER;    *
001700*   THE EXTRACT TRAILER IS WRITTEN EITHER WAY SO COMPLIANCE    *
001710*   CAN SEE THE COUNT.                                         *
001720*----------------------------------------------------------------
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     IF DM100-SETUP-GOOD
001760         PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
001770             UNTIL DM100-EOF
001780         PERFORM 7000-WRITE-ESCHEAT-TRAILER THRU 7000-EXIT
001790         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001800         IF DM100-WRITE-ERROR
001810             MOVE 8 TO RETURN-CODE
001820         END-IF
001830     ELSE
001840         IF DM100-ESCHEXT-OK
001850             PERFORM 7000-WRITE-ESCHEAT-TRAILER THRU 7000-EXIT
001860         END-IF
001870         MOVE "** SETUP ERROR - NO CUSTOMER PROCESSED **"
001880             TO DM100-REPORT-LINE
001890         WRITE DM100-REPORT-LINE
001900         MOVE 8 TO RETURN-CODE
001910     END-IF.
001920     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001930     STOP RUN.
001940*----------------------------------------------------------------
001950* 1000-INITIALIZE                                              *
001960*   OPEN THE FILES, TAKE THE RUN DATE AND PARM, WORK OUT THE   *
001970*   TWO CUTOFF DATES, WRITE THE HEADING, AND PRIME BOTH READ   *
001980*   LOOPS.  CUSTMAST, TRANHIST AND ESCHEXT MUST ALL OPEN.      *
001990*----------------------------------------------------------------
002000 1000-INITIALIZE.
002010     OPEN I-O CUSTOMER-FILE.
002020     OPEN INPUT HISTORY-FILE.
002030     OPEN OUTPUT ESCHEAT-FILE.
002040     OPEN OUTPUT REPORT-FILE.
002050     ACCEPT DM100-RUN-DATE FROM DATE YYYYMMDD.
002060     PERFORM 1100-TAKE-PARM THRU 1100-EXIT.
002070     IF DM100-SETUP-GOOD
002080         MOVE DM100-DORMANT-MONTHS TO DM100-DT-BACK
002090         PERFORM 1200-SET-CUTOFF THRU 1200-EXIT
002100         MOVE DM100-DT-DATE TO DM100-DORMANT-CUTOFF
002110         MOVE DM100-ESCHEAT-MONTHS TO DM100-DT-BACK
002120         PERFORM 1200-SET-CUTOFF THRU 1200-EXIT
002130         MOVE DM100-DT-DATE TO DM100-ESCHEAT-CUTOFF
002140     END-IF.
002150     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002160     IF DM100-SETUP-BAD
002170         MOVE "  PARM IS NOT A DDDSSS PAIR OF MONTH COUNTS"
002180             TO DM100-REPORT-LINE
002190         WRITE DM100-REPORT-LINE
002200     END-IF.
002210     IF NOT DM100-CUSTMAST-OK
002220         SET DM100-SETUP-BAD TO TRUE
002230         MOVE "  CUSTMAST FILE COULD NOT BE OPENED"
002240             TO DM100-REPORT-LINE
002250         WRITE DM100-REPORT-LINE
002260     END-IF.
002270     IF NOT DM100-TRANHIST-OK
002280         SET DM100-SETUP-BAD TO TRUE
002290         MOVE "  TRANHIST FILE COULD NOT BE OPENED"
002300             TO DM100-REPORT-LINE
002310         WRITE DM100-REPORT-LINE
002320     END-IF.
002330     IF NOT DM100-ESCHEXT-OK
002340         SET DM100-SETUP-BAD TO TRUE
002350         MOVE "  ESCHEXT FILE COULD NOT BE OPENED"
002360             TO DM100-REPORT-LINE
002370         WRITE DM100-REPORT-LINE
002380     END-IF.
002390     IF DM100-SETUP-GOOD
002400         PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT
002410         PERFORM 2200-READ-TRANHIST THRU 2200-EXIT
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* 1100-TAKE-PARM                                               *
002470*   PARM='DDDSSS'.  EACH HALF GIVEN MUST BE A NON-ZERO         *
002480*   THREE-DIGIT MONTH COUNT; A BLANK HALF KEEPS ITS DEFAULT.   *
002490*   ANYTHING ELSE IS A SETUP ERROR - THIS RUN CHANGES          *
002500*   CUSTOMER STATUSES, SO IT DOES NOT GUESS.                   *
002510*----------------------------------------------------------------
002520 1100-TAKE-PARM.
002530     ACCEPT DM100-PARM-TEXT FROM COMMAND-LINE.
002540     IF DM100-PARM-TEXT(7:4) NOT = SPACES
002550         SET DM100-SETUP-BAD TO TRUE
002560         GO TO 1100-EXIT
002570     END-IF.
002580     IF DM100-PARM-TEXT(1:3) NOT = SPACES
002590         IF DM100-PARM-TEXT(1:3) IS NUMERIC
002600             AND DM100-PARM-TEXT(1:3) NOT = "000"
002610             MOVE DM100-PARM-TEXT(1:3) TO DM100-DORMANT-MONTHS
002620         ELSE
002630             SET DM100-SETUP-BAD TO TRUE
002640         END-IF
002650     END-IF.
002660     IF DM100-PARM-TEXT(4:3) NOT = SPACES
002670         IF DM100-PARM-TEXT(4:3) IS NUMERIC
002680             AND DM100-PARM-TEXT(4:3) NOT = "000"
002690             MOVE DM100-PARM-TEXT(4:3) TO DM100-ESCHEAT-MONTHS
002700         ELSE
002710             SET DM100-SETUP-BAD TO TRUE
002720         END-IF
002730     END-IF.
002740 1100-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 1200-SET-CUTOFF                                              *
002780*   DM100-DT-DATE = THE RUN DATE LESS DM100-DT-BACK MONTHS.    *
002790*   THE MONTHS ARE COUNTED FROM YEAR ZERO SO ONE DIVIDE GIVES  *
002800*   THE NEW YEAR AND MONTH; A DAY PAST THE END OF THE NEW      *
002810*   MONTH FALLS BACK TO ITS LAST DAY.                          *
002820*----------------------------------------------------------------
002830 1200-SET-CUTOFF.
002840     MOVE DM100-RUN-DATE TO DM100-DT-DATE.
002850     COMPUTE DM100-DT-MONTH-COUNT =
002860         DM100-DT-YEAR * 12 + DM100-DT-MONTH - 1 - DM100-DT-BACK.
002870     DIVIDE DM100-DT-MONTH-COUNT BY 12 GIVING DM100-DT-QUOTIENT
002880         REMAINDER DM100-DT-REMAINDER.
002890     MOVE DM100-DT-QUOTIENT TO DM100-DT-YEAR.
002900     COMPUTE DM100-DT-MONTH = DM100-DT-REMAINDER + 1.
002910     PERFORM 1250-SET-MAX-DAY THRU 1250-EXIT.
002920     IF DM100-DT-DAY > DM100-DT-MAX-DAY
002930         MOVE DM100-DT-MAX-DAY TO DM100-DT-DAY
002940     END-IF.
002950 1200-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 1250-SET-MAX-DAY                                             *
002990*   DM100-DT-MAX-DAY = THE NUMBER OF DAYS IN DM100-DT-MONTH OF *
003000*   DM100-DT-YEAR.                                             *
003010*----------------------------------------------------------------
003020 1250-SET-MAX-DAY.
003030     MOVE DM100-MONTH-DAYS(DM100-DT-MONTH) TO DM100-DT-MAX-DAY.
003040     IF DM100-DT-MONTH NOT = 2
003050         GO TO 1250-EXIT
003060     END-IF.
003070     DIVIDE DM100-DT-YEAR BY 4 GIVING DM100-DT-QUOTIENT
003080         REMAINDER DM100-DT-REMAINDER.
003090     IF DM100-DT-REMAINDER = ZERO
003100         MOVE 29 TO DM100-DT-MAX-DAY
003110     END-IF.
003120     DIVIDE DM100-DT-YEAR BY 100 GIVING DM100-DT-QUOTIENT
003130         REMAINDER DM100-DT-REMAINDER.
003140     IF DM100-DT-REMAINDER = ZERO
003150         MOVE 28 TO DM100-DT-MAX-DAY
003160     END-IF.
003170     DIVIDE DM100-DT-YEAR BY 400 GIVING DM100-DT-QUOTIENT
003180         REMAINDER DM100-DT-REMAINDER.
003190     IF DM100-DT-REMAINDER = ZERO
003200         MOVE 29 TO DM100-DT-MAX-DAY
003210     END-IF.
003220 1250-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250* 2000-PROCESS-CUSTOMER                                        *
003260*   FIND THE CURRENT CUSTOMER'S LAST APPLIED TRANSACTION AND   *
003270*   ACT ON ITS STATUS, THEN READ THE NEXT CUSTOMER.  TRANHIST  *
003280*   IS IN CUSTOMER-THEN-TIMESTAMP ORDER, SO ENTRIES FOR KEYS   *
003290*   NOT ON CUSTMAST ARE PASSED OVER AND THE LAST ENTRY READ    *
003300*   FOR THE CUSTOMER IS ITS LATEST.  A CUSTOMER WHOSE ENTRIES  *
003310*   ARE ALL BANK-GENERATED HAS DONE NOTHING SINCE THE FIRST OF *
003320*   THEM, SO IT IS MEASURED FROM THAT DATE.                    *
003330*----------------------------------------------------------------
003340 2000-PROCESS-CUSTOMER.
003350     ADD 1 TO DM100-READ-COUNT.
003360     MOVE ZERO TO DM100-WK-LAST-ACTIVITY.
003370     MOVE ZERO TO DM100-WK-FIRST-ENTRY.
003380     PERFORM 2200-READ-TRANHIST THRU 2200-EXIT
003390         UNTIL DM100-HIST-EOF
003400         OR HIST-CUST-KEY NOT < CUST-KEY.
003410     PERFORM 2300-TAKE-HISTORY THRU 2300-EXIT
003420         UNTIL DM100-HIST-EOF
003430         OR HIST-CUST-KEY NOT = CUST-KEY.
003440     IF DM100-WK-LAST-ACTIVITY = ZERO
003450         MOVE DM100-WK-FIRST-ENTRY TO DM100-WK-LAST-ACTIVITY
003460     END-IF.
003470     EVALUATE TRUE
003480         WHEN CUST-ACTIVE
003490             PERFORM 3000-CHECK-ACTIVE THRU 3000-EXIT
003500         WHEN CUST-DORMANT
003510             MOVE "DORMANT" TO DM100-WK-NOTE
003520             PERFORM 3100-LIST-DORMANT THRU 3100-EXIT
003530         WHEN OTHER
003540             ADD 1 TO DM100-INACTIVE-COUNT
003550     END-EVALUATE.
003560     PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT.
003570 2000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600* 2100-READ-CUSTMAST                                           *
003610*   READ THE NEXT CUSTMAST RECORD IN KEY SEQUENCE.             *
003620*----------------------------------------------------------------
003630 2100-READ-CUSTMAST.
003640     READ CUSTOMER-FILE NEXT RECORD
003650         AT END
003660             SET DM100-EOF TO TRUE
003670     END-READ.
003680 2100-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 2200-READ-TRANHIST                                           *
003720*   READ THE NEXT TRANHIST RECORD IN KEY SEQUENCE.             *
003730*----------------------------------------------------------------
003740 2200-READ-TRANHIST.
003750     READ HISTORY-FILE NEXT RECORD
003760         AT END
003770             SET DM100-HIST-EOF TO TRUE
003780     END-READ.
003790 2200-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820* 2300-TAKE-HISTORY                                            *
003830*   NOTE THE DATE OF ONE OF THE CUSTOMER'S TRANHIST ENTRIES,   *
003840*   UNLESS THE BANK GENERATED IT, AND READ THE NEXT.  THE      *
003850*   FIRST ENTRY'S DATE IS KEPT WHATEVER ITS TYPE.              *
003860*----------------------------------------------------------------
003870 2300-TAKE-HISTORY.
003880     IF DM100-WK-FIRST-ENTRY = ZERO
003890         MOVE HIST-TIMESTAMP(1:8) TO DM100-WK-FIRST-ENTRY
003900     END-IF.
003910     MOVE HIST-TRAN-TYPE TO DM100-HIST-TYPE.
003920     IF NOT DM100-BANK-GENERATED
003930         MOVE HIST-TIMESTAMP(1:8) TO DM100-WK-LAST-ACTIVITY
003940     END-IF.
003950     PERFORM 2200-READ-TRANHIST THRU 2200-EXIT.
003960 2300-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990* 3000-CHECK-ACTIVE                                            *
004000*   AN ACTIVE CUSTOMER WITH NO APPLIED TRANSACTION ON OR AFTER *
004010*   THE DORMANCY CUTOFF IS REWRITTEN DORMANT AND LISTED.  ONE  *
004020*   WITH NO HISTORY AT ALL IS LEFT ACTIVE - THERE IS NO DATE   *
004030*   TO MEASURE FROM - AND ONLY COUNTED.                        *
004040*----------------------------------------------------------------
004050 3000-CHECK-ACTIVE.
004060     IF DM100-WK-LAST-ACTIVITY = ZERO
004070         ADD 1 TO DM100-NOHIST-COUNT
004080         GO TO 3000-EXIT
004090     END-IF.
004100     IF DM100-WK-LAST-ACTIVITY NOT < DM100-DORMANT-CUTOFF
004110         ADD 1 TO DM100-ACTIVE-COUNT
004120         GO TO 3000-EXIT
004130     END-IF.
004140     SET CUST-DORMANT TO TRUE.
004150     REWRITE CUST-RECORD.
004160     IF NOT DM100-CUSTMAST-OK
004170         SET DM100-WRITE-ERROR TO TRUE
004180         MOVE SPACES TO DM100-REPORT-LINE
004190         STRING "  CUSTMAST REWRITE FAILED, STATUS "
004200             DELIMITED BY SIZE
004210             DM100-CUSTMAST-STATUS DELIMITED BY SIZE
004220             " - NOT FLAGGED, CUST=" DELIMITED BY SIZE
004230             CUST-KEY DELIMITED BY SIZE
004240             INTO DM100-REPORT-LINE
004250         WRITE DM100-REPORT-LINE
004260         GO TO 3000-EXIT
004270     END-IF.
004280     ADD 1 TO DM100-FLAGGED-COUNT.
004290     MOVE "NEWLY DORMANT" TO DM100-WK-NOTE.
004300     PERFORM 3100-LIST-DORMANT THRU 3100-EXIT.
004310 3000-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 3100-LIST-DORMANT                                            *
004350*   LIST ONE DORMANT CUSTOMER WITH ITS BALANCE AND LAST-       *
004360*   ACTIVITY DATE.  ONE WHOSE LAST ACTIVITY IS ALSO BEFORE THE *
004370*   ESCHEATMENT CUTOFF AND WHICH STILL HOLDS A POSITIVE        *
004380*   BALANCE GOES ON THE EXTRACT.  A DORMANT CUSTOMER WITH NO   *
004390*   HISTORY IS LISTED BUT NEVER EXTRACTED.                     *
004400*----------------------------------------------------------------
004410 3100-LIST-DORMANT.
004420     ADD 1 TO DM100-DORMANT-COUNT.
004430     ADD CUST-BALANCE TO DM100-DORMANT-TOTAL.
004440     IF DM100-WK-LAST-ACTIVITY = ZERO
004450         MOVE "DORMANT - NO HISTORY" TO DM100-WK-NOTE
004460     ELSE
004470         IF DM100-WK-LAST-ACTIVITY < DM100-ESCHEAT-CUTOFF
004480             AND CUST-BALANCE > ZERO
004490             PERFORM 3200-WRITE-ESCHEAT THRU 3200-EXIT
004500         END-IF
004510     END-IF.
004520     MOVE SPACES TO DM100-REPORT-LINE.
004530     MOVE CUST-KEY TO DM100-REPORT-LINE(1:10).
004540     MOVE CUST-NAME TO DM100-REPORT-LINE(12:30).
004550     MOVE CUST-BALANCE TO DM100-EDIT-AMOUNT.
004560     MOVE DM100-EDIT-AMOUNT TO DM100-REPORT-LINE(43:18).
004570     IF DM100-WK-LAST-ACTIVITY = ZERO
004580         MOVE "NONE" TO DM100-REPORT-LINE(62:4)
004590     ELSE
004600         MOVE DM100-WK-LAST-ACTIVITY TO DM100-REPORT-LINE(62:8)
004610     END-IF.
004620     MOVE DM100-WK-NOTE TO DM100-REPORT-LINE(71:30).
004630     WRITE DM100-REPORT-LINE.
004640 3100-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670* 3200-WRITE-ESCHEAT                                           *
004680*   WRITE ONE ESCHEATMENT DETAIL RECORD AND MARK THE REPORT    *
004690*   NOTE.  A WRITE FAILURE IS NOTED AND GIVES RC=8.            *
004700*----------------------------------------------------------------
004710 3200-WRITE-ESCHEAT.
004720     MOVE SPACES TO ESCH-RECORD.
004730     SET ESCH-DETAIL TO TRUE.
004740     MOVE DM100-RUN-DATE TO ESCH-RUN-DATE.
004750     MOVE CUST-KEY TO ESCH-CUST-KEY.
004760     MOVE CUST-NAME TO ESCH-NAME.
004770     MOVE CUST-ADDRESS TO ESCH-ADDRESS.
004780     MOVE CUST-BALANCE TO ESCH-BALANCE.
004790     MOVE DM100-WK-LAST-ACTIVITY TO ESCH-LAST-ACTIVITY.
004800     WRITE ESCH-RECORD.
004810     IF NOT DM100-ESCHEXT-OK
004820         SET DM100-WRITE-ERROR TO TRUE
004830         MOVE SPACES TO DM100-REPORT-LINE
004840         STRING "  ESCHEXT WRITE FAILED, STATUS "
004850             DELIMITED BY SIZE
004860             DM100-ESCHEXT-STATUS DELIMITED BY SIZE
004870             " FOR CUST=" DELIMITED BY SIZE
004880             CUST-KEY DELIMITED BY SIZE
004890             INTO DM100-REPORT-LINE
004900         WRITE DM100-REPORT-LINE
004910         GO TO 3200-EXIT
004920     END-IF.
004930     ADD 1 TO DM100-ESCHEAT-COUNT.
004940     ADD CUST-BALANCE TO DM100-ESCHEAT-TOTAL.
004950     IF DM100-WK-NOTE = "NEWLY DORMANT"
004960         MOVE "NEWLY DORMANT - ESCHEATABLE" TO DM100-WK-NOTE
004970     ELSE
004980         MOVE "DORMANT - ESCHEATABLE" TO DM100-WK-NOTE
004990     END-IF.
005000 3200-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 7000-WRITE-ESCHEAT-TRAILER                                   *
005040*   WRITE THE EXTRACT CONTROL TRAILER - DETAIL COUNT AND       *
005050*   BALANCE TOTAL.                                             *
005060*----------------------------------------------------------------
005070 7000-WRITE-ESCHEAT-TRAILER.
005080     MOVE SPACES TO ESCH-RECORD.
005090     SET ESCH-TRAILER TO TRUE.
005100     MOVE DM100-RUN-DATE TO ESCH-RUN-DATE.
005110     MOVE DM100-ESCHEAT-COUNT TO ESCH-TRL-COUNT.
005120     MOVE DM100-ESCHEAT-TOTAL TO ESCH-TRL-TOTAL.
005130     WRITE ESCH-RECORD.
005140     IF NOT DM100-ESCHEXT-OK
005150         SET DM100-WRITE-ERROR TO TRUE
005160         MOVE "  ESCHEXT TRAILER WRITE FAILED"
005170             TO DM100-REPORT-LINE
005180         WRITE DM100-REPORT-LINE
005190     END-IF.
005200 7000-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* 8000-WRITE-SUMMARY                                           *
005240*   WRITE THE RUN TOTALS.                                      *
005250*----------------------------------------------------------------
005260 8000-WRITE-SUMMARY.
005270     MOVE SPACES TO DM100-REPORT-LINE.
005280     WRITE DM100-REPORT-LINE.
005290     MOVE DM100-READ-COUNT TO DM100-EDIT-COUNT.
005300     MOVE SPACES TO DM100-REPORT-LINE.
005310     STRING "CUSTOMERS READ      : " DELIMITED BY SIZE
005320         DM100-EDIT-COUNT DELIMITED BY SIZE
005330         INTO DM100-REPORT-LINE.
005340     WRITE DM100-REPORT-LINE.
005350     MOVE DM100-ACTIVE-COUNT TO DM100-EDIT-COUNT.
005360     MOVE SPACES TO DM100-REPORT-LINE.
005370     STRING "STILL ACTIVE        : " DELIMITED BY SIZE
005380         DM100-EDIT-COUNT DELIMITED BY SIZE
005390         INTO DM100-REPORT-LINE.
005400     WRITE DM100-REPORT-LINE.
005410     MOVE DM100-NOHIST-COUNT TO DM100-EDIT-COUNT.
005420     MOVE SPACES TO DM100-REPORT-LINE.
005430     STRING "ACTIVE, NO HISTORY  : " DELIMITED BY SIZE
005440         DM100-EDIT-COUNT DELIMITED BY SIZE
005450         INTO DM100-REPORT-LINE.
005460     WRITE DM100-REPORT-LINE.
005470     MOVE DM100-FLAGGED-COUNT TO DM100-EDIT-COUNT.
005480     MOVE SPACES TO DM100-REPORT-LINE.
005490     STRING "NEWLY DORMANT       : " DELIMITED BY SIZE
005500         DM100-EDIT-COUNT DELIMITED BY SIZE
005510         INTO DM100-REPORT-LINE.
005520     WRITE DM100-REPORT-LINE.
005530     MOVE DM100-DORMANT-COUNT TO DM100-EDIT-COUNT.
005540     MOVE SPACES TO DM100-REPORT-LINE.
005550     STRING "DORMANT LISTED      : " DELIMITED BY SIZE
005560         DM100-EDIT-COUNT DELIMITED BY SIZE
005570         INTO DM100-REPORT-LINE.
005580     WRITE DM100-REPORT-LINE.
005590     MOVE DM100-DORMANT-TOTAL TO DM100-EDIT-AMOUNT.
005600     MOVE SPACES TO DM100-REPORT-LINE.
005610     STRING "DORMANT BALANCES    : " DELIMITED BY SIZE
005620         DM100-EDIT-AMOUNT DELIMITED BY SIZE
005630         INTO DM100-REPORT-LINE.
005640     WRITE DM100-REPORT-LINE.
005650     MOVE DM100-ESCHEAT-COUNT TO DM100-EDIT-COUNT.
005660     MOVE SPACES TO DM100-REPORT-LINE.
005670     STRING "ESCHEAT EXTRACTED   : " DELIMITED BY SIZE
005680         DM100-EDIT-COUNT DELIMITED BY SIZE
005690         INTO DM100-REPORT-LINE.
005700     WRITE DM100-REPORT-LINE.
005710     MOVE DM100-ESCHEAT-TOTAL TO DM100-EDIT-AMOUNT.
005720     MOVE SPACES TO DM100-REPORT-LINE.
005730     STRING "ESCHEAT AMOUNT      : " DELIMITED BY SIZE
005740         DM100-EDIT-AMOUNT DELIMITED BY SIZE
005750         INTO DM100-REPORT-LINE.
005760     WRITE DM100-REPORT-LINE.
005770     MOVE DM100-INACTIVE-COUNT TO DM100-EDIT-COUNT.
005780     MOVE SPACES TO DM100-REPORT-LINE.
005790     STRING "INACTIVE SKIPPED    : " DELIMITED BY SIZE
005800         DM100-EDIT-COUNT DELIMITED BY SIZE
005810         INTO DM100-REPORT-LINE.
005820     WRITE DM100-REPORT-LINE.
005830 8000-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860* 8100-WRITE-HEADING                                           *
005870*   WRITE THE REPORT TITLE LINES.  THE CUTOFFS ARE ONLY SHOWN  *
005880*   WHEN THE PARM WAS GOOD.                                    *
005890*----------------------------------------------------------------
005900 8100-WRITE-HEADING.
005910     MOVE SPACES TO DM100-REPORT-LINE.
005920     STRING "DORMANT ACCOUNT REPORT - RUN DATE " DELIMITED BY SIZE
005930         DM100-RUN-DATE DELIMITED BY SIZE
005940         INTO DM100-REPORT-LINE.
005950     WRITE DM100-REPORT-LINE.
005960     IF DM100-SETUP-GOOD
005970         MOVE DM100-DORMANT-MONTHS TO DM100-EDIT-MONTHS
005980         MOVE SPACES TO DM100-REPORT-LINE
005990         STRING "DORMANT AFTER " DELIMITED BY SIZE
006000             DM100-EDIT-MONTHS DELIMITED BY SIZE
006010             " MONTHS - NO ACTIVITY SINCE " DELIMITED BY SIZE
006020             DM100-DORMANT-CUTOFF DELIMITED BY SIZE
006030             INTO DM100-REPORT-LINE
006040         WRITE DM100-REPORT-LINE
006050         MOVE DM100-ESCHEAT-MONTHS TO DM100-EDIT-MONTHS
006060         MOVE SPACES TO DM100-REPORT-LINE
006070         STRING "ESCHEAT AFTER " DELIMITED BY SIZE
006080             DM100-EDIT-MONTHS DELIMITED BY SIZE
006090             " MONTHS - NO ACTIVITY SINCE " DELIMITED BY SIZE
006100             DM100-ESCHEAT-CUTOFF DELIMITED BY SIZE
006110             INTO DM100-REPORT-LINE
006120         WRITE DM100-REPORT-LINE
006130     END-IF.
006140     MOVE SPACES TO DM100-REPORT-LINE.
006150     WRITE DM100-REPORT-LINE.
006160     MOVE SPACES TO DM100-REPORT-LINE.
006170     MOVE "CUSTOMER" TO DM100-REPORT-LINE(1:8).
006180     MOVE "NAME" TO DM100-REPORT-LINE(12:4).
006190     MOVE "BALANCE" TO DM100-REPORT-LINE(54:7).
006200     MOVE "LAST ACT" TO DM100-REPORT-LINE(62:8).
006210     MOVE "NOTE" TO DM100-REPORT-LINE(71:4).
006220     WRITE DM100-REPORT-LINE.
006230 8100-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260* 9999-TERMINATE                                               *
006270*   CLOSE THE FILES.                                           *
006280*----------------------------------------------------------------
006290 9999-TERMINATE.
006300     CLOSE CUSTOMER-FILE.
006310     CLOSE HISTORY-FILE.
006320     CLOSE ESCHEAT-FILE.
006330     CLOSE REPORT-FILE.
006340 9999-EXIT.
006350     EXIT.
