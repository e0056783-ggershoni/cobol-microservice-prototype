000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BDCTL100.
000030 AUTHOR. R JARVIK.
000040 INSTALLATION. DATA LIBRARY GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RJ   INITIAL VERSION - BUSINESS-DATE CONTROL.
000110*                 KEEPS THE BUSCTL FILE: THE BUSINESS DATE OPEN
000120*                 FOR INTAKE, THE DAY CUTOVRJ LAST CLOSED, AND
000130*                 PER BATCH PROGRAM THE PERIOD IT LAST RAN FOR
000140*                 AND WHETHER THAT RUN COMPLETED.  RUN AS A
000150*                 STEP AHEAD OF EACH BATCH PROGRAM (START) IT
000160*                 REFUSES WITH RETURN CODE 8 A PERIOD ALREADY
000170*                 COMPLETED OR ONE WHOSE PREREQUISITE HAS NOT
000180*                 FINISHED; RUN AFTER IT (END) IT MARKS THE
000190*                 PERIOD COMPLETE.  CUTOVRJ CHECKS AND ADVANCES
000200*                 THE DATE; THE OPERATOR SETS IT, LISTS IT, AND
000210*                 ALLOWS A GENUINE RERUN THROUGH BDCTLJ.
000220* 2026-10-15 RJ   A RUN OF A PERIOD ALREADY STARTED - A RESTART
000230*                 OR AN OPERATOR RERUN - KEEPS THE PERIOD'S
000240*                 FIRST START TIME, SO START TO END COVERS EVERY
000250*                 ATTEMPT.  GLEXT100 SELECTS THE DAY'S POSTINGS
000260*                 BY TRANPOST'S START AND END TIMES.
000270* 2026-10-15 RJ   CUTCHECK AND ADVANCE TAKE THE DATE BEING
000280*                 CLOSED AND REFUSE UNLESS IT IS THE OPEN DATE,
000290*                 IN PLACE OF THE CLOCK CHECK - A STREAM RUN PAST
000300*                 MIDNIGHT NO LONGER LETS A SECOND CUTOVER CLOSE
000310*                 THE NEXT DAY.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     CURRENCY SIGN IS "$".
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CONTROL-FILE ASSIGN TO "BUSCTL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS BDC-KEY
000430         FILE STATUS IS BC100-BUSCTL-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO "BDCTLRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BC100-BDCTLRPT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CONTROL-FILE.
000500 COPY BUSCTL.
000510 FD  REPORT-FILE.
000520 01  BC100-REPORT-LINE           PIC X(100).
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------------
000550* FILE STATUS CODES
000560*----------------------------------------------------------------
000570 01  BC100-FILE-STATUSES.
000580     05  BC100-BUSCTL-STATUS     PIC X(02).
000590         88  BC100-BUSCTL-OK             VALUE "00".
000600         88  BC100-BUSCTL-NOTFOUND       VALUE "23".
000610     05  BC100-BDCTLRPT-STATUS   PIC X(02).
000620         88  BC100-BDCTLRPT-OK           VALUE "00".
000630*----------------------------------------------------------------
000640* SWITCHES
000650*   SETUP-BAD MEANS BUSCTL WOULD NOT OPEN OR THE PARM WAS WRONG
000660*   AND NOTHING WAS LOOKED AT.  REFUSED MEANS THE FUNCTION RAN
000670*   BUT SAID NO - BC100-REASON SAYS WHY - AND CHANGED NOTHING.
000680*----------------------------------------------------------------
000690 01  BC100-SWITCHES.
000700     05  BC100-EOF-SW            PIC X(01) VALUE "N".
000710         88  BC100-EOF                   VALUE "Y".
000720     05  BC100-SETUP-GOOD-SW     PIC X(01) VALUE "Y".
000730         88  BC100-SETUP-GOOD            VALUE "Y".
000740         88  BC100-SETUP-BAD             VALUE "N".
000750     05  BC100-REFUSED-SW        PIC X(01) VALUE "N".
000760         88  BC100-REFUSED               VALUE "Y".
000770     05  BC100-FOUND-SW          PIC X(01).
000780         88  BC100-FOUND                 VALUE "Y".
000790         88  BC100-NOT-FOUND             VALUE "N".
000800     05  BC100-DATE-GOOD-SW      PIC X(01).
000810         88  BC100-DATE-GOOD             VALUE "Y".
000820         88  BC100-DATE-BAD              VALUE "N".
000830*----------------------------------------------------------------
000840* RUN PARAMETERS
000850*   PARM='FUNCTION[,ARG[,ARG[,ARG]]]', COMMA-SEPARATED:
000860*     LIST                   PRINT THE WHOLE CONTROL FILE
000870*                            (ALSO THE DEFAULT - NO PARM)
000880*     SET,YYYYMMDD           SET THE OPEN BUSINESS DATE
000890*     CUTCHECK,YYYYMMDD      MAY THE OPEN DAY, YYYYMMDD, BE
000900*                            CLOSED NOW
000910*     ADVANCE,YYYYMMDD[,YYYYMMDD]
000920*                            CLOSE THE OPEN DAY, YYYYMMDD, AND
000930*                            OPEN THE NEXT CALENDAR DAY OR THE
000940*                            SECOND DATE GIVEN.  BOTH REFUSE A
000950*                            FIRST DATE THAT IS NOT THE OPEN
000960*                            DATE - THAT DAY IS ALREADY CLOSED
000970*                            OR NOT YET OPEN
000980*     START,PGM,T[,PREREQ]   MAY PGM RUN - T IS THE PERIOD:
000990*                              D  THE CLOSED BUSINESS DATE
001000*                              M  THE CLOSED DATE'S MONTH
001010*                              O  THE OPEN DATE'S MONTH (FOR
001020*                                 A JOB RUN BEFORE CUTOVRJ)
001030*                            PREREQ MUST HAVE COMPLETED FOR
001040*                            THE CLOSED BUSINESS DATE
001050*     END,PGM                PGM'S RUN COMPLETED
001060*     RERUN,PGM              LET PGM RUN ITS COMPLETED PERIOD
001070*                            ONCE MORE
001080*----------------------------------------------------------------
001090 01  BC100-PARM-TEXT             PIC X(40).
001100 01  BC100-PARM-FIELDS.
001110     05  BC100-FUNCTION          PIC X(10).
001120         88  BC100-FN-LIST               VALUE "LIST".
001130         88  BC100-FN-SET                VALUE "SET".
001140         88  BC100-FN-CUTCHECK           VALUE "CUTCHECK".
001150         88  BC100-FN-ADVANCE            VALUE "ADVANCE".
001160         88  BC100-FN-START              VALUE "START".
001170         88  BC100-FN-END                VALUE "END".
001180         88  BC100-FN-RERUN              VALUE "RERUN".
001190     05  BC100-ARG-1             PIC X(10).
001200     05  BC100-ARG-2             PIC X(10).
001210     05  BC100-ARG-3             PIC X(10).
001220     05  BC100-ARG-4             PIC X(10).
001230 01  BC100-PARM-DATE             PIC X(10).
001240 01  BC100-PERIOD-TYPE           PIC X(01).
001250     88  BC100-PERIOD-DAY                VALUE "D".
001260     88  BC100-PERIOD-MONTH              VALUE "M".
001270     88  BC100-PERIOD-OPEN-MONTH         VALUE "O".
001280     88  BC100-PERIOD-VALID              VALUE "D" "M" "O".
001290*----------------------------------------------------------------
001300* BUSINESS DATES AND JOB WORK AREA
001310*   THE BUSDATE RECORD IS KEPT HERE ONCE READ, SO THE JOB
001320*   RECORDS CAN BE READ INTO THE SAME RECORD AREA AFTER IT.
001330*----------------------------------------------------------------
001340 01  BC100-BUSDATE-KEY           PIC X(10) VALUE "BUSDATE".
001350 01  BC100-DATES.
001360     05  BC100-OPEN-DATE         PIC 9(08).
001370     05  BC100-OPEN-DATE-X REDEFINES BC100-OPEN-DATE
001380                                 PIC X(08).
001390     05  BC100-CLOSED-DATE       PIC 9(08).
001400     05  BC100-CLOSED-DATE-X REDEFINES BC100-CLOSED-DATE
001410                                 PIC X(08).
001420     05  BC100-NEW-DATE          PIC 9(08).
001430     05  BC100-DATE-INTEGER      PIC 9(08) COMP.
001440 01  BC100-JOB-WORK.
001450     05  BC100-JOB-KEY           PIC X(10).
001460     05  BC100-PREREQ-KEY        PIC X(10).
001470     05  BC100-PERIOD            PIC X(08).
001480     05  BC100-PERIOD-DATE       PIC 9(08).
001490 01  BC100-REASON                PIC X(80).
001500 01  BC100-RESULT                PIC X(80).
001510*----------------------------------------------------------------
001520* TIMESTAMP WORK AREA
001530*----------------------------------------------------------------
001540 01  BC100-TIMESTAMP-WORK.
001550     05  BC100-CURR-DATE         PIC 9(08).
001560     05  BC100-CURR-TIME         PIC 9(08).
001570 01  BC100-TIMESTAMP             PIC X(16).
001580*----------------------------------------------------------------
001590* DATE CHECK WORK AREA
001600*   A GIVEN DATE MUST BE A REAL CALENDAR DATE.  FEBRUARY HAS
001610*   29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT
001620*   DIVISIBLE BY 400.
001630*----------------------------------------------------------------
001640 01  BC100-DATE-WORK.
001650     05  BC100-DT-DATE           PIC 9(08).
001660     05  BC100-DT-PARTS REDEFINES BC100-DT-DATE.
001670         10  BC100-DT-YEAR       PIC 9(04).
001680         10  BC100-DT-MONTH      PIC 9(02).
001690         10  BC100-DT-DAY        PIC 9(02).
001700     05  BC100-DT-MAX-DAY        PIC 9(02).
001710     05  BC100-DT-QUOTIENT       PIC 9(06) COMP.
001720     05  BC100-DT-REMAINDER      PIC 9(04) COMP.
001730 01  BC100-MONTH-DAYS-VALUES     PIC X(24)
001740         VALUE "312831303130313130313031".
001750 01  BC100-MONTH-DAYS-TABLE REDEFINES BC100-MONTH-DAYS-VALUES.
001760     05  BC100-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
001770*----------------------------------------------------------------
001780* COUNTERS AND REPORT EDIT FIELDS
001790*----------------------------------------------------------------
001800 01  BC100-COUNTERS.
001810     05  BC100-JOB-COUNT         PIC 9(07) COMP.
001820 01  BC100-EDIT-FIELDS.
001830     05  BC100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
001840 PROCEDURE DIVISION.
001850*----------------------------------------------------------------
001860* 0000-MAINLINE                                                *
001870*   ENTRY POINT.  RUN THE ONE FUNCTION THE PARM NAMES.  A      *
001880*   REFUSAL OR A SETUP ERROR ENDS WITH RETURN CODE 8, SO THE   *
001890*   COND=(0,NE) ON THE STEPS THAT FOLLOW KEEPS THEM FROM       *
001900*   RUNNING.                                                   *
001910*----------------------------------------------------------------
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     IF BC100-SETUP-GOOD
001950         EVALUATE TRUE
001960             WHEN BC100-FN-LIST
001970                 PERFORM 3000-LIST-CONTROL THRU 3000-EXIT
001980             WHEN BC100-FN-SET
001990                 PERFORM 4000-SET-DATE THRU 4000-EXIT
002000             WHEN BC100-FN-CUTCHECK
002010                 PERFORM 5000-CHECK-CUTOVER THRU 5000-EXIT
002020             WHEN BC100-FN-ADVANCE
002030                 PERFORM 5100-ADVANCE-DATE THRU 5100-EXIT
002040             WHEN BC100-FN-START
002050                 PERFORM 6000-START-JOB THRU 6000-EXIT
002060             WHEN BC100-FN-END
002070                 PERFORM 6500-END-JOB THRU 6500-EXIT
002080             WHEN BC100-FN-RERUN
002090                 PERFORM 7000-ALLOW-RERUN THRU 7000-EXIT
002100         END-EVALUATE
002110         PERFORM 8000-WRITE-RESULT THRU 8000-EXIT
002120     ELSE
002130         MOVE "** SETUP ERROR - NOTHING CHECKED OR CHANGED **"
002140             TO BC100-REPORT-LINE
002150         WRITE BC100-REPORT-LINE
002160         MOVE 8 TO RETURN-CODE
002170     END-IF.
002180     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002190     STOP RUN.
002200*----------------------------------------------------------------
002210* 1000-INITIALIZE                                              *
002220*   OPEN THE FILES, TAKE THE RUN TIMESTAMP AND PARM, AND       *
002230*   WRITE THE HEADING.  BUSCTL MUST OPEN.                      *
002240*----------------------------------------------------------------
002250 1000-INITIALIZE.
002260     OPEN I-O CONTROL-FILE.
002270     OPEN OUTPUT REPORT-FILE.
002280     ACCEPT BC100-CURR-DATE FROM DATE YYYYMMDD.
002290     ACCEPT BC100-CURR-TIME FROM TIME.
002300     STRING BC100-CURR-DATE BC100-CURR-TIME
002310         DELIMITED BY SIZE INTO BC100-TIMESTAMP.
002320     MOVE SPACES TO BC100-REASON.
002330     MOVE SPACES TO BC100-RESULT.
002340     PERFORM 1100-TAKE-PARM THRU 1100-EXIT.
002350     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002360     IF BC100-SETUP-BAD
002370         MOVE "  PARM IS NOT A RECOGNISED FUNCTION AND ARGUMENTS"
002380             TO BC100-REPORT-LINE
002390         WRITE BC100-REPORT-LINE
002400     END-IF.
002410     IF NOT BC100-BUSCTL-OK
002420         SET BC100-SETUP-BAD TO TRUE
002430         MOVE "  BUSCTL FILE COULD NOT BE OPENED"
002440             TO BC100-REPORT-LINE
002450         WRITE BC100-REPORT-LINE
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500* 1100-TAKE-PARM                                               *
002510*   SPLIT THE PARM AT THE COMMAS AND CHECK EACH FUNCTION HAS   *
002520*   THE ARGUMENTS IT NEEDS AND NO MORE.  NO PARM MEANS LIST.   *
002530*----------------------------------------------------------------
002540 1100-TAKE-PARM.
002550     ACCEPT BC100-PARM-TEXT FROM COMMAND-LINE.
002560     MOVE SPACES TO BC100-PARM-FIELDS.
002570     UNSTRING BC100-PARM-TEXT DELIMITED BY ","
002580         INTO BC100-FUNCTION BC100-ARG-1 BC100-ARG-2
002590              BC100-ARG-3 BC100-ARG-4.
002600     IF BC100-FUNCTION = SPACES
002610         MOVE "LIST" TO BC100-FUNCTION
002620     END-IF.
002630     IF BC100-ARG-4 NOT = SPACES
002640         SET BC100-SETUP-BAD TO TRUE
002650         GO TO 1100-EXIT
002660     END-IF.
002670     EVALUATE TRUE
002680         WHEN BC100-FN-LIST
002690             IF BC100-ARG-1 NOT = SPACES
002700                 SET BC100-SETUP-BAD TO TRUE
002710             END-IF
002720         WHEN BC100-FN-CUTCHECK
002730         WHEN BC100-FN-SET
002740             IF BC100-ARG-1 = SPACES
002750                 OR BC100-ARG-2 NOT = SPACES
002760                 SET BC100-SETUP-BAD TO TRUE
002770             END-IF
002780         WHEN BC100-FN-ADVANCE
002790             IF BC100-ARG-1 = SPACES
002800                 SET BC100-SETUP-BAD TO TRUE
002810             END-IF
002820         WHEN BC100-FN-START
002830             MOVE BC100-ARG-2 TO BC100-PERIOD-TYPE
002840             IF BC100-ARG-1 = SPACES
002850                 OR BC100-ARG-1 = BC100-BUSDATE-KEY
002860                 OR BC100-ARG-2(2:9) NOT = SPACES
002870                 OR NOT BC100-PERIOD-VALID
002880                 SET BC100-SETUP-BAD TO TRUE
002890             END-IF
002900         WHEN BC100-FN-END
002910         WHEN BC100-FN-RERUN
002920             IF BC100-ARG-1 = SPACES
002930                 OR BC100-ARG-1 = BC100-BUSDATE-KEY
002940                 OR BC100-ARG-2 NOT = SPACES
002950                 SET BC100-SETUP-BAD TO TRUE
002960             END-IF
002970         WHEN OTHER
002980             SET BC100-SETUP-BAD TO TRUE
002990     END-EVALUATE.
003000     IF BC100-ARG-3 NOT = SPACES
003010         AND NOT BC100-FN-START
003020         SET BC100-SETUP-BAD TO TRUE
003030     END-IF.
003040 1100-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 2000-READ-BUSDATE                                            *
003080*   READ THE BUSDATE RECORD INTO BC100-DATES.  A FILE WITH NO  *
003090*   BUSDATE RECORD HAS NEVER BEEN SET UP - REFUSE.             *
003100*----------------------------------------------------------------
003110 2000-READ-BUSDATE.
003120     MOVE BC100-BUSDATE-KEY TO BDC-KEY.
003130     READ CONTROL-FILE
003140         INVALID KEY
003150             MOVE "23" TO BC100-BUSCTL-STATUS
003160     END-READ.
003170     IF NOT BC100-BUSCTL-OK
003180         SET BC100-REFUSED TO TRUE
003190         MOVE "NO BUSDATE RECORD - RUN PARM='SET,YYYYMMDD' FIRST"
003200             TO BC100-REASON
003210         GO TO 2000-EXIT
003220     END-IF.
003230     MOVE BDC-OPEN-DATE TO BC100-OPEN-DATE.
003240     MOVE BDC-CLOSED-DATE TO BC100-CLOSED-DATE.
003250 2000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* 2100-READ-JOB                                                *
003290*   READ THE RECORD FOR BC100-JOB-KEY AND SET BC100-FOUND OR   *
003300*   BC100-NOT-FOUND.                                           *
003310*----------------------------------------------------------------
003320 2100-READ-JOB.
003330     SET BC100-FOUND TO TRUE.
003340     MOVE BC100-JOB-KEY TO BDC-KEY.
003350     READ CONTROL-FILE
003360         INVALID KEY
003370             SET BC100-NOT-FOUND TO TRUE
003380     END-READ.
003390 2100-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------
003420* 2200-CHECK-PREREQ                                            *
003430*   THE PROGRAM NAMED IN BC100-PREREQ-KEY MUST HAVE COMPLETED  *
003440*   A RUN FOR THE CLOSED BUSINESS DATE.                        *
003450*----------------------------------------------------------------
003460 2200-CHECK-PREREQ.
003470     MOVE BC100-PREREQ-KEY TO BC100-JOB-KEY.
003480     PERFORM 2100-READ-JOB THRU 2100-EXIT.
003490     IF BC100-FOUND
003500         AND BDC-JOB-COMPLETE
003510         AND BDC-JOB-BUS-DATE = BC100-CLOSED-DATE
003520         GO TO 2200-EXIT
003530     END-IF.
003540     SET BC100-REFUSED TO TRUE.
003550     STRING BC100-PREREQ-KEY DELIMITED BY SPACE
003560         " HAS NOT COMPLETED FOR BUSINESS DATE " DELIMITED BY SIZE
003570         BC100-CLOSED-DATE DELIMITED BY SIZE
003580         INTO BC100-REASON.
003590 2200-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620* 2300-CHECK-DATE                                              *
003630*   SET BC100-DATE-GOOD IF BC100-DT-DATE IS A REAL CALENDAR    *
003640*   DATE, BC100-DATE-BAD IF NOT.                               *
003650*----------------------------------------------------------------
003660 2300-CHECK-DATE.
003670     SET BC100-DATE-BAD TO TRUE.
003680     IF BC100-DT-YEAR < 1900
003690         OR BC100-DT-MONTH < 1 OR BC100-DT-MONTH > 12
003700         OR BC100-DT-DAY < 1
003710         GO TO 2300-EXIT
003720     END-IF.
003730     MOVE BC100-MONTH-DAYS(BC100-DT-MONTH) TO BC100-DT-MAX-DAY.
003740     IF BC100-DT-MONTH = 2
003750         DIVIDE BC100-DT-YEAR BY 4 GIVING BC100-DT-QUOTIENT
003760             REMAINDER BC100-DT-REMAINDER
003770         IF BC100-DT-REMAINDER = ZERO
003780             MOVE 29 TO BC100-DT-MAX-DAY
003790         END-IF
003800         DIVIDE BC100-DT-YEAR BY 100 GIVING BC100-DT-QUOTIENT
003810             REMAINDER BC100-DT-REMAINDER
003820         IF BC100-DT-REMAINDER = ZERO
003830             MOVE 28 TO BC100-DT-MAX-DAY
003840         END-IF
003850         DIVIDE BC100-DT-YEAR BY 400 GIVING BC100-DT-QUOTIENT
003860             REMAINDER BC100-DT-REMAINDER
003870         IF BC100-DT-REMAINDER = ZERO
003880             MOVE 29 TO BC100-DT-MAX-DAY
003890         END-IF
003900     END-IF.
003910     IF BC100-DT-DAY > BC100-DT-MAX-DAY
003920         GO TO 2300-EXIT
003930     END-IF.
003940     SET BC100-DATE-GOOD TO TRUE.
003950 2300-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980* 2400-TAKE-PARM-DATE                                          *
003990*   BC100-NEW-DATE = THE YYYYMMDD DATE IN BC100-PARM-DATE;     *
004000*   REFUSE ANYTHING THAT IS NOT A REAL CALENDAR DATE.          *
004010*----------------------------------------------------------------
004020 2400-TAKE-PARM-DATE.
004030     IF BC100-PARM-DATE(1:8) NOT NUMERIC
004040         OR BC100-PARM-DATE(9:2) NOT = SPACES
004050         SET BC100-REFUSED TO TRUE
004060         MOVE "DATE GIVEN IS NOT YYYYMMDD" TO BC100-REASON
004070         GO TO 2400-EXIT
004080     END-IF.
004090     MOVE BC100-PARM-DATE(1:8) TO BC100-DT-DATE.
004100     PERFORM 2300-CHECK-DATE THRU 2300-EXIT.
004110     IF BC100-DATE-BAD
004120         SET BC100-REFUSED TO TRUE
004130         MOVE "DATE GIVEN IS NOT A CALENDAR DATE" TO BC100-REASON
004140         GO TO 2400-EXIT
004150     END-IF.
004160     MOVE BC100-DT-DATE TO BC100-NEW-DATE.
004170 2400-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2500-REWRITE-CONTROL                                         *
004210*   REWRITE THE RECORD JUST BUILT, OR WRITE IT WHEN IT WAS NOT *
004220*   FOUND.  A FAILED UPDATE IS A REFUSAL - THE STEPS AFTER     *
004230*   MUST NOT RUN ON A STATE BUSCTL DOES NOT HOLD.              *
004240*----------------------------------------------------------------
004250 2500-REWRITE-CONTROL.
004260     IF BC100-FOUND
004270         REWRITE BDC-RECORD
004280     ELSE
004290         WRITE BDC-RECORD
004300     END-IF.
004310     IF NOT BC100-BUSCTL-OK
004320         SET BC100-REFUSED TO TRUE
004330         MOVE SPACES TO BC100-REASON
004340         STRING "BUSCTL UPDATE FAILED FOR " DELIMITED BY SIZE
004350             BDC-KEY DELIMITED BY SPACE
004360             " - FILE STATUS " DELIMITED BY SIZE
004370             BC100-BUSCTL-STATUS DELIMITED BY SIZE
004380             INTO BC100-REASON
004390     END-IF.
004400 2500-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* 3000-LIST-CONTROL                                            *
004440*   PRINT THE BUSINESS DATES, THEN EVERY PROGRAM'S RECORD IN   *
004450*   KEY ORDER.                                                 *
004460*----------------------------------------------------------------
004470 3000-LIST-CONTROL.
004480     PERFORM 2000-READ-BUSDATE THRU 2000-EXIT.
004490     IF BC100-REFUSED
004500         GO TO 3000-EXIT
004510     END-IF.
004520     MOVE SPACES TO BC100-REPORT-LINE.
004530     STRING "OPEN BUSINESS DATE  : " DELIMITED BY SIZE
004540         BC100-OPEN-DATE DELIMITED BY SIZE
004550         INTO BC100-REPORT-LINE.
004560     WRITE BC100-REPORT-LINE.
004570     MOVE SPACES TO BC100-REPORT-LINE.
004580     STRING "LAST CLOSED DATE    : " DELIMITED BY SIZE
004590         BC100-CLOSED-DATE DELIMITED BY SIZE
004600         "   ADVANCED " DELIMITED BY SIZE
004610         BDC-ADVANCED-TS DELIMITED BY SIZE
004620         INTO BC100-REPORT-LINE.
004630     WRITE BC100-REPORT-LINE.
004640     MOVE SPACES TO BC100-REPORT-LINE.
004650     WRITE BC100-REPORT-LINE.
004660     MOVE SPACES TO BC100-REPORT-LINE.
004670     MOVE "PROGRAM" TO BC100-REPORT-LINE(1:7).
004680     MOVE "PERIOD" TO BC100-REPORT-LINE(12:6).
004690     MOVE "STATUS" TO BC100-REPORT-LINE(22:6).
004700     MOVE "BUS DATE" TO BC100-REPORT-LINE(32:8).
004710     MOVE "STARTED" TO BC100-REPORT-LINE(42:7).
004720     MOVE "ENDED" TO BC100-REPORT-LINE(60:5).
004730     MOVE "OVERRIDE" TO BC100-REPORT-LINE(78:8).
004740     WRITE BC100-REPORT-LINE.
004750     MOVE LOW-VALUES TO BDC-KEY.
004760     START CONTROL-FILE KEY IS NOT LESS THAN BDC-KEY
004770         INVALID KEY
004780             SET BC100-EOF TO TRUE
004790     END-START.
004800     IF NOT BC100-EOF
004810         PERFORM 3200-READ-NEXT THRU 3200-EXIT
004820     END-IF.
004830     PERFORM 3100-LIST-JOB THRU 3100-EXIT
004840         UNTIL BC100-EOF.
004850     MOVE BC100-JOB-COUNT TO BC100-EDIT-COUNT.
004860     MOVE SPACES TO BC100-RESULT.
004870     STRING "PROGRAMS LISTED     : " DELIMITED BY SIZE
004880         BC100-EDIT-COUNT DELIMITED BY SIZE
004890         INTO BC100-RESULT.
004900 3000-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* 3100-LIST-JOB                                                *
004940*   ONE LINE PER PROGRAM RECORD; THE BUSDATE RECORD WAS        *
004950*   PRINTED ABOVE AND IS PASSED OVER.                          *
004960*----------------------------------------------------------------
004970 3100-LIST-JOB.
004980     IF BDC-KEY = BC100-BUSDATE-KEY
004990         PERFORM 3200-READ-NEXT THRU 3200-EXIT
005000         GO TO 3100-EXIT
005010     END-IF.
005020     ADD 1 TO BC100-JOB-COUNT.
005030     MOVE SPACES TO BC100-REPORT-LINE.
005040     MOVE BDC-KEY TO BC100-REPORT-LINE(1:10).
005050     MOVE BDC-JOB-PERIOD TO BC100-REPORT-LINE(12:8).
005060     EVALUATE TRUE
005070         WHEN BDC-JOB-COMPLETE
005080             MOVE "COMPLETE" TO BC100-REPORT-LINE(22:8)
005090         WHEN BDC-JOB-STARTED
005100             MOVE "STARTED" TO BC100-REPORT-LINE(22:7)
005110         WHEN OTHER
005120             MOVE BDC-JOB-STATUS TO BC100-REPORT-LINE(22:1)
005130     END-EVALUATE.
005140     MOVE BDC-JOB-BUS-DATE TO BC100-REPORT-LINE(32:8).
005150     MOVE BDC-JOB-START-TS TO BC100-REPORT-LINE(42:16).
005160     MOVE BDC-JOB-END-TS TO BC100-REPORT-LINE(60:16).
005170     IF BDC-RERUN-ALLOWED
005180         MOVE "RERUN OK" TO BC100-REPORT-LINE(78:8)
005190     END-IF.
005200     WRITE BC100-REPORT-LINE.
005210     PERFORM 3200-READ-NEXT THRU 3200-EXIT.
005220 3100-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250* 3200-READ-NEXT                                               *
005260*   READ THE NEXT BUSCTL RECORD IN KEY ORDER.                  *
005270*----------------------------------------------------------------
005280 3200-READ-NEXT.
005290     READ CONTROL-FILE NEXT RECORD
005300         AT END
005310             SET BC100-EOF TO TRUE
005320     END-READ.
005330 3200-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* 4000-SET-DATE                                                *
005370*   SET THE OPEN BUSINESS DATE - ONCE TO START THE CONTROL,    *
005380*   OR TO CORRECT IT.  IT MUST BE AFTER THE LAST CLOSED DATE.  *
005390*   A NEW BUSDATE RECORD HAS NO CLOSED DATE, SO THE FIRST      *
005400*   CUTOVER NEEDS NO POSTING RUN BEHIND IT.                    *
005410*----------------------------------------------------------------
005420 4000-SET-DATE.
005430     MOVE BC100-ARG-1 TO BC100-PARM-DATE.
005440     PERFORM 2400-TAKE-PARM-DATE THRU 2400-EXIT.
005450     IF BC100-REFUSED
005460         GO TO 4000-EXIT
005470     END-IF.
005480     SET BC100-FOUND TO TRUE.
005490     MOVE BC100-BUSDATE-KEY TO BDC-KEY.
005500     READ CONTROL-FILE
005510         INVALID KEY
005520             SET BC100-NOT-FOUND TO TRUE
005530     END-READ.
005540     IF BC100-NOT-FOUND
005550         MOVE SPACES TO BDC-RECORD
005560         MOVE BC100-BUSDATE-KEY TO BDC-KEY
005570         MOVE ZERO TO BDC-CLOSED-DATE
005580     END-IF.
005590     IF BC100-NEW-DATE NOT > BDC-CLOSED-DATE
005600         SET BC100-REFUSED TO TRUE
005610         STRING "OPEN DATE MUST BE AFTER THE LAST CLOSED DATE "
005620             DELIMITED BY SIZE
005630             BDC-CLOSED-DATE DELIMITED BY SIZE
005640             INTO BC100-REASON
005650         GO TO 4000-EXIT
005660     END-IF.
005670     MOVE BC100-NEW-DATE TO BDC-OPEN-DATE.
005680     MOVE BC100-TIMESTAMP TO BDC-ADVANCED-TS.
005690     PERFORM 2500-REWRITE-CONTROL THRU 2500-EXIT.
005700     IF BC100-REFUSED
005710         GO TO 4000-EXIT
005720     END-IF.
005730     STRING "OPEN BUSINESS DATE SET TO " DELIMITED BY SIZE
005740         BC100-NEW-DATE DELIMITED BY SIZE
005750         INTO BC100-RESULT.
005760 4000-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790* 5000-CHECK-CUTOVER                                           *
005800*   MAY THE OPEN BUSINESS DAY BE CLOSED NOW?  THE DATE IN ARG  *
005810*   1 - THE DAY THE CUTOVER WAS SCHEDULED TO CLOSE - MUST BE   *
005820*   THE OPEN DATE, SO A SECOND CUTOVER FOR A DAY ALREADY       *
005830*   CLOSED IS REFUSED HOWEVER LATE THE STREAM RUNS; THE CLOCK  *
005840*   IS NOT CONSULTED.  AND THE DAY CLOSED LAST TIME MUST HAVE  *
005850*   BEEN POSTED - OTHERWISE ITS TRANLOG GENERATION WOULD STOP  *
005860*   BEING GENERATION (0) BEFORE TRANPOST READ IT.              *
005870*----------------------------------------------------------------
005880 5000-CHECK-CUTOVER.
005890     PERFORM 2000-READ-BUSDATE THRU 2000-EXIT.
005900     IF BC100-REFUSED
005910         GO TO 5000-EXIT
005920     END-IF.
005930     MOVE BC100-ARG-1 TO BC100-PARM-DATE.
005940     PERFORM 2400-TAKE-PARM-DATE THRU 2400-EXIT.
005950     IF BC100-REFUSED
005960         GO TO 5000-EXIT
005970     END-IF.
005980     IF BC100-NEW-DATE NOT = BC100-OPEN-DATE
005990         SET BC100-REFUSED TO TRUE
006000         STRING "DATE TO CLOSE " DELIMITED BY SIZE
006010             BC100-NEW-DATE DELIMITED BY SIZE
006020             " IS NOT THE OPEN BUSINESS DATE " DELIMITED BY SIZE
006030             BC100-OPEN-DATE DELIMITED BY SIZE
006040             INTO BC100-REASON
006050         GO TO 5000-EXIT
006060     END-IF.
006070     IF BC100-CLOSED-DATE NOT = ZERO
006080         MOVE "TRANPOST" TO BC100-PREREQ-KEY
006090         PERFORM 2200-CHECK-PREREQ THRU 2200-EXIT
006100         IF BC100-REFUSED
006110             GO TO 5000-EXIT
006120         END-IF
006130     END-IF.
006140     STRING "BUSINESS DATE " DELIMITED BY SIZE
006150         BC100-OPEN-DATE DELIMITED BY SIZE
006160         " MAY BE CLOSED" DELIMITED BY SIZE
006170         INTO BC100-RESULT.
006180 5000-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 5100-ADVANCE-DATE                                            *
006220*   CLOSE THE OPEN BUSINESS DAY AND OPEN THE NEXT - THE NEXT   *
006230*   CALENDAR DAY, OR THE DATE IN ARG 2 WHEN THE NEXT BUSINESS  *
006240*   DAY IS FURTHER OFF.  THE SAME CHECKS AS 5000 APPLY FIRST,  *
006250*   ON THE DATE TO CLOSE IN ARG 1.                             *
006260*----------------------------------------------------------------
006270 5100-ADVANCE-DATE.
006280     PERFORM 5000-CHECK-CUTOVER THRU 5000-EXIT.
006290     IF BC100-REFUSED
006300         GO TO 5100-EXIT
006310     END-IF.
006320     MOVE SPACES TO BC100-RESULT.
006330     IF BC100-ARG-2 = SPACES
006340         COMPUTE BC100-DATE-INTEGER =
006350             FUNCTION INTEGER-OF-DATE(BC100-OPEN-DATE) + 1
006360         COMPUTE BC100-NEW-DATE =
006370             FUNCTION DATE-OF-INTEGER(BC100-DATE-INTEGER)
006380     ELSE
006390         MOVE BC100-ARG-2 TO BC100-PARM-DATE
006400         PERFORM 2400-TAKE-PARM-DATE THRU 2400-EXIT
006410         IF BC100-REFUSED
006420             GO TO 5100-EXIT
006430         END-IF
006440     END-IF.
006450     IF BC100-NEW-DATE NOT > BC100-OPEN-DATE
006460         SET BC100-REFUSED TO TRUE
006470         STRING "NEW BUSINESS DATE MUST BE AFTER "
006480             DELIMITED BY SIZE
006490             BC100-OPEN-DATE DELIMITED BY SIZE
006500             INTO BC100-REASON
006510         GO TO 5100-EXIT
006520     END-IF.
006530     MOVE BC100-BUSDATE-KEY TO BDC-KEY.
006540     READ CONTROL-FILE
006550         INVALID KEY
006560             MOVE "23" TO BC100-BUSCTL-STATUS
006570     END-READ.
006580     SET BC100-FOUND TO TRUE.
006590     MOVE BC100-OPEN-DATE TO BDC-CLOSED-DATE.
006600     MOVE BC100-NEW-DATE TO BDC-OPEN-DATE.
006610     MOVE BC100-TIMESTAMP TO BDC-ADVANCED-TS.
006620     PERFORM 2500-REWRITE-CONTROL THRU 2500-EXIT.
006630     IF BC100-REFUSED
006640         GO TO 5100-EXIT
006650     END-IF.
006660     STRING "BUSINESS DATE " DELIMITED BY SIZE
006670         BC100-OPEN-DATE DELIMITED BY SIZE
006680         " CLOSED, " DELIMITED BY SIZE
006690         BC100-NEW-DATE DELIMITED BY SIZE
006700         " OPEN" DELIMITED BY SIZE
006710         INTO BC100-RESULT.
006720 5100-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750* 6000-START-JOB                                               *
006760*   MAY THE PROGRAM IN ARG 1 RUN NOW?  WORK OUT ITS PERIOD,    *
006770*   CHECK ITS PREREQUISITE, AND REFUSE A PERIOD IT HAS ALREADY *
006780*   COMPLETED UNLESS THE OPERATOR ALLOWED ONE RERUN.  A PERIOD *
006790*   STARTED BUT NEVER COMPLETED - AN ABEND OR A BAD RETURN     *
006800*   CODE - MAY RUN AGAIN AS IT IS.  WHEN IT MAY RUN, RECORD IT *
006810*   AS STARTED; THE END FUNCTION MARKS IT COMPLETE.  A RUN OF  *
006820*   A PERIOD ALREADY STARTED KEEPS ITS FIRST START TIME -      *
006830*   GLEXT100 TAKES TRANPOST'S START AND END TIMES AS THE SPAN  *
006840*   OF THE DAY'S POSTINGS, INCLUDING ANY AN INTERRUPTED RUN    *
006850*   MADE BEFORE ITS RESTART.                                   *
006860*----------------------------------------------------------------
006870 6000-START-JOB.
006880     PERFORM 2000-READ-BUSDATE THRU 2000-EXIT.
006890     IF BC100-REFUSED
006900         GO TO 6000-EXIT
006910     END-IF.
006920     EVALUATE TRUE
006930         WHEN BC100-PERIOD-DAY
006940             MOVE BC100-CLOSED-DATE TO BC100-PERIOD-DATE
006950             MOVE BC100-CLOSED-DATE-X TO BC100-PERIOD
006960         WHEN BC100-PERIOD-MONTH
006970             MOVE BC100-CLOSED-DATE TO BC100-PERIOD-DATE
006980             MOVE BC100-CLOSED-DATE-X(1:6) TO BC100-PERIOD
006990         WHEN BC100-PERIOD-OPEN-MONTH
007000             MOVE BC100-OPEN-DATE TO BC100-PERIOD-DATE
007010             MOVE BC100-OPEN-DATE-X(1:6) TO BC100-PERIOD
007020     END-EVALUATE.
007030     IF BC100-PERIOD-DATE = ZERO
007040         SET BC100-REFUSED TO TRUE
007050         MOVE "NO BUSINESS DAY HAS BEEN CLOSED YET - RUN CUTOVRJ"
007060             TO BC100-REASON
007070         GO TO 6000-EXIT
007080     END-IF.
007090     IF BC100-ARG-3 NOT = SPACES
007100         MOVE BC100-ARG-3 TO BC100-PREREQ-KEY
007110         PERFORM 2200-CHECK-PREREQ THRU 2200-EXIT
007120         IF BC100-REFUSED
007130             GO TO 6000-EXIT
007140         END-IF
007150     END-IF.
007160     MOVE BC100-ARG-1 TO BC100-JOB-KEY.
007170     PERFORM 2100-READ-JOB THRU 2100-EXIT.
007180     IF BC100-FOUND
007190         AND BDC-JOB-PERIOD = BC100-PERIOD
007200         PERFORM 6100-CHECK-RERUN THRU 6100-EXIT
007210         IF BC100-REFUSED
007220             GO TO 6000-EXIT
007230         END-IF
007240     END-IF.
007250     IF BC100-NOT-FOUND
007260         MOVE SPACES TO BDC-RECORD
007270         MOVE BC100-JOB-KEY TO BDC-KEY
007280     END-IF.
007290     IF BDC-JOB-PERIOD NOT = BC100-PERIOD
007300         MOVE BC100-TIMESTAMP TO BDC-JOB-START-TS
007310     END-IF.
007320     MOVE BC100-PERIOD TO BDC-JOB-PERIOD.
007330     SET BDC-JOB-STARTED TO TRUE.
007340     MOVE BC100-PERIOD-DATE TO BDC-JOB-BUS-DATE.
007350     MOVE SPACES TO BDC-JOB-END-TS.
007360     SET BDC-RERUN-NOT-ALLOWED TO TRUE.
007370     PERFORM 2500-REWRITE-CONTROL THRU 2500-EXIT.
007380     IF BC100-REFUSED
007390         GO TO 6000-EXIT
007400     END-IF.
007410     STRING BC100-JOB-KEY DELIMITED BY SPACE
007420         " MAY RUN FOR PERIOD " DELIMITED BY SIZE
007430         BC100-PERIOD DELIMITED BY SPACE
007440         INTO BC100-RESULT.
007450 6000-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------
007480* 6100-CHECK-RERUN                                             *
007490*   THE PROGRAM HAS RUN FOR THIS PERIOD BEFORE.  SAY SO ON THE *
007500*   REPORT, AND REFUSE IF THAT RUN COMPLETED AND NO RERUN WAS  *
007510*   ALLOWED.                                                   *
007520*----------------------------------------------------------------
007530 6100-CHECK-RERUN.
007540     MOVE SPACES TO BC100-REPORT-LINE.
007550     IF NOT BDC-JOB-COMPLETE
007560         STRING "  PREVIOUS RUN STARTED " DELIMITED BY SIZE
007570             BDC-JOB-START-TS DELIMITED BY SIZE
007580             " DID NOT COMPLETE - RUNNING AGAIN"
007590             DELIMITED BY SIZE
007600             INTO BC100-REPORT-LINE
007610         WRITE BC100-REPORT-LINE
007620         GO TO 6100-EXIT
007630     END-IF.
007640     IF BDC-RERUN-ALLOWED
007650         STRING "  OPERATOR RERUN TAKEN - PERIOD COMPLETED "
007660             DELIMITED BY SIZE
007670             BDC-JOB-END-TS DELIMITED BY SIZE
007680             INTO BC100-REPORT-LINE
007690         WRITE BC100-REPORT-LINE
007700         GO TO 6100-EXIT
007710     END-IF.
007720     SET BC100-REFUSED TO TRUE.
007730     STRING BC100-JOB-KEY DELIMITED BY SPACE
007740         " ALREADY COMPLETED PERIOD " DELIMITED BY SIZE
007750         BC100-PERIOD DELIMITED BY SPACE
007760         " AT " DELIMITED BY SIZE
007770         BDC-JOB-END-TS DELIMITED BY SIZE
007780         " - RERUN NEEDS PARM='RERUN,PGM'" DELIMITED BY SIZE
007790         INTO BC100-REASON.
007800 6100-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830* 6500-END-JOB                                                 *
007840*   THE PROGRAM IN ARG 1 ENDED CLEAN - MARK ITS STARTED PERIOD *
007850*   COMPLETE.                                                  *
007860*----------------------------------------------------------------
007870 6500-END-JOB.
007880     MOVE BC100-ARG-1 TO BC100-JOB-KEY.
007890     PERFORM 2100-READ-JOB THRU 2100-EXIT.
007900     IF BC100-NOT-FOUND
007910         OR NOT BDC-JOB-STARTED
007920         SET BC100-REFUSED TO TRUE
007930         STRING BC100-JOB-KEY DELIMITED BY SPACE
007940             " HAS NO RUN STARTED TO COMPLETE" DELIMITED BY SIZE
007950             INTO BC100-REASON
007960         GO TO 6500-EXIT
007970     END-IF.
007980     SET BDC-JOB-COMPLETE TO TRUE.
007990     MOVE BC100-TIMESTAMP TO BDC-JOB-END-TS.
008000     PERFORM 2500-REWRITE-CONTROL THRU 2500-EXIT.
008010     IF BC100-REFUSED
008020         GO TO 6500-EXIT
008030     END-IF.
008040     STRING BC100-JOB-KEY DELIMITED BY SPACE
008050         " COMPLETED PERIOD " DELIMITED BY SIZE
008060         BDC-JOB-PERIOD DELIMITED BY SPACE
008070         INTO BC100-RESULT.
008080 6500-EXIT.
008090     EXIT.
008100*----------------------------------------------------------------
008110* 7000-ALLOW-RERUN                                             *
008120*   THE OPERATOR OVERRIDE.  LET THE PROGRAM IN ARG 1 RUN ITS   *
008130*   LAST PERIOD ONCE MORE; ITS NEXT RUN CLEARS THE SWITCH.     *
008140*----------------------------------------------------------------
008150 7000-ALLOW-RERUN.
008160     MOVE BC100-ARG-1 TO BC100-JOB-KEY.
008170     PERFORM 2100-READ-JOB THRU 2100-EXIT.
008180     IF BC100-NOT-FOUND
008190         SET BC100-REFUSED TO TRUE
008200         STRING BC100-JOB-KEY DELIMITED BY SPACE
008210             " HAS NEVER RUN - NO RERUN NEEDED" DELIMITED BY SIZE
008220             INTO BC100-REASON
008230         GO TO 7000-EXIT
008240     END-IF.
008250     SET BDC-RERUN-ALLOWED TO TRUE.
008260     PERFORM 2500-REWRITE-CONTROL THRU 2500-EXIT.
008270     IF BC100-REFUSED
008280         GO TO 7000-EXIT
008290     END-IF.
008300     STRING BC100-JOB-KEY DELIMITED BY SPACE
008310         " MAY RERUN PERIOD " DELIMITED BY SIZE
008320         BDC-JOB-PERIOD DELIMITED BY SPACE
008330         " ONCE" DELIMITED BY SIZE
008340         INTO BC100-RESULT.
008350 7000-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------
008380* 8000-WRITE-RESULT                                            *
008390*   WRITE WHAT THE FUNCTION DID, OR WHY IT REFUSED AND RETURN  *
008400*   CODE 8.                                                    *
008410*----------------------------------------------------------------
008420 8000-WRITE-RESULT.
008430     MOVE SPACES TO BC100-REPORT-LINE.
008440     WRITE BC100-REPORT-LINE.
008450     MOVE SPACES TO BC100-REPORT-LINE.
008460     IF BC100-REFUSED
008470         STRING "** REFUSED - " DELIMITED BY SIZE
008480             BC100-REASON DELIMITED BY "  "
008490             " **" DELIMITED BY SIZE
008500             INTO BC100-REPORT-LINE
008510         MOVE 8 TO RETURN-CODE
008520     ELSE
008530         MOVE BC100-RESULT TO BC100-REPORT-LINE
008540     END-IF.
008550     WRITE BC100-REPORT-LINE.
008560 8000-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590* 8100-WRITE-HEADING                                           *
008600*   WRITE THE REPORT TITLE LINES.                              *
008610*----------------------------------------------------------------
008620 8100-WRITE-HEADING.
008630     MOVE SPACES TO BC100-REPORT-LINE.
008640     STRING "BUSINESS-DATE CONTROL - RUN " DELIMITED BY SIZE
008650         BC100-TIMESTAMP DELIMITED BY SIZE
008660         INTO BC100-REPORT-LINE.
008670     WRITE BC100-REPORT-LINE.
008680     MOVE SPACES TO BC100-REPORT-LINE.
008690     STRING "PARM: " DELIMITED BY SIZE
008700         BC100-PARM-TEXT DELIMITED BY SIZE
008710         INTO BC100-REPORT-LINE.
008720     WRITE BC100-REPORT-LINE.
008730     MOVE SPACES TO BC100-REPORT-LINE.
008740     WRITE BC100-REPORT-LINE.
008750 8100-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------
008780* 9999-TERMINATE                                               *
008790*   CLOSE THE FILES.                                           *
008800*----------------------------------------------------------------
008810 9999-TERMINATE.
008820     CLOSE CONTROL-FILE.
008830     CLOSE REPORT-FILE.
008840 9999-EXIT.
008850     EXIT.
