000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLEXT100.
000030 AUTHOR. R JARVIK.
000040 INSTALLATION. DATA LIBRARY GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RJ   INITIAL VERSION - DAILY GENERAL-LEDGER JOURNAL
000110*                 EXTRACT.  READS TRANDISP END TO END FOR THE
000120*                 TRANSACTIONS THE POSTING RUN APPLIED ON THE
000130*                 JOURNAL DATE, TAKES EACH ONE'S SIGNED EFFECT
000140*                 FROM ITS TRANHIST ENTRY, SUMMARISES BY
000150*                 TRANSACTION TYPE, AND POSTS EACH TYPE'S NET
000160*                 TO THE GL DEBIT AND CREDIT ACCOUNTS FINANCE
000170*                 MAPS ON THE GLMAP FILE.  WRITES A BALANCED
000180*                 HEADER/DETAIL/TRAILER JOURNAL FOR FINANCE TO
000190*                 LOAD, AND A PRINTED JOURNAL LISTING.  A TYPE
000200*                 WITH NO MAPPING, OR AN APPLIED ITEM WITH NO
000210*                 HISTORY ENTRY, STOPS THE EXTRACT RC=8 WITH
000220*                 NO JOURNAL WRITTEN.
000230* 2026-10-15 RJ   THE JOURNAL DATE IS THE LAST CLOSED BUSINESS
000240*                 DATE ON BUSCTL, AND AN ITEM BELONGS TO IT WHEN
000250*                 ITS POST TIMESTAMP FALLS IN THAT DATE'S
000260*                 TRANPOST RUN, NOT WHEN ITS CLOCK DATE MATCHES -
000270*                 A POSTING RUN THAT CROSSED MIDNIGHT NO LONGER
000280*                 SPLITS ACROSS TWO JOURNALS.  THE PARM DATE IS
000290*                 GONE; A RUN GIVEN ONE IS REFUSED.
000300* 2026-10-15 RJ   A REVERSAL IS JOURNALLED UNDER ITS ORIGINAL'S
000310*                 TYPE, READ FROM THE ORIGINAL'S TRANDISP RECORD,
000320*                 SO IT NETS AGAINST THAT TYPE'S GL ACCOUNTS
000330*                 INSTEAD OF POOLING EVERY REVERSAL UNDER ONE
000340*                 "REVERSAL" MAPPING.  A REVERSAL WHOSE ORIGINAL
000350*                 CANNOT BE FOUND STOPS THE EXTRACT RC=8.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     CURRENCY SIGN IS "$".
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DISPOSITION-FILE ASSIGN TO "TRANDISP"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS TDSP-TRAN-ID
000470         FILE STATUS IS GL100-TRANDISP-STATUS.
000480     SELECT ORIGINAL-FILE ASSIGN TO "TRANORIG"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS GL100-OD-TRAN-ID
000520         FILE STATUS IS GL100-TRANORIG-STATUS.
000530     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS HIST-KEY
000570         FILE STATUS IS GL100-TRANHIST-STATUS.
000580     SELECT TRANTYPE-FILE ASSIGN TO "TRANTYPE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS TRNTYP-CODE
000620         FILE STATUS IS GL100-TRANTYPE-STATUS.
000630     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS GLMAP-TRAN-TYPE
000670         FILE STATUS IS GL100-GLMAP-STATUS.
000680     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS GL100-GLJRNL-STATUS.
000710     SELECT REPORT-FILE ASSIGN TO "GLJLIST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS GL100-GLJLIST-STATUS.
000740     SELECT CONTROL-FILE ASSIGN TO "BUSCTL"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS BDC-KEY
000780         FILE STATUS IS GL100-BUSCTL-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DISPOSITION-FILE.
000820 COPY TRNDISP.
000830*----------------------------------------------------------------
000840* ORIGINAL-FILE IS TRANDISP AGAIN, READ BY KEY FOR THE ITEM A
000850* REVERSAL REVERSED WHILE DISPOSITION-FILE IS READ IN SEQUENCE.
000860* THE LAYOUT IS TRNDISP ITSELF, RENAMED VIA REPLACING.
000870*----------------------------------------------------------------
000880 FD  ORIGINAL-FILE.
000890 COPY TRNDISP
000900     REPLACING
000910         ==TDSP-RECORD==          BY ==GL100-OD-RECORD==
000920         ==TDSP-TRAN-ID==         BY ==GL100-OD-TRAN-ID==
000930         ==TDSP-DISPOSITION==     BY ==GL100-OD-DISPOSITION==
000940         ==TDSP-APPLIED==         BY ==GL100-OD-APPLIED==
000950         ==TDSP-REJECTED==        BY ==GL100-OD-REJECTED==
000960         ==TDSP-HELD==            BY ==GL100-OD-HELD==
000970         ==TDSP-REJ-REASON==      BY ==GL100-OD-REJ-REASON==
000980         ==TDSP-NEW-BALANCE==     BY ==GL100-OD-NEW-BALANCE==
000990         ==TDSP-POST-TIMESTAMP==  BY ==GL100-OD-POST-TIMESTAMP==
001000         ==TDSP-REVERSAL-STATUS== BY ==GL100-OD-REVERSAL-STATUS==
001010         ==TDSP-NOT-REVERSED==    BY ==GL100-OD-NOT-REVERSED==
001020         ==TDSP-REVERSAL-PENDING==
001030                                  BY ==GL100-OD-REVERSAL-PENDING==
001040         ==TDSP-REVERSED==        BY ==GL100-OD-REVERSED==
001050         ==TDSP-CUST-KEY==        BY ==GL100-OD-CUST-KEY==
001060         ==TDSP-TRAN-TIMESTAMP==  BY ==GL100-OD-TRAN-TIMESTAMP==
001070         ==TDSP-TRAN-TYPE==       BY ==GL100-OD-TRAN-TYPE==
001080         ==TDSP-APPLIED-AMOUNT==  BY ==GL100-OD-APPLIED-AMOUNT==
001090         ==TDSP-LINK-TRAN-ID==    BY ==GL100-OD-LINK-TRAN-ID==
001100         ==TDSP-XFER-TO-KEY==     BY ==GL100-OD-XFER-TO-KEY==
001110         ==TDSP-XFER-TO-BALANCE== BY ==GL100-OD-XFER-TO-BALANCE==.
001120 FD  HISTORY-FILE.
001130 COPY TRNHIST.
001140 FD  TRANTYPE-FILE.
001150 COPY TRNTYPE.
001160 FD  GLMAP-FILE.
001170 COPY GLMAP.
001180 FD  JOURNAL-FILE.
001190 COPY GLJRNL.
001200 FD  REPORT-FILE.
001210 01  GL100-REPORT-LINE           PIC X(100).
001220 FD  CONTROL-FILE.
001230 COPY BUSCTL.
001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------
001260* FILE STATUS CODES
001270*----------------------------------------------------------------
001280 01  GL100-FILE-STATUSES.
001290     05  GL100-TRANDISP-STATUS   PIC X(02).
001300         88  GL100-TRANDISP-OK           VALUE "00".
001310     05  GL100-TRANORIG-STATUS   PIC X(02).
001320         88  GL100-TRANORIG-OK           VALUE "00".
001330     05  GL100-TRANHIST-STATUS   PIC X(02).
001340         88  GL100-TRANHIST-OK           VALUE "00".
001350     05  GL100-TRANTYPE-STATUS   PIC X(02).
001360         88  GL100-TRANTYPE-OK           VALUE "00".
001370     05  GL100-GLMAP-STATUS      PIC X(02).
001380         88  GL100-GLMAP-OK              VALUE "00".
001390     05  GL100-GLJRNL-STATUS     PIC X(02).
001400         88  GL100-GLJRNL-OK             VALUE "00".
001410     05  GL100-GLJLIST-STATUS    PIC X(02).
001420         88  GL100-GLJLIST-OK            VALUE "00".
001430     05  GL100-BUSCTL-STATUS     PIC X(02).
001440         88  GL100-BUSCTL-OK             VALUE "00".
001450*----------------------------------------------------------------
001460* SWITCHES
001470*   SETUP-BAD MEANS A FILE OR BUSCTL WAS WRONG AND NOTHING
001480*   WAS READ; EXTRACT-BAD MEANS THE DAY WAS READ BUT CANNOT BE
001490*   JOURNALLED IN BALANCE.  EITHER ENDS THE RUN RC=8 WITH NO
001500*   JOURNAL RECORDS WRITTEN.
001510*----------------------------------------------------------------
001520 01  GL100-SWITCHES.
001530     05  GL100-EOF-SW            PIC X(01) VALUE "N".
001540         88  GL100-EOF                   VALUE "Y".
001550     05  GL100-SETUP-GOOD-SW     PIC X(01) VALUE "Y".
001560         88  GL100-SETUP-GOOD            VALUE "Y".
001570         88  GL100-SETUP-BAD             VALUE "N".
001580     05  GL100-EXTRACT-GOOD-SW   PIC X(01) VALUE "Y".
001590         88  GL100-EXTRACT-GOOD          VALUE "Y".
001600         88  GL100-EXTRACT-BAD           VALUE "N".
001610*----------------------------------------------------------------
001620* JOURNAL DATE
001630*   THE BUSINESS DATE BEING JOURNALLED - THE LAST DATE CUTOVRJ
001640*   CLOSED, FROM THE BUSCTL "BUSDATE" RECORD.  AN APPLIED
001650*   DISPOSITION BELONGS TO IT WHEN ITS POST TIMESTAMP FALLS
001660*   BETWEEN THE START AND END TIMES BUSCTL HOLDS FOR THAT
001670*   DATE'S TRANPOST RUN - THE RUN MAY CROSS MIDNIGHT, AND A
001680*   RESTARTED RUN KEEPS ITS FIRST START TIME.  NO PARM IS
001690*   TAKEN; GL100-SETUP-REASON SAYS WHY THE DATE COULD NOT BE
001700*   SETTLED.
001710*----------------------------------------------------------------
001720 01  GL100-PARM-TEXT             PIC X(10).
001730 01  GL100-JOURNAL-DATE          PIC 9(08).
001740 01  GL100-CONTROL-WORK.
001750     05  GL100-BUSDATE-KEY       PIC X(10) VALUE "BUSDATE".
001760     05  GL100-PREREQ-KEY        PIC X(10) VALUE "TRANPOST".
001770     05  GL100-WINDOW-START      PIC X(16).
001780     05  GL100-WINDOW-END        PIC X(16).
001790     05  GL100-SETUP-REASON      PIC X(60).
001800*----------------------------------------------------------------
001810* COUNTERS AND ACCUMULATORS
001820*----------------------------------------------------------------
001830 01  GL100-COUNTERS.
001840     05  GL100-READ-COUNT        PIC 9(07) COMP.
001850     05  GL100-APPLIED-COUNT     PIC 9(07) COMP.
001860     05  GL100-NOHIST-COUNT      PIC 9(07) COMP.
001870     05  GL100-NOORIG-COUNT      PIC 9(07) COMP.
001880     05  GL100-NOMAP-COUNT       PIC 9(07) COMP.
001890     05  GL100-LINE-COUNT        PIC 9(07) COMP.
001900 01  GL100-AMOUNT-TOTALS.
001910     05  GL100-DEBIT-TOTAL       PIC S9(13)V99 COMP-3.
001920     05  GL100-CREDIT-TOTAL      PIC S9(13)V99 COMP-3.
001930*----------------------------------------------------------------
001940* PER-TYPE SUMMARY TABLE
001950*   ONE ENTRY PER TRANSACTION TYPE APPLIED ON THE JOURNAL DATE,
001960*   IN THE ORDER FIRST MET.  TT-NET-EFFECT IS THE SUM OF THE
001970*   SIGNED EFFECTS ON CUSTOMER BALANCES (DEBITS NEGATIVE);
001980*   4100-MAP-TYPE TURNS IT INTO TT-JOURNAL-AMOUNT AND THE TWO
001990*   ACCOUNTS IT POSTS TO.  A REVERSAL COUNTS UNDER ITS
002000*   ORIGINAL'S TYPE, SO THERE IS NO "REVERSAL" ENTRY.
002010*   GL100-ITEM-TYPE IS THE TYPE THE CURRENT ITEM COUNTS UNDER.
002020*----------------------------------------------------------------
002030 01  GL100-ITEM-TYPE             PIC X(10).
002040 01  GL100-TYPE-TABLE.
002050     05  GL100-TT-ENTRY OCCURS 100 TIMES.
002060         10  GL100-TT-TYPE       PIC X(10).
002070         10  GL100-TT-ITEMS      PIC 9(07) COMP.
002080         10  GL100-TT-NET-EFFECT PIC S9(13)V99 COMP-3.
002090         10  GL100-TT-JOURNAL-AMOUNT
002100                                 PIC S9(13)V99 COMP-3.
002110         10  GL100-TT-DR-ACCT    PIC X(12).
002120         10  GL100-TT-CR-ACCT    PIC X(12).
002130         10  GL100-TT-DESC       PIC X(20).
002140 01  GL100-TABLE-CONTROLS.
002150     05  GL100-TYPE-COUNT        PIC 9(03) COMP.
002160     05  GL100-SCAN-SUB          PIC 9(03) COMP.
002170     05  GL100-FOUND-SUB         PIC 9(03) COMP.
002180*----------------------------------------------------------------
002190* TIMESTAMP WORK AREA
002200*----------------------------------------------------------------
002210 01  GL100-TIMESTAMP-WORK.
002220     05  GL100-CURR-DATE         PIC 9(08).
002230     05  GL100-CURR-TIME         PIC 9(08).
002240 01  GL100-TIMESTAMP             PIC X(16).
002250*----------------------------------------------------------------
002260* REPORT EDIT FIELDS
002270*----------------------------------------------------------------
002280 01  GL100-EDIT-FIELDS.
002290     05  GL100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
002300     05  GL100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002310 PROCEDURE DIVISION.
002320*----------------------------------------------------------------
002330* 0000-MAINLINE                                                *
002340*   ENTRY POINT.  THE JOURNAL IS WRITTEN ONLY AFTER THE WHOLE  *
002350*   DAY HAS BEEN READ AND EVERY TYPE IN IT MAPPED, SO A        *
002360*   STOPPED RUN NEVER LEAVES A PART-JOURNAL FOR FINANCE.       *
002370*----------------------------------------------------------------
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     IF GL100-SETUP-GOOD
002410         PERFORM 2000-PROCESS-DISPOSITION THRU 2000-EXIT
002420             UNTIL GL100-EOF
002430         PERFORM 4000-MAP-TYPES THRU 4000-EXIT
002440         IF GL100-EXTRACT-GOOD
002450             PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
002460         ELSE
002470             MOVE SPACES TO GL100-REPORT-LINE
002480             WRITE GL100-REPORT-LINE
002490             MOVE "** EXTRACT STOPPED - NO JOURNAL WRITTEN **"
002500                 TO GL100-REPORT-LINE
002510             WRITE GL100-REPORT-LINE
002520             MOVE 8 TO RETURN-CODE
002530         END-IF
002540         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002550     ELSE
002560         MOVE "** SETUP ERROR - NO JOURNAL WRITTEN **"
002570             TO GL100-REPORT-LINE
002580         WRITE GL100-REPORT-LINE
002590         MOVE 8 TO RETURN-CODE
002600     END-IF.
002610     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002620     STOP RUN.
002630*----------------------------------------------------------------
002640* 1000-INITIALIZE                                              *
002650*   OPEN THE FILES, SETTLE THE JOURNAL DATE, WRITE THE         *
002660*   HEADING, AND PRIME THE TRANDISP READ LOOP.                 *
002670*   A PARM IS REFUSED RATHER THAN IGNORED - THE DATE COMES     *
002680*   ONLY FROM BUSCTL.                                          *
002690*----------------------------------------------------------------
002700 1000-INITIALIZE.
002710     OPEN INPUT DISPOSITION-FILE.
002720     OPEN INPUT ORIGINAL-FILE.
002730     OPEN INPUT HISTORY-FILE.
002740     OPEN INPUT TRANTYPE-FILE.
002750     OPEN INPUT GLMAP-FILE.
002760     OPEN INPUT CONTROL-FILE.
002770     OPEN OUTPUT JOURNAL-FILE.
002780     OPEN OUTPUT REPORT-FILE.
002790     ACCEPT GL100-CURR-DATE FROM DATE YYYYMMDD.
002800     ACCEPT GL100-CURR-TIME FROM TIME.
002810     STRING GL100-CURR-DATE GL100-CURR-TIME
002820         DELIMITED BY SIZE INTO GL100-TIMESTAMP.
002830     MOVE ZERO TO GL100-JOURNAL-DATE.
002840     MOVE SPACES TO GL100-WINDOW-START GL100-WINDOW-END
002850         GL100-SETUP-REASON.
002860     ACCEPT GL100-PARM-TEXT FROM COMMAND-LINE.
002870     IF GL100-PARM-TEXT NOT = SPACES
002880         SET GL100-SETUP-BAD TO TRUE
002890         MOVE "  PARM NOT TAKEN - DATE COMES FROM BUSCTL"
002900             TO GL100-SETUP-REASON
002910     ELSE
002920         PERFORM 1100-READ-BUSCTL THRU 1100-EXIT
002930     END-IF.
002940     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002950     IF GL100-SETUP-BAD
002960         MOVE GL100-SETUP-REASON TO GL100-REPORT-LINE
002970         WRITE GL100-REPORT-LINE
002980     END-IF.
002990     IF NOT GL100-TRANDISP-OK
003000         SET GL100-SETUP-BAD TO TRUE
003010         MOVE "  TRANDISP FILE COULD NOT BE OPENED"
003020             TO GL100-REPORT-LINE
003030         WRITE GL100-REPORT-LINE
003040     END-IF.
003050     IF NOT GL100-TRANORIG-OK
003060         SET GL100-SETUP-BAD TO TRUE
003070         MOVE "  TRANORIG FILE COULD NOT BE OPENED"
003080             TO GL100-REPORT-LINE
003090         WRITE GL100-REPORT-LINE
003100     END-IF.
003110     IF NOT GL100-TRANHIST-OK
003120         SET GL100-SETUP-BAD TO TRUE
003130         MOVE "  TRANHIST FILE COULD NOT BE OPENED"
003140             TO GL100-REPORT-LINE
003150         WRITE GL100-REPORT-LINE
003160     END-IF.
003170     IF NOT GL100-TRANTYPE-OK
003180         SET GL100-SETUP-BAD TO TRUE
003190         MOVE "  TRANTYPE FILE COULD NOT BE OPENED"
003200             TO GL100-REPORT-LINE
003210         WRITE GL100-REPORT-LINE
003220     END-IF.
003230     IF NOT GL100-GLMAP-OK
003240         SET GL100-SETUP-BAD TO TRUE
003250         MOVE "  GLMAP FILE COULD NOT BE OPENED"
003260             TO GL100-REPORT-LINE
003270         WRITE GL100-REPORT-LINE
003280     END-IF.
003290     IF NOT GL100-GLJRNL-OK
003300         SET GL100-SETUP-BAD TO TRUE
003310         MOVE "  GLJRNL FILE COULD NOT BE OPENED"
003320             TO GL100-REPORT-LINE
003330         WRITE GL100-REPORT-LINE
003340     END-IF.
003350     IF GL100-SETUP-GOOD
003360         PERFORM 2100-READ-TRANDISP THRU 2100-EXIT
003370     END-IF.
003380 1000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 1100-READ-BUSCTL                                             *
003420*   TAKE THE JOURNAL DATE FROM THE BUSDATE RECORD AND THE      *
003430*   SELECTION WINDOW FROM THE TRANPOST RECORD.  TRANPOST MUST  *
003440*   HAVE COMPLETED FOR THAT DATE - UNTIL IT HAS, ITS END TIME  *
003450*   IS NOT KNOWN AND THE DAY'S POSTINGS ARE NOT ALL IN.        *
003460*----------------------------------------------------------------
003470 1100-READ-BUSCTL.
003480     IF NOT GL100-BUSCTL-OK
003490         SET GL100-SETUP-BAD TO TRUE
003500         MOVE "  BUSCTL FILE COULD NOT BE OPENED"
003510             TO GL100-SETUP-REASON
003520         GO TO 1100-EXIT
003530     END-IF.
003540     MOVE GL100-BUSDATE-KEY TO BDC-KEY.
003550     READ CONTROL-FILE
003560         INVALID KEY
003570             MOVE "23" TO GL100-BUSCTL-STATUS
003580     END-READ.
003590     IF NOT GL100-BUSCTL-OK
003600         SET GL100-SETUP-BAD TO TRUE
003610         MOVE "  NO BUSDATE RECORD ON BUSCTL"
003620             TO GL100-SETUP-REASON
003630         GO TO 1100-EXIT
003640     END-IF.
003650     IF BDC-CLOSED-DATE = ZERO
003660         SET GL100-SETUP-BAD TO TRUE
003670         MOVE "  NO BUSINESS DAY HAS BEEN CLOSED YET"
003680             TO GL100-SETUP-REASON
003690         GO TO 1100-EXIT
003700     END-IF.
003710     MOVE BDC-CLOSED-DATE TO GL100-JOURNAL-DATE.
003720     MOVE GL100-PREREQ-KEY TO BDC-KEY.
003730     READ CONTROL-FILE
003740         INVALID KEY
003750             MOVE "23" TO GL100-BUSCTL-STATUS
003760     END-READ.
003770     IF NOT GL100-BUSCTL-OK
003780         OR NOT BDC-JOB-COMPLETE
003790         OR BDC-JOB-BUS-DATE NOT = GL100-JOURNAL-DATE
003800         SET GL100-SETUP-BAD TO TRUE
003810         STRING "  TRANPOST HAS NOT COMPLETED FOR BUSINESS DATE "
003820             DELIMITED BY SIZE
003830             GL100-JOURNAL-DATE DELIMITED BY SIZE
003840             INTO GL100-SETUP-REASON
003850         GO TO 1100-EXIT
003860     END-IF.
003870     MOVE BDC-JOB-START-TS TO GL100-WINDOW-START.
003880     MOVE BDC-JOB-END-TS TO GL100-WINDOW-END.
003890 1100-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* 2000-PROCESS-DISPOSITION                                     *
003930*   TAKE THE CURRENT DISPOSITION IF THE JOURNAL DATE'S         *
003940*   TRANPOST RUN APPLIED IT, THEN READ THE NEXT.  AN ITEM AN   *
003950*   EARLIER OR LATER RUN APPLIED FALLS OUTSIDE THE WINDOW,     *
003960*   WHATEVER ITS CLOCK DATE.  REJECTED AND HELD ITEMS          *
003970*   NEVER MOVED A BALANCE AND ARE NOT JOURNALLED.  AN ITEM     *
003980*   REVERSED LATER KEEPS ITS OWN POST DATE; THE REVERSAL IS    *
003990*   JOURNALLED ON THE DAY IT WAS APPLIED.                      *
004000*----------------------------------------------------------------
004010 2000-PROCESS-DISPOSITION.
004020     ADD 1 TO GL100-READ-COUNT.
004030     IF TDSP-APPLIED
004040         AND TDSP-POST-TIMESTAMP NOT < GL100-WINDOW-START
004050         AND TDSP-POST-TIMESTAMP NOT > GL100-WINDOW-END
004060         PERFORM 3000-TAKE-ITEM THRU 3000-EXIT
004070     END-IF.
004080     PERFORM 2100-READ-TRANDISP THRU 2100-EXIT.
004090 2000-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120* 2100-READ-TRANDISP                                           *
004130*   READ THE NEXT TRANDISP RECORD IN KEY SEQUENCE.             *
004140*----------------------------------------------------------------
004150 2100-READ-TRANDISP.
004160     READ DISPOSITION-FILE NEXT RECORD
004170         AT END
004180             SET GL100-EOF TO TRUE
004190     END-READ.
004200 2100-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* 3000-TAKE-ITEM                                               *
004240*   ADD ONE APPLIED ITEM TO ITS TYPE'S ENTRY.  THE AMOUNT IS   *
004250*   THE SIGNED EFFECT ON THE TRANHIST ENTRY THE POSTING RUN    *
004260*   WROTE WITH IT - FOR A TRANSFER, THE FROM-CUSTOMER'S DEBIT  *
004270*   LEG.  A REVERSAL'S OPPOSITE EFFECT IS ADDED TO ITS         *
004280*   ORIGINAL'S TYPE, SO IT NETS AGAINST THAT TYPE'S ACCOUNTS.  *
004290*   AN APPLIED ITEM WITH NO HISTORY ENTRY, OR A REVERSAL WHOSE *
004300*   ORIGINAL IS NOT ON TRANDISP, MEANS THE POSTING RESULTS     *
004310*   DISAGREE, AND STOPS THE EXTRACT.                           *
004320*----------------------------------------------------------------
004330 3000-TAKE-ITEM.
004340     ADD 1 TO GL100-APPLIED-COUNT.
004350     MOVE TDSP-CUST-KEY TO HIST-CUST-KEY.
004360     MOVE TDSP-TRAN-TIMESTAMP TO HIST-TIMESTAMP.
004370     MOVE TDSP-TRAN-ID TO HIST-TRAN-ID.
004380     READ HISTORY-FILE
004390         INVALID KEY
004400             MOVE "23" TO GL100-TRANHIST-STATUS
004410     END-READ.
004420     IF NOT GL100-TRANHIST-OK
004430         SET GL100-EXTRACT-BAD TO TRUE
004440         ADD 1 TO GL100-NOHIST-COUNT
004450         MOVE SPACES TO GL100-REPORT-LINE
004460         STRING "  NO TRANHIST ENTRY FOR APPLIED ID "
004470             DELIMITED BY SIZE
004480             TDSP-TRAN-ID DELIMITED BY SIZE
004490             "  CUST=" DELIMITED BY SIZE
004500             TDSP-CUST-KEY DELIMITED BY SIZE
004510             INTO GL100-REPORT-LINE
004520         WRITE GL100-REPORT-LINE
004530         GO TO 3000-EXIT
004540     END-IF.
004550     MOVE TDSP-TRAN-TYPE TO GL100-ITEM-TYPE.
004560     IF TDSP-TRAN-TYPE = "REVERSAL"
004570         PERFORM 3050-FIND-ORIGINAL THRU 3050-EXIT
004580         IF GL100-ITEM-TYPE = "REVERSAL"
004590             GO TO 3000-EXIT
004600         END-IF
004610     END-IF.
004620     PERFORM 3100-FIND-TYPE THRU 3100-EXIT.
004630     IF GL100-FOUND-SUB = ZERO
004640         GO TO 3000-EXIT
004650     END-IF.
004660     ADD 1 TO GL100-TT-ITEMS(GL100-FOUND-SUB).
004670     ADD HIST-AMOUNT TO GL100-TT-NET-EFFECT(GL100-FOUND-SUB).
004680 3000-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710* 3050-FIND-ORIGINAL                                           *
004720*   READ THE TRANDISP RECORD OF THE ITEM THE CURRENT REVERSAL  *
004730*   REVERSED, NAMED BY TDSP-LINK-TRAN-ID, AND TAKE ITS TYPE AS *
004740*   GL100-ITEM-TYPE.  THE POSTING RUN ONLY APPLIES A REVERSAL  *
004750*   OF AN APPLIED ITEM, SO AN ORIGINAL NOT FOUND OR NOT        *
004760*   APPLIED LEAVES GL100-ITEM-TYPE AS IT WAS AND STOPS THE     *
004770*   EXTRACT.                                                   *
004780*----------------------------------------------------------------
004790 3050-FIND-ORIGINAL.
004800     MOVE TDSP-LINK-TRAN-ID TO GL100-OD-TRAN-ID.
004810     READ ORIGINAL-FILE
004820         INVALID KEY
004830             MOVE "23" TO GL100-TRANORIG-STATUS
004840     END-READ.
004850     IF GL100-TRANORIG-OK
004860         AND GL100-OD-APPLIED
004870         MOVE GL100-OD-TRAN-TYPE TO GL100-ITEM-TYPE
004880         GO TO 3050-EXIT
004890     END-IF.
004900     SET GL100-EXTRACT-BAD TO TRUE.
004910     ADD 1 TO GL100-NOORIG-COUNT.
004920     MOVE SPACES TO GL100-REPORT-LINE.
004930     STRING "  NO APPLIED ORIGINAL " DELIMITED BY SIZE
004940         TDSP-LINK-TRAN-ID DELIMITED BY SIZE
004950         " FOR REVERSAL " DELIMITED BY SIZE
004960         TDSP-TRAN-ID DELIMITED BY SIZE
004970         INTO GL100-REPORT-LINE.
004980     WRITE GL100-REPORT-LINE.
004990 3050-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020* 3100-FIND-TYPE                                               *
005030*   SET GL100-FOUND-SUB TO GL100-ITEM-TYPE'S TABLE ENTRY,      *
005040*   ADDING ONE IF THE TYPE IS NEW.  A FULL TABLE LEAVES IT     *
005050*   ZERO AND STOPS THE EXTRACT - A TYPE LEFT OUT WOULD LEAVE   *
005060*   THE JOURNAL SHORT.                                         *
005070*----------------------------------------------------------------
005080 3100-FIND-TYPE.
005090     MOVE ZERO TO GL100-FOUND-SUB.
005100     PERFORM 3110-SCAN-TYPE THRU 3110-EXIT
005110         VARYING GL100-SCAN-SUB FROM 1 BY 1
005120         UNTIL GL100-SCAN-SUB > GL100-TYPE-COUNT
005130             OR GL100-FOUND-SUB NOT = ZERO.
005140     IF GL100-FOUND-SUB NOT = ZERO
005150         GO TO 3100-EXIT
005160     END-IF.
005170     IF GL100-TYPE-COUNT NOT < 100
005180         IF GL100-EXTRACT-GOOD
005190             MOVE "  TYPE TABLE FULL - OVER 100 TYPES APPLIED"
005200                 TO GL100-REPORT-LINE
005210             WRITE GL100-REPORT-LINE
005220         END-IF
005230         SET GL100-EXTRACT-BAD TO TRUE
005240         GO TO 3100-EXIT
005250     END-IF.
005260     ADD 1 TO GL100-TYPE-COUNT.
005270     MOVE GL100-TYPE-COUNT TO GL100-FOUND-SUB.
005280     MOVE GL100-ITEM-TYPE TO GL100-TT-TYPE(GL100-FOUND-SUB).
005290     MOVE ZERO TO GL100-TT-ITEMS(GL100-FOUND-SUB)
005300         GL100-TT-NET-EFFECT(GL100-FOUND-SUB)
005310         GL100-TT-JOURNAL-AMOUNT(GL100-FOUND-SUB).
005320     MOVE SPACES TO GL100-TT-DR-ACCT(GL100-FOUND-SUB)
005330         GL100-TT-CR-ACCT(GL100-FOUND-SUB)
005340         GL100-TT-DESC(GL100-FOUND-SUB).
005350 3100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380* 3110-SCAN-TYPE                                               *
005390*   NOTE THE ENTRY FOR GL100-ITEM-TYPE IF THIS IS IT.          *
005400*----------------------------------------------------------------
005410 3110-SCAN-TYPE.
005420     IF GL100-TT-TYPE(GL100-SCAN-SUB) = GL100-ITEM-TYPE
005430         MOVE GL100-SCAN-SUB TO GL100-FOUND-SUB
005440     END-IF.
005450 3110-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* 4000-MAP-TYPES                                               *
005490*   MAP EVERY TYPE MET TO ITS GL ACCOUNTS.  EVERY MISSING      *
005500*   MAPPING IS LISTED, NOT JUST THE FIRST, SO FINANCE CAN ADD  *
005510*   THEM ALL BEFORE THE RERUN.                                 *
005520*----------------------------------------------------------------
005530 4000-MAP-TYPES.
005540     PERFORM 4100-MAP-TYPE THRU 4100-EXIT
005550         VARYING GL100-SCAN-SUB FROM 1 BY 1
005560         UNTIL GL100-SCAN-SUB > GL100-TYPE-COUNT.
005570 4000-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* 4100-MAP-TYPE                                                *
005610*   SET ONE TYPE'S JOURNAL AMOUNT AND ACCOUNTS.  THE NET       *
005620*   EFFECT ON CUSTOMERS IS TURNED INTO THE TYPE'S NORMAL       *
005630*   DIRECTION - NEGATED FOR A DEBIT TYPE - AND, WHEN THAT      *
005640*   COMES OUT NEGATIVE, THE MAPPED ACCOUNTS ARE POSTED THE     *
005650*   OTHER WAY ROUND FOR THE ABSOLUTE AMOUNT.  A TRANSFER NETS  *
005660*   TO NOTHING ACROSS CUSTOMERS; ITS EFFECT HERE IS THE DEBIT  *
005670*   LEG, SO IT IS ALWAYS TREATED AS A DEBIT TYPE AND JOURNALS  *
005680*   THE GROSS AMOUNT MOVED.  REVERSALS ARE ALREADY IN THEIR    *
005690*   ORIGINAL'S NET, SO A DAY MORE REVERSED THAN APPLIED POSTS  *
005700*   THE TYPE'S ACCOUNTS THE OTHER WAY ROUND.                   *
005710*----------------------------------------------------------------
005720 4100-MAP-TYPE.
005730     MOVE GL100-TT-TYPE(GL100-SCAN-SUB) TO GLMAP-TRAN-TYPE.
005740     READ GLMAP-FILE
005750         INVALID KEY
005760             MOVE "23" TO GL100-GLMAP-STATUS
005770     END-READ.
005780     IF NOT GL100-GLMAP-OK
005790         SET GL100-EXTRACT-BAD TO TRUE
005800         ADD 1 TO GL100-NOMAP-COUNT
005810         MOVE GL100-TT-ITEMS(GL100-SCAN-SUB) TO GL100-EDIT-COUNT
005820         MOVE SPACES TO GL100-REPORT-LINE
005830         STRING "  NO GL MAPPING FOR TYPE " DELIMITED BY SIZE
005840             GL100-TT-TYPE(GL100-SCAN-SUB) DELIMITED BY SIZE
005850             " - ITEMS " DELIMITED BY SIZE
005860             GL100-EDIT-COUNT DELIMITED BY SIZE
005870             INTO GL100-REPORT-LINE
005880         WRITE GL100-REPORT-LINE
005890         GO TO 4100-EXIT
005900     END-IF.
005910     MOVE GL100-TT-TYPE(GL100-SCAN-SUB) TO TRNTYP-CODE.
005920     READ TRANTYPE-FILE
005930         INVALID KEY
005940             MOVE "23" TO GL100-TRANTYPE-STATUS
005950     END-READ.
005960     IF NOT GL100-TRANTYPE-OK
005970         SET GL100-EXTRACT-BAD TO TRUE
005980         MOVE SPACES TO GL100-REPORT-LINE
005990         STRING "  TYPE NOT ON TRANTYPE - " DELIMITED BY SIZE
006000             GL100-TT-TYPE(GL100-SCAN-SUB) DELIMITED BY SIZE
006010             INTO GL100-REPORT-LINE
006020         WRITE GL100-REPORT-LINE
006030         GO TO 4100-EXIT
006040     END-IF.
006050     IF TRNTYP-DEBIT
006060         OR GL100-TT-TYPE(GL100-SCAN-SUB) = "TRANSFER"
006070         COMPUTE GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB) =
006080             0 - GL100-TT-NET-EFFECT(GL100-SCAN-SUB)
006090     ELSE
006100         MOVE GL100-TT-NET-EFFECT(GL100-SCAN-SUB)
006110             TO GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB)
006120     END-IF.
006130     MOVE GLMAP-DESC TO GL100-TT-DESC(GL100-SCAN-SUB).
006140     IF GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB) < ZERO
006150         COMPUTE GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB) =
006160             0 - GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB)
006170         MOVE GLMAP-CREDIT-ACCT
006180             TO GL100-TT-DR-ACCT(GL100-SCAN-SUB)
006190         MOVE GLMAP-DEBIT-ACCT
006200             TO GL100-TT-CR-ACCT(GL100-SCAN-SUB)
006210     ELSE
006220         MOVE GLMAP-DEBIT-ACCT
006230             TO GL100-TT-DR-ACCT(GL100-SCAN-SUB)
006240         MOVE GLMAP-CREDIT-ACCT
006250             TO GL100-TT-CR-ACCT(GL100-SCAN-SUB)
006260     END-IF.
006270 4100-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300* 5000-WRITE-JOURNAL                                           *
006310*   WRITE THE HEADER, A DEBIT AND A CREDIT LINE PER TYPE, AND  *
006320*   THE CONTROL TRAILER.  A DAY WITH NOTHING APPLIED STILL     *
006330*   GETS A HEADER AND A ZERO TRAILER, SO FINANCE CAN TELL AN   *
006340*   EMPTY DAY FROM A MISSING JOURNAL.                          *
006350*----------------------------------------------------------------
006360 5000-WRITE-JOURNAL.
006370     MOVE SPACES TO GLJ-RECORD.
006380     SET GLJ-HEADER TO TRUE.
006390     MOVE GL100-JOURNAL-DATE TO GLJ-JOURNAL-DATE.
006400     MOVE "DL100" TO GLJ-HDR-SOURCE.
006410     MOVE GL100-TIMESTAMP TO GLJ-HDR-CREATED-TS.
006420     WRITE GLJ-RECORD.
006430     PERFORM 5100-WRITE-TYPE-LINES THRU 5100-EXIT
006440         VARYING GL100-SCAN-SUB FROM 1 BY 1
006450         UNTIL GL100-SCAN-SUB > GL100-TYPE-COUNT.
006460     MOVE SPACES TO GLJ-RECORD.
006470     SET GLJ-TRAILER TO TRUE.
006480     MOVE GL100-JOURNAL-DATE TO GLJ-JOURNAL-DATE.
006490     MOVE GL100-LINE-COUNT TO GLJ-TRL-LINE-COUNT.
006500     MOVE GL100-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
006510     MOVE GL100-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
006520     WRITE GLJ-RECORD.
006530 5000-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* 5100-WRITE-TYPE-LINES                                        *
006570*   ONE TYPE'S DEBIT AND CREDIT LINES AND ITS LISTING LINE.  A *
006580*   TYPE WHOSE ITEMS NETTED TO ZERO IS LISTED BUT NOT          *
006590*   JOURNALLED.                                                *
006600*----------------------------------------------------------------
006610 5100-WRITE-TYPE-LINES.
006620     MOVE SPACES TO GL100-REPORT-LINE.
006630     MOVE GL100-TT-TYPE(GL100-SCAN-SUB)
006640         TO GL100-REPORT-LINE(1:10).
006650     MOVE GL100-TT-ITEMS(GL100-SCAN-SUB) TO GL100-EDIT-COUNT.
006660     MOVE GL100-EDIT-COUNT TO GL100-REPORT-LINE(12:9).
006670     MOVE GL100-TT-DR-ACCT(GL100-SCAN-SUB)
006680         TO GL100-REPORT-LINE(23:12).
006690     MOVE GL100-TT-CR-ACCT(GL100-SCAN-SUB)
006700         TO GL100-REPORT-LINE(37:12).
006710     MOVE GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB)
006720         TO GL100-EDIT-AMOUNT.
006730     MOVE GL100-EDIT-AMOUNT TO GL100-REPORT-LINE(50:18).
006740     IF GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB) = ZERO
006750         MOVE "NETTED TO ZERO - NOT JOURNALLED"
006760             TO GL100-REPORT-LINE(69:31)
006770         WRITE GL100-REPORT-LINE
006780         GO TO 5100-EXIT
006790     END-IF.
006800     MOVE GL100-TT-DESC(GL100-SCAN-SUB)
006810         TO GL100-REPORT-LINE(69:20).
006820     WRITE GL100-REPORT-LINE.
006830     MOVE SPACES TO GLJ-RECORD.
006840     SET GLJ-DETAIL TO TRUE.
006850     MOVE GL100-JOURNAL-DATE TO GLJ-JOURNAL-DATE.
006860     ADD 1 TO GL100-LINE-COUNT.
006870     MOVE GL100-LINE-COUNT TO GLJ-LINE-NO.
006880     MOVE GL100-TT-DR-ACCT(GL100-SCAN-SUB) TO GLJ-ACCOUNT.
006890     SET GLJ-DEBIT TO TRUE.
006900     MOVE GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB) TO GLJ-AMOUNT.
006910     MOVE GL100-TT-TYPE(GL100-SCAN-SUB) TO GLJ-TRAN-TYPE.
006920     MOVE GL100-TT-ITEMS(GL100-SCAN-SUB) TO GLJ-ITEM-COUNT.
006930     MOVE GL100-TT-DESC(GL100-SCAN-SUB) TO GLJ-DESC.
006940     WRITE GLJ-RECORD.
006950     ADD GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB)
006960         TO GL100-DEBIT-TOTAL.
006970     ADD 1 TO GL100-LINE-COUNT.
006980     MOVE GL100-LINE-COUNT TO GLJ-LINE-NO.
006990     MOVE GL100-TT-CR-ACCT(GL100-SCAN-SUB) TO GLJ-ACCOUNT.
007000     SET GLJ-CREDIT TO TRUE.
007010     WRITE GLJ-RECORD.
007020     ADD GL100-TT-JOURNAL-AMOUNT(GL100-SCAN-SUB)
007030         TO GL100-CREDIT-TOTAL.
007040 5100-EXIT.
007050     EXIT.
007060*----------------------------------------------------------------
007070* 8000-WRITE-SUMMARY                                           *
007080*   WRITE THE TRAILING TOTALS.                                 *
007090*----------------------------------------------------------------
007100 8000-WRITE-SUMMARY.
007110     MOVE SPACES TO GL100-REPORT-LINE.
007120     WRITE GL100-REPORT-LINE.
007130     MOVE GL100-READ-COUNT TO GL100-EDIT-COUNT.
007140     MOVE SPACES TO GL100-REPORT-LINE.
007150     STRING "DISPOSITIONS READ   : " DELIMITED BY SIZE
007160         GL100-EDIT-COUNT DELIMITED BY SIZE
007170         INTO GL100-REPORT-LINE.
007180     WRITE GL100-REPORT-LINE.
007190     MOVE GL100-APPLIED-COUNT TO GL100-EDIT-COUNT.
007200     MOVE SPACES TO GL100-REPORT-LINE.
007210     STRING "APPLIED ON DATE     : " DELIMITED BY SIZE
007220         GL100-EDIT-COUNT DELIMITED BY SIZE
007230         INTO GL100-REPORT-LINE.
007240     WRITE GL100-REPORT-LINE.
007250     MOVE GL100-TYPE-COUNT TO GL100-EDIT-COUNT.
007260     MOVE SPACES TO GL100-REPORT-LINE.
007270     STRING "TRANSACTION TYPES   : " DELIMITED BY SIZE
007280         GL100-EDIT-COUNT DELIMITED BY SIZE
007290         INTO GL100-REPORT-LINE.
007300     WRITE GL100-REPORT-LINE.
007310     MOVE GL100-NOHIST-COUNT TO GL100-EDIT-COUNT.
007320     MOVE SPACES TO GL100-REPORT-LINE.
007330     STRING "NO HISTORY ENTRY    : " DELIMITED BY SIZE
007340         GL100-EDIT-COUNT DELIMITED BY SIZE
007350         INTO GL100-REPORT-LINE.
007360     WRITE GL100-REPORT-LINE.
007370     MOVE GL100-NOORIG-COUNT TO GL100-EDIT-COUNT.
007380     MOVE SPACES TO GL100-REPORT-LINE.
007390     STRING "NO ORIGINAL FOUND   : " DELIMITED BY SIZE
007400         GL100-EDIT-COUNT DELIMITED BY SIZE
007410         INTO GL100-REPORT-LINE.
007420     WRITE GL100-REPORT-LINE.
007430     MOVE GL100-NOMAP-COUNT TO GL100-EDIT-COUNT.
007440     MOVE SPACES TO GL100-REPORT-LINE.
007450     STRING "TYPES NOT MAPPED    : " DELIMITED BY SIZE
007460         GL100-EDIT-COUNT DELIMITED BY SIZE
007470         INTO GL100-REPORT-LINE.
007480     WRITE GL100-REPORT-LINE.
007490     MOVE GL100-LINE-COUNT TO GL100-EDIT-COUNT.
007500     MOVE SPACES TO GL100-REPORT-LINE.
007510     STRING "JOURNAL LINES       : " DELIMITED BY SIZE
007520         GL100-EDIT-COUNT DELIMITED BY SIZE
007530         INTO GL100-REPORT-LINE.
007540     WRITE GL100-REPORT-LINE.
007550     MOVE GL100-DEBIT-TOTAL TO GL100-EDIT-AMOUNT.
007560     MOVE SPACES TO GL100-REPORT-LINE.
007570     STRING "TOTAL DEBITS        : " DELIMITED BY SIZE
007580         GL100-EDIT-AMOUNT DELIMITED BY SIZE
007590         INTO GL100-REPORT-LINE.
007600     WRITE GL100-REPORT-LINE.
007610     MOVE GL100-CREDIT-TOTAL TO GL100-EDIT-AMOUNT.
007620     MOVE SPACES TO GL100-REPORT-LINE.
007630     STRING "TOTAL CREDITS       : " DELIMITED BY SIZE
007640         GL100-EDIT-AMOUNT DELIMITED BY SIZE
007650         INTO GL100-REPORT-LINE.
007660     WRITE GL100-REPORT-LINE.
007670 8000-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------
007700* 8100-WRITE-HEADING                                           *
007710*   WRITE THE REPORT TITLE LINES.                              *
007720*----------------------------------------------------------------
007730 8100-WRITE-HEADING.
007740     MOVE SPACES TO GL100-REPORT-LINE.
007750     STRING "GENERAL LEDGER JOURNAL LISTING - JOURNAL DATE "
007760         DELIMITED BY SIZE
007770         GL100-JOURNAL-DATE DELIMITED BY SIZE
007780         INTO GL100-REPORT-LINE.
007790     WRITE GL100-REPORT-LINE.
007800     MOVE SPACES TO GL100-REPORT-LINE.
007810     IF GL100-WINDOW-START NOT = SPACES
007820         STRING "ITEMS POSTED BY TRANPOST RUN " DELIMITED BY SIZE
007830             GL100-WINDOW-START DELIMITED BY SIZE
007840             " TO " DELIMITED BY SIZE
007850             GL100-WINDOW-END DELIMITED BY SIZE
007860             INTO GL100-REPORT-LINE
007870     END-IF.
007880     WRITE GL100-REPORT-LINE.
007890     MOVE SPACES TO GL100-REPORT-LINE.
007900     WRITE GL100-REPORT-LINE.
007910     MOVE SPACES TO GL100-REPORT-LINE.
007920     MOVE "TYPE" TO GL100-REPORT-LINE(1:4).
007930     MOVE "ITEMS" TO GL100-REPORT-LINE(16:5).
007940     MOVE "DEBIT ACCT" TO GL100-REPORT-LINE(23:10).
007950     MOVE "CREDIT ACCT" TO GL100-REPORT-LINE(37:11).
007960     MOVE "AMOUNT" TO GL100-REPORT-LINE(62:6).
007970     MOVE "DESCRIPTION" TO GL100-REPORT-LINE(69:11).
007980     WRITE GL100-REPORT-LINE.
007990 8100-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------
008020* 9999-TERMINATE                                               *
008030*   CLOSE THE FILES.                                           *
008040*----------------------------------------------------------------
008050 9999-TERMINATE.
008060     CLOSE DISPOSITION-FILE.
008070     CLOSE ORIGINAL-FILE.
008080     CLOSE HISTORY-FILE.
008090     CLOSE TRANTYPE-FILE.
008100     CLOSE GLMAP-FILE.
008110     CLOSE CONTROL-FILE.
008120     CLOSE JOURNAL-FILE.
008130     CLOSE REPORT-FILE.
008140 9999-EXIT.
008150     EXIT.
