000680*                 OR DUPTRAN RECORD IS WRITTEN AND NO FALSE
000690*                 REPLAY REACHES THE CONTROL JOBS.  REPLAYS
000700*                 THE RERUN ITSELF APPLIES ARE STILL CAUGHT.
000710* 2026-10-15 RJ   POST ONLINE REVERSALS - A "REVERSAL" RECORD
000720*                 NAMES THE ORIGINAL TRAN-ID.  THE ORIGINAL MUST
000730*                 STILL SHOW APPLIED AND NOT ALREADY REVERSED ON
000740*                 TRANDISP; THE OPPOSITE OF ITS TRANHIST AMOUNT
000750*                 IS APPLIED AND THE ORIGINAL IS MARKED REVERSED
000760*                 WITH THE REVERSAL'S ID.  A REJECTED REVERSAL
000770*                 FREES THE ORIGINAL FOR A NEW ONE.  EVERY
000780*                 DISPOSITION NOW ALSO CARRIES THE CUSTOMER,
000790*                 INTAKE TIMESTAMP, TYPE AND SIGNED APPLIED
000800*                 AMOUNT.
000810* 2026-10-15 RJ   POST CUSTOMER-TO-CUSTOMER TRANSFERS - ONE
000820*                 "TRANSFER" RECORD DEBITS TRAN-CUST-KEY AND
000830*                 CREDITS TRAN-XFER-TO-KEY UNDER THE ONE
000840*                 TRAN-ID.  BOTH LEGS APPLY OR NEITHER DOES -
000850*                 A FAILED CREDIT LEG BACKS THE DEBIT OUT - AND
000860*                 A HELD OR REJECTED TRANSFER GOES TO HELDTRAN
000870*                 OR TRANREJ AS THE ONE RECORD.
000880* 2026-10-15 RJ   DORMANT ACCOUNTS - A DEBIT AGAINST A CUSTOMER
000890*                 DORM100 HAS FLAGGED DORMANT IS HELD FOR
000900*                 SUPERVISOR RELEASE THE SAME WAY AS A
000910*                 CREDIT-LIMIT BREACH, AND A CREDIT (OR THE
000920*                 CREDIT LEG OF A TRANSFER) REACTIVATES THE
000930*                 ACCOUNT, NOTED ON POSTRPT.
000940*----------------------------------------------------------------
000950 ENVIRONMENT DIVISION.
000960 CONFIGURATION SECTION.
000970 SPECIAL-NAMES.
000980     CURRENCY SIGN IS "$".
000990 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS TP100-TRANLOG-STATUS.
001040     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS CUST-KEY
001080         FILE STATUS IS TP100-CUSTMAST-STATUS.
001090     SELECT TRANTYPE-FILE ASSIGN TO "TRANTYPE"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS TRNTYP-CODE
001130         FILE STATUS IS TP100-TRANTYPE-STATUS.
001140     SELECT REPORT-FILE ASSIGN TO "POSTRPT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS TP100-POSTRPT-STATUS.
001170     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS TP100-TRANREJ-STATUS.
001200*    TRANCKPT IS OPTIONAL SO THE FIRST RUN EVER - NO CHECKPOINT
001210*    FILE YET - STARTS FRESH INSTEAD OF FAILING.
001220     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "TRANCKPT"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS TP100-TRANCKPT-STATUS.
001250     SELECT DISPOSITION-FILE ASSIGN TO "TRANDISP"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS RANDOM
001280         RECORD KEY IS TDSP-TRAN-ID
001290         FILE STATUS IS TP100-TRANDISP-STATUS.
001300     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS RANDOM
001330         RECORD KEY IS HIST-KEY
001340         FILE STATUS IS TP100-TRANHIST-STATUS.
001350     SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS RANDOM
001380         RECORD KEY IS CRED-CUST-KEY
001390         FILE STATUS IS TP100-CREDLIM-STATUS.
001400     SELECT HELD-FILE ASSIGN TO "HELDTRAN"
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS TP100-HELDTRAN-STATUS.
001430*    RELOVRD IS OPTIONAL - A RUN WITH NO SUPERVISOR RELEASES ON
001440*    FILE YET STILL POSTS, HOLDING OVER-LIMIT DEBITS AS USUAL.
001450     SELECT OPTIONAL RELEASE-FILE ASSIGN TO "RELOVRD"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS TP100-RELOVRD-STATUS.
001480     SELECT DUPLICATE-FILE ASSIGN TO "DUPTRAN"
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS TP100-DUPTRAN-STATUS.
001510 DATA DIVISION.
001520 FILE SECTION.
001530 FD  TRANSACTION-FILE.
001540 COPY TRANREC.
001550 FD  CUSTOMER-FILE.
001560 COPY CUSTREC.
001570 FD  TRANTYPE-FILE.
001580 COPY TRNTYPE.
001590 FD  REPORT-FILE.
001600 01  TP100-REPORT-LINE           PIC X(100).
001610 FD  REJECT-FILE.
001620*    TP100-REJ-TRAN CARRIES THE WHOLE 258-BYTE TRAN-RECORD AS
001630*    WRITTEN TO TRANLOG, FOLLOWED BY THE REASON THE POSTING RUN
001640*    COULD NOT APPLY IT, SO THE CLERKS CAN REKEY FROM THE REJECT
001650*    FILE ALONE.
001660 01  TP100-REJECT-RECORD.
001670     05  TP100-REJ-TRAN          PIC X(258).
001680     05  TP100-REJ-REASON        PIC X(40).
001690 FD  CHECKPOINT-FILE.
001700 COPY TRNCKPT.
001710 FD  DISPOSITION-FILE.
001720 COPY TRNDISP.
001730 FD  HISTORY-FILE.
001740 COPY TRNHIST.
001750 FD  CREDIT-LIMIT-FILE.
001760 COPY CREDLIM.
001770 FD  HELD-FILE.
001780*    SAME 258-PLUS-REASON SHAPE AS TRANREJ, SO THE RELEASE RUN
001790*    AND THE CONTROL JOBS UNPACK HELD ITEMS LIKE REJECTS.
001800 01  TP100-HELD-RECORD.
001810     05  TP100-HELD-TRAN         PIC X(258).
001820     05  TP100-HELD-REASON       PIC X(40).
001830 FD  RELEASE-FILE.
001840 COPY RELREC.
001850 FD  DUPLICATE-FILE.
001860*    SAME 258-PLUS-REASON SHAPE AS TRANREJ, SO THE CONTROL
001870*    JOBS BACK SKIPPED REPLAYS OUT WITH THE SAME OVERLAY.
001880 01  TP100-DUP-RECORD.
001890     05  TP100-DUP-TRAN          PIC X(258).
001900     05  TP100-DUP-REASON        PIC X(40).
001910 WORKING-STORAGE SECTION.
001920*----------------------------------------------------------------
001930* FILE STATUS CODES
001940*----------------------------------------------------------------
001950 01  TP100-FILE-STATUSES.
001960     05  TP100-TRANLOG-STATUS    PIC X(02).
001970         88  TP100-TRANLOG-OK            VALUE "00".
001980         88  TP100-TRANLOG-EOF           VALUE "10".
001990     05  TP100-CUSTMAST-STATUS   PIC X(02).
002000         88  TP100-CUSTMAST-OK           VALUE "00".
002010         88  TP100-CUSTMAST-NOTFOUND     VALUE "23".
002020     05  TP100-TRANTYPE-STATUS   PIC X(02).
002030         88  TP100-TRANTYPE-OK           VALUE "00".
002040         88  TP100-TRANTYPE-NOTFOUND     VALUE "23".
002050     05  TP100-POSTRPT-STATUS    PIC X(02).
002060         88  TP100-POSTRPT-OK            VALUE "00".
002070     05  TP100-TRANREJ-STATUS    PIC X(02).
002080         88  TP100-TRANREJ-OK            VALUE "00".
002090     05  TP100-TRANCKPT-STATUS   PIC X(02).
002100         88  TP100-TRANCKPT-OK           VALUE "00".
002110     05  TP100-TRANDISP-STATUS   PIC X(02).
002120         88  TP100-TRANDISP-OK           VALUE "00".
002130         88  TP100-TRANDISP-DUPKEY       VALUE "22".
002140     05  TP100-TRANHIST-STATUS   PIC X(02).
002150         88  TP100-TRANHIST-OK           VALUE "00".
002160         88  TP100-TRANHIST-DUPKEY       VALUE "22".
002170     05  TP100-CREDLIM-STATUS    PIC X(02).
002180         88  TP100-CREDLIM-OK            VALUE "00".
002190         88  TP100-CREDLIM-NOTFOUND      VALUE "23".
002200     05  TP100-HELDTRAN-STATUS   PIC X(02).
002210         88  TP100-HELDTRAN-OK           VALUE "00".
002220     05  TP100-RELOVRD-STATUS    PIC X(02).
002230         88  TP100-RELOVRD-OK            VALUE "00".
002240     05  TP100-DUPTRAN-STATUS    PIC X(02).
002250         88  TP100-DUPTRAN-OK            VALUE "00".
002260*----------------------------------------------------------------
002270* SWITCHES
002280*----------------------------------------------------------------
002290 01  TP100-SWITCHES.
002300     05  TP100-EOF-SW            PIC X(01) VALUE "N".
002310         88  TP100-EOF                   VALUE "Y".
002320     05  TP100-REJECT-SW         PIC X(01) VALUE "N".
002330         88  TP100-TRAN-REJECTED         VALUE "Y".
002340         88  TP100-TRAN-POSTABLE         VALUE "N".
002350     05  TP100-TRANCKPT-EOF-SW   PIC X(01) VALUE "N".
002360         88  TP100-TRANCKPT-EOF          VALUE "Y".
002370     05  TP100-RESTART-SW        PIC X(01) VALUE "N".
002380         88  TP100-RESTARTED-RUN         VALUE "Y".
002390     05  TP100-HELD-SW           PIC X(01) VALUE "N".
002400         88  TP100-TRAN-HELD             VALUE "Y".
002410     05  TP100-RELOVRD-EOF-SW    PIC X(01) VALUE "N".
002420         88  TP100-RELOVRD-EOF           VALUE "Y".
002430     05  TP100-RELEASED-SW       PIC X(01).
002440         88  TP100-TRAN-RELEASED         VALUE "Y".
002450     05  TP100-DUP-SW            PIC X(01) VALUE "N".
002460         88  TP100-TRAN-DUPLICATE        VALUE "Y".
002470     05  TP100-RESUME-SKIP-SW    PIC X(01) VALUE "N".
002480         88  TP100-RESUME-SKIP           VALUE "Y".
002490     05  TP100-REACTIVATE-SW     PIC X(01) VALUE "N".
002500         88  TP100-CUST-REACTIVATED      VALUE "Y".
002510*----------------------------------------------------------------
002520* COUNTERS AND ACCUMULATORS
002530*----------------------------------------------------------------
002540 01  TP100-COUNTERS.
002550     05  TP100-READ-COUNT        PIC 9(07) COMP.
002560     05  TP100-APPLIED-COUNT     PIC 9(07) COMP.
002570     05  TP100-REJECT-COUNT      PIC 9(07) COMP.
002580     05  TP100-HELD-COUNT        PIC 9(07) COMP.
002590     05  TP100-DUPLICATE-COUNT   PIC 9(07) COMP.
002600     05  TP100-RESUME-SKIP-COUNT PIC 9(07) COMP.
002610     05  TP100-REACTIVATED-COUNT PIC 9(07) COMP.
002620*----------------------------------------------------------------
002630* CHECKPOINT/RESTART WORK AREA
002640*   A CHECKPOINT IS APPENDED TO TRANCKPT EVERY
002650*   TP100-CKPT-INTERVAL TRANSACTIONS AND AGAIN, MARKED COMPLETE,
002660*   WHEN THE RUN ENDS CLEAN.  A RERUN THAT FINDS THE LAST
002670*   CHECKPOINT STILL IN PROGRESS RESUMES JUST PAST
002680*   TP100-RESTART-POSITION INSTEAD OF RE-APPLYING FROM THE TOP.
002690*----------------------------------------------------------------
002700 01  TP100-CHECKPOINT-WORK.
002710     05  TP100-CKPT-INTERVAL     PIC 9(04) COMP VALUE 100.
002720     05  TP100-SINCE-CKPT-COUNT  PIC 9(04) COMP.
002730     05  TP100-CKPT-FLAG         PIC X(01).
002740     05  TP100-RESTART-POSITION  PIC 9(07).
002750     05  TP100-SKIP-SUB          PIC 9(07) COMP.
002760     05  TP100-LAST-TRAN-ID      PIC X(16).
002770*    THE LAST CHECKPOINT'S TIMESTAMP AND THIS RUN'S OWN START
002780*    TIMESTAMP - ON A RESTARTED RUN, A DISPOSITION STAMPED AT
002790*    OR AFTER THE CHECKPOINT BUT BEFORE THIS RUN STARTED IS
002800*    THE INTERRUPTED RUN'S OWN WORK BEING RE-READ, NOT A
002810*    REPLAY.  ONE STAMPED BY THIS RUN ITSELF (AT OR AFTER THE
002820*    RUN START) IS A TRUE REPLAY AND MUST STILL BE CAUGHT.
002830     05  TP100-RESTART-CKPT-TS   PIC X(16).
002840     05  TP100-RUN-START-TS      PIC X(16).
002850 01  TP100-TIMESTAMP-WORK.
002860     05  TP100-CURR-DATE         PIC 9(08).
002870     05  TP100-CURR-TIME         PIC 9(08).
002880 01  TP100-RUN-TIMESTAMP         PIC X(16).
002890*----------------------------------------------------------------
002900* REJECT REPORTING WORK AREA
002910*----------------------------------------------------------------
002920 01  TP100-REJECT-REASON         PIC X(40).
002930*----------------------------------------------------------------
002940* DISPOSITION WORK AREA - WHAT 5500-RECORD-DISPOSITION WRITES
002950*----------------------------------------------------------------
002960 01  TP100-DISPOSITION-WORK.
002970     05  TP100-DISP-CODE         PIC X(01).
002980     05  TP100-DISP-BALANCE      PIC S9(9)V99 COMP-3.
002990*    THE SIGNED EFFECT ON THE BALANCE (ZERO UNLESS APPLIED) AND,
003000*    FOR A REVERSAL, THE TRAN-ID OF THE ITEM IT REVERSES.
003010     05  TP100-DISP-AMOUNT       PIC S9(9)V99 COMP-3.
003020     05  TP100-DISP-LINK-ID      PIC X(16).
003030*    A TRANSFER'S TO-CUSTOMER AND ITS BALANCE AFTER THE CREDIT.
003040     05  TP100-DISP-XFER-TO-KEY  PIC X(10).
003050     05  TP100-DISP-XFER-TO-BAL  PIC S9(9)V99 COMP-3.
003060*----------------------------------------------------------------
003070* CREDIT-LIMIT CHECK WORK AREA
003080*   THE EFFECTIVE LIMIT FOR THE CURRENT CUSTOMER (ZERO WHEN NOT
003090*   ON THE CREDLIM FILE) AND THE BALANCE THE DEBIT WOULD LEAVE.
003100*----------------------------------------------------------------
003110 01  TP100-CREDIT-WORK.
003120     05  TP100-CREDIT-LIMIT      PIC S9(9)V99 COMP-3.
003130     05  TP100-PROJECTED-BAL     PIC S9(11)V99 COMP-3.
003140*    THE DORMANT CUSTOMER A CREDIT HAS JUST REACTIVATED.
003150     05  TP100-REACTIVATED-KEY   PIC X(10).
003160*----------------------------------------------------------------
003170* SUPERVISOR RELEASE OVERRIDE TABLE
003180*   LOADED FROM THE CUMULATIVE RELOVRD FILE UP FRONT.  A DEBIT
003190*   WHOSE TRAN-ID IS ON THE TABLE SKIPS THE CREDIT-LIMIT CHECK.
003200*   A FULL TABLE IS NOTED ON THE REPORT - RELEASES PAST THE
003210*   LIMIT HOLD AGAIN AND CAN BE RE-RELEASED.
003220*----------------------------------------------------------------
003230 01  TP100-RELEASE-TABLE.
003240     05  TP100-REL-ID OCCURS 1000 TIMES
003250                                 PIC X(16).
003260 01  TP100-RELEASE-CONTROLS.
003270     05  TP100-REL-COUNT         PIC 9(04) COMP.
003280     05  TP100-REL-SCAN-SUB      PIC 9(04) COMP.
003290*----------------------------------------------------------------
003300* REPORT EDIT FIELDS
003310*----------------------------------------------------------------
003320 01  TP100-EDIT-FIELDS.
003330     05  TP100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
003340     05  TP100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003350     05  TP100-EDIT-BALANCE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003360 PROCEDURE DIVISION.
003370*----------------------------------------------------------------
003380* 0000-MAINLINE                                                *
003390*   ENTRY POINT.  INITIALIZE, POST EVERY TRANLOG RECORD, WRITE *
003400*   THE SUMMARY, THEN TERMINATE.                               *
003410*----------------------------------------------------------------
003420 0000-MAINLINE.
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003440     PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
003450         UNTIL TP100-EOF.
003460     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003470     MOVE "C" TO TP100-CKPT-FLAG.
003480     PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT.
003490     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003500     STOP RUN.
003510*----------------------------------------------------------------
003520* 1000-INITIALIZE                                              *
003530*   ESTABLISH WHETHER THIS RUN RESUMES AN INTERRUPTED ONE,     *
003540*   OPEN THE FILES, WRITE THE REPORT HEADING, SKIP ANY         *
003550*   TRANSACTIONS THE INTERRUPTED RUN ALREADY POSTED, AND       *
003560*   PRIME THE READ LOOP.                                       *
003570*----------------------------------------------------------------
003580 1000-INITIALIZE.
003590*    THE RUN-START TIMESTAMP IS TAKEN ONCE, BEFORE ANY
003600*    DISPOSITION IS WRITTEN - 3500-CHECK-DUPLICATE USES IT TO
003610*    TELL THIS RUN'S OWN DISPOSITIONS FROM THE INTERRUPTED
003620*    RUN'S ON A RESTART.
003630     ACCEPT TP100-CURR-DATE FROM DATE YYYYMMDD.
003640     ACCEPT TP100-CURR-TIME FROM TIME.
003650     STRING TP100-CURR-DATE TP100-CURR-TIME
003660         DELIMITED BY SIZE INTO TP100-RUN-START-TS.
003670     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
003680     OPEN INPUT TRANSACTION-FILE.
003690     OPEN I-O CUSTOMER-FILE.
003700     OPEN INPUT TRANTYPE-FILE.
003710     OPEN INPUT CREDIT-LIMIT-FILE.
003720     OPEN I-O DISPOSITION-FILE.
003730     OPEN I-O HISTORY-FILE.
003740     OPEN OUTPUT REPORT-FILE.
003750*    A RESTARTED RUN EXTENDS THE REJECT AND HELD GENERATIONS
003760*    THE INTERRUPTED RUN CATALOGED INSTEAD OF STARTING NEW ONES.
003770     IF TP100-RESTARTED-RUN
003780         OPEN EXTEND REJECT-FILE
003790         OPEN EXTEND HELD-FILE
003800         OPEN EXTEND DUPLICATE-FILE
003810     ELSE
003820         OPEN OUTPUT REJECT-FILE
003830         OPEN OUTPUT HELD-FILE
003840         OPEN OUTPUT DUPLICATE-FILE
003850     END-IF.
003860     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
003870     PERFORM 1400-LOAD-RELEASES THRU 1400-EXIT.
003880     IF TP100-RESTARTED-RUN
003890         PERFORM 8200-WRITE-RESUME-NOTE THRU 8200-EXIT
003900         PERFORM 1300-SKIP-POSTED-TRAN THRU 1300-EXIT
003910             VARYING TP100-SKIP-SUB FROM 1 BY 1
003920             UNTIL TP100-SKIP-SUB > TP100-RESTART-POSITION
003930             OR TP100-EOF
003940     END-IF.
003950*    TAKE AN IN-PROGRESS CHECKPOINT BEFORE THE FIRST
003960*    TRANSACTION, SO AN ABEND INSIDE THE FIRST INTERVAL STILL
003970*    MAKES THE RERUN A PROPER RESTART - WITHOUT IT THE LAST
003980*    RECORD WOULD BE THE PRIOR NIGHT'S COMPLETE MARK AND THE
003990*    RESUME-SKIP WINDOW WOULD NEVER OPEN.
004000     MOVE "P" TO TP100-CKPT-FLAG.
004010     PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT.
004020     PERFORM 2100-READ-TRANLOG THRU 2100-EXIT.
004030 1000-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060* 1200-READ-CHECKPOINT                                         *
004070*   READ THE CHECKPOINT FILE TO ITS LAST RECORD.  A LAST       *
004080*   RECORD STILL MARKED IN PROGRESS MEANS THE PRIOR RUN NEVER  *
004090*   FINISHED - RESTORE ITS COUNTERS AND RESUME PAST ITS        *
004100*   POSITION.  AN EMPTY OR ABSENT FILE, OR A LAST RECORD       *
004110*   MARKED COMPLETE, MEANS A FRESH RUN.                        *
004120*----------------------------------------------------------------
004130 1200-READ-CHECKPOINT.
004140     OPEN INPUT CHECKPOINT-FILE.
004150     PERFORM 1210-READ-CKPT-RECORD THRU 1210-EXIT.
004160     PERFORM 1220-KEEP-CKPT-RECORD THRU 1220-EXIT
004170         UNTIL TP100-TRANCKPT-EOF.
004180     CLOSE CHECKPOINT-FILE.
004190 1200-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 1210-READ-CKPT-RECORD                                        *
004230*   READ THE NEXT CHECKPOINT RECORD.                           *
004240*----------------------------------------------------------------
004250 1210-READ-CKPT-RECORD.
004260     READ CHECKPOINT-FILE
004270         AT END
004280             SET TP100-TRANCKPT-EOF TO TRUE
004290     END-READ.
004300 1210-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 1220-KEEP-CKPT-RECORD                                        *
004340*   REMEMBER THE CURRENT CHECKPOINT RECORD AND READ ON - WHEN  *
004350*   THE FILE RUNS OUT, THE LAST ONE KEPT DECIDES FRESH RUN OR  *
004360*   RESTART.                                                   *
004370*----------------------------------------------------------------
004380 1220-KEEP-CKPT-RECORD.
004390     IF TCKP-IN-PROGRESS
004400         SET TP100-RESTARTED-RUN TO TRUE
004410         MOVE TCKP-TRAN-POSITION TO TP100-RESTART-POSITION
004420         MOVE TCKP-TRAN-POSITION TO TP100-READ-COUNT
004430         MOVE TCKP-APPLIED-COUNT TO TP100-APPLIED-COUNT
004440         MOVE TCKP-REJECT-COUNT TO TP100-REJECT-COUNT
004450         MOVE TCKP-HELD-COUNT TO TP100-HELD-COUNT
004460         MOVE TCKP-DUP-COUNT TO TP100-DUPLICATE-COUNT
004470         MOVE TCKP-LAST-TRAN-ID TO TP100-LAST-TRAN-ID
004480         MOVE TCKP-RUN-TIMESTAMP TO TP100-RESTART-CKPT-TS
004490     ELSE
004500         MOVE "N" TO TP100-RESTART-SW
004510         MOVE ZERO TO TP100-RESTART-POSITION
004520             TP100-READ-COUNT TP100-APPLIED-COUNT
004530             TP100-REJECT-COUNT TP100-HELD-COUNT
004540             TP100-DUPLICATE-COUNT
004550         MOVE SPACES TO TP100-LAST-TRAN-ID
004560         MOVE SPACES TO TP100-RESTART-CKPT-TS
004570     END-IF.
004580     PERFORM 1210-READ-CKPT-RECORD THRU 1210-EXIT.
004590 1220-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 1300-SKIP-POSTED-TRAN                                        *
004630*   CONSUME ONE TRANLOG RECORD THE INTERRUPTED RUN ALREADY     *
004640*   PROCESSED, WITHOUT APPLYING IT AGAIN.                      *
004650*----------------------------------------------------------------
004660 1300-SKIP-POSTED-TRAN.
004670     PERFORM 2100-READ-TRANLOG THRU 2100-EXIT.
004680 1300-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710* 1400-LOAD-RELEASES                                           *
004720*   READ THE CUMULATIVE RELOVRD FILE END TO END AND TABLE      *
004730*   EVERY SUPERVISOR-RELEASED TRAN-ID.                         *
004740*----------------------------------------------------------------
004750 1400-LOAD-RELEASES.
004760     OPEN INPUT RELEASE-FILE.
004770     PERFORM 1410-READ-RELOVRD THRU 1410-EXIT.
004780     PERFORM 1420-STORE-RELEASE THRU 1420-EXIT
004790         UNTIL TP100-RELOVRD-EOF.
004800     CLOSE RELEASE-FILE.
004810 1400-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 1410-READ-RELOVRD                                            *
004850*   READ THE NEXT RELEASE OVERRIDE RECORD.                     *
004860*----------------------------------------------------------------
004870 1410-READ-RELOVRD.
004880     READ RELEASE-FILE
004890         AT END
004900             SET TP100-RELOVRD-EOF TO TRUE
004910     END-READ.
004920 1410-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950* 1420-STORE-RELEASE                                           *
004960*   TABLE ONE RELEASED TRAN-ID AND READ THE NEXT.  A FULL      *
004970*   TABLE IS NOTED ON THE REPORT - RELEASES PAST THE LIMIT     *
004980*   HOLD AGAIN THIS RUN AND CAN BE RE-RELEASED.                *
004990*----------------------------------------------------------------
005000 1420-STORE-RELEASE.
005010     IF TP100-REL-COUNT < 1000
005020         ADD 1 TO TP100-REL-COUNT
005030         MOVE RELO-TRAN-ID TO TP100-REL-ID(TP100-REL-COUNT)
005040     ELSE
005050         MOVE "  (RELEASE TABLE FULL - LATER RELEASES HOLD"
005060             TO TP100-REPORT-LINE
005070         WRITE TP100-REPORT-LINE
005080         MOVE "   AGAIN THIS RUN)" TO TP100-REPORT-LINE
005090         WRITE TP100-REPORT-LINE
005100         SET TP100-RELOVRD-EOF TO TRUE
005110         GO TO 1420-EXIT
005120     END-IF.
005130     PERFORM 1410-READ-RELOVRD THRU 1410-EXIT.
005140 1420-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* 2000-POST-TRANSACTION                                        *
005180*   EDIT AND APPLY THE CURRENT TRANLOG RECORD AND READ THE     *
005190*   NEXT.                                                      *
005200*----------------------------------------------------------------
005210 2000-POST-TRANSACTION.
005220     ADD 1 TO TP100-READ-COUNT.
005230     SET TP100-TRAN-POSTABLE TO TRUE.
005240     MOVE "N" TO TP100-HELD-SW.
005250     MOVE "N" TO TP100-DUP-SW.
005260     MOVE "N" TO TP100-RESUME-SKIP-SW.
005270     MOVE "N" TO TP100-REACTIVATE-SW.
005280     MOVE SPACES TO TP100-REJECT-REASON.
005290     MOVE ZERO TO TP100-DISP-AMOUNT TP100-DISP-XFER-TO-BAL.
005300     MOVE SPACES TO TP100-DISP-XFER-TO-KEY.
005310     IF TRAN-TRANSFER
005320         MOVE TRAN-XFER-TO-KEY TO TP100-DISP-XFER-TO-KEY
005330     END-IF.
005340     MOVE SPACES TO TP100-DISP-LINK-ID.
005350     IF TRAN-REVERSAL
005360         MOVE TRAN-LINK-TRAN-ID TO TP100-DISP-LINK-ID
005370     END-IF.
005380     PERFORM 3500-CHECK-DUPLICATE THRU 3500-EXIT.
005390     IF TP100-RESUME-SKIP
005400         PERFORM 5400-WRITE-RESUME-SKIP THRU 5400-EXIT
005410         GO TO 2000-NEXT
005420     END-IF.
005430     IF TP100-TRAN-DUPLICATE
005440         PERFORM 5300-WRITE-DUPLICATE THRU 5300-EXIT
005450         GO TO 2000-NEXT
005460     END-IF.
005470     PERFORM 3000-EDIT-TRANSACTION THRU 3000-EXIT.
005480     IF TP100-TRAN-POSTABLE
005490         EVALUATE TRUE
005500             WHEN TRAN-REVERSAL
005510                 PERFORM 4200-APPLY-REVERSAL THRU 4200-EXIT
005520             WHEN TRAN-TRANSFER
005530                 PERFORM 4300-APPLY-TRANSFER THRU 4300-EXIT
005540             WHEN OTHER
005550                 PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
005560         END-EVALUATE
005570     END-IF.
005580     IF TP100-TRAN-REJECTED
005590         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
005600     END-IF.
005610     IF TP100-TRAN-HELD
005620         PERFORM 5200-WRITE-HELD THRU 5200-EXIT
005630     END-IF.
005640 2000-NEXT.
005650     ADD 1 TO TP100-SINCE-CKPT-COUNT.
005660     IF TP100-SINCE-CKPT-COUNT NOT LESS THAN TP100-CKPT-INTERVAL
005670         MOVE "P" TO TP100-CKPT-FLAG
005680         PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT
005690         MOVE ZERO TO TP100-SINCE-CKPT-COUNT
005700     END-IF.
005710     PERFORM 2100-READ-TRANLOG THRU 2100-EXIT.
005720 2000-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750* 2100-READ-TRANLOG                                            *
005760*   READ THE NEXT TRANSACTION LOG RECORD.                      *
005770*----------------------------------------------------------------
005780 2100-READ-TRANLOG.
005790     READ TRANSACTION-FILE
005800         AT END
005810             SET TP100-EOF TO TRUE
005820     END-READ.
005830 2100-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860* 3000-EDIT-TRANSACTION                                        *
005870*   REJECT ANY RECORD THIS RUN CANNOT APPLY - A TRAN-TYPE NOT  *
005880*   ON THE TRANTYPE REFERENCE FILE, A MISSING CUSTOMER KEY,    *
005890*   A REVERSAL THAT DOES NOT NAME ITS ORIGINAL, A TRANSFER     *
005900*   WITHOUT A SEPARATE TO-CUSTOMER OR A POSITIVE AMOUNT, OR A  *
005910*   ZERO AMOUNT.  THE ONLINE SERVICE EDITS THESE AT            *
005920*   INTAKE, BUT RECORDS KEYED BEFORE THAT EDIT EXISTED (OR     *
005930*   LOADED BY HAND) STILL FLOW THROUGH THIS FILE.              *
005940*----------------------------------------------------------------
005950 3000-EDIT-TRANSACTION.
005960     MOVE TRAN-TYPE TO TRNTYP-CODE.
005970     READ TRANTYPE-FILE
005980         INVALID KEY
005990             MOVE "23" TO TP100-TRANTYPE-STATUS
006000     END-READ.
006010     IF NOT TP100-TRANTYPE-OK
006020         SET TP100-TRAN-REJECTED TO TRUE
006030         MOVE "TYPE NOT ON TRANTYPE FILE"
006040             TO TP100-REJECT-REASON
006050         GO TO 3000-EXIT
006060     END-IF.
006070     IF TRAN-CUST-KEY = SPACES
006080         SET TP100-TRAN-REJECTED TO TRUE
006090         MOVE "MISSING CUSTOMER KEY"
006100             TO TP100-REJECT-REASON
006110         GO TO 3000-EXIT
006120     END-IF.
006130     IF TRAN-REVERSAL
006140         AND TRAN-LINK-TRAN-ID = SPACES
006150         SET TP100-TRAN-REJECTED TO TRUE
006160         MOVE "REVERSAL DOES NOT NAME ITS ORIGINAL"
006170             TO TP100-REJECT-REASON
006180         GO TO 3000-EXIT
006190     END-IF.
006200     IF TRAN-TRANSFER
006210         AND (TRAN-XFER-TO-KEY = SPACES
006220           OR TRAN-XFER-TO-KEY = TRAN-CUST-KEY)
006230         SET TP100-TRAN-REJECTED TO TRUE
006240         MOVE "TRANSFER NEEDS A SEPARATE TO-CUSTOMER"
006250             TO TP100-REJECT-REASON
006260         GO TO 3000-EXIT
006270     END-IF.
006280     IF TRAN-TRANSFER
006290         AND TRAN-AMOUNT < ZERO
006300         SET TP100-TRAN-REJECTED TO TRUE
006310         MOVE "TRANSFER AMOUNT NOT POSITIVE"
006320             TO TP100-REJECT-REASON
006330         GO TO 3000-EXIT
006340     END-IF.
006350     IF TRAN-AMOUNT = ZERO
006360         SET TP100-TRAN-REJECTED TO TRUE
006370         MOVE "ZERO TRANSACTION AMOUNT"
006380             TO TP100-REJECT-REASON
006390     END-IF.
006400 3000-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 3500-CHECK-DUPLICATE                                         *
006440*   HAS THIS TRAN-ID ALREADY BEEN DISPOSITIONED?  ON A         *
006450*   RESTARTED RUN, A DISPOSITION STAMPED AT OR AFTER THE LAST  *
006460*   CHECKPOINT BUT BEFORE THIS RUN STARTED IS THE INTERRUPTED  *
006470*   RUN'S OWN WORK BEING RE-READ - IT SITS ON TRANLOG ONLY     *
006480*   ONCE, SO IT IS A RESUME SKIP, NEVER A REPLAY, AND ITS      *
006490*   REJECT OR HELD RECORD MUST NOT BE WRITTEN A SECOND TIME.   *
006500*   A DISPOSITION THIS RUN ITSELF STAMPED FALLS THROUGH TO     *
006510*   THE REPLAY TEST.  OTHERWISE ONLY AN APPLIED DISPOSITION    *
006520*   COUNTS AS A REPLAY - REPAIRED REJECTS AND RELEASED HELD    *
006530*   ITEMS COME BACK THROUGH TRANLOG WITH THEIR ORIGINAL IDS    *
006540*   ON PURPOSE AND MUST POST.                                  *
006550*----------------------------------------------------------------
006560 3500-CHECK-DUPLICATE.
006570     MOVE SPACES TO TDSP-RECORD.
006580     MOVE TRAN-ID TO TDSP-TRAN-ID.
006590     READ DISPOSITION-FILE
006600         INVALID KEY
006610             MOVE "23" TO TP100-TRANDISP-STATUS
006620     END-READ.
006630     IF NOT TP100-TRANDISP-OK
006640         GO TO 3500-EXIT
006650     END-IF.
006660     IF TP100-RESTARTED-RUN
006670         AND TDSP-POST-TIMESTAMP NOT LESS THAN
006680             TP100-RESTART-CKPT-TS
006690         AND TDSP-POST-TIMESTAMP LESS THAN
006700             TP100-RUN-START-TS
006710         SET TP100-RESUME-SKIP TO TRUE
006720         GO TO 3500-EXIT
006730     END-IF.
006740     IF TDSP-APPLIED
006750         SET TP100-TRAN-DUPLICATE TO TRUE
006760     END-IF.
006770 3500-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* 4000-APPLY-TRANSACTION                                       *
006810*   READ THE MATCHING CUSTMAST RECORD, DEBIT OR CREDIT ITS     *
006820*   BALANCE BASED ON THE TRANTYPE D/C INDICATOR, AND REWRITE   *
006830*   IT.  A MISSING OR INACTIVE CUSTOMER TURNS THE TRANSACTION  *
006840*   INTO A REJECT.  A CREDIT TO A DORMANT CUSTOMER             *
006850*   REACTIVATES IT.                                            *
006860*----------------------------------------------------------------
006870 4000-APPLY-TRANSACTION.
006880     MOVE TRAN-CUST-KEY TO CUST-KEY.
006890     READ CUSTOMER-FILE
006900         INVALID KEY
006910             MOVE "23" TO TP100-CUSTMAST-STATUS
006920     END-READ.
006930     IF TP100-CUSTMAST-NOTFOUND
006940         SET TP100-TRAN-REJECTED TO TRUE
006950         MOVE "CUSTOMER NOT ON CUSTMAST"
006960             TO TP100-REJECT-REASON
006970         GO TO 4000-EXIT
006980     END-IF.
006990     IF CUST-INACTIVE
007000         SET TP100-TRAN-REJECTED TO TRUE
007010         MOVE "CUSTOMER IS INACTIVE"
007020             TO TP100-REJECT-REASON
007030         GO TO 4000-EXIT
007040     END-IF.
007050*    A DEBIT THAT WOULD TAKE THE BALANCE PAST THE CUSTOMER'S
007060*    CREDIT LIMIT IS HELD FOR SUPERVISOR RELEASE - NOT APPLIED,
007070*    NOT REJECTED - UNLESS A SUPERVISOR HAS ALREADY RELEASED
007080*    THIS TRAN-ID.
007090     IF TRNTYP-DEBIT
007100         PERFORM 4500-CHECK-CREDIT-LIMIT THRU 4500-EXIT
007110         IF TP100-TRAN-HELD
007120             GO TO 4000-EXIT
007130         END-IF
007140     END-IF.
007150     IF TRNTYP-DEBIT
007160         SUBTRACT TRAN-AMOUNT FROM CUST-BALANCE
007170         COMPUTE TP100-DISP-AMOUNT = 0 - TRAN-AMOUNT
007180     ELSE
007190         ADD TRAN-AMOUNT TO CUST-BALANCE
007200         MOVE TRAN-AMOUNT TO TP100-DISP-AMOUNT
007210         PERFORM 4600-CHECK-REACTIVATE THRU 4600-EXIT
007220     END-IF.
007230     REWRITE CUST-RECORD.
007240     IF NOT TP100-CUSTMAST-OK
007250         SET TP100-TRAN-REJECTED TO TRUE
007260         MOVE "CUSTMAST REWRITE FAILED"
007270             TO TP100-REJECT-REASON
007280         MOVE ZERO TO TP100-DISP-AMOUNT
007290         GO TO 4000-EXIT
007300     END-IF.
007310     ADD 1 TO TP100-APPLIED-COUNT.
007320     MOVE TRAN-ID TO TP100-LAST-TRAN-ID.
007330     MOVE "A" TO TP100-DISP-CODE.
007340     MOVE CUST-BALANCE TO TP100-DISP-BALANCE.
007350     PERFORM 5500-RECORD-DISPOSITION THRU 5500-EXIT.
007360     PERFORM 5600-WRITE-HISTORY THRU 5600-EXIT.
007370     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
007380     IF TP100-CUST-REACTIVATED
007390         PERFORM 4650-WRITE-REACTIVATED THRU 4650-EXIT
007400     END-IF.
007410 4000-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440* 4100-WRITE-DETAIL                                            *
007450*   WRITE ONE POSTING REPORT LINE FOR AN APPLIED TRANSACTION.  *
007460*----------------------------------------------------------------
007470 4100-WRITE-DETAIL.
007480     MOVE TRAN-AMOUNT TO TP100-EDIT-AMOUNT.
007490     MOVE CUST-BALANCE TO TP100-EDIT-BALANCE.
007500     MOVE SPACES TO TP100-REPORT-LINE.
007510     STRING "POSTED  ID=" DELIMITED BY SIZE
007520         TRAN-ID DELIMITED BY SIZE
007530         "  CUST=" DELIMITED BY SIZE
007540         CUST-KEY DELIMITED BY SIZE
007550         "  " DELIMITED BY SIZE
007560         TRAN-TYPE DELIMITED BY SIZE
007570         TP100-EDIT-AMOUNT DELIMITED BY SIZE
007580         "  BAL=" DELIMITED BY SIZE
007590         TP100-EDIT-BALANCE DELIMITED BY SIZE
007600         INTO TP100-REPORT-LINE.
007610     WRITE TP100-REPORT-LINE.
007620 4100-EXIT.
007630     EXIT.
007640*----------------------------------------------------------------
007650* 4200-APPLY-REVERSAL                                          *
007660*   APPLY A REVERSAL.  THE ORIGINAL IT NAMES MUST SHOW APPLIED *
007670*   ON TRANDISP, MUST NOT ITSELF BE A REVERSAL OR A TRANSFER   *
007680*   (A TRANSFER IS UNDONE BY A TRANSFER BACK), AND MUST NOT    *
007690*   ALREADY BE REVERSED BY ANY OTHER ID; THE REVERSAL'S        *
007700*   CUSTOMER AND AMOUNT MUST BE THE OPPOSITE OF THE ORIGINAL'S *
007710*   TRANHIST ENTRY.  THE OPPOSITE OF THAT HISTORY AMOUNT IS    *
007720*   APPLIED - NO CREDIT-LIMIT CHECK, A REVERSAL ONLY PUTS BACK *
007730*   WHAT THE ORIGINAL DID - AND THE ORIGINAL IS MARKED         *
007740*   REVERSED.  ANY FAILURE TURNS THE REVERSAL INTO A REJECT.   *
007750*----------------------------------------------------------------
007760 4200-APPLY-REVERSAL.
007770     MOVE SPACES TO TDSP-RECORD.
007780     MOVE TRAN-LINK-TRAN-ID TO TDSP-TRAN-ID.
007790     READ DISPOSITION-FILE
007800         INVALID KEY
007810             MOVE "23" TO TP100-TRANDISP-STATUS
007820     END-READ.
007830     IF NOT TP100-TRANDISP-OK
007840         OR NOT TDSP-APPLIED
007850         SET TP100-TRAN-REJECTED TO TRUE
007860         MOVE "ORIGINAL NOT APPLIED"
007870             TO TP100-REJECT-REASON
007880         GO TO 4200-EXIT
007890     END-IF.
007900     IF TDSP-TRAN-TYPE = "TRANSFER"
007910         SET TP100-TRAN-REJECTED TO TRUE
007920         MOVE "ORIGINAL IS A TRANSFER"
007930             TO TP100-REJECT-REASON
007940         GO TO 4200-EXIT
007950     END-IF.
007960     IF TDSP-TRAN-TYPE = "REVERSAL"
007970         SET TP100-TRAN-REJECTED TO TRUE
007980         MOVE "ORIGINAL IS ITSELF A REVERSAL"
007990             TO TP100-REJECT-REASON
008000         GO TO 4200-EXIT
008010     END-IF.
008020*    A MARK CARRYING THIS REVERSAL'S OWN ID IS THE ONLINE
008030*    SERVICE'S PENDING MARK, OR THIS RUN'S OWN WORK BEING
008040*    RE-POSTED AFTER AN INTERRUPTION - EITHER WAY IT IS OURS.
008050     IF NOT TDSP-NOT-REVERSED
008060         AND TDSP-LINK-TRAN-ID NOT = TRAN-ID
008070         SET TP100-TRAN-REJECTED TO TRUE
008080         MOVE "ORIGINAL ALREADY REVERSED"
008090             TO TP100-REJECT-REASON
008100         GO TO 4200-EXIT
008110     END-IF.
008120     IF TDSP-CUST-KEY NOT = TRAN-CUST-KEY
008130         SET TP100-TRAN-REJECTED TO TRUE
008140         MOVE "CUSTOMER DOES NOT MATCH ORIGINAL"
008150             TO TP100-REJECT-REASON
008160         GO TO 4200-EXIT
008170     END-IF.
008180     MOVE TDSP-CUST-KEY TO HIST-CUST-KEY.
008190     MOVE TDSP-TRAN-TIMESTAMP TO HIST-TIMESTAMP.
008200     MOVE TDSP-TRAN-ID TO HIST-TRAN-ID.
008210     READ HISTORY-FILE
008220         INVALID KEY
008230             MOVE "23" TO TP100-TRANHIST-STATUS
008240     END-READ.
008250     IF NOT TP100-TRANHIST-OK
008260         SET TP100-TRAN-REJECTED TO TRUE
008270         MOVE "ORIGINAL NOT ON TRANHIST"
008280             TO TP100-REJECT-REASON
008290         GO TO 4200-EXIT
008300     END-IF.
008310     IF HIST-AMOUNT NOT = 0 - TRAN-AMOUNT
008320         SET TP100-TRAN-REJECTED TO TRUE
008330         MOVE "AMOUNT DOES NOT REVERSE ORIGINAL"
008340             TO TP100-REJECT-REASON
008350         GO TO 4200-EXIT
008360     END-IF.
008370     MOVE TRAN-CUST-KEY TO CUST-KEY.
008380     READ CUSTOMER-FILE
008390         INVALID KEY
008400             MOVE "23" TO TP100-CUSTMAST-STATUS
008410     END-READ.
008420     IF TP100-CUSTMAST-NOTFOUND
008430         SET TP100-TRAN-REJECTED TO TRUE
008440         MOVE "CUSTOMER NOT ON CUSTMAST"
008450             TO TP100-REJECT-REASON
008460         GO TO 4200-EXIT
008470     END-IF.
008480     IF CUST-INACTIVE
008490         SET TP100-TRAN-REJECTED TO TRUE
008500         MOVE "CUSTOMER IS INACTIVE"
008510             TO TP100-REJECT-REASON
008520         GO TO 4200-EXIT
008530     END-IF.
008540     COMPUTE TP100-DISP-AMOUNT = 0 - HIST-AMOUNT.
008550     ADD TP100-DISP-AMOUNT TO CUST-BALANCE.
008560     REWRITE CUST-RECORD.
008570     IF NOT TP100-CUSTMAST-OK
008580         SET TP100-TRAN-REJECTED TO TRUE
008590         MOVE "CUSTMAST REWRITE FAILED"
008600             TO TP100-REJECT-REASON
008610         MOVE ZERO TO TP100-DISP-AMOUNT
008620         GO TO 4200-EXIT
008630     END-IF.
008640     PERFORM 4250-MARK-ORIGINAL-REVERSED THRU 4250-EXIT.
008650     ADD 1 TO TP100-APPLIED-COUNT.
008660     MOVE TRAN-ID TO TP100-LAST-TRAN-ID.
008670     MOVE "A" TO TP100-DISP-CODE.
008680     MOVE CUST-BALANCE TO TP100-DISP-BALANCE.
008690     PERFORM 5500-RECORD-DISPOSITION THRU 5500-EXIT.
008700     PERFORM 5600-WRITE-HISTORY THRU 5600-EXIT.
008710     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
008720     MOVE SPACES TO TP100-REPORT-LINE.
008730     STRING "        REVERSES ID=" DELIMITED BY SIZE
008740         TRAN-LINK-TRAN-ID DELIMITED BY SIZE
008750         INTO TP100-REPORT-LINE.
008760     WRITE TP100-REPORT-LINE.
008770 4200-EXIT.
008780     EXIT.
008790*----------------------------------------------------------------
008800* 4250-MARK-ORIGINAL-REVERSED                                  *
008810*   REWRITE THE ORIGINAL'S DISPOSITION MARKED REVERSED BY THE  *
008820*   CURRENT TRAN-ID.  ITS POST TIMESTAMP IS LEFT ALONE - IT    *
008830*   STILL SAYS WHEN THE ORIGINAL ITSELF WAS APPLIED.           *
008840*----------------------------------------------------------------
008850 4250-MARK-ORIGINAL-REVERSED.
008860     MOVE TRAN-LINK-TRAN-ID TO TDSP-TRAN-ID.
008870     READ DISPOSITION-FILE
008880         INVALID KEY
008890             MOVE "23" TO TP100-TRANDISP-STATUS
008900     END-READ.
008910     IF TP100-TRANDISP-OK
008920         SET TDSP-REVERSED TO TRUE
008930         MOVE TRAN-ID TO TDSP-LINK-TRAN-ID
008940         REWRITE TDSP-RECORD
008950     END-IF.
008960 4250-EXIT.
008970     EXIT.
008980*----------------------------------------------------------------
008990* 4300-APPLY-TRANSFER                                          *
009000*   APPLY BOTH LEGS OF A TRANSFER OR NEITHER.  BOTH CUSTOMERS  *
009010*   MUST BE ON FILE AND ACTIVE, AND THE DEBIT LEG TAKES THE    *
009020*   SAME CREDIT-LIMIT CHECK AS ANY DEBIT - A BREACH HOLDS THE  *
009030*   WHOLE TRANSFER.  THE FROM-CUSTOMER IS DEBITED FIRST; IF    *
009040*   THE TO-CUSTOMER CANNOT THEN BE CREDITED THE DEBIT IS       *
009050*   BACKED OUT AND THE WHOLE TRANSFER REJECTED.  A DORMANT     *
009060*   TO-CUSTOMER IS REACTIVATED BY THE CREDIT.                  *
009070*----------------------------------------------------------------
009080 4300-APPLY-TRANSFER.
009090     MOVE TRAN-XFER-TO-KEY TO CUST-KEY.
009100     READ CUSTOMER-FILE
009110         INVALID KEY
009120             MOVE "23" TO TP100-CUSTMAST-STATUS
009130     END-READ.
009140     IF TP100-CUSTMAST-NOTFOUND
009150         SET TP100-TRAN-REJECTED TO TRUE
009160         MOVE "TO-CUSTOMER NOT ON CUSTMAST"
009170             TO TP100-REJECT-REASON
009180         GO TO 4300-EXIT
009190     END-IF.
009200     IF CUST-INACTIVE
009210         SET TP100-TRAN-REJECTED TO TRUE
009220         MOVE "TO-CUSTOMER IS INACTIVE"
009230             TO TP100-REJECT-REASON
009240         GO TO 4300-EXIT
009250     END-IF.
009260     MOVE TRAN-CUST-KEY TO CUST-KEY.
009270     READ CUSTOMER-FILE
009280         INVALID KEY
009290             MOVE "23" TO TP100-CUSTMAST-STATUS
009300     END-READ.
009310     IF TP100-CUSTMAST-NOTFOUND
009320         SET TP100-TRAN-REJECTED TO TRUE
009330         MOVE "CUSTOMER NOT ON CUSTMAST"
009340             TO TP100-REJECT-REASON
009350         GO TO 4300-EXIT
009360     END-IF.
009370     IF CUST-INACTIVE
009380         SET TP100-TRAN-REJECTED TO TRUE
009390         MOVE "CUSTOMER IS INACTIVE"
009400             TO TP100-REJECT-REASON
009410         GO TO 4300-EXIT
009420     END-IF.
009430     PERFORM 4500-CHECK-CREDIT-LIMIT THRU 4500-EXIT.
009440     IF TP100-TRAN-HELD
009450         GO TO 4300-EXIT
009460     END-IF.
009470     SUBTRACT TRAN-AMOUNT FROM CUST-BALANCE.
009480     REWRITE CUST-RECORD.
009490     IF NOT TP100-CUSTMAST-OK
009500         SET TP100-TRAN-REJECTED TO TRUE
009510         MOVE "CUSTMAST REWRITE FAILED"
009520             TO TP100-REJECT-REASON
009530         GO TO 4300-EXIT
009540     END-IF.
009550     MOVE TRAN-XFER-TO-KEY TO CUST-KEY.
009560     READ CUSTOMER-FILE
009570         INVALID KEY
009580             MOVE "23" TO TP100-CUSTMAST-STATUS
009590     END-READ.
009600     IF TP100-CUSTMAST-OK
009610         ADD TRAN-AMOUNT TO CUST-BALANCE
009620         PERFORM 4600-CHECK-REACTIVATE THRU 4600-EXIT
009630         REWRITE CUST-RECORD
009640     END-IF.
009650     IF NOT TP100-CUSTMAST-OK
009660         PERFORM 4350-BACK-OUT-DEBIT-LEG THRU 4350-EXIT
009670         SET TP100-TRAN-REJECTED TO TRUE
009680         MOVE "TRANSFER CREDIT LEG FAILED"
009690             TO TP100-REJECT-REASON
009700         GO TO 4300-EXIT
009710     END-IF.
009720     MOVE CUST-BALANCE TO TP100-DISP-XFER-TO-BAL.
009730*    BRING THE FROM-CUSTOMER BACK INTO THE RECORD AREA - THE
009740*    DISPOSITION, HISTORY AND REPORT LINE ARE THE DEBIT LEG'S.
009750     MOVE TRAN-CUST-KEY TO CUST-KEY.
009760     READ CUSTOMER-FILE
009770         INVALID KEY
009780             MOVE "23" TO TP100-CUSTMAST-STATUS
009790     END-READ.
009800     COMPUTE TP100-DISP-AMOUNT = 0 - TRAN-AMOUNT.
009810     ADD 1 TO TP100-APPLIED-COUNT.
009820     MOVE TRAN-ID TO TP100-LAST-TRAN-ID.
009830     MOVE "A" TO TP100-DISP-CODE.
009840     MOVE CUST-BALANCE TO TP100-DISP-BALANCE.
009850     PERFORM 5500-RECORD-DISPOSITION THRU 5500-EXIT.
009860     PERFORM 5600-WRITE-HISTORY THRU 5600-EXIT.
009870     PERFORM 5650-WRITE-XFER-TO-HISTORY THRU 5650-EXIT.
009880     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
009890     MOVE TP100-DISP-XFER-TO-BAL TO TP100-EDIT-BALANCE.
009900     MOVE SPACES TO TP100-REPORT-LINE.
009910     STRING "        TO CUST=" DELIMITED BY SIZE
009920         TRAN-XFER-TO-KEY DELIMITED BY SIZE
009930         "  BAL=" DELIMITED BY SIZE
009940         TP100-EDIT-BALANCE DELIMITED BY SIZE
009950         INTO TP100-REPORT-LINE.
009960     WRITE TP100-REPORT-LINE.
009970     IF TP100-CUST-REACTIVATED
009980         PERFORM 4650-WRITE-REACTIVATED THRU 4650-EXIT
009990     END-IF.
010000 4300-EXIT.
010010     EXIT.
010020*----------------------------------------------------------------
010030* 4350-BACK-OUT-DEBIT-LEG                                      *
010040*   PUT BACK A TRANSFER'S DEBIT AFTER ITS CREDIT LEG FAILED.   *
010050*   A BACK-OUT THAT ITSELF FAILS IS NOTED ON POSTRPT FOR       *
010060*   RECONJ AND THE CLERKS - THE FROM-CUSTOMER IS THEN SHORT    *
010070*   BY THE TRANSFER AMOUNT.                                    *
010080*----------------------------------------------------------------
010090 4350-BACK-OUT-DEBIT-LEG.
010100     MOVE TRAN-CUST-KEY TO CUST-KEY.
010110     READ CUSTOMER-FILE
010120         INVALID KEY
010130             MOVE "23" TO TP100-CUSTMAST-STATUS
010140     END-READ.
010150     IF TP100-CUSTMAST-OK
010160         ADD TRAN-AMOUNT TO CUST-BALANCE
010170         REWRITE CUST-RECORD
010180     END-IF.
010190     IF NOT TP100-CUSTMAST-OK
010200         MOVE SPACES TO TP100-REPORT-LINE
010210         STRING "BACKOUT FAILED ID=" DELIMITED BY SIZE
010220             TRAN-ID DELIMITED BY SIZE
010230             "  CUST=" DELIMITED BY SIZE
010240             TRAN-CUST-KEY DELIMITED BY SIZE
010250             "  CUSTMAST STATUS " DELIMITED BY SIZE
010260             TP100-CUSTMAST-STATUS DELIMITED BY SIZE
010270             INTO TP100-REPORT-LINE
010280         WRITE TP100-REPORT-LINE
010290     END-IF.
010300 4350-EXIT.
010310     EXIT.
010320*----------------------------------------------------------------
010330* 4500-CHECK-CREDIT-LIMIT                                      *
010340*   HOLD A DEBIT THAT WOULD TAKE CUST-BALANCE PAST THE         *
010350*   CUSTOMER'S CREDIT LIMIT.  A CUSTOMER NOT ON THE CREDLIM    *
010360*   FILE GETS A ZERO LIMIT - NO IMPLICIT CREDIT - AND A        *
010370*   TRAN-ID A SUPERVISOR HAS RELEASED SKIPS THE CHECK.  ANY    *
010380*   DEBIT AGAINST A DORMANT CUSTOMER IS HELD HERE TOO, SO ONE  *
010390*   SUPERVISOR RELEASE COVERS BOTH REASONS.                    *
010400*----------------------------------------------------------------
010410 4500-CHECK-CREDIT-LIMIT.
010420     MOVE "N" TO TP100-RELEASED-SW.
010430     PERFORM 4510-SCAN-RELEASE THRU 4510-EXIT
010440         VARYING TP100-REL-SCAN-SUB FROM 1 BY 1
010450         UNTIL TP100-REL-SCAN-SUB > TP100-REL-COUNT
010460         OR TP100-TRAN-RELEASED.
010470     IF TP100-TRAN-RELEASED
010480         GO TO 4500-EXIT
010490     END-IF.
010500     IF CUST-DORMANT
010510         SET TP100-TRAN-HELD TO TRUE
010520         MOVE "DEBIT AGAINST DORMANT ACCOUNT"
010530             TO TP100-REJECT-REASON
010540         GO TO 4500-EXIT
010550     END-IF.
010560     MOVE TRAN-CUST-KEY TO CRED-CUST-KEY.
010570     READ CREDIT-LIMIT-FILE
010580         INVALID KEY
010590             MOVE "23" TO TP100-CREDLIM-STATUS
010600     END-READ.
010610     IF TP100-CREDLIM-OK
010620         MOVE CRED-LIMIT TO TP100-CREDIT-LIMIT
010630     ELSE
010640         MOVE ZERO TO TP100-CREDIT-LIMIT
010650     END-IF.
010660     COMPUTE TP100-PROJECTED-BAL =
010670         CUST-BALANCE - TRAN-AMOUNT.
010680     IF TP100-PROJECTED-BAL < 0 - TP100-CREDIT-LIMIT
010690         SET TP100-TRAN-HELD TO TRUE
010700         MOVE "DEBIT WOULD BREACH CREDIT LIMIT"
010710             TO TP100-REJECT-REASON
010720     END-IF.
010730 4500-EXIT.
010740     EXIT.
010750*----------------------------------------------------------------
010760* 4510-SCAN-RELEASE                                            *
010770*   COMPARE ONE RELEASE TABLE ENTRY AGAINST THE CURRENT        *
010780*   TRAN-ID.                                                   *
010790*----------------------------------------------------------------
010800 4510-SCAN-RELEASE.
010810     IF TP100-REL-ID(TP100-REL-SCAN-SUB) = TRAN-ID
010820         SET TP100-TRAN-RELEASED TO TRUE
010830     END-IF.
010840 4510-EXIT.
010850     EXIT.
010860*----------------------------------------------------------------
010870* 4600-CHECK-REACTIVATE                                        *
010880*   A CREDIT IS ABOUT TO BE REWRITTEN TO THE CUSTMAST RECORD   *
010890*   IN THE RECORD AREA.  IF THE CUSTOMER IS DORMANT, MAKE IT   *
010900*   ACTIVE AGAIN AND REMEMBER WHO, FOR THE REPORT LINE.        *
010910*----------------------------------------------------------------
010920 4600-CHECK-REACTIVATE.
010930     IF CUST-DORMANT
010940         SET CUST-ACTIVE TO TRUE
010950         SET TP100-CUST-REACTIVATED TO TRUE
010960         MOVE CUST-KEY TO TP100-REACTIVATED-KEY
010970     END-IF.
010980 4600-EXIT.
010990     EXIT.
011000*----------------------------------------------------------------
011010* 4650-WRITE-REACTIVATED                                       *
011020*   COUNT A REACTIVATION AND NOTE IT ON THE POSTING REPORT.    *
011030*----------------------------------------------------------------
011040 4650-WRITE-REACTIVATED.
011050     ADD 1 TO TP100-REACTIVATED-COUNT.
011060     MOVE SPACES TO TP100-REPORT-LINE.
011070     STRING "        REACTIVATED DORMANT CUST=" DELIMITED BY SIZE
011080         TP100-REACTIVATED-KEY DELIMITED BY SIZE
011090         INTO TP100-REPORT-LINE.
011100     WRITE TP100-REPORT-LINE.
011110 4650-EXIT.
011120     EXIT.
011130*----------------------------------------------------------------
011140* 5000-WRITE-REJECT                                            *
011150*   WRITE THE REJECTED TRANSACTION AND ITS REASON TO TRANREJ   *
011160*   AND NOTE IT ON THE POSTING REPORT.                         *
011170*----------------------------------------------------------------
011180 5000-WRITE-REJECT.
011190     MOVE SPACES TO TP100-REJECT-RECORD.
011200     MOVE TRAN-RECORD TO TP100-REJ-TRAN.
011210     MOVE TP100-REJECT-REASON TO TP100-REJ-REASON.
011220     WRITE TP100-REJECT-RECORD.
011230     ADD 1 TO TP100-REJECT-COUNT.
011240     IF TRAN-REVERSAL
011250         PERFORM 5050-CLEAR-REVERSAL-PENDING THRU 5050-EXIT
011260     END-IF.
011270     MOVE "R" TO TP100-DISP-CODE.
011280     MOVE ZERO TO TP100-DISP-BALANCE.
011290     PERFORM 5500-RECORD-DISPOSITION THRU 5500-EXIT.
011300     MOVE SPACES TO TP100-REPORT-LINE.
011310     STRING "REJECT  ID=" DELIMITED BY SIZE
011320         TRAN-ID DELIMITED BY SIZE
011330         "  " DELIMITED BY SIZE
011340         TP100-REJECT-REASON DELIMITED BY SIZE
011350         INTO TP100-REPORT-LINE.
011360     WRITE TP100-REPORT-LINE.
011370 5000-EXIT.
011380     EXIT.
011390*----------------------------------------------------------------
011400* 5050-CLEAR-REVERSAL-PENDING                                  *
011410*   A REJECTED REVERSAL GIVES UP THE ONLINE SERVICE'S PENDING  *
011420*   MARK ON ITS ORIGINAL, SO A CORRECTED REVERSAL CAN BE       *
011430*   ACCEPTED.  A MARK HELD BY ANY OTHER ID IS LEFT ALONE.      *
011440*----------------------------------------------------------------
011450 5050-CLEAR-REVERSAL-PENDING.
011460     MOVE SPACES TO TDSP-RECORD.
011470     MOVE TRAN-LINK-TRAN-ID TO TDSP-TRAN-ID.
011480     READ DISPOSITION-FILE
011490         INVALID KEY
011500             MOVE "23" TO TP100-TRANDISP-STATUS
011510     END-READ.
011520     IF TP100-TRANDISP-OK
011530         AND TDSP-REVERSAL-PENDING
011540         AND TDSP-LINK-TRAN-ID = TRAN-ID
011550         MOVE SPACE TO TDSP-REVERSAL-STATUS
011560         MOVE SPACES TO TDSP-LINK-TRAN-ID
011570         REWRITE TDSP-RECORD
011580     END-IF.
011590 5050-EXIT.
011600     EXIT.
011610*----------------------------------------------------------------
011620* 5200-WRITE-HELD                                              *
011630*   WRITE THE HELD TRANSACTION AND ITS REASON TO HELDTRAN FOR  *
011640*   SUPERVISOR REVIEW, RECORD ITS HELD DISPOSITION, AND NOTE   *
011650*   IT ON THE POSTING REPORT.                                  *
011660*----------------------------------------------------------------
011670 5200-WRITE-HELD.
011680     MOVE SPACES TO TP100-HELD-RECORD.
011690     MOVE TRAN-RECORD TO TP100-HELD-TRAN.
011700     MOVE TP100-REJECT-REASON TO TP100-HELD-REASON.
011710     WRITE TP100-HELD-RECORD.
011720     ADD 1 TO TP100-HELD-COUNT.
011730     MOVE "H" TO TP100-DISP-CODE.
011740     MOVE ZERO TO TP100-DISP-BALANCE.
011750     PERFORM 5500-RECORD-DISPOSITION THRU 5500-EXIT.
011760     MOVE SPACES TO TP100-REPORT-LINE.
011770     STRING "HELD    ID=" DELIMITED BY SIZE
011780         TRAN-ID DELIMITED BY SIZE
011790         "  CUST=" DELIMITED BY SIZE
011800         TRAN-CUST-KEY DELIMITED BY SIZE
011810         "  " DELIMITED BY SIZE
011820         TP100-REJECT-REASON DELIMITED BY SIZE
011830         INTO TP100-REPORT-LINE.
011840     WRITE TP100-REPORT-LINE.
011850 5200-EXIT.
011860     EXIT.
011870*----------------------------------------------------------------
011880* 5300-WRITE-DUPLICATE                                         *
011890*   WRITE THE SKIPPED REPLAY TO DUPTRAN AND SHOW BOTH          *
011900*   OCCURRENCES ON THE POSTING REPORT - THIS RECORD'S INTAKE   *
011910*   TIMESTAMP AND THE TIMESTAMP AND BALANCE OF THE POSTING     *
011920*   THAT ALREADY APPLIED IT - SO THE CONTROL CLERK CAN         *
011930*   CONFIRM IT REALLY WAS A REPLAY.                            *
011940*----------------------------------------------------------------
011950 5300-WRITE-DUPLICATE.
011960     MOVE SPACES TO TP100-DUP-RECORD.
011970     MOVE TRAN-RECORD TO TP100-DUP-TRAN.
011980     MOVE "ALREADY APPLIED - REPLAY SKIPPED"
011990         TO TP100-DUP-REASON.
012000     WRITE TP100-DUP-RECORD.
012010     ADD 1 TO TP100-DUPLICATE-COUNT.
012020     MOVE SPACES TO TP100-REPORT-LINE.
012030     STRING "DUPLIC  ID=" DELIMITED BY SIZE
012040         TRAN-ID DELIMITED BY SIZE
012050         "  CUST=" DELIMITED BY SIZE
012060         TRAN-CUST-KEY DELIMITED BY SIZE
012070         "  THIS OCCURRENCE " DELIMITED BY SIZE
012080         TRAN-TIMESTAMP DELIMITED BY SIZE
012090         INTO TP100-REPORT-LINE.
012100     WRITE TP100-REPORT-LINE.
012110     MOVE TDSP-NEW-BALANCE TO TP100-EDIT-BALANCE.
012120     MOVE SPACES TO TP100-REPORT-LINE.
012130     STRING "        FIRST APPLIED " DELIMITED BY SIZE
012140         TDSP-POST-TIMESTAMP DELIMITED BY SIZE
012150         "  BAL THEN=" DELIMITED BY SIZE
012160         TP100-EDIT-BALANCE DELIMITED BY SIZE
012170         INTO TP100-REPORT-LINE.
012180     WRITE TP100-REPORT-LINE.
012190*    CHECKPOINT IMMEDIATELY - NO DISPOSITION MARKS A SKIPPED
012200*    REPLAY, SO A RERUN MUST POSITION-SKIP PAST THIS RECORD OR
012210*    IT WOULD WRITE THE SAME REPLAY TO DUPTRAN A SECOND TIME.
012220     MOVE "P" TO TP100-CKPT-FLAG.
012230     PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT.
012240     MOVE ZERO TO TP100-SINCE-CKPT-COUNT.
012250 5300-EXIT.
012260     EXIT.
012270*----------------------------------------------------------------
012280* 5400-WRITE-RESUME-SKIP                                       *
012290*   NOTE ONE RECORD THE INTERRUPTED RUN ALREADY DISPOSITIONED  *
012300*   PAST THE LAST CHECKPOINT.  THE BALANCE MOVE AND THE        *
012310*   REJECT OR HELD RECORD ALREADY STAND, BUT THE               *
012320*   DISPOSITION'S COUNTER IS BUMPED SO THE COMBINED TOTALS     *
012330*   RECONCILE, AND THE DISPOSITION TIMESTAMP IS REFRESHED TO   *
012340*   THIS RUN'S OWN TIME SO EACH DISPOSITION BUYS EXACTLY ONE   *
012350*   RESUME SKIP - A SECOND OCCURRENCE OF THE SAME ID FALLS     *
012360*   OUT OF THE WINDOW AND REACHES THE REPLAY TEST.             *
012370*----------------------------------------------------------------
012380 5400-WRITE-RESUME-SKIP.
012390     ADD 1 TO TP100-RESUME-SKIP-COUNT.
012400     EVALUATE TRUE
012410         WHEN TDSP-APPLIED
012420             ADD 1 TO TP100-APPLIED-COUNT
012430         WHEN TDSP-REJECTED
012440             ADD 1 TO TP100-REJECT-COUNT
012450         WHEN TDSP-HELD
012460             ADD 1 TO TP100-HELD-COUNT
012470     END-EVALUATE.
012480     MOVE SPACES TO TP100-REPORT-LINE.
012490     STRING "RESUMED ID=" DELIMITED BY SIZE
012500         TRAN-ID DELIMITED BY SIZE
012510         "  CUST=" DELIMITED BY SIZE
012520         TRAN-CUST-KEY DELIMITED BY SIZE
012530         "  DISP=" DELIMITED BY SIZE
012540         TDSP-DISPOSITION DELIMITED BY SIZE
012550         "  BY INTERRUPTED RUN AT " DELIMITED BY SIZE
012560         TDSP-POST-TIMESTAMP DELIMITED BY SIZE
012570         INTO TP100-REPORT-LINE.
012580     WRITE TP100-REPORT-LINE.
012590     ACCEPT TP100-CURR-DATE FROM DATE YYYYMMDD.
012600     ACCEPT TP100-CURR-TIME FROM TIME.
012610     STRING TP100-CURR-DATE TP100-CURR-TIME
012620         DELIMITED BY SIZE INTO TP100-RUN-TIMESTAMP.
012630     MOVE TP100-RUN-TIMESTAMP TO TDSP-POST-TIMESTAMP.
012640     REWRITE TDSP-RECORD.
012650 5400-EXIT.
012660     EXIT.
012670*----------------------------------------------------------------
012680* 5500-RECORD-DISPOSITION                                      *
012690*   WRITE (OR REWRITE, ON A RERUN) THE CURRENT TRANSACTION'S   *
012700*   FINAL DISPOSITION TO THE TRANDISP FILE KEYED BY TRAN-ID.   *
012710*   TP100-DISP-CODE, TP100-DISP-BALANCE AND TP100-DISP-AMOUNT  *
012720*   MUST BE SET FIRST; THE REJECT REASON TRAVELS ONLY ON A     *
012730*   REJECTED OR HELD DISPOSITION.  THE CUSTOMER, INTAKE        *
012740*   TIMESTAMP AND TYPE LET THE ONLINE SERVICE FIND THE         *
012750*   TRANHIST ENTRY WHEN A REVERSAL IS ASKED FOR.               *
012760*----------------------------------------------------------------
012770 5500-RECORD-DISPOSITION.
012780     ACCEPT TP100-CURR-DATE FROM DATE YYYYMMDD.
012790     ACCEPT TP100-CURR-TIME FROM TIME.
012800     STRING TP100-CURR-DATE TP100-CURR-TIME
012810         DELIMITED BY SIZE INTO TP100-RUN-TIMESTAMP.
012820     MOVE SPACES TO TDSP-RECORD.
012830     MOVE TRAN-ID TO TDSP-TRAN-ID.
012840     MOVE TP100-DISP-CODE TO TDSP-DISPOSITION.
012850     IF TP100-DISP-CODE NOT = "A"
012860         MOVE TP100-REJECT-REASON TO TDSP-REJ-REASON
012870     END-IF.
012880     MOVE TP100-DISP-BALANCE TO TDSP-NEW-BALANCE.
012890     MOVE TP100-RUN-TIMESTAMP TO TDSP-POST-TIMESTAMP.
012900     MOVE TRAN-CUST-KEY TO TDSP-CUST-KEY.
012910     MOVE TRAN-TIMESTAMP TO TDSP-TRAN-TIMESTAMP.
012920     MOVE TRAN-TYPE TO TDSP-TRAN-TYPE.
012930     MOVE TP100-DISP-AMOUNT TO TDSP-APPLIED-AMOUNT.
012940     MOVE TP100-DISP-LINK-ID TO TDSP-LINK-TRAN-ID.
012950     MOVE TP100-DISP-XFER-TO-KEY TO TDSP-XFER-TO-KEY.
012960     MOVE TP100-DISP-XFER-TO-BAL TO TDSP-XFER-TO-BALANCE.
012970     WRITE TDSP-RECORD
012980         INVALID KEY
012990             REWRITE TDSP-RECORD
013000     END-WRITE.
013010 5500-EXIT.
013020     EXIT.
013030*----------------------------------------------------------------
013040* 5600-WRITE-HISTORY                                           *
013050*   WRITE (OR REWRITE, ON A RERUN) THE APPLIED TRANSACTION TO  *
013060*   THE CUMULATIVE TRANHIST FILE.  THE SIGNED APPLIED EFFECT - *
013070*   TP100-DISP-AMOUNT, DEBITS NEGATIVE - AND THE RESULTING     *
013080*   BALANCE TRAVEL WITH                                        *
013090*   IT, THE SAME CONVENTION AS THE STATEMENT EXTRACT.          *
013100*----------------------------------------------------------------
013110 5600-WRITE-HISTORY.
013120     MOVE SPACES TO HIST-RECORD.
013130     MOVE TRAN-CUST-KEY TO HIST-CUST-KEY.
013140     MOVE TRAN-TIMESTAMP TO HIST-TIMESTAMP.
013150     MOVE TRAN-ID TO HIST-TRAN-ID.
013160     MOVE TRAN-TYPE TO HIST-TRAN-TYPE.
013170     MOVE TP100-DISP-AMOUNT TO HIST-AMOUNT.
013180     MOVE CUST-BALANCE TO HIST-NEW-BALANCE.
013190     WRITE HIST-RECORD
013200         INVALID KEY
013210             REWRITE HIST-RECORD
013220     END-WRITE.
013230 5600-EXIT.
013240     EXIT.
013250*----------------------------------------------------------------
013260* 5650-WRITE-XFER-TO-HISTORY                                   *
013270*   WRITE THE CREDIT LEG OF AN APPLIED TRANSFER TO TRANHIST -  *
013280*   SAME TRAN-ID AND TIMESTAMP AS THE DEBIT LEG, KEYED UNDER   *
013290*   THE TO-CUSTOMER, SO EACH CUSTOMER'S HISTORY SHOWS ITS OWN  *
013300*   SIDE OF THE ONE TRANSFER.                                  *
013310*----------------------------------------------------------------
013320 5650-WRITE-XFER-TO-HISTORY.
013330     MOVE SPACES TO HIST-RECORD.
013340     MOVE TRAN-XFER-TO-KEY TO HIST-CUST-KEY.
013350     MOVE TRAN-TIMESTAMP TO HIST-TIMESTAMP.
013360     MOVE TRAN-ID TO HIST-TRAN-ID.
013370     MOVE TRAN-TYPE TO HIST-TRAN-TYPE.
013380     MOVE TRAN-AMOUNT TO HIST-AMOUNT.
013390     MOVE TP100-DISP-XFER-TO-BAL TO HIST-NEW-BALANCE.
013400     WRITE HIST-RECORD
013410         INVALID KEY
013420             REWRITE HIST-RECORD
013430     END-WRITE.
013440 5650-EXIT.
013450     EXIT.
013460*----------------------------------------------------------------
013470* 6000-TAKE-CHECKPOINT                                         *
013480*   APPEND ONE CHECKPOINT RECORD CARRYING THE CURRENT POSITION *
013490*   AND COUNTERS.  THE FILE IS OPENED AND CLOSED AROUND EACH   *
013500*   WRITE SO THE RECORD SURVIVES AN ABEND.  TP100-CKPT-FLAG    *
013510*   MUST BE SET FIRST - "P" MID-RUN, "C" AT CLEAN END OF JOB.  *
013520*----------------------------------------------------------------
013530 6000-TAKE-CHECKPOINT.
013540     ACCEPT TP100-CURR-DATE FROM DATE YYYYMMDD.
013550     ACCEPT TP100-CURR-TIME FROM TIME.
013560     STRING TP100-CURR-DATE TP100-CURR-TIME
013570         DELIMITED BY SIZE INTO TP100-RUN-TIMESTAMP.
013580     OPEN EXTEND CHECKPOINT-FILE.
013590     MOVE SPACES TO TCKP-RECORD.
013600     MOVE TP100-RUN-TIMESTAMP TO TCKP-RUN-TIMESTAMP.
013610     MOVE TP100-READ-COUNT TO TCKP-TRAN-POSITION.
013620     MOVE TP100-APPLIED-COUNT TO TCKP-APPLIED-COUNT.
013630     MOVE TP100-REJECT-COUNT TO TCKP-REJECT-COUNT.
013640     MOVE TP100-HELD-COUNT TO TCKP-HELD-COUNT.
013650     MOVE TP100-DUPLICATE-COUNT TO TCKP-DUP-COUNT.
013660     MOVE TP100-LAST-TRAN-ID TO TCKP-LAST-TRAN-ID.
013670     MOVE TP100-CKPT-FLAG TO TCKP-RUN-STATUS.
013680     WRITE TCKP-RECORD.
013690     CLOSE CHECKPOINT-FILE.
013700 6000-EXIT.
013710     EXIT.
013720*----------------------------------------------------------------
013730* 8000-WRITE-SUMMARY                                           *
013740*   WRITE THE TRAILING TOTALS ONCE ALL RECORDS HAVE BEEN READ. *
013750*----------------------------------------------------------------
013760 8000-WRITE-SUMMARY.
013770     MOVE SPACES TO TP100-REPORT-LINE.
013780     WRITE TP100-REPORT-LINE.
013790     MOVE TP100-READ-COUNT TO TP100-EDIT-COUNT.
013800     MOVE SPACES TO TP100-REPORT-LINE.
013810     STRING "TRANSACTIONS READ    : " DELIMITED BY SIZE
013820         TP100-EDIT-COUNT DELIMITED BY SIZE
013830         INTO TP100-REPORT-LINE.
013840     WRITE TP100-REPORT-LINE.
013850     MOVE TP100-APPLIED-COUNT TO TP100-EDIT-COUNT.
013860     MOVE SPACES TO TP100-REPORT-LINE.
013870     STRING "TRANSACTIONS APPLIED : " DELIMITED BY SIZE
013880         TP100-EDIT-COUNT DELIMITED BY SIZE
013890         INTO TP100-REPORT-LINE.
013900     WRITE TP100-REPORT-LINE.
013910     MOVE TP100-REJECT-COUNT TO TP100-EDIT-COUNT.
013920     MOVE SPACES TO TP100-REPORT-LINE.
013930     STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
013940         TP100-EDIT-COUNT DELIMITED BY SIZE
013950         INTO TP100-REPORT-LINE.
013960     WRITE TP100-REPORT-LINE.
013970     MOVE TP100-HELD-COUNT TO TP100-EDIT-COUNT.
013980     MOVE SPACES TO TP100-REPORT-LINE.
013990     STRING "TRANSACTIONS HELD    : " DELIMITED BY SIZE
014000         TP100-EDIT-COUNT DELIMITED BY SIZE
014010         INTO TP100-REPORT-LINE.
014020     WRITE TP100-REPORT-LINE.
014030     MOVE TP100-DUPLICATE-COUNT TO TP100-EDIT-COUNT.
014040     MOVE SPACES TO TP100-REPORT-LINE.
014050     STRING "DUPLICATES SKIPPED   : " DELIMITED BY SIZE
014060         TP100-EDIT-COUNT DELIMITED BY SIZE
014070         INTO TP100-REPORT-LINE.
014080     WRITE TP100-REPORT-LINE.
014090     MOVE TP100-REACTIVATED-COUNT TO TP100-EDIT-COUNT.
014100     MOVE SPACES TO TP100-REPORT-LINE.
014110     STRING "DORMANT REACTIVATED  : " DELIMITED BY SIZE
014120         TP100-EDIT-COUNT DELIMITED BY SIZE
014130         INTO TP100-REPORT-LINE.
014140     WRITE TP100-REPORT-LINE.
014150*    RESUME SKIPS ARE ALREADY INSIDE THE APPLIED, REJECTED AND
014160*    HELD TOTALS ABOVE - THE LINE IS INFORMATIONAL, SO THE
014170*    CONTROL CLERK CAN SEE HOW MUCH OF THE RUN WAS A RESUME.
014180     MOVE TP100-RESUME-SKIP-COUNT TO TP100-EDIT-COUNT.
014190     MOVE SPACES TO TP100-REPORT-LINE.
014200     STRING "OF WHICH RESUMED     : " DELIMITED BY SIZE
014210         TP100-EDIT-COUNT DELIMITED BY SIZE
014220         INTO TP100-REPORT-LINE.
014230     WRITE TP100-REPORT-LINE.
014240 8000-EXIT.
014250     EXIT.
014260*----------------------------------------------------------------
014270* 8100-WRITE-HEADING                                           *
014280*   WRITE THE REPORT TITLE LINES.                              *
014290*----------------------------------------------------------------
014300 8100-WRITE-HEADING.
014310     MOVE "TRANLOG NIGHTLY POSTING REPORT"
014320         TO TP100-REPORT-LINE.
014330     WRITE TP100-REPORT-LINE.
014340     MOVE SPACES TO TP100-REPORT-LINE.
014350     WRITE TP100-REPORT-LINE.
014360 8100-EXIT.
014370     EXIT.
014380*----------------------------------------------------------------
014390* 8200-WRITE-RESUME-NOTE                                       *
014400*   NOTE ON THE POSTING REPORT THAT THIS RUN RESUMED AN        *
014410*   INTERRUPTED ONE AND FROM WHERE, SO THE MORNING CONTROL     *
014420*   CHECK CAN RECONCILE THE COMBINED TOTALS.                   *
014430*----------------------------------------------------------------
014440 8200-WRITE-RESUME-NOTE.
014450     MOVE TP100-RESTART-POSITION TO TP100-EDIT-COUNT.
014460     MOVE SPACES TO TP100-REPORT-LINE.
014470     STRING "** RESTARTED RUN - RESUMING AFTER RECORD "
014480         DELIMITED BY SIZE
014490         TP100-EDIT-COUNT DELIMITED BY SIZE
014500         INTO TP100-REPORT-LINE.
014510     WRITE TP100-REPORT-LINE.
014520     MOVE SPACES TO TP100-REPORT-LINE.
014530     STRING "** LAST TRAN-ID APPLIED BEFORE RESUME: "
014540         DELIMITED BY SIZE
014550         TP100-LAST-TRAN-ID DELIMITED BY SIZE
014560         INTO TP100-REPORT-LINE.
014570     WRITE TP100-REPORT-LINE.
014580     MOVE "** TOTALS BELOW COMBINE BOTH ATTEMPTS"
014590         TO TP100-REPORT-LINE.
014600     WRITE TP100-REPORT-LINE.
014610     MOVE SPACES TO TP100-REPORT-LINE.
014620     WRITE TP100-REPORT-LINE.
014630 8200-EXIT.
014640     EXIT.
014650*----------------------------------------------------------------
014660* 9999-TERMINATE                                                *
014670*   CLOSE THE FILES.                                           *
014680*----------------------------------------------------------------
014690 9999-TERMINATE.
014700     CLOSE TRANSACTION-FILE.
014710     CLOSE CUSTOMER-FILE.
014720     CLOSE TRANTYPE-FILE.
014730     CLOSE CREDIT-LIMIT-FILE.
014740     CLOSE DISPOSITION-FILE.
014750     CLOSE HISTORY-FILE.
014760     CLOSE REPORT-FILE.
014770     CLOSE REJECT-FILE.
014780     CLOSE HELD-FILE.
014790     CLOSE DUPLICATE-FILE.
014800 9999-EXIT.
014810     EXIT.
