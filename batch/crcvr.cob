000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CRCVR100.
000030 AUTHOR. R JARVIK.
000040 INSTALLATION. DATA LIBRARY GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RJ   INITIAL VERSION - CUSTMAST FORWARD RECOVERY.
000110*                 RELOADS CUSTMAST AND CREDLIM FROM A CBKUP100
000120*                 BACKUP GENERATION, THEN REAPPLIES EVERY
000130*                 TRANHIST ENTRY WHOSE TRANDISP RECORD SHOWS IT
000140*                 APPLIED AT OR AFTER THE BACKUP TIME (AND
000150*                 BEFORE AN OPTIONAL STOP POINT), AND PROVES
000160*                 THE REBUILT COUNT AND TOTAL BALANCE AGAINST
000170*                 THE RECONCTL BALANCE-FORWARD RECORD OF THE
000180*                 RECOVERY POINT.
000190* 2026-10-15 RJ   CUSTOMERS OPENED ONLINE SINCE THE BACKUP ARE
000200*                 LOADED FROM THEIR CHGJRNL CREATE IMAGES AND
000210*                 THEIR POSTINGS REAPPLIED LIKE ANY OTHER, SO AN
000220*                 OLDER BACKUP GENERATION CAN BE PROVED.  THE
000230*                 COUNT PROOF ALLOWS FOR OPENINGS EITHER SIDE OF
000240*                 THE RECON RUN.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     CURRENCY SIGN IS "$".
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BACKUP-FILE ASSIGN TO "CUSTBKP"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS CV100-CUSTBKP-STATUS.
000350     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS CUST-KEY
000390         FILE STATUS IS CV100-CUSTMAST-STATUS.
000400     SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS CRED-CUST-KEY
000440         FILE STATUS IS CV100-CREDLIM-STATUS.
000450     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS HIST-KEY
000490         FILE STATUS IS CV100-TRANHIST-STATUS.
000500     SELECT DISPOSITION-FILE ASSIGN TO "TRANDISP"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS TDSP-TRAN-ID
000540         FILE STATUS IS CV100-TRANDISP-STATUS.
000550     SELECT CHANGE-FILE ASSIGN TO "CHGJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CV100-CHGJRNL-STATUS.
000580     SELECT OPTIONAL CONTROL-FILE ASSIGN TO "RECONCTL"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS CV100-RECONCTL-STATUS.
000610     SELECT REPORT-FILE ASSIGN TO "CRCVRRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CV100-CRCVRRPT-STATUS.
000640     SELECT SORT-FILE ASSIGN TO "SORTWK".
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  BACKUP-FILE.
000680 COPY CUSTBKP.
000690 FD  CUSTOMER-FILE.
000700 COPY CUSTREC.
000710 FD  CREDIT-LIMIT-FILE.
000720 COPY CREDLIM.
000730 FD  HISTORY-FILE.
000740 COPY TRNHIST.
000750 FD  DISPOSITION-FILE.
000760 COPY TRNDISP.
000770 FD  CHANGE-FILE.
000780 COPY CHGJRNL.
000790 FD  CONTROL-FILE.
000800 COPY RECCTL.
000810 FD  REPORT-FILE.
000820 01  CV100-REPORT-LINE           PIC X(100).
000830 SD  SORT-FILE.
000840 01  CV100-SORT-RECORD.
000850     05  CV100-SORT-KEY          PIC X(10).
000860     05  CV100-SORT-TIMESTAMP    PIC X(16).
000870     05  CV100-SORT-IMAGE        PIC X(100).
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* FILE STATUS CODES
000910*----------------------------------------------------------------
000920 01  CV100-FILE-STATUSES.
000930     05  CV100-CUSTBKP-STATUS    PIC X(02).
000940         88  CV100-CUSTBKP-OK            VALUE "00".
000950     05  CV100-CUSTMAST-STATUS   PIC X(02).
000960         88  CV100-CUSTMAST-OK           VALUE "00".
000970     05  CV100-CREDLIM-STATUS    PIC X(02).
000980         88  CV100-CREDLIM-OK            VALUE "00".
000990     05  CV100-TRANHIST-STATUS   PIC X(02).
001000         88  CV100-TRANHIST-OK           VALUE "00".
001010     05  CV100-TRANDISP-STATUS   PIC X(02).
001020         88  CV100-TRANDISP-OK           VALUE "00".
001030     05  CV100-CHGJRNL-STATUS    PIC X(02).
001040         88  CV100-CHGJRNL-OK            VALUE "00".
001050     05  CV100-RECONCTL-STATUS   PIC X(02).
001060         88  CV100-RECONCTL-OK           VALUE "00" "05".
001070     05  CV100-CRCVRRPT-STATUS   PIC X(02).
001080         88  CV100-CRCVRRPT-OK           VALUE "00".
001090*----------------------------------------------------------------
001100* SWITCHES
001110*   SETUP-BAD MEANS A FILE, THE BACKUP HEADER OR THE PARM WAS
001120*   WRONG AND NOTHING WAS RESTORED.  ANY EXCEPTION - A WRITE
001130*   THAT FAILED, A BAD TRAILER, A HISTORY ENTRY THAT CANNOT BE
001140*   PLACED, A FAILED PROOF - LEAVES THE REBUILT FILES UNPROVED
001150*   AND ENDS THE RUN RC=8.
001160*----------------------------------------------------------------
001170 01  CV100-SWITCHES.
001180     05  CV100-HIST-EOF-SW       PIC X(01) VALUE "N".
001190         88  CV100-HIST-EOF              VALUE "Y".
001200     05  CV100-RECONCTL-EOF-SW   PIC X(01) VALUE "N".
001210         88  CV100-RECONCTL-EOF          VALUE "Y".
001220     05  CV100-CHGJRNL-EOF-SW    PIC X(01) VALUE "N".
001230         88  CV100-CHGJRNL-EOF           VALUE "Y".
001240     05  CV100-OPENING-EOF-SW    PIC X(01) VALUE "N".
001250         88  CV100-OPENING-EOF           VALUE "Y".
001260     05  CV100-SETUP-GOOD-SW     PIC X(01) VALUE "Y".
001270         88  CV100-SETUP-GOOD            VALUE "Y".
001280         88  CV100-SETUP-BAD             VALUE "N".
001290     05  CV100-RESTORE-ONLY-SW   PIC X(01) VALUE "N".
001300         88  CV100-RESTORE-ONLY          VALUE "Y".
001310     05  CV100-HAVE-PROOF-SW     PIC X(01) VALUE "N".
001320         88  CV100-HAVE-PROOF            VALUE "Y".
001330*    WHAT THE CURRENT TRANHIST ENTRY'S TRANDISP RECORD SAYS.
001340     05  CV100-ACTION-SW         PIC X(01).
001350         88  CV100-IN-BACKUP             VALUE "B".
001360         88  CV100-REAPPLY               VALUE "R".
001370         88  CV100-AFTER-STOP            VALUE "S".
001380         88  CV100-NO-DISPOSITION        VALUE "N".
001390         88  CV100-NOT-APPLIED           VALUE "X".
001400*    WHERE THE CUSTOMER BEING REBUILT CAME FROM.
001410     05  CV100-SOURCE-SW         PIC X(01).
001420         88  CV100-FROM-BACKUP           VALUE "B".
001430         88  CV100-FROM-OPENING          VALUE "O".
001440*----------------------------------------------------------------
001450* COUNTERS AND ACCUMULATORS
001460*   CV100-CUST-COUNT IS EVERY CUSTOMER WRITTEN - THOSE RESTORED
001470*   FROM THE BACKUP PLUS THOSE OPENED ONLINE SINCE.  THE TWO
001480*   LATE-OPENING COUNTS ADJUST IT FOR THE COUNT PROOF.
001490*----------------------------------------------------------------
001500 01  CV100-COUNTERS.
001510     05  CV100-CUST-COUNT        PIC 9(07) COMP.
001520     05  CV100-RESTORED-COUNT    PIC 9(07) COMP.
001530     05  CV100-OPENED-COUNT      PIC 9(07) COMP.
001540     05  CV100-OPENED-AFTER-RECON
001550                                 PIC 9(07) COMP.
001560     05  CV100-OPENED-AFTER-STOP PIC 9(07) COMP.
001570     05  CV100-PROOF-COUNT       PIC S9(07) COMP.
001580     05  CV100-CRED-COUNT        PIC 9(07) COMP.
001590     05  CV100-REBUILT-COUNT     PIC 9(07) COMP.
001600     05  CV100-REAPPLIED-COUNT   PIC 9(07) COMP.
001610     05  CV100-REACTIVATED-COUNT PIC 9(07) COMP.
001620     05  CV100-AFTER-STOP-COUNT  PIC 9(07) COMP.
001630     05  CV100-EXCEPTION-COUNT   PIC 9(07) COMP.
001640 01  CV100-AMOUNT-TOTALS.
001650     05  CV100-BACKUP-TOTAL      PIC S9(11)V99 COMP-3.
001660     05  CV100-REAPPLIED-TOTAL   PIC S9(11)V99 COMP-3.
001670     05  CV100-CUST-TOTAL        PIC S9(11)V99 COMP-3.
001680*----------------------------------------------------------------
001690* RECOVERY POINTS
001700*   ALL TIMESTAMPS ARE YYYYMMDDHHMMSSCC, THE FORM TRANPOST
001710*   STAMPS ON TDSP-POST-TIMESTAMP AND RECON100 ON RECONCTL.
001720*   AN ENTRY IS REAPPLIED WHEN IT WAS POSTED AT OR AFTER THE
001730*   BACKUP TIMESTAMP AND BEFORE THE STOP TIMESTAMP.
001740*   NO PARM                  REAPPLY EVERYTHING POSTED SINCE
001750*                            THE BACKUP
001760*   PARM='YYYYMMDD'          STOP AT THE START OF THAT DAY
001770*   PARM='YYYYMMDDHHMMSSCC'  STOP AT THAT MOMENT
001780*   PARM='RESTORE'           REAPPLY NOTHING - THE FILES GO
001790*                            BACK TO THE BACKUP AS TAKEN
001800*   CV100-LAST-POST-TS IS THE LATEST POSTING REAPPLIED.
001810*----------------------------------------------------------------
001820 01  CV100-PARM-TEXT             PIC X(20).
001830 01  CV100-RECOVERY-POINTS.
001840     05  CV100-BACKUP-TS         PIC X(16).
001850     05  CV100-STOP-TS           PIC X(16).
001860     05  CV100-LAST-POST-TS      PIC X(16).
001870*----------------------------------------------------------------
001880* PER-CUSTOMER WORK AREA
001890*   CV100-WK-LAST-NEW-BALANCE IS THE HIST-NEW-BALANCE OF THE
001900*   CUSTOMER'S LATEST REAPPLIED POSTING - WHAT THE REBUILT
001910*   BALANCE MUST COME TO.
001920*----------------------------------------------------------------
001930 01  CV100-CUSTOMER-WORK.
001940     05  CV100-WK-BACKUP-BALANCE PIC S9(9)V99 COMP-3.
001950     05  CV100-WK-ITEM-COUNT     PIC 9(05) COMP.
001960     05  CV100-WK-LAST-POST-TS   PIC X(16).
001970     05  CV100-WK-LAST-NEW-BALANCE
001980                                 PIC S9(9)V99 COMP-3.
001990     05  CV100-WK-NOTE           PIC X(40).
002000     05  CV100-WK-REASON         PIC X(40).
002010*----------------------------------------------------------------
002020* PROOF RECORD - THE RECONCTL RECORD THE REBUILT FILE MUST
002030* AGREE WITH
002040*----------------------------------------------------------------
002050 01  CV100-PROOF-WORK.
002060     05  CV100-PF-TIMESTAMP      PIC X(16).
002070     05  CV100-PF-COUNT          PIC 9(07).
002080     05  CV100-PF-BALANCE        PIC S9(11)V99 COMP-3.
002090*----------------------------------------------------------------
002100* REPORT EDIT FIELDS
002110*----------------------------------------------------------------
002120 01  CV100-EDIT-FIELDS.
002130     05  CV100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
002140     05  CV100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002150     05  CV100-EDIT-ITEMS        PIC ZZ,ZZ9.
002160 PROCEDURE DIVISION.
002170*----------------------------------------------------------------
002180* 0000-MAINLINE                                                *
002190*   ENTRY POINT.  SORT THE CUSTOMERS OPENED ONLINE SINCE THE   *
002200*   BACKUP INTO KEY ORDER, AND ON THE WAY OUT OF THE SORT      *
002210*   RESTORE AND REBUILD THE CUSTOMERS AND PASS ANY HISTORY     *
002220*   LEFT OVER.  THEN RESTORE THE CREDIT LIMITS, CHECK THE      *
002230*   BACKUP TRAILER AND PROVE THE RESULT.  THE LAST LINE OF THE *
002240*   REPORT SAYS WHETHER THE REBUILT FILES MAY GO LIVE.         *
002250*----------------------------------------------------------------
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     IF CV100-SETUP-GOOD
002290         SORT SORT-FILE
002300             ON ASCENDING KEY CV100-SORT-KEY
002310             ON ASCENDING KEY CV100-SORT-TIMESTAMP
002320             INPUT PROCEDURE IS 1500-SELECT-OPENINGS
002330                 THRU 1500-EXIT
002340             OUTPUT PROCEDURE IS 2000-REBUILD-CUSTMAST
002350                 THRU 2000-EXIT
002360         PERFORM 3000-RESTORE-CREDLIM THRU 3000-EXIT
002370             UNTIL NOT CBK-CREDLIM
002380         PERFORM 4000-CHECK-TRAILER THRU 4000-EXIT
002390         PERFORM 5000-PROVE-TOTALS THRU 5000-EXIT
002400         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002410         IF CV100-EXCEPTION-COUNT = ZERO
002420             MOVE "** REBUILT FILES PROVED - MAY BE PUT LIVE **"
002430                 TO CV100-REPORT-LINE
002440             WRITE CV100-REPORT-LINE
002450         ELSE
002460             MOVE "** REBUILT FILES NOT PROVED - NOT PUT LIVE **"
002470                 TO CV100-REPORT-LINE
002480             WRITE CV100-REPORT-LINE
002490             MOVE 8 TO RETURN-CODE
002500         END-IF
002510     ELSE
002520         MOVE "** SETUP ERROR - NOTHING RESTORED **"
002530             TO CV100-REPORT-LINE
002540         WRITE CV100-REPORT-LINE
002550         MOVE 8 TO RETURN-CODE
002560     END-IF.
002570     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002580     STOP RUN.
002590*----------------------------------------------------------------
002600* 1000-INITIALIZE                                              *
002610*   OPEN THE FILES, READ THE BACKUP HEADER, TAKE THE PARM AND  *
002620*   WRITE THE HEADING, THEN PRIME THE BACKUP AND TRANHIST      *
002630*   READS.  EVERY FILE BUT RECONCTL MUST OPEN; A MISSING       *
002640*   RECONCTL IS CAUGHT BY THE PROOF.  CHGJRNL IS THE           *
002650*   GENERATIONS CUT OVER SINCE THE BACKUP AND THE LIVE FILE,   *
002660*   CONCATENATED - SEE CRCVR.JCL.                              *
002670*----------------------------------------------------------------
002680 1000-INITIALIZE.
002690     OPEN INPUT BACKUP-FILE.
002700     OPEN OUTPUT CUSTOMER-FILE.
002710     OPEN OUTPUT CREDIT-LIMIT-FILE.
002720     OPEN INPUT HISTORY-FILE.
002730     OPEN INPUT DISPOSITION-FILE.
002740     OPEN INPUT CHANGE-FILE.
002750     OPEN OUTPUT REPORT-FILE.
002760     MOVE SPACES TO CV100-BACKUP-TS.
002770     MOVE SPACES TO CV100-LAST-POST-TS.
002780     IF CV100-CUSTBKP-OK
002790         PERFORM 1900-READ-BACKUP THRU 1900-EXIT
002800         IF CBK-HEADER
002810             MOVE CBK-HDR-TIMESTAMP TO CV100-BACKUP-TS
002820         END-IF
002830     END-IF.
002840     PERFORM 1100-TAKE-PARM THRU 1100-EXIT.
002850     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002860     IF CV100-SETUP-BAD
002870         MOVE SPACES TO CV100-REPORT-LINE
002880         STRING "  PARM IS NOT BLANK, RESTORE, OR A STOP POINT"
002890             DELIMITED BY SIZE
002900             " AT OR AFTER THE BACKUP" DELIMITED BY SIZE
002910             INTO CV100-REPORT-LINE
002920         WRITE CV100-REPORT-LINE
002930     END-IF.
002940     IF NOT CV100-CUSTBKP-OK
002950         SET CV100-SETUP-BAD TO TRUE
002960         MOVE "  CUSTBKP FILE COULD NOT BE OPENED"
002970             TO CV100-REPORT-LINE
002980         WRITE CV100-REPORT-LINE
002990     ELSE
003000         IF CV100-BACKUP-TS = SPACES
003010             SET CV100-SETUP-BAD TO TRUE
003020             MOVE "  CUSTBKP DOES NOT START WITH A BACKUP HEADER"
003030                 TO CV100-REPORT-LINE
003040             WRITE CV100-REPORT-LINE
003050         END-IF
003060     END-IF.
003070     IF NOT CV100-CUSTMAST-OK
003080         SET CV100-SETUP-BAD TO TRUE
003090         MOVE "  CUSTMAST FILE COULD NOT BE OPENED"
003100             TO CV100-REPORT-LINE
003110         WRITE CV100-REPORT-LINE
003120     END-IF.
003130     IF NOT CV100-CREDLIM-OK
003140         SET CV100-SETUP-BAD TO TRUE
003150         MOVE "  CREDLIM FILE COULD NOT BE OPENED"
003160             TO CV100-REPORT-LINE
003170         WRITE CV100-REPORT-LINE
003180     END-IF.
003190     IF NOT CV100-TRANHIST-OK
003200         SET CV100-SETUP-BAD TO TRUE
003210         MOVE "  TRANHIST FILE COULD NOT BE OPENED"
003220             TO CV100-REPORT-LINE
003230         WRITE CV100-REPORT-LINE
003240     END-IF.
003250     IF NOT CV100-TRANDISP-OK
003260         SET CV100-SETUP-BAD TO TRUE
003270         MOVE "  TRANDISP FILE COULD NOT BE OPENED"
003280             TO CV100-REPORT-LINE
003290         WRITE CV100-REPORT-LINE
003300     END-IF.
003310     IF NOT CV100-CHGJRNL-OK
003320         SET CV100-SETUP-BAD TO TRUE
003330         MOVE "  CHGJRNL FILE COULD NOT BE OPENED"
003340             TO CV100-REPORT-LINE
003350         WRITE CV100-REPORT-LINE
003360     END-IF.
003370     IF CV100-SETUP-GOOD
003380         PERFORM 1900-READ-BACKUP THRU 1900-EXIT
003390         PERFORM 2200-READ-TRANHIST THRU 2200-EXIT
003400     END-IF.
003410 1000-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 1100-TAKE-PARM                                               *
003450*   SET THE STOP TIMESTAMP FROM THE PARM - SEE RECOVERY POINTS *
003460*   ABOVE.  A STOP POINT BEFORE THE BACKUP WAS TAKEN MEANS THE *
003470*   WRONG GENERATION WAS CHOSEN, SO IT IS A SETUP ERROR RATHER *
003480*   THAN A QUIET RESTORE.                                      *
003490*----------------------------------------------------------------
003500 1100-TAKE-PARM.
003510     ACCEPT CV100-PARM-TEXT FROM COMMAND-LINE.
003520     IF CV100-PARM-TEXT = SPACES
003530         MOVE HIGH-VALUES TO CV100-STOP-TS
003540         GO TO 1100-EXIT
003550     END-IF.
003560     IF CV100-PARM-TEXT = "RESTORE"
003570         SET CV100-RESTORE-ONLY TO TRUE
003580         MOVE CV100-BACKUP-TS TO CV100-STOP-TS
003590         GO TO 1100-EXIT
003600     END-IF.
003610     IF CV100-PARM-TEXT(1:8) IS NUMERIC
003620         AND CV100-PARM-TEXT(9:12) = SPACES
003630         MOVE CV100-PARM-TEXT(1:8) TO CV100-STOP-TS(1:8)
003640         MOVE ALL "0" TO CV100-STOP-TS(9:8)
003650     ELSE
003660         IF CV100-PARM-TEXT(1:16) IS NUMERIC
003670             AND CV100-PARM-TEXT(17:4) = SPACES
003680             MOVE CV100-PARM-TEXT(1:16) TO CV100-STOP-TS
003690         ELSE
003700             SET CV100-SETUP-BAD TO TRUE
003710             GO TO 1100-EXIT
003720         END-IF
003730     END-IF.
003740     IF CV100-STOP-TS < CV100-BACKUP-TS
003750         SET CV100-SETUP-BAD TO TRUE
003760     END-IF.
003770 1100-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* 1500-SELECT-OPENINGS                                         *
003810*   SORT INPUT PROCEDURE - RELEASE EVERY CUSTMAST CREATE ON    *
003820*   CHGJRNL MADE AT OR AFTER THE BACKUP AND BEFORE THE STOP    *
003830*   POINT.  AN ONLINE OPENING WRITES NO TRANHIST ENTRY, SO     *
003840*   WITHOUT ITS CREATE IMAGE THE CUSTOMER WOULD NOT BE ON THE  *
003850*   REBUILT FILE AND ITS POSTINGS WOULD HAVE NOWHERE TO GO.    *
003860*----------------------------------------------------------------
003870 1500-SELECT-OPENINGS.
003880     PERFORM 1600-READ-CHGJRNL THRU 1600-EXIT.
003890     PERFORM 1700-RELEASE-OPENING THRU 1700-EXIT
003900         UNTIL CV100-CHGJRNL-EOF.
003910 1500-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940* 1600-READ-CHGJRNL                                            *
003950*   READ THE NEXT JOURNAL RECORD.                              *
003960*----------------------------------------------------------------
003970 1600-READ-CHGJRNL.
003980     READ CHANGE-FILE
003990         AT END
004000             SET CV100-CHGJRNL-EOF TO TRUE
004010     END-READ.
004020 1600-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* 1700-RELEASE-OPENING                                         *
004060*   PASS THE JOURNAL RECORD TO THE SORT IF IT OPENED A         *
004070*   CUSTOMER BETWEEN THE RECOVERY POINTS, THEN READ THE NEXT.  *
004080*----------------------------------------------------------------
004090 1700-RELEASE-OPENING.
004100     IF CHG-CUSTMAST
004110         AND CHG-CREATE
004120         AND CHG-TIMESTAMP NOT < CV100-BACKUP-TS
004130         AND CHG-TIMESTAMP < CV100-STOP-TS
004140         MOVE CHG-KEY TO CV100-SORT-KEY
004150         MOVE CHG-TIMESTAMP TO CV100-SORT-TIMESTAMP
004160         MOVE CHG-AFTER-IMAGE TO CV100-SORT-IMAGE
004170         RELEASE CV100-SORT-RECORD
004180     END-IF.
004190     PERFORM 1600-READ-CHGJRNL THRU 1600-EXIT.
004200 1700-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* 1900-READ-BACKUP                                             *
004240*   READ THE NEXT BACKUP RECORD.  AT END THE RECORD AREA IS    *
004250*   BLANKED SO NO RECORD-TYPE TEST CAN MATCH.                  *
004260*----------------------------------------------------------------
004270 1900-READ-BACKUP.
004280     READ BACKUP-FILE
004290         AT END
004300             MOVE SPACES TO CBK-RECORD
004310     END-READ.
004320 1900-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350* 2000-REBUILD-CUSTMAST                                        *
004360*   SORT OUTPUT PROCEDURE - REBUILD EVERY CUSTOMER ON THE      *
004370*   BACKUP OR OPENED ONLINE SINCE, MERGED IN KEY ORDER, THEN   *
004380*   PASS ANY HISTORY LEFT OVER.                                *
004390*----------------------------------------------------------------
004400 2000-REBUILD-CUSTMAST.
004410     PERFORM 2050-RETURN-OPENING THRU 2050-EXIT.
004420     PERFORM 2100-REBUILD-CUSTOMER THRU 2100-EXIT
004430         UNTIL NOT CBK-CUSTOMER
004440         AND CV100-OPENING-EOF.
004450     PERFORM 2500-CHECK-UNMATCHED THRU 2500-EXIT
004460         UNTIL CV100-HIST-EOF.
004470 2000-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500* 2050-RETURN-OPENING                                          *
004510*   TAKE THE NEXT ONLINE OPENING FROM THE SORT.                *
004520*----------------------------------------------------------------
004530 2050-RETURN-OPENING.
004540     RETURN SORT-FILE
004550         AT END
004560             SET CV100-OPENING-EOF TO TRUE
004570     END-RETURN.
004580 2050-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610* 2100-REBUILD-CUSTOMER                                        *
004620*   TAKE THE NEXT CUSTOMER FROM THE BACKUP OR THE OPENINGS,    *
004630*   REAPPLY ITS POSTINGS SINCE THE BACKUP, AND WRITE IT TO THE *
004640*   NEW CUSTMAST.  TRANHIST IS IN CUSTOMER-THEN-TIMESTAMP      *
004650*   ORDER, SO ENTRIES FOR KEYS ON NEITHER ARE CHECKED AND      *
004660*   PASSED OVER FIRST.                                         *
004670*----------------------------------------------------------------
004680 2100-REBUILD-CUSTOMER.
004690     PERFORM 2150-TAKE-NEXT-CUSTOMER THRU 2150-EXIT.
004700     MOVE CUST-BALANCE TO CV100-WK-BACKUP-BALANCE.
004710     MOVE ZERO TO CV100-WK-ITEM-COUNT.
004720     MOVE SPACES TO CV100-WK-LAST-POST-TS.
004730     PERFORM 2500-CHECK-UNMATCHED THRU 2500-EXIT
004740         UNTIL CV100-HIST-EOF
004750         OR HIST-CUST-KEY NOT < CUST-KEY.
004760     PERFORM 2300-TAKE-HISTORY THRU 2300-EXIT
004770         UNTIL CV100-HIST-EOF
004780         OR HIST-CUST-KEY NOT = CUST-KEY.
004790     IF CV100-WK-ITEM-COUNT > ZERO
004800         OR CV100-FROM-OPENING
004810         PERFORM 2700-LIST-REBUILT THRU 2700-EXIT
004820     END-IF.
004830     WRITE CUST-RECORD.
004840     IF NOT CV100-CUSTMAST-OK
004850         MOVE SPACES TO CV100-REPORT-LINE
004860         STRING "  CUSTMAST WRITE FAILED, STATUS "
004870             DELIMITED BY SIZE
004880             CV100-CUSTMAST-STATUS DELIMITED BY SIZE
004890             " FOR CUST=" DELIMITED BY SIZE
004900             CUST-KEY DELIMITED BY SIZE
004910             INTO CV100-REPORT-LINE
004920         WRITE CV100-REPORT-LINE
004930         ADD 1 TO CV100-EXCEPTION-COUNT
004940     ELSE
004950         ADD 1 TO CV100-CUST-COUNT
004960         ADD CUST-BALANCE TO CV100-CUST-TOTAL
004970         IF CV100-FROM-OPENING
004980             ADD 1 TO CV100-OPENED-COUNT
004990         ELSE
005000             ADD 1 TO CV100-RESTORED-COUNT
005010         END-IF
005020     END-IF.
005030     IF CV100-FROM-OPENING
005040         PERFORM 2050-RETURN-OPENING THRU 2050-EXIT
005050     ELSE
005060         PERFORM 1900-READ-BACKUP THRU 1900-EXIT
005070     END-IF.
005080 2100-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* 2150-TAKE-NEXT-CUSTOMER                                      *
005120*   PUT THE LOWER-KEYED OF THE NEXT BACKUP CUSTOMER AND THE    *
005130*   NEXT OPENING IN CUST-RECORD.  AN OPENING CARRIES A ZERO    *
005140*   BALANCE.  THE BACKUP IS TAKEN WITH THE LISTENER DOWN, SO   *
005150*   AN OPENING SINCE IT CANNOT BE ON IT; ONE THAT IS MEANS THE *
005160*   WRONG CHGJRNL WAS GIVEN - THE BACKUP IMAGE IS KEPT AND THE *
005170*   OPENING IS AN EXCEPTION.                                   *
005180*----------------------------------------------------------------
005190 2150-TAKE-NEXT-CUSTOMER.
005200     IF CBK-CUSTOMER
005210         AND NOT CV100-OPENING-EOF
005220         AND CBK-CUST-IMAGE(1:10) = CV100-SORT-KEY
005230         MOVE SPACES TO CV100-REPORT-LINE
005240         MOVE CV100-SORT-KEY TO CV100-REPORT-LINE(1:10)
005250         MOVE CV100-SORT-TIMESTAMP TO CV100-REPORT-LINE(12:16)
005260         MOVE "OPENED SINCE BACKUP BUT ALREADY ON IT"
005270             TO CV100-REPORT-LINE(49:40)
005280         WRITE CV100-REPORT-LINE
005290         ADD 1 TO CV100-EXCEPTION-COUNT
005300         PERFORM 2050-RETURN-OPENING THRU 2050-EXIT
005310     END-IF.
005320     IF CBK-CUSTOMER
005330         AND (CV100-OPENING-EOF
005340         OR CBK-CUST-IMAGE(1:10) < CV100-SORT-KEY)
005350         SET CV100-FROM-BACKUP TO TRUE
005360         MOVE CBK-CUST-IMAGE TO CUST-RECORD
005370         ADD CUST-BALANCE TO CV100-BACKUP-TOTAL
005380         MOVE SPACES TO CV100-WK-NOTE
005390     ELSE
005400         SET CV100-FROM-OPENING TO TRUE
005410         MOVE CV100-SORT-IMAGE TO CUST-RECORD
005420         MOVE SPACES TO CV100-WK-NOTE
005430         STRING "OPENED ONLINE " DELIMITED BY SIZE
005440             CV100-SORT-TIMESTAMP DELIMITED BY SIZE
005450             INTO CV100-WK-NOTE
005460     END-IF.
005470 2150-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500* 2200-READ-TRANHIST                                           *
005510*   READ THE NEXT TRANHIST RECORD IN KEY SEQUENCE.             *
005520*----------------------------------------------------------------
005530 2200-READ-TRANHIST.
005540     READ HISTORY-FILE NEXT RECORD
005550         AT END
005560             SET CV100-HIST-EOF TO TRUE
005570     END-READ.
005580 2200-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610* 2300-TAKE-HISTORY                                            *
005620*   REAPPLY ONE OF THE CUSTOMER'S TRANHIST ENTRIES IF IT WAS   *
005630*   POSTED AFTER THE BACKUP, THE SAME WAY THE POSTING RUN DID: *
005640*   THE SIGNED AMOUNT GOES ON THE BALANCE, AND A CREDIT OTHER  *
005650*   THAN A REVERSAL SETS A DORMANT CUSTOMER ACTIVE AGAIN.  THE *
005660*   ENTRY POSTED LAST GIVES THE BALANCE THE CUSTOMER MUST END  *
005670*   ON.  THEN READ THE NEXT ENTRY.                             *
005680*----------------------------------------------------------------
005690 2300-TAKE-HISTORY.
005700     PERFORM 2400-CHECK-DISPOSITION THRU 2400-EXIT.
005710     EVALUATE TRUE
005720         WHEN CV100-REAPPLY
005730             ADD HIST-AMOUNT TO CUST-BALANCE
005740             ADD HIST-AMOUNT TO CV100-REAPPLIED-TOTAL
005750             ADD 1 TO CV100-REAPPLIED-COUNT
005760             ADD 1 TO CV100-WK-ITEM-COUNT
005770             IF HIST-AMOUNT > ZERO
005780                 AND HIST-TRAN-TYPE NOT = "REVERSAL"
005790                 AND CUST-DORMANT
005800                 SET CUST-ACTIVE TO TRUE
005810                 ADD 1 TO CV100-REACTIVATED-COUNT
005820                 MOVE "REACTIVATED" TO CV100-WK-NOTE
005830             END-IF
005840             IF TDSP-POST-TIMESTAMP NOT < CV100-WK-LAST-POST-TS
005850                 MOVE TDSP-POST-TIMESTAMP
005860                     TO CV100-WK-LAST-POST-TS
005870                 MOVE HIST-NEW-BALANCE
005880                     TO CV100-WK-LAST-NEW-BALANCE
005890             END-IF
005900             IF TDSP-POST-TIMESTAMP > CV100-LAST-POST-TS
005910                 MOVE TDSP-POST-TIMESTAMP TO CV100-LAST-POST-TS
005920             END-IF
005930         WHEN CV100-AFTER-STOP
005940             ADD 1 TO CV100-AFTER-STOP-COUNT
005950         WHEN CV100-NO-DISPOSITION
005960             MOVE "NO TRANDISP RECORD - CANNOT PLACE IT"
005970                 TO CV100-WK-REASON
005980             PERFORM 2600-WRITE-HIST-EXCEPTION THRU 2600-EXIT
005990         WHEN CV100-NOT-APPLIED
006000             MOVE "TRANDISP DOES NOT SHOW IT APPLIED"
006010                 TO CV100-WK-REASON
006020             PERFORM 2600-WRITE-HIST-EXCEPTION THRU 2600-EXIT
006030     END-EVALUATE.
006040     PERFORM 2200-READ-TRANHIST THRU 2200-EXIT.
006050 2300-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006080* 2400-CHECK-DISPOSITION                                       *
006090*   LOOK THE CURRENT TRANHIST ENTRY UP ON TRANDISP AND DECIDE  *
006100*   WHICH SIDE OF THE RECOVERY POINTS ITS POSTING FELL ON.  A  *
006110*   TRANSFER'S TWO LEGS SHARE ONE TRANDISP RECORD AND SO ONE   *
006120*   POST TIME.  MARKING AN ORIGINAL REVERSED LEAVES ITS POST   *
006130*   TIME ALONE, SO AN ITEM IN THE BACKUP STAYS IN IT.          *
006140*----------------------------------------------------------------
006150 2400-CHECK-DISPOSITION.
006160     MOVE HIST-TRAN-ID TO TDSP-TRAN-ID.
006170     READ DISPOSITION-FILE
006180         INVALID KEY
006190             SET CV100-NO-DISPOSITION TO TRUE
006200             GO TO 2400-EXIT
006210     END-READ.
006220     IF NOT TDSP-APPLIED
006230         SET CV100-NOT-APPLIED TO TRUE
006240         GO TO 2400-EXIT
006250     END-IF.
006260     IF TDSP-POST-TIMESTAMP < CV100-BACKUP-TS
006270         SET CV100-IN-BACKUP TO TRUE
006280         GO TO 2400-EXIT
006290     END-IF.
006300     IF TDSP-POST-TIMESTAMP NOT < CV100-STOP-TS
006310         SET CV100-AFTER-STOP TO TRUE
006320         GO TO 2400-EXIT
006330     END-IF.
006340     SET CV100-REAPPLY TO TRUE.
006350 2400-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* 2500-CHECK-UNMATCHED                                         *
006390*   A TRANHIST ENTRY FOR A CUSTOMER NEITHER ON THE BACKUP NOR  *
006400*   OPENED SINCE.  ONE POSTED BEFORE THE BACKUP IS HISTORY OF  *
006410*   A CUSTOMER SINCE REMOVED AND IS PASSED OVER; ONE THAT      *
006420*   WOULD BE REAPPLIED HAS NO CUSTOMER TO GO ON - USUALLY A    *
006430*   CHGJRNL GENERATION LEFT OUT OF THE CONCATENATION - SO THE  *
006440*   REBUILT TOTALS CANNOT BE RIGHT.  THEN READ THE NEXT ENTRY. *
006450*----------------------------------------------------------------
006460 2500-CHECK-UNMATCHED.
006470     PERFORM 2400-CHECK-DISPOSITION THRU 2400-EXIT.
006480     EVALUATE TRUE
006490         WHEN CV100-REAPPLY
006500             MOVE "POSTED SINCE BACKUP, CUSTOMER NOT FOUND"
006510                 TO CV100-WK-REASON
006520             PERFORM 2600-WRITE-HIST-EXCEPTION THRU 2600-EXIT
006530         WHEN CV100-AFTER-STOP
006540             ADD 1 TO CV100-AFTER-STOP-COUNT
006550         WHEN CV100-NO-DISPOSITION
006560             MOVE "NO TRANDISP RECORD - CANNOT PLACE IT"
006570                 TO CV100-WK-REASON
006580             PERFORM 2600-WRITE-HIST-EXCEPTION THRU 2600-EXIT
006590         WHEN CV100-NOT-APPLIED
006600             MOVE "TRANDISP DOES NOT SHOW IT APPLIED"
006610                 TO CV100-WK-REASON
006620             PERFORM 2600-WRITE-HIST-EXCEPTION THRU 2600-EXIT
006630     END-EVALUATE.
006640     PERFORM 2200-READ-TRANHIST THRU 2200-EXIT.
006650 2500-EXIT.
006660     EXIT.
006670*----------------------------------------------------------------
006680* 2600-WRITE-HIST-EXCEPTION                                    *
006690*   LIST A TRANHIST ENTRY THE REBUILD COULD NOT PLACE, WITH    *
006700*   THE REASON IN CV100-WK-REASON, AND COUNT THE EXCEPTION.    *
006710*----------------------------------------------------------------
006720 2600-WRITE-HIST-EXCEPTION.
006730     MOVE SPACES TO CV100-REPORT-LINE.
006740     MOVE HIST-CUST-KEY TO CV100-REPORT-LINE(1:10).
006750     MOVE HIST-TRAN-ID TO CV100-REPORT-LINE(12:16).
006760     MOVE HIST-AMOUNT TO CV100-EDIT-AMOUNT.
006770     MOVE CV100-EDIT-AMOUNT TO CV100-REPORT-LINE(29:18).
006780     MOVE CV100-WK-REASON TO CV100-REPORT-LINE(49:40).
006790     WRITE CV100-REPORT-LINE.
006800     ADD 1 TO CV100-EXCEPTION-COUNT.
006810 2600-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840* 2700-LIST-REBUILT                                            *
006850*   LIST A CUSTOMER WHOSE BALANCE WAS REBUILT, OR WHO WAS      *
006860*   OPENED ONLINE - BACKUP (OR OPENING) BALANCE, POSTINGS      *
006870*   REAPPLIED, REBUILT BALANCE.  A REBUILT BALANCE THAT IS NOT *
006880*   THE ONE THE LAST POSTING LEFT IS AN EXCEPTION.             *
006890*----------------------------------------------------------------
006900 2700-LIST-REBUILT.
006910     IF CV100-WK-ITEM-COUNT > ZERO
006920         ADD 1 TO CV100-REBUILT-COUNT
006930         IF CUST-BALANCE NOT = CV100-WK-LAST-NEW-BALANCE
006940             MOVE "DIFFERS FROM LAST POSTED BALANCE"
006950                 TO CV100-WK-NOTE
006960             ADD 1 TO CV100-EXCEPTION-COUNT
006970         END-IF
006980     END-IF.
006990     MOVE SPACES TO CV100-REPORT-LINE.
007000     MOVE CUST-KEY TO CV100-REPORT-LINE(1:10).
007010     MOVE CV100-WK-BACKUP-BALANCE TO CV100-EDIT-AMOUNT.
007020     MOVE CV100-EDIT-AMOUNT TO CV100-REPORT-LINE(12:18).
007030     MOVE CV100-WK-ITEM-COUNT TO CV100-EDIT-ITEMS.
007040     MOVE CV100-EDIT-ITEMS TO CV100-REPORT-LINE(31:6).
007050     MOVE CUST-BALANCE TO CV100-EDIT-AMOUNT.
007060     MOVE CV100-EDIT-AMOUNT TO CV100-REPORT-LINE(38:18).
007070     MOVE CV100-WK-NOTE TO CV100-REPORT-LINE(58:40).
007080     WRITE CV100-REPORT-LINE.
007090 2700-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120* 3000-RESTORE-CREDLIM                                         *
007130*   WRITE ONE CREDIT-LIMIT RECORD FROM THE BACKUP TO THE NEW   *
007140*   CREDLIM AND READ THE NEXT BACKUP RECORD.                   *
007150*----------------------------------------------------------------
007160 3000-RESTORE-CREDLIM.
007170     MOVE CBK-CRED-IMAGE TO CRED-RECORD.
007180     WRITE CRED-RECORD.
007190     IF NOT CV100-CREDLIM-OK
007200         MOVE SPACES TO CV100-REPORT-LINE
007210         STRING "  CREDLIM WRITE FAILED, STATUS "
007220             DELIMITED BY SIZE
007230             CV100-CREDLIM-STATUS DELIMITED BY SIZE
007240             " FOR CUST=" DELIMITED BY SIZE
007250             CRED-CUST-KEY DELIMITED BY SIZE
007260             INTO CV100-REPORT-LINE
007270         WRITE CV100-REPORT-LINE
007280         ADD 1 TO CV100-EXCEPTION-COUNT
007290     ELSE
007300         ADD 1 TO CV100-CRED-COUNT
007310     END-IF.
007320     PERFORM 1900-READ-BACKUP THRU 1900-EXIT.
007330 3000-EXIT.
007340     EXIT.
007350*----------------------------------------------------------------
007360* 4000-CHECK-TRAILER                                           *
007370*   THE BACKUP MUST END WITH ITS OWN TRAILER, AND WHAT WAS     *
007380*   RESTORED MUST AGREE WITH IT.  NO TRAILER MEANS CBKUP100    *
007390*   DID NOT FINISH AND THE GENERATION IS NOT A WHOLE BACKUP.   *
007400*----------------------------------------------------------------
007410 4000-CHECK-TRAILER.
007420     IF NOT CBK-TRAILER
007430         MOVE "  BACKUP HAS NO TRAILER - GENERATION IS INCOMPLETE"
007440             TO CV100-REPORT-LINE
007450         WRITE CV100-REPORT-LINE
007460         ADD 1 TO CV100-EXCEPTION-COUNT
007470         GO TO 4000-EXIT
007480     END-IF.
007490     IF CBK-TRL-TIMESTAMP NOT = CV100-BACKUP-TS
007500         OR CBK-TRL-CUST-COUNT NOT = CV100-RESTORED-COUNT
007510         OR CBK-TRL-CUST-TOTAL NOT = CV100-BACKUP-TOTAL
007520         OR CBK-TRL-CRED-COUNT NOT = CV100-CRED-COUNT
007530         MOVE "  BACKUP TRAILER DOES NOT AGREE WITH WHAT WAS READ"
007540             TO CV100-REPORT-LINE
007550         WRITE CV100-REPORT-LINE
007560         ADD 1 TO CV100-EXCEPTION-COUNT
007570     END-IF.
007580 4000-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610* 5000-PROVE-TOTALS                                            *
007620*   FIND THE RECONCTL RECORD FOR THE RECOVERY POINT AND PROVE  *
007630*   THE REBUILT CUSTMAST AGAINST IT.  WHEN POSTINGS WERE       *
007640*   REAPPLIED THAT IS THE FIRST RECON100 RUN AFTER THE LAST OF *
007650*   THEM; WHEN NONE WERE, THE LAST RUN BEFORE THE BACKUP.  THE *
007660*   TOTAL BALANCE MUST AGREE (AN ONLINE OPENING CARRIES A ZERO *
007670*   BALANCE).  SO MUST THE COUNT, ONCE CUSTOMERS OPENED AFTER  *
007680*   THAT RECON RUN ARE TAKEN OFF IT AND ANY OPENED AFTER THE   *
007690*   STOP POINT BUT BEFORE THE RUN ARE ADDED BACK - EXCEPT THAT *
007700*   WITH NOTHING REAPPLIED, CUSTOMERS OPENED ONLINE BETWEEN    *
007710*   THAT RECON RUN AND THE BACKUP ARE IN THE BACKUP BUT NOT IN *
007720*   THE RECON COUNT, SO ONLY THE TOTAL IS PROVED.              *
007730*----------------------------------------------------------------
007740 5000-PROVE-TOTALS.
007750     MOVE SPACES TO CV100-REPORT-LINE.
007760     WRITE CV100-REPORT-LINE.
007770     OPEN INPUT CONTROL-FILE.
007780     IF NOT CV100-RECONCTL-OK
007790         MOVE "  RECONCTL FILE COULD NOT BE OPENED - NOT PROVED"
007800             TO CV100-REPORT-LINE
007810         WRITE CV100-REPORT-LINE
007820         ADD 1 TO CV100-EXCEPTION-COUNT
007830         GO TO 5000-EXIT
007840     END-IF.
007850     PERFORM 5100-READ-CONTROL-RECORD THRU 5100-EXIT.
007860     PERFORM 5200-CHOOSE-CONTROL-RECORD THRU 5200-EXIT
007870         UNTIL CV100-RECONCTL-EOF.
007880     CLOSE CONTROL-FILE.
007890     IF NOT CV100-HAVE-PROOF
007900         MOVE SPACES TO CV100-REPORT-LINE
007910         STRING "  NO RECON100 RUN ON RECONCTL FOR THE RECOVERY"
007920             DELIMITED BY SIZE
007930             " POINT - NOT PROVED" DELIMITED BY SIZE
007940             INTO CV100-REPORT-LINE
007950         WRITE CV100-REPORT-LINE
007960         ADD 1 TO CV100-EXCEPTION-COUNT
007970         GO TO 5000-EXIT
007980     END-IF.
007990     PERFORM 5400-COUNT-LATE-OPENINGS THRU 5400-EXIT.
008000     COMPUTE CV100-PROOF-COUNT = CV100-CUST-COUNT
008010         - CV100-OPENED-AFTER-RECON
008020         + CV100-OPENED-AFTER-STOP.
008030     MOVE SPACES TO CV100-REPORT-LINE.
008040     STRING "PROVED AGAINST RECON RUN " DELIMITED BY SIZE
008050         CV100-PF-TIMESTAMP DELIMITED BY SIZE
008060         INTO CV100-REPORT-LINE.
008070     WRITE CV100-REPORT-LINE.
008080     PERFORM 5300-WRITE-PROOF-LINES THRU 5300-EXIT.
008090     IF CV100-PF-BALANCE NOT = CV100-CUST-TOTAL
008100         MOVE "  TOTAL BALANCE DOES NOT AGREE - NOT PROVED"
008110             TO CV100-REPORT-LINE
008120         WRITE CV100-REPORT-LINE
008130         ADD 1 TO CV100-EXCEPTION-COUNT
008140     END-IF.
008150     IF CV100-PF-COUNT NOT = CV100-PROOF-COUNT
008160         IF CV100-REAPPLIED-COUNT > ZERO
008170             MOVE "  RECORD COUNT DOES NOT AGREE - NOT PROVED"
008180                 TO CV100-REPORT-LINE
008190             WRITE CV100-REPORT-LINE
008200             ADD 1 TO CV100-EXCEPTION-COUNT
008210         ELSE
008220             MOVE SPACES TO CV100-REPORT-LINE
008230             STRING "  RECORD COUNT DIFFERS - CUSTOMERS OPENED"
008240                 DELIMITED BY SIZE
008250                 " ONLINE BEFORE THE BACKUP" DELIMITED BY SIZE
008260                 INTO CV100-REPORT-LINE
008270             WRITE CV100-REPORT-LINE
008280         END-IF
008290     END-IF.
008300 5000-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330* 5100-READ-CONTROL-RECORD                                     *
008340*   READ THE NEXT RECONCTL RECORD.                             *
008350*----------------------------------------------------------------
008360 5100-READ-CONTROL-RECORD.
008370     READ CONTROL-FILE
008380         AT END
008390             SET CV100-RECONCTL-EOF TO TRUE
008400     END-READ.
008410 5100-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------
008440* 5200-CHOOSE-CONTROL-RECORD                                   *
008450*   KEEP THE CURRENT RECONCTL RECORD IF IT IS THE ONE FOR THE  *
008460*   RECOVERY POINT, THEN READ ON.  RECONCTL IS APPENDED ONE    *
008470*   RECORD PER RUN, SO IT IS IN TIME ORDER: THE FIRST RECORD   *
008480*   AFTER THE LAST REAPPLIED POSTING IS KEPT AND NO LATER ONE, *
008490*   OR EACH RECORD BEFORE THE BACKUP REPLACES THE LAST.        *
008500*----------------------------------------------------------------
008510 5200-CHOOSE-CONTROL-RECORD.
008520     IF CV100-REAPPLIED-COUNT > ZERO
008530         IF NOT CV100-HAVE-PROOF
008540             AND RCTL-RUN-TIMESTAMP > CV100-LAST-POST-TS
008550             PERFORM 5250-KEEP-CONTROL-RECORD THRU 5250-EXIT
008560         END-IF
008570     ELSE
008580         IF RCTL-RUN-TIMESTAMP < CV100-BACKUP-TS
008590             PERFORM 5250-KEEP-CONTROL-RECORD THRU 5250-EXIT
008600         END-IF
008610     END-IF.
008620     PERFORM 5100-READ-CONTROL-RECORD THRU 5100-EXIT.
008630 5200-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------
008660* 5250-KEEP-CONTROL-RECORD                                     *
008670*   REMEMBER THE CURRENT RECONCTL RECORD AS THE PROOF RECORD.  *
008680*----------------------------------------------------------------
008690 5250-KEEP-CONTROL-RECORD.
008700     SET CV100-HAVE-PROOF TO TRUE.
008710     MOVE RCTL-RUN-TIMESTAMP TO CV100-PF-TIMESTAMP.
008720     MOVE RCTL-RECORD-COUNT TO CV100-PF-COUNT.
008730     MOVE RCTL-TOTAL-BALANCE TO CV100-PF-BALANCE.
008740 5250-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------
008770* 5300-WRITE-PROOF-LINES                                       *
008780*   SHOW THE RECON RUN'S FIGURES BESIDE THE REBUILT ONES.      *
008790*----------------------------------------------------------------
008800 5300-WRITE-PROOF-LINES.
008810     MOVE CV100-PF-COUNT TO CV100-EDIT-COUNT.
008820     MOVE SPACES TO CV100-REPORT-LINE.
008830     STRING "  RECON RECORD COUNT  : " DELIMITED BY SIZE
008840         CV100-EDIT-COUNT DELIMITED BY SIZE
008850         INTO CV100-REPORT-LINE.
008860     WRITE CV100-REPORT-LINE.
008870     MOVE CV100-CUST-COUNT TO CV100-EDIT-COUNT.
008880     MOVE SPACES TO CV100-REPORT-LINE.
008890     STRING "  REBUILT RECORD COUNT: " DELIMITED BY SIZE
008900         CV100-EDIT-COUNT DELIMITED BY SIZE
008910         INTO CV100-REPORT-LINE.
008920     WRITE CV100-REPORT-LINE.
008930     MOVE CV100-OPENED-AFTER-RECON TO CV100-EDIT-COUNT.
008940     MOVE SPACES TO CV100-REPORT-LINE.
008950     STRING "  LESS OPENED AFTER IT: " DELIMITED BY SIZE
008960         CV100-EDIT-COUNT DELIMITED BY SIZE
008970         INTO CV100-REPORT-LINE.
008980     WRITE CV100-REPORT-LINE.
008990     MOVE CV100-OPENED-AFTER-STOP TO CV100-EDIT-COUNT.
009000     MOVE SPACES TO CV100-REPORT-LINE.
009010     STRING "  PLUS PAST STOP POINT: " DELIMITED BY SIZE
009020         CV100-EDIT-COUNT DELIMITED BY SIZE
009030         INTO CV100-REPORT-LINE.
009040     WRITE CV100-REPORT-LINE.
009050     MOVE CV100-PF-BALANCE TO CV100-EDIT-AMOUNT.
009060     MOVE SPACES TO CV100-REPORT-LINE.
009070     STRING "  RECON TOTAL BALANCE : " DELIMITED BY SIZE
009080         CV100-EDIT-AMOUNT DELIMITED BY SIZE
009090         INTO CV100-REPORT-LINE.
009100     WRITE CV100-REPORT-LINE.
009110     MOVE CV100-CUST-TOTAL TO CV100-EDIT-AMOUNT.
009120     MOVE SPACES TO CV100-REPORT-LINE.
009130     STRING "  REBUILT TOTAL       : " DELIMITED BY SIZE
009140         CV100-EDIT-AMOUNT DELIMITED BY SIZE
009150         INTO CV100-REPORT-LINE.
009160     WRITE CV100-REPORT-LINE.
009170 5300-EXIT.
009180     EXIT.
009190*----------------------------------------------------------------
009200* 5400-COUNT-LATE-OPENINGS                                     *
009210*   READ CHGJRNL AGAIN NOW THE PROOF RECORD IS KNOWN AND COUNT *
009220*   THE OPENINGS SINCE THE BACKUP THAT FALL BETWEEN THE RECON  *
009230*   RUN AND THE STOP POINT - THOSE REBUILT BUT OPENED AFTER    *
009240*   THE RUN, AND THOSE IN THE RUN'S COUNT BUT OPENED AFTER THE *
009250*   STOP POINT AND SO NOT REBUILT.                             *
009260*----------------------------------------------------------------
009270 5400-COUNT-LATE-OPENINGS.
009280     CLOSE CHANGE-FILE.
009290     OPEN INPUT CHANGE-FILE.
009300     IF NOT CV100-CHGJRNL-OK
009310         MOVE "  CHGJRNL COULD NOT BE REREAD - COUNT NOT PROVED"
009320             TO CV100-REPORT-LINE
009330         WRITE CV100-REPORT-LINE
009340         ADD 1 TO CV100-EXCEPTION-COUNT
009350         GO TO 5400-EXIT
009360     END-IF.
009370     MOVE "N" TO CV100-CHGJRNL-EOF-SW.
009380     PERFORM 1600-READ-CHGJRNL THRU 1600-EXIT.
009390     PERFORM 5450-COUNT-OPENING THRU 5450-EXIT
009400         UNTIL CV100-CHGJRNL-EOF.
009410 5400-EXIT.
009420     EXIT.
009430*----------------------------------------------------------------
009440* 5450-COUNT-OPENING                                           *
009450*   COUNT THE JOURNAL RECORD IF IT IS A LATE OPENING, THEN     *
009460*   READ THE NEXT.                                             *
009470*----------------------------------------------------------------
009480 5450-COUNT-OPENING.
009490     IF CHG-CUSTMAST
009500         AND CHG-CREATE
009510         AND CHG-TIMESTAMP NOT < CV100-BACKUP-TS
009520         IF CHG-TIMESTAMP < CV100-STOP-TS
009530             IF CHG-TIMESTAMP > CV100-PF-TIMESTAMP
009540                 ADD 1 TO CV100-OPENED-AFTER-RECON
009550             END-IF
009560         ELSE
009570             IF CHG-TIMESTAMP < CV100-PF-TIMESTAMP
009580                 ADD 1 TO CV100-OPENED-AFTER-STOP
009590             END-IF
009600         END-IF
009610     END-IF.
009620     PERFORM 1600-READ-CHGJRNL THRU 1600-EXIT.
009630 5450-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------
009660* 8000-WRITE-SUMMARY                                           *
009670*   WRITE THE RUN TOTALS.                                      *
009680*----------------------------------------------------------------
009690 8000-WRITE-SUMMARY.
009700     MOVE SPACES TO CV100-REPORT-LINE.
009710     WRITE CV100-REPORT-LINE.
009720     MOVE CV100-RESTORED-COUNT TO CV100-EDIT-COUNT.
009730     MOVE SPACES TO CV100-REPORT-LINE.
009740     STRING "CUSTOMERS RESTORED  : " DELIMITED BY SIZE
009750         CV100-EDIT-COUNT DELIMITED BY SIZE
009760         INTO CV100-REPORT-LINE.
009770     WRITE CV100-REPORT-LINE.
009780     MOVE CV100-OPENED-COUNT TO CV100-EDIT-COUNT.
009790     MOVE SPACES TO CV100-REPORT-LINE.
009800     STRING "OPENED ONLINE       : " DELIMITED BY SIZE
009810         CV100-EDIT-COUNT DELIMITED BY SIZE
009820         INTO CV100-REPORT-LINE.
009830     WRITE CV100-REPORT-LINE.
009840     MOVE CV100-BACKUP-TOTAL TO CV100-EDIT-AMOUNT.
009850     MOVE SPACES TO CV100-REPORT-LINE.
009860     STRING "BACKUP BALANCES     : " DELIMITED BY SIZE
009870         CV100-EDIT-AMOUNT DELIMITED BY SIZE
009880         INTO CV100-REPORT-LINE.
009890     WRITE CV100-REPORT-LINE.
009900     MOVE CV100-REAPPLIED-COUNT TO CV100-EDIT-COUNT.
009910     MOVE SPACES TO CV100-REPORT-LINE.
009920     STRING "POSTINGS REAPPLIED  : " DELIMITED BY SIZE
009930         CV100-EDIT-COUNT DELIMITED BY SIZE
009940         INTO CV100-REPORT-LINE.
009950     WRITE CV100-REPORT-LINE.
009960     MOVE CV100-REAPPLIED-TOTAL TO CV100-EDIT-AMOUNT.
009970     MOVE SPACES TO CV100-REPORT-LINE.
009980     STRING "NET REAPPLIED       : " DELIMITED BY SIZE
009990         CV100-EDIT-AMOUNT DELIMITED BY SIZE
010000         INTO CV100-REPORT-LINE.
010010     WRITE CV100-REPORT-LINE.
010020     MOVE CV100-REBUILT-COUNT TO CV100-EDIT-COUNT.
010030     MOVE SPACES TO CV100-REPORT-LINE.
010040     STRING "CUSTOMERS REBUILT   : " DELIMITED BY SIZE
010050         CV100-EDIT-COUNT DELIMITED BY SIZE
010060         INTO CV100-REPORT-LINE.
010070     WRITE CV100-REPORT-LINE.
010080     MOVE CV100-REACTIVATED-COUNT TO CV100-EDIT-COUNT.
010090     MOVE SPACES TO CV100-REPORT-LINE.
010100     STRING "DORMANT REACTIVATED : " DELIMITED BY SIZE
010110         CV100-EDIT-COUNT DELIMITED BY SIZE
010120         INTO CV100-REPORT-LINE.
010130     WRITE CV100-REPORT-LINE.
010140     MOVE CV100-AFTER-STOP-COUNT TO CV100-EDIT-COUNT.
010150     MOVE SPACES TO CV100-REPORT-LINE.
010160     STRING "POSTED AFTER STOP   : " DELIMITED BY SIZE
010170         CV100-EDIT-COUNT DELIMITED BY SIZE
010180         INTO CV100-REPORT-LINE.
010190     WRITE CV100-REPORT-LINE.
010200     MOVE CV100-CUST-TOTAL TO CV100-EDIT-AMOUNT.
010210     MOVE SPACES TO CV100-REPORT-LINE.
010220     STRING "REBUILT BALANCES    : " DELIMITED BY SIZE
010230         CV100-EDIT-AMOUNT DELIMITED BY SIZE
010240         INTO CV100-REPORT-LINE.
010250     WRITE CV100-REPORT-LINE.
010260     MOVE CV100-CRED-COUNT TO CV100-EDIT-COUNT.
010270     MOVE SPACES TO CV100-REPORT-LINE.
010280     STRING "CREDIT LIMITS       : " DELIMITED BY SIZE
010290         CV100-EDIT-COUNT DELIMITED BY SIZE
010300         INTO CV100-REPORT-LINE.
010310     WRITE CV100-REPORT-LINE.
010320     MOVE CV100-EXCEPTION-COUNT TO CV100-EDIT-COUNT.
010330     MOVE SPACES TO CV100-REPORT-LINE.
010340     STRING "EXCEPTIONS          : " DELIMITED BY SIZE
010350         CV100-EDIT-COUNT DELIMITED BY SIZE
010360         INTO CV100-REPORT-LINE.
010370     WRITE CV100-REPORT-LINE.
010380 8000-EXIT.
010390     EXIT.
010400*----------------------------------------------------------------
010410* 8100-WRITE-HEADING                                           *
010420*   WRITE THE REPORT TITLE LINES - THE BACKUP BEING RESTORED   *
010430*   AND HOW FAR FORWARD IT IS TAKEN - AND THE COLUMN HEADINGS. *
010440*----------------------------------------------------------------
010450 8100-WRITE-HEADING.
010460     MOVE SPACES TO CV100-REPORT-LINE.
010470     STRING "CUSTMAST RECOVERY - BACKUP TAKEN " DELIMITED BY SIZE
010480         CV100-BACKUP-TS DELIMITED BY SIZE
010490         INTO CV100-REPORT-LINE.
010500     WRITE CV100-REPORT-LINE.
010510     IF CV100-SETUP-GOOD
010520         MOVE SPACES TO CV100-REPORT-LINE
010530         EVALUATE TRUE
010540             WHEN CV100-RESTORE-ONLY
010550                 MOVE "RESTORE ONLY - NO POSTINGS REAPPLIED"
010560                     TO CV100-REPORT-LINE
010570             WHEN CV100-STOP-TS = HIGH-VALUES
010580                 MOVE "REAPPLYING EVERY POSTING SINCE THE BACKUP"
010590                     TO CV100-REPORT-LINE
010600             WHEN OTHER
010610                 STRING "REAPPLYING POSTINGS MADE BEFORE "
010620                     DELIMITED BY SIZE
010630                     CV100-STOP-TS DELIMITED BY SIZE
010640                     INTO CV100-REPORT-LINE
010650         END-EVALUATE
010660         WRITE CV100-REPORT-LINE
010670     END-IF.
010680     MOVE SPACES TO CV100-REPORT-LINE.
010690     WRITE CV100-REPORT-LINE.
010700     MOVE SPACES TO CV100-REPORT-LINE.
010710     MOVE "CUSTOMER" TO CV100-REPORT-LINE(1:8).
010720     MOVE "BACKUP BALANCE" TO CV100-REPORT-LINE(16:14).
010730     MOVE "ITEMS" TO CV100-REPORT-LINE(32:5).
010740     MOVE "REBUILT BALANCE" TO CV100-REPORT-LINE(41:15).
010750     MOVE "NOTE" TO CV100-REPORT-LINE(58:4).
010760     WRITE CV100-REPORT-LINE.
010770 8100-EXIT.
010780     EXIT.
010790*----------------------------------------------------------------
010800* 9999-TERMINATE                                               *
010810*   CLOSE THE FILES.                                           *
010820*----------------------------------------------------------------
010830 9999-TERMINATE.
010840     CLOSE BACKUP-FILE.
010850     CLOSE CUSTOMER-FILE.
010860     CLOSE CREDIT-LIMIT-FILE.
010870     CLOSE HISTORY-FILE.
010880     CLOSE DISPOSITION-FILE.
010890     CLOSE CHANGE-FILE.
010900     CLOSE REPORT-FILE.
010910 9999-EXIT.
010920     EXIT.
