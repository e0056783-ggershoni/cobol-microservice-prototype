000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CBKUP100.
000030 AUTHOR. R JARVIK.
000040 INSTALLATION. DATA LIBRARY GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RJ   INITIAL VERSION - NIGHTLY CUSTMAST AND CREDLIM
000110*                 BACKUP.  COPIES BOTH FILES IN KEY ORDER INTO
000120*                 ONE SEQUENTIAL GENERATION BETWEEN A HEADER
000130*                 STAMPED WITH THE BACKUP TIME AND A TRAILER
000140*                 CARRYING THE COUNTS AND THE CUSTMAST BALANCE
000150*                 TOTAL.  CRCVR100 RESTORES FROM IT.
000160*----------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SPECIAL-NAMES.
000200     CURRENCY SIGN IS "$".
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS CUST-KEY
000270         FILE STATUS IS CK100-CUSTMAST-STATUS.
000280     SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS CRED-CUST-KEY
000320         FILE STATUS IS CK100-CREDLIM-STATUS.
000330     SELECT BACKUP-FILE ASSIGN TO "CUSTBKP"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS CK100-CUSTBKP-STATUS.
000360     SELECT REPORT-FILE ASSIGN TO "CBKUPRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CK100-CBKUPRPT-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CUSTOMER-FILE.
000420 COPY CUSTREC.
000430 FD  CREDIT-LIMIT-FILE.
000440 COPY CREDLIM.
000450 FD  BACKUP-FILE.
000460 COPY CUSTBKP.
000470 FD  REPORT-FILE.
000480 01  CK100-REPORT-LINE           PIC X(100).
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000510* FILE STATUS CODES
000520*----------------------------------------------------------------
000530 01  CK100-FILE-STATUSES.
000540     05  CK100-CUSTMAST-STATUS   PIC X(02).
000550         88  CK100-CUSTMAST-OK           VALUE "00".
000560     05  CK100-CREDLIM-STATUS    PIC X(02).
000570         88  CK100-CREDLIM-OK            VALUE "00".
000580     05  CK100-CUSTBKP-STATUS    PIC X(02).
000590         88  CK100-CUSTBKP-OK            VALUE "00".
000600     05  CK100-CBKUPRPT-STATUS   PIC X(02).
000610         88  CK100-CBKUPRPT-OK           VALUE "00".
000620*----------------------------------------------------------------
000630* SWITCHES
000640*   SETUP-BAD MEANS A FILE WOULD NOT OPEN AND NOTHING WAS
000650*   COPIED.  WRITE-ERROR STOPS THE COPY WHERE IT FAILED; THE
000660*   TRAILER IS THEN NOT WRITTEN, SO THE GENERATION CANNOT BE
000670*   MISTAKEN FOR A GOOD ONE.
000680*----------------------------------------------------------------
000690 01  CK100-SWITCHES.
000700     05  CK100-EOF-SW            PIC X(01) VALUE "N".
000710         88  CK100-EOF                   VALUE "Y".
000720     05  CK100-CRED-EOF-SW       PIC X(01) VALUE "N".
000730         88  CK100-CRED-EOF              VALUE "Y".
000740     05  CK100-SETUP-GOOD-SW     PIC X(01) VALUE "Y".
000750         88  CK100-SETUP-GOOD            VALUE "Y".
000760         88  CK100-SETUP-BAD             VALUE "N".
000770     05  CK100-WRITE-ERROR-SW    PIC X(01) VALUE "N".
000780         88  CK100-WRITE-ERROR           VALUE "Y".
000790*----------------------------------------------------------------
000800* COUNTERS AND ACCUMULATORS
000810*----------------------------------------------------------------
000820 01  CK100-COUNTERS.
000830     05  CK100-CUST-COUNT        PIC 9(07) COMP.
000840     05  CK100-CRED-COUNT        PIC 9(07) COMP.
000850 01  CK100-AMOUNT-TOTALS.
000860     05  CK100-CUST-TOTAL        PIC S9(11)V99 COMP-3.
000870 01  CK100-TIMESTAMP-WORK.
000880     05  CK100-CURR-DATE         PIC 9(08).
000890     05  CK100-CURR-TIME         PIC 9(08).
000900 01  CK100-BACKUP-TIMESTAMP      PIC X(16).
000910*----------------------------------------------------------------
000920* REPORT EDIT FIELDS
000930*----------------------------------------------------------------
000940 01  CK100-EDIT-FIELDS.
000950     05  CK100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
000960     05  CK100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
000970 PROCEDURE DIVISION.
000980*----------------------------------------------------------------
000990* 0000-MAINLINE                                                *
001000*   ENTRY POINT.  ONLY A CLEAN SETUP COPIES ANYTHING, AND THE  *
001010*   TRAILER GOES ON ONLY WHEN BOTH FILES COPIED IN FULL.       *
001020*----------------------------------------------------------------
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     IF CK100-SETUP-GOOD
001060         PERFORM 2000-COPY-CUSTOMER THRU 2000-EXIT
001070             UNTIL CK100-EOF
001080         PERFORM 3000-COPY-CREDLIM THRU 3000-EXIT
001090             UNTIL CK100-CRED-EOF
001100         PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
001110         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001120         IF CK100-WRITE-ERROR
001130             MOVE "** BACKUP INCOMPLETE - NO TRAILER WRITTEN **"
001140                 TO CK100-REPORT-LINE
001150             WRITE CK100-REPORT-LINE
001160             MOVE 8 TO RETURN-CODE
001170         END-IF
001180     ELSE
001190         MOVE "** SETUP ERROR - NOTHING BACKED UP **"
001200             TO CK100-REPORT-LINE
001210         WRITE CK100-REPORT-LINE
001220         MOVE 8 TO RETURN-CODE
001230     END-IF.
001240     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001250     STOP RUN.
001260*----------------------------------------------------------------
001270* 1000-INITIALIZE                                              *
001280*   OPEN THE FILES, TAKE THE BACKUP TIMESTAMP, WRITE THE       *
001290*   HEADING AND THE HEADER RECORD, AND PRIME BOTH READ LOOPS.  *
001300*   CUSTMAST, CREDLIM AND CUSTBKP MUST ALL OPEN.               *
001310*----------------------------------------------------------------
001320 1000-INITIALIZE.
001330     OPEN INPUT CUSTOMER-FILE.
001340     OPEN INPUT CREDIT-LIMIT-FILE.
001350     OPEN OUTPUT BACKUP-FILE.
001360     OPEN OUTPUT REPORT-FILE.
001370     ACCEPT CK100-CURR-DATE FROM DATE YYYYMMDD.
001380     ACCEPT CK100-CURR-TIME FROM TIME.
001390     STRING CK100-CURR-DATE CK100-CURR-TIME
001400         DELIMITED BY SIZE INTO CK100-BACKUP-TIMESTAMP.
001410     MOVE SPACES TO CK100-REPORT-LINE.
001420     STRING "CUSTMAST / CREDLIM BACKUP - " DELIMITED BY SIZE
001430         CK100-BACKUP-TIMESTAMP DELIMITED BY SIZE
001440         INTO CK100-REPORT-LINE.
001450     WRITE CK100-REPORT-LINE.
001460     MOVE SPACES TO CK100-REPORT-LINE.
001470     WRITE CK100-REPORT-LINE.
001480     IF NOT CK100-CUSTMAST-OK
001490         SET CK100-SETUP-BAD TO TRUE
001500         MOVE "  CUSTMAST FILE COULD NOT BE OPENED"
001510             TO CK100-REPORT-LINE
001520         WRITE CK100-REPORT-LINE
001530     END-IF.
001540     IF NOT CK100-CREDLIM-OK
001550         SET CK100-SETUP-BAD TO TRUE
001560         MOVE "  CREDLIM FILE COULD NOT BE OPENED"
001570             TO CK100-REPORT-LINE
001580         WRITE CK100-REPORT-LINE
001590     END-IF.
001600     IF NOT CK100-CUSTBKP-OK
001610         SET CK100-SETUP-BAD TO TRUE
001620         MOVE "  CUSTBKP FILE COULD NOT BE OPENED"
001630             TO CK100-REPORT-LINE
001640         WRITE CK100-REPORT-LINE
001650     END-IF.
001660     IF CK100-SETUP-BAD
001670         GO TO 1000-EXIT
001680     END-IF.
001690     MOVE SPACES TO CBK-RECORD.
001700     SET CBK-HEADER TO TRUE.
001710     MOVE CK100-BACKUP-TIMESTAMP TO CBK-HDR-TIMESTAMP.
001720     WRITE CBK-RECORD.
001730     IF NOT CK100-CUSTBKP-OK
001740         SET CK100-SETUP-BAD TO TRUE
001750         MOVE "  CUSTBKP HEADER WRITE FAILED"
001760             TO CK100-REPORT-LINE
001770         WRITE CK100-REPORT-LINE
001780         GO TO 1000-EXIT
001790     END-IF.
001800     PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT.
001810     PERFORM 3100-READ-CREDLIM THRU 3100-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840*----------------------------------------------------------------
001850* 2000-COPY-CUSTOMER                                           *
001860*   WRITE THE CURRENT CUSTMAST RECORD TO THE BACKUP AND READ   *
001870*   THE NEXT.  A WRITE FAILURE ENDS BOTH COPY LOOPS.           *
001880*----------------------------------------------------------------
001890 2000-COPY-CUSTOMER.
001900     MOVE SPACES TO CBK-RECORD.
001910     SET CBK-CUSTOMER TO TRUE.
001920     MOVE CUST-RECORD TO CBK-CUST-IMAGE.
001930     WRITE CBK-RECORD.
001940     IF NOT CK100-CUSTBKP-OK
001950         PERFORM 2900-WRITE-FAILED THRU 2900-EXIT
001960         GO TO 2000-EXIT
001970     END-IF.
001980     ADD 1 TO CK100-CUST-COUNT.
001990     ADD CUST-BALANCE TO CK100-CUST-TOTAL.
002000     PERFORM 2100-READ-CUSTMAST THRU 2100-EXIT.
002010 2000-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* 2100-READ-CUSTMAST                                           *
002050*   READ THE NEXT CUSTMAST RECORD IN KEY SEQUENCE.  A READ     *
002060*   ERROR IS A FAILED BACKUP, NOT AN END OF FILE.              *
002070*----------------------------------------------------------------
002080 2100-READ-CUSTMAST.
002090     READ CUSTOMER-FILE NEXT RECORD
002100         AT END
002110             SET CK100-EOF TO TRUE
002120             GO TO 2100-EXIT
002130     END-READ.
002140     IF NOT CK100-CUSTMAST-OK
002150         SET CK100-WRITE-ERROR TO TRUE
002160         SET CK100-EOF TO TRUE
002170         SET CK100-CRED-EOF TO TRUE
002180         MOVE SPACES TO CK100-REPORT-LINE
002190         STRING "  CUSTMAST READ FAILED, STATUS "
002200             DELIMITED BY SIZE
002210             CK100-CUSTMAST-STATUS DELIMITED BY SIZE
002220             INTO CK100-REPORT-LINE
002230         WRITE CK100-REPORT-LINE
002240     END-IF.
002250 2100-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* 2900-WRITE-FAILED                                            *
002290*   NOTE A CUSTBKP WRITE FAILURE AND STOP BOTH COPY LOOPS.     *
002300*----------------------------------------------------------------
002310 2900-WRITE-FAILED.
002320     SET CK100-WRITE-ERROR TO TRUE.
002330     SET CK100-EOF TO TRUE.
002340     SET CK100-CRED-EOF TO TRUE.
002350     MOVE SPACES TO CK100-REPORT-LINE.
002360     STRING "  CUSTBKP WRITE FAILED, STATUS " DELIMITED BY SIZE
002370         CK100-CUSTBKP-STATUS DELIMITED BY SIZE
002380         INTO CK100-REPORT-LINE.
002390     WRITE CK100-REPORT-LINE.
002400 2900-EXIT.
002410     EXIT.
002420*----------------------------------------------------------------
002430* 3000-COPY-CREDLIM                                            *
002440*   WRITE THE CURRENT CREDLIM RECORD TO THE BACKUP AND READ    *
002450*   THE NEXT.                                                  *
002460*----------------------------------------------------------------
002470 3000-COPY-CREDLIM.
002480     MOVE SPACES TO CBK-RECORD.
002490     SET CBK-CREDLIM TO TRUE.
002500     MOVE CRED-RECORD TO CBK-CRED-IMAGE.
002510     WRITE CBK-RECORD.
002520     IF NOT CK100-CUSTBKP-OK
002530         PERFORM 2900-WRITE-FAILED THRU 2900-EXIT
002540         GO TO 3000-EXIT
002550     END-IF.
002560     ADD 1 TO CK100-CRED-COUNT.
002570     PERFORM 3100-READ-CREDLIM THRU 3100-EXIT.
002580 3000-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 3100-READ-CREDLIM                                            *
002620*   READ THE NEXT CREDLIM RECORD IN KEY SEQUENCE.              *
002630*----------------------------------------------------------------
002640 3100-READ-CREDLIM.
002650     READ CREDIT-LIMIT-FILE NEXT RECORD
002660         AT END
002670             SET CK100-CRED-EOF TO TRUE
002680             GO TO 3100-EXIT
002690     END-READ.
002700     IF NOT CK100-CREDLIM-OK
002710         SET CK100-WRITE-ERROR TO TRUE
002720         SET CK100-CRED-EOF TO TRUE
002730         MOVE SPACES TO CK100-REPORT-LINE
002740         STRING "  CREDLIM READ FAILED, STATUS "
002750             DELIMITED BY SIZE
002760             CK100-CREDLIM-STATUS DELIMITED BY SIZE
002770             INTO CK100-REPORT-LINE
002780         WRITE CK100-REPORT-LINE
002790     END-IF.
002800 3100-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830* 7000-WRITE-TRAILER                                           *
002840*   WRITE THE CONTROL TRAILER - ONLY WHEN EVERY RECORD OF BOTH *
002850*   FILES WAS COPIED.                                          *
002860*----------------------------------------------------------------
002870 7000-WRITE-TRAILER.
002880     IF CK100-WRITE-ERROR
002890         GO TO 7000-EXIT
002900     END-IF.
002910     MOVE SPACES TO CBK-RECORD.
002920     SET CBK-TRAILER TO TRUE.
002930     MOVE CK100-BACKUP-TIMESTAMP TO CBK-TRL-TIMESTAMP.
002940     MOVE CK100-CUST-COUNT TO CBK-TRL-CUST-COUNT.
002950     MOVE CK100-CUST-TOTAL TO CBK-TRL-CUST-TOTAL.
002960     MOVE CK100-CRED-COUNT TO CBK-TRL-CRED-COUNT.
002970     WRITE CBK-RECORD.
002980     IF NOT CK100-CUSTBKP-OK
002990         SET CK100-WRITE-ERROR TO TRUE
003000         MOVE "  CUSTBKP TRAILER WRITE FAILED"
003010             TO CK100-REPORT-LINE
003020         WRITE CK100-REPORT-LINE
003030     END-IF.
003040 7000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 8000-WRITE-SUMMARY                                           *
003080*   WRITE THE RUN TOTALS.                                      *
003090*----------------------------------------------------------------
003100 8000-WRITE-SUMMARY.
003110     MOVE SPACES TO CK100-REPORT-LINE.
003120     WRITE CK100-REPORT-LINE.
003130     MOVE CK100-CUST-COUNT TO CK100-EDIT-COUNT.
003140     MOVE SPACES TO CK100-REPORT-LINE.
003150     STRING "CUSTOMERS BACKED UP : " DELIMITED BY SIZE
003160         CK100-EDIT-COUNT DELIMITED BY SIZE
003170         INTO CK100-REPORT-LINE.
003180     WRITE CK100-REPORT-LINE.
003190     MOVE CK100-CUST-TOTAL TO CK100-EDIT-AMOUNT.
003200     MOVE SPACES TO CK100-REPORT-LINE.
003210     STRING "TOTAL BALANCE       : " DELIMITED BY SIZE
003220         CK100-EDIT-AMOUNT DELIMITED BY SIZE
003230         INTO CK100-REPORT-LINE.
003240     WRITE CK100-REPORT-LINE.
003250     MOVE CK100-CRED-COUNT TO CK100-EDIT-COUNT.
003260     MOVE SPACES TO CK100-REPORT-LINE.
003270     STRING "CREDIT LIMITS       : " DELIMITED BY SIZE
003280         CK100-EDIT-COUNT DELIMITED BY SIZE
003290         INTO CK100-REPORT-LINE.
003300     WRITE CK100-REPORT-LINE.
003310 8000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* 9999-TERMINATE                                               *
003350*   CLOSE THE FILES.                                           *
003360*----------------------------------------------------------------
003370 9999-TERMINATE.
003380     CLOSE CUSTOMER-FILE.
003390     CLOSE CREDIT-LIMIT-FILE.
003400     CLOSE BACKUP-FILE.
003410     CLOSE REPORT-FILE.
003420 9999-EXIT.
003430     EXIT.
