000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MNTRPT100.
000030 AUTHOR. R JARVIK.
000040 INSTALLATION. DATA LIBRARY GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 RJ   INITIAL VERSION - DAILY MAINTENANCE CHANGE
000110*                 REPORT FROM THE CLOSED DAY'S CHGJRNL, THE
000120*                 BEFORE/AFTER JOURNAL THE ONLINE SERVICE WRITES
000130*                 ON EVERY SUCCESSFUL CREATE OR UPDATE OF A
000140*                 CUSTMAST, MSGCAT OR TRANTYPE RECORD.  SORTS BY
000150*                 FILE, DEPARTMENT AND TIME AND LISTS EACH
000160*                 CHANGED FIELD WITH ITS OLD AND NEW VALUE - A
000170*                 CREATE LISTS EVERY FIELD AS NEW - WITH A
000180*                 SIGN-OFF LINE PER DEPARTMENT FOR THE CONTROL
000190*                 CLERK.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SPECIAL-NAMES.
000240     CURRENCY SIGN IS "$".
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CHANGE-FILE ASSIGN TO "CHGJRNL"
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS MR100-CHGJRNL-STATUS.
000300     SELECT REPORT-FILE ASSIGN TO "MNTRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS MR100-MNTRPT-STATUS.
000330     SELECT SORT-FILE ASSIGN TO "SORTWK".
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  CHANGE-FILE.
000370 COPY CHGJRNL.
000380 FD  REPORT-FILE.
000390 01  MR100-REPORT-LINE           PIC X(132).
000400 SD  SORT-FILE.
000410 01  MR100-SORT-RECORD.
000420     05  MR100-SORT-FILE         PIC X(08).
000430     05  MR100-SORT-DEPT         PIC X(20).
000440     05  MR100-SORT-TIMESTAMP    PIC X(16).
000450     05  MR100-SORT-ACTION       PIC X(01).
000460         88  MR100-SORT-CREATE           VALUE "C".
000470         88  MR100-SORT-UPDATE           VALUE "U".
000480     05  MR100-SORT-KEY          PIC X(10).
000490     05  MR100-SORT-BEFORE-IMAGE PIC X(100).
000500     05  MR100-SORT-AFTER-IMAGE  PIC X(100).
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------
000530* FILE STATUS CODES
000540*----------------------------------------------------------------
000550 01  MR100-FILE-STATUSES.
000560     05  MR100-CHGJRNL-STATUS    PIC X(02).
000570         88  MR100-CHGJRNL-OK            VALUE "00".
000580     05  MR100-MNTRPT-STATUS     PIC X(02).
000590         88  MR100-MNTRPT-OK             VALUE "00".
000600*----------------------------------------------------------------
000610* SWITCHES
000620*----------------------------------------------------------------
000630 01  MR100-SWITCHES.
000640     05  MR100-EOF-SW            PIC X(01) VALUE "N".
000650         88  MR100-EOF                   VALUE "Y".
000660     05  MR100-SORT-EOF-SW       PIC X(01) VALUE "N".
000670         88  MR100-SORT-EOF              VALUE "Y".
000680     05  MR100-SETUP-SW          PIC X(01) VALUE "Y".
000690         88  MR100-SETUP-GOOD            VALUE "Y".
000700         88  MR100-SETUP-BAD             VALUE "N".
000710     05  MR100-FILE-OPEN-SW      PIC X(01) VALUE "N".
000720         88  MR100-FILE-IN-PROGRESS      VALUE "Y".
000730     05  MR100-DEPT-OPEN-SW      PIC X(01) VALUE "N".
000740         88  MR100-DEPT-IN-PROGRESS      VALUE "Y".
000750*----------------------------------------------------------------
000760* COUNTERS
000770*----------------------------------------------------------------
000780 01  MR100-COUNTERS.
000790     05  MR100-READ-COUNT        PIC 9(07) COMP.
000800     05  MR100-CREATE-COUNT      PIC 9(07) COMP.
000810     05  MR100-UPDATE-COUNT      PIC 9(07) COMP.
000820     05  MR100-FIELD-COUNT       PIC 9(07) COMP.
000830     05  MR100-NOCHANGE-COUNT    PIC 9(07) COMP.
000840     05  MR100-DEPT-CHANGES      PIC 9(07) COMP.
000850     05  MR100-REC-FIELDS        PIC 9(03) COMP.
000860*----------------------------------------------------------------
000870* CONTROL-BREAK KEYS
000880*----------------------------------------------------------------
000890 01  MR100-BREAK-WORK.
000900     05  MR100-CUR-FILE          PIC X(08).
000910     05  MR100-CUR-DEPT          PIC X(20).
000920*----------------------------------------------------------------
000930* ONE FIELD TO COMPARE - SET BY THE 33NN PARAGRAPHS AND LISTED
000940* BY 3400-LIST-FIELD WHEN IT CHANGED (OR ON EVERY CREATE)
000950*----------------------------------------------------------------
000960 01  MR100-FIELD-WORK.
000970     05  MR100-FLD-NAME          PIC X(14).
000980     05  MR100-FLD-OLD           PIC X(80).
000990     05  MR100-FLD-NEW           PIC X(80).
001000*----------------------------------------------------------------
001010* BEFORE AND AFTER RECORD VIEWS
001020*   EACH IMAGE IS MOVED INTO THE VIEW FOR ITS FILE.  THE VIEWS
001030*   ARE THE LIVE COPYBOOKS RENAMED VIA REPLACING, SO THEY CANNOT
001040*   DRIFT OUT OF STEP WITH THE RECORDS THE SERVICE JOURNALS.  A
001050*   BEFORE VIEW IS NEVER LOOKED AT ON A CREATE - ITS IMAGE IS
001060*   SPACES.
001070*----------------------------------------------------------------
001080 COPY CUSTREC
001090     REPLACING
001100         ==CUST-RECORD==   BY ==MR100-OLD-CUST-RECORD==
001110         ==CUST-KEY==      BY ==MR100-OLD-CUST-KEY==
001120         ==CUST-NAME==     BY ==MR100-OLD-CUST-NAME==
001130         ==CUST-ADDRESS==  BY ==MR100-OLD-CUST-ADDRESS==
001140         ==CUST-BALANCE==  BY ==MR100-OLD-CUST-BALANCE==
001150         ==CUST-STATUS==   BY ==MR100-OLD-CUST-STATUS==
001160         ==CUST-ACTIVE==   BY ==MR100-OLD-CUST-ACTIVE==
001170         ==CUST-INACTIVE== BY ==MR100-OLD-CUST-INACTIVE==
001180         ==CUST-DORMANT==  BY ==MR100-OLD-CUST-DORMANT==.
001190 COPY CUSTREC
001200     REPLACING
001210         ==CUST-RECORD==   BY ==MR100-NEW-CUST-RECORD==
001220         ==CUST-KEY==      BY ==MR100-NEW-CUST-KEY==
001230         ==CUST-NAME==     BY ==MR100-NEW-CUST-NAME==
001240         ==CUST-ADDRESS==  BY ==MR100-NEW-CUST-ADDRESS==
001250         ==CUST-BALANCE==  BY ==MR100-NEW-CUST-BALANCE==
001260         ==CUST-STATUS==   BY ==MR100-NEW-CUST-STATUS==
001270         ==CUST-ACTIVE==   BY ==MR100-NEW-CUST-ACTIVE==
001280         ==CUST-INACTIVE== BY ==MR100-NEW-CUST-INACTIVE==
001290         ==CUST-DORMANT==  BY ==MR100-NEW-CUST-DORMANT==.
001300 COPY MSGCAT
001310     REPLACING
001320         ==MSGCAT-RECORD==   BY ==MR100-OLD-MSG-RECORD==
001330         ==MSGCAT-CODE==     BY ==MR100-OLD-MSG-CODE==
001340         ==MSGCAT-TEXT==     BY ==MR100-OLD-MSG-TEXT==
001350         ==MSGCAT-STATUS==   BY ==MR100-OLD-MSG-STATUS==
001360         ==MSGCAT-ACTIVE==   BY ==MR100-OLD-MSG-ACTIVE==
001370         ==MSGCAT-INACTIVE== BY ==MR100-OLD-MSG-INACTIVE==.
001380 COPY MSGCAT
001390     REPLACING
001400         ==MSGCAT-RECORD==   BY ==MR100-NEW-MSG-RECORD==
001410         ==MSGCAT-CODE==     BY ==MR100-NEW-MSG-CODE==
001420         ==MSGCAT-TEXT==     BY ==MR100-NEW-MSG-TEXT==
001430         ==MSGCAT-STATUS==   BY ==MR100-NEW-MSG-STATUS==
001440         ==MSGCAT-ACTIVE==   BY ==MR100-NEW-MSG-ACTIVE==
001450         ==MSGCAT-INACTIVE== BY ==MR100-NEW-MSG-INACTIVE==.
001460 COPY TRNTYPE
001470     REPLACING
001480         ==TRNTYP-RECORD==     BY ==MR100-OLD-TYP-RECORD==
001490         ==TRNTYP-CODE==       BY ==MR100-OLD-TYP-CODE==
001500         ==TRNTYP-DESC==       BY ==MR100-OLD-TYP-DESC==
001510         ==TRNTYP-DC-IND==     BY ==MR100-OLD-TYP-DC-IND==
001520         ==TRNTYP-DEBIT==      BY ==MR100-OLD-TYP-DEBIT==
001530         ==TRNTYP-CREDIT==     BY ==MR100-OLD-TYP-CREDIT==
001540         ==TRNTYP-MIN-AMOUNT== BY ==MR100-OLD-TYP-MIN-AMOUNT==
001550         ==TRNTYP-MAX-AMOUNT== BY ==MR100-OLD-TYP-MAX-AMOUNT==
001560         ==TRNTYP-STATUS==     BY ==MR100-OLD-TYP-STATUS==
001570         ==TRNTYP-ACTIVE==     BY ==MR100-OLD-TYP-ACTIVE==
001580         ==TRNTYP-INACTIVE==   BY ==MR100-OLD-TYP-INACTIVE==.
001590 COPY TRNTYPE
001600     REPLACING
001610         ==TRNTYP-RECORD==     BY ==MR100-NEW-TYP-RECORD==
001620         ==TRNTYP-CODE==       BY ==MR100-NEW-TYP-CODE==
001630         ==TRNTYP-DESC==       BY ==MR100-NEW-TYP-DESC==
001640         ==TRNTYP-DC-IND==     BY ==MR100-NEW-TYP-DC-IND==
001650         ==TRNTYP-DEBIT==      BY ==MR100-NEW-TYP-DEBIT==
001660         ==TRNTYP-CREDIT==     BY ==MR100-NEW-TYP-CREDIT==
001670         ==TRNTYP-MIN-AMOUNT== BY ==MR100-NEW-TYP-MIN-AMOUNT==
001680         ==TRNTYP-MAX-AMOUNT== BY ==MR100-NEW-TYP-MAX-AMOUNT==
001690         ==TRNTYP-STATUS==     BY ==MR100-NEW-TYP-STATUS==
001700         ==TRNTYP-ACTIVE==     BY ==MR100-NEW-TYP-ACTIVE==
001710         ==TRNTYP-INACTIVE==   BY ==MR100-NEW-TYP-INACTIVE==.
001720*----------------------------------------------------------------
001730* REPORT EDIT FIELDS
001740*----------------------------------------------------------------
001750 01  MR100-EDIT-FIELDS.
001760     05  MR100-EDIT-COUNT        PIC Z,ZZZ,ZZ9.
001770     05  MR100-EDIT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001780 PROCEDURE DIVISION.
001790*----------------------------------------------------------------
001800* 0000-MAINLINE                                                *
001810*   ENTRY POINT.  SORT THE DAY'S JOURNAL BY FILE, DEPARTMENT   *
001820*   AND TIME, LIST THE CHANGES ON THE WAY OUT OF THE SORT,     *
001830*   THEN TERMINATE.                                            *
001840*----------------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     IF MR100-SETUP-GOOD
001880         SORT SORT-FILE
001890             ON ASCENDING KEY MR100-SORT-FILE
001900             ON ASCENDING KEY MR100-SORT-DEPT
001910             ON ASCENDING KEY MR100-SORT-TIMESTAMP
001920             INPUT PROCEDURE IS 2000-SELECT-CHANGES
001930                 THRU 2000-EXIT
001940             OUTPUT PROCEDURE IS 5000-LIST-CHANGES
001950                 THRU 5000-EXIT
001960         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001970     ELSE
001980         MOVE "** SETUP ERROR - NO REPORT PRODUCED **"
001990             TO MR100-REPORT-LINE
002000         WRITE MR100-REPORT-LINE
002010         MOVE 8 TO RETURN-CODE
002020     END-IF.
002030     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002040     STOP RUN.
002050*----------------------------------------------------------------
002060* 1000-INITIALIZE                                              *
002070*   OPEN THE FILES AND WRITE THE HEADING.  CHGJRNL MUST OPEN   *
002080*   OR THERE IS NOTHING TO SIGN OFF.                           *
002090*----------------------------------------------------------------
002100 1000-INITIALIZE.
002110     OPEN INPUT CHANGE-FILE.
002120     OPEN OUTPUT REPORT-FILE.
002130     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
002140     IF NOT MR100-CHGJRNL-OK
002150         SET MR100-SETUP-BAD TO TRUE
002160         MOVE "  CHGJRNL FILE COULD NOT BE OPENED"
002170             TO MR100-REPORT-LINE
002180         WRITE MR100-REPORT-LINE
002190     END-IF.
002200 1000-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230* 2000-SELECT-CHANGES                                          *
002240*   SORT INPUT PROCEDURE - RELEASE EVERY JOURNAL RECORD.       *
002250*----------------------------------------------------------------
002260 2000-SELECT-CHANGES.
002270     PERFORM 2100-READ-CHGJRNL THRU 2100-EXIT.
002280     PERFORM 2200-RELEASE-CHANGE THRU 2200-EXIT
002290         UNTIL MR100-EOF.
002300 2000-EXIT.
002310     EXIT.
002320*----------------------------------------------------------------
002330* 2100-READ-CHGJRNL                                            *
002340*   READ THE NEXT JOURNAL RECORD.                              *
002350*----------------------------------------------------------------
002360 2100-READ-CHGJRNL.
002370     READ CHANGE-FILE
002380         AT END
002390             SET MR100-EOF TO TRUE
002400     END-READ.
002410 2100-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440* 2200-RELEASE-CHANGE                                          *
002450*   PASS ONE JOURNAL RECORD TO THE SORT AND READ THE NEXT.     *
002460*----------------------------------------------------------------
002470 2200-RELEASE-CHANGE.
002480     ADD 1 TO MR100-READ-COUNT.
002490     MOVE CHG-FILE TO MR100-SORT-FILE.
002500     MOVE CHG-DEPT TO MR100-SORT-DEPT.
002510     MOVE CHG-TIMESTAMP TO MR100-SORT-TIMESTAMP.
002520     MOVE CHG-ACTION TO MR100-SORT-ACTION.
002530     MOVE CHG-KEY TO MR100-SORT-KEY.
002540     MOVE CHG-BEFORE-IMAGE TO MR100-SORT-BEFORE-IMAGE.
002550     MOVE CHG-AFTER-IMAGE TO MR100-SORT-AFTER-IMAGE.
002560     RELEASE MR100-SORT-RECORD.
002570     PERFORM 2100-READ-CHGJRNL THRU 2100-EXIT.
002580 2200-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 3000-LIST-ONE-CHANGE                                         *
002620*   WRITE THE CHANGE LINE - TIME, ACTION AND KEY - THEN THE    *
002630*   FIELD LINES FOR ITS FILE.  AN UPDATE THAT CHANGED NOTHING  *
002640*   IS STILL LISTED, AND SAYS SO.                              *
002650*----------------------------------------------------------------
002660 3000-LIST-ONE-CHANGE.
002670     ADD 1 TO MR100-DEPT-CHANGES.
002680     MOVE ZERO TO MR100-REC-FIELDS.
002690     MOVE SPACES TO MR100-REPORT-LINE.
002700     MOVE MR100-SORT-TIMESTAMP TO MR100-REPORT-LINE(5:16).
002710     IF MR100-SORT-CREATE
002720         ADD 1 TO MR100-CREATE-COUNT
002730         MOVE "CREATE" TO MR100-REPORT-LINE(23:6)
002740     ELSE
002750         ADD 1 TO MR100-UPDATE-COUNT
002760         MOVE "UPDATE" TO MR100-REPORT-LINE(23:6)
002770     END-IF.
002780     MOVE "KEY" TO MR100-REPORT-LINE(31:3).
002790     MOVE MR100-SORT-KEY TO MR100-REPORT-LINE(35:10).
002800     WRITE MR100-REPORT-LINE.
002810     EVALUATE MR100-SORT-FILE
002820         WHEN "CUSTMAST"
002830             PERFORM 3100-COMPARE-CUSTOMER THRU 3100-EXIT
002840         WHEN "MSGCAT"
002850             PERFORM 3200-COMPARE-MESSAGE THRU 3200-EXIT
002860         WHEN "TRANTYPE"
002870             PERFORM 3300-COMPARE-TRANTYPE THRU 3300-EXIT
002880         WHEN OTHER
002890             MOVE "        (UNRECOGNISED FILE - NOT LISTED)"
002900                 TO MR100-REPORT-LINE
002910             WRITE MR100-REPORT-LINE
002920             GO TO 3000-EXIT
002930     END-EVALUATE.
002940     IF MR100-REC-FIELDS = ZERO
002950         ADD 1 TO MR100-NOCHANGE-COUNT
002960         MOVE "        (NO FIELD VALUES CHANGED)"
002970             TO MR100-REPORT-LINE
002980         WRITE MR100-REPORT-LINE
002990     END-IF.
003000 3000-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030* 3100-COMPARE-CUSTOMER                                        *
003040*   LIST THE CUSTMAST FIELDS THE ONLINE SERVICE MAINTAINS.     *
003050*----------------------------------------------------------------
003060 3100-COMPARE-CUSTOMER.
003070     MOVE MR100-SORT-BEFORE-IMAGE TO MR100-OLD-CUST-RECORD.
003080     MOVE MR100-SORT-AFTER-IMAGE TO MR100-NEW-CUST-RECORD.
003090     MOVE "NAME" TO MR100-FLD-NAME.
003100     MOVE MR100-OLD-CUST-NAME TO MR100-FLD-OLD.
003110     MOVE MR100-NEW-CUST-NAME TO MR100-FLD-NEW.
003120     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003130     MOVE "ADDRESS" TO MR100-FLD-NAME.
003140     MOVE MR100-OLD-CUST-ADDRESS TO MR100-FLD-OLD.
003150     MOVE MR100-NEW-CUST-ADDRESS TO MR100-FLD-NEW.
003160     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003170     MOVE "BALANCE" TO MR100-FLD-NAME.
003180     MOVE SPACES TO MR100-FLD-OLD.
003190     IF MR100-SORT-UPDATE
003200         MOVE MR100-OLD-CUST-BALANCE TO MR100-EDIT-AMOUNT
003210         MOVE MR100-EDIT-AMOUNT TO MR100-FLD-OLD
003220     END-IF.
003230     MOVE MR100-NEW-CUST-BALANCE TO MR100-EDIT-AMOUNT.
003240     MOVE MR100-EDIT-AMOUNT TO MR100-FLD-NEW.
003250     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003260     MOVE "STATUS" TO MR100-FLD-NAME.
003270     MOVE MR100-OLD-CUST-STATUS TO MR100-FLD-OLD.
003280     MOVE MR100-NEW-CUST-STATUS TO MR100-FLD-NEW.
003290     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003300 3100-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330* 3200-COMPARE-MESSAGE                                         *
003340*   LIST THE MSGCAT FIELDS.                                    *
003350*----------------------------------------------------------------
003360 3200-COMPARE-MESSAGE.
003370     MOVE MR100-SORT-BEFORE-IMAGE TO MR100-OLD-MSG-RECORD.
003380     MOVE MR100-SORT-AFTER-IMAGE TO MR100-NEW-MSG-RECORD.
003390     MOVE "TEXT" TO MR100-FLD-NAME.
003400     MOVE MR100-OLD-MSG-TEXT TO MR100-FLD-OLD.
003410     MOVE MR100-NEW-MSG-TEXT TO MR100-FLD-NEW.
003420     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003430     MOVE "STATUS" TO MR100-FLD-NAME.
003440     MOVE MR100-OLD-MSG-STATUS TO MR100-FLD-OLD.
003450     MOVE MR100-NEW-MSG-STATUS TO MR100-FLD-NEW.
003460     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003470 3200-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 3300-COMPARE-TRANTYPE                                        *
003510*   LIST THE TRANTYPE FIELDS.  THE AMOUNT LIMITS ARE EDITED    *
003520*   BEFORE COMPARISON, AND ONLY ON AN UPDATE FOR THE BEFORE    *
003530*   IMAGE.                                                     *
003540*----------------------------------------------------------------
003550 3300-COMPARE-TRANTYPE.
003560     MOVE MR100-SORT-BEFORE-IMAGE TO MR100-OLD-TYP-RECORD.
003570     MOVE MR100-SORT-AFTER-IMAGE TO MR100-NEW-TYP-RECORD.
003580     MOVE "DESCRIPTION" TO MR100-FLD-NAME.
003590     MOVE MR100-OLD-TYP-DESC TO MR100-FLD-OLD.
003600     MOVE MR100-NEW-TYP-DESC TO MR100-FLD-NEW.
003610     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003620     MOVE "DEBIT/CREDIT" TO MR100-FLD-NAME.
003630     MOVE MR100-OLD-TYP-DC-IND TO MR100-FLD-OLD.
003640     MOVE MR100-NEW-TYP-DC-IND TO MR100-FLD-NEW.
003650     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003660     MOVE "MIN AMOUNT" TO MR100-FLD-NAME.
003670     MOVE SPACES TO MR100-FLD-OLD.
003680     IF MR100-SORT-UPDATE
003690         MOVE MR100-OLD-TYP-MIN-AMOUNT TO MR100-EDIT-AMOUNT
003700         MOVE MR100-EDIT-AMOUNT TO MR100-FLD-OLD
003710     END-IF.
003720     MOVE MR100-NEW-TYP-MIN-AMOUNT TO MR100-EDIT-AMOUNT.
003730     MOVE MR100-EDIT-AMOUNT TO MR100-FLD-NEW.
003740     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003750     MOVE "MAX AMOUNT" TO MR100-FLD-NAME.
003760     MOVE SPACES TO MR100-FLD-OLD.
003770     IF MR100-SORT-UPDATE
003780         MOVE MR100-OLD-TYP-MAX-AMOUNT TO MR100-EDIT-AMOUNT
003790         MOVE MR100-EDIT-AMOUNT TO MR100-FLD-OLD
003800     END-IF.
003810     MOVE MR100-NEW-TYP-MAX-AMOUNT TO MR100-EDIT-AMOUNT.
003820     MOVE MR100-EDIT-AMOUNT TO MR100-FLD-NEW.
003830     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003840     MOVE "STATUS" TO MR100-FLD-NAME.
003850     MOVE MR100-OLD-TYP-STATUS TO MR100-FLD-OLD.
003860     MOVE MR100-NEW-TYP-STATUS TO MR100-FLD-NEW.
003870     PERFORM 3400-LIST-FIELD THRU 3400-EXIT.
003880 3300-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* 3400-LIST-FIELD                                              *
003920*   ON A CREATE, LIST THE FIELD'S NEW VALUE.  ON AN UPDATE,    *
003930*   LIST THE OLD AND NEW VALUES IF THEY DIFFER.                *
003940*----------------------------------------------------------------
003950 3400-LIST-FIELD.
003960     IF MR100-SORT-UPDATE
003970         AND MR100-FLD-OLD = MR100-FLD-NEW
003980         GO TO 3400-EXIT
003990     END-IF.
004000     ADD 1 TO MR100-REC-FIELDS.
004010     ADD 1 TO MR100-FIELD-COUNT.
004020     MOVE SPACES TO MR100-REPORT-LINE.
004030     MOVE MR100-FLD-NAME TO MR100-REPORT-LINE(9:14).
004040     IF MR100-SORT-UPDATE
004050         MOVE "OLD :" TO MR100-REPORT-LINE(24:5)
004060         MOVE MR100-FLD-OLD TO MR100-REPORT-LINE(30:80)
004070         WRITE MR100-REPORT-LINE
004080         MOVE SPACES TO MR100-REPORT-LINE
004090     END-IF.
004100     MOVE "NEW :" TO MR100-REPORT-LINE(24:5).
004110     MOVE MR100-FLD-NEW TO MR100-REPORT-LINE(30:80).
004120     WRITE MR100-REPORT-LINE.
004130 3400-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* 5000-LIST-CHANGES                                            *
004170*   SORT OUTPUT PROCEDURE - LIST EACH CHANGE UNDER ITS FILE    *
004180*   AND DEPARTMENT, CLOSING EACH DEPARTMENT WITH A SIGN-OFF    *
004190*   LINE.                                                      *
004200*----------------------------------------------------------------
004210 5000-LIST-CHANGES.
004220     PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
004230     PERFORM 5200-PROCESS-SORTED THRU 5200-EXIT
004240         UNTIL MR100-SORT-EOF.
004250     IF MR100-DEPT-IN-PROGRESS
004260         PERFORM 5500-END-DEPT THRU 5500-EXIT
004270     END-IF.
004280     IF MR100-READ-COUNT = ZERO
004290         MOVE SPACES TO MR100-REPORT-LINE
004300         WRITE MR100-REPORT-LINE
004310         MOVE "  NO MAINTENANCE CHANGES JOURNALED"
004320             TO MR100-REPORT-LINE
004330         WRITE MR100-REPORT-LINE
004340     END-IF.
004350 5000-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* 5100-RETURN-SORTED                                           *
004390*   RETURN THE NEXT SORTED JOURNAL RECORD.                     *
004400*----------------------------------------------------------------
004410 5100-RETURN-SORTED.
004420     RETURN SORT-FILE
004430         AT END
004440             SET MR100-SORT-EOF TO TRUE
004450     END-RETURN.
004460 5100-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 5200-PROCESS-SORTED                                          *
004500*   HANDLE THE FILE AND DEPARTMENT BREAKS, LIST THE CURRENT    *
004510*   CHANGE, AND RETURN THE NEXT.                               *
004520*----------------------------------------------------------------
004530 5200-PROCESS-SORTED.
004540     IF NOT MR100-FILE-IN-PROGRESS
004550         OR MR100-SORT-FILE NOT = MR100-CUR-FILE
004560         IF MR100-DEPT-IN-PROGRESS
004570             PERFORM 5500-END-DEPT THRU 5500-EXIT
004580         END-IF
004590         PERFORM 5300-START-FILE THRU 5300-EXIT
004600     END-IF.
004610     IF NOT MR100-DEPT-IN-PROGRESS
004620         OR MR100-SORT-DEPT NOT = MR100-CUR-DEPT
004630         IF MR100-DEPT-IN-PROGRESS
004640             PERFORM 5500-END-DEPT THRU 5500-EXIT
004650         END-IF
004660         PERFORM 5400-START-DEPT THRU 5400-EXIT
004670     END-IF.
004680     PERFORM 3000-LIST-ONE-CHANGE THRU 3000-EXIT.
004690     PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
004700 5200-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* 5300-START-FILE                                              *
004740*   WRITE THE FILE GROUP HEADING.                              *
004750*----------------------------------------------------------------
004760 5300-START-FILE.
004770     SET MR100-FILE-IN-PROGRESS TO TRUE.
004780     MOVE MR100-SORT-FILE TO MR100-CUR-FILE.
004790     MOVE SPACES TO MR100-REPORT-LINE.
004800     WRITE MR100-REPORT-LINE.
004810     MOVE SPACES TO MR100-REPORT-LINE.
004820     STRING "FILE " DELIMITED BY SIZE
004830         MR100-CUR-FILE DELIMITED BY SIZE
004840         INTO MR100-REPORT-LINE.
004850     WRITE MR100-REPORT-LINE.
004860 5300-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890* 5400-START-DEPT                                              *
004900*   WRITE THE DEPARTMENT HEADING WITHIN THE CURRENT FILE.      *
004910*----------------------------------------------------------------
004920 5400-START-DEPT.
004930     SET MR100-DEPT-IN-PROGRESS TO TRUE.
004940     MOVE MR100-SORT-DEPT TO MR100-CUR-DEPT.
004950     MOVE ZERO TO MR100-DEPT-CHANGES.
004960     MOVE SPACES TO MR100-REPORT-LINE.
004970     WRITE MR100-REPORT-LINE.
004980     MOVE SPACES TO MR100-REPORT-LINE.
004990     STRING "  DEPARTMENT " DELIMITED BY SIZE
005000         MR100-CUR-DEPT DELIMITED BY SIZE
005010         INTO MR100-REPORT-LINE.
005020     WRITE MR100-REPORT-LINE.
005030 5400-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060* 5500-END-DEPT                                                *
005070*   CLOSE THE DEPARTMENT GROUP WITH ITS CHANGE COUNT AND THE   *
005080*   CONTROL CLERK'S SIGN-OFF LINE.                             *
005090*----------------------------------------------------------------
005100 5500-END-DEPT.
005110     MOVE MR100-DEPT-CHANGES TO MR100-EDIT-COUNT.
005120     MOVE SPACES TO MR100-REPORT-LINE.
005130     WRITE MR100-REPORT-LINE.
005140     MOVE SPACES TO MR100-REPORT-LINE.
005150     STRING "  RECORDS CHANGED : " DELIMITED BY SIZE
005160         MR100-EDIT-COUNT DELIMITED BY SIZE
005170         "     REVIEWED BY ______________________"
005180         DELIMITED BY SIZE
005190         "   DATE __________" DELIMITED BY SIZE
005200         INTO MR100-REPORT-LINE.
005210     WRITE MR100-REPORT-LINE.
005220     MOVE "N" TO MR100-DEPT-OPEN-SW.
005230 5500-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 8000-WRITE-SUMMARY                                           *
005270*   WRITE THE RUN TOTALS.                                      *
005280*----------------------------------------------------------------
005290 8000-WRITE-SUMMARY.
005300     MOVE SPACES TO MR100-REPORT-LINE.
005310     WRITE MR100-REPORT-LINE.
005320     MOVE MR100-READ-COUNT TO MR100-EDIT-COUNT.
005330     MOVE SPACES TO MR100-REPORT-LINE.
005340     STRING "JOURNAL RECORDS     : " DELIMITED BY SIZE
005350         MR100-EDIT-COUNT DELIMITED BY SIZE
005360         INTO MR100-REPORT-LINE.
005370     WRITE MR100-REPORT-LINE.
005380     MOVE MR100-CREATE-COUNT TO MR100-EDIT-COUNT.
005390     MOVE SPACES TO MR100-REPORT-LINE.
005400     STRING "RECORDS CREATED     : " DELIMITED BY SIZE
005410         MR100-EDIT-COUNT DELIMITED BY SIZE
005420         INTO MR100-REPORT-LINE.
005430     WRITE MR100-REPORT-LINE.
005440     MOVE MR100-UPDATE-COUNT TO MR100-EDIT-COUNT.
005450     MOVE SPACES TO MR100-REPORT-LINE.
005460     STRING "RECORDS UPDATED     : " DELIMITED BY SIZE
005470         MR100-EDIT-COUNT DELIMITED BY SIZE
005480         INTO MR100-REPORT-LINE.
005490     WRITE MR100-REPORT-LINE.
005500     MOVE MR100-FIELD-COUNT TO MR100-EDIT-COUNT.
005510     MOVE SPACES TO MR100-REPORT-LINE.
005520     STRING "FIELDS LISTED       : " DELIMITED BY SIZE
005530         MR100-EDIT-COUNT DELIMITED BY SIZE
005540         INTO MR100-REPORT-LINE.
005550     WRITE MR100-REPORT-LINE.
005560     MOVE MR100-NOCHANGE-COUNT TO MR100-EDIT-COUNT.
005570     MOVE SPACES TO MR100-REPORT-LINE.
005580     STRING "UPDATES NO CHANGE   : " DELIMITED BY SIZE
005590         MR100-EDIT-COUNT DELIMITED BY SIZE
005600         INTO MR100-REPORT-LINE.
005610     WRITE MR100-REPORT-LINE.
005620 8000-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650* 8100-WRITE-HEADING                                           *
005660*   WRITE THE REPORT TITLE LINE.                               *
005670*----------------------------------------------------------------
005680 8100-WRITE-HEADING.
005690     MOVE "DAILY MAINTENANCE CHANGE REPORT - FOR CONTROL SIGN-OFF"
005700         TO MR100-REPORT-LINE.
005710     WRITE MR100-REPORT-LINE.
005720 8100-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750* 9999-TERMINATE                                               *
005760*   CLOSE THE FILES.                                           *
005770*----------------------------------------------------------------
005780 9999-TERMINATE.
005790     CLOSE CHANGE-FILE.
005800     CLOSE REPORT-FILE.
005810 9999-EXIT.
005820     EXIT.
