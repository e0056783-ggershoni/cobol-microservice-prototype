001070*                 BUSINESS DAY GETS A STRUCTURED 409 INSTEAD
001080*                 OF LANDING ON TRANLOG TWICE.  THE END-OF-DAY
001090*                 CUTOVER RESETS DAYIDS FOR THE NEW DAY.
001100* 2026-10-15 RJ   POST /transaction/reversal - REVERSES AN
001110*                 APPLIED TRANSACTION BY ITS ID.  REFUSED
001120*                 UNLESS TRANDISP SHOWS THE ORIGINAL APPLIED
001130*                 AND NOT YET REVERSED; AN ACCEPTED REVERSAL
001140*                 MARKS THE ORIGINAL REVERSAL-PENDING SO A
001150*                 SECOND ONE IS REFUSED BEFORE THE POSTING RUN
001160*                 SEES EITHER.  THE LISTENER NOW HOLDS TRANDISP
001170*                 OPEN I-O.  GET /transaction AND GET
001180*                 /customer/history SHOW WHICH ITEM A REVERSAL
001190*                 REVERSES AND WHICH REVERSAL REVERSED AN ITEM.
001200* 2026-10-15 RJ   POST /transfer - MOVES AN AMOUNT BETWEEN TWO
001210*                 ACTIVE CUSTOMERS AS ONE "TRANSFER" TRANLOG
001220*                 RECORD THAT THE POSTING RUN APPLIES WHOLE OR
001230*                 NOT AT ALL.  A TRANSFER CANNOT BE REVERSED -
001240*                 IT IS UNDONE BY A TRANSFER BACK.  THE LOOKUPS
001250*                 SHOW THE TO-CUSTOMER, AND HISTORY SHOWS THE
001260*                 OTHER SIDE OF EACH LEG.
001270* 2026-10-15 RJ   INTRADAY MEMO POSTING - EVERY ITEM THE INTAKE
001280*                 ACCEPTS IS ADDED TO ITS CUSTOMER'S DAYMEMO
001290*                 RECORD.  GET /customer NOW SHOWS THE
001300*                 AVAILABLE BALANCE BESIDE THE LEDGER BALANCE.
001310*                 POST /transaction AND POST /transfer REFUSE
001320*                 AN UNKNOWN OR INACTIVE CUSTOMER, AND A DEBIT
001330*                 THAT WOULD TAKE THE AVAILABLE BALANCE PAST
001340*                 THE CREDLIM LIMIT, WITH A 422.  THE CUTOVER
001350*                 RESETS DAYMEMO FOR THE NEW BUSINESS DAY.
001360* 2026-10-15 RJ   STANDING ORDERS - POST/PUT /standingorder,
001370*                 POST /standingorder/cancel AND GET
001380*                 /standingorders MAINTAIN THE NEW STORDER FILE
001390*                 OF RECURRING FIXED TRANSACTIONS (CUSTOMER,
001400*                 TYPE, AMOUNT, WEEKLY OR MONTHLY, START, END
001410*                 AND NEXT DUE DATE).  THE NIGHTLY STORD100 RUN
001420*                 GENERATES THEM.  THE LISTENER HOLDS STORDER
001430*                 OPEN I-O.
001440* 2026-10-15 RJ   CHANGE JOURNAL - EVERY SUCCESSFUL CREATE OR
001450*                 UPDATE THROUGH POST/PUT /customer, /message AND
001460*                 /trantype APPENDS A CHGJRNL RECORD CARRYING THE
001470*                 BEFORE AND AFTER RECORD IMAGES, THE CALLING
001480*                 KEY'S DEPARTMENT AND A TIMESTAMP, FOR THE DAILY
001490*                 MNTRPT100 SIGN-OFF REPORT.  THE LISTENER HOLDS
001500*                 CHGJRNL OPEN EXTEND.
001510* 2026-10-15 RJ   A DORMANT CUSTOMER (STATUS "D", SET BY THE
001520*                 MONTHLY DORM100 RUN) PASSES THE INTAKE
001530*                 CUSTOMER EDITS FOR TRANSACTIONS, TRANSFERS AND
001540*                 STANDING ORDERS - THE POSTING RUN HOLDS ITS
001550*                 DEBITS FOR SUPERVISOR RELEASE AND A CREDIT
001560*                 REACTIVATES IT.
001570* 2026-10-15 RJ   POST /transaction REFUSES TYPE REVERSAL OR
001580*                 TRANSFER WITH A 422 - THOSE GO THROUGH POST
001590*                 /transaction/reversal AND POST /transfer.
001600*----------------------------------------------------------------
001610 ENVIRONMENT DIVISION.
001620 CONFIGURATION SECTION.
001630 SPECIAL-NAMES.
001640     CURRENCY SIGN IS "$".
001650 INPUT-OUTPUT SECTION.
001660 FILE-CONTROL.
001670     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
001680         ORGANIZATION IS INDEXED
001690         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS CUST-KEY
001710         FILE STATUS IS DL100-CUSTMAST-STATUS.
001720     SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG"
001730         ORGANIZATION IS SEQUENTIAL
001740         FILE STATUS IS DL100-TRANLOG-STATUS.
001750     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS DL100-AUDITLOG-STATUS.
001780     SELECT CHANGE-FILE ASSIGN TO "CHGJRNL"
001790         ORGANIZATION IS SEQUENTIAL
001800         FILE STATUS IS DL100-CHGJRNL-STATUS.
001810     SELECT MESSAGE-FILE ASSIGN TO "MSGCAT"
001820         ORGANIZATION IS INDEXED
001830         ACCESS MODE IS DYNAMIC
001840         RECORD KEY IS MSGCAT-CODE
001850         FILE STATUS IS DL100-MSGCAT-STATUS.
001860     SELECT TRANTYPE-FILE ASSIGN TO "TRANTYPE"
001870         ORGANIZATION IS INDEXED
001880         ACCESS MODE IS DYNAMIC
001890         RECORD KEY IS TRNTYP-CODE
001900         FILE STATUS IS DL100-TRANTYPE-STATUS.
001910     SELECT TRANDISP-FILE ASSIGN TO "TRANDISP"
001920         ORGANIZATION IS INDEXED
001930         ACCESS MODE IS DYNAMIC
001940         RECORD KEY IS TDSP-TRAN-ID
001950         FILE STATUS IS DL100-TRANDISP-STATUS.
001960     SELECT DAYID-FILE ASSIGN TO "DAYIDS"
001970         ORGANIZATION IS INDEXED
001980         ACCESS MODE IS DYNAMIC
001990         RECORD KEY IS TRID-TRAN-ID
002000         FILE STATUS IS DL100-DAYIDS-STATUS.
002010     SELECT MEMO-FILE ASSIGN TO "DAYMEMO"
002020         ORGANIZATION IS INDEXED
002030         ACCESS MODE IS DYNAMIC
002040         RECORD KEY IS MEMO-CUST-KEY
002050         FILE STATUS IS DL100-DAYMEMO-STATUS.
002060     SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
002070         ORGANIZATION IS INDEXED
002080         ACCESS MODE IS DYNAMIC
002090         RECORD KEY IS CRED-CUST-KEY
002100         FILE STATUS IS DL100-CREDLIM-STATUS.
002110     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER"
002120         ORGANIZATION IS INDEXED
002130         ACCESS MODE IS DYNAMIC
002140         RECORD KEY IS SO-ORDER-NO
002150         FILE STATUS IS DL100-STORDER-STATUS.
002160     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
002170         ORGANIZATION IS INDEXED
002180         ACCESS MODE IS DYNAMIC
002190         RECORD KEY IS HIST-KEY
002200         FILE STATUS IS DL100-TRANHIST-STATUS.
002210     SELECT APIKEY-FILE ASSIGN TO "APIKEYS"
002220         ORGANIZATION IS INDEXED
002230         ACCESS MODE IS DYNAMIC
002240         RECORD KEY IS APIKEY-VALUE
002250         FILE STATUS IS DL100-APIKEYS-STATUS.
002260     SELECT RESPONSE-FILE ASSIGN TO "RESPFILE"
002270         ORGANIZATION IS INDEXED
002280         ACCESS MODE IS DYNAMIC
002290         RECORD KEY IS RESPOUT-CORR-ID
002300         FILE STATUS IS DL100-RESPFILE-STATUS.
002310     SELECT LISTEN-QUEUE-FILE ASSIGN TO "LISTENQ"
002320         ORGANIZATION IS LINE SEQUENTIAL
002330         FILE STATUS IS DL100-LISTENQ-STATUS.
002340*    CUSTMAST-PROBE-FILE AND MSGCAT-PROBE-FILE BELOW ARE SECOND
002350*    CONNECTORS TO THE SAME PHYSICAL DATASETS AS CUSTOMER-FILE AND
002360*    MESSAGE-FILE, GIVING GET /HEALTH ITS OWN FILE STATUS THAT
002370*    ORDINARY READS CANNOT OVERWRITE.  CONFIRM WITH THE FILE
002380*    ACCESS METHOD IN USE ON THE TARGET SYSTEM THAT A SECOND
002390*    SEQUENTIAL-MODE OPEN INPUT AGAINST A DATASET ALREADY HELD
002400*    OPEN BY THE LISTENER IS PERMITTED THERE BEFORE RELYING ON
002410*    THIS IN PRODUCTION.
002420     SELECT CUSTMAST-PROBE-FILE ASSIGN TO "CUSTMAST"
002430         ORGANIZATION IS INDEXED
002440         ACCESS MODE IS SEQUENTIAL
002450         RECORD KEY IS DL100-CUSTMAST-PROBE-KEY
002460         FILE STATUS IS DL100-CUSTMAST-PROBE-STATUS.
002470     SELECT MSGCAT-PROBE-FILE ASSIGN TO "MSGCAT"
002480         ORGANIZATION IS INDEXED
002490         ACCESS MODE IS SEQUENTIAL
002500         RECORD KEY IS DL100-MSGCAT-PROBE-KEY
002510         FILE STATUS IS DL100-MSGCAT-PROBE-STATUS.
002520     SELECT TRANTYPE-PROBE-FILE ASSIGN TO "TRANTYPE"
002530         ORGANIZATION IS INDEXED
002540         ACCESS MODE IS SEQUENTIAL
002550         RECORD KEY IS DL100-TRANTYPE-PROBE-KEY
002560         FILE STATUS IS DL100-TRANTYPE-PROBE-STATUS.
002570     SELECT APIKEY-PROBE-FILE ASSIGN TO "APIKEYS"
002580         ORGANIZATION IS INDEXED
002590         ACCESS MODE IS SEQUENTIAL
002600         RECORD KEY IS DL100-APIKEYS-PROBE-KEY
002610         FILE STATUS IS DL100-APIKEYS-PROBE-STATUS.
002620 DATA DIVISION.
002630 FILE SECTION.
002640 FD  CUSTOMER-FILE.
002650 COPY CUSTREC.
002660 FD  TRANSACTION-FILE.
002670 COPY TRANREC.
002680 FD  AUDIT-FILE.
002690 COPY AUDITREC.
002700 FD  CHANGE-FILE.
002710 COPY CHGJRNL.
002720 FD  MESSAGE-FILE.
002730 COPY MSGCAT.
002740 FD  TRANTYPE-FILE.
002750 COPY TRNTYPE.
002760 FD  TRANDISP-FILE.
002770 COPY TRNDISP.
002780 FD  DAYID-FILE.
002790 COPY TRANID.
002800 FD  MEMO-FILE.
002810 COPY MEMOREC.
002820 FD  CREDIT-LIMIT-FILE.
002830 COPY CREDLIM.
002840 FD  STANDING-ORDER-FILE.
002850 COPY STORDREC.
002860 FD  HISTORY-FILE.
002870 COPY TRNHIST.
002880 FD  APIKEY-FILE.
002890 COPY APIKEY.
002900 FD  RESPONSE-FILE.
002910 COPY RESPOUT.
002920 FD  LISTEN-QUEUE-FILE.
002930 01  DL100-LISTEN-REQUEST-LINE      PIC X(400).
002940 FD  CUSTMAST-PROBE-FILE.
002950*    RECORD LAYOUT COMES FROM CUSTREC ITSELF (RENAMED VIA
002960*    REPLACING) RATHER THAN A HAND-SIZED FILLER, SO IT CANNOT
002970*    DRIFT OUT OF STEP WITH CUSTOMER-FILE'S OWN RECORD LENGTH.
002980 COPY CUSTREC
002990     REPLACING
003000         ==CUST-RECORD==   BY ==DL100-CUSTMAST-PROBE-RECORD==
003010         ==CUST-KEY==      BY ==DL100-CUSTMAST-PROBE-KEY==
003020         ==CUST-NAME==     BY ==DL100-CUSTMAST-PROBE-NAME==
003030         ==CUST-ADDRESS==  BY ==DL100-CUSTMAST-PROBE-ADDR==
003040         ==CUST-BALANCE==  BY ==DL100-CUSTMAST-PROBE-BAL==
003050         ==CUST-STATUS==   BY ==DL100-CUSTMAST-PROBE-STAT==
003060         ==CUST-ACTIVE==   BY ==DL100-CUSTMAST-PROBE-ACT==
003070         ==CUST-INACTIVE== BY ==DL100-CUSTMAST-PROBE-INACT==
003080         ==CUST-DORMANT==  BY ==DL100-CUSTMAST-PROBE-DORM==.
003090 FD  MSGCAT-PROBE-FILE.
003100*    SAME TECHNIQUE AS CUSTMAST-PROBE-FILE ABOVE.
003110 COPY MSGCAT
003120     REPLACING
003130         ==MSGCAT-RECORD== BY ==DL100-MSGCAT-PROBE-RECORD==
003140         ==MSGCAT-CODE==   BY ==DL100-MSGCAT-PROBE-KEY==
003150         ==MSGCAT-TEXT==   BY ==DL100-MSGCAT-PROBE-TEXT==
003160         ==MSGCAT-STATUS== BY ==DL100-MSGCAT-PROBE-STAT==
003170         ==MSGCAT-ACTIVE== BY ==DL100-MSGCAT-PROBE-ACT==
003180         ==MSGCAT-INACTIVE== BY ==DL100-MSGCAT-PROBE-INACT==.
003190 FD  TRANTYPE-PROBE-FILE.
003200*    SAME TECHNIQUE AS CUSTMAST-PROBE-FILE ABOVE.
003210 COPY TRNTYPE
003220     REPLACING
003230         ==TRNTYP-RECORD==     BY ==DL100-TRANTYPE-PROBE-RECORD==
003240         ==TRNTYP-CODE==       BY ==DL100-TRANTYPE-PROBE-KEY==
003250         ==TRNTYP-DESC==       BY ==DL100-TRANTYPE-PROBE-DESC==
003260         ==TRNTYP-DC-IND==     BY ==DL100-TRANTYPE-PROBE-DC==
003270         ==TRNTYP-DEBIT==      BY ==DL100-TRANTYPE-PROBE-DR==
003280         ==TRNTYP-CREDIT==     BY ==DL100-TRANTYPE-PROBE-CR==
003290         ==TRNTYP-MIN-AMOUNT== BY ==DL100-TRANTYPE-PROBE-MIN==
003300         ==TRNTYP-MAX-AMOUNT== BY ==DL100-TRANTYPE-PROBE-MAX==
003310         ==TRNTYP-STATUS==     BY ==DL100-TRANTYPE-PROBE-STAT==
003320         ==TRNTYP-ACTIVE==     BY ==DL100-TRANTYPE-PROBE-ACT==
003330         ==TRNTYP-INACTIVE==   BY ==DL100-TRANTYPE-PROBE-INA==.
003340 FD  APIKEY-PROBE-FILE.
003350*    SAME TECHNIQUE AS CUSTMAST-PROBE-FILE ABOVE.
003360 COPY APIKEY
003370     REPLACING
003380         ==APIKEY-RECORD==    BY ==DL100-APIKEYS-PROBE-RECORD==
003390         ==APIKEY-VALUE==     BY ==DL100-APIKEYS-PROBE-KEY==
003400         ==APIKEY-DEPT==      BY ==DL100-APIKEYS-PROBE-DEPT==
003410         ==APIKEY-ENDPOINTS== BY ==DL100-APIKEYS-PROBE-ENDPTS==
003420         ==APIKEY-STATUS==    BY ==DL100-APIKEYS-PROBE-STAT==
003430         ==APIKEY-ACTIVE==    BY ==DL100-APIKEYS-PROBE-ACT==
003440         ==APIKEY-REVOKED==   BY ==DL100-APIKEYS-PROBE-REV==.
003450 WORKING-STORAGE SECTION.
003460*----------------------------------------------------------------
003470* CGI ENVIRONMENT VALUES
003480*----------------------------------------------------------------
003490 01  DL100-CGI-ENV.
003500     05  DL100-REQUEST-METHOD    PIC X(10).
003510     05  DL100-PATH-INFO         PIC X(80).
003520     05  DL100-QUERY-STRING      PIC X(80).
003530     05  DL100-REMOTE-ADDR       PIC X(15).
003540     05  DL100-REMOTE-USER       PIC X(20).
003550 01  DL100-ENDPOINT              PIC X(40).
003560*----------------------------------------------------------------
003570* API KEY AUTHORIZATION WORK AREA
003580*   THE KEY ARRIVES IN THE HTTP_X_API_KEY HEADER (CGI MODE) OR
003590*   AS ITS OWN FIELD ON THE QUEUED REQUEST LINE (LISTEN MODE).
003600*   THE REQUESTED ENDPOINT IS BUILT BEFORE DISPATCH SO THE
003610*   ENTITLEMENT CHECK AND A FAILED CALL'S AUDIT RECORD AGREE.
003620*----------------------------------------------------------------
003630 01  DL100-API-KEY               PIC X(32).
003640 01  DL100-REQUESTED-ENDPOINT    PIC X(40).
003650*----------------------------------------------------------------
003660* RESPONSE DELIVERY WORK AREA
003670*   EVERY BODY PIECE FLOWS THROUGH 8300-EMIT-RESPONSE-PIECE: IN
003680*   CGI MODE IT IS DISPLAYED TO STANDARD OUTPUT AS ALWAYS; IN
003690*   LISTEN MODE IT IS APPENDED HERE AND DELIVERED TO RESPFILE
003700*   UNDER THE CALLER'S CORRELATION ID WHEN THE CALL COMPLETES.
003710*----------------------------------------------------------------
003720 01  DL100-CALLER-CORR-ID        PIC X(16).
003730 01  DL100-RESPONSE-PIECE        PIC X(500).
003740 01  DL100-RESPONSE-BODY         PIC X(4000).
003750 01  DL100-RESP-PTR              PIC 9(05) COMP.
003760 01  DL100-AUTH-WORK.
003770     05  DL100-AUTH-TOKEN        PIC X(42).
003780     05  DL100-AUTH-TOKEN-LEN    PIC 9(02) COMP.
003790     05  DL100-AUTH-SCAN-IX      PIC 9(03) COMP.
003800     05  DL100-AUTH-SW           PIC X(01).
003810         88  DL100-AUTH-PASSED           VALUE "Y".
003820         88  DL100-AUTH-FAILED           VALUE "N".
003830     05  DL100-AUTH-MATCH-SW     PIC X(01).
003840         88  DL100-AUTH-ENTITLED         VALUE "Y".
003850*----------------------------------------------------------------
003860* QUERY STRING PARSING WORK AREA
003870*----------------------------------------------------------------
003880 01  DL100-QUERY-PARSE.
003890     05  DL100-QS-PARAM-NAME     PIC X(20).
003900     05  DL100-QS-PARAM-VALUE    PIC X(16).
003910*----------------------------------------------------------------
003920* POST BODY AND NAIVE JSON PARSE WORK AREA
003930*   THE SERVICE ONLY ACCEPTS FLAT, SINGLE-LEVEL JSON BODIES OF
003940*   THE FORM {"type":"XXXXXXXXXX","customer":"CCCCCCCCCC",
003950*   "amount":9.99} - GOOD ENOUGH FOR A PROTOTYPE, NOT A GENERAL
003960*   JSON PARSER.  THE RAW BODY IS KEPT IN TRAN-PAYLOAD.
003970*----------------------------------------------------------------
003980 01  DL100-POST-BODY             PIC X(200).
003990*    THE CALLER-SUPPLIED TRANSACTION ID, WHEN THE BODY CARRIES
004000*    ONE - IT MAKES A RETRY DETECTABLE AS A DUPLICATE INSTEAD
004010*    OF A FRESH TRANSACTION.
004020 01  DL100-RQ-TRAN-ID            PIC X(16).
004030 01  DL100-JSON-WORK.
004040     05  DL100-JSON-JUNK         PIC X(200).
004050     05  DL100-JSON-AFTER-TYPE   PIC X(200).
004060     05  DL100-JSON-AFTER-CUST   PIC X(200).
004070     05  DL100-JSON-AFTER-AMT    PIC X(200).
004080     05  DL100-JSON-AFTER-KEY    PIC X(200).
004090     05  DL100-JSON-AFTER-NAME   PIC X(200).
004100     05  DL100-JSON-AFTER-ADDR   PIC X(200).
004110     05  DL100-JSON-AFTER-STAT   PIC X(200).
004120     05  DL100-JSON-AFTER-CODE   PIC X(200).
004130     05  DL100-JSON-AFTER-TEXT   PIC X(200).
004140     05  DL100-JSON-AFTER-DESC   PIC X(200).
004150     05  DL100-JSON-AFTER-DC     PIC X(200).
004160     05  DL100-JSON-AFTER-MIN    PIC X(200).
004170     05  DL100-JSON-AFTER-MAX    PIC X(200).
004180     05  DL100-JSON-AFTER-ID     PIC X(200).
004190     05  DL100-JSON-AFTER-ORIG   PIC X(200).
004200     05  DL100-JSON-AFTER-FROM   PIC X(200).
004210     05  DL100-JSON-AFTER-TO     PIC X(200).
004220     05  DL100-JSON-AFTER-ORDER  PIC X(200).
004230     05  DL100-JSON-AFTER-FREQ   PIC X(200).
004240     05  DL100-JSON-AFTER-START  PIC X(200).
004250     05  DL100-JSON-AFTER-END    PIC X(200).
004260     05  DL100-JSON-AFTER-NEXT   PIC X(200).
004270     05  DL100-JSON-REMAINDER    PIC X(200).
004280     05  DL100-JSON-AMT-TEXT     PIC X(20).
004290*----------------------------------------------------------------
004300* AMOUNT TEXT EDIT WORK AREA
004310*   THE "amount" VALUE IS CHARACTER-CHECKED HERE BEFORE NUMVAL
004320*   EVER SEES IT - NUMVAL ON NON-NUMERIC TEXT IS UNDEFINED, AND
004330*   A BAD AMOUNT MUST COME BACK AS A CLEAN 422.
004340*----------------------------------------------------------------
004350 01  DL100-AMT-EDIT-WORK.
004360     05  DL100-AMT-TRIM-TEXT     PIC X(20).
004370     05  DL100-AMT-LEN           PIC 9(02) COMP.
004380     05  DL100-AMT-IX            PIC 9(02) COMP.
004390     05  DL100-AMT-DIGIT-CT      PIC 9(02) COMP.
004400     05  DL100-AMT-POINT-CT      PIC 9(02) COMP.
004410     05  DL100-AMT-VALID-SW      PIC X(01).
004420         88  DL100-AMT-VALID             VALUE "Y".
004430         88  DL100-AMT-INVALID           VALUE "N".
004440*----------------------------------------------------------------
004450* CUSTOMER BODY WORK AREA - PARSED POST/PUT /CUSTOMER FIELDS
004460*----------------------------------------------------------------
004470 01  DL100-CUST-BODY-WORK.
004480     05  DL100-CB-KEY            PIC X(10).
004490     05  DL100-CB-NAME           PIC X(30).
004500     05  DL100-CB-ADDRESS        PIC X(40).
004510     05  DL100-CB-STATUS         PIC X(01).
004520*    THE FILE STATUS FIELD IS OVERWRITTEN BY THE ONE-SHOT PATH'S
004530*    CLOSE, SO THE WRITE/REWRITE OUTCOME IS SAVED HERE BEFORE
004540*    THE CLOSE AND THE RESPONSE IS BUILT FROM THE SAVED VALUE.
004550 01  DL100-CUST-SAVE-STATUS      PIC X(02).
004560     88  DL100-CUST-SAVE-OK              VALUE "00".
004570     88  DL100-CUST-SAVE-DUPKEY          VALUE "22".
004580     88  DL100-CUST-SAVE-NOTFOUND        VALUE "23".
004590*----------------------------------------------------------------
004600* REFERENCE BODY WORK AREA - PARSED POST/PUT /message AND
004610* /trantype FIELDS, PLUS THE SAME SAVED-STATUS TECHNIQUE THE
004620* CUSTOMER ENDPOINTS USE.
004630*----------------------------------------------------------------
004640 01  DL100-REF-BODY-WORK.
004650     05  DL100-RB-CODE           PIC X(10).
004660     05  DL100-RB-TEXT           PIC X(80).
004670     05  DL100-RB-DESC           PIC X(30).
004680     05  DL100-RB-DC-IND         PIC X(01).
004690     05  DL100-RB-MIN-TEXT       PIC X(20).
004700     05  DL100-RB-MAX-TEXT       PIC X(20).
004710     05  DL100-RB-STATUS         PIC X(01).
004720     05  DL100-RB-MIN-AMOUNT     PIC S9(9)V99 COMP-3.
004730     05  DL100-RB-MAX-AMOUNT     PIC S9(9)V99 COMP-3.
004740 01  DL100-REF-SAVE-STATUS       PIC X(02).
004750     88  DL100-REF-SAVE-OK               VALUE "00".
004760     88  DL100-REF-SAVE-DUPKEY           VALUE "22".
004770     88  DL100-REF-SAVE-NOTFOUND         VALUE "23".
004780     88  DL100-REF-SAVE-BADEDIT          VALUE "XE".
004790*----------------------------------------------------------------
004800* CHANGE JOURNAL WORK AREA - WHAT 9600-WRITE-CHANGE-RECORD
004810* WRITES.  THE MAINTENANCE PARAGRAPH SAVES THE RECORD AS READ
004820* BEFORE APPLYING THE BODY, AND THE RECORD AS WRITTEN BEFORE
004830* THE ONE-SHOT PATH'S CLOSE; A CREATE HAS NO BEFORE IMAGE.
004840*----------------------------------------------------------------
004850 01  DL100-CHANGE-WORK.
004860     05  DL100-CHG-FILE          PIC X(08).
004870     05  DL100-CHG-ACTION        PIC X(01).
004880     05  DL100-CHG-KEY           PIC X(10).
004890     05  DL100-CHG-BEFORE-IMAGE  PIC X(100).
004900     05  DL100-CHG-AFTER-IMAGE   PIC X(100).
004910*    THE TRANDISP READ OUTCOME, SAVED BEFORE THE ONE-SHOT
004920*    PATH'S CLOSE CAN OVERWRITE IT - ANY STATUS THAT IS
004930*    NEITHER FOUND NOR NOT-FOUND IS AN I/O FAILURE, NOT A
004940*    PENDING TRANSACTION.
004950 01  DL100-DISP-SAVE-STATUS      PIC X(02).
004960     88  DL100-DISP-SAVE-OK              VALUE "00".
004970     88  DL100-DISP-SAVE-NOTFOUND        VALUE "23".
004980*    SET WHEN THE ORIGINAL OF A REVERSAL WAS REVERSED, OR A
004990*    REVERSAL OF IT ACCEPTED, BETWEEN THE EDIT AND THE MARK.
005000     88  DL100-DISP-SAVE-CHANGED         VALUE "XC".
005010*----------------------------------------------------------------
005020* REVERSAL WORK AREA - POST /TRANSACTION/REVERSAL
005030*   THE TRAN-ID NAMED AS "original" IN THE BODY, AND THE
005040*   REVERSAL LINK A TRANDISP RECORD CARRIES, AS THE JSON
005050*   FRAGMENT THE LOOKUPS APPEND TO THEIR RESPONSE.
005060*----------------------------------------------------------------
005070 01  DL100-RV-ORIG-TRAN-ID       PIC X(16).
005080 01  DL100-LINK-JSON             PIC X(60).
005090 01  DL100-XF-EDIT-BALANCE       PIC -Z(8)9.99.
005100*----------------------------------------------------------------
005110* MEMO-POSTING WORK AREA - DAYMEMO AND THE INTAKE CREDIT CHECK
005120*   DL100-MEMO-AMOUNT IS AN ACCEPTED ITEM'S EFFECT ON THE
005130*   CUSTOMER'S BALANCE - NEGATIVE FOR A DEBIT.
005140*----------------------------------------------------------------
005150 01  DL100-MEMO-WORK.
005160     05  DL100-MEMO-CUST-KEY     PIC X(10).
005170     05  DL100-MEMO-AMOUNT       PIC S9(9)V99 COMP-3.
005180     05  DL100-MEMO-FOUND-SW     PIC X(01).
005190         88  DL100-MEMO-FOUND            VALUE "Y".
005200     05  DL100-CREDIT-LIMIT      PIC S9(9)V99 COMP-3.
005210     05  DL100-AVAIL-BALANCE     PIC S9(9)V99 COMP-3.
005220     05  DL100-PROJECTED-BAL     PIC S9(9)V99 COMP-3.
005230 01  DL100-AVAIL-EDIT-BALANCE    PIC -Z(8)9.99.
005240*----------------------------------------------------------------
005250* STANDING ORDER WORK AREA - POST/PUT /standingorder AND
005260* POST /standingorder/cancel
005270*   THE PARSED BODY FIELDS, THE EDITED AMOUNT AND DATES, AND
005280*   THE SAME SAVED-STATUS TECHNIQUE THE OTHER MAINTENANCE
005290*   ENDPOINTS USE.
005300*----------------------------------------------------------------
005310 01  DL100-SO-BODY-WORK.
005320     05  DL100-SB-ORDER-TEXT     PIC X(07).
005330     05  DL100-SB-ORDER-NO REDEFINES DL100-SB-ORDER-TEXT
005340                                 PIC 9(07).
005350     05  DL100-SB-CUST-KEY       PIC X(10).
005360     05  DL100-SB-TYPE           PIC X(10).
005370     05  DL100-SB-AMT-TEXT       PIC X(20).
005380     05  DL100-SB-FREQ           PIC X(01).
005390     05  DL100-SB-START-TEXT     PIC X(08).
005400     05  DL100-SB-END-TEXT       PIC X(08).
005410     05  DL100-SB-NEXT-TEXT      PIC X(08).
005420     05  DL100-SB-AMOUNT         PIC S9(9)V99 COMP-3.
005430     05  DL100-SB-START-DATE     PIC 9(08).
005440     05  DL100-SB-END-DATE       PIC 9(08).
005450     05  DL100-SB-NEXT-DATE      PIC 9(08).
005460 01  DL100-SO-NEW-ORDER-NO       PIC 9(07).
005470 01  DL100-SO-EDIT-AMOUNT        PIC -Z(8)9.99.
005480 01  DL100-SO-SAVE-STATUS        PIC X(02).
005490     88  DL100-SO-SAVE-OK                VALUE "00".
005500     88  DL100-SO-SAVE-DUPKEY            VALUE "22".
005510     88  DL100-SO-SAVE-NOTFOUND          VALUE "23".
005520     88  DL100-SO-SAVE-BADEDIT           VALUE "XE".
005530     88  DL100-SO-SAVE-NOTACTIVE         VALUE "XA".
005540*----------------------------------------------------------------
005550* DATE EDIT WORK AREA
005560*   A YYYYMMDD DATE FROM A REQUEST BODY IS CHECKED HERE FOR A
005570*   REAL CALENDAR DATE BEFORE IT IS STORED.
005580*----------------------------------------------------------------
005590 01  DL100-DATE-EDIT-WORK.
005600     05  DL100-DT-TEXT           PIC X(08).
005610     05  DL100-DT-DATE REDEFINES DL100-DT-TEXT
005620                                 PIC 9(08).
005630     05  DL100-DT-PARTS REDEFINES DL100-DT-TEXT.
005640         10  DL100-DT-YEAR       PIC 9(04).
005650         10  DL100-DT-MONTH      PIC 9(02).
005660         10  DL100-DT-DAY        PIC 9(02).
005670     05  DL100-DT-MAX-DAY        PIC 9(02).
005680     05  DL100-DT-QUOTIENT       PIC 9(04) COMP.
005690     05  DL100-DT-REMAINDER      PIC 9(04) COMP.
005700     05  DL100-DT-VALID-SW       PIC X(01).
005710         88  DL100-DT-VALID              VALUE "Y".
005720         88  DL100-DT-INVALID            VALUE "N".
005730 01  DL100-MONTH-DAYS-VALUES     PIC X(24)
005740         VALUE "312831303130313130313031".
005750 01  DL100-MONTH-DAYS-TABLE REDEFINES DL100-MONTH-DAYS-VALUES.
005760     05  DL100-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
005770*----------------------------------------------------------------
005780* CUSTOMER BROWSE WORK AREA - GET /CUSTOMERS
005790*   A PAGE IS AT MOST DL100-BROWSE-PAGE-SIZE RECORDS.  THE
005800*   CONTINUATION TOKEN RETURNED WITH A FULL PAGE IS THE LAST KEY
005810*   EMITTED; THE CALLER PASSES IT BACK AS "token=" AND THE NEXT
005820*   PAGE STARTS JUST PAST IT.
005830*----------------------------------------------------------------
005840 01  DL100-BROWSE-PAGE-SIZE      PIC 9(02) VALUE 10.
005850 01  DL100-BROWSE-WORK.
005860     05  DL100-BR-KEY-PREFIX     PIC X(10).
005870     05  DL100-BR-NAME-SUBSTR    PIC X(30).
005880     05  DL100-BR-TOKEN          PIC X(10).
005890     05  DL100-BR-LAST-KEY       PIC X(10).
005900     05  DL100-BR-PREFIX-LEN     PIC 9(02) COMP.
005910     05  DL100-BR-NAME-LEN       PIC 9(02) COMP.
005920     05  DL100-BR-SCAN-IX        PIC 9(04) COMP.
005930     05  DL100-BR-COUNT          PIC 9(04) COMP.
005940     05  DL100-BR-EDIT-COUNT     PIC ZZZ9.
005950     05  DL100-BR-PARM-TEXT      PIC X(80)
005960         OCCURS 3 TIMES.
005970     05  DL100-BR-PARM-IX        PIC 9(02) COMP.
005980     05  DL100-BR-PARM-NAME      PIC X(20).
005990     05  DL100-BR-PARM-VALUE     PIC X(30).
006000     05  DL100-BR-EOF-SW         PIC X(01).
006010         88  DL100-BR-EOF                VALUE "Y".
006020     05  DL100-BR-FIRST-SW       PIC X(01).
006030         88  DL100-BR-FIRST-RECORD       VALUE "Y".
006040     05  DL100-BR-MATCH-SW       PIC X(01).
006050         88  DL100-BR-NAME-MATCHES       VALUE "Y".
006060*----------------------------------------------------------------
006070* CUSTOMER HISTORY BROWSE WORK AREA - GET /CUSTOMER/HISTORY
006080*   SAME PAGE SIZE AND CONTINUATION-TOKEN SHAPE AS THE
006090*   CUSTOMER BROWSE ABOVE, BUT THE TOKEN IS THE TIMESTAMP PLUS
006100*   TRAN-ID OF THE LAST HISTORY RECORD EMITTED, SO THE NEXT
006110*   PAGE STARTS JUST PAST IT WITHIN THE SAME CUSTOMER KEY.
006120*----------------------------------------------------------------
006130 01  DL100-HISTORY-WORK.
006140     05  DL100-HI-CUST-KEY       PIC X(10).
006150     05  DL100-HI-TOKEN          PIC X(32).
006160     05  DL100-HI-LAST-TOKEN     PIC X(32).
006170     05  DL100-HI-COUNT          PIC 9(04) COMP.
006180     05  DL100-HI-EDIT-COUNT     PIC ZZZ9.
006190     05  DL100-HI-PARM-TEXT      PIC X(80)
006200         OCCURS 2 TIMES.
006210     05  DL100-HI-PARM-IX        PIC 9(02) COMP.
006220     05  DL100-HI-PARM-NAME      PIC X(20).
006230     05  DL100-HI-PARM-VALUE     PIC X(40).
006240     05  DL100-HI-EOF-SW         PIC X(01).
006250         88  DL100-HI-EOF                VALUE "Y".
006260     05  DL100-HI-FIRST-SW       PIC X(01).
006270         88  DL100-HI-FIRST-RECORD       VALUE "Y".
006280     05  DL100-HI-EDIT-AMOUNT    PIC -Z(8)9.99.
006290*----------------------------------------------------------------
006300* STANDING ORDER LIST WORK AREA - GET /standingorders
006310*   SAME PAGE SIZE AND CONTINUATION-TOKEN SHAPE AS THE
006320*   CUSTOMER BROWSE; THE TOKEN IS THE LAST ORDER NUMBER
006330*   EMITTED.
006340*----------------------------------------------------------------
006350 01  DL100-SO-LIST-WORK.
006360     05  DL100-SL-CUST-KEY       PIC X(10).
006370     05  DL100-SL-TOKEN          PIC X(07).
006380     05  DL100-SL-LAST-ORDER     PIC X(07).
006390     05  DL100-SL-END-TEXT       PIC X(08).
006400     05  DL100-SL-GEN-TEXT       PIC X(08).
006410     05  DL100-SL-COUNT          PIC 9(04) COMP.
006420     05  DL100-SL-EDIT-COUNT     PIC ZZZ9.
006430     05  DL100-SL-PARM-TEXT      PIC X(80)
006440         OCCURS 2 TIMES.
006450     05  DL100-SL-PARM-IX        PIC 9(02) COMP.
006460     05  DL100-SL-PARM-NAME      PIC X(20).
006470     05  DL100-SL-PARM-VALUE     PIC X(30).
006480     05  DL100-SL-EOF-SW         PIC X(01).
006490         88  DL100-SL-EOF                VALUE "Y".
006500     05  DL100-SL-FIRST-SW       PIC X(01).
006510         88  DL100-SL-FIRST-RECORD       VALUE "Y".
006520*----------------------------------------------------------------
006530* CUSTOMER RESPONSE EDIT FIELD
006540*   CUST-BALANCE IS COMP-3 - DISPLAYING IT DIRECTLY WOULD PUT A
006550*   SIGN NIBBLE AND NO DECIMAL POINT INTO THE JSON BODY, SO IT IS
006560*   MOVED HERE FIRST AND THE EDITED, TRIMMED RESULT IS EMITTED.
006570*----------------------------------------------------------------
006580 01  DL100-CUST-EDIT-BALANCE     PIC -Z(8)9.99.
006590*----------------------------------------------------------------
006600* TIMESTAMP WORK AREA
006610*----------------------------------------------------------------
006620 01  DL100-TIMESTAMP-WORK.
006630     05  DL100-CURR-DATE         PIC 9(08).
006640     05  DL100-CURR-TIME         PIC 9(08).
006650 01  DL100-TIMESTAMP             PIC X(16).
006660*----------------------------------------------------------------
006670* RESPONSE STATUS AND ERROR TEXT
006680*----------------------------------------------------------------
006690 01  DL100-RESPONSE-STATUS.
006700     05  DL100-STATUS-CODE       PIC 9(03).
006710     05  DL100-STATUS-TEXT       PIC X(24).
006720 01  DL100-ERROR-TEXT            PIC X(60).
006730*----------------------------------------------------------------
006740* GENERIC RESPONSE RECORD (SEE RESPREC COPYBOOK)
006750*----------------------------------------------------------------
006760 COPY RESPREC.
006770*----------------------------------------------------------------
006780* HEALTH CHECK WORK AREA
006790*----------------------------------------------------------------
006800 01  DL100-HEALTH-WORK.
006810     05  DL100-HEALTH-FAIL-SW    PIC X(01) VALUE "N".
006820         88  DL100-HEALTH-ALL-OK         VALUE "N".
006830         88  DL100-HEALTH-HAS-FAILURE    VALUE "Y".
006840     05  DL100-HEALTH-FAILURES   PIC X(120).
006850     05  DL100-HEALTH-FAILURES-WORK PIC X(120).
006860*----------------------------------------------------------------
006870* FILE STATUS CODES
006880*----------------------------------------------------------------
006890 01  DL100-FILE-STATUSES.
006900     05  DL100-CUSTMAST-STATUS   PIC X(02).
006910         88  DL100-CUSTMAST-OK           VALUE "00".
006920         88  DL100-CUSTMAST-DUPKEY       VALUE "22".
006930         88  DL100-CUSTMAST-NOTFOUND     VALUE "23".
006940     05  DL100-TRANLOG-STATUS    PIC X(02).
006950         88  DL100-TRANLOG-OK            VALUE "00".
006960     05  DL100-AUDITLOG-STATUS   PIC X(02).
006970         88  DL100-AUDITLOG-OK           VALUE "00".
006980     05  DL100-CHGJRNL-STATUS    PIC X(02).
006990         88  DL100-CHGJRNL-OK            VALUE "00".
007000     05  DL100-MSGCAT-STATUS     PIC X(02).
007010         88  DL100-MSGCAT-OK             VALUE "00".
007020         88  DL100-MSGCAT-NOTFOUND       VALUE "23".
007030     05  DL100-TRANTYPE-STATUS   PIC X(02).
007040         88  DL100-TRANTYPE-OK           VALUE "00".
007050         88  DL100-TRANTYPE-NOTFOUND     VALUE "23".
007060     05  DL100-TRANDISP-STATUS   PIC X(02).
007070         88  DL100-TRANDISP-OK           VALUE "00".
007080         88  DL100-TRANDISP-NOTFOUND     VALUE "23".
007090     05  DL100-TRANHIST-STATUS   PIC X(02).
007100         88  DL100-TRANHIST-OK           VALUE "00".
007110     05  DL100-DAYIDS-STATUS     PIC X(02).
007120         88  DL100-DAYIDS-OK             VALUE "00".
007130         88  DL100-DAYIDS-DUPKEY         VALUE "22".
007140     05  DL100-DAYMEMO-STATUS    PIC X(02).
007150         88  DL100-DAYMEMO-OK            VALUE "00".
007160         88  DL100-DAYMEMO-NOTFOUND      VALUE "23".
007170     05  DL100-CREDLIM-STATUS    PIC X(02).
007180         88  DL100-CREDLIM-OK            VALUE "00".
007190     05  DL100-STORDER-STATUS    PIC X(02).
007200         88  DL100-STORDER-OK            VALUE "00".
007210         88  DL100-STORDER-NOTFOUND      VALUE "23".
007220     05  DL100-APIKEYS-STATUS    PIC X(02).
007230         88  DL100-APIKEYS-OK            VALUE "00".
007240         88  DL100-APIKEYS-NOTFOUND      VALUE "23".
007250     05  DL100-RESPFILE-STATUS   PIC X(02).
007260         88  DL100-RESPFILE-OK           VALUE "00".
007270         88  DL100-RESPFILE-DUPKEY       VALUE "22".
007280     05  DL100-LISTENQ-STATUS    PIC X(02).
007290         88  DL100-LISTENQ-OK            VALUE "00".
007300     05  DL100-CUSTMAST-PROBE-STATUS PIC X(02).
007310         88  DL100-CUSTMAST-PROBE-OK        VALUE "00".
007320     05  DL100-MSGCAT-PROBE-STATUS PIC X(02).
007330         88  DL100-MSGCAT-PROBE-OK          VALUE "00".
007340     05  DL100-TRANTYPE-PROBE-STATUS PIC X(02).
007350         88  DL100-TRANTYPE-PROBE-OK        VALUE "00".
007360     05  DL100-APIKEYS-PROBE-STATUS PIC X(02).
007370         88  DL100-APIKEYS-PROBE-OK         VALUE "00".
007380*----------------------------------------------------------------
007390* SWITCHES
007400*----------------------------------------------------------------
007410 01  DL100-SWITCHES.
007420     05  DL100-ROUTE-SW          PIC X(01) VALUE "N".
007430         88  DL100-ROUTE-FOUND           VALUE "Y".
007440         88  DL100-ROUTE-NOT-FOUND       VALUE "N".
007450     05  DL100-DAYIDS-FAIL-SW    PIC X(01) VALUE "N".
007460         88  DL100-DAYIDS-FAILED         VALUE "Y".
007470     05  DL100-DUPID-SW          PIC X(01) VALUE "N".
007480         88  DL100-DUPLICATE-ID          VALUE "Y".
007490     05  DL100-TRAN-EDIT-SW      PIC X(01) VALUE "N".
007500         88  DL100-TRAN-EDIT-FAILED      VALUE "Y".
007510         88  DL100-TRAN-EDIT-PASSED      VALUE "N".
007520*----------------------------------------------------------------
007530* LISTENER RUN MODE
007540*   WHEN STARTED WITH "LISTEN" ON THE COMMAND LINE, THE PROGRAM
007550*   OPENS ITS DATA FILES ONCE AND SERVICES REQUESTS READ FROM
007560*   THE LISTENQ QUEUE FILE IN A LOOP INSTEAD OF EXITING AFTER
007570*   ONE CALL.  DL100-LISTENER-MODE GATES THE PER-CALL OPEN AND
007580*   CLOSE STATEMENTS THAT THE ONE-SHOT CGI PATH STILL NEEDS.
007590*----------------------------------------------------------------
007600 01  DL100-RUN-MODE              PIC X(10).
007610 01  DL100-LISTENER-SW           PIC X(01) VALUE "N".
007620     88  DL100-LISTENER-MODE             VALUE "Y".
007630 01  DL100-LISTEN-SWITCHES.
007640     05  DL100-LISTEN-EOF-SW     PIC X(01) VALUE "N".
007650         88  DL100-LISTEN-EOF            VALUE "Y".
007660     05  DL100-LISTEN-SHUTDOWN-SW PIC X(01) VALUE "N".
007670         88  DL100-LISTEN-SHUTDOWN       VALUE "Y".
007680*----------------------------------------------------------------
007690* MISCELLANEOUS CONSTANTS
007700*----------------------------------------------------------------
007710 01  DL100-NEW-LINE              PIC X(01) VALUE X"0A".
007720 PROCEDURE DIVISION.
007730*----------------------------------------------------------------
007740* 0000-MAINLINE                                                *
007750*   ENTRY POINT.  A COMMAND-LINE ARGUMENT OF "LISTEN" SWITCHES  *
007760*   THIS PROGRAM INTO A PERSISTENT LISTENER; OTHERWISE IT       *
007770*   INITIALIZES, ROUTES ONE CGI REQUEST, TERMINATES.            *
007780*----------------------------------------------------------------
007790 0000-MAINLINE.
007800     ACCEPT DL100-RUN-MODE FROM COMMAND-LINE.
007810     IF DL100-RUN-MODE(1:6) = "LISTEN"
007820         PERFORM 0100-LISTEN THRU 0100-EXIT
007830     ELSE
007840         PERFORM 1000-INITIALIZE THRU 1000-EXIT
007850         PERFORM 2000-ROUTE-REQUEST THRU 2000-EXIT
007860         PERFORM 9999-TERMINATE THRU 9999-EXIT
007870     END-IF.
007880     STOP RUN.
007890*----------------------------------------------------------------
007900* 0100-LISTEN                                                  *
007910*   PERSISTENT LISTENER MODE.  OPENS THE DATA FILES ONCE, THEN  *
007920*   SERVICES REQUEST LINES READ FROM LISTENQ UNTIL EITHER THE   *
007930*   QUEUE FILE RUNS OUT OR A "SHUTDOWN" RECORD IS READ.         *
007940*----------------------------------------------------------------
007950 0100-LISTEN.
007960     SET DL100-LISTENER-MODE TO TRUE.
007970     PERFORM 0110-LISTEN-OPEN-FILES THRU 0110-EXIT.
007980     OPEN INPUT LISTEN-QUEUE-FILE.
007990     PERFORM 0120-LISTEN-READ-REQUEST THRU 0120-EXIT.
008000     PERFORM 0130-LISTEN-PROCESS-REQUEST THRU 0130-EXIT
008010         UNTIL DL100-LISTEN-EOF OR DL100-LISTEN-SHUTDOWN.
008020     CLOSE LISTEN-QUEUE-FILE.
008030     PERFORM 0140-LISTEN-CLOSE-FILES THRU 0140-EXIT.
008040 0100-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 0110-LISTEN-OPEN-FILES                                       *
008080*   OPENS EACH BACKING FILE ONCE FOR THE LIFE OF THE LISTENER.  *
008090*----------------------------------------------------------------
008100 0110-LISTEN-OPEN-FILES.
008110*    CUSTMAST OPENS I-O, NOT INPUT, SO POST /CUSTOMER AND
008120*    PUT /CUSTOMER CAN WRITE THROUGH THE SAME CONNECTOR THE
008130*    LOOKUPS READ FROM.
008140     OPEN I-O CUSTOMER-FILE.
008150     OPEN EXTEND TRANSACTION-FILE.
008160     OPEN EXTEND AUDIT-FILE.
008170     OPEN EXTEND CHANGE-FILE.
008180*    MSGCAT AND TRANTYPE OPEN I-O, NOT INPUT, SO THE REFERENCE
008190*    MAINTENANCE ENDPOINTS CAN WRITE THROUGH THE SAME
008200*    CONNECTORS THE LOOKUPS READ FROM AND CHANGES TAKE EFFECT
008210*    WITHOUT A LISTENER RESTART.
008220     OPEN I-O MESSAGE-FILE.
008230     OPEN I-O TRANTYPE-FILE.
008240     OPEN INPUT APIKEY-FILE.
008250*    TRANDISP OPENS I-O, NOT INPUT, SO AN ACCEPTED REVERSAL CAN
008260*    MARK ITS ORIGINAL REVERSAL-PENDING.
008270     OPEN I-O TRANDISP-FILE.
008280     OPEN I-O DAYID-FILE.
008290     OPEN I-O MEMO-FILE.
008300     OPEN INPUT CREDIT-LIMIT-FILE.
008310     OPEN I-O STANDING-ORDER-FILE.
008320     OPEN INPUT HISTORY-FILE.
008330     OPEN I-O RESPONSE-FILE.
008340 0110-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------
008370* 0120-LISTEN-READ-REQUEST                                     *
008380*   READS ONE PIPE-DELIMITED REQUEST LINE FROM LISTENQ AND      *
008390*   RECOGNIZES THE "SHUTDOWN" SENTINEL RECORD.                  *
008400*----------------------------------------------------------------
008410 0120-LISTEN-READ-REQUEST.
008420     READ LISTEN-QUEUE-FILE INTO DL100-LISTEN-REQUEST-LINE
008430         AT END
008440             SET DL100-LISTEN-EOF TO TRUE
008450     END-READ.
008460     IF NOT DL100-LISTEN-EOF
008470         AND DL100-LISTEN-REQUEST-LINE(1:8) = "SHUTDOWN"
008480         SET DL100-LISTEN-SHUTDOWN TO TRUE
008490     END-IF.
008500 0120-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530* 0130-LISTEN-PROCESS-REQUEST                                  *
008540*   PARSES THE QUEUED REQUEST INTO THE SAME WORKING-STORAGE     *
008550*   FIELDS 1000-INITIALIZE WOULD HAVE POPULATED FROM THE CGI    *
008560*   ENVIRONMENT, ROUTES IT THROUGH THE USUAL PARAGRAPHS, WRITES *
008570*   ITS AUDIT RECORD, AND READS THE NEXT QUEUE LINE.            *
008580*----------------------------------------------------------------
008590 0130-LISTEN-PROCESS-REQUEST.
008600     PERFORM 0135-LISTEN-PARSE-REQUEST THRU 0135-EXIT.
008610     MOVE SPACES TO DL100-ENDPOINT.
008620     PERFORM 2000-ROUTE-REQUEST THRU 2000-EXIT.
008630     PERFORM 0137-LISTEN-WRITE-RESPONSE THRU 0137-EXIT.
008640     PERFORM 0136-LISTEN-WRITE-AUDIT THRU 0136-EXIT.
008650     PERFORM 0120-LISTEN-READ-REQUEST THRU 0120-EXIT.
008660 0130-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690* 0135-LISTEN-PARSE-REQUEST                                    *
008700*   BREAKS UP A REQUEST LINE OF THE FORM                        *
008710*   METHOD|PATH|QUERY|REMOTE-ADDR|REMOTE-USER|API-KEY|          *
008720*   CORRELATION-ID|BODY AND RESETS THE RESPONSE BUFFER FOR     *
008730*   THE NEW CALL.                                              *
008740*----------------------------------------------------------------
008750 0135-LISTEN-PARSE-REQUEST.
008760     MOVE SPACES TO DL100-CGI-ENV DL100-POST-BODY
008770         DL100-JSON-WORK DL100-API-KEY DL100-CALLER-CORR-ID.
008780     MOVE SPACES TO DL100-RESPONSE-BODY.
008790     MOVE 1 TO DL100-RESP-PTR.
008800     UNSTRING DL100-LISTEN-REQUEST-LINE DELIMITED BY "|"
008810         INTO DL100-REQUEST-METHOD DL100-PATH-INFO
008820             DL100-QUERY-STRING DL100-REMOTE-ADDR
008830             DL100-REMOTE-USER DL100-API-KEY
008840             DL100-CALLER-CORR-ID DL100-POST-BODY
008850     END-UNSTRING.
008860 0135-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------
008890* 0136-LISTEN-WRITE-AUDIT                                      *
008900*   WRITES THE AUDIT RECORD FOR ONE LISTENER CALL WITHOUT       *
008910*   REOPENING AUDITLOG, WHICH STAYS OPEN FOR THE WHOLE RUN.     *
008920*----------------------------------------------------------------
008930 0136-LISTEN-WRITE-AUDIT.
008940     PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
008950 0136-EXIT.
008960     EXIT.
008970*----------------------------------------------------------------
008980* 0137-LISTEN-WRITE-RESPONSE                                   *
008990*   DELIVER THE BUFFERED RESPONSE FOR ONE LISTENER CALL TO     *
009000*   RESPFILE UNDER THE CALLER'S CORRELATION ID (OR THE         *
009010*   SERVICE'S OWN WHEN THE CALLER SENT NONE).  A REUSED ID     *
009020*   OVERLAYS ITS EARLIER RESPONSE.                             *
009030*----------------------------------------------------------------
009040 0137-LISTEN-WRITE-RESPONSE.
009050     MOVE SPACES TO RESPOUT-RECORD.
009060     IF DL100-CALLER-CORR-ID NOT = SPACES
009070         MOVE DL100-CALLER-CORR-ID TO RESPOUT-CORR-ID
009080     ELSE
009090         MOVE RESP-CORRELATION-ID TO RESPOUT-CORR-ID
009100     END-IF.
009110     MOVE DL100-STATUS-CODE TO RESPOUT-STATUS-CODE.
009120     MOVE DL100-RESPONSE-BODY TO RESPOUT-BODY.
009130     WRITE RESPOUT-RECORD
009140         INVALID KEY
009150             REWRITE RESPOUT-RECORD
009160     END-WRITE.
009170     IF NOT DL100-RESPFILE-OK
009180         DISPLAY "RESPFILE WRITE FAILED, STATUS "
009190             DL100-RESPFILE-STATUS " FOR CORRELATION ID "
009200             FUNCTION TRIM(RESPOUT-CORR-ID) UPON SYSERR
009210     END-IF.
009220 0137-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250* 0140-LISTEN-CLOSE-FILES                                      *
009260*   CLOSES THE FILES OPENED BY 0110-LISTEN-OPEN-FILES WHEN THE  *
009270*   LISTENER SHUTS DOWN.                                        *
009280*----------------------------------------------------------------
009290 0140-LISTEN-CLOSE-FILES.
009300     CLOSE CUSTOMER-FILE.
009310     CLOSE TRANSACTION-FILE.
009320     CLOSE AUDIT-FILE.
009330     CLOSE CHANGE-FILE.
009340     CLOSE MESSAGE-FILE.
009350     CLOSE TRANTYPE-FILE.
009360     CLOSE APIKEY-FILE.
009370     CLOSE TRANDISP-FILE.
009380     CLOSE DAYID-FILE.
009390     CLOSE MEMO-FILE.
009400     CLOSE CREDIT-LIMIT-FILE.
009410     CLOSE STANDING-ORDER-FILE.
009420     CLOSE HISTORY-FILE.
009430     CLOSE RESPONSE-FILE.
009440 0140-EXIT.
009450     EXIT.
009460*----------------------------------------------------------------
009470* 1000-INITIALIZE                                              *
009480*   PICK UP THE CGI ENVIRONMENT VALUES THE WEB SERVER SET UP   *
009490*   FOR THIS REQUEST.                                          *
009500*----------------------------------------------------------------
009510 1000-INITIALIZE.
009520     ACCEPT DL100-REQUEST-METHOD FROM ENVIRONMENT "REQUEST_METHOD".
009530     ACCEPT DL100-PATH-INFO FROM ENVIRONMENT "PATH_INFO".
009540     ACCEPT DL100-QUERY-STRING FROM ENVIRONMENT "QUERY_STRING".
009550     ACCEPT DL100-REMOTE-ADDR FROM ENVIRONMENT "REMOTE_ADDR".
009560     ACCEPT DL100-REMOTE-USER FROM ENVIRONMENT "REMOTE_USER".
009570     ACCEPT DL100-API-KEY FROM ENVIRONMENT "HTTP_X_API_KEY".
009580     MOVE SPACES TO DL100-ENDPOINT.
009590 1000-EXIT.
009600     EXIT.
009610*----------------------------------------------------------------
009620* 2000-ROUTE-REQUEST                                           *
009630*   CHECK THE CALLER'S API KEY, THEN DISPATCH ON METHOD AND    *
009640*   PATH TO THE PARAGRAPH THAT BUILDS THE RESPONSE FOR THAT    *
009650*   ENDPOINT.  A CALL THAT FAILS THE KEY CHECK NEVER REACHES   *
009660*   AN ENDPOINT PARAGRAPH BUT STILL LANDS IN THE AUDIT TRAIL.  *
009670*----------------------------------------------------------------
009680 2000-ROUTE-REQUEST.
009690     MOVE SPACES TO DL100-REQUESTED-ENDPOINT.
009700     STRING DL100-REQUEST-METHOD DELIMITED BY SPACE
009710         " " DELIMITED BY SIZE
009720         DL100-PATH-INFO DELIMITED BY SPACE
009730         INTO DL100-REQUESTED-ENDPOINT.
009740     PERFORM 2100-CHECK-API-KEY THRU 2100-EXIT.
009750     IF DL100-AUTH-FAILED
009760         MOVE DL100-REQUESTED-ENDPOINT TO DL100-ENDPOINT
009770         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
009780         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
009790         GO TO 2000-EXIT
009800     END-IF.
009810     SET DL100-ROUTE-NOT-FOUND TO TRUE.
009820     EVALUATE TRUE
009830         WHEN DL100-REQUEST-METHOD = "GET"
009840              AND DL100-PATH-INFO = "/ping"
009850             MOVE "GET /ping" TO DL100-ENDPOINT
009860             PERFORM 3000-GET-PING THRU 3000-EXIT
009870             SET DL100-ROUTE-FOUND TO TRUE
009880         WHEN DL100-REQUEST-METHOD = "GET"
009890              AND DL100-PATH-INFO = "/version"
009900             MOVE "GET /version" TO DL100-ENDPOINT
009910             PERFORM 3100-GET-VERSION THRU 3100-EXIT
009920             SET DL100-ROUTE-FOUND TO TRUE
009930         WHEN DL100-REQUEST-METHOD = "GET"
009940              AND DL100-PATH-INFO = "/customer"
009950             MOVE "GET /customer" TO DL100-ENDPOINT
009960             PERFORM 3200-GET-CUSTOMER THRU 3200-EXIT
009970             SET DL100-ROUTE-FOUND TO TRUE
009980         WHEN DL100-REQUEST-METHOD = "GET"
009990              AND DL100-PATH-INFO = "/customers"
010000             MOVE "GET /customers" TO DL100-ENDPOINT
010010             PERFORM 3800-GET-CUSTOMERS THRU 3800-EXIT
010020             SET DL100-ROUTE-FOUND TO TRUE
010030         WHEN DL100-REQUEST-METHOD = "GET"
010040              AND DL100-PATH-INFO = "/customer/history"
010050             MOVE "GET /customer/history" TO DL100-ENDPOINT
010060             PERFORM 3850-GET-CUST-HISTORY THRU 3850-EXIT
010070             SET DL100-ROUTE-FOUND TO TRUE
010080         WHEN DL100-REQUEST-METHOD = "POST"
010090              AND DL100-PATH-INFO = "/customer"
010100             MOVE "POST /customer" TO DL100-ENDPOINT
010110             PERFORM 3600-POST-CUSTOMER THRU 3600-EXIT
010120             SET DL100-ROUTE-FOUND TO TRUE
010130         WHEN DL100-REQUEST-METHOD = "PUT"
010140              AND DL100-PATH-INFO = "/customer"
010150             MOVE "PUT /customer" TO DL100-ENDPOINT
010160             PERFORM 3700-PUT-CUSTOMER THRU 3700-EXIT
010170             SET DL100-ROUTE-FOUND TO TRUE
010180         WHEN DL100-REQUEST-METHOD = "POST"
010190              AND DL100-PATH-INFO = "/transaction"
010200             MOVE "POST /transaction" TO DL100-ENDPOINT
010210             PERFORM 3300-POST-TRANSACTION THRU 3300-EXIT
010220             SET DL100-ROUTE-FOUND TO TRUE
010230         WHEN DL100-REQUEST-METHOD = "POST"
010240              AND DL100-PATH-INFO = "/transaction/reversal"
010250             MOVE "POST /transaction/reversal" TO DL100-ENDPOINT
010260             PERFORM 3360-POST-REVERSAL THRU 3360-EXIT
010270             SET DL100-ROUTE-FOUND TO TRUE
010280         WHEN DL100-REQUEST-METHOD = "POST"
010290              AND DL100-PATH-INFO = "/transfer"
010300             MOVE "POST /transfer" TO DL100-ENDPOINT
010310             PERFORM 3380-POST-TRANSFER THRU 3380-EXIT
010320             SET DL100-ROUTE-FOUND TO TRUE
010330         WHEN DL100-REQUEST-METHOD = "GET"
010340              AND DL100-PATH-INFO = "/transaction"
010350             MOVE "GET /transaction" TO DL100-ENDPOINT
010360             PERFORM 3350-GET-TRANSACTION THRU 3350-EXIT
010370             SET DL100-ROUTE-FOUND TO TRUE
010380         WHEN DL100-REQUEST-METHOD = "GET"
010390              AND DL100-PATH-INFO = "/message"
010400             MOVE "GET /message" TO DL100-ENDPOINT
010410             PERFORM 3400-GET-MESSAGE THRU 3400-EXIT
010420             SET DL100-ROUTE-FOUND TO TRUE
010430         WHEN DL100-REQUEST-METHOD = "POST"
010440              AND DL100-PATH-INFO = "/message"
010450             MOVE "POST /message" TO DL100-ENDPOINT
010460             PERFORM 3450-POST-MESSAGE THRU 3450-EXIT
010470             SET DL100-ROUTE-FOUND TO TRUE
010480         WHEN DL100-REQUEST-METHOD = "PUT"
010490              AND DL100-PATH-INFO = "/message"
010500             MOVE "PUT /message" TO DL100-ENDPOINT
010510             PERFORM 3460-PUT-MESSAGE THRU 3460-EXIT
010520             SET DL100-ROUTE-FOUND TO TRUE
010530         WHEN DL100-REQUEST-METHOD = "POST"
010540              AND DL100-PATH-INFO = "/trantype"
010550             MOVE "POST /trantype" TO DL100-ENDPOINT
010560             PERFORM 3480-POST-TRANTYPE THRU 3480-EXIT
010570             SET DL100-ROUTE-FOUND TO TRUE
010580         WHEN DL100-REQUEST-METHOD = "PUT"
010590              AND DL100-PATH-INFO = "/trantype"
010600             MOVE "PUT /trantype" TO DL100-ENDPOINT
010610             PERFORM 3490-PUT-TRANTYPE THRU 3490-EXIT
010620             SET DL100-ROUTE-FOUND TO TRUE
010630         WHEN DL100-REQUEST-METHOD = "POST"
010640              AND DL100-PATH-INFO = "/standingorder"
010650             MOVE "POST /standingorder" TO DL100-ENDPOINT
010660             PERFORM 3750-POST-STANDING-ORDER THRU 3750-EXIT
010670             SET DL100-ROUTE-FOUND TO TRUE
010680         WHEN DL100-REQUEST-METHOD = "PUT"
010690              AND DL100-PATH-INFO = "/standingorder"
010700             MOVE "PUT /standingorder" TO DL100-ENDPOINT
010710             PERFORM 3760-PUT-STANDING-ORDER THRU 3760-EXIT
010720             SET DL100-ROUTE-FOUND TO TRUE
010730         WHEN DL100-REQUEST-METHOD = "POST"
010740              AND DL100-PATH-INFO = "/standingorder/cancel"
010750             MOVE "POST /standingorder/cancel" TO DL100-ENDPOINT
010760             PERFORM 3768-POST-SO-CANCEL THRU 3768-EXIT
010770             SET DL100-ROUTE-FOUND TO TRUE
010780         WHEN DL100-REQUEST-METHOD = "GET"
010790              AND DL100-PATH-INFO = "/standingorders"
010800             MOVE "GET /standingorders" TO DL100-ENDPOINT
010810             PERFORM 3780-GET-STANDING-ORDERS THRU 3780-EXIT
010820             SET DL100-ROUTE-FOUND TO TRUE
010830         WHEN DL100-REQUEST-METHOD = "GET"
010840              AND DL100-PATH-INFO = "/health"
010850             MOVE "GET /health" TO DL100-ENDPOINT
010860             PERFORM 3500-GET-HEALTH THRU 3500-EXIT
010870             SET DL100-ROUTE-FOUND TO TRUE
010880     END-EVALUATE.
010890     IF DL100-ROUTE-NOT-FOUND
010900         STRING DL100-REQUEST-METHOD DELIMITED BY SPACE
010910             " " DELIMITED BY SIZE
010920             DL100-PATH-INFO DELIMITED BY SPACE
010930             INTO DL100-ENDPOINT
010940         PERFORM 3900-NOT-FOUND THRU 3900-EXIT
010950     END-IF.
010960 2000-EXIT.
010970     EXIT.
010980*----------------------------------------------------------------
010990* 2100-CHECK-API-KEY                                           *
011000*   AUTHENTICATE AND AUTHORIZE THE CALL AGAINST THE APIKEYS    *
011010*   FILE.  NO KEY IS A 401; A KEY NOT ON FILE IS A 401; A      *
011020*   REVOKED KEY OR ONE NOT ENTITLED TO THE REQUESTED ENDPOINT  *
011030*   IS A 403.  ON SUCCESS THE KEY'S OWNING DEPARTMENT REPLACES *
011040*   THE WEB SERVER'S REMOTE USER SO THE AUDIT RECORD CARRIES   *
011050*   A RELIABLE CALLER IDENTITY.                                *
011060*----------------------------------------------------------------
011070 2100-CHECK-API-KEY.
011080     SET DL100-AUTH-PASSED TO TRUE.
011090     IF DL100-API-KEY = SPACES
011100         SET DL100-AUTH-FAILED TO TRUE
011110         MOVE 401 TO DL100-STATUS-CODE
011120         MOVE "Unauthorized" TO DL100-STATUS-TEXT
011130         MOVE "Missing API key" TO DL100-ERROR-TEXT
011140         GO TO 2100-EXIT
011150     END-IF.
011160     MOVE DL100-API-KEY TO APIKEY-VALUE.
011170     IF NOT DL100-LISTENER-MODE
011180         OPEN INPUT APIKEY-FILE
011190     END-IF.
011200     READ APIKEY-FILE
011210         INVALID KEY
011220             MOVE "23" TO DL100-APIKEYS-STATUS
011230     END-READ.
011240     IF NOT DL100-LISTENER-MODE
011250         CLOSE APIKEY-FILE
011260     END-IF.
011270     IF DL100-APIKEYS-NOTFOUND
011280         SET DL100-AUTH-FAILED TO TRUE
011290         MOVE 401 TO DL100-STATUS-CODE
011300         MOVE "Unauthorized" TO DL100-STATUS-TEXT
011310         MOVE "Unknown API key" TO DL100-ERROR-TEXT
011320         GO TO 2100-EXIT
011330     END-IF.
011340     IF APIKEY-REVOKED
011350         SET DL100-AUTH-FAILED TO TRUE
011360         MOVE 403 TO DL100-STATUS-CODE
011370         MOVE "Forbidden" TO DL100-STATUS-TEXT
011380         MOVE "API key revoked" TO DL100-ERROR-TEXT
011390         GO TO 2100-EXIT
011400     END-IF.
011410     IF NOT APIKEY-ACTIVE
011420         SET DL100-AUTH-FAILED TO TRUE
011430         MOVE 403 TO DL100-STATUS-CODE
011440         MOVE "Forbidden" TO DL100-STATUS-TEXT
011450         MOVE "API key not active" TO DL100-ERROR-TEXT
011460         GO TO 2100-EXIT
011470     END-IF.
011480     PERFORM 2150-CHECK-ENTITLEMENT THRU 2150-EXIT.
011490     IF NOT DL100-AUTH-ENTITLED
011500         SET DL100-AUTH-FAILED TO TRUE
011510         MOVE 403 TO DL100-STATUS-CODE
011520         MOVE "Forbidden" TO DL100-STATUS-TEXT
011530         MOVE "API key not entitled to this endpoint"
011540             TO DL100-ERROR-TEXT
011550         GO TO 2100-EXIT
011560     END-IF.
011570     MOVE APIKEY-DEPT TO DL100-REMOTE-USER.
011580 2100-EXIT.
011590     EXIT.
011600*----------------------------------------------------------------
011610* 2150-CHECK-ENTITLEMENT                                       *
011620*   DOES THE KEY'S ENDPOINT LIST COVER THE REQUESTED           *
011630*   ENDPOINT?  "*" COVERS EVERYTHING; OTHERWISE THE LIST IS    *
011640*   SCANNED FOR THE ENDPOINT FOLLOWED BY ITS TERMINATING       *
011650*   SEMICOLON, SO "GET /customer" CANNOT RIDE ON AN            *
011660*   ENTITLEMENT TO "GET /customers".                           *
011670*----------------------------------------------------------------
011680 2150-CHECK-ENTITLEMENT.
011690     MOVE "N" TO DL100-AUTH-MATCH-SW.
011700     IF APIKEY-ENDPOINTS(1:1) = "*"
011710         SET DL100-AUTH-ENTITLED TO TRUE
011720         GO TO 2150-EXIT
011730     END-IF.
011740     MOVE SPACES TO DL100-AUTH-TOKEN.
011750     STRING FUNCTION TRIM(DL100-REQUESTED-ENDPOINT)
011760         DELIMITED BY SIZE
011770         ";" DELIMITED BY SIZE
011780         INTO DL100-AUTH-TOKEN.
011790     COMPUTE DL100-AUTH-TOKEN-LEN = FUNCTION LENGTH(
011800         FUNCTION TRIM(DL100-AUTH-TOKEN)).
011810     PERFORM 2155-SCAN-ENTITLEMENT THRU 2155-EXIT
011820         VARYING DL100-AUTH-SCAN-IX FROM 1 BY 1
011830         UNTIL DL100-AUTH-SCAN-IX >
011840             201 - DL100-AUTH-TOKEN-LEN
011850         OR DL100-AUTH-ENTITLED.
011860 2150-EXIT.
011870     EXIT.
011880*----------------------------------------------------------------
011890* 2155-SCAN-ENTITLEMENT                                        *
011900*   COMPARE ONE ALIGNMENT OF THE ENDPOINT TOKEN AGAINST THE    *
011910*   KEY'S ENTITLEMENT LIST.                                    *
011920*----------------------------------------------------------------
011930 2155-SCAN-ENTITLEMENT.
011940     IF APIKEY-ENDPOINTS(DL100-AUTH-SCAN-IX:
011950         DL100-AUTH-TOKEN-LEN) =
011960         DL100-AUTH-TOKEN(1:DL100-AUTH-TOKEN-LEN)
011970         SET DL100-AUTH-ENTITLED TO TRUE
011980     END-IF.
011990 2155-EXIT.
012000     EXIT.
012010*----------------------------------------------------------------
012020* 3000-GET-PING                                                *
012030*   GET /PING - LIVENESS CHECK, NO DATA ACCESS.                *
012040*----------------------------------------------------------------
012050 3000-GET-PING.
012060     MOVE 200 TO DL100-STATUS-CODE.
012070     MOVE "OK" TO DL100-STATUS-TEXT.
012080     PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT.
012090     MOVE "pong" TO RESP-MESSAGE.
012100     PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT.
012110 3000-EXIT.
012120     EXIT.
012130*----------------------------------------------------------------
012140* 3100-GET-VERSION                                             *
012150*   GET /VERSION - REPORTS THE SERVICE VERSION.                *
012160*----------------------------------------------------------------
012170 3100-GET-VERSION.
012180     MOVE 200 TO DL100-STATUS-CODE.
012190     MOVE "OK" TO DL100-STATUS-TEXT.
012200     PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT.
012210     MOVE "Hello World v1.0" TO RESP-MESSAGE.
012220     PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT.
012230 3100-EXIT.
012240     EXIT.
012250*----------------------------------------------------------------
012260* 3200-GET-CUSTOMER                                            *
012270*   GET /CUSTOMER?key=CCCCCCCCCC - LOOK UP ONE CUSTOMER MASTER *
012280*   RECORD BY KEY AND RETURN IT AS JSON.  THE QUERY STRING IS  *
012290*   EXPECTED TO CARRY A SINGLE "key=" PARAMETER.               *
012300*----------------------------------------------------------------
012310 3200-GET-CUSTOMER.
012320     MOVE SPACES TO DL100-QUERY-PARSE.
012330     UNSTRING DL100-QUERY-STRING DELIMITED BY "="
012340         INTO DL100-QS-PARAM-NAME DL100-QS-PARAM-VALUE
012350     END-UNSTRING.
012360     MOVE SPACES TO CUST-RECORD.
012370     IF DL100-QS-PARAM-NAME NOT = "key"
012380         MOVE 400 TO DL100-STATUS-CODE
012390         MOVE "Bad Request" TO DL100-STATUS-TEXT
012400         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
012410         MOVE "Missing required query parameter: key"
012420             TO DL100-ERROR-TEXT
012430         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
012440     ELSE
012450         MOVE DL100-QS-PARAM-VALUE TO CUST-KEY
012460         IF NOT DL100-LISTENER-MODE
012470             OPEN INPUT CUSTOMER-FILE
012480         END-IF
012490         READ CUSTOMER-FILE
012500             INVALID KEY
012510                 MOVE "23" TO DL100-CUSTMAST-STATUS
012520         END-READ
012530         IF NOT DL100-LISTENER-MODE
012540             CLOSE CUSTOMER-FILE
012550         END-IF
012560         IF DL100-CUSTMAST-OK
012570             MOVE 200 TO DL100-STATUS-CODE
012580             MOVE "OK" TO DL100-STATUS-TEXT
012590             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
012600             MOVE CUST-BALANCE TO DL100-CUST-EDIT-BALANCE
012610             MOVE CUST-KEY TO DL100-MEMO-CUST-KEY
012620             PERFORM 3395-READ-MEMO THRU 3395-EXIT
012630             MOVE DL100-AVAIL-BALANCE TO DL100-AVAIL-EDIT-BALANCE
012640             MOVE SPACES TO DL100-RESPONSE-PIECE
012650             STRING '{"key":"' DELIMITED BY SIZE
012660                 FUNCTION TRIM(CUST-KEY) DELIMITED BY SIZE
012670                 '","name":"' DELIMITED BY SIZE
012680                 FUNCTION TRIM(CUST-NAME) DELIMITED BY SIZE
012690                 '","address":"' DELIMITED BY SIZE
012700                 FUNCTION TRIM(CUST-ADDRESS) DELIMITED BY SIZE
012710                 '","balance":' DELIMITED BY SIZE
012720                 FUNCTION TRIM(DL100-CUST-EDIT-BALANCE)
012730                 DELIMITED BY SIZE
012740                 ',"available_balance":' DELIMITED BY SIZE
012750                 FUNCTION TRIM(DL100-AVAIL-EDIT-BALANCE)
012760                 DELIMITED BY SIZE
012770                 ',"status_code":' DELIMITED BY SIZE
012780                 RESP-STATUS-CODE DELIMITED BY SIZE
012790                 ',"timestamp":"' DELIMITED BY SIZE
012800                 RESP-TIMESTAMP DELIMITED BY SIZE
012810                 '","correlation_id":"' DELIMITED BY SIZE
012820                 RESP-CORRELATION-ID DELIMITED BY SIZE
012830                 '"}' DELIMITED BY SIZE
012840                 INTO DL100-RESPONSE-PIECE
012850             PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
012860         ELSE
012870             MOVE 404 TO DL100-STATUS-CODE
012880             MOVE "Not Found" TO DL100-STATUS-TEXT
012890             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
012900             MOVE "Customer not found" TO DL100-ERROR-TEXT
012910             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
012920         END-IF
012930     END-IF.
012940 3200-EXIT.
012950     EXIT.
012960*----------------------------------------------------------------
012970* 3300-POST-TRANSACTION                                        *
012980*   POST /TRANSACTION - READ THE JSON BODY FROM STANDARD       *
012990*   INPUT, PULL OUT THE "type", "customer", "amount" AND       *
013000*   OPTIONAL "id" VALUES, EDIT THEM AGAINST THE TRANTYPE       *
013010*   REFERENCE FILE, REFUSE AN ID ALREADY ACCEPTED THIS         *
013020*   BUSINESS DAY, AND APPEND A RECORD TO THE TRANLOG           *
013030*   SEQUENTIAL FILE.  A REVERSAL OR TRANSFER TYPE IS REFUSED   *
013040*   WITH A 422 - EACH HAS ITS OWN ENDPOINT.                    *
013050*----------------------------------------------------------------
013060 3300-POST-TRANSACTION.
013070     IF NOT DL100-LISTENER-MODE
013080         ACCEPT DL100-POST-BODY FROM CONSOLE
013090     END-IF.
013100     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
013110     MOVE SPACES TO TRAN-RECORD.
013120     MOVE ZERO TO TRAN-AMOUNT.
013130     MOVE DL100-TIMESTAMP TO TRAN-ID.
013140     MOVE DL100-TIMESTAMP TO TRAN-TIMESTAMP.
013150*    A CALLER-SUPPLIED ID REPLACES THE GENERATED ONE, SO A
013160*    RE-QUEUED OR RETRIED SUBMISSION CARRIES THE SAME ID AND IS
013170*    CAUGHT AS A DUPLICATE INSTEAD OF LOGGING TWICE.
013180     MOVE SPACES TO DL100-RQ-TRAN-ID.
013190     UNSTRING DL100-POST-BODY DELIMITED BY '"id":"'
013200         INTO DL100-JSON-JUNK DL100-JSON-AFTER-ID
013210     END-UNSTRING.
013220     UNSTRING DL100-JSON-AFTER-ID DELIMITED BY '"'
013230         INTO DL100-RQ-TRAN-ID DL100-JSON-REMAINDER
013240     END-UNSTRING.
013250     IF DL100-RQ-TRAN-ID NOT = SPACES
013260         MOVE DL100-RQ-TRAN-ID TO TRAN-ID
013270     END-IF.
013280     UNSTRING DL100-POST-BODY DELIMITED BY '"type":"'
013290         INTO DL100-JSON-JUNK DL100-JSON-AFTER-TYPE
013300     END-UNSTRING.
013310     UNSTRING DL100-JSON-AFTER-TYPE DELIMITED BY '"'
013320         INTO TRAN-TYPE DL100-JSON-REMAINDER
013330     END-UNSTRING.
013340     MOVE SPACES TO DL100-JSON-AFTER-CUST.
013350     UNSTRING DL100-POST-BODY DELIMITED BY '"customer":"'
013360         INTO DL100-JSON-JUNK DL100-JSON-AFTER-CUST
013370     END-UNSTRING.
013380     UNSTRING DL100-JSON-AFTER-CUST DELIMITED BY '"'
013390         INTO TRAN-CUST-KEY DL100-JSON-REMAINDER
013400     END-UNSTRING.
013410     MOVE SPACES TO DL100-JSON-AFTER-AMT DL100-JSON-AMT-TEXT.
013420     UNSTRING DL100-POST-BODY DELIMITED BY '"amount":'
013430         INTO DL100-JSON-JUNK DL100-JSON-AFTER-AMT
013440     END-UNSTRING.
013450     UNSTRING DL100-JSON-AFTER-AMT DELIMITED BY "," OR "}"
013460         INTO DL100-JSON-AMT-TEXT
013470     END-UNSTRING.
013480*    A REVERSAL OR A TRANSFER TAKES ITS OWN ENDPOINT, WHICH
013490*    EDITS THE ORIGINAL OR THE RECEIVING CUSTOMER AND WRITES
013500*    BOTH SIDES - THIS ONE WOULD LOG IT ONE-SIDED.
013510     IF TRAN-REVERSAL
013520         MOVE 422 TO DL100-STATUS-CODE
013530         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
013540         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
013550         MOVE "Use POST /transaction/reversal for a reversal"
013560             TO DL100-ERROR-TEXT
013570         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
013580         GO TO 3300-EXIT
013590     END-IF.
013600     IF TRAN-TRANSFER
013610         MOVE 422 TO DL100-STATUS-CODE
013620         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
013630         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
013640         MOVE "Use POST /transfer for a transfer"
013650             TO DL100-ERROR-TEXT
013660         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
013670         GO TO 3300-EXIT
013680     END-IF.
013690     MOVE DL100-POST-BODY TO TRAN-PAYLOAD.
013700     PERFORM 3310-EDIT-TRANSACTION THRU 3310-EXIT.
013710     IF DL100-TRAN-EDIT-FAILED
013720         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
013730         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
013740         GO TO 3300-EXIT
013750     END-IF.
013760     PERFORM 3330-REGISTER-TRAN-ID THRU 3330-EXIT.
013770     IF DL100-DAYIDS-FAILED
013780         MOVE 500 TO DL100-STATUS-CODE
013790         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
013800         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
013810         MOVE "Unable to register transaction id"
013820             TO DL100-ERROR-TEXT
013830         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
013840         GO TO 3300-EXIT
013850     END-IF.
013860     IF DL100-DUPLICATE-ID
013870         MOVE 409 TO DL100-STATUS-CODE
013880         MOVE "Conflict" TO DL100-STATUS-TEXT
013890         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
013900         MOVE "Duplicate transaction id for this business day"
013910             TO DL100-ERROR-TEXT
013920         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
013930         GO TO 3300-EXIT
013940     END-IF.
013950     IF NOT DL100-LISTENER-MODE
013960         OPEN EXTEND TRANSACTION-FILE
013970     END-IF.
013980     WRITE TRAN-RECORD.
013990     IF NOT DL100-LISTENER-MODE
014000         CLOSE TRANSACTION-FILE
014010     END-IF.
014020     IF DL100-TRANLOG-OK
014030         MOVE TRAN-CUST-KEY TO DL100-MEMO-CUST-KEY
014040         IF TRNTYP-DEBIT
014050             COMPUTE DL100-MEMO-AMOUNT = 0 - TRAN-AMOUNT
014060         ELSE
014070             MOVE TRAN-AMOUNT TO DL100-MEMO-AMOUNT
014080         END-IF
014090         PERFORM 3345-POST-MEMO THRU 3345-EXIT
014100         MOVE 201 TO DL100-STATUS-CODE
014110         MOVE "Created" TO DL100-STATUS-TEXT
014120         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
014130         MOVE SPACES TO DL100-RESPONSE-PIECE
014140         STRING '{"message":"Created","id":"' DELIMITED BY
014150             SIZE
014160             TRAN-ID DELIMITED BY SIZE
014170             '","status_code":' DELIMITED BY SIZE
014180             RESP-STATUS-CODE DELIMITED BY SIZE
014190             ',"timestamp":"' DELIMITED BY SIZE
014200             RESP-TIMESTAMP DELIMITED BY SIZE
014210             '","correlation_id":"' DELIMITED BY SIZE
014220             RESP-CORRELATION-ID DELIMITED BY SIZE
014230             '"}' DELIMITED BY SIZE
014240             INTO DL100-RESPONSE-PIECE
014250         PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
014260     ELSE
014270*        RELEASE THE DAYIDS CLAIM - THE TRANSACTION NEVER
014280*        LOGGED, SO THE CALLER'S RETRY MUST NOT COME BACK 409.
014290         PERFORM 3340-RELEASE-TRAN-ID THRU 3340-EXIT
014300         MOVE 500 TO DL100-STATUS-CODE
014310         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
014320         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
014330         MOVE "Unable to write transaction record"
014340             TO DL100-ERROR-TEXT
014350         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
014360     END-IF.
014370 3300-EXIT.
014380     EXIT.
014390*----------------------------------------------------------------
014400* 3330-REGISTER-TRAN-ID                                        *
014410*   CLAIM THE TRANSACTION ID ON THE DAYIDS FILE BEFORE THE     *
014420*   RECORD IS LOGGED.  A KEY ALREADY ON FILE MEANS THE SAME ID *
014430*   WAS ACCEPTED EARLIER THIS BUSINESS DAY - A RE-QUEUED LINE  *
014440*   OR A RETRY - AND SETS DL100-DUPLICATE-ID.  ANY OTHER OPEN  *
014450*   OR WRITE FAILURE SETS DL100-DAYIDS-FAILED AND IS NOTED ON  *
014460*   SYSERR - THE CALLER FAILS THE CALL RATHER THAN LOG WITH    *
014470*   DUPLICATE PROTECTION SILENTLY OFF.                         *
014480*----------------------------------------------------------------
014490 3330-REGISTER-TRAN-ID.
014500     MOVE "N" TO DL100-DUPID-SW.
014510     MOVE "N" TO DL100-DAYIDS-FAIL-SW.
014520     MOVE SPACES TO TRID-RECORD.
014530     MOVE TRAN-ID TO TRID-TRAN-ID.
014540     MOVE DL100-TIMESTAMP TO TRID-TIMESTAMP.
014550     IF NOT DL100-LISTENER-MODE
014560         OPEN I-O DAYID-FILE
014570         IF NOT DL100-DAYIDS-OK
014580             SET DL100-DAYIDS-FAILED TO TRUE
014590             DISPLAY "DAYIDS OPEN FAILED, STATUS "
014600                 DL100-DAYIDS-STATUS " FOR ID "
014610                 FUNCTION TRIM(TRID-TRAN-ID) UPON SYSERR
014620             GO TO 3330-EXIT
014630         END-IF
014640     END-IF.
014650     WRITE TRID-RECORD
014660         INVALID KEY
014670             SET DL100-DUPLICATE-ID TO TRUE
014680     END-WRITE.
014690*    A WRITE OUTCOME THAT IS NEITHER CLEAN NOR A DUPLICATE KEY
014700*    MEANS THE ID WAS NEVER CLAIMED - THE CALL MUST FAIL, NOT
014710*    LOG WITH DUPLICATE PROTECTION SILENTLY OFF.
014720     IF NOT DL100-DUPLICATE-ID AND NOT DL100-DAYIDS-OK
014730         SET DL100-DAYIDS-FAILED TO TRUE
014740         DISPLAY "DAYIDS WRITE FAILED, STATUS "
014750             DL100-DAYIDS-STATUS " FOR ID "
014760             FUNCTION TRIM(TRID-TRAN-ID) UPON SYSERR
014770     END-IF.
014780     IF NOT DL100-LISTENER-MODE
014790         CLOSE DAYID-FILE
014800     END-IF.
014810 3330-EXIT.
014820     EXIT.
014830*----------------------------------------------------------------
014840* 3340-RELEASE-TRAN-ID                                         *
014850*   GIVE THE ID CLAIM BACK AFTER A FAILED TRANLOG WRITE, SO    *
014860*   THE TRANSACTION IS NOT LOST FOR THE REST OF THE BUSINESS   *
014870*   DAY.  A CLAIM ALREADY GONE IS NOT AN ERROR.                *
014880*----------------------------------------------------------------
014890 3340-RELEASE-TRAN-ID.
014900     MOVE TRAN-ID TO TRID-TRAN-ID.
014910     IF NOT DL100-LISTENER-MODE
014920         OPEN I-O DAYID-FILE
014930     END-IF.
014940     DELETE DAYID-FILE RECORD
014950         INVALID KEY
014960             CONTINUE
014970     END-DELETE.
014980     IF NOT DL100-LISTENER-MODE
014990         CLOSE DAYID-FILE
015000     END-IF.
015010 3340-EXIT.
015020     EXIT.
015030*----------------------------------------------------------------
015040* 3345-POST-MEMO                                               *
015050*   ADD ONE ACCEPTED ITEM TO DL100-MEMO-CUST-KEY'S DAYMEMO     *
015060*   RECORD - DL100-MEMO-AMOUNT IS ITS EFFECT ON THE BALANCE,   *
015070*   NEGATIVE FOR A DEBIT.  THE ITEM IS ALREADY ON TRANLOG, SO  *
015080*   A MEMO FAILURE DOES NOT FAIL THE CALL; IT IS NOTED ON      *
015090*   SYSERR AND THE POSTING RUN'S OWN CHECKS STILL APPLY.       *
015100*----------------------------------------------------------------
015110 3345-POST-MEMO.
015120     MOVE "N" TO DL100-MEMO-FOUND-SW.
015130     MOVE DL100-MEMO-CUST-KEY TO MEMO-CUST-KEY.
015140     IF NOT DL100-LISTENER-MODE
015150         OPEN I-O MEMO-FILE
015160         IF NOT DL100-DAYMEMO-OK
015170             DISPLAY "DAYMEMO OPEN FAILED, STATUS "
015180                 DL100-DAYMEMO-STATUS " FOR CUSTOMER "
015190                 FUNCTION TRIM(DL100-MEMO-CUST-KEY) UPON SYSERR
015200             GO TO 3345-EXIT
015210         END-IF
015220     END-IF.
015230     READ MEMO-FILE
015240         INVALID KEY
015250             MOVE "23" TO DL100-DAYMEMO-STATUS
015260     END-READ.
015270     IF DL100-DAYMEMO-OK
015280         SET DL100-MEMO-FOUND TO TRUE
015290     END-IF.
015300     IF NOT DL100-DAYMEMO-OK
015310         AND NOT DL100-DAYMEMO-NOTFOUND
015320         DISPLAY "DAYMEMO READ FAILED, STATUS "
015330             DL100-DAYMEMO-STATUS " FOR CUSTOMER "
015340             FUNCTION TRIM(DL100-MEMO-CUST-KEY) UPON SYSERR
015350         IF NOT DL100-LISTENER-MODE
015360             CLOSE MEMO-FILE
015370         END-IF
015380         GO TO 3345-EXIT
015390     END-IF.
015400     IF NOT DL100-MEMO-FOUND
015410         MOVE SPACES TO MEMO-RECORD
015420         MOVE DL100-MEMO-CUST-KEY TO MEMO-CUST-KEY
015430         MOVE ZERO TO MEMO-DEBIT-TOTAL MEMO-CREDIT-TOTAL
015440             MEMO-TRAN-COUNT
015450     END-IF.
015460     IF DL100-MEMO-AMOUNT < ZERO
015470         SUBTRACT DL100-MEMO-AMOUNT FROM MEMO-DEBIT-TOTAL
015480     ELSE
015490         ADD DL100-MEMO-AMOUNT TO MEMO-CREDIT-TOTAL
015500     END-IF.
015510     ADD 1 TO MEMO-TRAN-COUNT.
015520     MOVE DL100-TIMESTAMP TO MEMO-LAST-TIMESTAMP.
015530     IF DL100-MEMO-FOUND
015540         REWRITE MEMO-RECORD
015550     ELSE
015560         WRITE MEMO-RECORD
015570     END-IF.
015580     IF NOT DL100-DAYMEMO-OK
015590         DISPLAY "DAYMEMO UPDATE FAILED, STATUS "
015600             DL100-DAYMEMO-STATUS " FOR CUSTOMER "
015610             FUNCTION TRIM(DL100-MEMO-CUST-KEY) UPON SYSERR
015620     END-IF.
015630     IF NOT DL100-LISTENER-MODE
015640         CLOSE MEMO-FILE
015650     END-IF.
015660 3345-EXIT.
015670     EXIT.
015680*----------------------------------------------------------------
015690* 3310-EDIT-TRANSACTION                                        *
015700*   EDITS THE PARSED POST BODY BEFORE ANYTHING IS WRITTEN.  A  *
015710*   TYPE NOT ON THE TRANTYPE REFERENCE FILE, A MISSING,        *
015720*   UNKNOWN OR INACTIVE CUSTOMER, AN AMOUNT OUTSIDE THE TYPE'S *
015730*   LIMITS, OR A DEBIT THE AVAILABLE BALANCE AND CREDIT LIMIT  *
015740*   CANNOT COVER SETS DL100-TRAN-EDIT-FAILED AND THE 422       *
015750*   STATUS AND ERROR TEXT FOR THE CALLER.  A DORMANT CUSTOMER  *
015760*   IS ACCEPTED - THE POSTING RUN DECIDES ITS DEBITS.          *
015770*----------------------------------------------------------------
015780 3310-EDIT-TRANSACTION.
015790     SET DL100-TRAN-EDIT-PASSED TO TRUE.
015800     IF TRAN-TYPE = SPACES
015810         SET DL100-TRAN-EDIT-FAILED TO TRUE
015820         MOVE 400 TO DL100-STATUS-CODE
015830         MOVE "Bad Request" TO DL100-STATUS-TEXT
015840         MOVE "Missing required field: type" TO DL100-ERROR-TEXT
015850         GO TO 3310-EXIT
015860     END-IF.
015870     MOVE TRAN-TYPE TO TRNTYP-CODE.
015880     IF NOT DL100-LISTENER-MODE
015890         OPEN INPUT TRANTYPE-FILE
015900     END-IF.
015910     READ TRANTYPE-FILE
015920         INVALID KEY
015930             MOVE "23" TO DL100-TRANTYPE-STATUS
015940     END-READ.
015950     IF NOT DL100-LISTENER-MODE
015960         CLOSE TRANTYPE-FILE
015970     END-IF.
015980     IF NOT DL100-TRANTYPE-OK
015990         SET DL100-TRAN-EDIT-FAILED TO TRUE
016000         MOVE 422 TO DL100-STATUS-CODE
016010         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
016020         MOVE "Unknown transaction type" TO DL100-ERROR-TEXT
016030         GO TO 3310-EXIT
016040     END-IF.
016050     IF TRNTYP-INACTIVE
016060         SET DL100-TRAN-EDIT-FAILED TO TRUE
016070         MOVE 422 TO DL100-STATUS-CODE
016080         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
016090         MOVE "Transaction type not active" TO DL100-ERROR-TEXT
016100         GO TO 3310-EXIT
016110     END-IF.
016120     IF TRAN-CUST-KEY = SPACES
016130         SET DL100-TRAN-EDIT-FAILED TO TRUE
016140         MOVE 422 TO DL100-STATUS-CODE
016150         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
016160         MOVE "Missing required field: customer"
016170             TO DL100-ERROR-TEXT
016180         GO TO 3310-EXIT
016190     END-IF.
016200     MOVE TRAN-CUST-KEY TO CUST-KEY.
016210     PERFORM 3315-READ-CUSTOMER THRU 3315-EXIT.
016220     IF NOT DL100-CUST-SAVE-OK
016230         AND NOT DL100-CUST-SAVE-NOTFOUND
016240         SET DL100-TRAN-EDIT-FAILED TO TRUE
016250         MOVE 500 TO DL100-STATUS-CODE
016260         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
016270         MOVE "Unable to read customer record" TO DL100-ERROR-TEXT
016280         GO TO 3310-EXIT
016290     END-IF.
016300     IF DL100-CUST-SAVE-NOTFOUND
016310         SET DL100-TRAN-EDIT-FAILED TO TRUE
016320         MOVE 422 TO DL100-STATUS-CODE
016330         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
016340         MOVE "Customer not found" TO DL100-ERROR-TEXT
016350         GO TO 3310-EXIT
016360     END-IF.
016370     IF NOT CUST-ACTIVE
016380         AND NOT CUST-DORMANT
016390         SET DL100-TRAN-EDIT-FAILED TO TRUE
016400         MOVE 422 TO DL100-STATUS-CODE
016410         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
016420         MOVE "Customer is not active" TO DL100-ERROR-TEXT
016430         GO TO 3310-EXIT
016440     END-IF.
016450     IF DL100-JSON-AMT-TEXT = SPACES
016460         SET DL100-TRAN-EDIT-FAILED TO TRUE
016470         MOVE 422 TO DL100-STATUS-CODE
016480         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
016490         MOVE "Missing required field: amount"
016500             TO DL100-ERROR-TEXT
016510         GO TO 3310-EXIT
016520     END-IF.
016530     PERFORM 3320-EDIT-AMOUNT-TEXT THRU 3320-EXIT.
016540     IF DL100-AMT-INVALID
016550         SET DL100-TRAN-EDIT-FAILED TO TRUE
016560         MOVE 422 TO DL100-STATUS-CODE
016570         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
016580         MOVE "Amount is not a valid number"
016590             TO DL100-ERROR-TEXT
016600         GO TO 3310-EXIT
016610     END-IF.
016620     COMPUTE TRAN-AMOUNT =
016630         FUNCTION NUMVAL(DL100-AMT-TRIM-TEXT).
016640     IF TRAN-AMOUNT < TRNTYP-MIN-AMOUNT
016650         OR TRAN-AMOUNT > TRNTYP-MAX-AMOUNT
016660         SET DL100-TRAN-EDIT-FAILED TO TRUE
016670         MOVE 422 TO DL100-STATUS-CODE
016680         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
016690         MOVE "Amount outside limits for transaction type"
016700             TO DL100-ERROR-TEXT
016710         GO TO 3310-EXIT
016720     END-IF.
016730*    A TRANSFER DEBITS ITS FROM-CUSTOMER WHATEVER THE TRANSFER
016740*    TRANTYPE ENTRY'S D/C INDICATOR SAYS, AS THE POSTING RUN
016750*    TREATS IT.
016760     IF TRNTYP-DEBIT OR TRAN-TRANSFER
016770         PERFORM 3390-CHECK-AVAILABLE THRU 3390-EXIT
016780     END-IF.
016790 3310-EXIT.
016800     EXIT.
016810*----------------------------------------------------------------
016820* 3315-READ-CUSTOMER                                            *
016830*   READ THE CUSTMAST RECORD FOR CUST-KEY, WHICH THE CALLER     *
016840*   SETS, AND SAVE THE OUTCOME IN DL100-CUST-SAVE-STATUS BEFORE *
016850*   THE ONE-SHOT PATH'S CLOSE CAN OVERWRITE IT.                 *
016860*----------------------------------------------------------------
016870 3315-READ-CUSTOMER.
016880     IF NOT DL100-LISTENER-MODE
016890         OPEN INPUT CUSTOMER-FILE
016900     END-IF.
016910     READ CUSTOMER-FILE
016920         INVALID KEY
016930             MOVE "23" TO DL100-CUSTMAST-STATUS
016940     END-READ.
016950     MOVE DL100-CUSTMAST-STATUS TO DL100-CUST-SAVE-STATUS.
016960     IF NOT DL100-LISTENER-MODE
016970         CLOSE CUSTOMER-FILE
016980     END-IF.
016990 3315-EXIT.
017000     EXIT.
017010*----------------------------------------------------------------
017020* 3320-EDIT-AMOUNT-TEXT                                        *
017030*   CHARACTER-CHECK THE PARSED AMOUNT TEXT: DIGITS, AT MOST    *
017040*   ONE LEADING SIGN, AT MOST ONE DECIMAL POINT, AND AT LEAST  *
017050*   ONE DIGIT.  ANYTHING ELSE - INCLUDING A QUOTED JSON        *
017060*   STRING - SETS DL100-AMT-INVALID SO NUMVAL NEVER SEES       *
017070*   NON-NUMERIC DATA.                                          *
017080*----------------------------------------------------------------
017090 3320-EDIT-AMOUNT-TEXT.
017100     SET DL100-AMT-VALID TO TRUE.
017110     MOVE ZERO TO DL100-AMT-DIGIT-CT DL100-AMT-POINT-CT.
017120     MOVE SPACES TO DL100-AMT-TRIM-TEXT.
017130     MOVE FUNCTION TRIM(DL100-JSON-AMT-TEXT)
017140         TO DL100-AMT-TRIM-TEXT.
017150     COMPUTE DL100-AMT-LEN = FUNCTION LENGTH(
017160         FUNCTION TRIM(DL100-AMT-TRIM-TEXT)).
017170     IF DL100-AMT-TRIM-TEXT = SPACES
017180         SET DL100-AMT-INVALID TO TRUE
017190         GO TO 3320-EXIT
017200     END-IF.
017210     PERFORM 3325-EDIT-AMOUNT-CHAR THRU 3325-EXIT
017220         VARYING DL100-AMT-IX FROM 1 BY 1
017230         UNTIL DL100-AMT-IX > DL100-AMT-LEN
017240         OR DL100-AMT-INVALID.
017250     IF DL100-AMT-DIGIT-CT = ZERO
017260         SET DL100-AMT-INVALID TO TRUE
017270     END-IF.
017280 3320-EXIT.
017290     EXIT.
017300*----------------------------------------------------------------
017310* 3325-EDIT-AMOUNT-CHAR                                        *
017320*   CLASSIFY ONE CHARACTER OF THE TRIMMED AMOUNT TEXT.         *
017330*----------------------------------------------------------------
017340 3325-EDIT-AMOUNT-CHAR.
017350     EVALUATE DL100-AMT-TRIM-TEXT(DL100-AMT-IX:1)
017360         WHEN "0" THRU "9"
017370             ADD 1 TO DL100-AMT-DIGIT-CT
017380         WHEN "."
017390             ADD 1 TO DL100-AMT-POINT-CT
017400             IF DL100-AMT-POINT-CT > 1
017410                 SET DL100-AMT-INVALID TO TRUE
017420             END-IF
017430         WHEN "+"
017440         WHEN "-"
017450             IF DL100-AMT-IX NOT = 1
017460                 SET DL100-AMT-INVALID TO TRUE
017470             END-IF
017480         WHEN OTHER
017490             SET DL100-AMT-INVALID TO TRUE
017500     END-EVALUATE.
017510 3325-EXIT.
017520     EXIT.
017530*----------------------------------------------------------------
017540* 3350-GET-TRANSACTION                                          *
017550*   GET /transaction?id=NNNNNNNNNNNNNNNN - REPORT WHAT THE      *
017560*   NIGHTLY POSTING RUN DID WITH A TRANSACTION, FROM THE        *
017570*   TRANDISP FILE IT MAINTAINS.  AN ID WITH NO TRANDISP RECORD  *
017580*   IS STILL PENDING, SO THE CALLER ALWAYS GETS AN ANSWER.      *
017590*   A REVERSAL, OR AN ITEM REVERSED OR WITH A REVERSAL PENDING, *
017600*   ALSO NAMES THE OTHER END OF THE LINK.                       *
017610*----------------------------------------------------------------
017620 3350-GET-TRANSACTION.
017630     MOVE SPACES TO DL100-QUERY-PARSE.
017640     UNSTRING DL100-QUERY-STRING DELIMITED BY "="
017650         INTO DL100-QS-PARAM-NAME DL100-QS-PARAM-VALUE
017660     END-UNSTRING.
017670     IF DL100-QS-PARAM-NAME NOT = "id"
017680         MOVE 400 TO DL100-STATUS-CODE
017690         MOVE "Bad Request" TO DL100-STATUS-TEXT
017700         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
017710         MOVE "Missing required query parameter: id"
017720             TO DL100-ERROR-TEXT
017730         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
017740         GO TO 3350-EXIT
017750     END-IF.
017760     MOVE SPACES TO TDSP-RECORD.
017770     MOVE DL100-QS-PARAM-VALUE TO TDSP-TRAN-ID.
017780     IF NOT DL100-LISTENER-MODE
017790         OPEN INPUT TRANDISP-FILE
017800         IF NOT DL100-TRANDISP-OK
017810             MOVE 500 TO DL100-STATUS-CODE
017820             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
017830             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
017840             MOVE "Unable to open disposition file"
017850                 TO DL100-ERROR-TEXT
017860             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
017870             GO TO 3350-EXIT
017880         END-IF
017890     END-IF.
017900     READ TRANDISP-FILE
017910         INVALID KEY
017920             MOVE "23" TO DL100-TRANDISP-STATUS
017930     END-READ.
017940     MOVE DL100-TRANDISP-STATUS TO DL100-DISP-SAVE-STATUS.
017950     IF NOT DL100-LISTENER-MODE
017960         CLOSE TRANDISP-FILE
017970     END-IF.
017980     MOVE SPACES TO DL100-LINK-JSON.
017990     IF DL100-DISP-SAVE-OK
018000         PERFORM 3355-BUILD-LINK-JSON THRU 3355-EXIT
018010     END-IF.
018020     IF NOT DL100-DISP-SAVE-OK
018030         AND NOT DL100-DISP-SAVE-NOTFOUND
018040         MOVE 500 TO DL100-STATUS-CODE
018050         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
018060         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
018070         MOVE "Unable to read disposition record"
018080             TO DL100-ERROR-TEXT
018090         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
018100         GO TO 3350-EXIT
018110     END-IF.
018120     MOVE 200 TO DL100-STATUS-CODE.
018130     MOVE "OK" TO DL100-STATUS-TEXT.
018140     PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT.
018150     MOVE SPACES TO DL100-RESPONSE-PIECE.
018160     EVALUATE TRUE
018170         WHEN DL100-DISP-SAVE-NOTFOUND
018180             STRING '{"id":"' DELIMITED BY SIZE
018190                 FUNCTION TRIM(DL100-QS-PARAM-VALUE)
018200                 DELIMITED BY SIZE
018210                 '","disposition":"pending"' DELIMITED BY SIZE
018220                 ',"status_code":' DELIMITED BY SIZE
018230                 RESP-STATUS-CODE DELIMITED BY SIZE
018240                 ',"timestamp":"' DELIMITED BY SIZE
018250                 RESP-TIMESTAMP DELIMITED BY SIZE
018260                 '","correlation_id":"' DELIMITED BY SIZE
018270                 RESP-CORRELATION-ID DELIMITED BY SIZE
018280                 '"}' DELIMITED BY SIZE
018290                 INTO DL100-RESPONSE-PIECE
018300         WHEN TDSP-APPLIED
018310             MOVE TDSP-NEW-BALANCE TO DL100-CUST-EDIT-BALANCE
018320             STRING '{"id":"' DELIMITED BY SIZE
018330                 FUNCTION TRIM(TDSP-TRAN-ID) DELIMITED BY SIZE
018340                 '","disposition":"applied","balance":'
018350                 DELIMITED BY SIZE
018360                 FUNCTION TRIM(DL100-CUST-EDIT-BALANCE)
018370                 DELIMITED BY SIZE
018380                 ',"posted":"' DELIMITED BY SIZE
018390                 TDSP-POST-TIMESTAMP DELIMITED BY SIZE
018400                 '"' DELIMITED BY SIZE
018410                 DL100-LINK-JSON DELIMITED BY "  "
018420                 ',"status_code":' DELIMITED BY SIZE
018430                 RESP-STATUS-CODE DELIMITED BY SIZE
018440                 ',"timestamp":"' DELIMITED BY SIZE
018450                 RESP-TIMESTAMP DELIMITED BY SIZE
018460                 '","correlation_id":"' DELIMITED BY SIZE
018470                 RESP-CORRELATION-ID DELIMITED BY SIZE
018480                 '"}' DELIMITED BY SIZE
018490                 INTO DL100-RESPONSE-PIECE
018500         WHEN TDSP-HELD
018510             STRING '{"id":"' DELIMITED BY SIZE
018520                 FUNCTION TRIM(TDSP-TRAN-ID) DELIMITED BY SIZE
018530                 '","disposition":"held","reason":"'
018540                 DELIMITED BY SIZE
018550                 FUNCTION TRIM(TDSP-REJ-REASON) DELIMITED BY SIZE
018560                 '","posted":"' DELIMITED BY SIZE
018570                 TDSP-POST-TIMESTAMP DELIMITED BY SIZE
018580                 '"' DELIMITED BY SIZE
018590                 DL100-LINK-JSON DELIMITED BY "  "
018600                 ',"status_code":' DELIMITED BY SIZE
018610                 RESP-STATUS-CODE DELIMITED BY SIZE
018620                 ',"timestamp":"' DELIMITED BY SIZE
018630                 RESP-TIMESTAMP DELIMITED BY SIZE
018640                 '","correlation_id":"' DELIMITED BY SIZE
018650                 RESP-CORRELATION-ID DELIMITED BY SIZE
018660                 '"}' DELIMITED BY SIZE
018670                 INTO DL100-RESPONSE-PIECE
018680         WHEN OTHER
018690             STRING '{"id":"' DELIMITED BY SIZE
018700                 FUNCTION TRIM(TDSP-TRAN-ID) DELIMITED BY SIZE
018710                 '","disposition":"rejected","reason":"'
018720                 DELIMITED BY SIZE
018730                 FUNCTION TRIM(TDSP-REJ-REASON) DELIMITED BY SIZE
018740                 '","posted":"' DELIMITED BY SIZE
018750                 TDSP-POST-TIMESTAMP DELIMITED BY SIZE
018760                 '"' DELIMITED BY SIZE
018770                 DL100-LINK-JSON DELIMITED BY "  "
018780                 ',"status_code":' DELIMITED BY SIZE
018790                 RESP-STATUS-CODE DELIMITED BY SIZE
018800                 ',"timestamp":"' DELIMITED BY SIZE
018810                 RESP-TIMESTAMP DELIMITED BY SIZE
018820                 '","correlation_id":"' DELIMITED BY SIZE
018830                 RESP-CORRELATION-ID DELIMITED BY SIZE
018840                 '"}' DELIMITED BY SIZE
018850                 INTO DL100-RESPONSE-PIECE
018860     END-EVALUATE.
018870     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
018880 3350-EXIT.
018890     EXIT.
018900*----------------------------------------------------------------
018910* 3355-BUILD-LINK-JSON                                          *
018920*   TURN THE REVERSAL LINK ON THE CURRENT TDSP-RECORD INTO THE  *
018930*   JSON FRAGMENT THE LOOKUPS APPEND - "reverses" ON A          *
018940*   REVERSAL, "reversed_by" OR "reversal_pending" ON THE ITEM   *
018950*   IT REVERSES.  NO LINK LEAVES DL100-LINK-JSON BLANK.         *
018960*   A TRANSFER CARRIES ITS TO-CUSTOMER INSTEAD, AND ONCE        *
018970*   APPLIED THE TO-CUSTOMER'S BALANCE AFTER THE CREDIT LEG.     *
018980*----------------------------------------------------------------
018990 3355-BUILD-LINK-JSON.
019000     MOVE SPACES TO DL100-LINK-JSON.
019010     IF TDSP-TRAN-TYPE = "TRANSFER"
019020         AND TDSP-XFER-TO-KEY NOT = SPACES
019030         IF TDSP-APPLIED
019040             MOVE TDSP-XFER-TO-BALANCE TO DL100-XF-EDIT-BALANCE
019050             STRING ',"to":"' DELIMITED BY SIZE
019060                 FUNCTION TRIM(TDSP-XFER-TO-KEY)
019070                 DELIMITED BY SIZE
019080                 '","to_balance":' DELIMITED BY SIZE
019090                 FUNCTION TRIM(DL100-XF-EDIT-BALANCE)
019100                 DELIMITED BY SIZE
019110                 INTO DL100-LINK-JSON
019120         ELSE
019130             STRING ',"to":"' DELIMITED BY SIZE
019140                 FUNCTION TRIM(TDSP-XFER-TO-KEY)
019150                 DELIMITED BY SIZE
019160                 '"' DELIMITED BY SIZE
019170                 INTO DL100-LINK-JSON
019180         END-IF
019190         GO TO 3355-EXIT
019200     END-IF.
019210     IF TDSP-LINK-TRAN-ID = SPACES
019220         GO TO 3355-EXIT
019230     END-IF.
019240     EVALUATE TRUE
019250         WHEN TDSP-TRAN-TYPE = "REVERSAL"
019260             STRING ',"reverses":"' DELIMITED BY SIZE
019270                 FUNCTION TRIM(TDSP-LINK-TRAN-ID)
019280                 DELIMITED BY SIZE
019290                 '"' DELIMITED BY SIZE
019300                 INTO DL100-LINK-JSON
019310         WHEN TDSP-REVERSED
019320             STRING ',"reversed_by":"' DELIMITED BY SIZE
019330                 FUNCTION TRIM(TDSP-LINK-TRAN-ID)
019340                 DELIMITED BY SIZE
019350                 '"' DELIMITED BY SIZE
019360                 INTO DL100-LINK-JSON
019370         WHEN TDSP-REVERSAL-PENDING
019380             STRING ',"reversal_pending":"' DELIMITED BY SIZE
019390                 FUNCTION TRIM(TDSP-LINK-TRAN-ID)
019400                 DELIMITED BY SIZE
019410                 '"' DELIMITED BY SIZE
019420                 INTO DL100-LINK-JSON
019430     END-EVALUATE.
019440 3355-EXIT.
019450     EXIT.
019460*----------------------------------------------------------------
019470* 3360-POST-REVERSAL                                            *
019480*   POST /transaction/reversal - THE BODY NAMES THE "original"  *
019490*   TRAN-ID AND MAY CARRY ITS OWN "id" AS POST /transaction     *
019500*   DOES.  THE CUSTOMER AND AMOUNT COME FROM THE ORIGINAL'S     *
019510*   TRANDISP RECORD, NOT THE CALLER.  AN ACCEPTED REVERSAL IS   *
019520*   LOGGED AS A "REVERSAL" TRANLOG RECORD CARRYING THE          *
019530*   ORIGINAL'S ID, AND THE ORIGINAL IS MARKED REVERSAL-PENDING  *
019540*   SO A SECOND REVERSAL IS REFUSED UNTIL THE POSTING RUN       *
019550*   APPLIES OR REJECTS THIS ONE.                                *
019560*----------------------------------------------------------------
019570 3360-POST-REVERSAL.
019580     IF NOT DL100-LISTENER-MODE
019590         ACCEPT DL100-POST-BODY FROM CONSOLE
019600     END-IF.
019610     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
019620     MOVE SPACES TO TRAN-RECORD.
019630     MOVE ZERO TO TRAN-AMOUNT.
019640     MOVE DL100-TIMESTAMP TO TRAN-ID.
019650     MOVE DL100-TIMESTAMP TO TRAN-TIMESTAMP.
019660     MOVE SPACES TO DL100-RQ-TRAN-ID DL100-JSON-AFTER-ID.
019670     UNSTRING DL100-POST-BODY DELIMITED BY '"id":"'
019680         INTO DL100-JSON-JUNK DL100-JSON-AFTER-ID
019690     END-UNSTRING.
019700     UNSTRING DL100-JSON-AFTER-ID DELIMITED BY '"'
019710         INTO DL100-RQ-TRAN-ID DL100-JSON-REMAINDER
019720     END-UNSTRING.
019730     IF DL100-RQ-TRAN-ID NOT = SPACES
019740         MOVE DL100-RQ-TRAN-ID TO TRAN-ID
019750     END-IF.
019760     MOVE SPACES TO DL100-RV-ORIG-TRAN-ID DL100-JSON-AFTER-ORIG.
019770     UNSTRING DL100-POST-BODY DELIMITED BY '"original":"'
019780         INTO DL100-JSON-JUNK DL100-JSON-AFTER-ORIG
019790     END-UNSTRING.
019800     UNSTRING DL100-JSON-AFTER-ORIG DELIMITED BY '"'
019810         INTO DL100-RV-ORIG-TRAN-ID DL100-JSON-REMAINDER
019820     END-UNSTRING.
019830     PERFORM 3365-EDIT-REVERSAL THRU 3365-EXIT.
019840     IF DL100-TRAN-EDIT-FAILED
019850         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
019860         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
019870         GO TO 3360-EXIT
019880     END-IF.
019890     PERFORM 3330-REGISTER-TRAN-ID THRU 3330-EXIT.
019900     IF DL100-DAYIDS-FAILED
019910         MOVE 500 TO DL100-STATUS-CODE
019920         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
019930         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
019940         MOVE "Unable to register transaction id"
019950             TO DL100-ERROR-TEXT
019960         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
019970         GO TO 3360-EXIT
019980     END-IF.
019990     IF DL100-DUPLICATE-ID
020000         MOVE 409 TO DL100-STATUS-CODE
020010         MOVE "Conflict" TO DL100-STATUS-TEXT
020020         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
020030         MOVE "Duplicate transaction id for this business day"
020040             TO DL100-ERROR-TEXT
020050         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
020060         GO TO 3360-EXIT
020070     END-IF.
020080     PERFORM 3370-MARK-REVERSAL-PENDING THRU 3370-EXIT.
020090     IF NOT DL100-DISP-SAVE-OK
020100         PERFORM 3340-RELEASE-TRAN-ID THRU 3340-EXIT
020110         IF DL100-DISP-SAVE-CHANGED
020120             MOVE 409 TO DL100-STATUS-CODE
020130             MOVE "Conflict" TO DL100-STATUS-TEXT
020140             MOVE "Original transaction already reversed"
020150                 TO DL100-ERROR-TEXT
020160         ELSE
020170             MOVE 500 TO DL100-STATUS-CODE
020180             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
020190             MOVE "Unable to mark original transaction"
020200                 TO DL100-ERROR-TEXT
020210         END-IF
020220         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
020230         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
020240         GO TO 3360-EXIT
020250     END-IF.
020260     IF NOT DL100-LISTENER-MODE
020270         OPEN EXTEND TRANSACTION-FILE
020280     END-IF.
020290     WRITE TRAN-RECORD.
020300     IF NOT DL100-LISTENER-MODE
020310         CLOSE TRANSACTION-FILE
020320     END-IF.
020330     IF DL100-TRANLOG-OK
020340         MOVE TRAN-CUST-KEY TO DL100-MEMO-CUST-KEY
020350         MOVE TRAN-AMOUNT TO DL100-MEMO-AMOUNT
020360         PERFORM 3345-POST-MEMO THRU 3345-EXIT
020370         MOVE 201 TO DL100-STATUS-CODE
020380         MOVE "Created" TO DL100-STATUS-TEXT
020390         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
020400         MOVE SPACES TO DL100-RESPONSE-PIECE
020410         STRING '{"message":"Created","id":"' DELIMITED BY
020420             SIZE
020430             TRAN-ID DELIMITED BY SIZE
020440             '","reverses":"' DELIMITED BY SIZE
020450             FUNCTION TRIM(DL100-RV-ORIG-TRAN-ID)
020460             DELIMITED BY SIZE
020470             '","status_code":' DELIMITED BY SIZE
020480             RESP-STATUS-CODE DELIMITED BY SIZE
020490             ',"timestamp":"' DELIMITED BY SIZE
020500             RESP-TIMESTAMP DELIMITED BY SIZE
020510             '","correlation_id":"' DELIMITED BY SIZE
020520             RESP-CORRELATION-ID DELIMITED BY SIZE
020530             '"}' DELIMITED BY SIZE
020540             INTO DL100-RESPONSE-PIECE
020550         PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
020560     ELSE
020570*        NOTHING LOGGED - GIVE BACK BOTH THE PENDING MARK AND THE
020580*        DAYIDS CLAIM SO THE CALLER'S RETRY IS NOT REFUSED.
020590         PERFORM 3375-UNMARK-REVERSAL THRU 3375-EXIT
020600         PERFORM 3340-RELEASE-TRAN-ID THRU 3340-EXIT
020610         MOVE 500 TO DL100-STATUS-CODE
020620         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
020630         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
020640         MOVE "Unable to write transaction record"
020650             TO DL100-ERROR-TEXT
020660         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
020670     END-IF.
020680 3360-EXIT.
020690     EXIT.
020700*----------------------------------------------------------------
020710* 3365-EDIT-REVERSAL                                            *
020720*   EDITS A REVERSAL BEFORE ANYTHING IS WRITTEN AND, WHEN IT    *
020730*   PASSES, BUILDS THE TRANLOG RECORD FROM THE ORIGINAL'S       *
020740*   TRANDISP RECORD - SAME CUSTOMER, OPPOSITE OF THE SIGNED     *
020750*   APPLIED AMOUNT.  A FAILURE SETS DL100-TRAN-EDIT-FAILED AND  *
020760*   THE STATUS AND ERROR TEXT FOR THE CALLER.                   *
020770*----------------------------------------------------------------
020780 3365-EDIT-REVERSAL.
020790     SET DL100-TRAN-EDIT-PASSED TO TRUE.
020800     IF DL100-RV-ORIG-TRAN-ID = SPACES
020810         SET DL100-TRAN-EDIT-FAILED TO TRUE
020820         MOVE 400 TO DL100-STATUS-CODE
020830         MOVE "Bad Request" TO DL100-STATUS-TEXT
020840         MOVE "Missing required field: original"
020850             TO DL100-ERROR-TEXT
020860         GO TO 3365-EXIT
020870     END-IF.
020880     IF DL100-RV-ORIG-TRAN-ID = TRAN-ID
020890         SET DL100-TRAN-EDIT-FAILED TO TRUE
020900         MOVE 422 TO DL100-STATUS-CODE
020910         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
020920         MOVE "A transaction cannot reverse itself"
020930             TO DL100-ERROR-TEXT
020940         GO TO 3365-EXIT
020950     END-IF.
020960     MOVE "REVERSAL" TO TRAN-TYPE.
020970     MOVE TRAN-TYPE TO TRNTYP-CODE.
020980     IF NOT DL100-LISTENER-MODE
020990         OPEN INPUT TRANTYPE-FILE
021000     END-IF.
021010     READ TRANTYPE-FILE
021020         INVALID KEY
021030             MOVE "23" TO DL100-TRANTYPE-STATUS
021040     END-READ.
021050     IF NOT DL100-LISTENER-MODE
021060         CLOSE TRANTYPE-FILE
021070     END-IF.
021080     IF NOT DL100-TRANTYPE-OK
021090         SET DL100-TRAN-EDIT-FAILED TO TRUE
021100         MOVE 422 TO DL100-STATUS-CODE
021110         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
021120         MOVE "Unknown transaction type" TO DL100-ERROR-TEXT
021130         GO TO 3365-EXIT
021140     END-IF.
021150     IF TRNTYP-INACTIVE
021160         SET DL100-TRAN-EDIT-FAILED TO TRUE
021170         MOVE 422 TO DL100-STATUS-CODE
021180         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
021190         MOVE "Transaction type not active" TO DL100-ERROR-TEXT
021200         GO TO 3365-EXIT
021210     END-IF.
021220     MOVE SPACES TO TDSP-RECORD.
021230     MOVE DL100-RV-ORIG-TRAN-ID TO TDSP-TRAN-ID.
021240     IF NOT DL100-LISTENER-MODE
021250         OPEN INPUT TRANDISP-FILE
021260         IF NOT DL100-TRANDISP-OK
021270             SET DL100-TRAN-EDIT-FAILED TO TRUE
021280             MOVE 500 TO DL100-STATUS-CODE
021290             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
021300             MOVE "Unable to open disposition file"
021310                 TO DL100-ERROR-TEXT
021320             GO TO 3365-EXIT
021330         END-IF
021340     END-IF.
021350     READ TRANDISP-FILE
021360         INVALID KEY
021370             MOVE "23" TO DL100-TRANDISP-STATUS
021380     END-READ.
021390     MOVE DL100-TRANDISP-STATUS TO DL100-DISP-SAVE-STATUS.
021400     IF NOT DL100-LISTENER-MODE
021410         CLOSE TRANDISP-FILE
021420     END-IF.
021430     IF NOT DL100-DISP-SAVE-OK
021440         AND NOT DL100-DISP-SAVE-NOTFOUND
021450         SET DL100-TRAN-EDIT-FAILED TO TRUE
021460         MOVE 500 TO DL100-STATUS-CODE
021470         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
021480         MOVE "Unable to read disposition record"
021490             TO DL100-ERROR-TEXT
021500         GO TO 3365-EXIT
021510     END-IF.
021520     IF DL100-DISP-SAVE-NOTFOUND
021530         SET DL100-TRAN-EDIT-FAILED TO TRUE
021540         MOVE 422 TO DL100-STATUS-CODE
021550         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
021560         MOVE "Original transaction has not been posted"
021570             TO DL100-ERROR-TEXT
021580         GO TO 3365-EXIT
021590     END-IF.
021600     IF NOT TDSP-APPLIED
021610         SET DL100-TRAN-EDIT-FAILED TO TRUE
021620         MOVE 422 TO DL100-STATUS-CODE
021630         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
021640         MOVE "Original transaction was not applied"
021650             TO DL100-ERROR-TEXT
021660         GO TO 3365-EXIT
021670     END-IF.
021680     IF TDSP-TRAN-TYPE = "REVERSAL"
021690         SET DL100-TRAN-EDIT-FAILED TO TRUE
021700         MOVE 422 TO DL100-STATUS-CODE
021710         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
021720         MOVE "A reversal cannot itself be reversed"
021730             TO DL100-ERROR-TEXT
021740         GO TO 3365-EXIT
021750     END-IF.
021760*    A TRANSFER MOVED MONEY BETWEEN TWO CUSTOMERS - IT IS UNDONE
021770*    BY A TRANSFER BACK, NOT BY A ONE-CUSTOMER REVERSAL.
021780     IF TDSP-TRAN-TYPE = "TRANSFER"
021790         SET DL100-TRAN-EDIT-FAILED TO TRUE
021800         MOVE 422 TO DL100-STATUS-CODE
021810         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
021820         MOVE "A transfer is undone by a transfer back"
021830             TO DL100-ERROR-TEXT
021840         GO TO 3365-EXIT
021850     END-IF.
021860*    A DISPOSITION WRITTEN BEFORE TRANDISP CARRIED THE CUSTOMER
021870*    AND APPLIED AMOUNT CANNOT BE REVERSED FROM HERE.
021880     IF TDSP-CUST-KEY = SPACES
021890         SET DL100-TRAN-EDIT-FAILED TO TRUE
021900         MOVE 422 TO DL100-STATUS-CODE
021910         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
021920         MOVE "Original transaction cannot be reversed online"
021930             TO DL100-ERROR-TEXT
021940         GO TO 3365-EXIT
021950     END-IF.
021960     IF TDSP-REVERSAL-PENDING
021970         SET DL100-TRAN-EDIT-FAILED TO TRUE
021980         MOVE 409 TO DL100-STATUS-CODE
021990         MOVE "Conflict" TO DL100-STATUS-TEXT
022000         MOVE "Reversal already pending for original transaction"
022010             TO DL100-ERROR-TEXT
022020         GO TO 3365-EXIT
022030     END-IF.
022040     IF NOT TDSP-NOT-REVERSED
022050         SET DL100-TRAN-EDIT-FAILED TO TRUE
022060         MOVE 409 TO DL100-STATUS-CODE
022070         MOVE "Conflict" TO DL100-STATUS-TEXT
022080         MOVE "Original transaction already reversed"
022090             TO DL100-ERROR-TEXT
022100         GO TO 3365-EXIT
022110     END-IF.
022120     MOVE TDSP-CUST-KEY TO TRAN-CUST-KEY.
022130     COMPUTE TRAN-AMOUNT = 0 - TDSP-APPLIED-AMOUNT.
022140     MOVE DL100-RV-ORIG-TRAN-ID TO TRAN-LINK-TRAN-ID.
022150     MOVE DL100-POST-BODY TO TRAN-LINK-BODY.
022160 3365-EXIT.
022170     EXIT.
022180*----------------------------------------------------------------
022190* 3370-MARK-REVERSAL-PENDING                                    *
022200*   RE-READ THE ORIGINAL'S TRANDISP RECORD FOR UPDATE AND MARK  *
022210*   IT REVERSAL-PENDING BY THE CURRENT TRAN-ID.  A RECORD THAT  *
022220*   PICKED UP A REVERSAL SINCE THE EDIT SAVES "XC"; ANY OTHER   *
022230*   OUTCOME IS SAVED IN DL100-DISP-SAVE-STATUS AS IT STANDS.    *
022240*----------------------------------------------------------------
022250 3370-MARK-REVERSAL-PENDING.
022260     MOVE SPACES TO TDSP-RECORD.
022270     MOVE DL100-RV-ORIG-TRAN-ID TO TDSP-TRAN-ID.
022280     IF NOT DL100-LISTENER-MODE
022290         OPEN I-O TRANDISP-FILE
022300         IF NOT DL100-TRANDISP-OK
022310             MOVE DL100-TRANDISP-STATUS TO DL100-DISP-SAVE-STATUS
022320             GO TO 3370-EXIT
022330         END-IF
022340     END-IF.
022350     READ TRANDISP-FILE
022360         INVALID KEY
022370             MOVE "23" TO DL100-TRANDISP-STATUS
022380     END-READ.
022390     IF DL100-TRANDISP-OK
022400         IF TDSP-NOT-REVERSED
022410             SET TDSP-REVERSAL-PENDING TO TRUE
022420             MOVE TRAN-ID TO TDSP-LINK-TRAN-ID
022430             REWRITE TDSP-RECORD
022440         ELSE
022450             MOVE "XC" TO DL100-TRANDISP-STATUS
022460         END-IF
022470     END-IF.
022480     MOVE DL100-TRANDISP-STATUS TO DL100-DISP-SAVE-STATUS.
022490     IF NOT DL100-LISTENER-MODE
022500         CLOSE TRANDISP-FILE
022510     END-IF.
022520 3370-EXIT.
022530     EXIT.
022540*----------------------------------------------------------------
022550* 3375-UNMARK-REVERSAL                                          *
022560*   TAKE BACK THIS CALL'S PENDING MARK AFTER A FAILED TRANLOG   *
022570*   WRITE.  A MARK HELD BY ANY OTHER ID IS LEFT ALONE.          *
022580*----------------------------------------------------------------
022590 3375-UNMARK-REVERSAL.
022600     MOVE SPACES TO TDSP-RECORD.
022610     MOVE DL100-RV-ORIG-TRAN-ID TO TDSP-TRAN-ID.
022620     IF NOT DL100-LISTENER-MODE
022630         OPEN I-O TRANDISP-FILE
022640         IF NOT DL100-TRANDISP-OK
022650             GO TO 3375-EXIT
022660         END-IF
022670     END-IF.
022680     READ TRANDISP-FILE
022690         INVALID KEY
022700             MOVE "23" TO DL100-TRANDISP-STATUS
022710     END-READ.
022720     IF DL100-TRANDISP-OK
022730         AND TDSP-REVERSAL-PENDING
022740         AND TDSP-LINK-TRAN-ID = TRAN-ID
022750         MOVE SPACE TO TDSP-REVERSAL-STATUS
022760         MOVE SPACES TO TDSP-LINK-TRAN-ID
022770         REWRITE TDSP-RECORD
022780     END-IF.
022790     IF NOT DL100-LISTENER-MODE
022800         CLOSE TRANDISP-FILE
022810     END-IF.
022820 3375-EXIT.
022830     EXIT.
022840*----------------------------------------------------------------
022850* 3380-POST-TRANSFER                                            *
022860*   POST /transfer - MOVE AN AMOUNT FROM ONE CUSTOMER TO        *
022870*   ANOTHER.  THE BODY CARRIES "from", "to", "amount" AND THE   *
022880*   OPTIONAL "id".  BOTH CUSTOMERS MUST BE ON FILE AND ACTIVE.  *
022890*   THE TRANSFER IS LOGGED AS ONE "TRANSFER" TRANLOG RECORD -   *
022900*   THE POSTING RUN APPLIES BOTH LEGS UNDER ITS ONE TRAN-ID OR  *
022910*   NEITHER, AND A HELD OR REJECTED TRANSFER STAYS ONE ITEM.    *
022920*----------------------------------------------------------------
022930 3380-POST-TRANSFER.
022940     IF NOT DL100-LISTENER-MODE
022950         ACCEPT DL100-POST-BODY FROM CONSOLE
022960     END-IF.
022970     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
022980     MOVE SPACES TO TRAN-RECORD.
022990     MOVE ZERO TO TRAN-AMOUNT.
023000     MOVE DL100-TIMESTAMP TO TRAN-ID.
023010     MOVE DL100-TIMESTAMP TO TRAN-TIMESTAMP.
023020     MOVE SPACES TO DL100-RQ-TRAN-ID DL100-JSON-AFTER-ID.
023030     UNSTRING DL100-POST-BODY DELIMITED BY '"id":"'
023040         INTO DL100-JSON-JUNK DL100-JSON-AFTER-ID
023050     END-UNSTRING.
023060     UNSTRING DL100-JSON-AFTER-ID DELIMITED BY '"'
023070         INTO DL100-RQ-TRAN-ID DL100-JSON-REMAINDER
023080     END-UNSTRING.
023090     IF DL100-RQ-TRAN-ID NOT = SPACES
023100         MOVE DL100-RQ-TRAN-ID TO TRAN-ID
023110     END-IF.
023120     MOVE SPACES TO DL100-JSON-AFTER-FROM.
023130     UNSTRING DL100-POST-BODY DELIMITED BY '"from":"'
023140         INTO DL100-JSON-JUNK DL100-JSON-AFTER-FROM
023150     END-UNSTRING.
023160     UNSTRING DL100-JSON-AFTER-FROM DELIMITED BY '"'
023170         INTO TRAN-CUST-KEY DL100-JSON-REMAINDER
023180     END-UNSTRING.
023190     MOVE SPACES TO DL100-JSON-AFTER-TO.
023200     UNSTRING DL100-POST-BODY DELIMITED BY '"to":"'
023210         INTO DL100-JSON-JUNK DL100-JSON-AFTER-TO
023220     END-UNSTRING.
023230     UNSTRING DL100-JSON-AFTER-TO DELIMITED BY '"'
023240         INTO TRAN-XFER-TO-KEY DL100-JSON-REMAINDER
023250     END-UNSTRING.
023260     MOVE SPACES TO DL100-JSON-AFTER-AMT DL100-JSON-AMT-TEXT.
023270     UNSTRING DL100-POST-BODY DELIMITED BY '"amount":'
023280         INTO DL100-JSON-JUNK DL100-JSON-AFTER-AMT
023290     END-UNSTRING.
023300     UNSTRING DL100-JSON-AFTER-AMT DELIMITED BY "," OR "}"
023310         INTO DL100-JSON-AMT-TEXT
023320     END-UNSTRING.
023330     MOVE DL100-POST-BODY TO TRAN-LINK-BODY.
023340     PERFORM 3385-EDIT-TRANSFER THRU 3385-EXIT.
023350     IF DL100-TRAN-EDIT-FAILED
023360         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
023370         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
023380         GO TO 3380-EXIT
023390     END-IF.
023400     PERFORM 3330-REGISTER-TRAN-ID THRU 3330-EXIT.
023410     IF DL100-DAYIDS-FAILED
023420         MOVE 500 TO DL100-STATUS-CODE
023430         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
023440         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
023450         MOVE "Unable to register transaction id"
023460             TO DL100-ERROR-TEXT
023470         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
023480         GO TO 3380-EXIT
023490     END-IF.
023500     IF DL100-DUPLICATE-ID
023510         MOVE 409 TO DL100-STATUS-CODE
023520         MOVE "Conflict" TO DL100-STATUS-TEXT
023530         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
023540         MOVE "Duplicate transaction id for this business day"
023550             TO DL100-ERROR-TEXT
023560         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
023570         GO TO 3380-EXIT
023580     END-IF.
023590     IF NOT DL100-LISTENER-MODE
023600         OPEN EXTEND TRANSACTION-FILE
023610     END-IF.
023620     WRITE TRAN-RECORD.
023630     IF NOT DL100-LISTENER-MODE
023640         CLOSE TRANSACTION-FILE
023650     END-IF.
023660     IF DL100-TRANLOG-OK
023670         MOVE TRAN-CUST-KEY TO DL100-MEMO-CUST-KEY
023680         COMPUTE DL100-MEMO-AMOUNT = 0 - TRAN-AMOUNT
023690         PERFORM 3345-POST-MEMO THRU 3345-EXIT
023700         MOVE TRAN-XFER-TO-KEY TO DL100-MEMO-CUST-KEY
023710         MOVE TRAN-AMOUNT TO DL100-MEMO-AMOUNT
023720         PERFORM 3345-POST-MEMO THRU 3345-EXIT
023730         MOVE 201 TO DL100-STATUS-CODE
023740         MOVE "Created" TO DL100-STATUS-TEXT
023750         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
023760         MOVE SPACES TO DL100-RESPONSE-PIECE
023770         STRING '{"message":"Created","id":"' DELIMITED BY
023780             SIZE
023790             TRAN-ID DELIMITED BY SIZE
023800             '","from":"' DELIMITED BY SIZE
023810             FUNCTION TRIM(TRAN-CUST-KEY) DELIMITED BY SIZE
023820             '","to":"' DELIMITED BY SIZE
023830             FUNCTION TRIM(TRAN-XFER-TO-KEY) DELIMITED BY SIZE
023840             '","status_code":' DELIMITED BY SIZE
023850             RESP-STATUS-CODE DELIMITED BY SIZE
023860             ',"timestamp":"' DELIMITED BY SIZE
023870             RESP-TIMESTAMP DELIMITED BY SIZE
023880             '","correlation_id":"' DELIMITED BY SIZE
023890             RESP-CORRELATION-ID DELIMITED BY SIZE
023900             '"}' DELIMITED BY SIZE
023910             INTO DL100-RESPONSE-PIECE
023920         PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
023930     ELSE
023940         PERFORM 3340-RELEASE-TRAN-ID THRU 3340-EXIT
023950         MOVE 500 TO DL100-STATUS-CODE
023960         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
023970         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
023980         MOVE "Unable to write transaction record"
023990             TO DL100-ERROR-TEXT
024000         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
024010     END-IF.
024020 3380-EXIT.
024030     EXIT.
024040*----------------------------------------------------------------
024050* 3385-EDIT-TRANSFER                                            *
024060*   EDITS A PARSED TRANSFER BODY.  THE TYPE, AMOUNT AND LIMIT   *
024070*   EDITS ARE THE ONES EVERY TRANSACTION TAKES, AGAINST THE     *
024080*   "TRANSFER" TRANTYPE ENTRY; ON TOP OF THOSE THE TWO          *
024090*   CUSTOMERS MUST DIFFER, THE AMOUNT MUST BE POSITIVE, AND     *
024100*   BOTH CUSTOMERS MUST BE ON CUSTMAST AND ACTIVE OR DORMANT -  *
024110*   THE COMMON EDIT HAS ALREADY CHECKED THE FROM-CUSTOMER AND   *
024120*   ITS CREDIT.                                                 *
024130*----------------------------------------------------------------
024140 3385-EDIT-TRANSFER.
024150     SET DL100-TRAN-EDIT-PASSED TO TRUE.
024160     IF TRAN-CUST-KEY = SPACES
024170         SET DL100-TRAN-EDIT-FAILED TO TRUE
024180         MOVE 400 TO DL100-STATUS-CODE
024190         MOVE "Bad Request" TO DL100-STATUS-TEXT
024200         MOVE "Missing required field: from" TO DL100-ERROR-TEXT
024210         GO TO 3385-EXIT
024220     END-IF.
024230     IF TRAN-XFER-TO-KEY = SPACES
024240         SET DL100-TRAN-EDIT-FAILED TO TRUE
024250         MOVE 400 TO DL100-STATUS-CODE
024260         MOVE "Bad Request" TO DL100-STATUS-TEXT
024270         MOVE "Missing required field: to" TO DL100-ERROR-TEXT
024280         GO TO 3385-EXIT
024290     END-IF.
024300     MOVE "TRANSFER" TO TRAN-TYPE.
024310     PERFORM 3310-EDIT-TRANSACTION THRU 3310-EXIT.
024320     IF DL100-TRAN-EDIT-FAILED
024330         GO TO 3385-EXIT
024340     END-IF.
024350     IF TRAN-XFER-TO-KEY = TRAN-CUST-KEY
024360         SET DL100-TRAN-EDIT-FAILED TO TRUE
024370         MOVE 422 TO DL100-STATUS-CODE
024380         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
024390         MOVE "Cannot transfer to the same customer"
024400             TO DL100-ERROR-TEXT
024410         GO TO 3385-EXIT
024420     END-IF.
024430     IF TRAN-AMOUNT NOT > ZERO
024440         SET DL100-TRAN-EDIT-FAILED TO TRUE
024450         MOVE 422 TO DL100-STATUS-CODE
024460         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
024470         MOVE "Transfer amount must be positive"
024480             TO DL100-ERROR-TEXT
024490         GO TO 3385-EXIT
024500     END-IF.
024510     MOVE TRAN-XFER-TO-KEY TO CUST-KEY.
024520     PERFORM 3315-READ-CUSTOMER THRU 3315-EXIT.
024530     IF NOT DL100-CUST-SAVE-OK
024540         AND NOT DL100-CUST-SAVE-NOTFOUND
024550         SET DL100-TRAN-EDIT-FAILED TO TRUE
024560         MOVE 500 TO DL100-STATUS-CODE
024570         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
024580         MOVE "Unable to read customer record" TO DL100-ERROR-TEXT
024590         GO TO 3385-EXIT
024600     END-IF.
024610     IF DL100-CUST-SAVE-NOTFOUND
024620         OR (NOT CUST-ACTIVE AND NOT CUST-DORMANT)
024630         SET DL100-TRAN-EDIT-FAILED TO TRUE
024640         MOVE 422 TO DL100-STATUS-CODE
024650         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
024660         MOVE "To customer not found or not active"
024670             TO DL100-ERROR-TEXT
024680     END-IF.
024690 3385-EXIT.
024700     EXIT.
024710*----------------------------------------------------------------
024720* 3390-CHECK-AVAILABLE                                          *
024730*   THE INTAKE CREDIT CHECK.  THE SAME TEST THE POSTING RUN     *
024740*   MAKES IN 4500-CHECK-CREDIT-LIMIT, BUT AGAINST THE AVAILABLE *
024750*   BALANCE - CUSTMAST PLUS TODAY'S ACCEPTED ACTIVITY - SO A    *
024760*   DEBIT THAT COULD ONLY BE HELD OVERNIGHT IS REFUSED NOW.     *
024770*   CUST-RECORD MUST HOLD TRAN-CUST-KEY'S RECORD.  A CUSTOMER   *
024780*   WITH NO CREDLIM RECORD GETS A ZERO LIMIT.                   *
024790*----------------------------------------------------------------
024800 3390-CHECK-AVAILABLE.
024810     MOVE TRAN-CUST-KEY TO CRED-CUST-KEY.
024820     IF NOT DL100-LISTENER-MODE
024830         OPEN INPUT CREDIT-LIMIT-FILE
024840     END-IF.
024850     READ CREDIT-LIMIT-FILE
024860         INVALID KEY
024870             MOVE "23" TO DL100-CREDLIM-STATUS
024880     END-READ.
024890     IF DL100-CREDLIM-OK
024900         MOVE CRED-LIMIT TO DL100-CREDIT-LIMIT
024910     ELSE
024920         MOVE ZERO TO DL100-CREDIT-LIMIT
024930     END-IF.
024940     IF NOT DL100-LISTENER-MODE
024950         CLOSE CREDIT-LIMIT-FILE
024960     END-IF.
024970     MOVE TRAN-CUST-KEY TO DL100-MEMO-CUST-KEY.
024980     PERFORM 3395-READ-MEMO THRU 3395-EXIT.
024990     COMPUTE DL100-PROJECTED-BAL =
025000         DL100-AVAIL-BALANCE - TRAN-AMOUNT.
025010     IF DL100-PROJECTED-BAL < 0 - DL100-CREDIT-LIMIT
025020         SET DL100-TRAN-EDIT-FAILED TO TRUE
025030         MOVE 422 TO DL100-STATUS-CODE
025040         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
025050         MOVE "Debit would breach credit limit"
025060             TO DL100-ERROR-TEXT
025070     END-IF.
025080 3390-EXIT.
025090     EXIT.
025100*----------------------------------------------------------------
025110* 3395-READ-MEMO                                                *
025120*   READ DL100-MEMO-CUST-KEY'S DAYMEMO RECORD AND SET           *
025130*   DL100-AVAIL-BALANCE FROM IT AND THE CUST-BALANCE NOW IN     *
025140*   CUST-RECORD.  NO MEMO RECORD MEANS NO ACTIVITY TODAY - THE  *
025150*   AVAILABLE BALANCE IS THE LEDGER BALANCE.                    *
025160*----------------------------------------------------------------
025170 3395-READ-MEMO.
025180     MOVE DL100-MEMO-CUST-KEY TO MEMO-CUST-KEY.
025190     IF NOT DL100-LISTENER-MODE
025200         OPEN INPUT MEMO-FILE
025210     END-IF.
025220     READ MEMO-FILE
025230         INVALID KEY
025240             MOVE "23" TO DL100-DAYMEMO-STATUS
025250     END-READ.
025260     IF NOT DL100-DAYMEMO-OK
025270         MOVE ZERO TO MEMO-DEBIT-TOTAL MEMO-CREDIT-TOTAL
025280     END-IF.
025290     IF NOT DL100-LISTENER-MODE
025300         CLOSE MEMO-FILE
025310     END-IF.
025320     COMPUTE DL100-AVAIL-BALANCE = CUST-BALANCE
025330         + MEMO-CREDIT-TOTAL - MEMO-DEBIT-TOTAL.
025340 3395-EXIT.
025350     EXIT.
025360*----------------------------------------------------------------
025370* 3400-GET-MESSAGE                                              *
025380*   GET /MESSAGE?code=XXXXXXXXXX - LOOK UP RESPONSE TEXT FROM   *
025390*   THE MSGCAT INDEXED FILE INSTEAD OF A HARDCODED LITERAL.     *
025400*----------------------------------------------------------------
025410 3400-GET-MESSAGE.
025420     MOVE SPACES TO DL100-QUERY-PARSE.
025430     UNSTRING DL100-QUERY-STRING DELIMITED BY "="
025440         INTO DL100-QS-PARAM-NAME DL100-QS-PARAM-VALUE
025450     END-UNSTRING.
025460     MOVE SPACES TO MSGCAT-RECORD.
025470     IF DL100-QS-PARAM-NAME NOT = "code"
025480         MOVE 400 TO DL100-STATUS-CODE
025490         MOVE "Bad Request" TO DL100-STATUS-TEXT
025500         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
025510         MOVE "Missing required query parameter: code"
025520             TO DL100-ERROR-TEXT
025530         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
025540     ELSE
025550         MOVE DL100-QS-PARAM-VALUE TO MSGCAT-CODE
025560         IF NOT DL100-LISTENER-MODE
025570             OPEN INPUT MESSAGE-FILE
025580         END-IF
025590         READ MESSAGE-FILE
025600             INVALID KEY
025610                 MOVE "23" TO DL100-MSGCAT-STATUS
025620         END-READ
025630         IF NOT DL100-LISTENER-MODE
025640             CLOSE MESSAGE-FILE
025650         END-IF
025660         IF DL100-MSGCAT-OK AND NOT MSGCAT-INACTIVE
025670             MOVE 200 TO DL100-STATUS-CODE
025680             MOVE "OK" TO DL100-STATUS-TEXT
025690             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
025700             MOVE MSGCAT-TEXT TO RESP-MESSAGE
025710             PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT
025720         ELSE
025730             MOVE 404 TO DL100-STATUS-CODE
025740             MOVE "Not Found" TO DL100-STATUS-TEXT
025750             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
025760             IF DL100-MSGCAT-OK
025770                 MOVE "Message code not active"
025780                     TO DL100-ERROR-TEXT
025790             ELSE
025800                 MOVE "Message code not found" TO DL100-ERROR-TEXT
025810             END-IF
025820             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
025830         END-IF
025840     END-IF.
025850 3400-EXIT.
025860     EXIT.
025870*----------------------------------------------------------------
025880* 3450-POST-MESSAGE                                             *
025890*   POST /message - CREATES ONE MSGCAT RECORD FROM THE JSON     *
025900*   BODY SO OPS STOPS HAND-EDITING THE LIVE FILE THE LISTENER   *
025910*   HOLDS OPEN.  STATUS MUST BE A OR I (DEFAULTS TO A), AND A   *
025920*   CODE ALREADY ON FILE GETS A 409 INSTEAD OF AN OVERLAY.      *
025930*----------------------------------------------------------------
025940 3450-POST-MESSAGE.
025950     IF NOT DL100-LISTENER-MODE
025960         ACCEPT DL100-POST-BODY FROM CONSOLE
025970     END-IF.
025980     PERFORM 3470-PARSE-MESSAGE-BODY THRU 3470-EXIT.
025990     IF DL100-RB-CODE = SPACES
026000         MOVE 400 TO DL100-STATUS-CODE
026010         MOVE "Bad Request" TO DL100-STATUS-TEXT
026020         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
026030         MOVE "Missing required field: code" TO DL100-ERROR-TEXT
026040         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
026050         GO TO 3450-EXIT
026060     END-IF.
026070     IF DL100-RB-TEXT = SPACES
026080         MOVE 422 TO DL100-STATUS-CODE
026090         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
026100         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
026110         MOVE "Missing required field: text" TO DL100-ERROR-TEXT
026120         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
026130         GO TO 3450-EXIT
026140     END-IF.
026150     IF DL100-RB-STATUS = SPACES
026160         MOVE "A" TO DL100-RB-STATUS
026170     END-IF.
026180     IF DL100-RB-STATUS NOT = "A" AND DL100-RB-STATUS NOT = "I"
026190         MOVE 422 TO DL100-STATUS-CODE
026200         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
026210         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
026220         MOVE "Status must be A or I" TO DL100-ERROR-TEXT
026230         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
026240         GO TO 3450-EXIT
026250     END-IF.
026260     MOVE SPACES TO MSGCAT-RECORD.
026270     MOVE DL100-RB-CODE TO MSGCAT-CODE.
026280     MOVE DL100-RB-TEXT TO MSGCAT-TEXT.
026290     MOVE DL100-RB-STATUS TO MSGCAT-STATUS.
026300     IF NOT DL100-LISTENER-MODE
026310         OPEN I-O MESSAGE-FILE
026320     END-IF.
026330     WRITE MSGCAT-RECORD
026340         INVALID KEY
026350             MOVE "22" TO DL100-MSGCAT-STATUS
026360     END-WRITE.
026370     MOVE DL100-MSGCAT-STATUS TO DL100-REF-SAVE-STATUS.
026380     MOVE SPACES TO DL100-CHG-BEFORE-IMAGE.
026390     MOVE MSGCAT-RECORD TO DL100-CHG-AFTER-IMAGE.
026400     IF NOT DL100-LISTENER-MODE
026410         CLOSE MESSAGE-FILE
026420     END-IF.
026430     EVALUATE TRUE
026440         WHEN DL100-REF-SAVE-OK
026450             MOVE 201 TO DL100-STATUS-CODE
026460             MOVE "Created" TO DL100-STATUS-TEXT
026470             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
026480             MOVE "Message code created" TO RESP-MESSAGE
026490             PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT
026500             MOVE "MSGCAT" TO DL100-CHG-FILE
026510             MOVE "C" TO DL100-CHG-ACTION
026520             MOVE DL100-RB-CODE TO DL100-CHG-KEY
026530             PERFORM 9600-WRITE-CHANGE-RECORD THRU 9600-EXIT
026540         WHEN DL100-REF-SAVE-DUPKEY
026550             MOVE 409 TO DL100-STATUS-CODE
026560             MOVE "Conflict" TO DL100-STATUS-TEXT
026570             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
026580             MOVE "Message code already exists"
026590                 TO DL100-ERROR-TEXT
026600             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
026610         WHEN OTHER
026620             MOVE 500 TO DL100-STATUS-CODE
026630             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
026640             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
026650             MOVE "Unable to write message record"
026660                 TO DL100-ERROR-TEXT
026670             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
026680     END-EVALUATE.
026690 3450-EXIT.
026700     EXIT.
026710*----------------------------------------------------------------
026720* 3460-PUT-MESSAGE                                              *
026730*   PUT /message - UPDATES TEXT AND STATUS ON AN EXISTING       *
026740*   MSGCAT RECORD.  FIELDS ABSENT FROM THE BODY ARE LEFT AS     *
026750*   THEY WERE, AND DE-ACTIVATION IS A STATUS CHANGE TO "I" -    *
026760*   THERE IS NO DELETE ROUTE, SO HISTORY SURVIVES.              *
026770*----------------------------------------------------------------
026780 3460-PUT-MESSAGE.
026790     IF NOT DL100-LISTENER-MODE
026800         ACCEPT DL100-POST-BODY FROM CONSOLE
026810     END-IF.
026820     PERFORM 3470-PARSE-MESSAGE-BODY THRU 3470-EXIT.
026830     IF DL100-RB-CODE = SPACES
026840         MOVE 400 TO DL100-STATUS-CODE
026850         MOVE "Bad Request" TO DL100-STATUS-TEXT
026860         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
026870         MOVE "Missing required field: code" TO DL100-ERROR-TEXT
026880         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
026890         GO TO 3460-EXIT
026900     END-IF.
026910     IF DL100-RB-STATUS NOT = SPACES
026920         AND DL100-RB-STATUS NOT = "A"
026930         AND DL100-RB-STATUS NOT = "I"
026940         MOVE 422 TO DL100-STATUS-CODE
026950         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
026960         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
026970         MOVE "Status must be A or I" TO DL100-ERROR-TEXT
026980         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
026990         GO TO 3460-EXIT
027000     END-IF.
027010     MOVE DL100-RB-CODE TO MSGCAT-CODE.
027020     IF NOT DL100-LISTENER-MODE
027030         OPEN I-O MESSAGE-FILE
027040     END-IF.
027050     READ MESSAGE-FILE
027060         INVALID KEY
027070             MOVE "23" TO DL100-MSGCAT-STATUS
027080     END-READ.
027090     IF DL100-MSGCAT-OK
027100         MOVE MSGCAT-RECORD TO DL100-CHG-BEFORE-IMAGE
027110         IF DL100-RB-TEXT NOT = SPACES
027120             MOVE DL100-RB-TEXT TO MSGCAT-TEXT
027130         END-IF
027140         IF DL100-RB-STATUS NOT = SPACES
027150             MOVE DL100-RB-STATUS TO MSGCAT-STATUS
027160         END-IF
027170         REWRITE MSGCAT-RECORD
027180         MOVE MSGCAT-RECORD TO DL100-CHG-AFTER-IMAGE
027190     END-IF.
027200     MOVE DL100-MSGCAT-STATUS TO DL100-REF-SAVE-STATUS.
027210     IF NOT DL100-LISTENER-MODE
027220         CLOSE MESSAGE-FILE
027230     END-IF.
027240     EVALUATE TRUE
027250         WHEN DL100-REF-SAVE-OK
027260             MOVE 200 TO DL100-STATUS-CODE
027270             MOVE "OK" TO DL100-STATUS-TEXT
027280             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
027290             MOVE "Message code updated" TO RESP-MESSAGE
027300             PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT
027310             MOVE "MSGCAT" TO DL100-CHG-FILE
027320             MOVE "U" TO DL100-CHG-ACTION
027330             MOVE DL100-RB-CODE TO DL100-CHG-KEY
027340             PERFORM 9600-WRITE-CHANGE-RECORD THRU 9600-EXIT
027350         WHEN DL100-REF-SAVE-NOTFOUND
027360             MOVE 404 TO DL100-STATUS-CODE
027370             MOVE "Not Found" TO DL100-STATUS-TEXT
027380             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
027390             MOVE "Message code not found" TO DL100-ERROR-TEXT
027400             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
027410         WHEN OTHER
027420             MOVE 500 TO DL100-STATUS-CODE
027430             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
027440             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
027450             MOVE "Unable to update message record"
027460                 TO DL100-ERROR-TEXT
027470             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
027480     END-EVALUATE.
027490 3460-EXIT.
027500     EXIT.
027510*----------------------------------------------------------------
027520* 3470-PARSE-MESSAGE-BODY                                       *
027530*   PULLS THE "code", "text" AND "status" VALUES OUT OF THE     *
027540*   POST/PUT /message JSON BODY WITH THE SAME NAIVE UNSTRING    *
027550*   TECHNIQUE THE OTHER ENDPOINTS USE.  FIELDS NOT PRESENT IN   *
027560*   THE BODY COME BACK AS SPACES.                               *
027570*----------------------------------------------------------------
027580 3470-PARSE-MESSAGE-BODY.
027590     MOVE SPACES TO DL100-REF-BODY-WORK DL100-JSON-WORK.
027600     UNSTRING DL100-POST-BODY DELIMITED BY '"code":"'
027610         INTO DL100-JSON-JUNK DL100-JSON-AFTER-CODE
027620     END-UNSTRING.
027630     UNSTRING DL100-JSON-AFTER-CODE DELIMITED BY '"'
027640         INTO DL100-RB-CODE DL100-JSON-REMAINDER
027650     END-UNSTRING.
027660     UNSTRING DL100-POST-BODY DELIMITED BY '"text":"'
027670         INTO DL100-JSON-JUNK DL100-JSON-AFTER-TEXT
027680     END-UNSTRING.
027690     UNSTRING DL100-JSON-AFTER-TEXT DELIMITED BY '"'
027700         INTO DL100-RB-TEXT DL100-JSON-REMAINDER
027710     END-UNSTRING.
027720     UNSTRING DL100-POST-BODY DELIMITED BY '"status":"'
027730         INTO DL100-JSON-JUNK DL100-JSON-AFTER-STAT
027740     END-UNSTRING.
027750     UNSTRING DL100-JSON-AFTER-STAT DELIMITED BY '"'
027760         INTO DL100-RB-STATUS DL100-JSON-REMAINDER
027770     END-UNSTRING.
027780 3470-EXIT.
027790     EXIT.
027800*----------------------------------------------------------------
027810* 3480-POST-TRANTYPE                                            *
027820*   POST /trantype - CREATES ONE TRANTYPE RECORD FROM THE JSON  *
027830*   BODY, WITH THE SAME FIELD EDITS THE TRANSACTION INTAKE      *
027840*   RELIES ON: DC MUST BE D OR C, MIN AND MAX MUST BE VALID     *
027850*   AMOUNTS, AND MIN MAY NOT SIT ABOVE MAX.  A CODE ALREADY ON  *
027860*   FILE GETS A 409 INSTEAD OF AN OVERLAY.                      *
027870*----------------------------------------------------------------
027880 3480-POST-TRANTYPE.
027890     IF NOT DL100-LISTENER-MODE
027900         ACCEPT DL100-POST-BODY FROM CONSOLE
027910     END-IF.
027920     PERFORM 3495-PARSE-TRANTYPE-BODY THRU 3495-EXIT.
027930     IF DL100-RB-CODE = SPACES
027940         MOVE 400 TO DL100-STATUS-CODE
027950         MOVE "Bad Request" TO DL100-STATUS-TEXT
027960         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
027970         MOVE "Missing required field: code" TO DL100-ERROR-TEXT
027980         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
027990         GO TO 3480-EXIT
028000     END-IF.
028010     IF DL100-RB-DC-IND NOT = "D" AND DL100-RB-DC-IND NOT = "C"
028020         MOVE 422 TO DL100-STATUS-CODE
028030         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
028040         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
028050         MOVE "DC indicator must be D or C" TO DL100-ERROR-TEXT
028060         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
028070         GO TO 3480-EXIT
028080     END-IF.
028090     IF DL100-RB-MIN-TEXT = SPACES
028100         OR DL100-RB-MAX-TEXT = SPACES
028110         MOVE 422 TO DL100-STATUS-CODE
028120         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
028130         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
028140         MOVE "Missing required field: min or max"
028150             TO DL100-ERROR-TEXT
028160         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
028170         GO TO 3480-EXIT
028180     END-IF.
028190     MOVE DL100-RB-MIN-TEXT TO DL100-JSON-AMT-TEXT.
028200     PERFORM 3320-EDIT-AMOUNT-TEXT THRU 3320-EXIT.
028210     IF DL100-AMT-INVALID
028220         MOVE 422 TO DL100-STATUS-CODE
028230         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
028240         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
028250         MOVE "Minimum amount is not a valid number"
028260             TO DL100-ERROR-TEXT
028270         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
028280         GO TO 3480-EXIT
028290     END-IF.
028300     COMPUTE DL100-RB-MIN-AMOUNT =
028310         FUNCTION NUMVAL(DL100-AMT-TRIM-TEXT).
028320     MOVE DL100-RB-MAX-TEXT TO DL100-JSON-AMT-TEXT.
028330     PERFORM 3320-EDIT-AMOUNT-TEXT THRU 3320-EXIT.
028340     IF DL100-AMT-INVALID
028350         MOVE 422 TO DL100-STATUS-CODE
028360         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
028370         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
028380         MOVE "Maximum amount is not a valid number"
028390             TO DL100-ERROR-TEXT
028400         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
028410         GO TO 3480-EXIT
028420     END-IF.
028430     COMPUTE DL100-RB-MAX-AMOUNT =
028440         FUNCTION NUMVAL(DL100-AMT-TRIM-TEXT).
028450     IF DL100-RB-MIN-AMOUNT > DL100-RB-MAX-AMOUNT
028460         MOVE 422 TO DL100-STATUS-CODE
028470         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
028480         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
028490         MOVE "Minimum amount above maximum" TO DL100-ERROR-TEXT
028500         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
028510         GO TO 3480-EXIT
028520     END-IF.
028530     IF DL100-RB-STATUS = SPACES
028540         MOVE "A" TO DL100-RB-STATUS
028550     END-IF.
028560     IF DL100-RB-STATUS NOT = "A" AND DL100-RB-STATUS NOT = "I"
028570         MOVE 422 TO DL100-STATUS-CODE
028580         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
028590         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
028600         MOVE "Status must be A or I" TO DL100-ERROR-TEXT
028610         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
028620         GO TO 3480-EXIT
028630     END-IF.
028640     MOVE SPACES TO TRNTYP-RECORD.
028650     MOVE DL100-RB-CODE TO TRNTYP-CODE.
028660     MOVE DL100-RB-DESC TO TRNTYP-DESC.
028670     MOVE DL100-RB-DC-IND TO TRNTYP-DC-IND.
028680     MOVE DL100-RB-MIN-AMOUNT TO TRNTYP-MIN-AMOUNT.
028690     MOVE DL100-RB-MAX-AMOUNT TO TRNTYP-MAX-AMOUNT.
028700     MOVE DL100-RB-STATUS TO TRNTYP-STATUS.
028710     IF NOT DL100-LISTENER-MODE
028720         OPEN I-O TRANTYPE-FILE
028730     END-IF.
028740     WRITE TRNTYP-RECORD
028750         INVALID KEY
028760             MOVE "22" TO DL100-TRANTYPE-STATUS
028770     END-WRITE.
028780     MOVE DL100-TRANTYPE-STATUS TO DL100-REF-SAVE-STATUS.
028790     MOVE SPACES TO DL100-CHG-BEFORE-IMAGE.
028800     MOVE TRNTYP-RECORD TO DL100-CHG-AFTER-IMAGE.
028810     IF NOT DL100-LISTENER-MODE
028820         CLOSE TRANTYPE-FILE
028830     END-IF.
028840     EVALUATE TRUE
028850         WHEN DL100-REF-SAVE-OK
028860             MOVE 201 TO DL100-STATUS-CODE
028870             MOVE "Created" TO DL100-STATUS-TEXT
028880             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
028890             MOVE "Transaction type created" TO RESP-MESSAGE
028900             PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT
028910             MOVE "TRANTYPE" TO DL100-CHG-FILE
028920             MOVE "C" TO DL100-CHG-ACTION
028930             MOVE DL100-RB-CODE TO DL100-CHG-KEY
028940             PERFORM 9600-WRITE-CHANGE-RECORD THRU 9600-EXIT
028950         WHEN DL100-REF-SAVE-DUPKEY
028960             MOVE 409 TO DL100-STATUS-CODE
028970             MOVE "Conflict" TO DL100-STATUS-TEXT
028980             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
028990             MOVE "Transaction type already exists"
029000                 TO DL100-ERROR-TEXT
029010             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
029020         WHEN OTHER
029030             MOVE 500 TO DL100-STATUS-CODE
029040             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
029050             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
029060             MOVE "Unable to write transaction type record"
029070                 TO DL100-ERROR-TEXT
029080             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
029090     END-EVALUATE.
029100 3480-EXIT.
029110     EXIT.
029120*----------------------------------------------------------------
029130* 3490-PUT-TRANTYPE                                             *
029140*   PUT /trantype - UPDATES DESC, DC, LIMITS AND STATUS ON AN   *
029150*   EXISTING TRANTYPE RECORD.  FIELDS ABSENT FROM THE BODY ARE  *
029160*   LEFT AS THEY WERE, THE RESULTING RECORD MUST STILL PASS     *
029170*   MIN-NOT-ABOVE-MAX, AND DE-ACTIVATION IS A STATUS CHANGE TO  *
029180*   "I" - THERE IS NO DELETE ROUTE, SO POSTED HISTORY KEEPS A   *
029190*   TYPE IT CAN RESOLVE.                                        *
029200*----------------------------------------------------------------
029210 3490-PUT-TRANTYPE.
029220     IF NOT DL100-LISTENER-MODE
029230         ACCEPT DL100-POST-BODY FROM CONSOLE
029240     END-IF.
029250     PERFORM 3495-PARSE-TRANTYPE-BODY THRU 3495-EXIT.
029260     IF DL100-RB-CODE = SPACES
029270         MOVE 400 TO DL100-STATUS-CODE
029280         MOVE "Bad Request" TO DL100-STATUS-TEXT
029290         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
029300         MOVE "Missing required field: code" TO DL100-ERROR-TEXT
029310         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
029320         GO TO 3490-EXIT
029330     END-IF.
029340     IF DL100-RB-DC-IND NOT = SPACES
029350         AND DL100-RB-DC-IND NOT = "D"
029360         AND DL100-RB-DC-IND NOT = "C"
029370         MOVE 422 TO DL100-STATUS-CODE
029380         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
029390         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
029400         MOVE "DC indicator must be D or C" TO DL100-ERROR-TEXT
029410         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
029420         GO TO 3490-EXIT
029430     END-IF.
029440     IF DL100-RB-MIN-TEXT NOT = SPACES
029450         MOVE DL100-RB-MIN-TEXT TO DL100-JSON-AMT-TEXT
029460         PERFORM 3320-EDIT-AMOUNT-TEXT THRU 3320-EXIT
029470         IF DL100-AMT-INVALID
029480             MOVE 422 TO DL100-STATUS-CODE
029490             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
029500             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
029510             MOVE "Minimum amount is not a valid number"
029520                 TO DL100-ERROR-TEXT
029530             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
029540             GO TO 3490-EXIT
029550         END-IF
029560         COMPUTE DL100-RB-MIN-AMOUNT =
029570             FUNCTION NUMVAL(DL100-AMT-TRIM-TEXT)
029580     END-IF.
029590     IF DL100-RB-MAX-TEXT NOT = SPACES
029600         MOVE DL100-RB-MAX-TEXT TO DL100-JSON-AMT-TEXT
029610         PERFORM 3320-EDIT-AMOUNT-TEXT THRU 3320-EXIT
029620         IF DL100-AMT-INVALID
029630             MOVE 422 TO DL100-STATUS-CODE
029640             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
029650             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
029660             MOVE "Maximum amount is not a valid number"
029670                 TO DL100-ERROR-TEXT
029680             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
029690             GO TO 3490-EXIT
029700         END-IF
029710         COMPUTE DL100-RB-MAX-AMOUNT =
029720             FUNCTION NUMVAL(DL100-AMT-TRIM-TEXT)
029730     END-IF.
029740     IF DL100-RB-STATUS NOT = SPACES
029750         AND DL100-RB-STATUS NOT = "A"
029760         AND DL100-RB-STATUS NOT = "I"
029770         MOVE 422 TO DL100-STATUS-CODE
029780         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
029790         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
029800         MOVE "Status must be A or I" TO DL100-ERROR-TEXT
029810         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
029820         GO TO 3490-EXIT
029830     END-IF.
029840     MOVE DL100-RB-CODE TO TRNTYP-CODE.
029850     IF NOT DL100-LISTENER-MODE
029860         OPEN I-O TRANTYPE-FILE
029870     END-IF.
029880     READ TRANTYPE-FILE
029890         INVALID KEY
029900             MOVE "23" TO DL100-TRANTYPE-STATUS
029910     END-READ.
029920     IF DL100-TRANTYPE-OK
029930         MOVE TRNTYP-RECORD TO DL100-CHG-BEFORE-IMAGE
029940         IF DL100-RB-DESC NOT = SPACES
029950             MOVE DL100-RB-DESC TO TRNTYP-DESC
029960         END-IF
029970         IF DL100-RB-DC-IND NOT = SPACES
029980             MOVE DL100-RB-DC-IND TO TRNTYP-DC-IND
029990         END-IF
030000         IF DL100-RB-MIN-TEXT NOT = SPACES
030010             MOVE DL100-RB-MIN-AMOUNT TO TRNTYP-MIN-AMOUNT
030020         END-IF
030030         IF DL100-RB-MAX-TEXT NOT = SPACES
030040             MOVE DL100-RB-MAX-AMOUNT TO TRNTYP-MAX-AMOUNT
030050         END-IF
030060         IF DL100-RB-STATUS NOT = SPACES
030070             MOVE DL100-RB-STATUS TO TRNTYP-STATUS
030080         END-IF
030090         IF TRNTYP-MIN-AMOUNT > TRNTYP-MAX-AMOUNT
030100             MOVE "XE" TO DL100-REF-SAVE-STATUS
030110         ELSE
030120             REWRITE TRNTYP-RECORD
030130             MOVE DL100-TRANTYPE-STATUS TO DL100-REF-SAVE-STATUS
030140             MOVE TRNTYP-RECORD TO DL100-CHG-AFTER-IMAGE
030150         END-IF
030160     ELSE
030170         MOVE DL100-TRANTYPE-STATUS TO DL100-REF-SAVE-STATUS
030180     END-IF.
030190     IF NOT DL100-LISTENER-MODE
030200         CLOSE TRANTYPE-FILE
030210     END-IF.
030220     EVALUATE TRUE
030230         WHEN DL100-REF-SAVE-OK
030240             MOVE 200 TO DL100-STATUS-CODE
030250             MOVE "OK" TO DL100-STATUS-TEXT
030260             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
030270             MOVE "Transaction type updated" TO RESP-MESSAGE
030280             PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT
030290             MOVE "TRANTYPE" TO DL100-CHG-FILE
030300             MOVE "U" TO DL100-CHG-ACTION
030310             MOVE DL100-RB-CODE TO DL100-CHG-KEY
030320             PERFORM 9600-WRITE-CHANGE-RECORD THRU 9600-EXIT
030330         WHEN DL100-REF-SAVE-BADEDIT
030340             MOVE 422 TO DL100-STATUS-CODE
030350             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
030360             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
030370             MOVE "Minimum amount above maximum"
030380                 TO DL100-ERROR-TEXT
030390             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
030400         WHEN DL100-REF-SAVE-NOTFOUND
030410             MOVE 404 TO DL100-STATUS-CODE
030420             MOVE "Not Found" TO DL100-STATUS-TEXT
030430             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
030440             MOVE "Transaction type not found" TO DL100-ERROR-TEXT
030450             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
030460         WHEN OTHER
030470             MOVE 500 TO DL100-STATUS-CODE
030480             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
030490             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
030500             MOVE "Unable to update transaction type record"
030510                 TO DL100-ERROR-TEXT
030520             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
030530     END-EVALUATE.
030540 3490-EXIT.
030550     EXIT.
030560*----------------------------------------------------------------
030570* 3495-PARSE-TRANTYPE-BODY                                      *
030580*   PULLS THE "code", "desc", "dc", "min", "max" AND "status"   *
030590*   VALUES OUT OF THE POST/PUT /trantype JSON BODY.  FIELDS     *
030600*   NOT PRESENT IN THE BODY COME BACK AS SPACES; min AND max    *
030610*   ARE UNQUOTED NUMBERS LIKE THE TRANSACTION "amount".         *
030620*----------------------------------------------------------------
030630 3495-PARSE-TRANTYPE-BODY.
030640     MOVE SPACES TO DL100-REF-BODY-WORK DL100-JSON-WORK.
030650     UNSTRING DL100-POST-BODY DELIMITED BY '"code":"'
030660         INTO DL100-JSON-JUNK DL100-JSON-AFTER-CODE
030670     END-UNSTRING.
030680     UNSTRING DL100-JSON-AFTER-CODE DELIMITED BY '"'
030690         INTO DL100-RB-CODE DL100-JSON-REMAINDER
030700     END-UNSTRING.
030710     UNSTRING DL100-POST-BODY DELIMITED BY '"desc":"'
030720         INTO DL100-JSON-JUNK DL100-JSON-AFTER-DESC
030730     END-UNSTRING.
030740     UNSTRING DL100-JSON-AFTER-DESC DELIMITED BY '"'
030750         INTO DL100-RB-DESC DL100-JSON-REMAINDER
030760     END-UNSTRING.
030770     UNSTRING DL100-POST-BODY DELIMITED BY '"dc":"'
030780         INTO DL100-JSON-JUNK DL100-JSON-AFTER-DC
030790     END-UNSTRING.
030800     UNSTRING DL100-JSON-AFTER-DC DELIMITED BY '"'
030810         INTO DL100-RB-DC-IND DL100-JSON-REMAINDER
030820     END-UNSTRING.
030830     UNSTRING DL100-POST-BODY DELIMITED BY '"min":'
030840         INTO DL100-JSON-JUNK DL100-JSON-AFTER-MIN
030850     END-UNSTRING.
030860     UNSTRING DL100-JSON-AFTER-MIN DELIMITED BY "," OR "}"
030870         INTO DL100-RB-MIN-TEXT
030880     END-UNSTRING.
030890     UNSTRING DL100-POST-BODY DELIMITED BY '"max":'
030900         INTO DL100-JSON-JUNK DL100-JSON-AFTER-MAX
030910     END-UNSTRING.
030920     UNSTRING DL100-JSON-AFTER-MAX DELIMITED BY "," OR "}"
030930         INTO DL100-RB-MAX-TEXT
030940     END-UNSTRING.
030950     UNSTRING DL100-POST-BODY DELIMITED BY '"status":"'
030960         INTO DL100-JSON-JUNK DL100-JSON-AFTER-STAT
030970     END-UNSTRING.
030980     UNSTRING DL100-JSON-AFTER-STAT DELIMITED BY '"'
030990         INTO DL100-RB-STATUS DL100-JSON-REMAINDER
031000     END-UNSTRING.
031010 3495-EXIT.
031020     EXIT.
031030*----------------------------------------------------------------
031040* 3500-GET-HEALTH                                               *
031050*   GET /HEALTH - OPENS EVERY FILE THIS SERVICE DEPENDS ON AND  *
031060*   CHECKS THE RESULTING FILE STATUS, SO MONITORING CAN TELL    *
031070*   "THE WEB SERVER IS UP" FROM "THE SERVICE CAN DO ITS JOB".   *
031080*----------------------------------------------------------------
031090 3500-GET-HEALTH.
031100     SET DL100-HEALTH-ALL-OK TO TRUE.
031110     MOVE SPACES TO DL100-HEALTH-FAILURES.
031120     PERFORM 3510-CHECK-CUSTMAST THRU 3510-EXIT.
031130     PERFORM 3520-CHECK-TRANLOG THRU 3520-EXIT.
031140     PERFORM 3530-CHECK-AUDITLOG THRU 3530-EXIT.
031150     PERFORM 3540-CHECK-MSGCAT THRU 3540-EXIT.
031160     PERFORM 3550-CHECK-TRANTYPE THRU 3550-EXIT.
031170     PERFORM 3560-CHECK-APIKEYS THRU 3560-EXIT.
031180     PERFORM 3570-CHECK-RESPFILE THRU 3570-EXIT.
031190     IF DL100-HEALTH-ALL-OK
031200         MOVE 200 TO DL100-STATUS-CODE
031210         MOVE "OK" TO DL100-STATUS-TEXT
031220         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
031230         MOVE SPACES TO DL100-RESPONSE-PIECE
031240         STRING '{"status":"ok"' DELIMITED BY SIZE
031250             ',"status_code":' DELIMITED BY SIZE
031260             RESP-STATUS-CODE DELIMITED BY SIZE
031270             ',"timestamp":"' DELIMITED BY SIZE
031280             RESP-TIMESTAMP DELIMITED BY SIZE
031290             '","correlation_id":"' DELIMITED BY SIZE
031300             RESP-CORRELATION-ID DELIMITED BY SIZE
031310             '"}' DELIMITED BY SIZE
031320             INTO DL100-RESPONSE-PIECE
031330         PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
031340     ELSE
031350         MOVE 503 TO DL100-STATUS-CODE
031360         MOVE "Service Unavailable" TO DL100-STATUS-TEXT
031370         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
031380         MOVE SPACES TO DL100-RESPONSE-PIECE
031390         STRING '{"status":"error","failures":"'
031400             DELIMITED BY SIZE
031410             FUNCTION TRIM(DL100-HEALTH-FAILURES)
031420             DELIMITED BY SIZE
031430             '","status_code":' DELIMITED BY SIZE
031440             RESP-STATUS-CODE DELIMITED BY SIZE
031450             ',"timestamp":"' DELIMITED BY SIZE
031460             RESP-TIMESTAMP DELIMITED BY SIZE
031470             '","correlation_id":"' DELIMITED BY SIZE
031480             RESP-CORRELATION-ID DELIMITED BY SIZE
031490             '"}' DELIMITED BY SIZE
031500             INTO DL100-RESPONSE-PIECE
031510         PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
031520     END-IF.
031530 3500-EXIT.
031540     EXIT.
031550*----------------------------------------------------------------
031560* 3510-CHECK-CUSTMAST                                           *
031570*   VERIFY THE CUSTMAST INDEXED FILE CAN BE OPENED.  USES ITS    *
031580*   OWN CUSTMAST-PROBE-FILE CONNECTOR SO THE FILE STATUS THIS    *
031590*   CHECK INSPECTS IS NEVER THE ONE 3200-GET-CUSTOMER OVERWRITES *
031600*   WITH "23" ON AN ORDINARY NOT-FOUND LOOKUP, AND SO IT CAN     *
031610*   ALWAYS OPEN AND CLOSE FRESH EVEN WHILE THE LISTENER KEEPS    *
031620*   THE MAIN CUSTOMER-FILE CONNECTOR OPEN.                       *
031630*----------------------------------------------------------------
031640 3510-CHECK-CUSTMAST.
031650     OPEN INPUT CUSTMAST-PROBE-FILE.
031660     IF DL100-CUSTMAST-PROBE-OK
031670         CLOSE CUSTMAST-PROBE-FILE
031680     ELSE
031690         SET DL100-HEALTH-HAS-FAILURE TO TRUE
031700         IF DL100-HEALTH-FAILURES = SPACES
031710             MOVE "CUSTMAST" TO DL100-HEALTH-FAILURES
031720         ELSE
031730             MOVE SPACES TO DL100-HEALTH-FAILURES-WORK
031740             STRING DL100-HEALTH-FAILURES DELIMITED BY SPACE
031750                 "," DELIMITED BY SIZE
031760                 "CUSTMAST" DELIMITED BY SIZE
031770                 INTO DL100-HEALTH-FAILURES-WORK
031780             MOVE DL100-HEALTH-FAILURES-WORK
031790                 TO DL100-HEALTH-FAILURES
031800         END-IF
031810     END-IF.
031820 3510-EXIT.
031830     EXIT.
031840*----------------------------------------------------------------
031850* 3520-CHECK-TRANLOG                                            *
031860*   VERIFY THE TRANLOG SEQUENTIAL FILE CAN BE OPENED.           *
031870*----------------------------------------------------------------
031880 3520-CHECK-TRANLOG.
031890     IF NOT DL100-LISTENER-MODE
031900         OPEN INPUT TRANSACTION-FILE
031910     END-IF.
031920     IF DL100-TRANLOG-OK
031930         IF NOT DL100-LISTENER-MODE
031940             CLOSE TRANSACTION-FILE
031950         END-IF
031960     ELSE
031970         SET DL100-HEALTH-HAS-FAILURE TO TRUE
031980         IF DL100-HEALTH-FAILURES = SPACES
031990             MOVE "TRANLOG" TO DL100-HEALTH-FAILURES
032000         ELSE
032010             MOVE SPACES TO DL100-HEALTH-FAILURES-WORK
032020             STRING DL100-HEALTH-FAILURES DELIMITED BY SPACE
032030                 "," DELIMITED BY SIZE
032040                 "TRANLOG" DELIMITED BY SIZE
032050                 INTO DL100-HEALTH-FAILURES-WORK
032060             MOVE DL100-HEALTH-FAILURES-WORK
032070                 TO DL100-HEALTH-FAILURES
032080         END-IF
032090     END-IF.
032100 3520-EXIT.
032110     EXIT.
032120*----------------------------------------------------------------
032130* 3530-CHECK-AUDITLOG                                           *
032140*   VERIFY THE AUDITLOG SEQUENTIAL FILE CAN BE OPENED.          *
032150*----------------------------------------------------------------
032160 3530-CHECK-AUDITLOG.
032170     IF NOT DL100-LISTENER-MODE
032180         OPEN INPUT AUDIT-FILE
032190     END-IF.
032200     IF DL100-AUDITLOG-OK
032210         IF NOT DL100-LISTENER-MODE
032220             CLOSE AUDIT-FILE
032230         END-IF
032240     ELSE
032250         SET DL100-HEALTH-HAS-FAILURE TO TRUE
032260         IF DL100-HEALTH-FAILURES = SPACES
032270             MOVE "AUDITLOG" TO DL100-HEALTH-FAILURES
032280         ELSE
032290             MOVE SPACES TO DL100-HEALTH-FAILURES-WORK
032300             STRING DL100-HEALTH-FAILURES DELIMITED BY SPACE
032310                 "," DELIMITED BY SIZE
032320                 "AUDITLOG" DELIMITED BY SIZE
032330                 INTO DL100-HEALTH-FAILURES-WORK
032340             MOVE DL100-HEALTH-FAILURES-WORK
032350                 TO DL100-HEALTH-FAILURES
032360         END-IF
032370     END-IF.
032380 3530-EXIT.
032390     EXIT.
032400*----------------------------------------------------------------
032410* 3540-CHECK-MSGCAT                                             *
032420*   VERIFY THE MSGCAT INDEXED FILE CAN BE OPENED.  USES ITS OWN  *
032430*   MSGCAT-PROBE-FILE CONNECTOR FOR THE SAME REASON GIVEN AT     *
032440*   3510-CHECK-CUSTMAST - A NOT-FOUND LOOKUP IN 3400-GET-MESSAGE *
032450*   MUST NOT BE ABLE TO MASQUERADE AS AN UNREACHABLE FILE HERE.  *
032460*----------------------------------------------------------------
032470 3540-CHECK-MSGCAT.
032480     OPEN INPUT MSGCAT-PROBE-FILE.
032490     IF DL100-MSGCAT-PROBE-OK
032500         CLOSE MSGCAT-PROBE-FILE
032510     ELSE
032520         SET DL100-HEALTH-HAS-FAILURE TO TRUE
032530         IF DL100-HEALTH-FAILURES = SPACES
032540             MOVE "MSGCAT" TO DL100-HEALTH-FAILURES
032550         ELSE
032560             MOVE SPACES TO DL100-HEALTH-FAILURES-WORK
032570             STRING DL100-HEALTH-FAILURES DELIMITED BY SPACE
032580                 "," DELIMITED BY SIZE
032590                 "MSGCAT" DELIMITED BY SIZE
032600                 INTO DL100-HEALTH-FAILURES-WORK
032610             MOVE DL100-HEALTH-FAILURES-WORK
032620                 TO DL100-HEALTH-FAILURES
032630         END-IF
032640     END-IF.
032650 3540-EXIT.
032660     EXIT.
032670*----------------------------------------------------------------
032680* 3550-CHECK-TRANTYPE                                           *
032690*   VERIFY THE TRANTYPE INDEXED FILE CAN BE OPENED.  USES ITS   *
032700*   OWN PROBE CONNECTOR FOR THE SAME REASON GIVEN AT            *
032710*   3510-CHECK-CUSTMAST.                                        *
032720*----------------------------------------------------------------
032730 3550-CHECK-TRANTYPE.
032740     OPEN INPUT TRANTYPE-PROBE-FILE.
032750     IF DL100-TRANTYPE-PROBE-OK
032760         CLOSE TRANTYPE-PROBE-FILE
032770     ELSE
032780         SET DL100-HEALTH-HAS-FAILURE TO TRUE
032790         IF DL100-HEALTH-FAILURES = SPACES
032800             MOVE "TRANTYPE" TO DL100-HEALTH-FAILURES
032810         ELSE
032820             MOVE SPACES TO DL100-HEALTH-FAILURES-WORK
032830             STRING DL100-HEALTH-FAILURES DELIMITED BY SPACE
032840                 "," DELIMITED BY SIZE
032850                 "TRANTYPE" DELIMITED BY SIZE
032860                 INTO DL100-HEALTH-FAILURES-WORK
032870             MOVE DL100-HEALTH-FAILURES-WORK
032880                 TO DL100-HEALTH-FAILURES
032890         END-IF
032900     END-IF.
032910 3550-EXIT.
032920     EXIT.
032930*----------------------------------------------------------------
032940* 3560-CHECK-APIKEYS                                            *
032950*   VERIFY THE APIKEYS INDEXED FILE CAN BE OPENED - EVERY CALL  *
032960*   AUTHENTICATES AGAINST IT.  USES ITS OWN PROBE CONNECTOR     *
032970*   FOR THE SAME REASON GIVEN AT 3510-CHECK-CUSTMAST.           *
032980*----------------------------------------------------------------
032990 3560-CHECK-APIKEYS.
033000     OPEN INPUT APIKEY-PROBE-FILE.
033010     IF DL100-APIKEYS-PROBE-OK
033020         CLOSE APIKEY-PROBE-FILE
033030     ELSE
033040         SET DL100-HEALTH-HAS-FAILURE TO TRUE
033050         IF DL100-HEALTH-FAILURES = SPACES
033060             MOVE "APIKEYS" TO DL100-HEALTH-FAILURES
033070         ELSE
033080             MOVE SPACES TO DL100-HEALTH-FAILURES-WORK
033090             STRING DL100-HEALTH-FAILURES DELIMITED BY SPACE
033100                 "," DELIMITED BY SIZE
033110                 "APIKEYS" DELIMITED BY SIZE
033120                 INTO DL100-HEALTH-FAILURES-WORK
033130             MOVE DL100-HEALTH-FAILURES-WORK
033140                 TO DL100-HEALTH-FAILURES
033150         END-IF
033160     END-IF.
033170 3560-EXIT.
033180     EXIT.
033190*----------------------------------------------------------------
033200* 3570-CHECK-RESPFILE                                           *
033210*   RESPFILE ONLY BACKS LISTEN MODE - A ONE-SHOT CGI CALL       *
033220*   NEVER TOUCHES IT, SO IT IS ONLY A HEALTH DEPENDENCY WHEN    *
033230*   THE LISTENER HOLDS IT OPEN.  THE CONNECTOR STAYS OPEN FOR   *
033240*   THE WHOLE RUN, SO ITS LAST FILE STATUS IS THE CHECK.        *
033250*----------------------------------------------------------------
033260 3570-CHECK-RESPFILE.
033270     IF NOT DL100-LISTENER-MODE
033280         GO TO 3570-EXIT
033290     END-IF.
033300     IF NOT DL100-RESPFILE-OK
033310         SET DL100-HEALTH-HAS-FAILURE TO TRUE
033320         IF DL100-HEALTH-FAILURES = SPACES
033330             MOVE "RESPFILE" TO DL100-HEALTH-FAILURES
033340         ELSE
033350             MOVE SPACES TO DL100-HEALTH-FAILURES-WORK
033360             STRING DL100-HEALTH-FAILURES DELIMITED BY SPACE
033370                 "," DELIMITED BY SIZE
033380                 "RESPFILE" DELIMITED BY SIZE
033390                 INTO DL100-HEALTH-FAILURES-WORK
033400             MOVE DL100-HEALTH-FAILURES-WORK
033410                 TO DL100-HEALTH-FAILURES
033420         END-IF
033430     END-IF.
033440 3570-EXIT.
033450     EXIT.
033460*----------------------------------------------------------------
033470* 3600-POST-CUSTOMER                                            *
033480*   POST /CUSTOMER - CREATES ONE CUSTMAST RECORD FROM THE JSON  *
033490*   BODY.  STATUS MUST BE A OR I (DEFAULTS TO A), THE BALANCE   *
033500*   IS NOT ENTERABLE AND ALWAYS STARTS AT ZERO, AND A KEY       *
033510*   ALREADY ON FILE GETS A 409 INSTEAD OF AN OVERLAY.           *
033520*----------------------------------------------------------------
033530 3600-POST-CUSTOMER.
033540     IF NOT DL100-LISTENER-MODE
033550         ACCEPT DL100-POST-BODY FROM CONSOLE
033560     END-IF.
033570     PERFORM 3610-PARSE-CUSTOMER-BODY THRU 3610-EXIT.
033580     IF DL100-CB-KEY = SPACES
033590         MOVE 400 TO DL100-STATUS-CODE
033600         MOVE "Bad Request" TO DL100-STATUS-TEXT
033610         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
033620         MOVE "Missing required field: key" TO DL100-ERROR-TEXT
033630         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
033640         GO TO 3600-EXIT
033650     END-IF.
033660     IF DL100-CB-STATUS = SPACES
033670         MOVE "A" TO DL100-CB-STATUS
033680     END-IF.
033690     IF DL100-CB-STATUS NOT = "A" AND DL100-CB-STATUS NOT = "I"
033700         MOVE 422 TO DL100-STATUS-CODE
033710         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
033720         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
033730         MOVE "Customer status must be A or I"
033740             TO DL100-ERROR-TEXT
033750         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
033760         GO TO 3600-EXIT
033770     END-IF.
033780     MOVE SPACES TO CUST-RECORD.
033790     MOVE ZERO TO CUST-BALANCE.
033800     MOVE DL100-CB-KEY TO CUST-KEY.
033810     MOVE DL100-CB-NAME TO CUST-NAME.
033820     MOVE DL100-CB-ADDRESS TO CUST-ADDRESS.
033830     MOVE DL100-CB-STATUS TO CUST-STATUS.
033840     IF NOT DL100-LISTENER-MODE
033850         OPEN I-O CUSTOMER-FILE
033860     END-IF.
033870     WRITE CUST-RECORD
033880         INVALID KEY
033890             MOVE "22" TO DL100-CUSTMAST-STATUS
033900     END-WRITE.
033910     MOVE DL100-CUSTMAST-STATUS TO DL100-CUST-SAVE-STATUS.
033920     MOVE SPACES TO DL100-CHG-BEFORE-IMAGE.
033930     MOVE CUST-RECORD TO DL100-CHG-AFTER-IMAGE.
033940     IF NOT DL100-LISTENER-MODE
033950         CLOSE CUSTOMER-FILE
033960     END-IF.
033970     EVALUATE TRUE
033980         WHEN DL100-CUST-SAVE-OK
033990             MOVE 201 TO DL100-STATUS-CODE
034000             MOVE "Created" TO DL100-STATUS-TEXT
034010             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
034020             MOVE SPACES TO DL100-RESPONSE-PIECE
034030             STRING '{"message":"Created","key":"'
034040                 DELIMITED BY SIZE
034050                 FUNCTION TRIM(CUST-KEY) DELIMITED BY SIZE
034060                 '","status_code":' DELIMITED BY SIZE
034070                 RESP-STATUS-CODE DELIMITED BY SIZE
034080                 ',"timestamp":"' DELIMITED BY SIZE
034090                 RESP-TIMESTAMP DELIMITED BY SIZE
034100                 '","correlation_id":"' DELIMITED BY SIZE
034110                 RESP-CORRELATION-ID DELIMITED BY SIZE
034120                 '"}' DELIMITED BY SIZE
034130                 INTO DL100-RESPONSE-PIECE
034140             PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
034150             MOVE "CUSTMAST" TO DL100-CHG-FILE
034160             MOVE "C" TO DL100-CHG-ACTION
034170             MOVE DL100-CB-KEY TO DL100-CHG-KEY
034180             PERFORM 9600-WRITE-CHANGE-RECORD THRU 9600-EXIT
034190         WHEN DL100-CUST-SAVE-DUPKEY
034200             MOVE 409 TO DL100-STATUS-CODE
034210             MOVE "Conflict" TO DL100-STATUS-TEXT
034220             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
034230             MOVE "Customer already exists" TO DL100-ERROR-TEXT
034240             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
034250         WHEN OTHER
034260             MOVE 500 TO DL100-STATUS-CODE
034270             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
034280             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
034290             MOVE "Unable to write customer record"
034300                 TO DL100-ERROR-TEXT
034310             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
034320     END-EVALUATE.
034330 3600-EXIT.
034340     EXIT.
034350*----------------------------------------------------------------
034360* 3610-PARSE-CUSTOMER-BODY                                      *
034370*   PULLS THE "key", "name", "address" AND "status" VALUES OUT  *
034380*   OF THE POST/PUT /CUSTOMER JSON BODY WITH THE SAME NAIVE     *
034390*   UNSTRING TECHNIQUE THE TRANSACTION ENDPOINT USES.  FIELDS   *
034400*   NOT PRESENT IN THE BODY COME BACK AS SPACES.                *
034410*----------------------------------------------------------------
034420 3610-PARSE-CUSTOMER-BODY.
034430     MOVE SPACES TO DL100-CUST-BODY-WORK DL100-JSON-WORK.
034440     UNSTRING DL100-POST-BODY DELIMITED BY '"key":"'
034450         INTO DL100-JSON-JUNK DL100-JSON-AFTER-KEY
034460     END-UNSTRING.
034470     UNSTRING DL100-JSON-AFTER-KEY DELIMITED BY '"'
034480         INTO DL100-CB-KEY DL100-JSON-REMAINDER
034490     END-UNSTRING.
034500     UNSTRING DL100-POST-BODY DELIMITED BY '"name":"'
034510         INTO DL100-JSON-JUNK DL100-JSON-AFTER-NAME
034520     END-UNSTRING.
034530     UNSTRING DL100-JSON-AFTER-NAME DELIMITED BY '"'
034540         INTO DL100-CB-NAME DL100-JSON-REMAINDER
034550     END-UNSTRING.
034560     UNSTRING DL100-POST-BODY DELIMITED BY '"address":"'
034570         INTO DL100-JSON-JUNK DL100-JSON-AFTER-ADDR
034580     END-UNSTRING.
034590     UNSTRING DL100-JSON-AFTER-ADDR DELIMITED BY '"'
034600         INTO DL100-CB-ADDRESS DL100-JSON-REMAINDER
034610     END-UNSTRING.
034620     UNSTRING DL100-POST-BODY DELIMITED BY '"status":"'
034630         INTO DL100-JSON-JUNK DL100-JSON-AFTER-STAT
034640     END-UNSTRING.
034650     UNSTRING DL100-JSON-AFTER-STAT DELIMITED BY '"'
034660         INTO DL100-CB-STATUS DL100-JSON-REMAINDER
034670     END-UNSTRING.
034680 3610-EXIT.
034690     EXIT.
034700*----------------------------------------------------------------
034710* 3700-PUT-CUSTOMER                                             *
034720*   PUT /CUSTOMER - UPDATES NAME, ADDRESS AND STATUS ON AN      *
034730*   EXISTING CUSTMAST RECORD.  FIELDS ABSENT FROM THE BODY ARE  *
034740*   LEFT AS THEY WERE, THE BALANCE IS NEVER TOUCHED, AND        *
034750*   DE-ACTIVATION IS A STATUS CHANGE TO "I" - THERE IS NO       *
034760*   DELETE ROUTE, SO HISTORY SURVIVES.                          *
034770*----------------------------------------------------------------
034780 3700-PUT-CUSTOMER.
034790     IF NOT DL100-LISTENER-MODE
034800         ACCEPT DL100-POST-BODY FROM CONSOLE
034810     END-IF.
034820     PERFORM 3610-PARSE-CUSTOMER-BODY THRU 3610-EXIT.
034830     IF DL100-CB-KEY = SPACES
034840         MOVE 400 TO DL100-STATUS-CODE
034850         MOVE "Bad Request" TO DL100-STATUS-TEXT
034860         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
034870         MOVE "Missing required field: key" TO DL100-ERROR-TEXT
034880         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
034890         GO TO 3700-EXIT
034900     END-IF.
034910     IF DL100-CB-STATUS NOT = SPACES
034920         AND DL100-CB-STATUS NOT = "A"
034930         AND DL100-CB-STATUS NOT = "I"
034940         MOVE 422 TO DL100-STATUS-CODE
034950         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
034960         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
034970         MOVE "Customer status must be A or I"
034980             TO DL100-ERROR-TEXT
034990         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
035000         GO TO 3700-EXIT
035010     END-IF.
035020     MOVE DL100-CB-KEY TO CUST-KEY.
035030     IF NOT DL100-LISTENER-MODE
035040         OPEN I-O CUSTOMER-FILE
035050     END-IF.
035060     READ CUSTOMER-FILE
035070         INVALID KEY
035080             MOVE "23" TO DL100-CUSTMAST-STATUS
035090     END-READ.
035100     IF DL100-CUSTMAST-OK
035110         MOVE CUST-RECORD TO DL100-CHG-BEFORE-IMAGE
035120         IF DL100-CB-NAME NOT = SPACES
035130             MOVE DL100-CB-NAME TO CUST-NAME
035140         END-IF
035150         IF DL100-CB-ADDRESS NOT = SPACES
035160             MOVE DL100-CB-ADDRESS TO CUST-ADDRESS
035170         END-IF
035180         IF DL100-CB-STATUS NOT = SPACES
035190             MOVE DL100-CB-STATUS TO CUST-STATUS
035200         END-IF
035210         REWRITE CUST-RECORD
035220         MOVE CUST-RECORD TO DL100-CHG-AFTER-IMAGE
035230     END-IF.
035240     MOVE DL100-CUSTMAST-STATUS TO DL100-CUST-SAVE-STATUS.
035250     IF NOT DL100-LISTENER-MODE
035260         CLOSE CUSTOMER-FILE
035270     END-IF.
035280     EVALUATE TRUE
035290         WHEN DL100-CUST-SAVE-OK
035300             MOVE 200 TO DL100-STATUS-CODE
035310             MOVE "OK" TO DL100-STATUS-TEXT
035320             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
035330             MOVE "Customer updated" TO RESP-MESSAGE
035340             PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT
035350             MOVE "CUSTMAST" TO DL100-CHG-FILE
035360             MOVE "U" TO DL100-CHG-ACTION
035370             MOVE DL100-CB-KEY TO DL100-CHG-KEY
035380             PERFORM 9600-WRITE-CHANGE-RECORD THRU 9600-EXIT
035390         WHEN DL100-CUST-SAVE-NOTFOUND
035400             MOVE 404 TO DL100-STATUS-CODE
035410             MOVE "Not Found" TO DL100-STATUS-TEXT
035420             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
035430             MOVE "Customer not found" TO DL100-ERROR-TEXT
035440             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
035450         WHEN OTHER
035460             MOVE 500 TO DL100-STATUS-CODE
035470             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
035480             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
035490             MOVE "Unable to update customer record"
035500                 TO DL100-ERROR-TEXT
035510             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
035520     END-EVALUATE.
035530 3700-EXIT.
035540     EXIT.
035550*----------------------------------------------------------------
035560* 3750-POST-STANDING-ORDER                                      *
035570*   POST /standingorder - CREATES A STANDING ORDER FROM THE     *
035580*   "customer", "type", "amount", "frequency" (W OR M),         *
035590*   "start" AND OPTIONAL "end" (YYYYMMDD) VALUES IN THE JSON    *
035600*   BODY.  THE ORDER IS FIRST DUE ON ITS START DATE; THE        *
035610*   NEXT ORDER NUMBER COMES FROM THE CONTROL RECORD AND IS      *
035620*   RETURNED TO THE CALLER.  THE CALLING KEY'S DEPARTMENT IS    *
035630*   KEPT ON THE ORDER AS ITS OWNER.                             *
035640*----------------------------------------------------------------
035650 3750-POST-STANDING-ORDER.
035660     IF NOT DL100-LISTENER-MODE
035670         ACCEPT DL100-POST-BODY FROM CONSOLE
035680     END-IF.
035690     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
035700     PERFORM 3770-PARSE-SO-BODY THRU 3770-EXIT.
035710     PERFORM 3755-EDIT-STANDING-ORDER THRU 3755-EXIT.
035720     IF DL100-TRAN-EDIT-FAILED
035730         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
035740         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
035750         GO TO 3750-EXIT
035760     END-IF.
035770     IF NOT DL100-LISTENER-MODE
035780         OPEN I-O STANDING-ORDER-FILE
035790     END-IF.
035800     PERFORM 3795-ASSIGN-ORDER-NO THRU 3795-EXIT.
035810     IF DL100-SO-SAVE-OK
035820         MOVE SPACES TO SO-RECORD
035830         MOVE DL100-SO-NEW-ORDER-NO TO SO-ORDER-NO
035840         MOVE DL100-SB-CUST-KEY TO SO-CUST-KEY
035850         MOVE DL100-SB-TYPE TO SO-TRAN-TYPE
035860         MOVE DL100-SB-AMOUNT TO SO-AMOUNT
035870         MOVE DL100-SB-FREQ TO SO-FREQUENCY
035880         MOVE DL100-SB-START-DATE TO SO-START-DATE
035890         MOVE DL100-SB-END-DATE TO SO-END-DATE
035900         MOVE DL100-SB-START-DATE TO SO-NEXT-DUE-DATE
035910         MOVE DL100-SB-START-DATE(7:2) TO SO-ANCHOR-DAY
035920         MOVE "A" TO SO-STATUS
035930         MOVE ZERO TO SO-LAST-GEN-DATE
035940         MOVE DL100-REMOTE-USER TO SO-DEPT
035950         MOVE DL100-TIMESTAMP TO SO-CREATED-TS
035960         MOVE DL100-TIMESTAMP TO SO-LAST-MAINT-TS
035970         WRITE SO-RECORD
035980             INVALID KEY
035990                 MOVE "22" TO DL100-STORDER-STATUS
036000         END-WRITE
036010         MOVE DL100-STORDER-STATUS TO DL100-SO-SAVE-STATUS
036020     END-IF.
036030     IF NOT DL100-LISTENER-MODE
036040         CLOSE STANDING-ORDER-FILE
036050     END-IF.
036060     IF DL100-SO-SAVE-OK
036070         MOVE 201 TO DL100-STATUS-CODE
036080         MOVE "Created" TO DL100-STATUS-TEXT
036090         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
036100         MOVE SPACES TO DL100-RESPONSE-PIECE
036110         STRING '{"message":"Standing order created","order":"'
036120             DELIMITED BY SIZE
036130             SO-ORDER-NO DELIMITED BY SIZE
036140             '","next_due":"' DELIMITED BY SIZE
036150             SO-NEXT-DUE-DATE DELIMITED BY SIZE
036160             '","status_code":' DELIMITED BY SIZE
036170             RESP-STATUS-CODE DELIMITED BY SIZE
036180             ',"timestamp":"' DELIMITED BY SIZE
036190             RESP-TIMESTAMP DELIMITED BY SIZE
036200             '","correlation_id":"' DELIMITED BY SIZE
036210             RESP-CORRELATION-ID DELIMITED BY SIZE
036220             '"}' DELIMITED BY SIZE
036230             INTO DL100-RESPONSE-PIECE
036240         PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
036250     ELSE
036260         MOVE 500 TO DL100-STATUS-CODE
036270         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
036280         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
036290         MOVE "Unable to write standing order record"
036300             TO DL100-ERROR-TEXT
036310         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
036320     END-IF.
036330 3750-EXIT.
036340     EXIT.
036350*----------------------------------------------------------------
036360* 3755-EDIT-STANDING-ORDER                                      *
036370*   FIELD EDITS FOR A NEW STANDING ORDER.  EVERY FIELD BUT      *
036380*   "end" IS REQUIRED; THE DATES MUST BE REAL CALENDAR DATES,   *
036390*   THE START NOT IN THE PAST AND THE END NOT BEFORE THE        *
036400*   START; THE TYPE AND AMOUNT MUST PASS 3757; THE CUSTOMER     *
036410*   MUST BE ON FILE AND ACTIVE OR DORMANT.  A FAILURE SETS      *
036420*   DL100-TRAN-EDIT-FAILED AND THE STATUS AND ERROR TEXT.       *
036430*----------------------------------------------------------------
036440 3755-EDIT-STANDING-ORDER.
036450     SET DL100-TRAN-EDIT-PASSED TO TRUE.
036460     IF DL100-SB-CUST-KEY = SPACES
036470         SET DL100-TRAN-EDIT-FAILED TO TRUE
036480         MOVE 400 TO DL100-STATUS-CODE
036490         MOVE "Bad Request" TO DL100-STATUS-TEXT
036500         MOVE "Missing required field: customer"
036510             TO DL100-ERROR-TEXT
036520         GO TO 3755-EXIT
036530     END-IF.
036540     IF DL100-SB-TYPE = SPACES
036550         SET DL100-TRAN-EDIT-FAILED TO TRUE
036560         MOVE 400 TO DL100-STATUS-CODE
036570         MOVE "Bad Request" TO DL100-STATUS-TEXT
036580         MOVE "Missing required field: type" TO DL100-ERROR-TEXT
036590         GO TO 3755-EXIT
036600     END-IF.
036610     IF DL100-SB-AMT-TEXT = SPACES
036620         SET DL100-TRAN-EDIT-FAILED TO TRUE
036630         MOVE 400 TO DL100-STATUS-CODE
036640         MOVE "Bad Request" TO DL100-STATUS-TEXT
036650         MOVE "Missing required field: amount"
036660             TO DL100-ERROR-TEXT
036670         GO TO 3755-EXIT
036680     END-IF.
036690     IF DL100-SB-FREQ = SPACES
036700         SET DL100-TRAN-EDIT-FAILED TO TRUE
036710         MOVE 400 TO DL100-STATUS-CODE
036720         MOVE "Bad Request" TO DL100-STATUS-TEXT
036730         MOVE "Missing required field: frequency"
036740             TO DL100-ERROR-TEXT
036750         GO TO 3755-EXIT
036760     END-IF.
036770     IF DL100-SB-START-TEXT = SPACES
036780         SET DL100-TRAN-EDIT-FAILED TO TRUE
036790         MOVE 400 TO DL100-STATUS-CODE
036800         MOVE "Bad Request" TO DL100-STATUS-TEXT
036810         MOVE "Missing required field: start" TO DL100-ERROR-TEXT
036820         GO TO 3755-EXIT
036830     END-IF.
036840     IF DL100-SB-FREQ NOT = "W" AND DL100-SB-FREQ NOT = "M"
036850         SET DL100-TRAN-EDIT-FAILED TO TRUE
036860         MOVE 422 TO DL100-STATUS-CODE
036870         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
036880         MOVE "Frequency must be W or M" TO DL100-ERROR-TEXT
036890         GO TO 3755-EXIT
036900     END-IF.
036910     MOVE DL100-SB-START-TEXT TO DL100-DT-TEXT.
036920     PERFORM 3775-EDIT-SO-DATE THRU 3775-EXIT.
036930     IF DL100-DT-INVALID
036940         SET DL100-TRAN-EDIT-FAILED TO TRUE
036950         MOVE 422 TO DL100-STATUS-CODE
036960         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
036970         MOVE "Start date is not a valid date" TO DL100-ERROR-TEXT
036980         GO TO 3755-EXIT
036990     END-IF.
037000     MOVE DL100-DT-DATE TO DL100-SB-START-DATE.
037010     IF DL100-SB-START-DATE < DL100-CURR-DATE
037020         SET DL100-TRAN-EDIT-FAILED TO TRUE
037030         MOVE 422 TO DL100-STATUS-CODE
037040         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
037050         MOVE "Start date is in the past" TO DL100-ERROR-TEXT
037060         GO TO 3755-EXIT
037070     END-IF.
037080     MOVE ZERO TO DL100-SB-END-DATE.
037090     IF DL100-SB-END-TEXT NOT = SPACES
037100         MOVE DL100-SB-END-TEXT TO DL100-DT-TEXT
037110         PERFORM 3775-EDIT-SO-DATE THRU 3775-EXIT
037120         IF DL100-DT-INVALID
037130             SET DL100-TRAN-EDIT-FAILED TO TRUE
037140             MOVE 422 TO DL100-STATUS-CODE
037150             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
037160             MOVE "End date is not a valid date"
037170                 TO DL100-ERROR-TEXT
037180             GO TO 3755-EXIT
037190         END-IF
037200         MOVE DL100-DT-DATE TO DL100-SB-END-DATE
037210     END-IF.
037220     IF DL100-SB-END-DATE NOT = ZERO
037230         AND DL100-SB-END-DATE < DL100-SB-START-DATE
037240         SET DL100-TRAN-EDIT-FAILED TO TRUE
037250         MOVE 422 TO DL100-STATUS-CODE
037260         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
037270         MOVE "End date is before start date" TO DL100-ERROR-TEXT
037280         GO TO 3755-EXIT
037290     END-IF.
037300     PERFORM 3757-EDIT-SO-AMOUNT THRU 3757-EXIT.
037310     IF DL100-TRAN-EDIT-FAILED
037320         GO TO 3755-EXIT
037330     END-IF.
037340     MOVE DL100-SB-CUST-KEY TO CUST-KEY.
037350     PERFORM 3315-READ-CUSTOMER THRU 3315-EXIT.
037360     IF NOT DL100-CUST-SAVE-OK
037370         AND NOT DL100-CUST-SAVE-NOTFOUND
037380         SET DL100-TRAN-EDIT-FAILED TO TRUE
037390         MOVE 500 TO DL100-STATUS-CODE
037400         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
037410         MOVE "Unable to read customer record" TO DL100-ERROR-TEXT
037420         GO TO 3755-EXIT
037430     END-IF.
037440     IF DL100-CUST-SAVE-NOTFOUND
037450         SET DL100-TRAN-EDIT-FAILED TO TRUE
037460         MOVE 422 TO DL100-STATUS-CODE
037470         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
037480         MOVE "Customer not found" TO DL100-ERROR-TEXT
037490         GO TO 3755-EXIT
037500     END-IF.
037510     IF NOT CUST-ACTIVE
037520         AND NOT CUST-DORMANT
037530         SET DL100-TRAN-EDIT-FAILED TO TRUE
037540         MOVE 422 TO DL100-STATUS-CODE
037550         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
037560         MOVE "Customer is not active" TO DL100-ERROR-TEXT
037570     END-IF.
037580 3755-EXIT.
037590     EXIT.
037600*----------------------------------------------------------------
037610* 3757-EDIT-SO-AMOUNT                                           *
037620*   THE TYPE IN DL100-SB-TYPE MUST BE ON TRANTYPE, ACTIVE, AND  *
037630*   AN ORDINARY DEBIT OR CREDIT - A REVERSAL OR TRANSFER NAMES  *
037640*   ANOTHER ITEM OR CUSTOMER A STANDING ORDER CANNOT CARRY.     *
037650*   DL100-SB-AMT-TEXT MUST BE A NUMBER ABOVE ZERO AND WITHIN    *
037660*   THE TYPE'S LIMITS; IT IS LEFT IN DL100-SB-AMOUNT.           *
037670*----------------------------------------------------------------
037680 3757-EDIT-SO-AMOUNT.
037690     IF DL100-SB-TYPE = "REVERSAL" OR DL100-SB-TYPE = "TRANSFER"
037700         SET DL100-TRAN-EDIT-FAILED TO TRUE
037710         MOVE 422 TO DL100-STATUS-CODE
037720         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
037730         MOVE "Type cannot be used for a standing order"
037740             TO DL100-ERROR-TEXT
037750         GO TO 3757-EXIT
037760     END-IF.
037770     MOVE DL100-SB-TYPE TO TRNTYP-CODE.
037780     IF NOT DL100-LISTENER-MODE
037790         OPEN INPUT TRANTYPE-FILE
037800     END-IF.
037810     READ TRANTYPE-FILE
037820         INVALID KEY
037830             MOVE "23" TO DL100-TRANTYPE-STATUS
037840     END-READ.
037850     IF NOT DL100-LISTENER-MODE
037860         CLOSE TRANTYPE-FILE
037870     END-IF.
037880     IF NOT DL100-TRANTYPE-OK
037890         SET DL100-TRAN-EDIT-FAILED TO TRUE
037900         MOVE 422 TO DL100-STATUS-CODE
037910         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
037920         MOVE "Unknown transaction type" TO DL100-ERROR-TEXT
037930         GO TO 3757-EXIT
037940     END-IF.
037950     IF TRNTYP-INACTIVE
037960         SET DL100-TRAN-EDIT-FAILED TO TRUE
037970         MOVE 422 TO DL100-STATUS-CODE
037980         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
037990         MOVE "Transaction type not active" TO DL100-ERROR-TEXT
038000         GO TO 3757-EXIT
038010     END-IF.
038020     MOVE DL100-SB-AMT-TEXT TO DL100-JSON-AMT-TEXT.
038030     PERFORM 3320-EDIT-AMOUNT-TEXT THRU 3320-EXIT.
038040     IF DL100-AMT-INVALID
038050         SET DL100-TRAN-EDIT-FAILED TO TRUE
038060         MOVE 422 TO DL100-STATUS-CODE
038070         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
038080         MOVE "Amount is not a valid number" TO DL100-ERROR-TEXT
038090         GO TO 3757-EXIT
038100     END-IF.
038110     COMPUTE DL100-SB-AMOUNT =
038120         FUNCTION NUMVAL(DL100-AMT-TRIM-TEXT).
038130     IF DL100-SB-AMOUNT NOT > ZERO
038140         SET DL100-TRAN-EDIT-FAILED TO TRUE
038150         MOVE 422 TO DL100-STATUS-CODE
038160         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
038170         MOVE "Amount must be greater than zero"
038180             TO DL100-ERROR-TEXT
038190         GO TO 3757-EXIT
038200     END-IF.
038210     IF DL100-SB-AMOUNT < TRNTYP-MIN-AMOUNT
038220         OR DL100-SB-AMOUNT > TRNTYP-MAX-AMOUNT
038230         SET DL100-TRAN-EDIT-FAILED TO TRUE
038240         MOVE 422 TO DL100-STATUS-CODE
038250         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
038260         MOVE "Amount outside limits for transaction type"
038270             TO DL100-ERROR-TEXT
038280     END-IF.
038290 3757-EXIT.
038300     EXIT.
038310*----------------------------------------------------------------
038320* 3760-PUT-STANDING-ORDER                                       *
038330*   PUT /standingorder - CHANGES THE "amount", "frequency",     *
038340*   "end" OR "next" (DUE) DATE OF THE ACTIVE ORDER NAMED BY     *
038350*   "order".  FIELDS ABSENT FROM THE BODY ARE LEFT AS THEY      *
038360*   WERE; AN "end" OF 00000000 MAKES THE ORDER OPEN-ENDED.  A   *
038370*   NEW NEXT DUE DATE ALSO BECOMES THE DAY A MONTHLY ORDER      *
038380*   FALLS ON.  A CANCELLED OR EXPIRED ORDER CANNOT BE CHANGED.  *
038390*----------------------------------------------------------------
038400 3760-PUT-STANDING-ORDER.
038410     IF NOT DL100-LISTENER-MODE
038420         ACCEPT DL100-POST-BODY FROM CONSOLE
038430     END-IF.
038440     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
038450     PERFORM 3770-PARSE-SO-BODY THRU 3770-EXIT.
038460     PERFORM 3765-EDIT-ORDER-NO THRU 3765-EXIT.
038470     IF DL100-TRAN-EDIT-FAILED
038480         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
038490         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
038500         GO TO 3760-EXIT
038510     END-IF.
038520     IF DL100-SB-FREQ NOT = SPACES
038530         AND DL100-SB-FREQ NOT = "W"
038540         AND DL100-SB-FREQ NOT = "M"
038550         MOVE 422 TO DL100-STATUS-CODE
038560         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
038570         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
038580         MOVE "Frequency must be W or M" TO DL100-ERROR-TEXT
038590         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
038600         GO TO 3760-EXIT
038610     END-IF.
038620     MOVE ZERO TO DL100-SB-END-DATE.
038630     IF DL100-SB-END-TEXT NOT = SPACES
038640         AND DL100-SB-END-TEXT NOT = "00000000"
038650         MOVE DL100-SB-END-TEXT TO DL100-DT-TEXT
038660         PERFORM 3775-EDIT-SO-DATE THRU 3775-EXIT
038670         IF DL100-DT-INVALID
038680             MOVE 422 TO DL100-STATUS-CODE
038690             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
038700             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
038710             MOVE "End date is not a valid date"
038720                 TO DL100-ERROR-TEXT
038730             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
038740             GO TO 3760-EXIT
038750         END-IF
038760         MOVE DL100-DT-DATE TO DL100-SB-END-DATE
038770     END-IF.
038780     MOVE ZERO TO DL100-SB-NEXT-DATE.
038790     IF DL100-SB-NEXT-TEXT NOT = SPACES
038800         MOVE DL100-SB-NEXT-TEXT TO DL100-DT-TEXT
038810         PERFORM 3775-EDIT-SO-DATE THRU 3775-EXIT
038820         IF DL100-DT-INVALID
038830             MOVE 422 TO DL100-STATUS-CODE
038840             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
038850             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
038860             MOVE "Next due date is not a valid date"
038870                 TO DL100-ERROR-TEXT
038880             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
038890             GO TO 3760-EXIT
038900         END-IF
038910         MOVE DL100-DT-DATE TO DL100-SB-NEXT-DATE
038920         IF DL100-SB-NEXT-DATE < DL100-CURR-DATE
038930             MOVE 422 TO DL100-STATUS-CODE
038940             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
038950             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
038960             MOVE "Next due date is in the past"
038970                 TO DL100-ERROR-TEXT
038980             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
038990             GO TO 3760-EXIT
039000         END-IF
039010     END-IF.
039020     MOVE DL100-SB-ORDER-NO TO SO-ORDER-NO.
039030     IF NOT DL100-LISTENER-MODE
039040         OPEN I-O STANDING-ORDER-FILE
039050     END-IF.
039060     READ STANDING-ORDER-FILE
039070         INVALID KEY
039080             MOVE "23" TO DL100-STORDER-STATUS
039090     END-READ.
039100     MOVE DL100-STORDER-STATUS TO DL100-SO-SAVE-STATUS.
039110     IF DL100-SO-SAVE-OK AND NOT SO-ACTIVE
039120         MOVE "XA" TO DL100-SO-SAVE-STATUS
039130     END-IF.
039140     IF DL100-SO-SAVE-OK
039150         PERFORM 3762-APPLY-SO-CHANGES THRU 3762-EXIT
039160     END-IF.
039170     IF DL100-SO-SAVE-OK
039180         MOVE DL100-TIMESTAMP TO SO-LAST-MAINT-TS
039190         REWRITE SO-RECORD
039200             INVALID KEY
039210                 MOVE "23" TO DL100-STORDER-STATUS
039220         END-REWRITE
039230         MOVE DL100-STORDER-STATUS TO DL100-SO-SAVE-STATUS
039240     END-IF.
039250     IF NOT DL100-LISTENER-MODE
039260         CLOSE STANDING-ORDER-FILE
039270     END-IF.
039280     EVALUATE TRUE
039290         WHEN DL100-SO-SAVE-OK
039300             MOVE 200 TO DL100-STATUS-CODE
039310             MOVE "OK" TO DL100-STATUS-TEXT
039320             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
039330             MOVE SPACES TO DL100-RESPONSE-PIECE
039340             STRING '{"message":"Standing order updated",'
039350                 DELIMITED BY SIZE
039360                 '"order":"' DELIMITED BY SIZE
039370                 SO-ORDER-NO DELIMITED BY SIZE
039380                 '","next_due":"' DELIMITED BY SIZE
039390                 SO-NEXT-DUE-DATE DELIMITED BY SIZE
039400                 '","status_code":' DELIMITED BY SIZE
039410                 RESP-STATUS-CODE DELIMITED BY SIZE
039420                 ',"timestamp":"' DELIMITED BY SIZE
039430                 RESP-TIMESTAMP DELIMITED BY SIZE
039440                 '","correlation_id":"' DELIMITED BY SIZE
039450                 RESP-CORRELATION-ID DELIMITED BY SIZE
039460                 '"}' DELIMITED BY SIZE
039470                 INTO DL100-RESPONSE-PIECE
039480             PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT
039490         WHEN DL100-SO-SAVE-BADEDIT
039500             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
039510             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
039520         WHEN DL100-SO-SAVE-NOTACTIVE
039530             MOVE 422 TO DL100-STATUS-CODE
039540             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
039550             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
039560             MOVE "Standing order is not active"
039570                 TO DL100-ERROR-TEXT
039580             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
039590         WHEN DL100-SO-SAVE-NOTFOUND
039600             MOVE 404 TO DL100-STATUS-CODE
039610             MOVE "Not Found" TO DL100-STATUS-TEXT
039620             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
039630             MOVE "Standing order not found" TO DL100-ERROR-TEXT
039640             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
039650         WHEN OTHER
039660             MOVE 500 TO DL100-STATUS-CODE
039670             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
039680             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
039690             MOVE "Unable to update standing order record"
039700                 TO DL100-ERROR-TEXT
039710             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
039720     END-EVALUATE.
039730 3760-EXIT.
039740     EXIT.
039750*----------------------------------------------------------------
039760* 3762-APPLY-SO-CHANGES                                         *
039770*   MERGE THE PUT BODY INTO THE ORDER JUST READ.  A NEW AMOUNT  *
039780*   IS RE-EDITED AGAINST THE ORDER'S TYPE, AND THE RESULTING    *
039790*   END DATE MAY NOT FALL BEFORE THE NEXT DUE DATE.  A FAILED   *
039800*   EDIT SETS DL100-SO-SAVE-BADEDIT WITH THE STATUS AND ERROR   *
039810*   TEXT FOR THE CALLER, AND THE ORDER IS NOT REWRITTEN.        *
039820*----------------------------------------------------------------
039830 3762-APPLY-SO-CHANGES.
039840     SET DL100-TRAN-EDIT-PASSED TO TRUE.
039850     IF DL100-SB-AMT-TEXT NOT = SPACES
039860         MOVE SO-TRAN-TYPE TO DL100-SB-TYPE
039870         PERFORM 3757-EDIT-SO-AMOUNT THRU 3757-EXIT
039880         IF DL100-TRAN-EDIT-FAILED
039890             MOVE "XE" TO DL100-SO-SAVE-STATUS
039900             GO TO 3762-EXIT
039910         END-IF
039920         MOVE DL100-SB-AMOUNT TO SO-AMOUNT
039930     END-IF.
039940     IF DL100-SB-FREQ NOT = SPACES
039950         MOVE DL100-SB-FREQ TO SO-FREQUENCY
039960     END-IF.
039970     IF DL100-SB-END-TEXT NOT = SPACES
039980         MOVE DL100-SB-END-DATE TO SO-END-DATE
039990     END-IF.
040000     IF DL100-SB-NEXT-TEXT NOT = SPACES
040010         MOVE DL100-SB-NEXT-DATE TO SO-NEXT-DUE-DATE
040020         MOVE DL100-SB-NEXT-TEXT(7:2) TO SO-ANCHOR-DAY
040030     END-IF.
040040     IF SO-END-DATE NOT = ZERO
040050         AND SO-END-DATE < SO-NEXT-DUE-DATE
040060         MOVE "XE" TO DL100-SO-SAVE-STATUS
040070         MOVE 422 TO DL100-STATUS-CODE
040080         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
040090         MOVE "End date is before next due date"
040100             TO DL100-ERROR-TEXT
040110     END-IF.
040120 3762-EXIT.
040130     EXIT.
040140*----------------------------------------------------------------
040150* 3765-EDIT-ORDER-NO                                            *
040160*   THE "order" VALUE IS REQUIRED AND MUST BE THE SEVEN-DIGIT   *
040170*   ORDER NUMBER THE CREATE CALL RETURNED.  ORDER 0000000 IS    *
040180*   THE CONTROL RECORD AND IS NEVER A VALID ORDER.              *
040190*----------------------------------------------------------------
040200 3765-EDIT-ORDER-NO.
040210     SET DL100-TRAN-EDIT-PASSED TO TRUE.
040220     IF DL100-SB-ORDER-TEXT = SPACES
040230         SET DL100-TRAN-EDIT-FAILED TO TRUE
040240         MOVE 400 TO DL100-STATUS-CODE
040250         MOVE "Bad Request" TO DL100-STATUS-TEXT
040260         MOVE "Missing required field: order" TO DL100-ERROR-TEXT
040270         GO TO 3765-EXIT
040280     END-IF.
040290     IF DL100-SB-ORDER-TEXT NOT NUMERIC
040300         OR DL100-SB-ORDER-NO = ZERO
040310         SET DL100-TRAN-EDIT-FAILED TO TRUE
040320         MOVE 422 TO DL100-STATUS-CODE
040330         MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
040340         MOVE "Order must be a seven-digit order number"
040350             TO DL100-ERROR-TEXT
040360     END-IF.
040370 3765-EXIT.
040380     EXIT.
040390*----------------------------------------------------------------
040400* 3768-POST-SO-CANCEL                                           *
040410*   POST /standingorder/cancel - CANCELS THE ACTIVE ORDER NAMED *
040420*   BY "order".  CANCELLATION IS A STATUS CHANGE TO "C" - THE   *
040430*   RECORD STAYS ON FILE FOR THE LIST ENDPOINT AND RESEARCH.    *
040440*----------------------------------------------------------------
040450 3768-POST-SO-CANCEL.
040460     IF NOT DL100-LISTENER-MODE
040470         ACCEPT DL100-POST-BODY FROM CONSOLE
040480     END-IF.
040490     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
040500     PERFORM 3770-PARSE-SO-BODY THRU 3770-EXIT.
040510     PERFORM 3765-EDIT-ORDER-NO THRU 3765-EXIT.
040520     IF DL100-TRAN-EDIT-FAILED
040530         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
040540         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
040550         GO TO 3768-EXIT
040560     END-IF.
040570     MOVE DL100-SB-ORDER-NO TO SO-ORDER-NO.
040580     IF NOT DL100-LISTENER-MODE
040590         OPEN I-O STANDING-ORDER-FILE
040600     END-IF.
040610     READ STANDING-ORDER-FILE
040620         INVALID KEY
040630             MOVE "23" TO DL100-STORDER-STATUS
040640     END-READ.
040650     MOVE DL100-STORDER-STATUS TO DL100-SO-SAVE-STATUS.
040660     IF DL100-SO-SAVE-OK AND NOT SO-ACTIVE
040670         MOVE "XA" TO DL100-SO-SAVE-STATUS
040680     END-IF.
040690     IF DL100-SO-SAVE-OK
040700         MOVE "C" TO SO-STATUS
040710         MOVE DL100-TIMESTAMP TO SO-LAST-MAINT-TS
040720         REWRITE SO-RECORD
040730             INVALID KEY
040740                 MOVE "23" TO DL100-STORDER-STATUS
040750         END-REWRITE
040760         MOVE DL100-STORDER-STATUS TO DL100-SO-SAVE-STATUS
040770     END-IF.
040780     IF NOT DL100-LISTENER-MODE
040790         CLOSE STANDING-ORDER-FILE
040800     END-IF.
040810     EVALUATE TRUE
040820         WHEN DL100-SO-SAVE-OK
040830             MOVE 200 TO DL100-STATUS-CODE
040840             MOVE "OK" TO DL100-STATUS-TEXT
040850             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
040860             MOVE "Standing order cancelled" TO RESP-MESSAGE
040870             PERFORM 8200-BUILD-SUCCESS-JSON THRU 8200-EXIT
040880         WHEN DL100-SO-SAVE-NOTACTIVE
040890             MOVE 422 TO DL100-STATUS-CODE
040900             MOVE "Unprocessable Entity" TO DL100-STATUS-TEXT
040910             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
040920             MOVE "Standing order is not active"
040930                 TO DL100-ERROR-TEXT
040940             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
040950         WHEN DL100-SO-SAVE-NOTFOUND
040960             MOVE 404 TO DL100-STATUS-CODE
040970             MOVE "Not Found" TO DL100-STATUS-TEXT
040980             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
040990             MOVE "Standing order not found" TO DL100-ERROR-TEXT
041000             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
041010         WHEN OTHER
041020             MOVE 500 TO DL100-STATUS-CODE
041030             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
041040             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
041050             MOVE "Unable to update standing order record"
041060                 TO DL100-ERROR-TEXT
041070             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
041080     END-EVALUATE.
041090 3768-EXIT.
041100     EXIT.
041110*----------------------------------------------------------------
041120* 3770-PARSE-SO-BODY                                            *
041130*   PULLS THE "order", "customer", "type", "amount",            *
041140*   "frequency", "start", "end" AND "next" VALUES OUT OF THE    *
041150*   STANDING ORDER JSON BODY.  FIELDS NOT PRESENT COME BACK AS  *
041160*   SPACES; amount IS AN UNQUOTED NUMBER, THE DATES ARE QUOTED  *
041170*   YYYYMMDD STRINGS.                                           *
041180*----------------------------------------------------------------
041190 3770-PARSE-SO-BODY.
041200     MOVE SPACES TO DL100-SO-BODY-WORK DL100-JSON-WORK.
041210     UNSTRING DL100-POST-BODY DELIMITED BY '"order":"'
041220         INTO DL100-JSON-JUNK DL100-JSON-AFTER-ORDER
041230     END-UNSTRING.
041240     UNSTRING DL100-JSON-AFTER-ORDER DELIMITED BY '"'
041250         INTO DL100-SB-ORDER-TEXT DL100-JSON-REMAINDER
041260     END-UNSTRING.
041270     UNSTRING DL100-POST-BODY DELIMITED BY '"customer":"'
041280         INTO DL100-JSON-JUNK DL100-JSON-AFTER-CUST
041290     END-UNSTRING.
041300     UNSTRING DL100-JSON-AFTER-CUST DELIMITED BY '"'
041310         INTO DL100-SB-CUST-KEY DL100-JSON-REMAINDER
041320     END-UNSTRING.
041330     UNSTRING DL100-POST-BODY DELIMITED BY '"type":"'
041340         INTO DL100-JSON-JUNK DL100-JSON-AFTER-TYPE
041350     END-UNSTRING.
041360     UNSTRING DL100-JSON-AFTER-TYPE DELIMITED BY '"'
041370         INTO DL100-SB-TYPE DL100-JSON-REMAINDER
041380     END-UNSTRING.
041390     UNSTRING DL100-POST-BODY DELIMITED BY '"amount":'
041400         INTO DL100-JSON-JUNK DL100-JSON-AFTER-AMT
041410     END-UNSTRING.
041420     UNSTRING DL100-JSON-AFTER-AMT DELIMITED BY "," OR "}"
041430         INTO DL100-SB-AMT-TEXT
041440     END-UNSTRING.
041450     UNSTRING DL100-POST-BODY DELIMITED BY '"frequency":"'
041460         INTO DL100-JSON-JUNK DL100-JSON-AFTER-FREQ
041470     END-UNSTRING.
041480     UNSTRING DL100-JSON-AFTER-FREQ DELIMITED BY '"'
041490         INTO DL100-SB-FREQ DL100-JSON-REMAINDER
041500     END-UNSTRING.
041510     UNSTRING DL100-POST-BODY DELIMITED BY '"start":"'
041520         INTO DL100-JSON-JUNK DL100-JSON-AFTER-START
041530     END-UNSTRING.
041540     UNSTRING DL100-JSON-AFTER-START DELIMITED BY '"'
041550         INTO DL100-SB-START-TEXT DL100-JSON-REMAINDER
041560     END-UNSTRING.
041570     UNSTRING DL100-POST-BODY DELIMITED BY '"end":"'
041580         INTO DL100-JSON-JUNK DL100-JSON-AFTER-END
041590     END-UNSTRING.
041600     UNSTRING DL100-JSON-AFTER-END DELIMITED BY '"'
041610         INTO DL100-SB-END-TEXT DL100-JSON-REMAINDER
041620     END-UNSTRING.
041630     UNSTRING DL100-POST-BODY DELIMITED BY '"next":"'
041640         INTO DL100-JSON-JUNK DL100-JSON-AFTER-NEXT
041650     END-UNSTRING.
041660     UNSTRING DL100-JSON-AFTER-NEXT DELIMITED BY '"'
041670         INTO DL100-SB-NEXT-TEXT DL100-JSON-REMAINDER
041680     END-UNSTRING.
041690 3770-EXIT.
041700     EXIT.
041710*----------------------------------------------------------------
041720* 3775-EDIT-SO-DATE                                             *
041730*   IS DL100-DT-TEXT A REAL YYYYMMDD CALENDAR DATE?  SETS       *
041740*   DL100-DT-VALID OR DL100-DT-INVALID.  FEBRUARY HAS 29 DAYS   *
041750*   IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT         *
041760*   DIVISIBLE BY 400.                                           *
041770*----------------------------------------------------------------
041780 3775-EDIT-SO-DATE.
041790     SET DL100-DT-INVALID TO TRUE.
041800     IF DL100-DT-TEXT NOT NUMERIC
041810         GO TO 3775-EXIT
041820     END-IF.
041830     IF DL100-DT-YEAR < 1900
041840         OR DL100-DT-MONTH < 1 OR DL100-DT-MONTH > 12
041850         OR DL100-DT-DAY < 1
041860         GO TO 3775-EXIT
041870     END-IF.
041880     MOVE DL100-MONTH-DAYS(DL100-DT-MONTH) TO DL100-DT-MAX-DAY.
041890     IF DL100-DT-MONTH = 2
041900         DIVIDE DL100-DT-YEAR BY 4 GIVING DL100-DT-QUOTIENT
041910             REMAINDER DL100-DT-REMAINDER
041920         IF DL100-DT-REMAINDER = ZERO
041930             MOVE 29 TO DL100-DT-MAX-DAY
041940         END-IF
041950         DIVIDE DL100-DT-YEAR BY 100 GIVING DL100-DT-QUOTIENT
041960             REMAINDER DL100-DT-REMAINDER
041970         IF DL100-DT-REMAINDER = ZERO
041980             MOVE 28 TO DL100-DT-MAX-DAY
041990         END-IF
042000         DIVIDE DL100-DT-YEAR BY 400 GIVING DL100-DT-QUOTIENT
042010             REMAINDER DL100-DT-REMAINDER
042020         IF DL100-DT-REMAINDER = ZERO
042030             MOVE 29 TO DL100-DT-MAX-DAY
042040         END-IF
042050     END-IF.
042060     IF DL100-DT-DAY > DL100-DT-MAX-DAY
042070         GO TO 3775-EXIT
042080     END-IF.
042090     SET DL100-DT-VALID TO TRUE.
042100 3775-EXIT.
042110     EXIT.
042120*----------------------------------------------------------------
042130* 3780-GET-STANDING-ORDERS                                      *
042140*   GET /standingorders?customer=CCC&token=NNNNNNN - PAGE       *
042150*   THROUGH THE STANDING ORDERS IN ORDER-NUMBER SEQUENCE,       *
042160*   RESTRICTED TO ONE CUSTOMER WHEN customer IS GIVEN.  THE     *
042170*   SAME PAGE SIZE AND CONTINUATION-TOKEN SHAPE AS GET          *
042180*   /customers - THE TOKEN IS THE LAST ORDER NUMBER EMITTED.    *
042190*   CANCELLED AND EXPIRED ORDERS ARE LISTED WITH THEIR STATUS.  *
042200*----------------------------------------------------------------
042210 3780-GET-STANDING-ORDERS.
042220     PERFORM 3782-PARSE-SO-LIST-PARMS THRU 3782-EXIT.
042230     IF DL100-SL-TOKEN NOT = SPACES
042240         AND DL100-SL-TOKEN NOT NUMERIC
042250         MOVE 400 TO DL100-STATUS-CODE
042260         MOVE "Bad Request" TO DL100-STATUS-TEXT
042270         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
042280         MOVE "Continuation token is not valid"
042290             TO DL100-ERROR-TEXT
042300         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
042310         GO TO 3780-EXIT
042320     END-IF.
042330     IF NOT DL100-LISTENER-MODE
042340         OPEN INPUT STANDING-ORDER-FILE
042350         IF NOT DL100-STORDER-OK
042360             MOVE 500 TO DL100-STATUS-CODE
042370             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
042380             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
042390             MOVE "Unable to open standing order file"
042400                 TO DL100-ERROR-TEXT
042410             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
042420             GO TO 3780-EXIT
042430         END-IF
042440     END-IF.
042450     MOVE "N" TO DL100-SL-EOF-SW.
042460     MOVE "Y" TO DL100-SL-FIRST-SW.
042470     MOVE ZERO TO DL100-SL-COUNT.
042480     MOVE SPACES TO DL100-SL-LAST-ORDER.
042490*    KEY GREATER THAN THE TOKEN - OR THAN ZERO ON THE FIRST
042500*    PAGE, WHICH ALSO STEPS OVER THE CONTROL RECORD.
042510     IF DL100-SL-TOKEN NOT = SPACES
042520         MOVE DL100-SL-TOKEN TO SO-ORDER-NO
042530     ELSE
042540         MOVE ZERO TO SO-ORDER-NO
042550     END-IF.
042560     START STANDING-ORDER-FILE KEY GREATER THAN SO-ORDER-NO
042570         INVALID KEY
042580             SET DL100-SL-EOF TO TRUE
042590     END-START.
042600     IF NOT DL100-SL-EOF AND NOT DL100-STORDER-OK
042610         MOVE 500 TO DL100-STATUS-CODE
042620         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
042630         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
042640         MOVE "Unable to position standing order browse"
042650             TO DL100-ERROR-TEXT
042660         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
042670         IF NOT DL100-LISTENER-MODE
042680             CLOSE STANDING-ORDER-FILE
042690         END-IF
042700         GO TO 3780-EXIT
042710     END-IF.
042720     MOVE 200 TO DL100-STATUS-CODE.
042730     MOVE "OK" TO DL100-STATUS-TEXT.
042740     PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT.
042750     MOVE SPACES TO DL100-RESPONSE-PIECE.
042760     MOVE '{"standing_orders":[' TO DL100-RESPONSE-PIECE.
042770     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
042780     IF NOT DL100-SL-EOF
042790         PERFORM 3785-READ-NEXT-SO THRU 3785-EXIT
042800     END-IF.
042810     PERFORM 3790-SO-LIST-RECORD THRU 3790-EXIT
042820         UNTIL DL100-SL-EOF
042830         OR DL100-SL-COUNT NOT LESS THAN DL100-BROWSE-PAGE-SIZE.
042840     IF NOT DL100-LISTENER-MODE
042850         CLOSE STANDING-ORDER-FILE
042860     END-IF.
042870     MOVE DL100-SL-COUNT TO DL100-SL-EDIT-COUNT.
042880     MOVE SPACES TO DL100-RESPONSE-PIECE.
042890     IF DL100-SL-COUNT NOT LESS THAN DL100-BROWSE-PAGE-SIZE
042900         STRING '],"count":' DELIMITED BY SIZE
042910             FUNCTION TRIM(DL100-SL-EDIT-COUNT)
042920             DELIMITED BY SIZE
042930             ',"continuation_token":"' DELIMITED BY SIZE
042940             DL100-SL-LAST-ORDER DELIMITED BY SIZE
042950             '","status_code":' DELIMITED BY SIZE
042960             RESP-STATUS-CODE DELIMITED BY SIZE
042970             ',"timestamp":"' DELIMITED BY SIZE
042980             RESP-TIMESTAMP DELIMITED BY SIZE
042990             '","correlation_id":"' DELIMITED BY SIZE
043000             RESP-CORRELATION-ID DELIMITED BY SIZE
043010             '"}' DELIMITED BY SIZE
043020             INTO DL100-RESPONSE-PIECE
043030     ELSE
043040         STRING '],"count":' DELIMITED BY SIZE
043050             FUNCTION TRIM(DL100-SL-EDIT-COUNT)
043060             DELIMITED BY SIZE
043070             ',"continuation_token":""' DELIMITED BY SIZE
043080             ',"status_code":' DELIMITED BY SIZE
043090             RESP-STATUS-CODE DELIMITED BY SIZE
043100             ',"timestamp":"' DELIMITED BY SIZE
043110             RESP-TIMESTAMP DELIMITED BY SIZE
043120             '","correlation_id":"' DELIMITED BY SIZE
043130             RESP-CORRELATION-ID DELIMITED BY SIZE
043140             '"}' DELIMITED BY SIZE
043150             INTO DL100-RESPONSE-PIECE
043160     END-IF.
043170     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
043180 3780-EXIT.
043190     EXIT.
043200*----------------------------------------------------------------
043210* 3782-PARSE-SO-LIST-PARMS                                      *
043220*   BREAKS THE QUERY STRING INTO UP TO TWO "&"-SEPARATED        *
043230*   name=value PAIRS AND PICKS OUT customer AND token.          *
043240*----------------------------------------------------------------
043250 3782-PARSE-SO-LIST-PARMS.
043260     MOVE SPACES TO DL100-SL-CUST-KEY DL100-SL-TOKEN
043270         DL100-SL-PARM-TEXT(1) DL100-SL-PARM-TEXT(2).
043280     UNSTRING DL100-QUERY-STRING DELIMITED BY "&"
043290         INTO DL100-SL-PARM-TEXT(1) DL100-SL-PARM-TEXT(2)
043300     END-UNSTRING.
043310     PERFORM 3783-PICK-SO-LIST-PARM THRU 3783-EXIT
043320         VARYING DL100-SL-PARM-IX FROM 1 BY 1
043330         UNTIL DL100-SL-PARM-IX > 2.
043340 3782-EXIT.
043350     EXIT.
043360*----------------------------------------------------------------
043370* 3783-PICK-SO-LIST-PARM                                        *
043380*   ROUTES ONE PARSED name=value PAIR TO ITS WORK FIELD.        *
043390*----------------------------------------------------------------
043400 3783-PICK-SO-LIST-PARM.
043410     MOVE SPACES TO DL100-SL-PARM-NAME DL100-SL-PARM-VALUE.
043420     UNSTRING DL100-SL-PARM-TEXT(DL100-SL-PARM-IX)
043430         DELIMITED BY "="
043440         INTO DL100-SL-PARM-NAME DL100-SL-PARM-VALUE
043450     END-UNSTRING.
043460     EVALUATE DL100-SL-PARM-NAME
043470         WHEN "customer"
043480             MOVE DL100-SL-PARM-VALUE TO DL100-SL-CUST-KEY
043490         WHEN "token"
043500             MOVE DL100-SL-PARM-VALUE TO DL100-SL-TOKEN
043510     END-EVALUATE.
043520 3783-EXIT.
043530     EXIT.
043540*----------------------------------------------------------------
043550* 3785-READ-NEXT-SO                                             *
043560*   READ THE NEXT STORDER RECORD IN KEY SEQUENCE FOR THE        *
043570*   BROWSE.                                                     *
043580*----------------------------------------------------------------
043590 3785-READ-NEXT-SO.
043600     READ STANDING-ORDER-FILE NEXT RECORD
043610         AT END
043620             SET DL100-SL-EOF TO TRUE
043630     END-READ.
043640 3785-EXIT.
043650     EXIT.
043660*----------------------------------------------------------------
043670* 3790-SO-LIST-RECORD                                           *
043680*   EMIT THE CURRENT ORDER IF IT PASSES THE CUSTOMER FILTER,    *
043690*   AND READ THE NEXT.  AN OPEN-ENDED ORDER SHOWS AN EMPTY      *
043700*   "end", AND ONE NEVER YET GENERATED AN EMPTY                 *
043710*   "last_generated".                                           *
043720*----------------------------------------------------------------
043730 3790-SO-LIST-RECORD.
043740     IF DL100-SL-CUST-KEY NOT = SPACES
043750         AND SO-CUST-KEY NOT = DL100-SL-CUST-KEY
043760         PERFORM 3785-READ-NEXT-SO THRU 3785-EXIT
043770         GO TO 3790-EXIT
043780     END-IF.
043790     MOVE SO-AMOUNT TO DL100-SO-EDIT-AMOUNT.
043800     MOVE SPACES TO DL100-SL-END-TEXT DL100-SL-GEN-TEXT.
043810     IF SO-END-DATE NOT = ZERO
043820         MOVE SO-END-DATE TO DL100-SL-END-TEXT
043830     END-IF.
043840     IF SO-LAST-GEN-DATE NOT = ZERO
043850         MOVE SO-LAST-GEN-DATE TO DL100-SL-GEN-TEXT
043860     END-IF.
043870     MOVE SPACES TO DL100-RESPONSE-PIECE.
043880     IF DL100-SL-FIRST-RECORD
043890         MOVE "N" TO DL100-SL-FIRST-SW
043900         STRING '{"order":"' DELIMITED BY SIZE
043910             SO-ORDER-NO DELIMITED BY SIZE
043920             '","customer":"' DELIMITED BY SIZE
043930             FUNCTION TRIM(SO-CUST-KEY) DELIMITED BY SIZE
043940             '","type":"' DELIMITED BY SIZE
043950             FUNCTION TRIM(SO-TRAN-TYPE) DELIMITED BY SIZE
043960             '","amount":' DELIMITED BY SIZE
043970             FUNCTION TRIM(DL100-SO-EDIT-AMOUNT)
043980             DELIMITED BY SIZE
043990             ',"frequency":"' DELIMITED BY SIZE
044000             SO-FREQUENCY DELIMITED BY SIZE
044010             '","start":"' DELIMITED BY SIZE
044020             SO-START-DATE DELIMITED BY SIZE
044030             '","end":"' DELIMITED BY SIZE
044040             DL100-SL-END-TEXT DELIMITED BY SPACE
044050             '","next_due":"' DELIMITED BY SIZE
044060             SO-NEXT-DUE-DATE DELIMITED BY SIZE
044070             '","status":"' DELIMITED BY SIZE
044080             SO-STATUS DELIMITED BY SIZE
044090             '","last_generated":"' DELIMITED BY SIZE
044100             DL100-SL-GEN-TEXT DELIMITED BY SPACE
044110             '","dept":"' DELIMITED BY SIZE
044120             FUNCTION TRIM(SO-DEPT) DELIMITED BY SIZE
044130             '"}' DELIMITED BY SIZE
044140             INTO DL100-RESPONSE-PIECE
044150     ELSE
044160         STRING ',{"order":"' DELIMITED BY SIZE
044170             SO-ORDER-NO DELIMITED BY SIZE
044180             '","customer":"' DELIMITED BY SIZE
044190             FUNCTION TRIM(SO-CUST-KEY) DELIMITED BY SIZE
044200             '","type":"' DELIMITED BY SIZE
044210             FUNCTION TRIM(SO-TRAN-TYPE) DELIMITED BY SIZE
044220             '","amount":' DELIMITED BY SIZE
044230             FUNCTION TRIM(DL100-SO-EDIT-AMOUNT)
044240             DELIMITED BY SIZE
044250             ',"frequency":"' DELIMITED BY SIZE
044260             SO-FREQUENCY DELIMITED BY SIZE
044270             '","start":"' DELIMITED BY SIZE
044280             SO-START-DATE DELIMITED BY SIZE
044290             '","end":"' DELIMITED BY SIZE
044300             DL100-SL-END-TEXT DELIMITED BY SPACE
044310             '","next_due":"' DELIMITED BY SIZE
044320             SO-NEXT-DUE-DATE DELIMITED BY SIZE
044330             '","status":"' DELIMITED BY SIZE
044340             SO-STATUS DELIMITED BY SIZE
044350             '","last_generated":"' DELIMITED BY SIZE
044360             DL100-SL-GEN-TEXT DELIMITED BY SPACE
044370             '","dept":"' DELIMITED BY SIZE
044380             FUNCTION TRIM(SO-DEPT) DELIMITED BY SIZE
044390             '"}' DELIMITED BY SIZE
044400             INTO DL100-RESPONSE-PIECE
044410     END-IF.
044420     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
044430     ADD 1 TO DL100-SL-COUNT.
044440     MOVE SO-ORDER-NO TO DL100-SL-LAST-ORDER.
044450     PERFORM 3785-READ-NEXT-SO THRU 3785-EXIT.
044460 3790-EXIT.
044470     EXIT.
044480*----------------------------------------------------------------
044490* 3795-ASSIGN-ORDER-NO                                          *
044500*   TAKE THE NEXT ORDER NUMBER FROM THE CONTROL RECORD (ORDER   *
044510*   0000000), CREATING IT ON THE FIRST ORDER EVER.  STORDER     *
044520*   MUST BE OPEN I-O.  THE OUTCOME IS LEFT IN                   *
044530*   DL100-SO-SAVE-STATUS AND THE NUMBER IN                      *
044540*   DL100-SO-NEW-ORDER-NO.                                      *
044550*----------------------------------------------------------------
044560 3795-ASSIGN-ORDER-NO.
044570     MOVE ZERO TO SO-ORDER-NO.
044580     READ STANDING-ORDER-FILE
044590         INVALID KEY
044600             MOVE "23" TO DL100-STORDER-STATUS
044610     END-READ.
044620     EVALUATE TRUE
044630         WHEN DL100-STORDER-OK
044640             ADD 1 TO SO-CTL-LAST-ORDER-NO
044650             MOVE SO-CTL-LAST-ORDER-NO TO DL100-SO-NEW-ORDER-NO
044660             REWRITE SO-RECORD
044670                 INVALID KEY
044680                     MOVE "23" TO DL100-STORDER-STATUS
044690             END-REWRITE
044700         WHEN DL100-STORDER-NOTFOUND
044710             MOVE SPACES TO SO-RECORD
044720             MOVE ZERO TO SO-ORDER-NO
044730             MOVE 1 TO SO-CTL-LAST-ORDER-NO
044740             MOVE 1 TO DL100-SO-NEW-ORDER-NO
044750             WRITE SO-RECORD
044760                 INVALID KEY
044770                     MOVE "22" TO DL100-STORDER-STATUS
044780             END-WRITE
044790     END-EVALUATE.
044800     MOVE DL100-STORDER-STATUS TO DL100-SO-SAVE-STATUS.
044810 3795-EXIT.
044820     EXIT.
044830*----------------------------------------------------------------
044840* 3800-GET-CUSTOMERS                                            *
044850*   GET /CUSTOMERS - BROWSE OR SEARCH THE CUSTOMER MASTER AND   *
044860*   RETURN UP TO ONE PAGE OF RECORDS AS A JSON ARRAY.  QUERY    *
044870*   PARAMETERS (ANY COMBINATION, "&"-SEPARATED):                *
044880*     key=PPP     START AT / RESTRICT TO KEYS BEGINNING PPP     *
044890*     name=SSS    ONLY RECORDS WHOSE NAME CONTAINS SSS          *
044900*     token=KKK   CONTINUATION - RESUME JUST PAST KEY KKK       *
044910*   A FULL PAGE CARRIES THE LAST KEY AS continuation_token;     *
044920*   AN EMPTY TOKEN MEANS THE BROWSE IS COMPLETE.                *
044930*----------------------------------------------------------------
044940 3800-GET-CUSTOMERS.
044950     PERFORM 3810-PARSE-BROWSE-PARMS THRU 3810-EXIT.
044960     IF NOT DL100-LISTENER-MODE
044970         OPEN INPUT CUSTOMER-FILE
044980         IF NOT DL100-CUSTMAST-OK
044990             MOVE 500 TO DL100-STATUS-CODE
045000             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
045010             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
045020             MOVE "Unable to open customer file"
045030                 TO DL100-ERROR-TEXT
045040             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
045050             GO TO 3800-EXIT
045060         END-IF
045070     END-IF.
045080     MOVE "N" TO DL100-BR-EOF-SW.
045090     MOVE "Y" TO DL100-BR-FIRST-SW.
045100     MOVE ZERO TO DL100-BR-COUNT.
045110     MOVE SPACES TO DL100-BR-LAST-KEY.
045120     IF DL100-BR-TOKEN NOT = SPACES
045130         MOVE DL100-BR-TOKEN TO CUST-KEY
045140         START CUSTOMER-FILE KEY GREATER THAN CUST-KEY
045150             INVALID KEY
045160                 SET DL100-BR-EOF TO TRUE
045170         END-START
045180     ELSE
045190         MOVE DL100-BR-KEY-PREFIX TO CUST-KEY
045200         START CUSTOMER-FILE KEY NOT LESS THAN CUST-KEY
045210             INVALID KEY
045220                 SET DL100-BR-EOF TO TRUE
045230         END-START
045240     END-IF.
045250*    A FAILED START THAT IS NOT THE ORDINARY PAST-END CASE
045260*    (CAUGHT BY INVALID KEY ABOVE) MEANS THE BROWSE CANNOT BE
045270*    TRUSTED - REPORT IT INSTEAD OF EMITTING RESIDUAL DATA.
045280     IF NOT DL100-BR-EOF AND NOT DL100-CUSTMAST-OK
045290         MOVE 500 TO DL100-STATUS-CODE
045300         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
045310         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
045320         MOVE "Unable to position customer browse"
045330             TO DL100-ERROR-TEXT
045340         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
045350         IF NOT DL100-LISTENER-MODE
045360             CLOSE CUSTOMER-FILE
045370         END-IF
045380         GO TO 3800-EXIT
045390     END-IF.
045400     MOVE 200 TO DL100-STATUS-CODE.
045410     MOVE "OK" TO DL100-STATUS-TEXT.
045420     PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT.
045430     MOVE '{"customers":[' TO DL100-RESPONSE-PIECE.
045440     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
045450     IF NOT DL100-BR-EOF
045460         PERFORM 3820-READ-NEXT-CUSTOMER THRU 3820-EXIT
045470     END-IF.
045480     PERFORM 3830-BROWSE-RECORD THRU 3830-EXIT
045490         UNTIL DL100-BR-EOF
045500         OR DL100-BR-COUNT NOT LESS THAN DL100-BROWSE-PAGE-SIZE.
045510     IF NOT DL100-LISTENER-MODE
045520         CLOSE CUSTOMER-FILE
045530     END-IF.
045540     MOVE DL100-BR-COUNT TO DL100-BR-EDIT-COUNT.
045550     MOVE SPACES TO DL100-RESPONSE-PIECE.
045560     IF DL100-BR-COUNT NOT LESS THAN DL100-BROWSE-PAGE-SIZE
045570         STRING '],"count":' DELIMITED BY SIZE
045580             FUNCTION TRIM(DL100-BR-EDIT-COUNT)
045590             DELIMITED BY SIZE
045600             ',"continuation_token":"' DELIMITED BY SIZE
045610             FUNCTION TRIM(DL100-BR-LAST-KEY)
045620             DELIMITED BY SIZE
045630             '","status_code":' DELIMITED BY SIZE
045640             RESP-STATUS-CODE DELIMITED BY SIZE
045650             ',"timestamp":"' DELIMITED BY SIZE
045660             RESP-TIMESTAMP DELIMITED BY SIZE
045670             '","correlation_id":"' DELIMITED BY SIZE
045680             RESP-CORRELATION-ID DELIMITED BY SIZE
045690             '"}' DELIMITED BY SIZE
045700             INTO DL100-RESPONSE-PIECE
045710     ELSE
045720         STRING '],"count":' DELIMITED BY SIZE
045730             FUNCTION TRIM(DL100-BR-EDIT-COUNT)
045740             DELIMITED BY SIZE
045750             ',"continuation_token":""' DELIMITED BY SIZE
045760             ',"status_code":' DELIMITED BY SIZE
045770             RESP-STATUS-CODE DELIMITED BY SIZE
045780             ',"timestamp":"' DELIMITED BY SIZE
045790             RESP-TIMESTAMP DELIMITED BY SIZE
045800             '","correlation_id":"' DELIMITED BY SIZE
045810             RESP-CORRELATION-ID DELIMITED BY SIZE
045820             '"}' DELIMITED BY SIZE
045830             INTO DL100-RESPONSE-PIECE
045840     END-IF.
045850     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
045860 3800-EXIT.
045870     EXIT.
045880*----------------------------------------------------------------
045890* 3810-PARSE-BROWSE-PARMS                                       *
045900*   BREAKS THE QUERY STRING INTO UP TO THREE "&"-SEPARATED      *
045910*   name=value PAIRS AND PICKS OUT key, name AND token.         *
045920*----------------------------------------------------------------
045930 3810-PARSE-BROWSE-PARMS.
045940     MOVE SPACES TO DL100-BR-KEY-PREFIX DL100-BR-NAME-SUBSTR
045950         DL100-BR-TOKEN DL100-BR-PARM-TEXT(1)
045960         DL100-BR-PARM-TEXT(2) DL100-BR-PARM-TEXT(3).
045970     MOVE ZERO TO DL100-BR-PREFIX-LEN DL100-BR-NAME-LEN.
045980     UNSTRING DL100-QUERY-STRING DELIMITED BY "&"
045990         INTO DL100-BR-PARM-TEXT(1) DL100-BR-PARM-TEXT(2)
046000             DL100-BR-PARM-TEXT(3)
046010     END-UNSTRING.
046020     PERFORM 3815-PICK-BROWSE-PARM THRU 3815-EXIT
046030         VARYING DL100-BR-PARM-IX FROM 1 BY 1
046040         UNTIL DL100-BR-PARM-IX > 3.
046050     IF DL100-BR-KEY-PREFIX NOT = SPACES
046060         COMPUTE DL100-BR-PREFIX-LEN = FUNCTION LENGTH(
046070             FUNCTION TRIM(DL100-BR-KEY-PREFIX))
046080     END-IF.
046090     IF DL100-BR-NAME-SUBSTR NOT = SPACES
046100         COMPUTE DL100-BR-NAME-LEN = FUNCTION LENGTH(
046110             FUNCTION TRIM(DL100-BR-NAME-SUBSTR))
046120     END-IF.
046130 3810-EXIT.
046140     EXIT.
046150*----------------------------------------------------------------
046160* 3815-PICK-BROWSE-PARM                                         *
046170*   ROUTES ONE PARSED name=value PAIR TO ITS WORK FIELD.        *
046180*----------------------------------------------------------------
046190 3815-PICK-BROWSE-PARM.
046200     MOVE SPACES TO DL100-BR-PARM-NAME DL100-BR-PARM-VALUE.
046210     UNSTRING DL100-BR-PARM-TEXT(DL100-BR-PARM-IX)
046220         DELIMITED BY "="
046230         INTO DL100-BR-PARM-NAME DL100-BR-PARM-VALUE
046240     END-UNSTRING.
046250     EVALUATE DL100-BR-PARM-NAME
046260         WHEN "key"
046270             MOVE DL100-BR-PARM-VALUE TO DL100-BR-KEY-PREFIX
046280         WHEN "name"
046290             MOVE DL100-BR-PARM-VALUE TO DL100-BR-NAME-SUBSTR
046300         WHEN "token"
046310             MOVE DL100-BR-PARM-VALUE TO DL100-BR-TOKEN
046320     END-EVALUATE.
046330 3815-EXIT.
046340     EXIT.
046350*----------------------------------------------------------------
046360* 3820-READ-NEXT-CUSTOMER                                       *
046370*   READ THE NEXT CUSTMAST RECORD IN KEY SEQUENCE FOR THE       *
046380*   BROWSE.                                                     *
046390*----------------------------------------------------------------
046400 3820-READ-NEXT-CUSTOMER.
046410     READ CUSTOMER-FILE NEXT RECORD
046420         AT END
046430             SET DL100-BR-EOF TO TRUE
046440     END-READ.
046450 3820-EXIT.
046460     EXIT.
046470*----------------------------------------------------------------
046480* 3830-BROWSE-RECORD                                            *
046490*   FILTER THE CURRENT RECORD, EMIT IT IF IT QUALIFIES, AND     *
046500*   READ THE NEXT.  A KEY PAST THE REQUESTED PREFIX RANGE ENDS  *
046510*   THE BROWSE EARLY - KEYS COME BACK IN SEQUENCE.              *
046520*----------------------------------------------------------------
046530 3830-BROWSE-RECORD.
046540     IF DL100-BR-PREFIX-LEN > ZERO
046550         AND CUST-KEY(1:DL100-BR-PREFIX-LEN) NOT =
046560             DL100-BR-KEY-PREFIX(1:DL100-BR-PREFIX-LEN)
046570         SET DL100-BR-EOF TO TRUE
046580         GO TO 3830-EXIT
046590     END-IF.
046600     IF DL100-BR-NAME-LEN > ZERO
046610         PERFORM 3840-MATCH-NAME THRU 3840-EXIT
046620         IF NOT DL100-BR-NAME-MATCHES
046630             PERFORM 3820-READ-NEXT-CUSTOMER THRU 3820-EXIT
046640             GO TO 3830-EXIT
046650         END-IF
046660     END-IF.
046670     MOVE CUST-BALANCE TO DL100-CUST-EDIT-BALANCE.
046680     MOVE SPACES TO DL100-RESPONSE-PIECE.
046690     IF DL100-BR-FIRST-RECORD
046700         MOVE "N" TO DL100-BR-FIRST-SW
046710         STRING '{"key":"' DELIMITED BY SIZE
046720             FUNCTION TRIM(CUST-KEY) DELIMITED BY SIZE
046730             '","name":"' DELIMITED BY SIZE
046740             FUNCTION TRIM(CUST-NAME) DELIMITED BY SIZE
046750             '","address":"' DELIMITED BY SIZE
046760             FUNCTION TRIM(CUST-ADDRESS) DELIMITED BY SIZE
046770             '","balance":' DELIMITED BY SIZE
046780             FUNCTION TRIM(DL100-CUST-EDIT-BALANCE)
046790             DELIMITED BY SIZE
046800             ',"status":"' DELIMITED BY SIZE
046810             CUST-STATUS DELIMITED BY SIZE
046820             '"}' DELIMITED BY SIZE
046830             INTO DL100-RESPONSE-PIECE
046840     ELSE
046850         STRING ',{"key":"' DELIMITED BY SIZE
046860             FUNCTION TRIM(CUST-KEY) DELIMITED BY SIZE
046870             '","name":"' DELIMITED BY SIZE
046880             FUNCTION TRIM(CUST-NAME) DELIMITED BY SIZE
046890             '","address":"' DELIMITED BY SIZE
046900             FUNCTION TRIM(CUST-ADDRESS) DELIMITED BY SIZE
046910             '","balance":' DELIMITED BY SIZE
046920             FUNCTION TRIM(DL100-CUST-EDIT-BALANCE)
046930             DELIMITED BY SIZE
046940             ',"status":"' DELIMITED BY SIZE
046950             CUST-STATUS DELIMITED BY SIZE
046960             '"}' DELIMITED BY SIZE
046970             INTO DL100-RESPONSE-PIECE
046980     END-IF.
046990     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
047000     ADD 1 TO DL100-BR-COUNT.
047010     MOVE CUST-KEY TO DL100-BR-LAST-KEY.
047020     PERFORM 3820-READ-NEXT-CUSTOMER THRU 3820-EXIT.
047030 3830-EXIT.
047040     EXIT.
047050*----------------------------------------------------------------
047060* 3840-MATCH-NAME                                               *
047070*   CASE-SENSITIVE SUBSTRING SCAN OF CUST-NAME FOR THE          *
047080*   REQUESTED name= VALUE.                                      *
047090*----------------------------------------------------------------
047100 3840-MATCH-NAME.
047110     MOVE "N" TO DL100-BR-MATCH-SW.
047120     PERFORM 3845-MATCH-NAME-SCAN THRU 3845-EXIT
047130         VARYING DL100-BR-SCAN-IX FROM 1 BY 1
047140         UNTIL DL100-BR-SCAN-IX > 31 - DL100-BR-NAME-LEN
047150         OR DL100-BR-NAME-MATCHES.
047160 3840-EXIT.
047170     EXIT.
047180*----------------------------------------------------------------
047190* 3845-MATCH-NAME-SCAN                                          *
047200*   COMPARE ONE ALIGNMENT OF THE SUBSTRING AGAINST CUST-NAME.   *
047210*----------------------------------------------------------------
047220 3845-MATCH-NAME-SCAN.
047230     IF CUST-NAME(DL100-BR-SCAN-IX:DL100-BR-NAME-LEN) =
047240         DL100-BR-NAME-SUBSTR(1:DL100-BR-NAME-LEN)
047250         SET DL100-BR-NAME-MATCHES TO TRUE
047260     END-IF.
047270 3845-EXIT.
047280     EXIT.
047290*----------------------------------------------------------------
047300* 3850-GET-CUST-HISTORY                                         *
047310*   GET /customer/history?key=CCC&token=TTT - PAGE THROUGH ONE  *
047320*   CUSTOMER'S APPLIED TRANSACTIONS ON THE CUMULATIVE TRANHIST  *
047330*   FILE IN TIMESTAMP ORDER.  A FULL PAGE CARRIES THE LAST      *
047340*   RECORD'S TIMESTAMP PLUS TRAN-ID AS continuation_token; AN   *
047350*   EMPTY TOKEN MEANS THE HISTORY IS COMPLETE.  EACH ENTRY      *
047360*   CARRIES ITS REVERSAL LINK FROM TRANDISP, IF IT HAS ONE.     *
047370*----------------------------------------------------------------
047380 3850-GET-CUST-HISTORY.
047390     PERFORM 3860-PARSE-HIST-PARMS THRU 3860-EXIT.
047400     IF DL100-HI-CUST-KEY = SPACES
047410         MOVE 400 TO DL100-STATUS-CODE
047420         MOVE "Bad Request" TO DL100-STATUS-TEXT
047430         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
047440         MOVE "Missing required query parameter: key"
047450             TO DL100-ERROR-TEXT
047460         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
047470         GO TO 3850-EXIT
047480     END-IF.
047490     IF NOT DL100-LISTENER-MODE
047500         OPEN INPUT HISTORY-FILE
047510         IF NOT DL100-TRANHIST-OK
047520             MOVE 500 TO DL100-STATUS-CODE
047530             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
047540             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
047550             MOVE "Unable to open history file"
047560                 TO DL100-ERROR-TEXT
047570             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
047580             GO TO 3850-EXIT
047590         END-IF
047600     END-IF.
047610     IF NOT DL100-LISTENER-MODE
047620         OPEN INPUT TRANDISP-FILE
047630         IF NOT DL100-TRANDISP-OK
047640             CLOSE HISTORY-FILE
047650             MOVE 500 TO DL100-STATUS-CODE
047660             MOVE "Internal Server Error" TO DL100-STATUS-TEXT
047670             PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
047680             MOVE "Unable to open disposition file"
047690                 TO DL100-ERROR-TEXT
047700             PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
047710             GO TO 3850-EXIT
047720         END-IF
047730     END-IF.
047740     MOVE "N" TO DL100-HI-EOF-SW.
047750     MOVE "Y" TO DL100-HI-FIRST-SW.
047760     MOVE ZERO TO DL100-HI-COUNT.
047770     MOVE SPACES TO DL100-HI-LAST-TOKEN.
047780     MOVE SPACES TO HIST-KEY.
047790     MOVE DL100-HI-CUST-KEY TO HIST-CUST-KEY.
047800     IF DL100-HI-TOKEN NOT = SPACES
047810         MOVE DL100-HI-TOKEN(1:16) TO HIST-TIMESTAMP
047820         MOVE DL100-HI-TOKEN(17:16) TO HIST-TRAN-ID
047830         START HISTORY-FILE KEY GREATER THAN HIST-KEY
047840             INVALID KEY
047850                 SET DL100-HI-EOF TO TRUE
047860         END-START
047870     ELSE
047880         START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
047890             INVALID KEY
047900                 SET DL100-HI-EOF TO TRUE
047910         END-START
047920     END-IF.
047930*    A FAILED START THAT IS NOT THE ORDINARY PAST-END CASE
047940*    (CAUGHT BY INVALID KEY ABOVE) MEANS THE BROWSE CANNOT BE
047950*    TRUSTED - REPORT IT INSTEAD OF EMITTING RESIDUAL DATA.
047960     IF NOT DL100-HI-EOF AND NOT DL100-TRANHIST-OK
047970         MOVE 500 TO DL100-STATUS-CODE
047980         MOVE "Internal Server Error" TO DL100-STATUS-TEXT
047990         PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT
048000         MOVE "Unable to position history browse"
048010             TO DL100-ERROR-TEXT
048020         PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT
048030         IF NOT DL100-LISTENER-MODE
048040             CLOSE HISTORY-FILE
048050             CLOSE TRANDISP-FILE
048060         END-IF
048070         GO TO 3850-EXIT
048080     END-IF.
048090     MOVE 200 TO DL100-STATUS-CODE.
048100     MOVE "OK" TO DL100-STATUS-TEXT.
048110     PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT.
048120     MOVE SPACES TO DL100-RESPONSE-PIECE.
048130     STRING '{"customer":"' DELIMITED BY SIZE
048140         FUNCTION TRIM(DL100-HI-CUST-KEY) DELIMITED BY SIZE
048150         '","history":[' DELIMITED BY SIZE
048160         INTO DL100-RESPONSE-PIECE.
048170     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
048180     IF NOT DL100-HI-EOF
048190         PERFORM 3870-READ-NEXT-HISTORY THRU 3870-EXIT
048200     END-IF.
048210     PERFORM 3880-HISTORY-RECORD THRU 3880-EXIT
048220         UNTIL DL100-HI-EOF
048230         OR DL100-HI-COUNT NOT LESS THAN DL100-BROWSE-PAGE-SIZE.
048240     IF NOT DL100-LISTENER-MODE
048250         CLOSE HISTORY-FILE
048260         CLOSE TRANDISP-FILE
048270     END-IF.
048280     MOVE DL100-HI-COUNT TO DL100-HI-EDIT-COUNT.
048290     MOVE SPACES TO DL100-RESPONSE-PIECE.
048300     IF DL100-HI-COUNT NOT LESS THAN DL100-BROWSE-PAGE-SIZE
048310         STRING '],"count":' DELIMITED BY SIZE
048320             FUNCTION TRIM(DL100-HI-EDIT-COUNT)
048330             DELIMITED BY SIZE
048340             ',"continuation_token":"' DELIMITED BY SIZE
048350             DL100-HI-LAST-TOKEN DELIMITED BY SIZE
048360             '","status_code":' DELIMITED BY SIZE
048370             RESP-STATUS-CODE DELIMITED BY SIZE
048380             ',"timestamp":"' DELIMITED BY SIZE
048390             RESP-TIMESTAMP DELIMITED BY SIZE
048400             '","correlation_id":"' DELIMITED BY SIZE
048410             RESP-CORRELATION-ID DELIMITED BY SIZE
048420             '"}' DELIMITED BY SIZE
048430             INTO DL100-RESPONSE-PIECE
048440     ELSE
048450         STRING '],"count":' DELIMITED BY SIZE
048460             FUNCTION TRIM(DL100-HI-EDIT-COUNT)
048470             DELIMITED BY SIZE
048480             ',"continuation_token":""' DELIMITED BY SIZE
048490             ',"status_code":' DELIMITED BY SIZE
048500             RESP-STATUS-CODE DELIMITED BY SIZE
048510             ',"timestamp":"' DELIMITED BY SIZE
048520             RESP-TIMESTAMP DELIMITED BY SIZE
048530             '","correlation_id":"' DELIMITED BY SIZE
048540             RESP-CORRELATION-ID DELIMITED BY SIZE
048550             '"}' DELIMITED BY SIZE
048560             INTO DL100-RESPONSE-PIECE
048570     END-IF.
048580     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
048590 3850-EXIT.
048600     EXIT.
048610*----------------------------------------------------------------
048620* 3860-PARSE-HIST-PARMS                                         *
048630*   BREAKS THE QUERY STRING INTO UP TO TWO "&"-SEPARATED        *
048640*   name=value PAIRS AND PICKS OUT key AND token.               *
048650*----------------------------------------------------------------
048660 3860-PARSE-HIST-PARMS.
048670     MOVE SPACES TO DL100-HI-CUST-KEY DL100-HI-TOKEN
048680         DL100-HI-PARM-TEXT(1) DL100-HI-PARM-TEXT(2).
048690     UNSTRING DL100-QUERY-STRING DELIMITED BY "&"
048700         INTO DL100-HI-PARM-TEXT(1) DL100-HI-PARM-TEXT(2)
048710     END-UNSTRING.
048720     PERFORM 3865-PICK-HIST-PARM THRU 3865-EXIT
048730         VARYING DL100-HI-PARM-IX FROM 1 BY 1
048740         UNTIL DL100-HI-PARM-IX > 2.
048750 3860-EXIT.
048760     EXIT.
048770*----------------------------------------------------------------
048780* 3865-PICK-HIST-PARM                                           *
048790*   ROUTES ONE PARSED name=value PAIR TO ITS WORK FIELD.        *
048800*----------------------------------------------------------------
048810 3865-PICK-HIST-PARM.
048820     MOVE SPACES TO DL100-HI-PARM-NAME DL100-HI-PARM-VALUE.
048830     UNSTRING DL100-HI-PARM-TEXT(DL100-HI-PARM-IX)
048840         DELIMITED BY "="
048850         INTO DL100-HI-PARM-NAME DL100-HI-PARM-VALUE
048860     END-UNSTRING.
048870     EVALUATE DL100-HI-PARM-NAME
048880         WHEN "key"
048890             MOVE DL100-HI-PARM-VALUE TO DL100-HI-CUST-KEY
048900         WHEN "token"
048910             MOVE DL100-HI-PARM-VALUE TO DL100-HI-TOKEN
048920     END-EVALUATE.
048930 3865-EXIT.
048940     EXIT.
048950*----------------------------------------------------------------
048960* 3870-READ-NEXT-HISTORY                                        *
048970*   READ THE NEXT TRANHIST RECORD IN KEY SEQUENCE FOR THE       *
048980*   BROWSE.                                                     *
048990*----------------------------------------------------------------
049000 3870-READ-NEXT-HISTORY.
049010     READ HISTORY-FILE NEXT RECORD
049020         AT END
049030             SET DL100-HI-EOF TO TRUE
049040     END-READ.
049050 3870-EXIT.
049060     EXIT.
049070*----------------------------------------------------------------
049080* 3880-HISTORY-RECORD                                           *
049090*   EMIT THE CURRENT HISTORY RECORD IF IT STILL BELONGS TO THE  *
049100*   REQUESTED CUSTOMER, AND READ THE NEXT.  A KEY PAST THE      *
049110*   CUSTOMER ENDS THE BROWSE - KEYS COME BACK IN SEQUENCE.      *
049120*----------------------------------------------------------------
049130 3880-HISTORY-RECORD.
049140     IF HIST-CUST-KEY NOT = DL100-HI-CUST-KEY
049150         SET DL100-HI-EOF TO TRUE
049160         GO TO 3880-EXIT
049170     END-IF.
049180     MOVE HIST-AMOUNT TO DL100-HI-EDIT-AMOUNT.
049190     MOVE HIST-NEW-BALANCE TO DL100-CUST-EDIT-BALANCE.
049200     PERFORM 3885-READ-HIST-DISP THRU 3885-EXIT.
049210     MOVE SPACES TO DL100-RESPONSE-PIECE.
049220     IF DL100-HI-FIRST-RECORD
049230         MOVE "N" TO DL100-HI-FIRST-SW
049240         STRING '{"id":"' DELIMITED BY SIZE
049250             FUNCTION TRIM(HIST-TRAN-ID) DELIMITED BY SIZE
049260             '","type":"' DELIMITED BY SIZE
049270             FUNCTION TRIM(HIST-TRAN-TYPE) DELIMITED BY SIZE
049280             '","timestamp":"' DELIMITED BY SIZE
049290             HIST-TIMESTAMP DELIMITED BY SIZE
049300             '","amount":' DELIMITED BY SIZE
049310             FUNCTION TRIM(DL100-HI-EDIT-AMOUNT)
049320             DELIMITED BY SIZE
049330             ',"balance":' DELIMITED BY SIZE
049340             FUNCTION TRIM(DL100-CUST-EDIT-BALANCE)
049350             DELIMITED BY SIZE
049360             DL100-LINK-JSON DELIMITED BY "  "
049370             '}' DELIMITED BY SIZE
049380             INTO DL100-RESPONSE-PIECE
049390     ELSE
049400         STRING ',{"id":"' DELIMITED BY SIZE
049410             FUNCTION TRIM(HIST-TRAN-ID) DELIMITED BY SIZE
049420             '","type":"' DELIMITED BY SIZE
049430             FUNCTION TRIM(HIST-TRAN-TYPE) DELIMITED BY SIZE
049440             '","timestamp":"' DELIMITED BY SIZE
049450             HIST-TIMESTAMP DELIMITED BY SIZE
049460             '","amount":' DELIMITED BY SIZE
049470             FUNCTION TRIM(DL100-HI-EDIT-AMOUNT)
049480             DELIMITED BY SIZE
049490             ',"balance":' DELIMITED BY SIZE
049500             FUNCTION TRIM(DL100-CUST-EDIT-BALANCE)
049510             DELIMITED BY SIZE
049520             DL100-LINK-JSON DELIMITED BY "  "
049530             '}' DELIMITED BY SIZE
049540             INTO DL100-RESPONSE-PIECE
049550     END-IF.
049560     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
049570     ADD 1 TO DL100-HI-COUNT.
049580     MOVE HIST-TIMESTAMP TO DL100-HI-LAST-TOKEN(1:16).
049590     MOVE HIST-TRAN-ID TO DL100-HI-LAST-TOKEN(17:16).
049600     PERFORM 3870-READ-NEXT-HISTORY THRU 3870-EXIT.
049610 3880-EXIT.
049620     EXIT.
049630*----------------------------------------------------------------
049640* 3885-READ-HIST-DISP                                           *
049650*   LOOK UP THE CURRENT HISTORY ENTRY'S TRANDISP RECORD AND     *
049660*   BUILD ITS REVERSAL LINK.  NO RECORD MEANS NO LINK - THE     *
049670*   HISTORY ENTRY IS STILL SHOWN.  A TRANSFER LEG SHOWS THE     *
049680*   CUSTOMER ON THE OTHER SIDE OF IT.                           *
049690*----------------------------------------------------------------
049700 3885-READ-HIST-DISP.
049710     MOVE SPACES TO DL100-LINK-JSON.
049720     MOVE SPACES TO TDSP-RECORD.
049730     MOVE HIST-TRAN-ID TO TDSP-TRAN-ID.
049740     READ TRANDISP-FILE
049750         INVALID KEY
049760             MOVE "23" TO DL100-TRANDISP-STATUS
049770     END-READ.
049780     IF NOT DL100-TRANDISP-OK
049790         GO TO 3885-EXIT
049800     END-IF.
049810     IF TDSP-TRAN-TYPE NOT = "TRANSFER"
049820         OR TDSP-XFER-TO-KEY = SPACES
049830         PERFORM 3355-BUILD-LINK-JSON THRU 3355-EXIT
049840         GO TO 3885-EXIT
049850     END-IF.
049860     IF HIST-CUST-KEY = TDSP-XFER-TO-KEY
049870         STRING ',"transfer_from":"' DELIMITED BY SIZE
049880             FUNCTION TRIM(TDSP-CUST-KEY) DELIMITED BY SIZE
049890             '"' DELIMITED BY SIZE
049900             INTO DL100-LINK-JSON
049910     ELSE
049920         STRING ',"transfer_to":"' DELIMITED BY SIZE
049930             FUNCTION TRIM(TDSP-XFER-TO-KEY) DELIMITED BY SIZE
049940             '"' DELIMITED BY SIZE
049950             INTO DL100-LINK-JSON
049960     END-IF.
049970 3885-EXIT.
049980     EXIT.
049990*----------------------------------------------------------------
050000* 3900-NOT-FOUND                                                *
050010*   NO ROUTE MATCHED THE METHOD/PATH PAIR.                     *
050020*----------------------------------------------------------------
050030 3900-NOT-FOUND.
050040     MOVE 404 TO DL100-STATUS-CODE.
050050     MOVE "Not Found" TO DL100-STATUS-TEXT.
050060     PERFORM 8000-WRITE-STATUS-HEADER THRU 8000-EXIT.
050070     MOVE "No such endpoint" TO DL100-ERROR-TEXT.
050080     PERFORM 8100-WRITE-ERROR-BODY THRU 8100-EXIT.
050090 3900-EXIT.
050100     EXIT.
050110*----------------------------------------------------------------
050120* 7000-BUILD-TIMESTAMP                                         *
050130*   BUILDS A YYYYMMDDHHMMSSHH TIMESTAMP USED FOR RECORD KEYS,   *
050140*   AUDIT LOG ENTRIES AND STRUCTURED RESPONSE BODIES.          *
050150*----------------------------------------------------------------
050160 7000-BUILD-TIMESTAMP.
050170     ACCEPT DL100-CURR-DATE FROM DATE YYYYMMDD.
050180     ACCEPT DL100-CURR-TIME FROM TIME.
050190     STRING DL100-CURR-DATE DL100-CURR-TIME
050200         DELIMITED BY SIZE INTO DL100-TIMESTAMP.
050210 7000-EXIT.
050220     EXIT.
050230*----------------------------------------------------------------
050240* 8000-WRITE-STATUS-HEADER                                     *
050250*   EMITS THE CGI "Status:" LINE FOLLOWED BY THE CONTENT-TYPE   *
050260*   HEADER AND THE BLANK LINE THAT SEPARATES HEADERS FROM THE   *
050270*   RESPONSE BODY.  DL100-STATUS-CODE/TEXT MUST BE SET FIRST.   *
050280*----------------------------------------------------------------
050290 8000-WRITE-STATUS-HEADER.
050300*    THE CGI HEADER LINES ONLY MEAN ANYTHING ON STANDARD
050310*    OUTPUT - A LISTENER CALL'S STATUS TRAVELS IN ITS RESPFILE
050320*    RECORD INSTEAD.
050330     IF NOT DL100-LISTENER-MODE
050340         DISPLAY "Status: " DL100-STATUS-CODE " "
050350             FUNCTION TRIM(DL100-STATUS-TEXT)
050360         DISPLAY "Content-type: application/json"
050370         DISPLAY DL100-NEW-LINE
050380     END-IF.
050390     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
050400     MOVE DL100-STATUS-CODE TO RESP-STATUS-CODE.
050410     MOVE DL100-TIMESTAMP TO RESP-TIMESTAMP.
050420     MOVE DL100-TIMESTAMP TO RESP-CORRELATION-ID.
050430     IF DL100-LISTENER-MODE
050440         AND DL100-CALLER-CORR-ID NOT = SPACES
050450         MOVE DL100-CALLER-CORR-ID TO RESP-CORRELATION-ID
050460     END-IF.
050470 8000-EXIT.
050480     EXIT.
050490*----------------------------------------------------------------
050500* 8100-WRITE-ERROR-BODY                                        *
050510*   EMITS A {"error": "..."} BODY, PLUS THE SAME STATUS CODE,   *
050520*   TIMESTAMP AND CORRELATION ID CARRIED ON SUCCESS RESPONSES,  *
050530*   FROM DL100-ERROR-TEXT AND RESP-RECORD.  THE STATUS HEADER    *
050540*   MUST ALREADY HAVE BEEN WRITTEN.                              *
050550*----------------------------------------------------------------
050560 8100-WRITE-ERROR-BODY.
050570     MOVE SPACES TO DL100-RESPONSE-PIECE.
050580     STRING '{"error":"' DELIMITED BY SIZE
050590         FUNCTION TRIM(DL100-ERROR-TEXT) DELIMITED BY SIZE
050600         '","status_code":' DELIMITED BY SIZE
050610         RESP-STATUS-CODE DELIMITED BY SIZE
050620         ',"timestamp":"' DELIMITED BY SIZE
050630         RESP-TIMESTAMP DELIMITED BY SIZE
050640         '","correlation_id":"' DELIMITED BY SIZE
050650         RESP-CORRELATION-ID DELIMITED BY SIZE
050660         '"}' DELIMITED BY SIZE
050670         INTO DL100-RESPONSE-PIECE.
050680     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
050690 8100-EXIT.
050700     EXIT.
050710*----------------------------------------------------------------
050720* 8200-BUILD-SUCCESS-JSON                                      *
050730*   UNPARSES RESP-RECORD TO A JSON BODY.  RESP-MESSAGE MUST     *
050740*   ALREADY BE SET; RESP-STATUS-CODE/TIMESTAMP/CORRELATION-ID   *
050750*   ARE SET BY 8000-WRITE-STATUS-HEADER.                        *
050760*----------------------------------------------------------------
050770 8200-BUILD-SUCCESS-JSON.
050780     MOVE SPACES TO DL100-RESPONSE-PIECE.
050790     STRING '{"message":"' DELIMITED BY SIZE
050800         FUNCTION TRIM(RESP-MESSAGE) DELIMITED BY SIZE
050810         '","status_code":' DELIMITED BY SIZE
050820         RESP-STATUS-CODE DELIMITED BY SIZE
050830         ',"timestamp":"' DELIMITED BY SIZE
050840         RESP-TIMESTAMP DELIMITED BY SIZE
050850         '","correlation_id":"' DELIMITED BY SIZE
050860         RESP-CORRELATION-ID DELIMITED BY SIZE
050870         '"}' DELIMITED BY SIZE
050880         INTO DL100-RESPONSE-PIECE.
050890     PERFORM 8300-EMIT-RESPONSE-PIECE THRU 8300-EXIT.
050900 8200-EXIT.
050910     EXIT.
050920*----------------------------------------------------------------
050930* 8300-EMIT-RESPONSE-PIECE                                     *
050940*   SINGLE EXIT FOR EVERY BODY PIECE.  CGI MODE DISPLAYS IT TO *
050950*   STANDARD OUTPUT AS ALWAYS; LISTEN MODE APPENDS IT TO THE   *
050960*   RESPONSE BUFFER THAT 0137-LISTEN-WRITE-RESPONSE DELIVERS.  *
050970*   A BUFFER OVERFLOW TRUNCATES THE BODY RATHER THAN FAILING   *
050980*   THE CALL.                                                  *
050990*----------------------------------------------------------------
051000 8300-EMIT-RESPONSE-PIECE.
051010     IF DL100-LISTENER-MODE
051020         STRING FUNCTION TRIM(DL100-RESPONSE-PIECE)
051030             DELIMITED BY SIZE
051040             INTO DL100-RESPONSE-BODY
051050             WITH POINTER DL100-RESP-PTR
051060             ON OVERFLOW CONTINUE
051070         END-STRING
051080     ELSE
051090         DISPLAY FUNCTION TRIM(DL100-RESPONSE-PIECE)
051100     END-IF.
051110 8300-EXIT.
051120     EXIT.
051130*----------------------------------------------------------------
051140* 9999-TERMINATE                                                *
051150*   COMMON END-OF-PROGRAM HOUSEKEEPING - APPENDS ONE AUDIT      *
051160*   RECORD FOR THIS CALL BEFORE THE PROGRAM ENDS.               *
051170*----------------------------------------------------------------
051180 9999-TERMINATE.
051190     OPEN EXTEND AUDIT-FILE.
051200     PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
051210     CLOSE AUDIT-FILE.
051220 9999-EXIT.
051230     EXIT.
051240*----------------------------------------------------------------
051250* 9500-WRITE-AUDIT-RECORD                                       *
051260*   BUILDS AND WRITES ONE AUDIT RECORD FOR THE CURRENT CALL.     *
051270*   AUDITLOG MUST ALREADY BE OPEN - THE ONE-SHOT CGI PATH OPENS  *
051280*   AND CLOSES IT AROUND THIS CALL; THE LISTENER LEAVES IT OPEN  *
051290*   FOR THE WHOLE RUN AND CALLS THIS DIRECTLY.                   *
051300*----------------------------------------------------------------
051310 9500-WRITE-AUDIT-RECORD.
051320     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
051330     MOVE SPACES TO AUDIT-RECORD.
051340     MOVE DL100-TIMESTAMP TO AUDIT-TIMESTAMP.
051350     MOVE DL100-REMOTE-ADDR TO AUDIT-REMOTE-ADDR.
051360     MOVE DL100-REMOTE-USER TO AUDIT-REMOTE-USER.
051370     MOVE DL100-ENDPOINT TO AUDIT-ENDPOINT.
051380     MOVE DL100-STATUS-CODE TO AUDIT-STATUS-CODE.
051390     WRITE AUDIT-RECORD.
051400     IF NOT DL100-AUDITLOG-OK
051410         DISPLAY "AUDITLOG WRITE FAILED, STATUS "
051420             DL100-AUDITLOG-STATUS " FOR ENDPOINT "
051430             FUNCTION TRIM(DL100-ENDPOINT) UPON SYSERR
051440     END-IF.
051450 9500-EXIT.
051460     EXIT.
051470*----------------------------------------------------------------
051480* 9600-WRITE-CHANGE-RECORD                                      *
051490*   APPENDS ONE CHGJRNL RECORD FOR A SUCCESSFUL CREATE OR       *
051500*   UPDATE FROM DL100-CHANGE-WORK, STAMPED WITH THE CALLING     *
051510*   KEY'S DEPARTMENT AND THE CURRENT TIME.  THE CHANGE ITSELF   *
051520*   HAS ALREADY BEEN MADE AND ANSWERED, SO A JOURNAL FAILURE    *
051530*   DOES NOT FAIL THE CALL; IT IS NOTED ON SYSERR LIKE AN       *
051540*   AUDITLOG FAILURE.                                           *
051550*----------------------------------------------------------------
051560 9600-WRITE-CHANGE-RECORD.
051570     IF NOT DL100-LISTENER-MODE
051580         OPEN EXTEND CHANGE-FILE
051590     END-IF.
051600     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
051610     MOVE SPACES TO CHG-RECORD.
051620     MOVE DL100-TIMESTAMP TO CHG-TIMESTAMP.
051630     MOVE DL100-REMOTE-USER TO CHG-DEPT.
051640     MOVE DL100-CHG-FILE TO CHG-FILE.
051650     MOVE DL100-CHG-ACTION TO CHG-ACTION.
051660     MOVE DL100-CHG-KEY TO CHG-KEY.
051670     MOVE DL100-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
051680     MOVE DL100-CHG-AFTER-IMAGE TO CHG-AFTER-IMAGE.
051690     WRITE CHG-RECORD.
051700     IF NOT DL100-CHGJRNL-OK
051710         DISPLAY "CHGJRNL WRITE FAILED, STATUS "
051720             DL100-CHGJRNL-STATUS " FOR " DL100-CHG-FILE " KEY "
051730             FUNCTION TRIM(DL100-CHG-KEY) UPON SYSERR
051740     END-IF.
051750     IF NOT DL100-LISTENER-MODE
051760         CLOSE CHANGE-FILE
051770     END-IF.
051780 9600-EXIT.
051790     EXIT.
