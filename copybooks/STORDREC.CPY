000010*----------------------------------------------------------------
000020* STORDREC - STANDING ORDER RECORD LAYOUT
000030*   ONE RECORD PER STANDING ORDER - A FIXED TRANSACTION A
000040*   DEPARTMENT SENDS THE SAME CUSTOMER EVERY WEEK OR MONTH -
000050*   KEYED ON A SEVEN-DIGIT ORDER NUMBER.  MAINTAINED THROUGH
000060*   THE ONLINE POST/PUT /standingorder AND
000070*   POST /standingorder/cancel ENDPOINTS; THE NIGHTLY STORD100
000080*   RUN WRITES EACH ORDER DUE THAT DAY ONTO THE LIVE TRANLOG
000090*   AND ADVANCES SO-NEXT-DUE-DATE.  SO-END-DATE ZERO MEANS
000100*   OPEN-ENDED.  A MONTHLY ORDER FALLS ON SO-ANCHOR-DAY, OR
000110*   THE LAST DAY OF A SHORTER MONTH.  CANCELLATION AND
000120*   EXPIRY ARE STATUS CHANGES - NEVER A DELETE.
000130*   ORDER NUMBER 0000000 IS THE CONTROL RECORD, HOLDING THE
000140*   LAST ORDER NUMBER ASSIGNED - SEE SO-CONTROL-DATA.
000150*----------------------------------------------------------------
000160 01  SO-RECORD.
000170     05  SO-ORDER-NO              PIC 9(07).
000180         88  SO-CONTROL-RECORD            VALUE ZERO.
000190     05  SO-ORDER-DATA.
000200         10  SO-CUST-KEY          PIC X(10).
000210         10  SO-TRAN-TYPE         PIC X(10).
000220         10  SO-AMOUNT            PIC S9(9)V99 COMP-3.
000230         10  SO-FREQUENCY         PIC X(01).
000240             88  SO-WEEKLY                VALUE "W".
000250             88  SO-MONTHLY               VALUE "M".
000260         10  SO-START-DATE        PIC 9(08).
000270         10  SO-END-DATE          PIC 9(08).
000280         10  SO-NEXT-DUE-DATE     PIC 9(08).
000290         10  SO-ANCHOR-DAY        PIC 9(02).
000300         10  SO-STATUS            PIC X(01).
000310             88  SO-ACTIVE                VALUE "A".
000320             88  SO-CANCELLED             VALUE "C".
000330             88  SO-EXPIRED               VALUE "E".
000340         10  SO-LAST-GEN-DATE     PIC 9(08).
000350         10  SO-DEPT              PIC X(20).
000360         10  SO-CREATED-TS        PIC X(16).
000370         10  SO-LAST-MAINT-TS     PIC X(16).
000380         10  FILLER               PIC X(07).
000390     05  SO-CONTROL-DATA REDEFINES SO-ORDER-DATA.
000400         10  SO-CTL-LAST-ORDER-NO PIC 9(07).
000410         10  FILLER               PIC X(114).
