000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. clmpost.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - NIGHTLY PRIZE CLAIM STEP.  *
000120*                 THE SCORING RUN ACCRUES PRIZE LIABILITY PER   *
000130*                 TIER (61200000/21200000) BUT NOTHING EVER     *
000140*                 RELIEVED 21200000.  THREE PASSES: EVERY CARD  *
000150*                 ON THE SCORED-CARD MASTER THAT LANDS IN A     *
000160*                 PAYING TIER OF ITS OWN SEASON'S SCHEDULE GETS *
000170*                 AN UNCLAIMED CLAIM ON PRZCLAIM (KEYED LIKE    *
000180*                 THE MASTER); CLAIMS THE PRIZE DESK MARKED     *
000190*                 PAID (CLMENTRY) GO TO ACCOUNTS PAYABLE ON     *
000200*                 APPAYMT WITH A LIABILITY-RELIEF GL PAIR PER   *
000210*                 SEASON ON CLMGLEX; CLAIMS STILL UNCLAIMED     *
000220*                 PAST THE SEASON'S CLAIM DEADLINE EXPIRE, ARE  *
000230*                 LISTED ON THE EXPIRY REPORT (CLMRPT) AND HAVE *
000240*                 THEIR ACCRUAL REVERSED ON CLMGLEX.            *
000242*  10/15/26  RJ   RESERVES THE RE-SEND FLAG AT POSITION 80 OF   *
000244*                 THE CLMGLEX JOURNAL AND TRAILER RECORDS, LEFT *
000246*                 BLANK HERE AND SET ONLY ON A COPY THE OUTPUT  *
000248*                 ARCHIVE (OUTARCH) RE-STAGES.                  *
000250*---------------------------------------------------------------*
000260*
000270*    NO PARAMETERS.  RUNS AFTER THE SCORING STEP (OR THE MERGE
000280*    STEP) HAS UPDATED THE MASTER FOR THE NIGHT.  CLMGLEX IS IN
000290*    THE GLEXTR LAYOUT, "J" PAIRS AND ONE "T" TRAILER, SO THE
000300*    LEDGER SIDE LOADS IT THE SAME WAY.  ACCOUNTS: 21200000
000310*    PRIZE LIABILITY, 61200000 PRIZE EXPENSE, 20100000 ACCOUNTS
000320*    PAYABLE.  RC 0 CLEAN, 4 WARNINGS, 16 FILE TROUBLE.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SCORED-MASTER
000380         ASSIGN TO "SCOREMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SCM-KEY
000420         FILE STATUS IS WS-SCM-STATUS.
000430     SELECT PROMO-MASTER
000440         ASSIGN TO "PROMOMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS PMS-PROMO-CODE
000480         FILE STATUS IS WS-PMS-STATUS.
000490     SELECT TIER-DEFS
000500         ASSIGN TO "TIERDEF"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TIER-STATUS.
000530     SELECT PRIZE-CLAIMS
000540         ASSIGN TO "PRZCLAIM"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CLM-KEY
000580         FILE STATUS IS WS-CLM-STATUS.
000590     SELECT AP-PAYMENTS
000600         ASSIGN TO "APPAYMT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-APP-STATUS.
000630     SELECT CLAIM-GL
000640         ASSIGN TO "CLMGLEX"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-GL-STATUS.
000670     SELECT CLAIM-RPT
000680         ASSIGN TO "CLMRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730*
000740*    SAME RECORD THE SCORING STEP WRITES - ONLY THE KEY AND THE
000750*    FIELDS A CLAIM CARRIES ARE NAMED.
000760 FD  SCORED-MASTER
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 453 CHARACTERS.
000790 01  FD-MASTER-RECORD.
000800     05  SCM-KEY.
000810         10  SCM-PROMO-CODE       PIC X(04).
000820         10  SCM-CARD-ID          PIC 9(05).
000830     05  SCM-RUN-DATE             PIC 9(08).
000840     05  SCM-DECK-ID              PIC X(10).
000850     05  FILLER                   PIC X(401).
000860     05  SCM-MATCH-COUNT          PIC 9(03).
000870     05  SCM-CARD-VALUE           PIC 9(10).
000880     05  SCM-MEMBER-NO            PIC 9(09).
000890     05  FILLER                   PIC X(03).
000900*
000910*    PROMOTION MASTER, MAINTAINED BY PROMOMNT - SEE ITS FD.
000920 FD  PROMO-MASTER
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 800 CHARACTERS.
000950 01  FD-PROMO-RECORD.
000960     05  PMS-PROMO-CODE           PIC X(04).
000970     05  PMS-PROMO-NAME           PIC X(30).
000980     05  PMS-START-DATE           PIC 9(08).
000990     05  PMS-END-DATE             PIC 9(08).
001000     05  PMS-STATUS-CODE          PIC X(01).
001010     05  PMS-TIER-COUNT           PIC 9(02).
001020     05  PMS-TIER-ENTRY           OCCURS 20 TIMES.
001030         10  PMS-TR-LOW           PIC 9(03).
001040         10  PMS-TR-HIGH          PIC 9(03).
001050         10  PMS-TR-NAME          PIC X(20).
001060         10  PMS-TR-PAYOUT        PIC 9(07)V99.
001070     05  PMS-MAINT-DATE           PIC 9(08).
001080     05  PMS-MAINT-CLERK          PIC X(03).
001090     05  PMS-CLAIM-DEADLINE       PIC 9(08).
001100     05  FILLER                   PIC X(28).
001110*
001120*    DEFAULT TIER DEFINITIONS - THE SAME FILE THE SCORING STEP
001130*    FALLS BACK ON FOR A SEASON WITH NO SCHEDULE OF ITS OWN.
001140 FD  TIER-DEFS
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 40 CHARACTERS.
001170 01  FD-TIER-DEF-RECORD           PIC X(40).
001180*
001190*    PRIZE CLAIM - ONE RECORD PER PAYING CARD, KEYED LIKE THE
001200*    MASTER BY PROMOTION PLUS CARD ID.  CLM-STATUS U UNCLAIMED,
001210*    P PAID AT THE DESK (NOT YET SENT TO ACCOUNTS PAYABLE), S
001220*    SETTLED (SENT TO AP AND THE LIABILITY RELIEVED), E EXPIRED
001230*    (ACCRUAL REVERSED).  THE TIER AND PAYOUT ARE FROZEN AT
001240*    CREATION - A LATER SCHEDULE CHANGE DOES NOT REPRICE A
001250*    CLAIM ALREADY OWED.
001260 FD  PRIZE-CLAIMS
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 120 CHARACTERS.
001290 01  FD-CLAIM-RECORD.
001300     05  CLM-KEY.
001310         10  CLM-PROMO-CODE       PIC X(04).
001320         10  CLM-CARD-ID          PIC 9(05).
001330     05  CLM-STATUS               PIC X(01).
001340         88  CLM-UNCLAIMED                  VALUE "U".
001350         88  CLM-PAID                       VALUE "P".
001360         88  CLM-SETTLED                    VALUE "S".
001370         88  CLM-EXPIRED                    VALUE "E".
001380     05  CLM-DECK-ID              PIC X(10).
001390     05  CLM-MEMBER-NO            PIC 9(09).
001400     05  CLM-SCORED-DATE          PIC 9(08).
001410     05  CLM-MATCH-COUNT          PIC 9(03).
001420     05  CLM-TIER-NAME            PIC X(20).
001430     05  CLM-PAYOUT               PIC 9(07)V99.
001440     05  CLM-CREATE-DATE          PIC 9(08).
001450     05  CLM-PAID-DATE            PIC 9(08).
001460     05  CLM-PAID-CLERK           PIC X(03).
001470     05  CLM-PAY-METHOD           PIC X(02).
001480     05  CLM-ENTRY-DATE           PIC 9(08).
001490     05  CLM-SETTLE-DATE          PIC 9(08).
001500     05  FILLER                   PIC X(14).
001510*
001520*    ACCOUNTS PAYABLE HANDOFF - ONE "P" RECORD PER SETTLED CLAIM
001530*    AND ONE "T" TRAILER WITH THE COUNT AND HASH TOTAL, THE SAME
001540*    PROOF THE GL EXTRACT CARRIES.  SEE WS-AP-PAYMENT-AREA.
001550 FD  AP-PAYMENTS
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 80 CHARACTERS.
001580 01  FD-AP-PAYMENT-RECORD         PIC X(80).
001590*
001600 FD  CLAIM-GL
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 80 CHARACTERS.
001630 01  FD-CLAIM-GL-RECORD           PIC X(80).
001640*
001650 FD  CLAIM-RPT
001660     LABEL RECORDS ARE OMITTED
001670     RECORD CONTAINS 132 CHARACTERS.
001680 01  FD-CLAIM-LINE                PIC X(132).
001690*
001700 WORKING-STORAGE SECTION.
001710*
001720*---------------------------------------------------------------*
001730*    SWITCHES                                                   *
001740*---------------------------------------------------------------*
001750 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
001760 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
001770 77  WS-TIER-STATUS               PIC X(02) VALUE "00".
001780 77  WS-CLM-STATUS                PIC X(02) VALUE "00".
001790 77  WS-APP-STATUS                PIC X(02) VALUE "00".
001800 77  WS-GL-STATUS                 PIC X(02) VALUE "00".
001810*
001820 77  WS-SCM-EOF-SW                PIC X(01) VALUE "N".
001830     88  WS-SCM-EOF                         VALUE "Y".
001840 77  WS-CLM-EOF-SW                PIC X(01) VALUE "N".
001850     88  WS-CLM-EOF                         VALUE "Y".
001860 77  WS-TIER-EOF-SW               PIC X(01) VALUE "N".
001870     88  WS-TIER-EOF                        VALUE "Y".
001880 77  WS-PROMO-ON-FILE-SW          PIC X(01) VALUE "N".
001890     88  WS-PROMO-ON-FILE                   VALUE "Y".
001900 77  WS-TIER-FOUND-SW             PIC X(01) VALUE "N".
001910     88  WS-TIER-FOUND                      VALUE "Y".
001920 77  WS-FIRST-CLAIM-SW            PIC X(01) VALUE "Y".
001930     88  WS-FIRST-CLAIM                     VALUE "Y".
001940*
001950 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
001960 77  WS-TIER-IDX                  PIC 9(02) VALUE 0 COMP.
001970 77  WS-TIER-FOUND-IDX            PIC 9(02) VALUE 0 COMP.
001980 77  WS-TIER-DEF-LINENO           PIC 9(03) VALUE 0 COMP.
001990*
002000*---------------------------------------------------------------*
002010*    RUN COUNTS AND AMOUNTS FOR THE REPORT TOTALS.              *
002020*---------------------------------------------------------------*
002030 77  WS-SCM-READ                  PIC 9(07) VALUE 0 COMP.
002040 77  WS-NOT-PRICED                PIC 9(07) VALUE 0 COMP.
002050 77  WS-CREATED-COUNT             PIC 9(07) VALUE 0 COMP.
002060 77  WS-CREATED-AMOUNT            PIC 9(13)V99 VALUE 0.
002070 77  WS-SETTLED-COUNT             PIC 9(07) VALUE 0 COMP.
002080 77  WS-SETTLED-AMOUNT            PIC 9(13)V99 VALUE 0.
002090 77  WS-EXPIRED-COUNT             PIC 9(07) VALUE 0 COMP.
002100 77  WS-EXPIRED-AMOUNT            PIC 9(13)V99 VALUE 0.
002110 77  WS-OPEN-COUNT                PIC 9(07) VALUE 0 COMP.
002120 77  WS-OPEN-AMOUNT               PIC 9(13)V99 VALUE 0.
002130*
002140*    PER-SEASON AMOUNTS FOR THE GL PAIRS - THE CLAIM FILE IS
002150*    SWEPT IN KEY ORDER, SO A SEASON'S CLAIMS COME TOGETHER AND
002160*    ITS PAIRS ARE WRITTEN AT THE PROMOTION BREAK.
002170 77  WS-BREAK-PROMO               PIC X(04) VALUE SPACES.
002180 77  WS-BREAK-DEADLINE            PIC 9(08) VALUE 0.
002190 77  WS-BREAK-PAID                PIC 9(13)V99 VALUE 0.
002200 77  WS-BREAK-EXPIRED             PIC 9(13)V99 VALUE 0.
002210*
002220*---------------------------------------------------------------*
002230*    RUN DATE AND TIME.                                         *
002240*---------------------------------------------------------------*
002250 01  WS-RUN-STAMP.
002260     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
002270     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002280         10  WS-RD-YYYY           PIC X(04).
002290         10  WS-RD-MM             PIC X(02).
002300         10  WS-RD-DD             PIC X(02).
002310     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
002320     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
002330         10  WS-RT-HH             PIC X(02).
002340         10  WS-RT-MM             PIC X(02).
002350         10  WS-RT-SS             PIC X(02).
002360         10  FILLER               PIC X(02).
002370*
002380 01  WS-EDITED-DATE.
002390     05  WS-ED-MM                 PIC X(02).
002400     05  FILLER                   PIC X(01) VALUE "/".
002410     05  WS-ED-DD                 PIC X(02).
002420     05  FILLER                   PIC X(01) VALUE "/".
002430     05  WS-ED-YYYY               PIC X(04).
002440*
002450 01  WS-EDITED-TIME.
002460     05  WS-ET-HH                 PIC X(02).
002470     05  FILLER                   PIC X(01) VALUE ":".
002480     05  WS-ET-MM                 PIC X(02).
002490     05  FILLER                   PIC X(01) VALUE ":".
002500     05  WS-ET-SS                 PIC X(02).
002510*
002520*---------------------------------------------------------------*
002530*    DEFAULT TIER TABLE FROM TIERDEF, AND THE SCHEDULE OF THE   *
002540*    SEASON THE MASTER SWEEP IS CURRENTLY IN - THE MASTER'S     *
002550*    OWN WHEN IT CARRIES ONE, THE DEFAULT OTHERWISE, THE SAME   *
002560*    RULE THE SCORING STEP PRICED THE CARDS BY.                 *
002570*---------------------------------------------------------------*
002580 01  WS-TIER-DEF-AREA.
002590     05  TD-LOW-X                 PIC X(03).
002600     05  TD-LOW-9 REDEFINES TD-LOW-X
002610                                  PIC 9(03).
002620     05  TD-HIGH-X                PIC X(03).
002630     05  TD-HIGH-9 REDEFINES TD-HIGH-X
002640                                  PIC 9(03).
002650     05  TD-NAME                  PIC X(20).
002660     05  TD-PAYOUT-X              PIC X(09).
002670     05  TD-PAYOUT-9 REDEFINES TD-PAYOUT-X
002680                                  PIC 9(07)V99.
002690     05  FILLER                   PIC X(05).
002700*
002710 01  WS-TIER-TABLE.
002720     05  WS-TIER-COUNT            PIC 9(02) VALUE 0 COMP.
002730     05  WS-TIER-ENTRY            OCCURS 20 TIMES.
002740         10  WS-TR-LOW            PIC 9(03).
002750         10  WS-TR-HIGH           PIC 9(03).
002760         10  WS-TR-NAME           PIC X(20).
002770         10  WS-TR-PAYOUT         PIC 9(07)V99.
002780*
002790 01  WS-SEASON-SCHEDULE.
002800     05  WS-SS-PROMO-CODE         PIC X(04) VALUE HIGH-VALUES.
002810     05  WS-SS-TIER-COUNT         PIC 9(02) VALUE 0 COMP.
002820     05  WS-SS-ENTRY              OCCURS 20 TIMES.
002830         10  WS-SS-LOW            PIC 9(03).
002840         10  WS-SS-HIGH           PIC 9(03).
002850         10  WS-SS-NAME           PIC X(20).
002860         10  WS-SS-PAYOUT         PIC 9(07)V99.
002870*
002880*---------------------------------------------------------------*
002890*    ACCOUNTS PAYABLE RECORD.  APP-PAY-METHOD IS THE DESK'S     *
002900*    CODE (CA CASH, CK CHEQUE, GC GIFT CARD, BT BANK TRANSFER)  *
002910*    - A CASH OR GIFT-CARD PAYOUT REIMBURSES THE STORE FLOAT.   *
002920*---------------------------------------------------------------*
002930 01  WS-AP-PAYMENT-AREA.
002940     05  APP-RECORD-TYPE          PIC X(01).
002950     05  APP-RUN-DATE             PIC 9(08).
002960     05  APP-PROMO-CODE           PIC X(04).
002970     05  APP-CARD-ID              PIC 9(05).
002980     05  APP-MEMBER-NO            PIC 9(09).
002990     05  APP-PAID-DATE            PIC 9(08).
003000     05  APP-PAID-CLERK           PIC X(03).
003010     05  APP-PAY-METHOD           PIC X(02).
003020     05  APP-AMOUNT               PIC 9(07)V99.
003030     05  APP-TIER-NAME            PIC X(20).
003040     05  FILLER                   PIC X(11) VALUE SPACES.
003050*
003060 01  WS-AP-TRAILER-AREA.
003070     05  APT-RECORD-TYPE          PIC X(01) VALUE "T".
003080     05  APT-RUN-DATE             PIC 9(08).
003090     05  APT-RECORD-COUNT         PIC 9(07).
003100     05  APT-HASH-TOTAL           PIC 9(15)V99.
003110     05  FILLER                   PIC X(47) VALUE SPACES.
003120*
003130 77  WS-AP-RECORD-COUNT           PIC 9(07) VALUE 0 COMP.
003140 77  WS-AP-HASH-TOTAL             PIC 9(15)V99 VALUE 0.
003150*
003160*---------------------------------------------------------------*
003170*    GL JOURNAL RECORD - THE GLEXTR LAYOUT (SEE THE SCORING     *
003180*    STEP'S WS-GL-JOURNAL-AREA).                                *
003190*---------------------------------------------------------------*
003200 01  WS-GL-JOURNAL-AREA.
003210     05  GLJ-RECORD-TYPE          PIC X(01).
003220     05  GLJ-RUN-DATE             PIC 9(08).
003230     05  GLJ-PROMO-CODE           PIC X(04).
003240     05  GLJ-DECK-ID              PIC X(10).
003250     05  GLJ-ACCOUNT              PIC X(08).
003260     05  GLJ-DR-CR                PIC X(02).
003270     05  GLJ-AMOUNT               PIC 9(13)V99.
003280     05  GLJ-DESC                 PIC X(20).
003286     05  FILLER                   PIC X(11) VALUE SPACES.
003292     05  GLJ-RESEND-FLAG          PIC X(01) VALUE SPACE.
003300*
003310 01  WS-GL-TRAILER-AREA.
003320     05  GLT-RECORD-TYPE          PIC X(01) VALUE "T".
003330     05  GLT-RUN-DATE             PIC 9(08).
003340     05  GLT-RECORD-COUNT         PIC 9(07).
003350     05  GLT-HASH-TOTAL           PIC 9(15)V99.
003356     05  FILLER                   PIC X(46) VALUE SPACES.
003362     05  GLT-RESEND-FLAG          PIC X(01) VALUE SPACE.
003370*
003380 77  WS-GL-RECORD-COUNT           PIC 9(07) VALUE 0 COMP.
003390 77  WS-GL-HASH-TOTAL             PIC 9(15)V99 VALUE 0.
003400 77  WS-GL-AMOUNT                 PIC 9(13)V99 VALUE 0.
003410*
003420*---------------------------------------------------------------*
003430*    REPORT PRINT LINES.                                        *
003440*---------------------------------------------------------------*
003450 01  WS-RPT-HEADING-1.
003460     05  FILLER                     PIC X(40) VALUE
003470         "PRIZE CLAIM POSTING AND EXPIRY".
003480     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
003490     05  RPT-H1-DATE                PIC X(10).
003500     05  FILLER                     PIC X(07) VALUE "  TIME ".
003510     05  RPT-H1-TIME                PIC X(08).
003520     05  FILLER                     PIC X(08) VALUE "   PAGE ".
003530     05  RPT-H1-PAGE                PIC ZZZ9.
003540     05  FILLER                     PIC X(45) VALUE SPACES.
003550*
003560 01  WS-RPT-COL-HEADER.
003570     05  FILLER                     PIC X(07) VALUE "PROMO".
003580     05  FILLER                     PIC X(07) VALUE "CARD".
003590     05  FILLER                     PIC X(12) VALUE "DECK".
003600     05  FILLER                     PIC X(11) VALUE "MEMBER".
003610     05  FILLER                     PIC X(12) VALUE "SCORED".
003620     05  FILLER                     PIC X(22) VALUE "TIER".
003630     05  FILLER                     PIC X(14) VALUE "PAYOUT".
003640     05  FILLER                     PIC X(12) VALUE "DEADLINE".
003650     05  FILLER                     PIC X(35) VALUE SPACES.
003660*
003670 01  WS-RPT-EXPIRY-LINE.
003680     05  RPT-EX-PROMO               PIC X(04).
003690     05  FILLER                     PIC X(03) VALUE SPACES.
003700     05  RPT-EX-CARD                PIC 9(05).
003710     05  FILLER                     PIC X(02) VALUE SPACES.
003720     05  RPT-EX-DECK                PIC X(10).
003730     05  FILLER                     PIC X(02) VALUE SPACES.
003740     05  RPT-EX-MEMBER              PIC 9(09).
003750     05  FILLER                     PIC X(02) VALUE SPACES.
003760     05  RPT-EX-SCORED              PIC X(10).
003770     05  FILLER                     PIC X(02) VALUE SPACES.
003780     05  RPT-EX-TIER                PIC X(20).
003790     05  FILLER                     PIC X(02) VALUE SPACES.
003800     05  RPT-EX-PAYOUT              PIC Z(6)9.99.
003810     05  FILLER                     PIC X(04) VALUE SPACES.
003820     05  RPT-EX-DEADLINE            PIC X(10).
003830     05  FILLER                     PIC X(35) VALUE SPACES.
003840*
003850 01  WS-RPT-TOTAL-LINE.
003860     05  FILLER                     PIC X(02) VALUE SPACES.
003870     05  RPT-TL-LABEL               PIC X(30).
003880     05  RPT-TL-VALUE               PIC Z(7)9.
003890     05  FILLER                     PIC X(92) VALUE SPACES.
003900*
003910 01  WS-RPT-AMOUNT-LINE.
003920     05  FILLER                     PIC X(02) VALUE SPACES.
003930     05  RPT-AL-LABEL               PIC X(30).
003940     05  RPT-AL-COUNT               PIC Z(7)9.
003950     05  FILLER                     PIC X(04) VALUE SPACES.
003960     05  RPT-AL-AMOUNT              PIC Z(12)9.99.
003970     05  FILLER                     PIC X(71) VALUE SPACES.
003980*
003990 01  WS-RPT-TEXT-LINE.
004000     05  RPT-TX-TEXT                PIC X(70).
004010     05  FILLER                     PIC X(62) VALUE SPACES.
004020*
004030 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
004040 77  WS-RPT-PAGE                    PIC 9(04) VALUE 0 COMP.
004050 77  WS-RPT-LINE-CNT                PIC 9(03) VALUE 99 COMP.
004060*
004070 01  WS-LIST-DATE-EDIT.
004080     05  WS-LD-MM                   PIC X(02).
004090     05  FILLER                     PIC X(01) VALUE "/".
004100     05  WS-LD-DD                   PIC X(02).
004110     05  FILLER                     PIC X(01) VALUE "/".
004120     05  WS-LD-YYYY                 PIC X(04).
004130 01  WS-LIST-DATE-WORK.
004140     05  WS-LDW-DATE                PIC 9(08).
004150     05  WS-LDW-DATE-X REDEFINES WS-LDW-DATE.
004160         10  WS-LDW-YYYY            PIC X(04).
004170         10  WS-LDW-MM              PIC X(02).
004180         10  WS-LDW-DD              PIC X(02).
004190*
004200 PROCEDURE DIVISION.
004210*
004220*================================================================*
004230*    0000-MAINLINE                                               *
004240*================================================================*
004250 0000-MAINLINE.
004260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004270     PERFORM 2000-CREATE-CLAIMS THRU 2000-EXIT.
004280     IF WS-JOB-RC < 16
004290         PERFORM 3000-SETTLE-CLAIMS THRU 3000-EXIT
004300     END-IF.
004310     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
004320     PERFORM 6000-FINALIZE THRU 6000-EXIT.
004330     MOVE WS-JOB-RC TO RETURN-CODE.
004340     STOP RUN.
004350*
004360*================================================================*
004370*    1000 - INITIALIZATION                                       *
004380*================================================================*
004390*    THE MASTER AND THE PROMOTION MASTER MUST ALREADY EXIST -
004400*    WITHOUT THEM THERE IS NOTHING TO CLAIM AND NO DEADLINE TO
004410*    TEST, SO THE RUN IS REFUSED.  THE CLAIM FILE IS A STANDING
004420*    FILE CREATED ON FIRST USE.
004430 1000-INITIALIZE.
004440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004450     ACCEPT WS-RUN-TIME FROM TIME.
004460     MOVE WS-RD-MM TO WS-ED-MM.
004470     MOVE WS-RD-DD TO WS-ED-DD.
004480     MOVE WS-RD-YYYY TO WS-ED-YYYY.
004490     MOVE WS-RT-HH TO WS-ET-HH.
004500     MOVE WS-RT-MM TO WS-ET-MM.
004510     MOVE WS-RT-SS TO WS-ET-SS.
004520     OPEN INPUT SCORED-MASTER.
004530     IF WS-SCM-STATUS NOT = "00"
004540         DISPLAY "SCORED-CARD MASTER NOT AVAILABLE - STATUS "
004550             WS-SCM-STATUS
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     OPEN INPUT PROMO-MASTER.
004600     IF WS-PMS-STATUS NOT = "00"
004610         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
004620             WS-PMS-STATUS
004630         CLOSE SCORED-MASTER
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     OPEN I-O PRIZE-CLAIMS.
004680     IF WS-CLM-STATUS = "35"
004690         OPEN OUTPUT PRIZE-CLAIMS
004700         CLOSE PRIZE-CLAIMS
004710         OPEN I-O PRIZE-CLAIMS
004720     END-IF.
004730     IF WS-CLM-STATUS NOT = "00"
004740         DISPLAY "PRIZE CLAIM FILE NOT AVAILABLE - STATUS "
004750             WS-CLM-STATUS
004760         CLOSE SCORED-MASTER
004770         CLOSE PROMO-MASTER
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810     OPEN OUTPUT AP-PAYMENTS.
004811     IF WS-APP-STATUS NOT = "00"
004812         DISPLAY "AP PAYMENT FILE NOT OPENED - STATUS "
004813             WS-APP-STATUS
004814         CLOSE SCORED-MASTER
004815         CLOSE PROMO-MASTER
004816         CLOSE PRIZE-CLAIMS
004817         MOVE 16 TO WS-JOB-RC
004818         MOVE 16 TO RETURN-CODE
004819         STOP RUN
004820     END-IF.
004821     OPEN OUTPUT CLAIM-GL.
004822     IF WS-GL-STATUS NOT = "00"
004823         DISPLAY "CLAIM GL EXTRACT NOT OPENED - STATUS "
004824             WS-GL-STATUS
004825         CLOSE SCORED-MASTER
004826         CLOSE PROMO-MASTER
004827         CLOSE PRIZE-CLAIMS
004828         CLOSE AP-PAYMENTS
004829         MOVE 16 TO WS-JOB-RC
004830         MOVE 16 TO RETURN-CODE
004831         STOP RUN
004832     END-IF.
004833     OPEN OUTPUT CLAIM-RPT.
004840     PERFORM 1400-LOAD-TIER-TABLE THRU 1400-EXIT.
004850     GO TO 1000-EXIT.
004860 1000-EXIT.
004870     EXIT.
004880*
004890*    THE DEFAULT SCHEDULE, WITH THE SAME EDITS THE SCORING STEP
004900*    APPLIES.  A MISSING TIERDEF ONLY MATTERS FOR A SEASON WITH
004910*    NO SCHEDULE OF ITS OWN, AND 2200 SAYS SO WHEN IT HAPPENS.
004920 1400-LOAD-TIER-TABLE.
004930     OPEN INPUT TIER-DEFS.
004940     IF WS-TIER-STATUS NOT = "00"
004950         GO TO 1400-EXIT
004960     END-IF.
004970     PERFORM 1410-READ-ONE-TIER-DEF THRU 1410-EXIT
004980         UNTIL WS-TIER-EOF.
004990     CLOSE TIER-DEFS.
005000     GO TO 1400-EXIT.
005010 1400-EXIT.
005020     EXIT.
005030*
005040 1410-READ-ONE-TIER-DEF.
005050     MOVE SPACES TO WS-TIER-DEF-AREA.
005060     READ TIER-DEFS INTO WS-TIER-DEF-AREA
005070         AT END SET WS-TIER-EOF TO TRUE
005080     END-READ.
005090     IF WS-TIER-EOF
005100         GO TO 1410-EXIT
005110     END-IF.
005120     ADD 1 TO WS-TIER-DEF-LINENO.
005130     IF WS-TIER-DEF-AREA = SPACES
005140         GO TO 1410-EXIT
005150     END-IF.
005160     IF TD-LOW-X NOT NUMERIC
005170        OR TD-HIGH-X NOT NUMERIC
005180        OR TD-PAYOUT-X NOT NUMERIC
005190        OR TD-LOW-9 > TD-HIGH-9
005200        OR WS-TIER-COUNT = 20
005210         DISPLAY "TIERDEF LINE " WS-TIER-DEF-LINENO
005220             " UNUSABLE - SKIPPED"
005230         GO TO 1410-EXIT
005240     END-IF.
005250     ADD 1 TO WS-TIER-COUNT.
005260     MOVE TD-LOW-9 TO WS-TR-LOW(WS-TIER-COUNT).
005270     MOVE TD-HIGH-9 TO WS-TR-HIGH(WS-TIER-COUNT).
005280     MOVE TD-NAME TO WS-TR-NAME(WS-TIER-COUNT).
005290     MOVE TD-PAYOUT-9 TO WS-TR-PAYOUT(WS-TIER-COUNT).
005300     GO TO 1410-EXIT.
005310 1410-EXIT.
005320     EXIT.
005330*
005340*================================================================*
005350*    2000 - CREATE CLAIMS FOR PAYING CARDS                       *
005360*================================================================*
005370*    ONE SWEEP OF THE MASTER.  A CARD ALREADY ON THE CLAIM FILE
005380*    IS LEFT ALONE WHATEVER ITS STATUS, SO THE SWEEP CAN RUN
005390*    EVERY NIGHT OVER THE WHOLE MASTER AND ONLY THE NEWLY
005400*    SCORED PAYING CARDS PICK UP A CLAIM.
005410 2000-CREATE-CLAIMS.
005420     MOVE LOW-VALUES TO SCM-KEY.
005430     START SCORED-MASTER KEY NOT < SCM-KEY
005440         INVALID KEY SET WS-SCM-EOF TO TRUE
005450     END-START.
005460     PERFORM 2100-CLAIM-ONE-CARD THRU 2100-EXIT
005470         UNTIL WS-SCM-EOF.
005480     GO TO 2000-EXIT.
005490 2000-EXIT.
005500     EXIT.
005510*
005520 2100-CLAIM-ONE-CARD.
005530     READ SCORED-MASTER NEXT RECORD
005540         AT END SET WS-SCM-EOF TO TRUE
005550     END-READ.
005560     IF WS-SCM-EOF
005570         GO TO 2100-EXIT
005580     END-IF.
005590     IF WS-SCM-STATUS NOT = "00" AND WS-SCM-STATUS NOT = "02"
005600         DISPLAY "MASTER SWEEP READ ERROR - STATUS "
005610             WS-SCM-STATUS
005620         MOVE 16 TO WS-JOB-RC
005630         SET WS-SCM-EOF TO TRUE
005640         GO TO 2100-EXIT
005650     END-IF.
005660     ADD 1 TO WS-SCM-READ.
005670     IF SCM-PROMO-CODE NOT = WS-SS-PROMO-CODE
005680         PERFORM 2200-LOAD-SEASON-SCHEDULE THRU 2200-EXIT
005690     END-IF.
005700     IF WS-SS-TIER-COUNT = 0
005710         ADD 1 TO WS-NOT-PRICED
005720         GO TO 2100-EXIT
005730     END-IF.
005740     PERFORM 2300-FIND-TIER THRU 2300-EXIT.
005750     IF NOT WS-TIER-FOUND
005760         GO TO 2100-EXIT
005770     END-IF.
005780     IF WS-SS-PAYOUT(WS-TIER-FOUND-IDX) = 0
005790         GO TO 2100-EXIT
005800     END-IF.
005810     PERFORM 2400-WRITE-NEW-CLAIM THRU 2400-EXIT.
005820     GO TO 2100-EXIT.
005830 2100-EXIT.
005840     EXIT.
005850*
005860*    THE MASTER IS IN KEY ORDER, SO THE SCHEDULE IS ONLY
005870*    PICKED UP AGAIN WHEN THE SWEEP CROSSES INTO A NEW SEASON.
005880*    A SEASON NOT ON THE PROMOTION MASTER (ONLY CARDS SCORED
005890*    BEFORE IT EXISTED) IS NOT PRICED AND GETS NO CLAIMS.
005900 2200-LOAD-SEASON-SCHEDULE.
005910     MOVE SCM-PROMO-CODE TO WS-SS-PROMO-CODE.
005920     MOVE 0 TO WS-SS-TIER-COUNT.
005930     MOVE SCM-PROMO-CODE TO PMS-PROMO-CODE.
005940     READ PROMO-MASTER.
005950     IF WS-PMS-STATUS NOT = "00"
005960         GO TO 2200-EXIT
005970     END-IF.
005980     IF PMS-TIER-COUNT > 0 AND PMS-TIER-COUNT NOT > 20
005990         MOVE PMS-TIER-COUNT TO WS-SS-TIER-COUNT
006000         PERFORM 2210-COPY-ONE-MASTER-TIER THRU 2210-EXIT
006010             VARYING WS-TIER-IDX FROM 1 BY 1
006020             UNTIL WS-TIER-IDX > PMS-TIER-COUNT
006030         GO TO 2200-EXIT
006040     END-IF.
006050     IF WS-TIER-COUNT = 0
006060         DISPLAY "PROMOTION " SCM-PROMO-CODE
006070             " HAS NO TIER SCHEDULE AND TIERDEF IS EMPTY - "
006080             "NO CLAIMS CREATED"
006090         MOVE 04 TO WS-JOB-RC
006100         GO TO 2200-EXIT
006110     END-IF.
006120     MOVE WS-TIER-COUNT TO WS-SS-TIER-COUNT.
006130     PERFORM 2220-COPY-ONE-DEFAULT-TIER THRU 2220-EXIT
006140         VARYING WS-TIER-IDX FROM 1 BY 1
006150         UNTIL WS-TIER-IDX > WS-TIER-COUNT.
006160     GO TO 2200-EXIT.
006170 2200-EXIT.
006180     EXIT.
006190*
006200 2210-COPY-ONE-MASTER-TIER.
006210     MOVE PMS-TR-LOW(WS-TIER-IDX) TO WS-SS-LOW(WS-TIER-IDX).
006220     MOVE PMS-TR-HIGH(WS-TIER-IDX) TO WS-SS-HIGH(WS-TIER-IDX).
006230     MOVE PMS-TR-NAME(WS-TIER-IDX) TO WS-SS-NAME(WS-TIER-IDX).
006240     MOVE PMS-TR-PAYOUT(WS-TIER-IDX)
006250         TO WS-SS-PAYOUT(WS-TIER-IDX).
006260     GO TO 2210-EXIT.
006270 2210-EXIT.
006280     EXIT.
006290*
006300 2220-COPY-ONE-DEFAULT-TIER.
006310     MOVE WS-TR-LOW(WS-TIER-IDX) TO WS-SS-LOW(WS-TIER-IDX).
006320     MOVE WS-TR-HIGH(WS-TIER-IDX) TO WS-SS-HIGH(WS-TIER-IDX).
006330     MOVE WS-TR-NAME(WS-TIER-IDX) TO WS-SS-NAME(WS-TIER-IDX).
006340     MOVE WS-TR-PAYOUT(WS-TIER-IDX) TO WS-SS-PAYOUT(WS-TIER-IDX).
006350     GO TO 2220-EXIT.
006360 2220-EXIT.
006370     EXIT.
006380*
006390*    FIRST TIER WHOSE RANGE COVERS THE MATCH COUNT - THE SAME
006400*    RULE AS THE SCORING STEP'S 2456.
006410 2300-FIND-TIER.
006420     MOVE "N" TO WS-TIER-FOUND-SW.
006430     MOVE 0 TO WS-TIER-FOUND-IDX.
006440     PERFORM 2310-TEST-ONE-TIER THRU 2310-EXIT
006450         VARYING WS-TIER-IDX FROM 1 BY 1
006460         UNTIL WS-TIER-IDX > WS-SS-TIER-COUNT
006470            OR WS-TIER-FOUND.
006480     GO TO 2300-EXIT.
006490 2300-EXIT.
006500     EXIT.
006510*
006520 2310-TEST-ONE-TIER.
006530     IF SCM-MATCH-COUNT NOT < WS-SS-LOW(WS-TIER-IDX)
006540        AND SCM-MATCH-COUNT NOT > WS-SS-HIGH(WS-TIER-IDX)
006550         SET WS-TIER-FOUND TO TRUE
006560         MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
006570     END-IF.
006580     GO TO 2310-EXIT.
006590 2310-EXIT.
006600     EXIT.
006610*
006620*    A DUPLICATE KEY (22) IS THE NORMAL CASE FOR A CARD CLAIMED
006630*    ON AN EARLIER NIGHT - THE STANDING CLAIM IS NOT TOUCHED.
006640 2400-WRITE-NEW-CLAIM.
006650     MOVE SPACES TO FD-CLAIM-RECORD.
006660     MOVE SCM-PROMO-CODE TO CLM-PROMO-CODE.
006670     MOVE SCM-CARD-ID TO CLM-CARD-ID.
006680     MOVE "U" TO CLM-STATUS.
006690     MOVE SCM-DECK-ID TO CLM-DECK-ID.
006700     MOVE SCM-MEMBER-NO TO CLM-MEMBER-NO.
006710     MOVE SCM-RUN-DATE TO CLM-SCORED-DATE.
006720     MOVE SCM-MATCH-COUNT TO CLM-MATCH-COUNT.
006730     MOVE WS-SS-NAME(WS-TIER-FOUND-IDX) TO CLM-TIER-NAME.
006740     MOVE WS-SS-PAYOUT(WS-TIER-FOUND-IDX) TO CLM-PAYOUT.
006750     MOVE WS-RUN-DATE TO CLM-CREATE-DATE.
006760     MOVE 0 TO CLM-PAID-DATE.
006770     MOVE 0 TO CLM-ENTRY-DATE.
006780     MOVE 0 TO CLM-SETTLE-DATE.
006790     WRITE FD-CLAIM-RECORD.
006800     IF WS-CLM-STATUS = "22"
006810         GO TO 2400-EXIT
006820     END-IF.
006830     IF WS-CLM-STATUS NOT = "00"
006840         DISPLAY "PRIZE CLAIM WRITE FAILED - STATUS "
006850             WS-CLM-STATUS
006860         MOVE 16 TO WS-JOB-RC
006870         SET WS-SCM-EOF TO TRUE
006880         GO TO 2400-EXIT
006890     END-IF.
006900     ADD 1 TO WS-CREATED-COUNT.
006910     ADD CLM-PAYOUT TO WS-CREATED-AMOUNT.
006920     GO TO 2400-EXIT.
006930 2400-EXIT.
006940     EXIT.
006950*
006960*================================================================*
006970*    3000 - SETTLE PAID CLAIMS AND EXPIRE STALE ONES             *
006980*================================================================*
006990*    ONE SWEEP OF THE CLAIM FILE.  A PAID CLAIM GOES TO ACCOUNTS
007000*    PAYABLE AND BECOMES SETTLED; AN UNCLAIMED ONE PAST ITS
007006*    SEASON'S CLAIM DEADLINE EXPIRES.  THE CLAIM IS REWRITTEN
007012*    AS SETTLED BEFORE ITS HANDOFF RECORD IS WRITTEN, AND A
007018*    CLAIM THAT CANNOT BE REWRITTEN GETS NO HANDOFF RECORD - THE
007024*    RERUN AFTER A FAILURE FINDS IT STILL PAID AND SENDS IT
007030*    THEN, SO NO CLAIM EVER GOES TO ACCOUNTS PAYABLE TWICE.
007040*    SETTLED AND EXPIRED CLAIMS ARE HISTORY AND ARE PASSED BY.
007050 3000-SETTLE-CLAIMS.
007060     MOVE LOW-VALUES TO CLM-KEY.
007070     START PRIZE-CLAIMS KEY NOT < CLM-KEY
007080         INVALID KEY SET WS-CLM-EOF TO TRUE
007090     END-START.
007100     PERFORM 3100-SETTLE-ONE-CLAIM THRU 3100-EXIT
007110         UNTIL WS-CLM-EOF.
007120     IF NOT WS-FIRST-CLAIM
007130         PERFORM 3200-JOURNAL-ONE-PROMOTION THRU 3200-EXIT
007140     END-IF.
007150     GO TO 3000-EXIT.
007160 3000-EXIT.
007170     EXIT.
007180*
007190 3100-SETTLE-ONE-CLAIM.
007200     READ PRIZE-CLAIMS NEXT RECORD
007210         AT END SET WS-CLM-EOF TO TRUE
007220     END-READ.
007230     IF WS-CLM-EOF
007240         GO TO 3100-EXIT
007250     END-IF.
007260     IF WS-CLM-STATUS NOT = "00" AND WS-CLM-STATUS NOT = "02"
007270         DISPLAY "CLAIM SWEEP READ ERROR - STATUS "
007280             WS-CLM-STATUS
007290         MOVE 16 TO WS-JOB-RC
007300         SET WS-CLM-EOF TO TRUE
007310         GO TO 3100-EXIT
007320     END-IF.
007330     IF WS-FIRST-CLAIM OR CLM-PROMO-CODE NOT = WS-BREAK-PROMO
007340         PERFORM 3150-PROMOTION-BREAK THRU 3150-EXIT
007350     END-IF.
007360     EVALUATE TRUE
007370         WHEN CLM-PAID
007380             PERFORM 3300-SETTLE-PAID-CLAIM THRU 3300-EXIT
007390         WHEN CLM-UNCLAIMED
007400             IF WS-BREAK-DEADLINE > 0
007410                AND WS-RUN-DATE > WS-BREAK-DEADLINE
007420                 PERFORM 3400-EXPIRE-CLAIM THRU 3400-EXIT
007430             ELSE
007440                 ADD 1 TO WS-OPEN-COUNT
007450                 ADD CLM-PAYOUT TO WS-OPEN-AMOUNT
007460             END-IF
007470     END-EVALUATE.
007480     GO TO 3100-EXIT.
007490 3100-EXIT.
007500     EXIT.
007510*
007520*    THE SEASON BEHIND IS JOURNALED AND THE NEW SEASON'S CLAIM
007530*    DEADLINE PICKED UP.  A SEASON NOT ON THE PROMOTION MASTER,
007540*    OR WITH NO DEADLINE SET, NEVER EXPIRES ITS CLAIMS.
007550 3150-PROMOTION-BREAK.
007560     IF NOT WS-FIRST-CLAIM
007570         PERFORM 3200-JOURNAL-ONE-PROMOTION THRU 3200-EXIT
007580     END-IF.
007590     MOVE "N" TO WS-FIRST-CLAIM-SW.
007600     MOVE CLM-PROMO-CODE TO WS-BREAK-PROMO.
007610     MOVE 0 TO WS-BREAK-PAID.
007620     MOVE 0 TO WS-BREAK-EXPIRED.
007630     MOVE 0 TO WS-BREAK-DEADLINE.
007640     MOVE CLM-PROMO-CODE TO PMS-PROMO-CODE.
007650     READ PROMO-MASTER.
007660     IF WS-PMS-STATUS = "00" AND PMS-CLAIM-DEADLINE NUMERIC
007670         MOVE PMS-CLAIM-DEADLINE TO WS-BREAK-DEADLINE
007680     END-IF.
007690     GO TO 3150-EXIT.
007700 3150-EXIT.
007710     EXIT.
007720*
007730*    ONE PAIR PER SEASON FOR EACH KIND OF RELIEF: PAYMENTS MOVE
007740*    THE LIABILITY TO ACCOUNTS PAYABLE, EXPIRIES REVERSE THE
007750*    ACCRUAL BACK OUT OF PRIZE EXPENSE.
007760 3200-JOURNAL-ONE-PROMOTION.
007770     IF WS-BREAK-PAID > 0
007780         MOVE WS-BREAK-PAID TO WS-GL-AMOUNT
007790         MOVE "21200000" TO GLJ-ACCOUNT
007800         MOVE "DR" TO GLJ-DR-CR
007810         MOVE "PRIZE CLAIMS PAID" TO GLJ-DESC
007820         PERFORM 3500-WRITE-ONE-GL-RECORD THRU 3500-EXIT
007830         MOVE "20100000" TO GLJ-ACCOUNT
007840         MOVE "CR" TO GLJ-DR-CR
007850         MOVE "PRIZE CLAIMS PAID" TO GLJ-DESC
007860         PERFORM 3500-WRITE-ONE-GL-RECORD THRU 3500-EXIT
007870     END-IF.
007880     IF WS-BREAK-EXPIRED > 0
007890         MOVE WS-BREAK-EXPIRED TO WS-GL-AMOUNT
007900         MOVE "21200000" TO GLJ-ACCOUNT
007910         MOVE "DR" TO GLJ-DR-CR
007920         MOVE "PRIZE CLAIMS EXPIRED" TO GLJ-DESC
007930         PERFORM 3500-WRITE-ONE-GL-RECORD THRU 3500-EXIT
007940         MOVE "61200000" TO GLJ-ACCOUNT
007950         MOVE "CR" TO GLJ-DR-CR
007960         MOVE "PRIZE CLAIMS EXPIRED" TO GLJ-DESC
007970         PERFORM 3500-WRITE-ONE-GL-RECORD THRU 3500-EXIT
007980     END-IF.
007990     GO TO 3200-EXIT.
008000 3200-EXIT.
008010     EXIT.
008020*
008022*    THE CLAIM IS MARKED SETTLED FIRST - A CLAIM THAT CANNOT BE
008024*    MARKED GETS NO AP PAYMENT, SO THE NEXT RUN CANNOT PAY IT
008026*    TWICE.
008030 3300-SETTLE-PAID-CLAIM.
008031     MOVE "S" TO CLM-STATUS.
008032     MOVE WS-RUN-DATE TO CLM-SETTLE-DATE.
008033     PERFORM 3600-REWRITE-CLAIM THRU 3600-EXIT.
008034     IF WS-CLM-STATUS NOT = "00"
008035         GO TO 3300-EXIT
008036     END-IF.
008040     MOVE SPACES TO WS-AP-PAYMENT-AREA.
008050     MOVE "P" TO APP-RECORD-TYPE.
008060     MOVE WS-RUN-DATE TO APP-RUN-DATE.
008070     MOVE CLM-PROMO-CODE TO APP-PROMO-CODE.
008080     MOVE CLM-CARD-ID TO APP-CARD-ID.
008090     MOVE CLM-MEMBER-NO TO APP-MEMBER-NO.
008100     MOVE CLM-PAID-DATE TO APP-PAID-DATE.
008110     MOVE CLM-PAID-CLERK TO APP-PAID-CLERK.
008120     MOVE CLM-PAY-METHOD TO APP-PAY-METHOD.
008130     MOVE CLM-PAYOUT TO APP-AMOUNT.
008140     MOVE CLM-TIER-NAME TO APP-TIER-NAME.
008150     WRITE FD-AP-PAYMENT-RECORD FROM WS-AP-PAYMENT-AREA.
008160     ADD 1 TO WS-AP-RECORD-COUNT.
008170     ADD CLM-PAYOUT TO WS-AP-HASH-TOTAL.
008210     ADD 1 TO WS-SETTLED-COUNT.
008220     ADD CLM-PAYOUT TO WS-SETTLED-AMOUNT.
008230     ADD CLM-PAYOUT TO WS-BREAK-PAID.
008240     GO TO 3300-EXIT.
008250 3300-EXIT.
008260     EXIT.
008270*
008280 3400-EXPIRE-CLAIM.
008290     IF CLM-PROMO-CODE = SPACES
008300         MOVE "NONE" TO RPT-EX-PROMO
008310     ELSE
008320         MOVE CLM-PROMO-CODE TO RPT-EX-PROMO
008330     END-IF.
008340     MOVE CLM-CARD-ID TO RPT-EX-CARD.
008350     MOVE CLM-DECK-ID TO RPT-EX-DECK.
008360     MOVE CLM-MEMBER-NO TO RPT-EX-MEMBER.
008370     MOVE CLM-SCORED-DATE TO WS-LDW-DATE.
008380     PERFORM 4110-EDIT-LIST-DATE THRU 4110-EXIT.
008390     MOVE WS-LIST-DATE-EDIT TO RPT-EX-SCORED.
008400     MOVE CLM-TIER-NAME TO RPT-EX-TIER.
008410     MOVE CLM-PAYOUT TO RPT-EX-PAYOUT.
008420     MOVE WS-BREAK-DEADLINE TO WS-LDW-DATE.
008430     PERFORM 4110-EDIT-LIST-DATE THRU 4110-EXIT.
008440     MOVE WS-LIST-DATE-EDIT TO RPT-EX-DEADLINE.
008450     MOVE WS-RPT-EXPIRY-LINE TO WS-RPT-PRINT-LINE.
008460     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
008470     MOVE "E" TO CLM-STATUS.
008480     MOVE WS-RUN-DATE TO CLM-SETTLE-DATE.
008490     PERFORM 3600-REWRITE-CLAIM THRU 3600-EXIT.
008492     IF WS-CLM-STATUS NOT = "00"
008494         GO TO 3400-EXIT
008496     END-IF.
008500     ADD 1 TO WS-EXPIRED-COUNT.
008510     ADD CLM-PAYOUT TO WS-EXPIRED-AMOUNT.
008520     ADD CLM-PAYOUT TO WS-BREAK-EXPIRED.
008530     GO TO 3400-EXIT.
008540 3400-EXIT.
008550     EXIT.
008560*
008570 3500-WRITE-ONE-GL-RECORD.
008580     MOVE "J" TO GLJ-RECORD-TYPE.
008590     MOVE WS-RUN-DATE TO GLJ-RUN-DATE.
008600     MOVE WS-BREAK-PROMO TO GLJ-PROMO-CODE.
008610     MOVE SPACES TO GLJ-DECK-ID.
008620     MOVE WS-GL-AMOUNT TO GLJ-AMOUNT.
008630     WRITE FD-CLAIM-GL-RECORD FROM WS-GL-JOURNAL-AREA.
008640     ADD 1 TO WS-GL-RECORD-COUNT.
008650     ADD WS-GL-AMOUNT TO WS-GL-HASH-TOTAL.
008660     GO TO 3500-EXIT.
008670 3500-EXIT.
008680     EXIT.
008690*
008700 3600-REWRITE-CLAIM.
008710     REWRITE FD-CLAIM-RECORD.
008720     IF WS-CLM-STATUS NOT = "00"
008730         DISPLAY "PRIZE CLAIM REWRITE FAILED - STATUS "
008740             WS-CLM-STATUS " CARD " CLM-CARD-ID
008750         MOVE 16 TO WS-JOB-RC
008760         SET WS-CLM-EOF TO TRUE
008770     END-IF.
008780     GO TO 3600-EXIT.
008790 3600-EXIT.
008800     EXIT.
008810*
008820*================================================================*
008830*    4000 - REPORT TOTALS                                        *
008840*================================================================*
008850*    THE EXPIRY DETAIL IS ALREADY ON THE REPORT FROM 3400; THE
008860*    TOTALS SAY WHAT THE NIGHT DID AND WHAT IS STILL OWED.
008870 4000-WRITE-TOTALS.
008880     IF WS-EXPIRED-COUNT = 0
008890         MOVE "NO CLAIMS EXPIRED THIS RUN" TO RPT-TX-TEXT
008900         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
008910         PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT
008920     END-IF.
008930     MOVE SPACES TO WS-RPT-PRINT-LINE.
008940     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
008950     MOVE "MASTER RECORDS READ" TO RPT-TL-LABEL.
008960     MOVE WS-SCM-READ TO RPT-TL-VALUE.
008970     PERFORM 4030-PRINT-TOTAL-LINE THRU 4030-EXIT.
008980     MOVE "CARDS NOT PRICED (NO SCHEDULE)" TO RPT-TL-LABEL.
008990     MOVE WS-NOT-PRICED TO RPT-TL-VALUE.
009000     PERFORM 4030-PRINT-TOTAL-LINE THRU 4030-EXIT.
009010     MOVE "CLAIMS CREATED" TO RPT-AL-LABEL.
009020     MOVE WS-CREATED-COUNT TO RPT-AL-COUNT.
009030     MOVE WS-CREATED-AMOUNT TO RPT-AL-AMOUNT.
009040     PERFORM 4040-PRINT-AMOUNT-LINE THRU 4040-EXIT.
009050     MOVE "CLAIMS SENT TO ACCOUNTS PAYABLE" TO RPT-AL-LABEL.
009060     MOVE WS-SETTLED-COUNT TO RPT-AL-COUNT.
009070     MOVE WS-SETTLED-AMOUNT TO RPT-AL-AMOUNT.
009080     PERFORM 4040-PRINT-AMOUNT-LINE THRU 4040-EXIT.
009090     MOVE "CLAIMS EXPIRED" TO RPT-AL-LABEL.
009100     MOVE WS-EXPIRED-COUNT TO RPT-AL-COUNT.
009110     MOVE WS-EXPIRED-AMOUNT TO RPT-AL-AMOUNT.
009120     PERFORM 4040-PRINT-AMOUNT-LINE THRU 4040-EXIT.
009130     MOVE "CLAIMS STILL UNCLAIMED" TO RPT-AL-LABEL.
009140     MOVE WS-OPEN-COUNT TO RPT-AL-COUNT.
009150     MOVE WS-OPEN-AMOUNT TO RPT-AL-AMOUNT.
009160     PERFORM 4040-PRINT-AMOUNT-LINE THRU 4040-EXIT.
009170     GO TO 4000-EXIT.
009180 4000-EXIT.
009190     EXIT.
009200*
009210 4010-RPT-PAGE-HEADING.
009220     ADD 1 TO WS-RPT-PAGE.
009230     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
009240     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
009250     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
009260     WRITE FD-CLAIM-LINE FROM WS-RPT-HEADING-1.
009270     MOVE SPACES TO FD-CLAIM-LINE.
009280     WRITE FD-CLAIM-LINE.
009290     WRITE FD-CLAIM-LINE FROM WS-RPT-COL-HEADER.
009300     MOVE 3 TO WS-RPT-LINE-CNT.
009310     GO TO 4010-EXIT.
009320 4010-EXIT.
009330     EXIT.
009340*
009350 4020-WRITE-RPT-LINE.
009360     IF WS-RPT-LINE-CNT > 55
009370         PERFORM 4010-RPT-PAGE-HEADING THRU 4010-EXIT
009380     END-IF.
009390     WRITE FD-CLAIM-LINE FROM WS-RPT-PRINT-LINE.
009400     ADD 1 TO WS-RPT-LINE-CNT.
009410     GO TO 4020-EXIT.
009420 4020-EXIT.
009430     EXIT.
009440*
009450 4030-PRINT-TOTAL-LINE.
009460     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
009470     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
009480     GO TO 4030-EXIT.
009490 4030-EXIT.
009500     EXIT.
009510*
009520 4040-PRINT-AMOUNT-LINE.
009530     MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-PRINT-LINE.
009540     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
009550     GO TO 4040-EXIT.
009560 4040-EXIT.
009570     EXIT.
009580*
009590 4110-EDIT-LIST-DATE.
009600     MOVE WS-LDW-MM TO WS-LD-MM.
009610     MOVE WS-LDW-DD TO WS-LD-DD.
009620     MOVE WS-LDW-YYYY TO WS-LD-YYYY.
009630     GO TO 4110-EXIT.
009640 4110-EXIT.
009650     EXIT.
009660*
009670*================================================================*
009680*    6000 - END OF RUN                                           *
009690*================================================================*
009700*    BOTH HANDOFF FILES GET THEIR TRAILER EVEN WHEN EMPTY, SO AP
009710*    AND THE LEDGER SIDE CAN TELL "NOTHING TONIGHT" FROM A FILE
009720*    THAT NEVER ARRIVED.
009730 6000-FINALIZE.
009740     MOVE WS-RUN-DATE TO APT-RUN-DATE.
009750     MOVE WS-AP-RECORD-COUNT TO APT-RECORD-COUNT.
009760     MOVE WS-AP-HASH-TOTAL TO APT-HASH-TOTAL.
009770     WRITE FD-AP-PAYMENT-RECORD FROM WS-AP-TRAILER-AREA.
009780     MOVE WS-RUN-DATE TO GLT-RUN-DATE.
009790     MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
009800     MOVE WS-GL-HASH-TOTAL TO GLT-HASH-TOTAL.
009810     WRITE FD-CLAIM-GL-RECORD FROM WS-GL-TRAILER-AREA.
009820     CLOSE SCORED-MASTER.
009830     CLOSE PROMO-MASTER.
009840     CLOSE PRIZE-CLAIMS.
009850     CLOSE AP-PAYMENTS.
009860     CLOSE CLAIM-GL.
009870     CLOSE CLAIM-RPT.
009880     DISPLAY "PRIZE CLAIM STEP COMPLETE".
009890     DISPLAY "  CLAIMS CREATED  : " WS-CREATED-COUNT.
009900     DISPLAY "  SENT TO AP      : " WS-SETTLED-COUNT.
009910     DISPLAY "  EXPIRED         : " WS-EXPIRED-COUNT.
009920     DISPLAY "RETURN CODE: " WS-JOB-RC.
009930     GO TO 6000-EXIT.
009940 6000-EXIT.
009950     EXIT.
