000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. frdscrn.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - NIGHTLY SUSPICIOUS-WIN     *
000120*                 SCREEN OVER THE SCORED-CARD MASTER AND THE    *
000130*                 REDEMPTION REGISTER.  FLAGS MEMBERS WITH TOO  *
000140*                 MANY HIGH-TIER WINS IN THE PERIOD, DECKS      *
000150*                 WINNING A TIER FAR MORE OFTEN THAN THE REST   *
000160*                 OF THE SEASON, CARDS WHOSE HELD LIST REPEATS  *
000170*                 NUMBERS OR MATCHES IMPLAUSIBLY WELL, AND ONE  *
000180*                 MEMBER ON CARDS IN DIFFERENT DECKS MINUTES    *
000190*                 APART.  PRINTS A RANKED WATCHLIST (FRDRPT),   *
000200*                 WRITES A HIT FILE (FRDHITS) AND CAN OPEN A    *
000210*                 DISPUTE CASE ON DSPCASE FOR EACH FLAGGED CARD *
000220*                 SO IT LANDS IN THE PRIZE DESK'S QUEUE.        *
000222*  10/15/26  RJ   EVERY CASE THE SCREEN OPENS IS APPENDED TO    *
000224*                 THE SHARED AUDIT LOG (AUDITLOG) UNDER THE     *
000226*                 CASE CLERK, WITH THE NEW CASE AS ITS AFTER    *
000228*                 IMAGE.                                        *
000230*---------------------------------------------------------------*
000240*
000250*    SETTINGS COME FROM THE SCREEN PARAMETER FILE (FRDPARM),
000260*    ONE KEYWORD=VALUE PER LINE, "*" IN COLUMN 1 FOR COMMENTS -
000270*    THE SAME SHAPE AS THE SCORING STEP'S PARMFIL.  NO FILE
000280*    MEANS EVERY DEFAULT STANDS.
000290*      PERIODDAYS  DAYS OF SCORED CARDS SCREENED        (30)
000300*      HIGHPAYOUT  A TIER PAYING THIS MUCH OR MORE, IN
000310*                  WHOLE UNITS, IS A HIGH TIER          (100)
000320*      HIGHWINS    HIGH-TIER WINS BY ONE MEMBER IN THE
000330*                  PERIOD THAT FLAG THE MEMBER          (3)
000340*      DECKMIN     CARDS A DECK NEEDS BEFORE ITS TIER
000350*                  RATES ARE JUDGED                     (20)
000360*      RATEFACTOR  TIMES THE SEASON'S OWN RATE FOR THE
000370*                  TIER THAT FLAGS A DECK               (3)
000380*      MATCHPCT    PERCENT OF THE HELD LIST MATCHED
000390*                  THAT IS IMPLAUSIBLE                  (80)
000400*      MATCHMIN    FEWEST MATCHES THAT TEST APPLIES TO  (5)
000410*      MINUTES     SAME MEMBER, DIFFERENT DECKS, THIS
000420*                  CLOSE TOGETHER                       (10)
000430*      CASES       Y OPENS DISPUTE CASES, N DOES NOT    (N)
000440*      CLERK       CLERK ID STAMPED ON THOSE CASES      (FRD)
000450*    THE SCORING RUN STAMPS EACH DECK'S REGISTER ENTRIES WITH
000460*    THE TIME THAT DECK WAS SCORED, WHICH IS THE CLOSEST THING
000470*    TO A SCAN TIME ON FILE - THE MINUTES TEST COMPARES THOSE.
000480*    RC 0 NO HITS, 4 HITS ON THE WATCHLIST (OR A TABLE FILLED),
000490*    16 FILE TROUBLE.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SCREEN-PARMS
000550         ASSIGN TO "FRDPARM"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PARM-STATUS.
000580     SELECT SCORED-MASTER
000590         ASSIGN TO "SCOREMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SCM-KEY
000630         FILE STATUS IS WS-SCM-STATUS.
000640     SELECT REDEMPTION-REGISTER
000650         ASSIGN TO "REDEMREG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS REG-KEY
000690         FILE STATUS IS WS-REG-STATUS.
000700     SELECT PROMO-MASTER
000710         ASSIGN TO "PROMOMST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS PMS-PROMO-CODE
000750         FILE STATUS IS WS-PMS-STATUS.
000760     SELECT TIER-DEFS
000770         ASSIGN TO "TIERDEF"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-TIER-STATUS.
000800     SELECT DISPUTE-CASES
000810         ASSIGN TO "DSPCASE"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS DSP-KEY
000850         FILE STATUS IS WS-DSP-STATUS.
000860     SELECT SCREEN-HITS
000870         ASSIGN TO "FRDHITS"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-HIT-STATUS.
000900     SELECT SCREEN-RPT
000910         ASSIGN TO "FRDRPT"
000920         ORGANIZATION IS LINE SEQUENTIAL.
000922     SELECT AUDIT-LOG
000924         ASSIGN TO "AUDITLOG"
000926         ORGANIZATION IS LINE SEQUENTIAL
000928         FILE STATUS IS WS-AUD-STATUS.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960*
000970 FD  SCREEN-PARMS
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  FD-PARM-RECORD               PIC X(80).
001010*
001020*    SAME RECORD THE SCORING STEP WRITES.
001030 FD  SCORED-MASTER
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 453 CHARACTERS.
001060 01  FD-MASTER-RECORD.
001070     05  SCM-KEY.
001080         10  SCM-PROMO-CODE       PIC X(04).
001090         10  SCM-CARD-ID          PIC 9(05).
001100     05  SCM-RUN-DATE             PIC 9(08).
001110     05  SCM-DECK-ID              PIC X(10).
001120     05  SCM-WINNING-COUNT        PIC 9(02).
001130     05  SCM-HELD-COUNT           PIC 9(02).
001140     05  SCM-WINNING-NUMBERS      PIC 9(02) OCCURS 50 TIMES.
001150     05  SCM-HELD-NUMBERS         PIC 9(02) OCCURS 99 TIMES.
001160     05  SCM-HELD-MATCHED         PIC X(01) OCCURS 99 TIMES.
001170     05  SCM-MATCH-COUNT          PIC 9(03).
001180     05  SCM-CARD-VALUE           PIC 9(10).
001190     05  SCM-MEMBER-NO            PIC 9(09).
001200     05  FILLER                   PIC X(03).
001210*
001220*    SAME RECORD THE SCORING STEP WRITES - ONLY THE KEY AND THE
001230*    RUN STAMP ARE NAMED.
001240 FD  REDEMPTION-REGISTER
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 53 CHARACTERS.
001270 01  FD-REGISTER-RECORD.
001280     05  REG-KEY.
001290         10  REG-PROMO-CODE       PIC X(04).
001300         10  REG-CARD-ID          PIC 9(05).
001310     05  REG-RUN-DATE             PIC 9(08).
001320     05  FILLER                   PIC X(20).
001330     05  REG-RUN-TIME             PIC 9(06).
001340     05  REG-RUN-TIME-X REDEFINES REG-RUN-TIME.
001350         10  REG-RT-HH            PIC 9(02).
001360         10  REG-RT-MM            PIC 9(02).
001370         10  REG-RT-SS            PIC 9(02).
001380     05  FILLER                   PIC X(10).
001390*
001400*    PROMOTION MASTER, MAINTAINED BY PROMOMNT - SEE ITS FD.
001410 FD  PROMO-MASTER
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 800 CHARACTERS.
001440 01  FD-PROMO-RECORD.
001450     05  PMS-PROMO-CODE           PIC X(04).
001460     05  PMS-PROMO-NAME           PIC X(30).
001470     05  PMS-START-DATE           PIC 9(08).
001480     05  PMS-END-DATE             PIC 9(08).
001490     05  PMS-STATUS-CODE          PIC X(01).
001500     05  PMS-TIER-COUNT           PIC 9(02).
001510     05  PMS-TIER-ENTRY           OCCURS 20 TIMES.
001520         10  PMS-TR-LOW           PIC 9(03).
001530         10  PMS-TR-HIGH          PIC 9(03).
001540         10  PMS-TR-NAME          PIC X(20).
001550         10  PMS-TR-PAYOUT        PIC 9(07)V99.
001560     05  FILLER                   PIC X(47).
001570*
001580 FD  TIER-DEFS
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 40 CHARACTERS.
001610 01  FD-TIER-DEF-RECORD           PIC X(40).
001620*
001630*    DISPUTE CASE - SEE CASENTRY.
001640 FD  DISPUTE-CASES
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 100 CHARACTERS.
001670 01  FD-CASE-RECORD.
001680     05  DSP-KEY.
001690         10  DSP-PROMO-CODE       PIC X(04).
001700         10  DSP-CARD-ID          PIC 9(05).
001710     05  DSP-STATUS               PIC X(01).
001720         88  DSP-OPEN                       VALUE "O".
001730         88  DSP-CLOSED                     VALUE "C".
001740     05  DSP-OPEN-DATE            PIC 9(08).
001750     05  DSP-CLERK-ID             PIC X(03).
001760     05  DSP-DECK-ID              PIC X(10).
001770     05  DSP-MEMBER-NO            PIC 9(09).
001780     05  DSP-NOTE                 PIC X(40).
001790     05  DSP-CLOSE-DATE           PIC 9(08).
001800     05  DSP-RESOLUTION           PIC X(02).
001810     05  FILLER                   PIC X(10).
001820*
001830*    ONE "H" RECORD PER HIT IN RANK ORDER, THEN A "T" TRAILER
001840*    WITH THE COUNT - SEE WS-HIT-RECORD-AREA.
001850 FD  SCREEN-HITS
001860     LABEL RECORDS ARE STANDARD
001870     RECORD CONTAINS 80 CHARACTERS.
001880 01  FD-HIT-RECORD                PIC X(80).
001890*
001900 FD  SCREEN-RPT
001910     LABEL RECORDS ARE OMITTED
001920     RECORD CONTAINS 132 CHARACTERS.
001930 01  FD-SCREEN-LINE               PIC X(132).
001940*
001941*    SHARED AUDIT LOG - SEE WS-AUDIT-AREA.
001942 FD  AUDIT-LOG
001943     LABEL RECORDS ARE STANDARD
001944     RECORD CONTAINS 1000 CHARACTERS.
001945 01  FD-AUDIT-RECORD              PIC X(1000).
001946*
001950 WORKING-STORAGE SECTION.
001960*
001970*---------------------------------------------------------------*
001980*    SWITCHES                                                   *
001990*---------------------------------------------------------------*
002000 77  WS-PARM-STATUS               PIC X(02) VALUE "00".
002010 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
002020 77  WS-REG-STATUS                PIC X(02) VALUE "00".
002030 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
002040 77  WS-TIER-STATUS               PIC X(02) VALUE "00".
002050 77  WS-DSP-STATUS                PIC X(02) VALUE "00".
002060 77  WS-HIT-STATUS                PIC X(02) VALUE "00".
002065 77  WS-AUD-STATUS                PIC X(02) VALUE "00".
002070*
002080 77  WS-PARM-EOF-SW               PIC X(01) VALUE "N".
002090     88  WS-PARM-EOF                        VALUE "Y".
002100 77  WS-PARM-FILE-FOUND-SW        PIC X(01) VALUE "N".
002110     88  WS-PARM-FILE-FOUND                 VALUE "Y".
002120 77  WS-PARM-BAD-SW               PIC X(01) VALUE "N".
002130     88  WS-PARM-BAD                        VALUE "Y".
002140 77  WS-PARM-NUM-DONE-SW          PIC X(01) VALUE "N".
002150     88  WS-PARM-NUM-DONE                   VALUE "Y".
002160 77  WS-SCM-EOF-SW                PIC X(01) VALUE "N".
002170     88  WS-SCM-EOF                         VALUE "Y".
002180 77  WS-TIER-EOF-SW               PIC X(01) VALUE "N".
002190     88  WS-TIER-EOF                        VALUE "Y".
002200 77  WS-REG-OPEN-SW               PIC X(01) VALUE "N".
002210     88  WS-REG-OPEN                        VALUE "Y".
002220 77  WS-PMS-OPEN-SW               PIC X(01) VALUE "N".
002230     88  WS-PMS-OPEN                        VALUE "Y".
002240 77  WS-CASES-SW                  PIC X(01) VALUE "N".
002250     88  WS-CASES-WANTED                    VALUE "Y".
002260 77  WS-FOUND-SW                  PIC X(01) VALUE "N".
002270     88  WS-FOUND                           VALUE "Y".
002280 77  WS-TIER-FOUND-SW             PIC X(01) VALUE "N".
002290     88  WS-TIER-FOUND                      VALUE "Y".
002300 77  WS-SWAP-SW                   PIC X(01) VALUE "N".
002310     88  WS-SWAPPED                         VALUE "Y".
002320*
002330 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
002340*
002350*---------------------------------------------------------------*
002360*    SCREEN SETTINGS WITH THEIR DEFAULTS - SEE THE HEADER.      *
002370*---------------------------------------------------------------*
002380 77  WS-PERIOD-DAYS               PIC 9(05) VALUE 30 COMP.
002390 77  WS-HIGH-PAYOUT               PIC 9(07) VALUE 100.
002400 77  WS-HIGH-WINS                 PIC 9(05) VALUE 3 COMP.
002410 77  WS-DECK-MIN                  PIC 9(05) VALUE 20 COMP.
002420 77  WS-RATE-FACTOR               PIC 9(05) VALUE 3 COMP.
002430 77  WS-MATCH-PCT                 PIC 9(05) VALUE 80 COMP.
002440 77  WS-MATCH-MIN                 PIC 9(05) VALUE 5 COMP.
002450 77  WS-NEAR-MINUTES              PIC 9(05) VALUE 10 COMP.
002460 77  WS-CASE-CLERK                PIC X(03) VALUE "FRD".
002470*
002480*---------------------------------------------------------------*
002490*    PARAMETER FILE WORK AREAS.                                 *
002500*---------------------------------------------------------------*
002510 01  WS-PARM-RECORD               PIC X(80) VALUE SPACES.
002520 01  WS-PARM-KEYWORD              PIC X(20) VALUE SPACES.
002530 01  WS-PARM-VALUE                PIC X(20) VALUE SPACES.
002540 77  WS-PARM-ERRORS               PIC 9(03) VALUE 0 COMP.
002550 77  WS-PARM-POS                  PIC 9(03) VALUE 0 COMP.
002560 77  WS-PARM-NUM-WORK             PIC 9(05) VALUE 0.
002570 01  WS-PARM-DIGIT-X              PIC X(01).
002580 01  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
002590                                  PIC 9(01).
002600*
002610*---------------------------------------------------------------*
002620*    COUNTS AND SUBSCRIPTS.                                     *
002630*---------------------------------------------------------------*
002640 77  WS-SCM-READ                  PIC 9(07) VALUE 0 COMP.
002650 77  WS-IN-PERIOD                 PIC 9(07) VALUE 0 COMP.
002660 77  WS-NOT-PRICED                PIC 9(07) VALUE 0 COMP.
002670 77  WS-NO-REG-TIME               PIC 9(07) VALUE 0 COMP.
002680 77  WS-TABLE-FULL                PIC 9(07) VALUE 0 COMP.
002690 77  WS-CASES-OPENED              PIC 9(05) VALUE 0 COMP.
002700 77  WS-CASES-ALREADY             PIC 9(05) VALUE 0 COMP.
002710 77  WS-TIER-IDX                  PIC 9(02) VALUE 0 COMP.
002720 77  WS-TIER-FOUND-IDX            PIC 9(02) VALUE 0 COMP.
002730 77  WS-TIER-DEF-LINENO           PIC 9(03) VALUE 0 COMP.
002740 77  WS-PRM-IDX                   PIC 9(02) VALUE 0 COMP.
002750 77  WS-PRM-FOUND-IDX             PIC 9(02) VALUE 0 COMP.
002760 77  WS-DCK-IDX                   PIC 9(05) VALUE 0 COMP.
002770 77  WS-DCK-FOUND-IDX             PIC 9(05) VALUE 0 COMP.
002780 77  WS-MBR-IDX                   PIC 9(05) VALUE 0 COMP.
002790 77  WS-MBR-FOUND-IDX             PIC 9(05) VALUE 0 COMP.
002800 77  WS-CRD-IDX                   PIC 9(05) VALUE 0 COMP.
002810 77  WS-CRD-OTHER-IDX             PIC 9(05) VALUE 0 COMP.
002820 77  WS-HIT-IDX                   PIC 9(05) VALUE 0 COMP.
002830 77  WS-HELD-IDX                  PIC 9(03) VALUE 0 COMP.
002840 77  WS-SEEN-IDX                  PIC 9(03) VALUE 0 COMP.
002850 77  WS-SORT-LIMIT                PIC 9(05) VALUE 0 COMP.
002860 77  WS-HELD-LIMIT                PIC 9(03) VALUE 0 COMP.
002870 77  WS-REPEAT-COUNT              PIC 9(03) VALUE 0 COMP.
002880 77  WS-MINUTE-GAP                PIC 9(05) VALUE 0 COMP.
002890 77  WS-RATE-LEFT                 PIC 9(13) VALUE 0 COMP.
002900 77  WS-RATE-RIGHT                PIC 9(13) VALUE 0 COMP.
002910 77  WS-RATE-TENTHS               PIC 9(07) VALUE 0 COMP.
002920 77  WS-CUTOFF-SERIAL             PIC 9(07) VALUE 0.
002930 77  WS-TODAY-SERIAL              PIC 9(07) VALUE 0.
002940*
002950*    HITS BY TYPE - HR, HM, MH, MD, DR.
002960 01  WS-TYPE-COUNTS.
002970     05  WS-TYPE-COUNT            PIC 9(05) COMP OCCURS 5 TIMES.
002980*
002990*---------------------------------------------------------------*
003000*    RUN DATE AND TIME.                                         *
003010*---------------------------------------------------------------*
003020 01  WS-RUN-STAMP.
003030     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
003040     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
003050         10  WS-RD-YYYY           PIC X(04).
003060         10  WS-RD-MM             PIC X(02).
003070         10  WS-RD-DD             PIC X(02).
003080     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
003090     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
003100         10  WS-RT-HH             PIC X(02).
003110         10  WS-RT-MM             PIC X(02).
003120         10  WS-RT-SS             PIC X(02).
003130         10  FILLER               PIC X(02).
003140*
003150 01  WS-EDITED-DATE.
003160     05  WS-ED-MM                 PIC X(02).
003170     05  FILLER                   PIC X(01) VALUE "/".
003180     05  WS-ED-DD                 PIC X(02).
003190     05  FILLER                   PIC X(01) VALUE "/".
003200     05  WS-ED-YYYY               PIC X(04).
003210*
003220 01  WS-EDITED-TIME.
003230     05  WS-ET-HH                 PIC X(02).
003240     05  FILLER                   PIC X(01) VALUE ":".
003250     05  WS-ET-MM                 PIC X(02).
003260     05  FILLER                   PIC X(01) VALUE ":".
003270     05  WS-ET-SS                 PIC X(02).
003280*
003290*    THE DATE WHOSE APPROXIMATE DAY SERIAL 8100 COMPUTES - THE
003300*    SAME ROUGH SERIAL THE SUSPENSE REPAIR STEP AGES BY.  A DAY
003310*    OR TWO EITHER WAY AT A MONTH END IS NOTHING TO A SCREEN.
003320 01  WS-SERIAL-WORK.
003330     05  WS-SW-DATE               PIC 9(08).
003340     05  WS-SW-DATE-X REDEFINES WS-SW-DATE.
003350         10  WS-SW-YYYY           PIC 9(04).
003360         10  WS-SW-MM             PIC 9(02).
003370         10  WS-SW-DD             PIC 9(02).
003380     05  WS-SW-SERIAL             PIC 9(07).
003390*
003400*    ONE FLAG PER POSSIBLE HELD NUMBER (00-99) FOR THE REPEAT
003410*    TEST - SUBSCRIPT IS THE NUMBER PLUS ONE.
003420 01  WS-SEEN-TABLE.
003430     05  WS-SEEN-FLAG             PIC X(01) OCCURS 100 TIMES.
003440*
003450*---------------------------------------------------------------*
003460*    DEFAULT TIER TABLE FROM TIERDEF.                           *
003470*---------------------------------------------------------------*
003480 01  WS-TIER-DEF-AREA.
003490     05  TD-LOW-X                 PIC X(03).
003500     05  TD-LOW-9 REDEFINES TD-LOW-X
003510                                  PIC 9(03).
003520     05  TD-HIGH-X                PIC X(03).
003530     05  TD-HIGH-9 REDEFINES TD-HIGH-X
003540                                  PIC 9(03).
003550     05  TD-NAME                  PIC X(20).
003560     05  TD-PAYOUT-X              PIC X(09).
003570     05  TD-PAYOUT-9 REDEFINES TD-PAYOUT-X
003580                                  PIC 9(07)V99.
003590     05  FILLER                   PIC X(05).
003600*
003610 01  WS-TIER-TABLE.
003620     05  WS-TIER-COUNT            PIC 9(02) VALUE 0 COMP.
003630     05  WS-TIER-ENTRY            OCCURS 20 TIMES.
003640         10  WS-TR-LOW            PIC 9(03).
003650         10  WS-TR-HIGH           PIC 9(03).
003660         10  WS-TR-NAME           PIC X(20).
003670         10  WS-TR-PAYOUT         PIC 9(07)V99.
003680*
003690*---------------------------------------------------------------*
003700*    SEASON TABLE - ONE SLOT PER PROMOTION SEEN IN THE PERIOD,  *
003710*    WITH ITS TIER SCHEDULE (THE MASTER'S OWN, ELSE TIERDEF)    *
003720*    AND HOW MANY OF ITS CARDS FELL IN EACH TIER.  THE SEASON'S *
003730*    OWN RATE FOR A TIER IS THE YARDSTICK A DECK IS HELD TO.    *
003740*---------------------------------------------------------------*
003750 01  WS-SEASON-TABLE.
003760     05  WS-PRM-COUNT             PIC 9(02) VALUE 0 COMP.
003770     05  WS-PRM-ENTRY             OCCURS 20 TIMES.
003780         10  PRM-PROMO-CODE       PIC X(04).
003790         10  PRM-CARD-COUNT       PIC 9(07) COMP.
003800         10  PRM-TIER-COUNT       PIC 9(02) COMP.
003810         10  PRM-TIER             OCCURS 20 TIMES.
003820             15  PRM-TR-LOW       PIC 9(03).
003830             15  PRM-TR-HIGH      PIC 9(03).
003840             15  PRM-TR-NAME      PIC X(20).
003850             15  PRM-TR-PAYOUT    PIC 9(07)V99.
003860             15  PRM-TR-CARDS     PIC 9(07) COMP.
003870*
003880*---------------------------------------------------------------*
003890*    DECK TABLE - CARDS IN THE PERIOD PER DECK AND TIER.        *
003900*---------------------------------------------------------------*
003910 01  WS-DECK-TABLE.
003920     05  WS-DCK-COUNT             PIC 9(05) VALUE 0 COMP.
003930     05  WS-DCK-ENTRY             OCCURS 1000 TIMES.
003940         10  DCK-PRM-IDX          PIC 9(02) COMP.
003950         10  DCK-DECK-ID          PIC X(10).
003960         10  DCK-CARD-COUNT       PIC 9(05) COMP.
003970         10  DCK-TIER-CARDS       PIC 9(05) COMP
003980                                  OCCURS 20 TIMES.
003990*
004000*---------------------------------------------------------------*
004010*    MEMBER TABLE AND MEMBER CARD TABLE.  EACH MEMBER'S CARDS   *
004020*    IN THE PERIOD ARE CHAINED THROUGH CRD-NEXT-IDX FROM        *
004030*    MBR-FIRST-CRD, SO THE MINUTES TEST ONLY EVER COMPARES A    *
004040*    MEMBER'S OWN CARDS.  CARDS WITH NO MEMBER NUMBER ARE NOT   *
004050*    HELD - THERE IS NOBODY TO TIE THEM TOGETHER.               *
004060*---------------------------------------------------------------*
004070 01  WS-MEMBER-TABLE.
004080     05  WS-MBR-COUNT             PIC 9(05) VALUE 0 COMP.
004090     05  WS-MBR-ENTRY             OCCURS 5000 TIMES.
004100         10  MBR-MEMBER-NO        PIC 9(09).
004110         10  MBR-HIGH-WINS        PIC 9(05) COMP.
004120         10  MBR-FIRST-CRD        PIC 9(05) COMP.
004130         10  MBR-LAST-CRD         PIC 9(05) COMP.
004140         10  MBR-LATEST-HIGH      PIC 9(05) COMP.
004150*
004160 01  WS-CARD-TABLE.
004170     05  WS-CRD-COUNT             PIC 9(05) VALUE 0 COMP.
004180     05  WS-CRD-ENTRY             OCCURS 20000 TIMES.
004190         10  CRD-PROMO-CODE       PIC X(04).
004200         10  CRD-CARD-ID          PIC 9(05).
004210         10  CRD-DECK-ID          PIC X(10).
004220         10  CRD-RUN-DATE         PIC 9(08).
004230         10  CRD-RUN-MINUTE       PIC 9(04) COMP.
004240         10  CRD-TIME-SW          PIC X(01).
004250             88  CRD-TIME-KNOWN             VALUE "Y".
004260         10  CRD-NEAR-SW          PIC X(01).
004270             88  CRD-NEAR-FLAGGED           VALUE "Y".
004280         10  CRD-TIER-IDX         PIC 9(02) COMP.
004290         10  CRD-NEXT-IDX         PIC 9(05) COMP.
004300*
004310*---------------------------------------------------------------*
004320*    HIT TABLE.  HIT TYPES AND HOW EACH IS SCORED FOR RANKING:  *
004330*      HR  HELD LIST REPEATS NUMBERS   60 + 10 PER REPEAT       *
004340*      HM  IMPLAUSIBLE MATCH           PERCENT OF LIST MATCHED  *
004350*      MH  MEMBER HIGH-TIER WINS       20 PER HIGH-TIER WIN     *
004360*      MD  MEMBER ON NEAR-TIME DECKS   70                       *
004370*      DR  DECK TIER RATE              10 PER TIMES THE SEASON  *
004380*    A REPEAT IN THE HELD LIST INFLATES THE MATCH COUNT THE     *
004390*    SCORING STEP PAYS ON, SO IT RANKS ABOVE A MERE LUCKY CARD. *
004400*---------------------------------------------------------------*
004410 01  WS-HIT-TABLE.
004420     05  WS-HIT-COUNT             PIC 9(05) VALUE 0 COMP.
004430     05  WS-HIT-ENTRY             OCCURS 2000 TIMES.
004440         10  HIT-T-TYPE           PIC X(02).
004450         10  HIT-T-SCORE          PIC 9(05).
004460         10  HIT-T-PROMO-CODE     PIC X(04).
004470         10  HIT-T-CARD-ID        PIC 9(05).
004480         10  HIT-T-DECK-ID        PIC X(10).
004490         10  HIT-T-MEMBER-NO      PIC 9(09).
004500         10  HIT-T-TIER-NAME      PIC X(20).
004510         10  HIT-T-VALUE          PIC 9(07).
004520         10  HIT-T-CASE           PIC X(01).
004530*
004540 01  WS-HIT-SWAP-AREA             PIC X(63).
004550*
004560*    THE HIT BEING BUILT BEFORE 2900 FILES IT.
004570 01  WS-NEW-HIT.
004580     05  NEW-TYPE                 PIC X(02).
004590     05  NEW-SCORE                PIC 9(05).
004600     05  NEW-PROMO-CODE           PIC X(04).
004610     05  NEW-CARD-ID              PIC 9(05).
004620     05  NEW-DECK-ID              PIC X(10).
004630     05  NEW-MEMBER-NO            PIC 9(09).
004640     05  NEW-TIER-NAME            PIC X(20).
004650     05  NEW-VALUE                PIC 9(07).
004660     05  NEW-CASE                 PIC X(01).
004670*
004680*---------------------------------------------------------------*
004681*    AUDIT LOG RECORD - SAME LAYOUT THE SCORING STEP WRITES,    *
004682*    SEE ITS WS-AUDIT-AREA.                                     *
004683*---------------------------------------------------------------*
004684 01  WS-AUDIT-AREA.
004685     05  AUD-PROGRAM              PIC X(08).
004686     05  AUD-RUN-DATE             PIC 9(08).
004687     05  AUD-RUN-TIME             PIC 9(06).
004688     05  AUD-OPERATOR             PIC X(03).
004689     05  AUD-FILE-NAME            PIC X(08).
004690     05  AUD-ACTION               PIC X(03).
004691     05  AUD-KEY.
004692         10  AUD-PROMO-CODE       PIC X(04).
004693         10  AUD-CARD-ID          PIC 9(05).
004694     05  AUD-BEFORE-IMAGE         PIC X(460).
004695     05  AUD-AFTER-IMAGE          PIC X(460).
004696     05  FILLER                   PIC X(35).
004697*
004698*---------------------------------------------------------------*
004699*    HIT FILE RECORD.  HIT-VALUE IS THE MEASURE BEHIND THE HIT: *
004700*    REPEATS (HR), PERCENT MATCHED (HM), HIGH-TIER WINS (MH),   *
004710*    MINUTES APART (MD), TENTHS OF THE SEASON RATE (DR).        *
004720*    HIT-CASE Y CASE OPENED, E CASE ALREADY ON FILE, N NONE.    *
004730*    A DECK HIT CARRIES CARD ID ZERO.                           *
004740*---------------------------------------------------------------*
004750 01  WS-HIT-RECORD-AREA.
004760     05  HIT-RECORD-TYPE          PIC X(01).
004770     05  HIT-RUN-DATE             PIC 9(08).
004780     05  HIT-RANK                 PIC 9(05).
004790     05  HIT-TYPE                 PIC X(02).
004800     05  HIT-SCORE                PIC 9(05).
004810     05  HIT-PROMO-CODE           PIC X(04).
004820     05  HIT-CARD-ID              PIC 9(05).
004830     05  HIT-DECK-ID              PIC X(10).
004840     05  HIT-MEMBER-NO            PIC 9(09).
004850     05  HIT-VALUE                PIC 9(07).
004860     05  HIT-CASE                 PIC X(01).
004870     05  HIT-TIER-NAME            PIC X(20).
004880     05  FILLER                   PIC X(03) VALUE SPACES.
004890*
004900 01  WS-HIT-TRAILER-AREA.
004910     05  HTT-RECORD-TYPE          PIC X(01) VALUE "T".
004920     05  HTT-RUN-DATE             PIC 9(08).
004930     05  HTT-RECORD-COUNT         PIC 9(07).
004940     05  FILLER                   PIC X(64) VALUE SPACES.
004950*
004960*---------------------------------------------------------------*
004970*    REPORT PRINT LINES.                                        *
004980*---------------------------------------------------------------*
004990 01  WS-RPT-HEADING-1.
005000     05  FILLER                     PIC X(40) VALUE
005010         "SUSPICIOUS-WIN WATCHLIST".
005020     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
005030     05  RPT-H1-DATE                PIC X(10).
005040     05  FILLER                     PIC X(07) VALUE "  TIME ".
005050     05  RPT-H1-TIME                PIC X(08).
005060     05  FILLER                     PIC X(08) VALUE "   PAGE ".
005070     05  RPT-H1-PAGE                PIC ZZZ9.
005080     05  FILLER                     PIC X(45) VALUE SPACES.
005090*
005100 01  WS-RPT-COL-HEADER.
005110     05  FILLER                     PIC X(07) VALUE "RANK".
005120     05  FILLER                     PIC X(07) VALUE "SCORE".
005130     05  FILLER                     PIC X(04) VALUE "HIT".
005140     05  FILLER                     PIC X(06) VALUE "PROMO".
005150     05  FILLER                     PIC X(07) VALUE "CARD".
005160     05  FILLER                     PIC X(12) VALUE "DECK".
005170     05  FILLER                     PIC X(11) VALUE "MEMBER".
005180     05  FILLER                     PIC X(30) VALUE "REASON".
005190     05  FILLER                     PIC X(22) VALUE "TIER".
005200     05  FILLER                     PIC X(09) VALUE "  MEASURE".
005210     05  FILLER                     PIC X(17) VALUE " CASE".
005220*
005230 01  WS-RPT-HIT-LINE.
005240     05  RPT-HT-RANK                PIC ZZZZ9.
005250     05  FILLER                     PIC X(02) VALUE SPACES.
005260     05  RPT-HT-SCORE               PIC ZZZZ9.
005270     05  FILLER                     PIC X(02) VALUE SPACES.
005280     05  RPT-HT-TYPE                PIC X(02).
005290     05  FILLER                     PIC X(02) VALUE SPACES.
005300     05  RPT-HT-PROMO               PIC X(04).
005310     05  FILLER                     PIC X(02) VALUE SPACES.
005320     05  RPT-HT-CARD                PIC X(05).
005330     05  FILLER                     PIC X(02) VALUE SPACES.
005340     05  RPT-HT-DECK                PIC X(10).
005350     05  FILLER                     PIC X(02) VALUE SPACES.
005360     05  RPT-HT-MEMBER              PIC X(09).
005370     05  FILLER                     PIC X(02) VALUE SPACES.
005380     05  RPT-HT-REASON              PIC X(28).
005390     05  FILLER                     PIC X(02) VALUE SPACES.
005400     05  RPT-HT-TIER                PIC X(20).
005410     05  FILLER                     PIC X(02) VALUE SPACES.
005420     05  RPT-HT-VALUE               PIC Z(6)9.
005430     05  FILLER                     PIC X(02) VALUE SPACES.
005440     05  RPT-HT-CASE                PIC X(08).
005450     05  FILLER                     PIC X(07) VALUE SPACES.
005460*
005470 01  WS-RPT-TOTAL-LINE.
005480     05  FILLER                     PIC X(02) VALUE SPACES.
005490     05  RPT-TL-LABEL               PIC X(30).
005500     05  RPT-TL-VALUE               PIC Z(7)9.
005510     05  FILLER                     PIC X(92) VALUE SPACES.
005520*
005530 01  WS-RPT-TEXT-LINE.
005540     05  RPT-TX-TEXT                PIC X(70).
005550     05  FILLER                     PIC X(62) VALUE SPACES.
005560*
005570 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
005580 77  WS-RPT-PAGE                    PIC 9(04) VALUE 0 COMP.
005590 77  WS-RPT-LINE-CNT                PIC 9(03) VALUE 99 COMP.
005600*
005610*    EDITED WORK FIELDS FOR THE CARD AND MEMBER COLUMNS, WHICH
005620*    PRINT BLANK ON A DECK HIT AND FOR A CARD WITH NO MEMBER.
005630 01  WS-CARD-EDIT                   PIC 9(05).
005640 01  WS-MEMBER-EDIT                 PIC 9(09).
005650*
005660 PROCEDURE DIVISION.
005670*
005680*================================================================*
005690*    0000-MAINLINE                                               *
005700*================================================================*
005710 0000-MAINLINE.
005720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005730     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT.
005740     IF WS-JOB-RC < 16
005750         PERFORM 3000-SCREEN-AGGREGATES THRU 3000-EXIT
005760         PERFORM 4000-RANK-HITS THRU 4000-EXIT
005770         PERFORM 5000-REPORT-HITS THRU 5000-EXIT
005780     END-IF.
005790     PERFORM 6000-FINALIZE THRU 6000-EXIT.
005800     MOVE WS-JOB-RC TO RETURN-CODE.
005810     STOP RUN.
005820*
005830*================================================================*
005840*    1000 - INITIALIZATION                                       *
005850*================================================================*
005860*    THE MASTER IS THE ONE FILE THE SCREEN CANNOT DO WITHOUT.
005870*    WITHOUT THE REGISTER THE MINUTES TEST IS SKIPPED; WITHOUT
005880*    THE PROMOTION MASTER EVERY SEASON IS PRICED ON TIERDEF.
005890*    BOTH ARE CALLED OUT ON THE REPORT.
005900 1000-INITIALIZE.
005910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005920     ACCEPT WS-RUN-TIME FROM TIME.
005930     MOVE WS-RD-MM TO WS-ED-MM.
005940     MOVE WS-RD-DD TO WS-ED-DD.
005950     MOVE WS-RD-YYYY TO WS-ED-YYYY.
005960     MOVE WS-RT-HH TO WS-ET-HH.
005970     MOVE WS-RT-MM TO WS-ET-MM.
005980     MOVE WS-RT-SS TO WS-ET-SS.
005990     INITIALIZE WS-TYPE-COUNTS.
006000     PERFORM 1500-READ-PARM-FILE THRU 1500-EXIT.
006010     MOVE WS-RUN-DATE TO WS-SW-DATE.
006020     PERFORM 8100-COMPUTE-DAY-SERIAL THRU 8100-EXIT.
006030     MOVE WS-SW-SERIAL TO WS-TODAY-SERIAL.
006040     IF WS-PERIOD-DAYS < WS-TODAY-SERIAL
006050         COMPUTE WS-CUTOFF-SERIAL =
006060             WS-TODAY-SERIAL - WS-PERIOD-DAYS
006070     END-IF.
006080     OPEN INPUT SCORED-MASTER.
006090     IF WS-SCM-STATUS NOT = "00"
006100         DISPLAY "SCORED-CARD MASTER NOT AVAILABLE - STATUS "
006110             WS-SCM-STATUS
006120         MOVE 16 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     OPEN INPUT REDEMPTION-REGISTER.
006160     IF WS-REG-STATUS = "00"
006170         SET WS-REG-OPEN TO TRUE
006180     ELSE
006190         DISPLAY "REDEMPTION REGISTER NOT AVAILABLE - STATUS "
006200             WS-REG-STATUS " - MINUTES TEST SKIPPED"
006210     END-IF.
006220     OPEN INPUT PROMO-MASTER.
006230     IF WS-PMS-STATUS = "00"
006240         SET WS-PMS-OPEN TO TRUE
006250     ELSE
006260         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
006270             WS-PMS-STATUS " - TIERDEF USED FOR EVERY SEASON"
006280     END-IF.
006290     IF WS-CASES-WANTED
006300         PERFORM 1200-OPEN-CASE-FILE THRU 1200-EXIT
006305         PERFORM 1300-OPEN-AUDIT-LOG THRU 1300-EXIT
006310     END-IF.
006320     OPEN OUTPUT SCREEN-HITS.
006330     OPEN OUTPUT SCREEN-RPT.
006340     PERFORM 1400-LOAD-TIER-TABLE THRU 1400-EXIT.
006350     PERFORM 1600-ECHO-PARAMETERS THRU 1600-EXIT.
006360     GO TO 1000-EXIT.
006370 1000-EXIT.
006380     EXIT.
006390*
006400*    THE CASE FILE IS A STANDING FILE CREATED ON FIRST USE -
006410*    THE SAME SHAPE THE CASE ENTRY PROGRAM USES.
006420 1200-OPEN-CASE-FILE.
006430     OPEN I-O DISPUTE-CASES.
006440     IF WS-DSP-STATUS = "35"
006450         OPEN OUTPUT DISPUTE-CASES
006460         CLOSE DISPUTE-CASES
006470         OPEN I-O DISPUTE-CASES
006480     END-IF.
006490     IF WS-DSP-STATUS NOT = "00"
006500         DISPLAY "DISPUTE CASE FILE NOT AVAILABLE - STATUS "
006510             WS-DSP-STATUS
006520         MOVE 16 TO RETURN-CODE
006530         STOP RUN
006540     END-IF.
006550     GO TO 1200-EXIT.
006560 1200-EXIT.
006561     EXIT.
006562*
006563*    CASES ARE ONLY OPENED WHEN THEY CAN BE LOGGED - THE SHARED
006564*    AUDIT LOG IS A STANDING FILE, CREATED ON FIRST USE.
006565 1300-OPEN-AUDIT-LOG.
006566     OPEN EXTEND AUDIT-LOG.
006567     IF WS-AUD-STATUS = "35"
006568         OPEN OUTPUT AUDIT-LOG
006569     END-IF.
006570     IF WS-AUD-STATUS NOT = "00"
006571         DISPLAY "AUDIT LOG NOT AVAILABLE - STATUS "
006572             WS-AUD-STATUS
006573         MOVE 16 TO RETURN-CODE
006574         STOP RUN
006575     END-IF.
006576     GO TO 1300-EXIT.
006577 1300-EXIT.
006578     EXIT.
006580*
006590*    THE DEFAULT SCHEDULE, WITH THE SAME EDITS THE SCORING STEP
006600*    APPLIES.
006610 1400-LOAD-TIER-TABLE.
006620     OPEN INPUT TIER-DEFS.
006630     IF WS-TIER-STATUS NOT = "00"
006640         GO TO 1400-EXIT
006650     END-IF.
006660     PERFORM 1410-READ-ONE-TIER-DEF THRU 1410-EXIT
006670         UNTIL WS-TIER-EOF.
006680     CLOSE TIER-DEFS.
006690     GO TO 1400-EXIT.
006700 1400-EXIT.
006710     EXIT.
006720*
006730 1410-READ-ONE-TIER-DEF.
006740     MOVE SPACES TO WS-TIER-DEF-AREA.
006750     READ TIER-DEFS INTO WS-TIER-DEF-AREA
006760         AT END SET WS-TIER-EOF TO TRUE
006770     END-READ.
006780     IF WS-TIER-EOF
006790         GO TO 1410-EXIT
006800     END-IF.
006810     ADD 1 TO WS-TIER-DEF-LINENO.
006820     IF WS-TIER-DEF-AREA = SPACES
006830         GO TO 1410-EXIT
006840     END-IF.
006850     IF TD-LOW-X NOT NUMERIC
006860        OR TD-HIGH-X NOT NUMERIC
006870        OR TD-PAYOUT-X NOT NUMERIC
006880        OR TD-LOW-9 > TD-HIGH-9
006890        OR WS-TIER-COUNT = 20
006900         DISPLAY "TIERDEF LINE " WS-TIER-DEF-LINENO
006910             " UNUSABLE - SKIPPED"
006920         GO TO 1410-EXIT
006930     END-IF.
006940     ADD 1 TO WS-TIER-COUNT.
006950     MOVE TD-LOW-9 TO WS-TR-LOW(WS-TIER-COUNT).
006960     MOVE TD-HIGH-9 TO WS-TR-HIGH(WS-TIER-COUNT).
006970     MOVE TD-NAME TO WS-TR-NAME(WS-TIER-COUNT).
006980     MOVE TD-PAYOUT-9 TO WS-TR-PAYOUT(WS-TIER-COUNT).
006990     GO TO 1410-EXIT.
007000 1410-EXIT.
007010     EXIT.
007020*
007030*    SCREEN SETTINGS ARE READ BEFORE ANY OTHER FILE IS TOUCHED
007040*    - CASES=Y DECIDES WHETHER THE CASE FILE IS OPENED.
007050*    REJECTED LINES GO TO THE CONSOLE AND THE DEFAULT STANDS.
007060 1500-READ-PARM-FILE.
007070     OPEN INPUT SCREEN-PARMS.
007080     IF WS-PARM-STATUS NOT = "00"
007090         GO TO 1500-EXIT
007100     END-IF.
007110     SET WS-PARM-FILE-FOUND TO TRUE.
007120     PERFORM 1510-READ-ONE-PARM THRU 1510-EXIT
007130         UNTIL WS-PARM-EOF.
007140     CLOSE SCREEN-PARMS.
007150     GO TO 1500-EXIT.
007160 1500-EXIT.
007170     EXIT.
007180*
007190 1510-READ-ONE-PARM.
007200     MOVE SPACES TO WS-PARM-RECORD.
007210     READ SCREEN-PARMS INTO WS-PARM-RECORD
007220         AT END SET WS-PARM-EOF TO TRUE
007230     END-READ.
007240     IF WS-PARM-EOF
007250         GO TO 1510-EXIT
007260     END-IF.
007270     IF WS-PARM-RECORD = SPACES
007280        OR WS-PARM-RECORD(1:1) = "*"
007290         GO TO 1510-EXIT
007300     END-IF.
007310     PERFORM 1520-APPLY-ONE-PARM THRU 1520-EXIT.
007320     GO TO 1510-EXIT.
007330 1510-EXIT.
007340     EXIT.
007350*
007360 1520-APPLY-ONE-PARM.
007370     MOVE SPACES TO WS-PARM-KEYWORD.
007380     MOVE SPACES TO WS-PARM-VALUE.
007390     MOVE "N" TO WS-PARM-BAD-SW.
007400     UNSTRING WS-PARM-RECORD DELIMITED BY "="
007410         INTO WS-PARM-KEYWORD WS-PARM-VALUE
007420     END-UNSTRING.
007430     EVALUATE WS-PARM-KEYWORD
007440         WHEN "CASES"
007450             EVALUATE WS-PARM-VALUE
007460                 WHEN "Y"
007470                     MOVE "Y" TO WS-CASES-SW
007480                 WHEN "N"
007490                     MOVE "N" TO WS-CASES-SW
007500                 WHEN OTHER
007510                     SET WS-PARM-BAD TO TRUE
007520             END-EVALUATE
007530         WHEN "CLERK"
007540             IF WS-PARM-VALUE = SPACES
007550                OR WS-PARM-VALUE(4:17) NOT = SPACES
007560                 SET WS-PARM-BAD TO TRUE
007570             ELSE
007580                 MOVE WS-PARM-VALUE(1:3) TO WS-CASE-CLERK
007590             END-IF
007600         WHEN "PERIODDAYS"
007610             PERFORM 1530-PARSE-PARM-NUMBER THRU 1530-EXIT
007620             IF NOT WS-PARM-BAD
007630                 MOVE WS-PARM-NUM-WORK TO WS-PERIOD-DAYS
007640             END-IF
007650         WHEN "HIGHPAYOUT"
007660             PERFORM 1530-PARSE-PARM-NUMBER THRU 1530-EXIT
007670             IF NOT WS-PARM-BAD
007680                 MOVE WS-PARM-NUM-WORK TO WS-HIGH-PAYOUT
007690             END-IF
007700         WHEN "HIGHWINS"
007710             PERFORM 1530-PARSE-PARM-NUMBER THRU 1530-EXIT
007720             IF NOT WS-PARM-BAD
007730                 MOVE WS-PARM-NUM-WORK TO WS-HIGH-WINS
007740             END-IF
007750         WHEN "DECKMIN"
007760             PERFORM 1530-PARSE-PARM-NUMBER THRU 1530-EXIT
007770             IF NOT WS-PARM-BAD
007780                 MOVE WS-PARM-NUM-WORK TO WS-DECK-MIN
007790             END-IF
007800         WHEN "RATEFACTOR"
007810             PERFORM 1530-PARSE-PARM-NUMBER THRU 1530-EXIT
007820             IF NOT WS-PARM-BAD
007830                 MOVE WS-PARM-NUM-WORK TO WS-RATE-FACTOR
007840             END-IF
007850         WHEN "MATCHPCT"
007860             PERFORM 1530-PARSE-PARM-NUMBER THRU 1530-EXIT
007870             IF NOT WS-PARM-BAD
007880                 MOVE WS-PARM-NUM-WORK TO WS-MATCH-PCT
007890             END-IF
007900         WHEN "MATCHMIN"
007910             PERFORM 1530-PARSE-PARM-NUMBER THRU 1530-EXIT
007920             IF NOT WS-PARM-BAD
007930                 MOVE WS-PARM-NUM-WORK TO WS-MATCH-MIN
007940             END-IF
007950         WHEN "MINUTES"
007960             PERFORM 1530-PARSE-PARM-NUMBER THRU 1530-EXIT
007970             IF NOT WS-PARM-BAD
007980                 MOVE WS-PARM-NUM-WORK TO WS-NEAR-MINUTES
007990             END-IF
008000         WHEN OTHER
008010             SET WS-PARM-BAD TO TRUE
008020     END-EVALUATE.
008030     IF WS-PARM-BAD
008040         ADD 1 TO WS-PARM-ERRORS
008050         DISPLAY "SCREEN PARAMETER REJECTED: "
008060             WS-PARM-RECORD(1:40)
008070     END-IF.
008080     GO TO 1520-EXIT.
008090 1520-EXIT.
008100     EXIT.
008110*
008120*    A NUMERIC PARAMETER VALUE IS TAKEN A DIGIT AT A TIME FROM
008130*    THE LEFT - ANYTHING OTHER THAN DIGITS THEN SPACES, OR MORE
008140*    THAN FIVE DIGITS, REJECTS THE LINE.
008150 1530-PARSE-PARM-NUMBER.
008160     MOVE 0 TO WS-PARM-NUM-WORK.
008170     MOVE "N" TO WS-PARM-NUM-DONE-SW.
008180     IF WS-PARM-VALUE = SPACES
008190         SET WS-PARM-BAD TO TRUE
008200         GO TO 1530-EXIT
008210     END-IF.
008220     PERFORM 1531-TAKE-ONE-PARM-DIGIT THRU 1531-EXIT
008230         VARYING WS-PARM-POS FROM 1 BY 1
008240         UNTIL WS-PARM-POS > 20
008250            OR WS-PARM-BAD
008260            OR WS-PARM-NUM-DONE.
008270     GO TO 1530-EXIT.
008280 1530-EXIT.
008290     EXIT.
008300*
008310 1531-TAKE-ONE-PARM-DIGIT.
008320     MOVE WS-PARM-VALUE(WS-PARM-POS:1) TO WS-PARM-DIGIT-X.
008330     IF WS-PARM-DIGIT-X = SPACE
008340         IF WS-PARM-POS = 1
008350             SET WS-PARM-BAD TO TRUE
008360         ELSE
008370             SET WS-PARM-NUM-DONE TO TRUE
008380         END-IF
008390         GO TO 1531-EXIT
008400     END-IF.
008410     IF WS-PARM-DIGIT-X NOT NUMERIC
008420         SET WS-PARM-BAD TO TRUE
008430         GO TO 1531-EXIT
008440     END-IF.
008450     IF WS-PARM-NUM-WORK > 9999
008460         SET WS-PARM-BAD TO TRUE
008470         GO TO 1531-EXIT
008480     END-IF.
008490     COMPUTE WS-PARM-NUM-WORK =
008500         WS-PARM-NUM-WORK * 10 + WS-PARM-DIGIT-9.
008510     GO TO 1531-EXIT.
008520 1531-EXIT.
008530     EXIT.
008540*
008550*    THE SETTINGS IN EFFECT GO TO THE TOP OF THE WATCHLIST, SO
008560*    WHAT A NIGHT'S SCREEN WAS LOOKING FOR IS ON RECORD.
008570 1600-ECHO-PARAMETERS.
008580     MOVE "SCREEN SETTINGS IN EFFECT:" TO RPT-TX-TEXT.
008590     PERFORM 5030-PRINT-TEXT-LINE THRU 5030-EXIT.
008600     MOVE "  PERIOD DAYS" TO RPT-TL-LABEL.
008610     MOVE WS-PERIOD-DAYS TO RPT-TL-VALUE.
008620     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
008630     MOVE "  HIGH TIER PAYOUT FROM" TO RPT-TL-LABEL.
008640     MOVE WS-HIGH-PAYOUT TO RPT-TL-VALUE.
008650     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
008660     MOVE "  HIGH-TIER WINS PER MEMBER" TO RPT-TL-LABEL.
008670     MOVE WS-HIGH-WINS TO RPT-TL-VALUE.
008680     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
008690     MOVE "  DECK MINIMUM CARDS" TO RPT-TL-LABEL.
008700     MOVE WS-DECK-MIN TO RPT-TL-VALUE.
008710     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
008720     MOVE "  DECK RATE FACTOR" TO RPT-TL-LABEL.
008730     MOVE WS-RATE-FACTOR TO RPT-TL-VALUE.
008740     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
008750     MOVE "  MATCH PERCENT OF HELD LIST" TO RPT-TL-LABEL.
008760     MOVE WS-MATCH-PCT TO RPT-TL-VALUE.
008770     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
008780     MOVE "  MATCH MINIMUM" TO RPT-TL-LABEL.
008790     MOVE WS-MATCH-MIN TO RPT-TL-VALUE.
008800     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
008810     MOVE "  NEAR-TIME MINUTES" TO RPT-TL-LABEL.
008820     MOVE WS-NEAR-MINUTES TO RPT-TL-VALUE.
008830     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
008840     IF WS-CASES-WANTED
008850         MOVE "  DISPUTE CASES OPENED FOR FLAGGED CARDS"
008860             TO RPT-TX-TEXT
008870     ELSE
008880         MOVE "  NO DISPUTE CASES OPENED" TO RPT-TX-TEXT
008890     END-IF.
008900     PERFORM 5030-PRINT-TEXT-LINE THRU 5030-EXIT.
008910     IF NOT WS-PARM-FILE-FOUND
008920         MOVE "  NO FRDPARM - DEFAULTS IN EFFECT" TO RPT-TX-TEXT
008930         PERFORM 5030-PRINT-TEXT-LINE THRU 5030-EXIT
008940     END-IF.
008950     IF WS-PARM-ERRORS > 0
008960         MOVE "  FRDPARM LINES REJECTED - SEE CONSOLE LOG"
008970             TO RPT-TX-TEXT
008980         PERFORM 5030-PRINT-TEXT-LINE THRU 5030-EXIT
008990     END-IF.
009000     IF NOT WS-REG-OPEN
009010         MOVE "  REGISTER NOT AVAILABLE - MINUTES TEST SKIPPED"
009020             TO RPT-TX-TEXT
009030         PERFORM 5030-PRINT-TEXT-LINE THRU 5030-EXIT
009040     END-IF.
009050     IF NOT WS-PMS-OPEN
009060         MOVE "  PROMOTION MASTER NOT AVAILABLE - TIERDEF USED"
009070             TO RPT-TX-TEXT
009080         PERFORM 5030-PRINT-TEXT-LINE THRU 5030-EXIT
009090     END-IF.
009100     MOVE SPACES TO WS-RPT-PRINT-LINE.
009110     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
009120     GO TO 1600-EXIT.
009130 1600-EXIT.
009140     EXIT.
009150*
009160*================================================================*
009170*    2000 - SWEEP THE MASTER                                     *
009180*================================================================*
009190*    EVERY CARD SCORED IN THE PERIOD IS CHECKED ON ITS OWN
009200*    (HELD LIST) AND TALLIED INTO THE SEASON, DECK AND MEMBER
009210*    TABLES FOR THE TESTS THAT NEED THE WHOLE PERIOD IN VIEW.
009220 2000-SWEEP-MASTER.
009230     MOVE LOW-VALUES TO SCM-KEY.
009240     START SCORED-MASTER KEY NOT < SCM-KEY
009250         INVALID KEY SET WS-SCM-EOF TO TRUE
009260     END-START.
009270     PERFORM 2100-SCREEN-ONE-CARD THRU 2100-EXIT
009280         UNTIL WS-SCM-EOF.
009290     GO TO 2000-EXIT.
009300 2000-EXIT.
009310     EXIT.
009320*
009330 2100-SCREEN-ONE-CARD.
009340     READ SCORED-MASTER NEXT RECORD
009350         AT END SET WS-SCM-EOF TO TRUE
009360     END-READ.
009370     IF WS-SCM-EOF
009380         GO TO 2100-EXIT
009390     END-IF.
009400     IF WS-SCM-STATUS NOT = "00" AND WS-SCM-STATUS NOT = "02"
009410         DISPLAY "MASTER SWEEP READ ERROR - STATUS "
009420             WS-SCM-STATUS
009430         MOVE 16 TO WS-JOB-RC
009440         SET WS-SCM-EOF TO TRUE
009450         GO TO 2100-EXIT
009460     END-IF.
009470     ADD 1 TO WS-SCM-READ.
009480     MOVE SCM-RUN-DATE TO WS-SW-DATE.
009490     PERFORM 8100-COMPUTE-DAY-SERIAL THRU 8100-EXIT.
009500     IF WS-SW-SERIAL < WS-CUTOFF-SERIAL
009510         GO TO 2100-EXIT
009520     END-IF.
009530     ADD 1 TO WS-IN-PERIOD.
009540     PERFORM 2400-CHECK-HELD-LIST THRU 2400-EXIT.
009550     PERFORM 2200-FIND-SEASON THRU 2200-EXIT.
009560     MOVE 0 TO WS-TIER-FOUND-IDX.
009570     IF WS-PRM-FOUND-IDX = 0
009580         ADD 1 TO WS-NOT-PRICED
009590     ELSE
009600         PERFORM 2300-FIND-TIER THRU 2300-EXIT
009610         ADD 1 TO PRM-CARD-COUNT(WS-PRM-FOUND-IDX)
009620         IF WS-TIER-FOUND-IDX > 0
009630             ADD 1 TO PRM-TR-CARDS(WS-PRM-FOUND-IDX,
009640                 WS-TIER-FOUND-IDX)
009650         END-IF
009660         PERFORM 2500-TALLY-DECK THRU 2500-EXIT
009670     END-IF.
009680     IF SCM-MEMBER-NO > 0
009690         PERFORM 2600-TALLY-MEMBER THRU 2600-EXIT
009700     END-IF.
009710     GO TO 2100-EXIT.
009720 2100-EXIT.
009730     EXIT.
009740*
009750*    THE MASTER IS IN KEY ORDER, SO A SEASON'S CARDS COME
009760*    TOGETHER AND THE LOOKUP IS NEARLY ALWAYS THE LAST SLOT.
009770*    A NEW SEASON PICKS UP ITS SCHEDULE HERE.
009780 2200-FIND-SEASON.
009790     MOVE 0 TO WS-PRM-FOUND-IDX.
009800     PERFORM 2210-TEST-ONE-SEASON THRU 2210-EXIT
009810         VARYING WS-PRM-IDX FROM WS-PRM-COUNT BY -1
009820         UNTIL WS-PRM-IDX < 1
009830            OR WS-PRM-FOUND-IDX > 0.
009840     IF WS-PRM-FOUND-IDX > 0
009850         GO TO 2200-EXIT
009860     END-IF.
009870     IF WS-PRM-COUNT = 20
009880         ADD 1 TO WS-TABLE-FULL
009890         GO TO 2200-EXIT
009900     END-IF.
009910     ADD 1 TO WS-PRM-COUNT.
009920     MOVE WS-PRM-COUNT TO WS-PRM-FOUND-IDX.
009930     MOVE SCM-PROMO-CODE TO PRM-PROMO-CODE(WS-PRM-COUNT).
009940     MOVE 0 TO PRM-CARD-COUNT(WS-PRM-COUNT).
009950     MOVE 0 TO PRM-TIER-COUNT(WS-PRM-COUNT).
009960     IF WS-PMS-OPEN
009970         MOVE SCM-PROMO-CODE TO PMS-PROMO-CODE
009980         READ PROMO-MASTER
009990         IF WS-PMS-STATUS = "00"
010000            AND PMS-TIER-COUNT > 0
010010            AND PMS-TIER-COUNT NOT > 20
010020             MOVE PMS-TIER-COUNT TO PRM-TIER-COUNT(WS-PRM-COUNT)
010030             PERFORM 2220-COPY-ONE-MASTER-TIER THRU 2220-EXIT
010040                 VARYING WS-TIER-IDX FROM 1 BY 1
010050                 UNTIL WS-TIER-IDX > PMS-TIER-COUNT
010060             GO TO 2200-EXIT
010070         END-IF
010080     END-IF.
010090     MOVE WS-TIER-COUNT TO PRM-TIER-COUNT(WS-PRM-COUNT).
010100     PERFORM 2230-COPY-ONE-DEFAULT-TIER THRU 2230-EXIT
010110         VARYING WS-TIER-IDX FROM 1 BY 1
010120         UNTIL WS-TIER-IDX > WS-TIER-COUNT.
010130     GO TO 2200-EXIT.
010140 2200-EXIT.
010150     EXIT.
010160*
010170 2210-TEST-ONE-SEASON.
010180     IF PRM-PROMO-CODE(WS-PRM-IDX) = SCM-PROMO-CODE
010190         MOVE WS-PRM-IDX TO WS-PRM-FOUND-IDX
010200     END-IF.
010210     GO TO 2210-EXIT.
010220 2210-EXIT.
010230     EXIT.
010240*
010250 2220-COPY-ONE-MASTER-TIER.
010260     MOVE PMS-TR-LOW(WS-TIER-IDX)
010270         TO PRM-TR-LOW(WS-PRM-COUNT, WS-TIER-IDX).
010280     MOVE PMS-TR-HIGH(WS-TIER-IDX)
010290         TO PRM-TR-HIGH(WS-PRM-COUNT, WS-TIER-IDX).
010300     MOVE PMS-TR-NAME(WS-TIER-IDX)
010310         TO PRM-TR-NAME(WS-PRM-COUNT, WS-TIER-IDX).
010320     MOVE PMS-TR-PAYOUT(WS-TIER-IDX)
010330         TO PRM-TR-PAYOUT(WS-PRM-COUNT, WS-TIER-IDX).
010340     MOVE 0 TO PRM-TR-CARDS(WS-PRM-COUNT, WS-TIER-IDX).
010350     GO TO 2220-EXIT.
010360 2220-EXIT.
010370     EXIT.
010380*
010390 2230-COPY-ONE-DEFAULT-TIER.
010400     MOVE WS-TR-LOW(WS-TIER-IDX)
010410         TO PRM-TR-LOW(WS-PRM-COUNT, WS-TIER-IDX).
010420     MOVE WS-TR-HIGH(WS-TIER-IDX)
010430         TO PRM-TR-HIGH(WS-PRM-COUNT, WS-TIER-IDX).
010440     MOVE WS-TR-NAME(WS-TIER-IDX)
010450         TO PRM-TR-NAME(WS-PRM-COUNT, WS-TIER-IDX).
010460     MOVE WS-TR-PAYOUT(WS-TIER-IDX)
010470         TO PRM-TR-PAYOUT(WS-PRM-COUNT, WS-TIER-IDX).
010480     MOVE 0 TO PRM-TR-CARDS(WS-PRM-COUNT, WS-TIER-IDX).
010490     GO TO 2230-EXIT.
010500 2230-EXIT.
010510     EXIT.
010520*
010530*    FIRST TIER WHOSE RANGE COVERS THE MATCH COUNT - THE SAME
010540*    RULE AS THE SCORING STEP'S 2456.  ZERO WHEN NONE DOES.
010550 2300-FIND-TIER.
010560     MOVE "N" TO WS-TIER-FOUND-SW.
010570     PERFORM 2310-TEST-ONE-TIER THRU 2310-EXIT
010580         VARYING WS-TIER-IDX FROM 1 BY 1
010590         UNTIL WS-TIER-IDX > PRM-TIER-COUNT(WS-PRM-FOUND-IDX)
010600            OR WS-TIER-FOUND.
010610     GO TO 2300-EXIT.
010620 2300-EXIT.
010630     EXIT.
010640*
010650 2310-TEST-ONE-TIER.
010660     IF SCM-MATCH-COUNT NOT <
010670            PRM-TR-LOW(WS-PRM-FOUND-IDX, WS-TIER-IDX)
010680        AND SCM-MATCH-COUNT NOT >
010690            PRM-TR-HIGH(WS-PRM-FOUND-IDX, WS-TIER-IDX)
010700         SET WS-TIER-FOUND TO TRUE
010710         MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
010720     END-IF.
010730     GO TO 2310-EXIT.
010740 2310-EXIT.
010750     EXIT.
010760*
010770*    THE SCORING STEP REFUSES A REPEATED WINNING NUMBER BUT NOT
010780*    A REPEATED HELD NUMBER, AND EVERY COPY OF A HELD NUMBER
010790*    THAT IS ALSO A WINNER COUNTS AS A MATCH - A REPEAT IS
010800*    THEREFORE THE CHEAPEST WAY TO BUY A HIGHER TIER.  A CARD
010810*    THAT MATCHES MOST OF A LONG HELD LIST IS FLAGGED AS WELL.
010820 2400-CHECK-HELD-LIST.
010830     MOVE SCM-HELD-COUNT TO WS-HELD-LIMIT.
010840     IF WS-HELD-LIMIT > 99
010850         MOVE 99 TO WS-HELD-LIMIT
010860     END-IF.
010870     MOVE SPACES TO WS-SEEN-TABLE.
010880     MOVE 0 TO WS-REPEAT-COUNT.
010890     PERFORM 2410-SEE-ONE-HELD-NUMBER THRU 2410-EXIT
010900         VARYING WS-HELD-IDX FROM 1 BY 1
010910         UNTIL WS-HELD-IDX > WS-HELD-LIMIT.
010920     IF WS-REPEAT-COUNT > 0
010930         MOVE "HR" TO NEW-TYPE
010940         COMPUTE NEW-SCORE = 60 + WS-REPEAT-COUNT * 10
010950         MOVE WS-REPEAT-COUNT TO NEW-VALUE
010960         PERFORM 2450-FILE-CARD-HIT THRU 2450-EXIT
010970     END-IF.
010980     IF SCM-MATCH-COUNT NOT < WS-MATCH-MIN
010990        AND WS-HELD-LIMIT > 0
011000        AND SCM-MATCH-COUNT * 100 NOT <
011010            WS-MATCH-PCT * WS-HELD-LIMIT
011020         MOVE "HM" TO NEW-TYPE
011030         COMPUTE NEW-VALUE =
011040             SCM-MATCH-COUNT * 100 / WS-HELD-LIMIT
011050         MOVE NEW-VALUE TO NEW-SCORE
011060         PERFORM 2450-FILE-CARD-HIT THRU 2450-EXIT
011070     END-IF.
011080     GO TO 2400-EXIT.
011090 2400-EXIT.
011100     EXIT.
011110*
011120 2410-SEE-ONE-HELD-NUMBER.
011130     COMPUTE WS-SEEN-IDX = SCM-HELD-NUMBERS(WS-HELD-IDX) + 1.
011140     IF WS-SEEN-FLAG(WS-SEEN-IDX) = "Y"
011150         ADD 1 TO WS-REPEAT-COUNT
011160     ELSE
011170         MOVE "Y" TO WS-SEEN-FLAG(WS-SEEN-IDX)
011180     END-IF.
011190     GO TO 2410-EXIT.
011200 2410-EXIT.
011210     EXIT.
011220*
011230 2450-FILE-CARD-HIT.
011240     MOVE SCM-PROMO-CODE TO NEW-PROMO-CODE.
011250     MOVE SCM-CARD-ID TO NEW-CARD-ID.
011260     MOVE SCM-DECK-ID TO NEW-DECK-ID.
011270     MOVE SCM-MEMBER-NO TO NEW-MEMBER-NO.
011280     MOVE SPACES TO NEW-TIER-NAME.
011290     PERFORM 2900-FILE-HIT THRU 2900-EXIT.
011300     GO TO 2450-EXIT.
011310 2450-EXIT.
011320     EXIT.
011330*
011340 2500-TALLY-DECK.
011350     MOVE 0 TO WS-DCK-FOUND-IDX.
011360     PERFORM 2510-TEST-ONE-DECK THRU 2510-EXIT
011370         VARYING WS-DCK-IDX FROM WS-DCK-COUNT BY -1
011380         UNTIL WS-DCK-IDX < 1
011390            OR WS-DCK-FOUND-IDX > 0.
011400     IF WS-DCK-FOUND-IDX = 0
011410         IF WS-DCK-COUNT = 1000
011420             ADD 1 TO WS-TABLE-FULL
011430             GO TO 2500-EXIT
011440         END-IF
011450         ADD 1 TO WS-DCK-COUNT
011460         MOVE WS-DCK-COUNT TO WS-DCK-FOUND-IDX
011470         MOVE WS-PRM-FOUND-IDX TO DCK-PRM-IDX(WS-DCK-COUNT)
011480         MOVE SCM-DECK-ID TO DCK-DECK-ID(WS-DCK-COUNT)
011490         MOVE 0 TO DCK-CARD-COUNT(WS-DCK-COUNT)
011500         PERFORM 2520-CLEAR-ONE-DECK-TIER THRU 2520-EXIT
011510             VARYING WS-TIER-IDX FROM 1 BY 1
011520             UNTIL WS-TIER-IDX > 20
011530     END-IF.
011540     ADD 1 TO DCK-CARD-COUNT(WS-DCK-FOUND-IDX).
011550     IF WS-TIER-FOUND-IDX > 0
011560         ADD 1 TO DCK-TIER-CARDS(WS-DCK-FOUND-IDX,
011570             WS-TIER-FOUND-IDX)
011580     END-IF.
011590     GO TO 2500-EXIT.
011600 2500-EXIT.
011610     EXIT.
011620*
011630 2510-TEST-ONE-DECK.
011640     IF DCK-PRM-IDX(WS-DCK-IDX) = WS-PRM-FOUND-IDX
011650        AND DCK-DECK-ID(WS-DCK-IDX) = SCM-DECK-ID
011660         MOVE WS-DCK-IDX TO WS-DCK-FOUND-IDX
011670     END-IF.
011680     GO TO 2510-EXIT.
011690 2510-EXIT.
011700     EXIT.
011710*
011720 2520-CLEAR-ONE-DECK-TIER.
011730     MOVE 0 TO DCK-TIER-CARDS(WS-DCK-COUNT, WS-TIER-IDX).
011740     GO TO 2520-EXIT.
011750 2520-EXIT.
011760     EXIT.
011770*
011780*    THE CARD GOES ON THE END OF ITS MEMBER'S CHAIN.  A CARD IN
011790*    A TIER PAYING AT LEAST HIGHPAYOUT IS A HIGH-TIER WIN; THE
011800*    LATEST ONE IS THE CARD A MEMBER HIT IS RAISED AGAINST.
011810 2600-TALLY-MEMBER.
011820     IF WS-CRD-COUNT = 20000
011830         ADD 1 TO WS-TABLE-FULL
011840         GO TO 2600-EXIT
011850     END-IF.
011860     MOVE "N" TO WS-FOUND-SW.
011870     PERFORM 2610-TEST-ONE-MEMBER THRU 2610-EXIT
011880         VARYING WS-MBR-IDX FROM 1 BY 1
011890         UNTIL WS-MBR-IDX > WS-MBR-COUNT
011900            OR WS-FOUND.
011910     IF NOT WS-FOUND
011920         IF WS-MBR-COUNT = 5000
011930             ADD 1 TO WS-TABLE-FULL
011940             GO TO 2600-EXIT
011950         END-IF
011960         ADD 1 TO WS-MBR-COUNT
011970         MOVE WS-MBR-COUNT TO WS-MBR-FOUND-IDX
011980         MOVE SCM-MEMBER-NO TO MBR-MEMBER-NO(WS-MBR-COUNT)
011990         MOVE 0 TO MBR-HIGH-WINS(WS-MBR-COUNT)
012000         MOVE 0 TO MBR-FIRST-CRD(WS-MBR-COUNT)
012010         MOVE 0 TO MBR-LAST-CRD(WS-MBR-COUNT)
012020         MOVE 0 TO MBR-LATEST-HIGH(WS-MBR-COUNT)
012030     END-IF.
012040     ADD 1 TO WS-CRD-COUNT.
012050     MOVE SCM-PROMO-CODE TO CRD-PROMO-CODE(WS-CRD-COUNT).
012060     MOVE SCM-CARD-ID TO CRD-CARD-ID(WS-CRD-COUNT).
012070     MOVE SCM-DECK-ID TO CRD-DECK-ID(WS-CRD-COUNT).
012080     MOVE SCM-RUN-DATE TO CRD-RUN-DATE(WS-CRD-COUNT).
012090     MOVE WS-TIER-FOUND-IDX TO CRD-TIER-IDX(WS-CRD-COUNT).
012100     MOVE "N" TO CRD-NEAR-SW(WS-CRD-COUNT).
012110     MOVE 0 TO CRD-NEXT-IDX(WS-CRD-COUNT).
012120     PERFORM 2620-TAKE-REGISTER-TIME THRU 2620-EXIT.
012130     IF MBR-FIRST-CRD(WS-MBR-FOUND-IDX) = 0
012140         MOVE WS-CRD-COUNT TO MBR-FIRST-CRD(WS-MBR-FOUND-IDX)
012150     ELSE
012160         MOVE MBR-LAST-CRD(WS-MBR-FOUND-IDX) TO WS-CRD-IDX
012170         MOVE WS-CRD-COUNT TO CRD-NEXT-IDX(WS-CRD-IDX)
012180     END-IF.
012190     MOVE WS-CRD-COUNT TO MBR-LAST-CRD(WS-MBR-FOUND-IDX).
012200     IF WS-TIER-FOUND-IDX = 0
012210         GO TO 2600-EXIT
012220     END-IF.
012230     IF PRM-TR-PAYOUT(WS-PRM-FOUND-IDX, WS-TIER-FOUND-IDX)
012240            < WS-HIGH-PAYOUT
012250         GO TO 2600-EXIT
012260     END-IF.
012270     ADD 1 TO MBR-HIGH-WINS(WS-MBR-FOUND-IDX).
012280     MOVE MBR-LATEST-HIGH(WS-MBR-FOUND-IDX) TO WS-CRD-IDX.
012290     IF WS-CRD-IDX = 0
012300         MOVE WS-CRD-COUNT TO MBR-LATEST-HIGH(WS-MBR-FOUND-IDX)
012310     ELSE
012320         IF SCM-RUN-DATE NOT < CRD-RUN-DATE(WS-CRD-IDX)
012330             MOVE WS-CRD-COUNT
012340                 TO MBR-LATEST-HIGH(WS-MBR-FOUND-IDX)
012350         END-IF
012360     END-IF.
012370     GO TO 2600-EXIT.
012380 2600-EXIT.
012390     EXIT.
012400*
012410 2610-TEST-ONE-MEMBER.
012420     IF MBR-MEMBER-NO(WS-MBR-IDX) = SCM-MEMBER-NO
012430         SET WS-FOUND TO TRUE
012440         MOVE WS-MBR-IDX TO WS-MBR-FOUND-IDX
012450     END-IF.
012460     GO TO 2610-EXIT.
012470 2610-EXIT.
012480     EXIT.
012490*
012500*    THE REGISTER ENTRY'S RUN STAMP, AS MINUTES INTO THE DAY.
012510*    AN ENTRY FROM BEFORE THE TIME FIELD EXISTED HOLDS SPACES
012520*    AND THE CARD SITS OUT THE MINUTES TEST.
012530 2620-TAKE-REGISTER-TIME.
012540     MOVE "N" TO CRD-TIME-SW(WS-CRD-COUNT).
012550     MOVE 0 TO CRD-RUN-MINUTE(WS-CRD-COUNT).
012560     IF NOT WS-REG-OPEN
012570         GO TO 2620-EXIT
012580     END-IF.
012590     MOVE SCM-PROMO-CODE TO REG-PROMO-CODE.
012600     MOVE SCM-CARD-ID TO REG-CARD-ID.
012610     READ REDEMPTION-REGISTER.
012620     IF WS-REG-STATUS NOT = "00"
012630        OR REG-RUN-TIME-X NOT NUMERIC
012640        OR REG-RUN-DATE NOT = SCM-RUN-DATE
012650         ADD 1 TO WS-NO-REG-TIME
012660         GO TO 2620-EXIT
012670     END-IF.
012680     COMPUTE CRD-RUN-MINUTE(WS-CRD-COUNT) =
012690         REG-RT-HH * 60 + REG-RT-MM.
012700     MOVE "Y" TO CRD-TIME-SW(WS-CRD-COUNT).
012710     GO TO 2620-EXIT.
012720 2620-EXIT.
012730     EXIT.
012740*
012750*    THE HIT IN WS-NEW-HIT GOES INTO THE TABLE.  A FULL TABLE
012760*    IS COUNTED AND CALLED OUT ON THE REPORT - 2000 HITS IN ONE
012770*    NIGHT MEANS THE SETTINGS ARE WRONG, NOT THAT THE STORES
012780*    HAVE ALL TURNED CROOKED.
012790 2900-FILE-HIT.
012800     IF WS-HIT-COUNT = 2000
012810         ADD 1 TO WS-TABLE-FULL
012820         GO TO 2900-EXIT
012830     END-IF.
012840     IF NEW-SCORE > 999
012850         MOVE 999 TO NEW-SCORE
012860     END-IF.
012870     MOVE "N" TO NEW-CASE.
012880     ADD 1 TO WS-HIT-COUNT.
012890     MOVE WS-NEW-HIT TO WS-HIT-ENTRY(WS-HIT-COUNT).
012900     EVALUATE NEW-TYPE
012910         WHEN "HR"
012920             ADD 1 TO WS-TYPE-COUNT(1)
012930         WHEN "HM"
012940             ADD 1 TO WS-TYPE-COUNT(2)
012950         WHEN "MH"
012960             ADD 1 TO WS-TYPE-COUNT(3)
012970         WHEN "MD"
012980             ADD 1 TO WS-TYPE-COUNT(4)
012990         WHEN OTHER
013000             ADD 1 TO WS-TYPE-COUNT(5)
013010     END-EVALUATE.
013020     GO TO 2900-EXIT.
013030 2900-EXIT.
013040     EXIT.
013050*
013060*================================================================*
013070*    3000 - TESTS OVER THE WHOLE PERIOD                          *
013080*================================================================*
013090 3000-SCREEN-AGGREGATES.
013100     PERFORM 3100-SCREEN-ONE-MEMBER THRU 3100-EXIT
013110         VARYING WS-MBR-IDX FROM 1 BY 1
013120         UNTIL WS-MBR-IDX > WS-MBR-COUNT.
013130     PERFORM 3300-SCREEN-ONE-DECK THRU 3300-EXIT
013140         VARYING WS-DCK-IDX FROM 1 BY 1
013150         UNTIL WS-DCK-IDX > WS-DCK-COUNT.
013160     GO TO 3000-EXIT.
013170 3000-EXIT.
013180     EXIT.
013190*
013200*    TOO MANY HIGH-TIER WINS, THEN EVERY PAIR OF THE MEMBER'S
013210*    CARDS FOR THE SAME DAY IN DIFFERENT DECKS TOO CLOSE
013220*    TOGETHER.  A MEMBER WITH ONE CARD HAS NO PAIRS.
013230 3100-SCREEN-ONE-MEMBER.
013240     IF MBR-HIGH-WINS(WS-MBR-IDX) NOT < WS-HIGH-WINS
013250        AND WS-HIGH-WINS > 0
013260         MOVE MBR-LATEST-HIGH(WS-MBR-IDX) TO WS-CRD-IDX
013270         MOVE "MH" TO NEW-TYPE
013280         COMPUTE NEW-SCORE = MBR-HIGH-WINS(WS-MBR-IDX) * 20
013290         MOVE MBR-HIGH-WINS(WS-MBR-IDX) TO NEW-VALUE
013300         PERFORM 3500-FILE-MEMBER-CARD-HIT THRU 3500-EXIT
013310     END-IF.
013320     IF NOT WS-REG-OPEN
013330         GO TO 3100-EXIT
013340     END-IF.
013350     MOVE MBR-FIRST-CRD(WS-MBR-IDX) TO WS-CRD-IDX.
013360     PERFORM 3110-PAIR-ONE-CARD THRU 3110-EXIT
013370         UNTIL WS-CRD-IDX = 0.
013380     GO TO 3100-EXIT.
013390 3100-EXIT.
013400     EXIT.
013410*
013420 3110-PAIR-ONE-CARD.
013430     MOVE CRD-NEXT-IDX(WS-CRD-IDX) TO WS-CRD-OTHER-IDX.
013440     IF CRD-TIME-KNOWN(WS-CRD-IDX)
013450         PERFORM 3120-COMPARE-ONE-PAIR THRU 3120-EXIT
013460             UNTIL WS-CRD-OTHER-IDX = 0
013470     END-IF.
013480     MOVE CRD-NEXT-IDX(WS-CRD-IDX) TO WS-CRD-IDX.
013490     GO TO 3110-EXIT.
013500 3110-EXIT.
013510     EXIT.
013520*
013530 3120-COMPARE-ONE-PAIR.
013540     IF NOT CRD-TIME-KNOWN(WS-CRD-OTHER-IDX)
013550        OR CRD-RUN-DATE(WS-CRD-OTHER-IDX) NOT =
013560           CRD-RUN-DATE(WS-CRD-IDX)
013570        OR CRD-DECK-ID(WS-CRD-OTHER-IDX) =
013580           CRD-DECK-ID(WS-CRD-IDX)
013590         GO TO 3120-NEXT
013600     END-IF.
013610     IF CRD-RUN-MINUTE(WS-CRD-OTHER-IDX) >
013620        CRD-RUN-MINUTE(WS-CRD-IDX)
013630         COMPUTE WS-MINUTE-GAP =
013640             CRD-RUN-MINUTE(WS-CRD-OTHER-IDX) -
013650             CRD-RUN-MINUTE(WS-CRD-IDX)
013660     ELSE
013670         COMPUTE WS-MINUTE-GAP =
013680             CRD-RUN-MINUTE(WS-CRD-IDX) -
013690             CRD-RUN-MINUTE(WS-CRD-OTHER-IDX)
013700     END-IF.
013710     IF WS-MINUTE-GAP > WS-NEAR-MINUTES
013720         GO TO 3120-NEXT
013730     END-IF.
013740     MOVE "MD" TO NEW-TYPE.
013750     MOVE 70 TO NEW-SCORE.
013760     MOVE WS-MINUTE-GAP TO NEW-VALUE.
013770     IF NOT CRD-NEAR-FLAGGED(WS-CRD-IDX)
013780         MOVE "Y" TO CRD-NEAR-SW(WS-CRD-IDX)
013790         PERFORM 3500-FILE-MEMBER-CARD-HIT THRU 3500-EXIT
013800     END-IF.
013810     IF NOT CRD-NEAR-FLAGGED(WS-CRD-OTHER-IDX)
013820         MOVE "Y" TO CRD-NEAR-SW(WS-CRD-OTHER-IDX)
013830         MOVE WS-CRD-IDX TO WS-HIT-IDX
013840         MOVE WS-CRD-OTHER-IDX TO WS-CRD-IDX
013850         PERFORM 3500-FILE-MEMBER-CARD-HIT THRU 3500-EXIT
013860         MOVE WS-HIT-IDX TO WS-CRD-IDX
013870     END-IF.
013880 3120-NEXT.
013890     MOVE CRD-NEXT-IDX(WS-CRD-OTHER-IDX) TO WS-CRD-OTHER-IDX.
013900     GO TO 3120-EXIT.
013910 3120-EXIT.
013920     EXIT.
013930*
013940*    EACH PAYING TIER OF A DECK BIG ENOUGH TO JUDGE IS HELD TO
013950*    THE RATE THE WHOLE SEASON WON THAT TIER AT IN THE PERIOD.
013960*    THE TEST IS CROSS-MULTIPLIED SO NO RATE IS EVER DIVIDED
013970*    OUT: DECK-TIER / DECK-CARDS AGAINST RATEFACTOR TIMES
013980*    SEASON-TIER / SEASON-CARDS.  A SINGLE WIN NEVER FLAGS A
013990*    DECK - LUCK HAS TO HAPPEN SOMEWHERE.
014000 3300-SCREEN-ONE-DECK.
014010     IF DCK-CARD-COUNT(WS-DCK-IDX) < WS-DECK-MIN
014020         GO TO 3300-EXIT
014030     END-IF.
014040     MOVE DCK-PRM-IDX(WS-DCK-IDX) TO WS-PRM-IDX.
014050     PERFORM 3310-SCREEN-ONE-DECK-TIER THRU 3310-EXIT
014060         VARYING WS-TIER-IDX FROM 1 BY 1
014070         UNTIL WS-TIER-IDX > PRM-TIER-COUNT(WS-PRM-IDX).
014080     GO TO 3300-EXIT.
014090 3300-EXIT.
014100     EXIT.
014110*
014120 3310-SCREEN-ONE-DECK-TIER.
014130     IF PRM-TR-PAYOUT(WS-PRM-IDX, WS-TIER-IDX) = 0
014140        OR DCK-TIER-CARDS(WS-DCK-IDX, WS-TIER-IDX) < 2
014150         GO TO 3310-EXIT
014160     END-IF.
014170     COMPUTE WS-RATE-LEFT =
014180         DCK-TIER-CARDS(WS-DCK-IDX, WS-TIER-IDX) *
014190         PRM-CARD-COUNT(WS-PRM-IDX).
014200     COMPUTE WS-RATE-RIGHT =
014210         PRM-TR-CARDS(WS-PRM-IDX, WS-TIER-IDX) *
014220         DCK-CARD-COUNT(WS-DCK-IDX).
014230     IF WS-RATE-LEFT < WS-RATE-RIGHT * WS-RATE-FACTOR
014240         GO TO 3310-EXIT
014250     END-IF.
014260     COMPUTE WS-RATE-TENTHS = WS-RATE-LEFT * 10 / WS-RATE-RIGHT.
014270     MOVE "DR" TO NEW-TYPE.
014280     COMPUTE NEW-SCORE = WS-RATE-TENTHS.
014290     MOVE WS-RATE-TENTHS TO NEW-VALUE.
014300     MOVE PRM-PROMO-CODE(WS-PRM-IDX) TO NEW-PROMO-CODE.
014310     MOVE 0 TO NEW-CARD-ID.
014320     MOVE DCK-DECK-ID(WS-DCK-IDX) TO NEW-DECK-ID.
014330     MOVE 0 TO NEW-MEMBER-NO.
014340     MOVE PRM-TR-NAME(WS-PRM-IDX, WS-TIER-IDX) TO NEW-TIER-NAME.
014350     PERFORM 2900-FILE-HIT THRU 2900-EXIT.
014360     GO TO 3310-EXIT.
014370 3310-EXIT.
014380     EXIT.
014390*
014400*    A MEMBER HIT IS RAISED AGAINST ONE OF THE MEMBER'S CARDS
014410*    (WS-CRD-IDX) SO IT CAN CARRY A DISPUTE CASE.
014420 3500-FILE-MEMBER-CARD-HIT.
014430     MOVE CRD-PROMO-CODE(WS-CRD-IDX) TO NEW-PROMO-CODE.
014440     MOVE CRD-CARD-ID(WS-CRD-IDX) TO NEW-CARD-ID.
014450     MOVE CRD-DECK-ID(WS-CRD-IDX) TO NEW-DECK-ID.
014460     MOVE MBR-MEMBER-NO(WS-MBR-IDX) TO NEW-MEMBER-NO.
014470     MOVE SPACES TO NEW-TIER-NAME.
014480     MOVE 0 TO WS-PRM-FOUND-IDX.
014490     PERFORM 3510-MATCH-ONE-SEASON THRU 3510-EXIT
014500         VARYING WS-PRM-IDX FROM 1 BY 1
014510         UNTIL WS-PRM-IDX > WS-PRM-COUNT
014520            OR WS-PRM-FOUND-IDX > 0.
014530     IF WS-PRM-FOUND-IDX > 0
014540        AND CRD-TIER-IDX(WS-CRD-IDX) > 0
014550         MOVE PRM-TR-NAME(WS-PRM-FOUND-IDX,
014560             CRD-TIER-IDX(WS-CRD-IDX)) TO NEW-TIER-NAME
014570     END-IF.
014580     PERFORM 2900-FILE-HIT THRU 2900-EXIT.
014590     GO TO 3500-EXIT.
014600 3500-EXIT.
014610     EXIT.
014620*
014630 3510-MATCH-ONE-SEASON.
014640     IF PRM-PROMO-CODE(WS-PRM-IDX) = CRD-PROMO-CODE(WS-CRD-IDX)
014650         MOVE WS-PRM-IDX TO WS-PRM-FOUND-IDX
014660     END-IF.
014670     GO TO 3510-EXIT.
014680 3510-EXIT.
014690     EXIT.
014700*
014710*================================================================*
014720*    4000 - RANK THE HITS                                        *
014730*================================================================*
014740*    HIGHEST SCORE FIRST.  AN EXCHANGE SORT, ONE PASS AT A TIME
014750*    UNTIL A PASS SWAPS NOTHING - THE TABLE IS SMALL AND MOSTLY
014760*    HITS OF A FEW SCORES.  EQUAL SCORES KEEP MASTER ORDER.
014770 4000-RANK-HITS.
014780     MOVE WS-HIT-COUNT TO WS-SORT-LIMIT.
014790     SET WS-SWAPPED TO TRUE.
014800     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
014810         UNTIL NOT WS-SWAPPED
014820            OR WS-SORT-LIMIT < 2.
014830     GO TO 4000-EXIT.
014840 4000-EXIT.
014850     EXIT.
014860*
014870 4100-SORT-ONE-PASS.
014880     MOVE "N" TO WS-SWAP-SW.
014890     PERFORM 4110-SORT-COMPARE-SWAP THRU 4110-EXIT
014900         VARYING WS-HIT-IDX FROM 1 BY 1
014910         UNTIL WS-HIT-IDX > WS-SORT-LIMIT - 1.
014920     SUBTRACT 1 FROM WS-SORT-LIMIT.
014930     GO TO 4100-EXIT.
014940 4100-EXIT.
014950     EXIT.
014960*
014970 4110-SORT-COMPARE-SWAP.
014980     IF HIT-T-SCORE(WS-HIT-IDX) < HIT-T-SCORE(WS-HIT-IDX + 1)
014990         MOVE WS-HIT-ENTRY(WS-HIT-IDX) TO WS-HIT-SWAP-AREA
015000         MOVE WS-HIT-ENTRY(WS-HIT-IDX + 1)
015010             TO WS-HIT-ENTRY(WS-HIT-IDX)
015020         MOVE WS-HIT-SWAP-AREA TO WS-HIT-ENTRY(WS-HIT-IDX + 1)
015030         SET WS-SWAPPED TO TRUE
015040     END-IF.
015050     GO TO 4110-EXIT.
015060 4110-EXIT.
015070     EXIT.
015080*
015090*================================================================*
015100*    5000 - WATCHLIST, HIT FILE AND CASES                        *
015110*================================================================*
015120 5000-REPORT-HITS.
015130     IF WS-HIT-COUNT = 0
015140         MOVE "NO SUSPICIOUS WINS FOUND IN THE PERIOD"
015150             TO RPT-TX-TEXT
015160         PERFORM 5030-PRINT-TEXT-LINE THRU 5030-EXIT
015170     ELSE
015180         MOVE 04 TO WS-JOB-RC
015190     END-IF.
015200     PERFORM 5100-REPORT-ONE-HIT THRU 5100-EXIT
015210         VARYING WS-HIT-IDX FROM 1 BY 1
015220         UNTIL WS-HIT-IDX > WS-HIT-COUNT.
015230     MOVE SPACES TO WS-RPT-PRINT-LINE.
015240     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
015250     MOVE "MASTER RECORDS READ" TO RPT-TL-LABEL.
015260     MOVE WS-SCM-READ TO RPT-TL-VALUE.
015270     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015280     MOVE "CARDS SCORED IN THE PERIOD" TO RPT-TL-LABEL.
015290     MOVE WS-IN-PERIOD TO RPT-TL-VALUE.
015300     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015310     MOVE "  NOT PRICED (NO SCHEDULE)" TO RPT-TL-LABEL.
015320     MOVE WS-NOT-PRICED TO RPT-TL-VALUE.
015330     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015340     MOVE "  NO REGISTER TIME" TO RPT-TL-LABEL.
015350     MOVE WS-NO-REG-TIME TO RPT-TL-VALUE.
015360     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015370     MOVE "MEMBERS IN THE PERIOD" TO RPT-TL-LABEL.
015380     MOVE WS-MBR-COUNT TO RPT-TL-VALUE.
015390     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015400     MOVE "DECKS IN THE PERIOD" TO RPT-TL-LABEL.
015410     MOVE WS-DCK-COUNT TO RPT-TL-VALUE.
015420     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015430     MOVE "HITS ON THE WATCHLIST" TO RPT-TL-LABEL.
015440     MOVE WS-HIT-COUNT TO RPT-TL-VALUE.
015450     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015460     MOVE "  HR HELD LIST REPEATS" TO RPT-TL-LABEL.
015470     MOVE WS-TYPE-COUNT(1) TO RPT-TL-VALUE.
015480     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015490     MOVE "  HM IMPLAUSIBLE MATCH" TO RPT-TL-LABEL.
015500     MOVE WS-TYPE-COUNT(2) TO RPT-TL-VALUE.
015510     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015520     MOVE "  MH MEMBER HIGH-TIER WINS" TO RPT-TL-LABEL.
015530     MOVE WS-TYPE-COUNT(3) TO RPT-TL-VALUE.
015540     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015550     MOVE "  MD MEMBER ON NEAR-TIME DECKS" TO RPT-TL-LABEL.
015560     MOVE WS-TYPE-COUNT(4) TO RPT-TL-VALUE.
015570     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015580     MOVE "  DR DECK TIER RATE" TO RPT-TL-LABEL.
015590     MOVE WS-TYPE-COUNT(5) TO RPT-TL-VALUE.
015600     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015610     MOVE "DISPUTE CASES OPENED" TO RPT-TL-LABEL.
015620     MOVE WS-CASES-OPENED TO RPT-TL-VALUE.
015630     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015640     MOVE "  CASE ALREADY ON FILE" TO RPT-TL-LABEL.
015650     MOVE WS-CASES-ALREADY TO RPT-TL-VALUE.
015660     PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT.
015670     IF WS-TABLE-FULL > 0
015675         IF WS-JOB-RC < 4
015680             MOVE 04 TO WS-JOB-RC
015685         END-IF
015690         MOVE "ENTRIES LOST TO FULL TABLES" TO RPT-TL-LABEL
015700         MOVE WS-TABLE-FULL TO RPT-TL-VALUE
015710         PERFORM 5040-PRINT-TOTAL-LINE THRU 5040-EXIT
015720         DISPLAY "SCREEN TABLES FILLED - " WS-TABLE-FULL
015730             " ENTRIES NOT SCREENED"
015740     END-IF.
015750     GO TO 5000-EXIT.
015760 5000-EXIT.
015770     EXIT.
015780*
015790 5100-REPORT-ONE-HIT.
015800     MOVE WS-HIT-ENTRY(WS-HIT-IDX) TO WS-NEW-HIT.
015810     IF WS-CASES-WANTED AND NEW-TYPE NOT = "DR"
015820         PERFORM 5200-OPEN-CASE THRU 5200-EXIT
015830     END-IF.
015840     MOVE SPACES TO WS-HIT-RECORD-AREA.
015850     MOVE "H" TO HIT-RECORD-TYPE.
015860     MOVE WS-RUN-DATE TO HIT-RUN-DATE.
015870     MOVE WS-HIT-IDX TO HIT-RANK.
015880     MOVE NEW-TYPE TO HIT-TYPE.
015890     MOVE NEW-SCORE TO HIT-SCORE.
015900     MOVE NEW-PROMO-CODE TO HIT-PROMO-CODE.
015910     MOVE NEW-CARD-ID TO HIT-CARD-ID.
015920     MOVE NEW-DECK-ID TO HIT-DECK-ID.
015930     MOVE NEW-MEMBER-NO TO HIT-MEMBER-NO.
015940     MOVE NEW-VALUE TO HIT-VALUE.
015950     MOVE NEW-CASE TO HIT-CASE.
015960     MOVE NEW-TIER-NAME TO HIT-TIER-NAME.
015970     WRITE FD-HIT-RECORD FROM WS-HIT-RECORD-AREA.
015980     MOVE WS-HIT-IDX TO RPT-HT-RANK.
015990     MOVE NEW-SCORE TO RPT-HT-SCORE.
016000     MOVE NEW-TYPE TO RPT-HT-TYPE.
016010     IF NEW-PROMO-CODE = SPACES
016020         MOVE "NONE" TO RPT-HT-PROMO
016030     ELSE
016040         MOVE NEW-PROMO-CODE TO RPT-HT-PROMO
016050     END-IF.
016060     MOVE SPACES TO RPT-HT-CARD.
016070     IF NEW-TYPE NOT = "DR"
016080         MOVE NEW-CARD-ID TO WS-CARD-EDIT
016090         MOVE WS-CARD-EDIT TO RPT-HT-CARD
016100     END-IF.
016110     MOVE NEW-DECK-ID TO RPT-HT-DECK.
016120     MOVE SPACES TO RPT-HT-MEMBER.
016130     IF NEW-MEMBER-NO > 0
016140         MOVE NEW-MEMBER-NO TO WS-MEMBER-EDIT
016150         MOVE WS-MEMBER-EDIT TO RPT-HT-MEMBER
016160     END-IF.
016170     EVALUATE NEW-TYPE
016180         WHEN "HR"
016190             MOVE "HELD NUMBERS REPEATED" TO RPT-HT-REASON
016200         WHEN "HM"
016210             MOVE "PERCENT OF HELD LIST MATCHED" TO RPT-HT-REASON
016220         WHEN "MH"
016230             MOVE "MEMBER HIGH-TIER WINS" TO RPT-HT-REASON
016240         WHEN "MD"
016250             MOVE "MINUTES FROM OTHER DECK CARD" TO RPT-HT-REASON
016260         WHEN OTHER
016270             MOVE "TIER RATE, TENTHS OF SEASON" TO RPT-HT-REASON
016280     END-EVALUATE.
016290     MOVE NEW-TIER-NAME TO RPT-HT-TIER.
016300     MOVE NEW-VALUE TO RPT-HT-VALUE.
016310     EVALUATE NEW-CASE
016320         WHEN "Y"
016330             MOVE "OPENED" TO RPT-HT-CASE
016340         WHEN "E"
016350             MOVE "ON FILE" TO RPT-HT-CASE
016360         WHEN OTHER
016370             MOVE SPACES TO RPT-HT-CASE
016380     END-EVALUATE.
016390     MOVE WS-RPT-HIT-LINE TO WS-RPT-PRINT-LINE.
016400     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
016410     GO TO 5100-EXIT.
016420 5100-EXIT.
016430     EXIT.
016440*
016450*    ONE CASE PER CARD, AS AT THE PRIZE DESK.  HITS ARE TAKEN IN
016460*    RANK ORDER, SO A CARD FLAGGED TWICE GETS ITS CASE NOTE FROM
016470*    THE WORSE HIT.  A CASE ALREADY ON FILE - OPEN, OR CLOSED
016480*    BY A CLERK WHO HAS ALREADY LOOKED - IS LEFT ALONE; ONLY A
016490*    PERSON REOPENS A CLOSED CASE.
016500 5200-OPEN-CASE.
016510     MOVE NEW-PROMO-CODE TO DSP-PROMO-CODE.
016520     MOVE NEW-CARD-ID TO DSP-CARD-ID.
016530     READ DISPUTE-CASES.
016540     IF WS-DSP-STATUS = "00"
016550         MOVE "E" TO NEW-CASE
016560         ADD 1 TO WS-CASES-ALREADY
016570         GO TO 5200-EXIT
016580     END-IF.
016590     MOVE NEW-PROMO-CODE TO DSP-PROMO-CODE.
016600     MOVE NEW-CARD-ID TO DSP-CARD-ID.
016610     MOVE "O" TO DSP-STATUS.
016620     MOVE WS-RUN-DATE TO DSP-OPEN-DATE.
016630     MOVE WS-CASE-CLERK TO DSP-CLERK-ID.
016640     MOVE NEW-DECK-ID TO DSP-DECK-ID.
016650     MOVE NEW-MEMBER-NO TO DSP-MEMBER-NO.
016660     EVALUATE NEW-TYPE
016670         WHEN "HR"
016680             MOVE "FRAUD SCREEN - HELD NUMBERS REPEATED"
016690                 TO DSP-NOTE
016700         WHEN "HM"
016710             MOVE "FRAUD SCREEN - IMPLAUSIBLE MATCH"
016720                 TO DSP-NOTE
016730         WHEN "MH"
016740             MOVE "FRAUD SCREEN - MEMBER HIGH-TIER WINS"
016750                 TO DSP-NOTE
016760         WHEN OTHER
016770             MOVE "FRAUD SCREEN - MEMBER ON NEAR-TIME DECKS"
016780                 TO DSP-NOTE
016790     END-EVALUATE.
016800     MOVE 0 TO DSP-CLOSE-DATE.
016810     MOVE SPACES TO DSP-RESOLUTION.
016820     MOVE SPACES TO FD-CASE-RECORD(91:10).
016830     WRITE FD-CASE-RECORD.
016840     IF WS-DSP-STATUS NOT = "00"
016850         DISPLAY "CASE FILE WRITE FAILED - STATUS " WS-DSP-STATUS
016860             " CARD " NEW-CARD-ID
016870         MOVE 16 TO WS-JOB-RC
016880         GO TO 5200-EXIT
016890     END-IF.
016891     MOVE SPACES TO WS-AUDIT-AREA.
016892     MOVE "FRDSCRN" TO AUD-PROGRAM.
016893     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
016894     MOVE WS-RUN-TIME(1:6) TO AUD-RUN-TIME.
016895     MOVE WS-CASE-CLERK TO AUD-OPERATOR.
016896     MOVE "DSPCASE" TO AUD-FILE-NAME.
016897     MOVE "ADD" TO AUD-ACTION.
016898     MOVE DSP-KEY TO AUD-KEY.
016899     MOVE FD-CASE-RECORD TO AUD-AFTER-IMAGE.
016900     WRITE FD-AUDIT-RECORD FROM WS-AUDIT-AREA.
016901     MOVE "Y" TO NEW-CASE.
016910     MOVE "Y" TO HIT-T-CASE(WS-HIT-IDX).
016920     ADD 1 TO WS-CASES-OPENED.
016930     GO TO 5200-EXIT.
016940 5200-EXIT.
016950     EXIT.
016960*
016970 5010-RPT-PAGE-HEADING.
016980     ADD 1 TO WS-RPT-PAGE.
016990     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
017000     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
017010     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
017020     WRITE FD-SCREEN-LINE FROM WS-RPT-HEADING-1.
017030     MOVE SPACES TO FD-SCREEN-LINE.
017040     WRITE FD-SCREEN-LINE.
017050     WRITE FD-SCREEN-LINE FROM WS-RPT-COL-HEADER.
017060     MOVE 3 TO WS-RPT-LINE-CNT.
017070     GO TO 5010-EXIT.
017080 5010-EXIT.
017090     EXIT.
017100*
017110 5020-WRITE-RPT-LINE.
017120     IF WS-RPT-LINE-CNT > 55
017130         PERFORM 5010-RPT-PAGE-HEADING THRU 5010-EXIT
017140     END-IF.
017150     WRITE FD-SCREEN-LINE FROM WS-RPT-PRINT-LINE.
017160     ADD 1 TO WS-RPT-LINE-CNT.
017170     GO TO 5020-EXIT.
017180 5020-EXIT.
017190     EXIT.
017200*
017210 5030-PRINT-TEXT-LINE.
017220     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
017230     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
017240     GO TO 5030-EXIT.
017250 5030-EXIT.
017260     EXIT.
017270*
017280 5040-PRINT-TOTAL-LINE.
017290     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
017300     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
017310     GO TO 5040-EXIT.
017320 5040-EXIT.
017330     EXIT.
017340*
017350*================================================================*
017360*    6000 - END OF RUN                                           *
017370*================================================================*
017380 6000-FINALIZE.
017390     MOVE WS-RUN-DATE TO HTT-RUN-DATE.
017400     MOVE WS-HIT-COUNT TO HTT-RECORD-COUNT.
017410     WRITE FD-HIT-RECORD FROM WS-HIT-TRAILER-AREA.
017420     CLOSE SCORED-MASTER.
017430     IF WS-REG-OPEN
017440         CLOSE REDEMPTION-REGISTER
017450     END-IF.
017460     IF WS-PMS-OPEN
017470         CLOSE PROMO-MASTER
017480     END-IF.
017490     IF WS-CASES-WANTED
017500         CLOSE DISPUTE-CASES
017505         CLOSE AUDIT-LOG
017510     END-IF.
017520     CLOSE SCREEN-HITS.
017530     CLOSE SCREEN-RPT.
017540     DISPLAY "SUSPICIOUS-WIN SCREEN COMPLETE".
017550     DISPLAY "  CARDS IN PERIOD : " WS-IN-PERIOD.
017560     DISPLAY "  HITS            : " WS-HIT-COUNT.
017570     DISPLAY "  CASES OPENED    : " WS-CASES-OPENED.
017580     DISPLAY "RETURN CODE: " WS-JOB-RC.
017590     GO TO 6000-EXIT.
017600 6000-EXIT.
017610     EXIT.
017620*
017630*================================================================*
017640*    8100 - APPROXIMATE DAY SERIAL                               *
017650*================================================================*
017660*    YEARS AT 365, MONTHS AT 30, PLUS THE DAY - THE SUSPENSE
017670*    REPAIR STEP'S RULE.
017680 8100-COMPUTE-DAY-SERIAL.
017690     COMPUTE WS-SW-SERIAL =
017700         WS-SW-YYYY * 365 + WS-SW-MM * 30 + WS-SW-DD.
017710     GO TO 8100-EXIT.
017720 8100-EXIT.
017730     EXIT.
