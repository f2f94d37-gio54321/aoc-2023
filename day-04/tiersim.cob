000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. tiersim.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - TIER WHAT-IF SIMULATOR.    *
000120*                 RE-PRICES THE MATCH COUNTS OF EVERY CARD      *
000130*                 EVER SCORED (THE SCORED-CARD MASTER AND ITS   *
000140*                 ARCHIVE, SCMARCH) UNDER UP TO THREE CANDIDATE *
000150*                 TIER SCHEDULES IN THE TIERDEF LAYOUT, AND     *
000160*                 PRINTS CARDS AND PAYOUT LIABILITY PER TIER,   *
000170*                 BY PROMOTION AND BY DECK, SIDE BY SIDE WITH   *
000180*                 WHAT EACH SEASON'S OWN SCHEDULE ACCRUED       *
000190*                 (SIMRPT).  A PLANNING RUN - IT CHANGES        *
000200*                 NOTHING.                                      *
000210*---------------------------------------------------------------*
000220*
000230*    COMMAND LINE:
000240*      <CANDIDATE-FILE> [<CANDIDATE-FILE> [<CANDIDATE-FILE>]]
000250*    EACH CANDIDATE FILE IS A TIER SCHEDULE IN THE TIERDEF
000260*    LAYOUT (THE SAME 40-BYTE LINE PROMOMNT LOADS FROM
000270*    PROMOTDF), NAMED BY ITS FILE NAME.  A CANDIDATE IS VETTED
000280*    WITH THE SCORING STEP'S EDITS AND ONE BAD LINE REFUSES THE
000290*    RUN - A HALF-READ SCHEDULE WOULD COST THE WRONG PLAN.
000300*
000310*    "ACTUAL" IS EACH SEASON PRICED ON ITS OWN SCHEDULE - THE
000320*    PROMOTION MASTER'S, ELSE TIERDEF - AS THE SCORING STEP
000330*    ACCRUED IT.  A CARD FALLS IN THE FIRST TIER WHOSE RANGE
000340*    COVERS ITS MATCH COUNT, UNDER EVERY SCHEDULE ALIKE.
000350*
000360*    EVERY FILE IS OPENED FOR INPUT; ONLY THE REPORT IS
000370*    WRITTEN.  AN ARCHIVED CARD STILL LIVE ON THE MASTER (A
000376*    RESTORED CARD) IS PRICED ONCE, FROM THE MASTER.  A CARD
000382*    ARCHIVED BY SEVERAL PURGES IS PRICED FROM ITS FIRST COPY.
000390*
000397*    RC 0 CLEAN, 4 SOME CARDS LEFT OUT OF A BREAKOUT OR NOT
000404*    CHECKED FOR A REPEAT ARCHIVE COPY (A TABLE FILLED), 16 A
000411*    BAD COMMAND LINE, A REFUSED CANDIDATE OR A
000420*    FILE THAT COULD NOT BE READ.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SCORED-MASTER
000480         ASSIGN TO "SCOREMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SCM-KEY
000520         FILE STATUS IS WS-SCM-STATUS.
000530     SELECT MASTER-ARCHIVE
000540         ASSIGN TO "SCMARCH"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SCA-STATUS.
000570     SELECT PROMO-MASTER
000580         ASSIGN TO "PROMOMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS PMS-PROMO-CODE
000620         FILE STATUS IS WS-PMS-STATUS.
000630     SELECT TIER-DEFS
000640         ASSIGN TO "TIERDEF"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-TIER-STATUS.
000670     SELECT CANDIDATE-TIERS
000680         ASSIGN TO WS-CAND-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CND-STATUS.
000710     SELECT SIM-RPT
000720         ASSIGN TO "SIMRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*
000780*    SAME RECORD THE SCORING STEP WRITES.
000790 FD  SCORED-MASTER
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 453 CHARACTERS.
000820 01  FD-MASTER-RECORD.
000830     05  SCM-KEY.
000840         10  SCM-PROMO-CODE       PIC X(04).
000850         10  SCM-CARD-ID          PIC 9(05).
000860     05  SCM-RUN-DATE             PIC 9(08).
000870     05  SCM-DECK-ID              PIC X(10).
000880     05  SCM-WINNING-COUNT        PIC 9(02).
000890     05  SCM-HELD-COUNT           PIC 9(02).
000900     05  SCM-WINNING-NUMBERS      PIC 9(02) OCCURS 50 TIMES.
000910     05  SCM-HELD-NUMBERS         PIC 9(02) OCCURS 99 TIMES.
000920     05  SCM-HELD-MATCHED         PIC X(01) OCCURS 99 TIMES.
000930     05  SCM-MATCH-COUNT          PIC 9(03).
000940     05  SCM-CARD-VALUE           PIC 9(10).
000950     05  SCM-MEMBER-NO            PIC 9(09).
000960     05  FILLER                   PIC X(03).
000970*
000980*    ARCHIVE RECORDS - THE LIVE RECORD PREFIXED WITH THE DATE
000990*    IT WAS ARCHIVED, AS THE ARCHIVE PROGRAM WRITES THEM.
001000 FD  MASTER-ARCHIVE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 461 CHARACTERS.
001030 01  FD-SCM-ARCHIVE-RECORD       PIC X(461).
001040*
001050*    PROMOTION MASTER, MAINTAINED BY PROMOMNT - SEE ITS FD.
001060 FD  PROMO-MASTER
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 800 CHARACTERS.
001090 01  FD-PROMO-RECORD.
001100     05  PMS-PROMO-CODE           PIC X(04).
001110     05  PMS-PROMO-NAME           PIC X(30).
001120     05  PMS-START-DATE           PIC 9(08).
001130     05  PMS-END-DATE             PIC 9(08).
001140     05  PMS-STATUS-CODE          PIC X(01).
001150     05  PMS-TIER-COUNT           PIC 9(02).
001160     05  PMS-TIER-ENTRY           OCCURS 20 TIMES.
001170         10  PMS-TR-LOW           PIC 9(03).
001180         10  PMS-TR-HIGH          PIC 9(03).
001190         10  PMS-TR-NAME          PIC X(20).
001200         10  PMS-TR-PAYOUT        PIC 9(07)V99.
001210     05  FILLER                   PIC X(47).
001220*
001230 FD  TIER-DEFS
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 40 CHARACTERS.
001260 01  FD-TIER-DEF-RECORD           PIC X(40).
001270*
001280*    CANDIDATE TIER SCHEDULE - SAME 40-BYTE LINE AS TIERDEF.
001290 FD  CANDIDATE-TIERS
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 40 CHARACTERS.
001320 01  FD-CAND-TIER-RECORD          PIC X(40).
001330*
001340 FD  SIM-RPT
001350     LABEL RECORDS ARE OMITTED
001360     RECORD CONTAINS 132 CHARACTERS.
001370 01  FD-SIM-LINE                  PIC X(132).
001380*
001390 WORKING-STORAGE SECTION.
001400*
001410*---------------------------------------------------------------*
001420*    SWITCHES                                                   *
001430*---------------------------------------------------------------*
001440 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
001450 77  WS-SCA-STATUS                PIC X(02) VALUE "00".
001460 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
001470 77  WS-TIER-STATUS               PIC X(02) VALUE "00".
001480 77  WS-CND-STATUS                PIC X(02) VALUE "00".
001490*
001500 77  WS-SCM-EOF-SW                PIC X(01) VALUE "N".
001510     88  WS-SCM-EOF                         VALUE "Y".
001520 77  WS-ARCH-EOF-SW               PIC X(01) VALUE "N".
001530     88  WS-ARCH-EOF                        VALUE "Y".
001540 77  WS-TIER-EOF-SW               PIC X(01) VALUE "N".
001550     88  WS-TIER-EOF                        VALUE "Y".
001560 77  WS-CND-EOF-SW                PIC X(01) VALUE "N".
001570     88  WS-CND-EOF                         VALUE "Y".
001580 77  WS-PMS-OPEN-SW               PIC X(01) VALUE "N".
001590     88  WS-PMS-OPEN                        VALUE "Y".
001600 77  WS-ARCHIVE-SW                PIC X(01) VALUE "N".
001610     88  WS-ARCHIVE-FOUND                   VALUE "Y".
001620 77  WS-TIER-FOUND-SW             PIC X(01) VALUE "N".
001630     88  WS-TIER-FOUND                      VALUE "Y".
001640 77  WS-SCHED-BAD-SW              PIC X(01) VALUE "N".
001650     88  WS-SCHED-BAD                       VALUE "Y".
001660 77  WS-CAND-BAD-SW               PIC X(01) VALUE "N".
001670     88  WS-CAND-BAD                        VALUE "Y".
001680*
001690 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
001700*
001710*---------------------------------------------------------------*
001720*    COUNTS AND SUBSCRIPTS.                                     *
001730*---------------------------------------------------------------*
001740 77  WS-SCM-READ                  PIC 9(07) VALUE 0 COMP.
001750 77  WS-SCA-READ                  PIC 9(07) VALUE 0 COMP.
001760 77  WS-SCA-STILL-LIVE            PIC 9(07) VALUE 0 COMP.
001770 77  WS-SCA-UNUSABLE              PIC 9(07) VALUE 0 COMP.
001773 77  WS-SCA-REPEATED              PIC 9(07) VALUE 0 COMP.
001776 77  WS-SCA-NOT-CHECKED           PIC 9(07) VALUE 0 COMP.
001780 77  WS-CARDS-PRICED              PIC 9(07) VALUE 0 COMP.
001790 77  WS-NOT-PRICED                PIC 9(07) VALUE 0 COMP.
001800 77  WS-NO-DECK-ROOM              PIC 9(07) VALUE 0 COMP.
001810 77  WS-TIER-DEF-LINENO           PIC 9(03) VALUE 0 COMP.
001820 77  WS-CND-COUNT                 PIC 9(02) VALUE 0 COMP.
001830 77  WS-CND-IDX                   PIC 9(02) VALUE 0 COMP.
001840 77  WS-SCH-COUNT                 PIC 9(02) VALUE 0 COMP.
001850 77  WS-SCH-IDX                   PIC 9(02) VALUE 0 COMP.
001853 77  WS-ARP-IDX                   PIC 9(05) VALUE 0 COMP.
001856 77  WS-ARP-FOUND-IDX             PIC 9(05) VALUE 0 COMP.
001860 77  WS-TIER-IDX                  PIC 9(02) VALUE 0 COMP.
001870 77  WS-TIER-FOUND-IDX            PIC 9(02) VALUE 0 COMP.
001880 77  WS-TIER-ROWS                 PIC 9(02) VALUE 0 COMP.
001890 77  WS-PRM-IDX                   PIC 9(02) VALUE 0 COMP.
001900 77  WS-PRM-FOUND-IDX             PIC 9(02) VALUE 0 COMP.
001910 77  WS-DCK-IDX                   PIC 9(05) VALUE 0 COMP.
001920 77  WS-DCK-FOUND-IDX             PIC 9(05) VALUE 0 COMP.
001930 77  WS-PARM-IDX                  PIC 9(02) VALUE 0 COMP.
001940*
001950 77  WS-TIER-PAYOUT               PIC 9(07)V99 VALUE 0.
001960 77  WS-CHANGE-CARDS              PIC S9(07) VALUE 0.
001970 77  WS-CHANGE-LIAB               PIC S9(13)V99 VALUE 0.
001980*
001990*    THE CARD BEING PRICED, FROM THE MASTER OR THE ARCHIVE.
002000 77  WS-CARD-PROMO                PIC X(04) VALUE SPACES.
002010 77  WS-CARD-DECK                 PIC X(10) VALUE SPACES.
002020 77  WS-CARD-MATCH                PIC 9(03) VALUE 0.
002030*
002040 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
002050 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
002060*
002070*---------------------------------------------------------------*
002080*    COMMAND LINE - THE CANDIDATE FILE NAMES.  A FOURTH WORD    *
002090*    IS ONE TOO MANY.                                           *
002100*---------------------------------------------------------------*
002110 01  WS-PARM-AREA.
002120     05  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
002130     05  WS-PARM-WORD             PIC X(10) OCCURS 4 TIMES.
002140 01  WS-CAND-NAME                 PIC X(08) VALUE SPACES.
002150*
002160*---------------------------------------------------------------*
002170*    RUN DATE AND TIME.                                         *
002180*---------------------------------------------------------------*
002190 01  WS-RUN-STAMP.
002200     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
002210     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002220         10  WS-RD-YYYY           PIC X(04).
002230         10  WS-RD-MM             PIC X(02).
002240         10  WS-RD-DD             PIC X(02).
002250     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
002260     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
002270         10  WS-RT-HH             PIC X(02).
002280         10  WS-RT-MM             PIC X(02).
002290         10  WS-RT-SS             PIC X(02).
002300         10  FILLER               PIC X(02).
002310*
002320 01  WS-EDITED-DATE.
002330     05  WS-ED-MM                 PIC X(02).
002340     05  FILLER                   PIC X(01) VALUE "/".
002350     05  WS-ED-DD                 PIC X(02).
002360     05  FILLER                   PIC X(01) VALUE "/".
002370     05  WS-ED-YYYY               PIC X(04).
002380*
002390 01  WS-EDITED-TIME.
002400     05  WS-ET-HH                 PIC X(02).
002410     05  FILLER                   PIC X(01) VALUE ":".
002420     05  WS-ET-MM                 PIC X(02).
002430     05  FILLER                   PIC X(01) VALUE ":".
002440     05  WS-ET-SS                 PIC X(02).
002450*
002460*---------------------------------------------------------------*
002470*    MASTER ARCHIVE RECORD WITH THE FIELDS PRICED.              *
002480*---------------------------------------------------------------*
002490 01  WS-SCM-ARCHIVE-AREA.
002500     05  SCA-ARCHIVE-DATE         PIC 9(08).
002510     05  SCA-MASTER-RECORD        PIC X(453).
002520 01  WS-SCM-ARCHIVE-FIELDS REDEFINES WS-SCM-ARCHIVE-AREA.
002530     05  FILLER                   PIC X(08).
002540     05  SCA-KEY.
002550         10  SCA-PROMO-CODE       PIC X(04).
002560         10  SCA-CARD-ID          PIC 9(05).
002570         10  SCA-CARD-ID-X REDEFINES SCA-CARD-ID
002580                                  PIC X(05).
002590     05  SCA-RUN-DATE             PIC 9(08).
002600     05  SCA-DECK-ID              PIC X(10).
002610     05  FILLER                   PIC X(401).
002620     05  SCA-MATCH-COUNT          PIC 9(03).
002630     05  SCA-MATCH-COUNT-X REDEFINES SCA-MATCH-COUNT
002640                                  PIC X(03).
002650     05  FILLER                   PIC X(22).
002660*
002670*---------------------------------------------------------------*
002680*    TIERDEF LINE, AND THE DEFAULT TIER TABLE FROM TIERDEF.     *
002690*---------------------------------------------------------------*
002700 01  WS-TIER-DEF-AREA.
002710     05  TD-LOW-X                 PIC X(03).
002720     05  TD-LOW-9 REDEFINES TD-LOW-X
002730                                  PIC 9(03).
002740     05  TD-HIGH-X                PIC X(03).
002750     05  TD-HIGH-9 REDEFINES TD-HIGH-X
002760                                  PIC 9(03).
002770     05  TD-NAME                  PIC X(20).
002780     05  TD-PAYOUT-X              PIC X(09).
002790     05  TD-PAYOUT-9 REDEFINES TD-PAYOUT-X
002800                                  PIC 9(07)V99.
002810     05  FILLER                   PIC X(05).
002820*
002830 01  WS-TIER-TABLE.
002840     05  WS-TIER-COUNT            PIC 9(02) VALUE 0 COMP.
002850     05  WS-TIER-ENTRY            OCCURS 20 TIMES.
002860         10  WS-TR-LOW            PIC 9(03).
002870         10  WS-TR-HIGH           PIC 9(03).
002880         10  WS-TR-NAME           PIC X(20).
002890         10  WS-TR-PAYOUT         PIC 9(07)V99.
002900*
002910*---------------------------------------------------------------*
002920*    CANDIDATE SCHEDULES, IN COMMAND-LINE ORDER.  SCHEDULE 1    *
002930*    IN THE TABLES BELOW IS THE ACTUAL ONE; CANDIDATE N IS      *
002940*    SCHEDULE N + 1.                                            *
002950*---------------------------------------------------------------*
002960 01  WS-CAND-TABLE.
002970     05  WS-CND-ENTRY             OCCURS 3 TIMES.
002980         10  CND-FILE-NAME        PIC X(08).
002990         10  CND-TIER-COUNT       PIC 9(02) COMP.
003000         10  CND-TIER             OCCURS 20 TIMES.
003010             15  CND-TR-LOW       PIC 9(03).
003020             15  CND-TR-HIGH      PIC 9(03).
003030             15  CND-TR-NAME      PIC X(20).
003040             15  CND-TR-PAYOUT    PIC 9(07)V99.
003050*
003060*---------------------------------------------------------------*
003070*    SEASON TABLE - ONE SLOT PER PROMOTION IN THE HISTORY, WITH *
003080*    ITS OWN SCHEDULE (M PROMOTION MASTER, T TIERDEF, N NONE    *
003090*    ON FILE) AND ITS CARDS AND LIABILITY PER TIER UNDER EACH   *
003100*    SCHEDULE COMPARED.                                         *
003110*---------------------------------------------------------------*
003120 01  WS-SEASON-TABLE.
003130     05  WS-PRM-COUNT             PIC 9(02) VALUE 0 COMP.
003140     05  WS-PRM-ENTRY             OCCURS 50 TIMES.
003150         10  PRM-PROMO-CODE       PIC X(04).
003160         10  PRM-SOURCE           PIC X(01).
003170             88  PRM-FROM-MASTER            VALUE "M".
003180             88  PRM-FROM-TIERDEF           VALUE "T".
003190         10  PRM-CARD-COUNT       PIC 9(07) COMP.
003200         10  PRM-TIER-COUNT       PIC 9(02) COMP.
003210         10  PRM-TIER             OCCURS 20 TIMES.
003220             15  PRM-TR-LOW       PIC 9(03).
003230             15  PRM-TR-HIGH      PIC 9(03).
003240             15  PRM-TR-NAME      PIC X(20).
003250             15  PRM-TR-PAYOUT    PIC 9(07)V99.
003260         10  PRM-SCH              OCCURS 4 TIMES.
003270             15  PRM-SCH-CARDS    PIC 9(07) COMP.
003280             15  PRM-SCH-LIAB     PIC 9(13)V99.
003290             15  PRM-SCH-TIER     OCCURS 20 TIMES.
003300                 20  PRM-ST-CARDS PIC 9(07) COMP.
003310                 20  PRM-ST-LIAB  PIC 9(13)V99.
003320*
003330*---------------------------------------------------------------*
003340*    DECK TABLE - CARDS PER DECK WITHIN ITS PROMOTION, AND THE  *
003350*    CARDS IN A PAYING TIER AND THEIR LIABILITY UNDER EACH      *
003360*    SCHEDULE.                                                  *
003370*---------------------------------------------------------------*
003380 01  WS-DECK-TABLE.
003390     05  WS-DCK-COUNT             PIC 9(05) VALUE 0 COMP.
003400     05  WS-DCK-ENTRY             OCCURS 2000 TIMES.
003410         10  DCK-PRM-IDX          PIC 9(02) COMP.
003420         10  DCK-DECK-ID          PIC X(10).
003430         10  DCK-CARD-COUNT       PIC 9(07) COMP.
003440         10  DCK-SCH              OCCURS 4 TIMES.
003450             15  DCK-SCH-CARDS    PIC 9(07) COMP.
003460             15  DCK-SCH-LIAB     PIC 9(13)V99.
003461*
003462*---------------------------------------------------------------*
003463*    ARCHIVE COPIES ALREADY PRICED - KEY, RUN DATE AND DECK.  A *
003464*    CARD RESTORED AND PURGED AGAIN HAS ONE COPY PER PURGE.     *
003465*---------------------------------------------------------------*
003466 01  WS-ARCH-PRICED-TABLE.
003467     05  WS-ARP-COUNT             PIC 9(05) VALUE 0 COMP.
003468     05  WS-ARP-ENTRY             OCCURS 5000 TIMES.
003469         10  ARP-KEY              PIC X(09).
003470         10  ARP-RUN-DATE         PIC 9(08).
003471         10  ARP-DECK-ID          PIC X(10).
003472*
003480*    ALL PROMOTIONS TOGETHER, PER SCHEDULE.
003490 01  WS-GRAND-TOTALS.
003500     05  WS-GRD-SCH               OCCURS 4 TIMES.
003510         10  GRD-SCH-CARDS        PIC 9(07) COMP.
003520         10  GRD-SCH-LIAB         PIC 9(13)V99.
003530*
003540*    THE FIGURES A TOTAL ROW AND ITS CHANGE ROW PRINT.
003550 01  WS-COMPARE-AREA.
003560     05  WS-CMP-LABEL             PIC X(24).
003570     05  WS-CMP-SCH               OCCURS 4 TIMES.
003580         10  CMP-SCH-CARDS        PIC 9(07) COMP.
003590         10  CMP-SCH-LIAB         PIC 9(13)V99.
003600*
003610*---------------------------------------------------------------*
003620*    REPORT PRINT LINES.                                        *
003630*---------------------------------------------------------------*
003640 01  WS-RPT-HEADING-1.
003650     05  FILLER                     PIC X(40) VALUE
003660         "TIER WHAT-IF SIMULATION".
003670     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
003680     05  RPT-H1-DATE                PIC X(10).
003690     05  FILLER                     PIC X(07) VALUE "  TIME ".
003700     05  RPT-H1-TIME                PIC X(08).
003710     05  FILLER                     PIC X(08) VALUE "   PAGE ".
003720     05  RPT-H1-PAGE                PIC ZZZ9.
003730     05  FILLER                     PIC X(45) VALUE SPACES.
003740*
003750*    ONE TIER OF A SCHEDULE, FOR THE LISTING OF THE CANDIDATES.
003760 01  WS-RPT-SCHED-LINE.
003770     05  FILLER                     PIC X(04) VALUE SPACES.
003780     05  RPT-SL-TIER                PIC Z9.
003790     05  FILLER                     PIC X(02) VALUE SPACES.
003800     05  RPT-SL-LOW                 PIC ZZ9.
003810     05  FILLER                     PIC X(01) VALUE "-".
003820     05  RPT-SL-HIGH                PIC ZZ9.
003830     05  FILLER                     PIC X(02) VALUE SPACES.
003840     05  RPT-SL-NAME                PIC X(20).
003850     05  FILLER                     PIC X(02) VALUE SPACES.
003860     05  RPT-SL-PAYOUT              PIC Z,ZZZ,ZZ9.99.
003870     05  FILLER                     PIC X(81) VALUE SPACES.
003880*
003890*    COLUMN HEADINGS - A SCHEDULE NAME OVER EACH PAIR OF
003900*    COLUMNS, THEN THE CAPTIONS.
003910 01  WS-RPT-SCHED-HEADER.
003920     05  RPT-SH-LABEL               PIC X(24).
003930     05  RPT-SH-COL                 OCCURS 4 TIMES.
003940         10  FILLER                 PIC X(04).
003950         10  RPT-SH-NAME            PIC X(22).
003960     05  FILLER                     PIC X(04).
003970*
003980 01  WS-RPT-CAPTION-HEADER.
003990     05  RPT-CP-LABEL               PIC X(24).
004000     05  RPT-CP-COL                 PIC X(26) OCCURS 4 TIMES.
004010     05  FILLER                     PIC X(04).
004020*
004030 01  WS-COL-CAPTION                 PIC X(26) VALUE
004040     "    CARDS        LIABILITY".
004050*
004060*    A TIER, TOTAL OR DECK ROW - CARDS AND LIABILITY UNDER EACH
004070*    SCHEDULE.  A SCHEDULE WITHOUT THE TIER LEAVES ITS PAIR
004080*    BLANK.
004090 01  WS-RPT-DETAIL-LINE.
004100     05  RPT-DL-LABEL               PIC X(24).
004110     05  RPT-DL-TIER-LABEL REDEFINES RPT-DL-LABEL.
004120         10  RPT-DL-TIER-NO         PIC Z9.
004130         10  FILLER                 PIC X(02).
004140         10  RPT-DL-TIER-NAME       PIC X(20).
004150     05  RPT-DL-DECK-LABEL REDEFINES RPT-DL-LABEL.
004160         10  FILLER                 PIC X(02).
004170         10  RPT-DL-DECK-ID         PIC X(10).
004180         10  FILLER                 PIC X(01).
004190         10  RPT-DL-DECK-CARDS      PIC Z(6)9.
004200         10  FILLER                 PIC X(04).
004210     05  RPT-DL-COL                 OCCURS 4 TIMES.
004220         10  FILLER                 PIC X(02).
004230         10  RPT-DL-CARDS           PIC Z(6)9.
004240         10  FILLER                 PIC X(01).
004250         10  RPT-DL-LIAB            PIC Z,ZZZ,ZZZ,ZZ9.99.
004260     05  FILLER                     PIC X(04).
004270*
004280*    A CANDIDATE'S DIFFERENCE FROM WHAT WAS ACCRUED.
004290 01  WS-RPT-CHANGE-LINE.
004300     05  RPT-CL-LABEL               PIC X(24).
004310     05  RPT-CL-COL                 OCCURS 4 TIMES.
004320         10  FILLER                 PIC X(02).
004330         10  RPT-CL-CARDS           PIC -(6)9.
004340         10  FILLER                 PIC X(01).
004350         10  RPT-CL-LIAB            PIC -,---,---,--9.99.
004360     05  FILLER                     PIC X(04).
004370*
004380 01  WS-RPT-TOTAL-LINE.
004390     05  FILLER                     PIC X(02) VALUE SPACES.
004400     05  RPT-TL-LABEL               PIC X(50).
004410     05  RPT-TL-VALUE               PIC Z(6)9.
004420     05  FILLER                     PIC X(73) VALUE SPACES.
004430*
004440 01  WS-RPT-TEXT-LINE.
004450     05  RPT-TX-TEXT                PIC X(100).
004460     05  FILLER                     PIC X(32) VALUE SPACES.
004470*
004480 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
004490 01  WS-EDIT-COUNT                  PIC Z(6)9.
004500*
004510 PROCEDURE DIVISION.
004520*
004530*================================================================*
004540*    0000-MAINLINE                                               *
004550*================================================================*
004560 0000-MAINLINE.
004570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004580     PERFORM 2000-PRICE-ARCHIVE THRU 2000-EXIT.
004590     IF WS-JOB-RC < 16
004600         PERFORM 3000-PRICE-MASTER THRU 3000-EXIT
004610     END-IF.
004620     IF WS-JOB-RC < 16
004630         PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
004640     END-IF.
004650     PERFORM 5000-FINALIZE THRU 5000-EXIT.
004660     MOVE WS-JOB-RC TO RETURN-CODE.
004670     STOP RUN.
004680*
004690*================================================================*
004700*    1000 - INITIALIZATION                                       *
004710*================================================================*
004720*    THE MASTER IS THE ONE FILE THE SIMULATION CANNOT DO
004730*    WITHOUT.  WITHOUT THE PROMOTION MASTER EVERY SEASON'S
004740*    ACTUAL FIGURES ARE PRICED ON TIERDEF, AS THE SCORING STEP
004750*    WOULD HAVE PRICED THEM.
004760 1000-INITIALIZE.
004770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004780     ACCEPT WS-RUN-TIME FROM TIME.
004790     MOVE WS-RD-MM TO WS-ED-MM.
004800     MOVE WS-RD-DD TO WS-ED-DD.
004810     MOVE WS-RD-YYYY TO WS-ED-YYYY.
004820     MOVE WS-RT-HH TO WS-ET-HH.
004830     MOVE WS-RT-MM TO WS-ET-MM.
004840     MOVE WS-RT-SS TO WS-ET-SS.
004850     INITIALIZE WS-GRAND-TOTALS.
004860     PERFORM 1100-EDIT-PARMS THRU 1100-EXIT.
004870     PERFORM 1500-LOAD-CANDIDATES THRU 1500-EXIT.
004880     IF WS-CAND-BAD
004890         DISPLAY "CANDIDATE SCHEDULES REFUSED - NOTHING PRICED"
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930     OPEN INPUT SCORED-MASTER.
004940     IF WS-SCM-STATUS NOT = "00"
004950         DISPLAY "SCORED-CARD MASTER NOT AVAILABLE - STATUS "
004960             WS-SCM-STATUS
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     OPEN INPUT PROMO-MASTER.
005010     IF WS-PMS-STATUS = "00"
005020         SET WS-PMS-OPEN TO TRUE
005030     ELSE
005040         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
005050             WS-PMS-STATUS " - TIERDEF USED FOR EVERY SEASON"
005060     END-IF.
005070     PERFORM 1400-LOAD-TIER-TABLE THRU 1400-EXIT.
005080     OPEN OUTPUT SIM-RPT.
005090     PERFORM 1600-LIST-SCHEDULES THRU 1600-EXIT.
005100     GO TO 1000-EXIT.
005110 1000-EXIT.
005120     EXIT.
005130*
005140*    ONE TO THREE CANDIDATE FILE NAMES, EACH A VALID FILE NAME
005150*    OF UP TO EIGHT CHARACTERS.
005160 1100-EDIT-PARMS.
005170     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
005180     MOVE SPACES TO WS-PARM-WORD(1) WS-PARM-WORD(2)
005190                    WS-PARM-WORD(3) WS-PARM-WORD(4).
005200     UNSTRING WS-PARM-TEXT DELIMITED BY ALL " "
005210         INTO WS-PARM-WORD(1) WS-PARM-WORD(2)
005220              WS-PARM-WORD(3) WS-PARM-WORD(4)
005230     END-UNSTRING.
005240     IF WS-PARM-WORD(1) = SPACES
005250        OR WS-PARM-WORD(4) NOT = SPACES
005260         PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
005270     END-IF.
005280     PERFORM 1110-TAKE-ONE-CANDIDATE THRU 1110-EXIT
005290         VARYING WS-PARM-IDX FROM 1 BY 1
005300         UNTIL WS-PARM-IDX > 3.
005310     COMPUTE WS-SCH-COUNT = WS-CND-COUNT + 1.
005320     GO TO 1100-EXIT.
005330 1100-EXIT.
005340     EXIT.
005350*
005360 1110-TAKE-ONE-CANDIDATE.
005370     IF WS-PARM-WORD(WS-PARM-IDX) = SPACES
005380         GO TO 1110-EXIT
005390     END-IF.
005400     IF WS-PARM-WORD(WS-PARM-IDX)(9:2) NOT = SPACES
005410         DISPLAY "CANDIDATE FILE NAME TOO LONG: "
005420             WS-PARM-WORD(WS-PARM-IDX)
005430         PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
005440     END-IF.
005450     ADD 1 TO WS-CND-COUNT.
005460     MOVE WS-PARM-WORD(WS-PARM-IDX)(1:8)
005470         TO CND-FILE-NAME(WS-CND-COUNT).
005480     MOVE 0 TO CND-TIER-COUNT(WS-CND-COUNT).
005490     GO TO 1110-EXIT.
005500 1110-EXIT.
005510     EXIT.
005520*
005530*    THE DEFAULT SCHEDULE, WITH THE SAME EDITS THE SCORING STEP
005540*    APPLIES.
005550 1400-LOAD-TIER-TABLE.
005560     OPEN INPUT TIER-DEFS.
005570     IF WS-TIER-STATUS NOT = "00"
005580         GO TO 1400-EXIT
005590     END-IF.
005600     MOVE 0 TO WS-TIER-DEF-LINENO.
005610     PERFORM 1410-READ-ONE-TIER-DEF THRU 1410-EXIT
005620         UNTIL WS-TIER-EOF.
005630     CLOSE TIER-DEFS.
005640     GO TO 1400-EXIT.
005650 1400-EXIT.
005660     EXIT.
005670*
005680 1410-READ-ONE-TIER-DEF.
005690     MOVE SPACES TO WS-TIER-DEF-AREA.
005700     READ TIER-DEFS INTO WS-TIER-DEF-AREA
005710         AT END SET WS-TIER-EOF TO TRUE
005720     END-READ.
005730     IF WS-TIER-EOF
005740         GO TO 1410-EXIT
005750     END-IF.
005760     ADD 1 TO WS-TIER-DEF-LINENO.
005770     IF WS-TIER-DEF-AREA = SPACES
005780         GO TO 1410-EXIT
005790     END-IF.
005800     IF TD-LOW-X NOT NUMERIC
005810        OR TD-HIGH-X NOT NUMERIC
005820        OR TD-PAYOUT-X NOT NUMERIC
005830        OR TD-LOW-9 > TD-HIGH-9
005840        OR WS-TIER-COUNT = 20
005850         DISPLAY "TIERDEF LINE " WS-TIER-DEF-LINENO
005860             " UNUSABLE - SKIPPED"
005870         GO TO 1410-EXIT
005880     END-IF.
005890     ADD 1 TO WS-TIER-COUNT.
005900     MOVE TD-LOW-9 TO WS-TR-LOW(WS-TIER-COUNT).
005910     MOVE TD-HIGH-9 TO WS-TR-HIGH(WS-TIER-COUNT).
005920     MOVE TD-NAME TO WS-TR-NAME(WS-TIER-COUNT).
005930     MOVE TD-PAYOUT-9 TO WS-TR-PAYOUT(WS-TIER-COUNT).
005940     GO TO 1410-EXIT.
005950 1410-EXIT.
005960     EXIT.
005970*
005980*    EVERY CANDIDATE IS READ AND VETTED BEFORE ANYTHING IS
005990*    PRICED, AND EVERY FAULT IN EVERY CANDIDATE IS LISTED.
006000 1500-LOAD-CANDIDATES.
006010     PERFORM 1510-LOAD-ONE-CANDIDATE THRU 1510-EXIT
006020         VARYING WS-CND-IDX FROM 1 BY 1
006030         UNTIL WS-CND-IDX > WS-CND-COUNT.
006040     GO TO 1500-EXIT.
006050 1500-EXIT.
006060     EXIT.
006070*
006080 1510-LOAD-ONE-CANDIDATE.
006090     MOVE CND-FILE-NAME(WS-CND-IDX) TO WS-CAND-NAME.
006100     MOVE "N" TO WS-SCHED-BAD-SW.
006110     MOVE "N" TO WS-CND-EOF-SW.
006120     MOVE 0 TO WS-TIER-DEF-LINENO.
006130     OPEN INPUT CANDIDATE-TIERS.
006140     IF WS-CND-STATUS NOT = "00"
006150         DISPLAY "CANDIDATE SCHEDULE " WS-CAND-NAME
006160             " NOT AVAILABLE - STATUS " WS-CND-STATUS
006170         SET WS-CAND-BAD TO TRUE
006180         GO TO 1510-EXIT
006190     END-IF.
006200     PERFORM 1520-READ-ONE-CANDIDATE-TIER THRU 1520-EXIT
006210         UNTIL WS-CND-EOF.
006220     CLOSE CANDIDATE-TIERS.
006230     IF CND-TIER-COUNT(WS-CND-IDX) = 0 AND NOT WS-SCHED-BAD
006240         DISPLAY "CANDIDATE SCHEDULE " WS-CAND-NAME
006250             " HAS NO TIERS"
006260         SET WS-SCHED-BAD TO TRUE
006270     END-IF.
006280     IF WS-SCHED-BAD
006290         DISPLAY "CANDIDATE SCHEDULE " WS-CAND-NAME " REFUSED"
006300         SET WS-CAND-BAD TO TRUE
006310     END-IF.
006320     GO TO 1510-EXIT.
006330 1510-EXIT.
006340     EXIT.
006350*
006360 1520-READ-ONE-CANDIDATE-TIER.
006370     MOVE SPACES TO WS-TIER-DEF-AREA.
006380     READ CANDIDATE-TIERS INTO WS-TIER-DEF-AREA
006390         AT END SET WS-CND-EOF TO TRUE
006400     END-READ.
006410     IF WS-CND-EOF
006420         GO TO 1520-EXIT
006430     END-IF.
006440     ADD 1 TO WS-TIER-DEF-LINENO.
006450     IF WS-TIER-DEF-AREA = SPACES
006460         GO TO 1520-EXIT
006470     END-IF.
006480     PERFORM 1530-EDIT-ONE-CANDIDATE-TIER THRU 1530-EXIT.
006490     GO TO 1520-EXIT.
006500 1520-EXIT.
006510     EXIT.
006520*
006530*    SAME EDITS THE SCORING STEP APPLIES TO TIERDEF.
006540 1530-EDIT-ONE-CANDIDATE-TIER.
006550     IF TD-LOW-X NOT NUMERIC
006560        OR TD-HIGH-X NOT NUMERIC
006570        OR TD-PAYOUT-X NOT NUMERIC
006580         DISPLAY WS-CAND-NAME " LINE " WS-TIER-DEF-LINENO
006590             " - TIER DEFINITION FIELD NOT NUMERIC"
006600         SET WS-SCHED-BAD TO TRUE
006610         GO TO 1530-EXIT
006620     END-IF.
006630     IF TD-LOW-9 > TD-HIGH-9
006640         DISPLAY WS-CAND-NAME " LINE " WS-TIER-DEF-LINENO
006650             " - TIER RANGE LOW EXCEEDS HIGH"
006660         SET WS-SCHED-BAD TO TRUE
006670         GO TO 1530-EXIT
006680     END-IF.
006690     IF CND-TIER-COUNT(WS-CND-IDX) = 20
006700         DISPLAY WS-CAND-NAME " LINE " WS-TIER-DEF-LINENO
006710             " - MORE THAN 20 TIER DEFINITIONS"
006720         SET WS-SCHED-BAD TO TRUE
006730         GO TO 1530-EXIT
006740     END-IF.
006750     ADD 1 TO CND-TIER-COUNT(WS-CND-IDX).
006760     MOVE CND-TIER-COUNT(WS-CND-IDX) TO WS-TIER-IDX.
006770     MOVE TD-LOW-9 TO CND-TR-LOW(WS-CND-IDX, WS-TIER-IDX).
006780     MOVE TD-HIGH-9 TO CND-TR-HIGH(WS-CND-IDX, WS-TIER-IDX).
006790     MOVE TD-NAME TO CND-TR-NAME(WS-CND-IDX, WS-TIER-IDX).
006800     MOVE TD-PAYOUT-9 TO CND-TR-PAYOUT(WS-CND-IDX, WS-TIER-IDX).
006810     GO TO 1530-EXIT.
006820 1530-EXIT.
006830     EXIT.
006840*
006850*    THE REPORT OPENS WITH WHAT IS BEING COMPARED.
006860 1600-LIST-SCHEDULES.
006870     MOVE "SCHEDULES COMPARED" TO RPT-TX-TEXT.
006880     PERFORM 4030-PRINT-TEXT-LINE THRU 4030-EXIT.
006890     MOVE SPACES TO RPT-TX-TEXT.
006900     IF WS-PMS-OPEN
006910         MOVE "  ACTUAL - EACH SEASON'S OWN SCHEDULE, AS ACCRUED"
006920             TO RPT-TX-TEXT
006930     ELSE
006940         MOVE "  ACTUAL - TIERDEF FOR EVERY SEASON"
006950             TO RPT-TX-TEXT
006960     END-IF.
006970     PERFORM 4030-PRINT-TEXT-LINE THRU 4030-EXIT.
006980     PERFORM 1610-LIST-ONE-CANDIDATE THRU 1610-EXIT
006990         VARYING WS-CND-IDX FROM 1 BY 1
007000         UNTIL WS-CND-IDX > WS-CND-COUNT.
007010     GO TO 1600-EXIT.
007020 1600-EXIT.
007030     EXIT.
007040*
007050 1610-LIST-ONE-CANDIDATE.
007060     MOVE SPACES TO RPT-TX-TEXT.
007070     STRING "  CANDIDATE " CND-FILE-NAME(WS-CND-IDX)
007080         DELIMITED BY SIZE INTO RPT-TX-TEXT
007090     END-STRING.
007100     PERFORM 4030-PRINT-TEXT-LINE THRU 4030-EXIT.
007110     PERFORM 1620-LIST-ONE-CANDIDATE-TIER THRU 1620-EXIT
007120         VARYING WS-TIER-IDX FROM 1 BY 1
007130         UNTIL WS-TIER-IDX > CND-TIER-COUNT(WS-CND-IDX).
007140     GO TO 1610-EXIT.
007150 1610-EXIT.
007160     EXIT.
007170*
007180 1620-LIST-ONE-CANDIDATE-TIER.
007190     MOVE WS-TIER-IDX TO RPT-SL-TIER.
007200     MOVE CND-TR-LOW(WS-CND-IDX, WS-TIER-IDX) TO RPT-SL-LOW.
007210     MOVE CND-TR-HIGH(WS-CND-IDX, WS-TIER-IDX) TO RPT-SL-HIGH.
007220     MOVE CND-TR-NAME(WS-CND-IDX, WS-TIER-IDX) TO RPT-SL-NAME.
007230     MOVE CND-TR-PAYOUT(WS-CND-IDX, WS-TIER-IDX)
007240         TO RPT-SL-PAYOUT.
007250     MOVE WS-RPT-SCHED-LINE TO WS-RPT-PRINT-LINE.
007260     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
007270     GO TO 1620-EXIT.
007280 1620-EXIT.
007290     EXIT.
007300*
007310 1900-SHOW-USAGE.
007320     DISPLAY "USAGE: TIERSIM <CANDIDATE> [<CANDIDATE> "
007330         "[<CANDIDATE>]]".
007340     DISPLAY "       EACH CANDIDATE A TIER SCHEDULE FILE IN THE "
007350         "TIERDEF LAYOUT".
007360     MOVE 16 TO RETURN-CODE.
007370     STOP RUN.
007380 1900-EXIT.
007390     EXIT.
007400*
007410*================================================================*
007420*    2000 - PRICE THE ARCHIVED CARDS                             *
007430*================================================================*
007440*    PAST SEASONS LIVE ON THE MASTER ARCHIVE.  NO ARCHIVE IS AN
007450*    ORDINARY SHOP THAT HAS NEVER PURGED - NOTED, NOT AN ERROR.
007460 2000-PRICE-ARCHIVE.
007470     OPEN INPUT MASTER-ARCHIVE.
007480     IF WS-SCA-STATUS = "35"
007490         GO TO 2000-EXIT
007500     END-IF.
007510     IF WS-SCA-STATUS NOT = "00"
007520         DISPLAY "MASTER ARCHIVE NOT AVAILABLE - STATUS "
007530             WS-SCA-STATUS
007540         MOVE 16 TO WS-JOB-RC
007550         GO TO 2000-EXIT
007560     END-IF.
007570     SET WS-ARCHIVE-FOUND TO TRUE.
007580     PERFORM 2100-PRICE-ONE-ARCHIVE-CARD THRU 2100-EXIT
007590         UNTIL WS-ARCH-EOF.
007600     CLOSE MASTER-ARCHIVE.
007610     GO TO 2000-EXIT.
007620 2000-EXIT.
007630     EXIT.
007640*
007650*    AN ARCHIVE COPY WHOSE CARD IS STILL LIVE UNDER THE SAME
007656*    RUN DATE AND DECK IS LEFT FOR THE MASTER SWEEP TO PRICE,
007662*    AND A REPEAT OF A COPY ALREADY PRICED IS PASSED BY.
007670 2100-PRICE-ONE-ARCHIVE-CARD.
007680     READ MASTER-ARCHIVE INTO WS-SCM-ARCHIVE-AREA
007690         AT END SET WS-ARCH-EOF TO TRUE
007700     END-READ.
007710     IF WS-ARCH-EOF
007720         GO TO 2100-EXIT
007730     END-IF.
007740     ADD 1 TO WS-SCA-READ.
007750     IF SCA-CARD-ID-X NOT NUMERIC
007760        OR SCA-MATCH-COUNT-X NOT NUMERIC
007770         ADD 1 TO WS-SCA-UNUSABLE
007780         GO TO 2100-EXIT
007790     END-IF.
007800     MOVE SCA-KEY TO SCM-KEY.
007810     READ SCORED-MASTER
007820         INVALID KEY CONTINUE
007830     END-READ.
007840     IF WS-SCM-STATUS NOT = "23"
007850         IF WS-SCM-STATUS NOT = "00" AND WS-SCM-STATUS NOT = "02"
007860             DISPLAY "MASTER READ ERROR - STATUS " WS-SCM-STATUS
007870             MOVE 16 TO WS-JOB-RC
007880             SET WS-ARCH-EOF TO TRUE
007890             GO TO 2100-EXIT
007900         END-IF
007910         IF SCM-RUN-DATE = SCA-RUN-DATE
007920            AND SCM-DECK-ID = SCA-DECK-ID
007930             ADD 1 TO WS-SCA-STILL-LIVE
007940             GO TO 2100-EXIT
007950         END-IF
007960     END-IF.
007961     PERFORM 2200-CHECK-ARCHIVE-REPEAT THRU 2200-EXIT.
007962     IF WS-ARP-FOUND-IDX > 0
007963         ADD 1 TO WS-SCA-REPEATED
007964         GO TO 2100-EXIT
007965     END-IF.
007970     MOVE SCA-PROMO-CODE TO WS-CARD-PROMO.
007980     MOVE SCA-DECK-ID TO WS-CARD-DECK.
007990     MOVE SCA-MATCH-COUNT TO WS-CARD-MATCH.
008000     PERFORM 2500-PRICE-ONE-CARD THRU 2500-EXIT.
008010     GO TO 2100-EXIT.
008020 2100-EXIT.
008021     EXIT.
008022*
008023*    A FULL TABLE LEAVES LATER COPIES UNCHECKED - PRICED, BUT
008024*    COUNTED AND REPORTED.
008025 2200-CHECK-ARCHIVE-REPEAT.
008026     MOVE 0 TO WS-ARP-FOUND-IDX.
008027     PERFORM 2210-TEST-ONE-ARCHIVE-COPY THRU 2210-EXIT
008028         VARYING WS-ARP-IDX FROM 1 BY 1
008029         UNTIL WS-ARP-IDX > WS-ARP-COUNT
008030            OR WS-ARP-FOUND-IDX > 0.
008031     IF WS-ARP-FOUND-IDX > 0
008032         GO TO 2200-EXIT
008033     END-IF.
008034     IF WS-ARP-COUNT = 5000
008035         ADD 1 TO WS-SCA-NOT-CHECKED
008036         GO TO 2200-EXIT
008037     END-IF.
008038     ADD 1 TO WS-ARP-COUNT.
008039     MOVE SCA-KEY TO ARP-KEY(WS-ARP-COUNT).
008040     MOVE SCA-RUN-DATE TO ARP-RUN-DATE(WS-ARP-COUNT).
008041     MOVE SCA-DECK-ID TO ARP-DECK-ID(WS-ARP-COUNT).
008042     GO TO 2200-EXIT.
008043 2200-EXIT.
008044     EXIT.
008045*
008046 2210-TEST-ONE-ARCHIVE-COPY.
008047     IF ARP-KEY(WS-ARP-IDX) = SCA-KEY
008048        AND ARP-RUN-DATE(WS-ARP-IDX) = SCA-RUN-DATE
008049        AND ARP-DECK-ID(WS-ARP-IDX) = SCA-DECK-ID
008050         MOVE WS-ARP-IDX TO WS-ARP-FOUND-IDX
008051     END-IF.
008052     GO TO 2210-EXIT.
008053 2210-EXIT.
008054     EXIT.
008055*
008056*    EVERY SCHEDULE PRICES THE SAME CARD, SO THE COLUMNS OF A
008060*    ROW ALWAYS COVER THE SAME CARDS.
008070 2500-PRICE-ONE-CARD.
008080     PERFORM 2600-FIND-SEASON THRU 2600-EXIT.
008081     IF WS-JOB-RC = 16
008082         SET WS-ARCH-EOF TO TRUE
008083         SET WS-SCM-EOF TO TRUE
008084         GO TO 2500-EXIT
008085     END-IF.
008090     IF WS-PRM-FOUND-IDX = 0
008100         ADD 1 TO WS-NOT-PRICED
008110         GO TO 2500-EXIT
008120     END-IF.
008130     ADD 1 TO PRM-CARD-COUNT(WS-PRM-FOUND-IDX).
008140     ADD 1 TO WS-CARDS-PRICED.
008150     PERFORM 2700-FIND-DECK THRU 2700-EXIT.
008160     IF WS-DCK-FOUND-IDX > 0
008170         ADD 1 TO DCK-CARD-COUNT(WS-DCK-FOUND-IDX)
008180     END-IF.
008190     PERFORM 2510-PRICE-UNDER-ONE-SCHEDULE THRU 2510-EXIT
008200         VARYING WS-SCH-IDX FROM 1 BY 1
008210         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
008220     GO TO 2500-EXIT.
008230 2500-EXIT.
008240     EXIT.
008250*
008260 2510-PRICE-UNDER-ONE-SCHEDULE.
008270     MOVE 0 TO WS-TIER-FOUND-IDX.
008280     MOVE "N" TO WS-TIER-FOUND-SW.
008290     IF WS-SCH-IDX = 1
008300         PERFORM 2810-TEST-ONE-SEASON-TIER THRU 2810-EXIT
008310             VARYING WS-TIER-IDX FROM 1 BY 1
008320             UNTIL WS-TIER-IDX > PRM-TIER-COUNT(WS-PRM-FOUND-IDX)
008330                OR WS-TIER-FOUND
008340     ELSE
008350         COMPUTE WS-CND-IDX = WS-SCH-IDX - 1
008360         PERFORM 2820-TEST-ONE-CANDIDATE-TIER THRU 2820-EXIT
008370             VARYING WS-TIER-IDX FROM 1 BY 1
008380             UNTIL WS-TIER-IDX > CND-TIER-COUNT(WS-CND-IDX)
008390                OR WS-TIER-FOUND
008400     END-IF.
008410     IF WS-TIER-FOUND-IDX = 0
008420         GO TO 2510-EXIT
008430     END-IF.
008440     ADD 1 TO PRM-ST-CARDS(WS-PRM-FOUND-IDX, WS-SCH-IDX,
008450         WS-TIER-FOUND-IDX).
008460     ADD WS-TIER-PAYOUT TO PRM-ST-LIAB(WS-PRM-FOUND-IDX,
008470         WS-SCH-IDX, WS-TIER-FOUND-IDX).
008480     ADD 1 TO PRM-SCH-CARDS(WS-PRM-FOUND-IDX, WS-SCH-IDX).
008490     ADD WS-TIER-PAYOUT
008500         TO PRM-SCH-LIAB(WS-PRM-FOUND-IDX, WS-SCH-IDX).
008510     IF WS-DCK-FOUND-IDX > 0
008520         ADD 1 TO DCK-SCH-CARDS(WS-DCK-FOUND-IDX, WS-SCH-IDX)
008530         ADD WS-TIER-PAYOUT
008540             TO DCK-SCH-LIAB(WS-DCK-FOUND-IDX, WS-SCH-IDX)
008550     END-IF.
008560     GO TO 2510-EXIT.
008570 2510-EXIT.
008580     EXIT.
008590*
008600*    A NEW SEASON PICKS UP ITS SCHEDULE HERE - THE PROMOTION
008610*    MASTER'S OWN, ELSE TIERDEF, AS THE SCORING STEP PRICES IT.
008620 2600-FIND-SEASON.
008630     MOVE 0 TO WS-PRM-FOUND-IDX.
008640     PERFORM 2610-TEST-ONE-SEASON THRU 2610-EXIT
008650         VARYING WS-PRM-IDX FROM WS-PRM-COUNT BY -1
008660         UNTIL WS-PRM-IDX < 1
008670            OR WS-PRM-FOUND-IDX > 0.
008680     IF WS-PRM-FOUND-IDX > 0
008690         GO TO 2600-EXIT
008700     END-IF.
008710     IF WS-PRM-COUNT = 50
008720         GO TO 2600-EXIT
008730     END-IF.
008740     ADD 1 TO WS-PRM-COUNT.
008750     MOVE WS-PRM-COUNT TO WS-PRM-FOUND-IDX.
008760     INITIALIZE WS-PRM-ENTRY(WS-PRM-COUNT).
008770     MOVE WS-CARD-PROMO TO PRM-PROMO-CODE(WS-PRM-COUNT).
008780     MOVE "N" TO PRM-SOURCE(WS-PRM-COUNT).
008790     IF WS-PMS-OPEN
008800         MOVE WS-CARD-PROMO TO PMS-PROMO-CODE
008810         READ PROMO-MASTER
008820             INVALID KEY CONTINUE
008830         END-READ
008831         IF WS-PMS-STATUS NOT = "00" AND WS-PMS-STATUS NOT = "23"
008832             DISPLAY "PROMOTION MASTER READ ERROR - STATUS "
008833                 WS-PMS-STATUS " PROMOTION " WS-CARD-PROMO
008834             MOVE 16 TO WS-JOB-RC
008835             SUBTRACT 1 FROM WS-PRM-COUNT
008836             MOVE 0 TO WS-PRM-FOUND-IDX
008837             GO TO 2600-EXIT
008838         END-IF
008840         IF WS-PMS-STATUS = "00"
008850            AND PMS-TIER-COUNT > 0
008860            AND PMS-TIER-COUNT NOT > 20
008870             MOVE "M" TO PRM-SOURCE(WS-PRM-COUNT)
008880             MOVE PMS-TIER-COUNT TO PRM-TIER-COUNT(WS-PRM-COUNT)
008890             PERFORM 2620-COPY-ONE-MASTER-TIER THRU 2620-EXIT
008900                 VARYING WS-TIER-IDX FROM 1 BY 1
008910                 UNTIL WS-TIER-IDX > PMS-TIER-COUNT
008920             GO TO 2600-EXIT
008930         END-IF
008940     END-IF.
008950     IF WS-TIER-COUNT > 0
008960         MOVE "T" TO PRM-SOURCE(WS-PRM-COUNT)
008970     END-IF.
008980     MOVE WS-TIER-COUNT TO PRM-TIER-COUNT(WS-PRM-COUNT).
008990     PERFORM 2630-COPY-ONE-DEFAULT-TIER THRU 2630-EXIT
009000         VARYING WS-TIER-IDX FROM 1 BY 1
009010         UNTIL WS-TIER-IDX > WS-TIER-COUNT.
009020     GO TO 2600-EXIT.
009030 2600-EXIT.
009040     EXIT.
009050*
009060 2610-TEST-ONE-SEASON.
009070     IF PRM-PROMO-CODE(WS-PRM-IDX) = WS-CARD-PROMO
009080         MOVE WS-PRM-IDX TO WS-PRM-FOUND-IDX
009090     END-IF.
009100     GO TO 2610-EXIT.
009110 2610-EXIT.
009120     EXIT.
009130*
009140 2620-COPY-ONE-MASTER-TIER.
009150     MOVE PMS-TR-LOW(WS-TIER-IDX)
009160         TO PRM-TR-LOW(WS-PRM-COUNT, WS-TIER-IDX).
009170     MOVE PMS-TR-HIGH(WS-TIER-IDX)
009180         TO PRM-TR-HIGH(WS-PRM-COUNT, WS-TIER-IDX).
009190     MOVE PMS-TR-NAME(WS-TIER-IDX)
009200         TO PRM-TR-NAME(WS-PRM-COUNT, WS-TIER-IDX).
009210     MOVE PMS-TR-PAYOUT(WS-TIER-IDX)
009220         TO PRM-TR-PAYOUT(WS-PRM-COUNT, WS-TIER-IDX).
009230     GO TO 2620-EXIT.
009240 2620-EXIT.
009250     EXIT.
009260*
009270 2630-COPY-ONE-DEFAULT-TIER.
009280     MOVE WS-TR-LOW(WS-TIER-IDX)
009290         TO PRM-TR-LOW(WS-PRM-COUNT, WS-TIER-IDX).
009300     MOVE WS-TR-HIGH(WS-TIER-IDX)
009310         TO PRM-TR-HIGH(WS-PRM-COUNT, WS-TIER-IDX).
009320     MOVE WS-TR-NAME(WS-TIER-IDX)
009330         TO PRM-TR-NAME(WS-PRM-COUNT, WS-TIER-IDX).
009340     MOVE WS-TR-PAYOUT(WS-TIER-IDX)
009350         TO PRM-TR-PAYOUT(WS-PRM-COUNT, WS-TIER-IDX).
009360     GO TO 2630-EXIT.
009370 2630-EXIT.
009380     EXIT.
009390*
009400*    A DECK BELONGS TO ONE PROMOTION; THE SAME DECK ID UNDER
009410*    ANOTHER PROMOTION IS ANOTHER DECK.  A FULL TABLE LEAVES
009420*    THE CARD OUT OF THE DECK BREAKOUT ONLY.
009430 2700-FIND-DECK.
009440     MOVE 0 TO WS-DCK-FOUND-IDX.
009450     PERFORM 2710-TEST-ONE-DECK THRU 2710-EXIT
009460         VARYING WS-DCK-IDX FROM WS-DCK-COUNT BY -1
009470         UNTIL WS-DCK-IDX < 1
009480            OR WS-DCK-FOUND-IDX > 0.
009490     IF WS-DCK-FOUND-IDX > 0
009500         GO TO 2700-EXIT
009510     END-IF.
009520     IF WS-DCK-COUNT = 2000
009530         ADD 1 TO WS-NO-DECK-ROOM
009540         GO TO 2700-EXIT
009550     END-IF.
009560     ADD 1 TO WS-DCK-COUNT.
009570     MOVE WS-DCK-COUNT TO WS-DCK-FOUND-IDX.
009580     INITIALIZE WS-DCK-ENTRY(WS-DCK-COUNT).
009590     MOVE WS-PRM-FOUND-IDX TO DCK-PRM-IDX(WS-DCK-COUNT).
009600     MOVE WS-CARD-DECK TO DCK-DECK-ID(WS-DCK-COUNT).
009610     GO TO 2700-EXIT.
009620 2700-EXIT.
009630     EXIT.
009640*
009650 2710-TEST-ONE-DECK.
009660     IF DCK-PRM-IDX(WS-DCK-IDX) = WS-PRM-FOUND-IDX
009670        AND DCK-DECK-ID(WS-DCK-IDX) = WS-CARD-DECK
009680         MOVE WS-DCK-IDX TO WS-DCK-FOUND-IDX
009690     END-IF.
009700     GO TO 2710-EXIT.
009710 2710-EXIT.
009720     EXIT.
009730*
009740*    FIRST TIER WHOSE RANGE COVERS THE MATCH COUNT - THE SAME
009750*    RULE AS THE SCORING STEP'S 2456.
009760 2810-TEST-ONE-SEASON-TIER.
009770     IF WS-CARD-MATCH NOT <
009780            PRM-TR-LOW(WS-PRM-FOUND-IDX, WS-TIER-IDX)
009790        AND WS-CARD-MATCH NOT >
009800            PRM-TR-HIGH(WS-PRM-FOUND-IDX, WS-TIER-IDX)
009810         SET WS-TIER-FOUND TO TRUE
009820         MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
009830         MOVE PRM-TR-PAYOUT(WS-PRM-FOUND-IDX, WS-TIER-IDX)
009840             TO WS-TIER-PAYOUT
009850     END-IF.
009860     GO TO 2810-EXIT.
009870 2810-EXIT.
009880     EXIT.
009890*
009900 2820-TEST-ONE-CANDIDATE-TIER.
009910     IF WS-CARD-MATCH NOT <
009920            CND-TR-LOW(WS-CND-IDX, WS-TIER-IDX)
009930        AND WS-CARD-MATCH NOT >
009940            CND-TR-HIGH(WS-CND-IDX, WS-TIER-IDX)
009950         SET WS-TIER-FOUND TO TRUE
009960         MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
009970         MOVE CND-TR-PAYOUT(WS-CND-IDX, WS-TIER-IDX)
009980             TO WS-TIER-PAYOUT
009990     END-IF.
010000     GO TO 2820-EXIT.
010010 2820-EXIT.
010020     EXIT.
010030*
010040*================================================================*
010050*    3000 - PRICE THE CARDS ON THE MASTER                        *
010060*================================================================*
010070 3000-PRICE-MASTER.
010080     MOVE LOW-VALUES TO SCM-KEY.
010090     START SCORED-MASTER KEY NOT < SCM-KEY
010100         INVALID KEY SET WS-SCM-EOF TO TRUE
010110     END-START.
010120     PERFORM 3100-PRICE-ONE-MASTER-CARD THRU 3100-EXIT
010130         UNTIL WS-SCM-EOF.
010140     GO TO 3000-EXIT.
010150 3000-EXIT.
010160     EXIT.
010170*
010180 3100-PRICE-ONE-MASTER-CARD.
010190     READ SCORED-MASTER NEXT RECORD
010200         AT END SET WS-SCM-EOF TO TRUE
010210     END-READ.
010220     IF WS-SCM-EOF
010230         GO TO 3100-EXIT
010240     END-IF.
010250     IF WS-SCM-STATUS NOT = "00" AND WS-SCM-STATUS NOT = "02"
010260         DISPLAY "MASTER SWEEP READ ERROR - STATUS "
010270             WS-SCM-STATUS
010280         MOVE 16 TO WS-JOB-RC
010290         SET WS-SCM-EOF TO TRUE
010300         GO TO 3100-EXIT
010310     END-IF.
010320     ADD 1 TO WS-SCM-READ.
010330     MOVE SCM-PROMO-CODE TO WS-CARD-PROMO.
010340     MOVE SCM-DECK-ID TO WS-CARD-DECK.
010350     MOVE SCM-MATCH-COUNT TO WS-CARD-MATCH.
010360     PERFORM 2500-PRICE-ONE-CARD THRU 2500-EXIT.
010370     GO TO 3100-EXIT.
010380 3100-EXIT.
010390     EXIT.
010400*
010410*================================================================*
010420*    4000 - THE COMPARISON REPORT                                *
010430*================================================================*
010440*    ONE SECTION PER PROMOTION - TIER ROWS, TOTAL, CHANGE, THEN
010450*    ITS DECKS - AND A CLOSING SECTION OVER ALL PROMOTIONS.
010460 4000-WRITE-REPORT.
010470     PERFORM 4100-REPORT-ONE-SEASON THRU 4100-EXIT
010480         VARYING WS-PRM-IDX FROM 1 BY 1
010490         UNTIL WS-PRM-IDX > WS-PRM-COUNT.
010500     PERFORM 4500-REPORT-ALL-SEASONS THRU 4500-EXIT.
010510     PERFORM 4600-REPORT-RUN-TOTALS THRU 4600-EXIT.
010520     GO TO 4000-EXIT.
010530 4000-EXIT.
010540     EXIT.
010550*
010560 4100-REPORT-ONE-SEASON.
010570     MOVE SPACES TO WS-RPT-PRINT-LINE.
010580     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
010590     MOVE PRM-CARD-COUNT(WS-PRM-IDX) TO WS-EDIT-COUNT.
010600     MOVE SPACES TO RPT-TX-TEXT.
010610     EVALUATE TRUE
010620         WHEN PRM-FROM-MASTER(WS-PRM-IDX)
010630             STRING "PROMOTION " PRM-PROMO-CODE(WS-PRM-IDX)
010640                 " - " WS-EDIT-COUNT " CARDS SCORED - ACTUAL "
010650                 "SCHEDULE FROM THE PROMOTION MASTER"
010660                 DELIMITED BY SIZE INTO RPT-TX-TEXT
010670             END-STRING
010680         WHEN PRM-FROM-TIERDEF(WS-PRM-IDX)
010690             STRING "PROMOTION " PRM-PROMO-CODE(WS-PRM-IDX)
010700                 " - " WS-EDIT-COUNT " CARDS SCORED - ACTUAL "
010710                 "SCHEDULE FROM TIERDEF"
010720                 DELIMITED BY SIZE INTO RPT-TX-TEXT
010730             END-STRING
010740         WHEN OTHER
010750             STRING "PROMOTION " PRM-PROMO-CODE(WS-PRM-IDX)
010760                 " - " WS-EDIT-COUNT " CARDS SCORED - NO ACTUAL "
010770                 "SCHEDULE ON FILE"
010780                 DELIMITED BY SIZE INTO RPT-TX-TEXT
010790             END-STRING
010800     END-EVALUATE.
010810     PERFORM 4030-PRINT-TEXT-LINE THRU 4030-EXIT.
010820     MOVE SPACES TO WS-RPT-PRINT-LINE.
010830     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
010840     MOVE "TIER (ACTUAL NAME)" TO RPT-CP-LABEL.
010850     PERFORM 4040-PRINT-COLUMN-HEADERS THRU 4040-EXIT.
010860     MOVE PRM-TIER-COUNT(WS-PRM-IDX) TO WS-TIER-ROWS.
010870     PERFORM 4105-WIDEN-TIER-ROWS THRU 4105-EXIT
010880         VARYING WS-CND-IDX FROM 1 BY 1
010890         UNTIL WS-CND-IDX > WS-CND-COUNT.
010900     PERFORM 4110-REPORT-ONE-TIER-ROW THRU 4110-EXIT
010910         VARYING WS-TIER-IDX FROM 1 BY 1
010920         UNTIL WS-TIER-IDX > WS-TIER-ROWS.
010930     MOVE "TOTAL IN A PAYING TIER" TO WS-CMP-LABEL.
010940     PERFORM 4120-COPY-SEASON-TOTAL THRU 4120-EXIT
010950         VARYING WS-SCH-IDX FROM 1 BY 1
010960         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
010970     PERFORM 4200-PRINT-TOTAL-ROWS THRU 4200-EXIT.
010980     MOVE SPACES TO WS-RPT-PRINT-LINE.
010990     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
011000     MOVE "  DECK          CARDS" TO RPT-CP-LABEL.
011010     PERFORM 4040-PRINT-COLUMN-HEADERS THRU 4040-EXIT.
011020     PERFORM 4150-REPORT-ONE-DECK THRU 4150-EXIT
011030         VARYING WS-DCK-IDX FROM 1 BY 1
011040         UNTIL WS-DCK-IDX > WS-DCK-COUNT.
011050     GO TO 4100-EXIT.
011060 4100-EXIT.
011070     EXIT.
011080*
011090*    AS MANY TIER ROWS AS THE LONGEST SCHEDULE COMPARED.
011100 4105-WIDEN-TIER-ROWS.
011110     IF CND-TIER-COUNT(WS-CND-IDX) > WS-TIER-ROWS
011120         MOVE CND-TIER-COUNT(WS-CND-IDX) TO WS-TIER-ROWS
011130     END-IF.
011140     GO TO 4105-EXIT.
011150 4105-EXIT.
011160     EXIT.
011170*
011180 4110-REPORT-ONE-TIER-ROW.
011190     MOVE SPACES TO WS-RPT-DETAIL-LINE.
011200     MOVE WS-TIER-IDX TO RPT-DL-TIER-NO.
011210     IF WS-TIER-IDX NOT > PRM-TIER-COUNT(WS-PRM-IDX)
011220         MOVE PRM-TR-NAME(WS-PRM-IDX, WS-TIER-IDX)
011230             TO RPT-DL-TIER-NAME
011240     END-IF.
011250     PERFORM 4111-FILL-ONE-TIER-COLUMN THRU 4111-EXIT
011260         VARYING WS-SCH-IDX FROM 1 BY 1
011270         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
011280     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-PRINT-LINE.
011290     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
011300     GO TO 4110-EXIT.
011310 4110-EXIT.
011320     EXIT.
011330*
011340 4111-FILL-ONE-TIER-COLUMN.
011350     IF WS-SCH-IDX = 1
011360         IF WS-TIER-IDX > PRM-TIER-COUNT(WS-PRM-IDX)
011370             GO TO 4111-EXIT
011380         END-IF
011390     ELSE
011400         COMPUTE WS-CND-IDX = WS-SCH-IDX - 1
011410         IF WS-TIER-IDX > CND-TIER-COUNT(WS-CND-IDX)
011420             GO TO 4111-EXIT
011430         END-IF
011440     END-IF.
011450     MOVE PRM-ST-CARDS(WS-PRM-IDX, WS-SCH-IDX, WS-TIER-IDX)
011460         TO RPT-DL-CARDS(WS-SCH-IDX).
011470     MOVE PRM-ST-LIAB(WS-PRM-IDX, WS-SCH-IDX, WS-TIER-IDX)
011480         TO RPT-DL-LIAB(WS-SCH-IDX).
011490     GO TO 4111-EXIT.
011500 4111-EXIT.
011510     EXIT.
011520*
011530 4120-COPY-SEASON-TOTAL.
011540     MOVE PRM-SCH-CARDS(WS-PRM-IDX, WS-SCH-IDX)
011550         TO CMP-SCH-CARDS(WS-SCH-IDX).
011560     MOVE PRM-SCH-LIAB(WS-PRM-IDX, WS-SCH-IDX)
011570         TO CMP-SCH-LIAB(WS-SCH-IDX).
011580     ADD PRM-SCH-CARDS(WS-PRM-IDX, WS-SCH-IDX)
011590         TO GRD-SCH-CARDS(WS-SCH-IDX).
011600     ADD PRM-SCH-LIAB(WS-PRM-IDX, WS-SCH-IDX)
011610         TO GRD-SCH-LIAB(WS-SCH-IDX).
011620     GO TO 4120-EXIT.
011630 4120-EXIT.
011640     EXIT.
011650*
011660*    EACH OF THE PROMOTION'S DECKS - ITS CARDS SCORED, THEN THE
011670*    CARDS IN A PAYING TIER AND THEIR LIABILITY PER SCHEDULE.
011680 4150-REPORT-ONE-DECK.
011690     IF DCK-PRM-IDX(WS-DCK-IDX) NOT = WS-PRM-IDX
011700         GO TO 4150-EXIT
011710     END-IF.
011720     MOVE SPACES TO WS-RPT-DETAIL-LINE.
011730     MOVE DCK-DECK-ID(WS-DCK-IDX) TO RPT-DL-DECK-ID.
011740     MOVE DCK-CARD-COUNT(WS-DCK-IDX) TO RPT-DL-DECK-CARDS.
011750     PERFORM 4151-FILL-ONE-DECK-COLUMN THRU 4151-EXIT
011760         VARYING WS-SCH-IDX FROM 1 BY 1
011770         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
011780     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-PRINT-LINE.
011790     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
011800     GO TO 4150-EXIT.
011810 4150-EXIT.
011820     EXIT.
011830*
011840 4151-FILL-ONE-DECK-COLUMN.
011850     MOVE DCK-SCH-CARDS(WS-DCK-IDX, WS-SCH-IDX)
011860         TO RPT-DL-CARDS(WS-SCH-IDX).
011870     MOVE DCK-SCH-LIAB(WS-DCK-IDX, WS-SCH-IDX)
011880         TO RPT-DL-LIAB(WS-SCH-IDX).
011890     GO TO 4151-EXIT.
011900 4151-EXIT.
011910     EXIT.
011920*
011930*    THE TOTAL ROW FROM WS-COMPARE-AREA, THEN EACH CANDIDATE'S
011940*    DIFFERENCE FROM THE ACTUAL COLUMN.
011950 4200-PRINT-TOTAL-ROWS.
011960     MOVE SPACES TO WS-RPT-DETAIL-LINE.
011970     MOVE WS-CMP-LABEL TO RPT-DL-LABEL.
011980     PERFORM 4210-FILL-ONE-TOTAL-COLUMN THRU 4210-EXIT
011990         VARYING WS-SCH-IDX FROM 1 BY 1
012000         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
012010     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-PRINT-LINE.
012020     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
012030     MOVE SPACES TO WS-RPT-CHANGE-LINE.
012040     MOVE "CHANGE FROM ACTUAL" TO RPT-CL-LABEL.
012050     PERFORM 4220-FILL-ONE-CHANGE-COLUMN THRU 4220-EXIT
012060         VARYING WS-SCH-IDX FROM 2 BY 1
012070         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
012080     MOVE WS-RPT-CHANGE-LINE TO WS-RPT-PRINT-LINE.
012090     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
012100     GO TO 4200-EXIT.
012110 4200-EXIT.
012120     EXIT.
012130*
012140 4210-FILL-ONE-TOTAL-COLUMN.
012150     MOVE CMP-SCH-CARDS(WS-SCH-IDX) TO RPT-DL-CARDS(WS-SCH-IDX).
012160     MOVE CMP-SCH-LIAB(WS-SCH-IDX) TO RPT-DL-LIAB(WS-SCH-IDX).
012170     GO TO 4210-EXIT.
012180 4210-EXIT.
012190     EXIT.
012200*
012210 4220-FILL-ONE-CHANGE-COLUMN.
012220     COMPUTE WS-CHANGE-CARDS =
012230         CMP-SCH-CARDS(WS-SCH-IDX) - CMP-SCH-CARDS(1).
012240     COMPUTE WS-CHANGE-LIAB =
012250         CMP-SCH-LIAB(WS-SCH-IDX) - CMP-SCH-LIAB(1).
012260     MOVE WS-CHANGE-CARDS TO RPT-CL-CARDS(WS-SCH-IDX).
012270     MOVE WS-CHANGE-LIAB TO RPT-CL-LIAB(WS-SCH-IDX).
012280     GO TO 4220-EXIT.
012290 4220-EXIT.
012300     EXIT.
012310*
012320*    ONE LINE PER PROMOTION, THEN THE GRAND TOTAL AND ITS
012330*    CHANGE FROM ACTUAL.
012340 4500-REPORT-ALL-SEASONS.
012350     MOVE SPACES TO WS-RPT-PRINT-LINE.
012360     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
012370     MOVE WS-CARDS-PRICED TO WS-EDIT-COUNT.
012380     MOVE SPACES TO RPT-TX-TEXT.
012390     STRING "ALL PROMOTIONS - " WS-EDIT-COUNT " CARDS SCORED"
012400         DELIMITED BY SIZE INTO RPT-TX-TEXT
012410     END-STRING.
012420     PERFORM 4030-PRINT-TEXT-LINE THRU 4030-EXIT.
012430     MOVE SPACES TO WS-RPT-PRINT-LINE.
012440     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
012450     MOVE "PROMOTION" TO RPT-CP-LABEL.
012460     PERFORM 4040-PRINT-COLUMN-HEADERS THRU 4040-EXIT.
012470     PERFORM 4510-REPORT-ONE-SEASON-LINE THRU 4510-EXIT
012480         VARYING WS-PRM-IDX FROM 1 BY 1
012490         UNTIL WS-PRM-IDX > WS-PRM-COUNT.
012500     MOVE "ALL PROMOTIONS" TO WS-CMP-LABEL.
012510     PERFORM 4520-COPY-GRAND-TOTAL THRU 4520-EXIT
012520         VARYING WS-SCH-IDX FROM 1 BY 1
012530         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
012540     PERFORM 4200-PRINT-TOTAL-ROWS THRU 4200-EXIT.
012550     GO TO 4500-EXIT.
012560 4500-EXIT.
012570     EXIT.
012580*
012590 4510-REPORT-ONE-SEASON-LINE.
012600     MOVE SPACES TO WS-RPT-DETAIL-LINE.
012610     MOVE PRM-PROMO-CODE(WS-PRM-IDX) TO RPT-DL-LABEL.
012620     PERFORM 4511-FILL-ONE-SEASON-COLUMN THRU 4511-EXIT
012630         VARYING WS-SCH-IDX FROM 1 BY 1
012640         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
012650     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-PRINT-LINE.
012660     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
012670     GO TO 4510-EXIT.
012680 4510-EXIT.
012690     EXIT.
012700*
012710 4511-FILL-ONE-SEASON-COLUMN.
012720     MOVE PRM-SCH-CARDS(WS-PRM-IDX, WS-SCH-IDX)
012730         TO RPT-DL-CARDS(WS-SCH-IDX).
012740     MOVE PRM-SCH-LIAB(WS-PRM-IDX, WS-SCH-IDX)
012750         TO RPT-DL-LIAB(WS-SCH-IDX).
012760     GO TO 4511-EXIT.
012770 4511-EXIT.
012780     EXIT.
012790*
012800 4520-COPY-GRAND-TOTAL.
012810     MOVE GRD-SCH-CARDS(WS-SCH-IDX) TO CMP-SCH-CARDS(WS-SCH-IDX).
012820     MOVE GRD-SCH-LIAB(WS-SCH-IDX) TO CMP-SCH-LIAB(WS-SCH-IDX).
012830     GO TO 4520-EXIT.
012840 4520-EXIT.
012850     EXIT.
012860*
012870*    WHAT WAS READ AND WHAT WAS LEFT OUT.
012880 4600-REPORT-RUN-TOTALS.
012890     MOVE SPACES TO WS-RPT-PRINT-LINE.
012900     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
012910     MOVE "MASTER RECORDS READ" TO RPT-TL-LABEL.
012920     MOVE WS-SCM-READ TO RPT-TL-VALUE.
012930     PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT.
012940     IF WS-ARCHIVE-FOUND
012950         MOVE "ARCHIVE RECORDS READ" TO RPT-TL-LABEL
012960         MOVE WS-SCA-READ TO RPT-TL-VALUE
012970         PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT
012980         MOVE "  STILL LIVE - PRICED FROM THE MASTER"
012990             TO RPT-TL-LABEL
013000         MOVE WS-SCA-STILL-LIVE TO RPT-TL-VALUE
013010         PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT
013012         MOVE "  REPEAT COPIES - PRICED ONCE" TO RPT-TL-LABEL
013014         MOVE WS-SCA-REPEATED TO RPT-TL-VALUE
013016         PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT
013020         MOVE "  UNREADABLE - NOT PRICED" TO RPT-TL-LABEL
013030         MOVE WS-SCA-UNUSABLE TO RPT-TL-VALUE
013040         PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT
013050     ELSE
013060         MOVE "  NO MASTER ARCHIVE ON FILE - LIVE CARDS ONLY"
013070             TO RPT-TX-TEXT
013080         PERFORM 4030-PRINT-TEXT-LINE THRU 4030-EXIT
013090     END-IF.
013100     MOVE "CARDS PRICED" TO RPT-TL-LABEL.
013110     MOVE WS-CARDS-PRICED TO RPT-TL-VALUE.
013120     PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT.
013130     IF WS-NOT-PRICED > 0
013140         MOVE "CARDS NOT PRICED - MORE THAN 50 PROMOTIONS"
013150             TO RPT-TL-LABEL
013160         MOVE WS-NOT-PRICED TO RPT-TL-VALUE
013170         PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT
013180         MOVE 4 TO WS-JOB-RC
013190     END-IF.
013200     IF WS-NO-DECK-ROOM > 0
013210         MOVE "CARDS OUT OF THE DECK BREAKOUT - DECK TABLE FULL"
013220             TO RPT-TL-LABEL
013230         MOVE WS-NO-DECK-ROOM TO RPT-TL-VALUE
013231         PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT
013232         MOVE 4 TO WS-JOB-RC
013233     END-IF.
013234     IF WS-SCA-NOT-CHECKED > 0
013235         MOVE "ARCHIVE COPIES NOT CHECKED FOR REPEATS"
013236             TO RPT-TL-LABEL
013237         MOVE WS-SCA-NOT-CHECKED TO RPT-TL-VALUE
013240         PERFORM 4050-PRINT-TOTAL-LINE THRU 4050-EXIT
013250         MOVE 4 TO WS-JOB-RC
013260     END-IF.
013270     GO TO 4600-EXIT.
013280 4600-EXIT.
013290     EXIT.
013300*
013310 4010-RPT-PAGE-HEADING.
013320     ADD 1 TO WS-RPT-PAGE.
013330     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
013340     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
013350     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
013360     WRITE FD-SIM-LINE FROM WS-RPT-HEADING-1.
013370     MOVE SPACES TO FD-SIM-LINE.
013380     WRITE FD-SIM-LINE.
013390     MOVE 2 TO WS-RPT-LINE-CNT.
013400     GO TO 4010-EXIT.
013410 4010-EXIT.
013420     EXIT.
013430*
013440 4020-WRITE-RPT-LINE.
013450     IF WS-RPT-LINE-CNT > 55
013460         PERFORM 4010-RPT-PAGE-HEADING THRU 4010-EXIT
013470     END-IF.
013480     WRITE FD-SIM-LINE FROM WS-RPT-PRINT-LINE.
013490     ADD 1 TO WS-RPT-LINE-CNT.
013500     GO TO 4020-EXIT.
013510 4020-EXIT.
013520     EXIT.
013530*
013540 4030-PRINT-TEXT-LINE.
013550     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
013560     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
013570     GO TO 4030-EXIT.
013580 4030-EXIT.
013590     EXIT.
013600*
013610*    THE SCHEDULE NAMES OVER THE COLUMNS, THEN THE CAPTIONS -
013620*    THE CALLER SETS RPT-CP-LABEL.
013630 4040-PRINT-COLUMN-HEADERS.
013640     MOVE SPACES TO WS-RPT-SCHED-HEADER.
013650     PERFORM 4041-NAME-ONE-COLUMN THRU 4041-EXIT
013660         VARYING WS-SCH-IDX FROM 1 BY 1
013670         UNTIL WS-SCH-IDX > WS-SCH-COUNT.
013680     MOVE WS-RPT-SCHED-HEADER TO WS-RPT-PRINT-LINE.
013690     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
013700     MOVE WS-RPT-CAPTION-HEADER TO WS-RPT-PRINT-LINE.
013710     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
013720     MOVE SPACES TO WS-RPT-CAPTION-HEADER.
013730     GO TO 4040-EXIT.
013740 4040-EXIT.
013750     EXIT.
013760*
013770 4041-NAME-ONE-COLUMN.
013780     IF WS-SCH-IDX = 1
013790         MOVE "ACTUAL" TO RPT-SH-NAME(WS-SCH-IDX)
013800     ELSE
013810         COMPUTE WS-CND-IDX = WS-SCH-IDX - 1
013820         STRING "CANDIDATE " CND-FILE-NAME(WS-CND-IDX)
013830             DELIMITED BY SIZE INTO RPT-SH-NAME(WS-SCH-IDX)
013840         END-STRING
013850     END-IF.
013860     MOVE WS-COL-CAPTION TO RPT-CP-COL(WS-SCH-IDX).
013870     GO TO 4041-EXIT.
013880 4041-EXIT.
013890     EXIT.
013900*
013910 4050-PRINT-TOTAL-LINE.
013920     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
013930     PERFORM 4020-WRITE-RPT-LINE THRU 4020-EXIT.
013940     GO TO 4050-EXIT.
013950 4050-EXIT.
013960     EXIT.
013970*
013980*================================================================*
013990*    5000 - END OF RUN                                           *
014000*================================================================*
014010 5000-FINALIZE.
014020     DISPLAY "TIER WHAT-IF SIMULATION COMPLETE".
014030     DISPLAY "  CARDS PRICED:    " WS-CARDS-PRICED.
014040     DISPLAY "  SCHEDULES:       " WS-SCH-COUNT.
014050     DISPLAY "  RETURN CODE:     " WS-JOB-RC.
014060     CLOSE SCORED-MASTER.
014070     IF WS-PMS-OPEN
014080         CLOSE PROMO-MASTER
014090     END-IF.
014100     CLOSE SIM-RPT.
014110     GO TO 5000-EXIT.
014120 5000-EXIT.
014130     EXIT.
