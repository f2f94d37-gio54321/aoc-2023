000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. mbrpost.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - MEMBER ACCOUNT POSTING.    *
000120*                 WORKS OFF THE MEMBER ACTIVITY QUEUE (MBRACTV) *
000130*                 THAT THE LOYALTY RECONCILER FILLS WITH EVERY  *
000140*                 POSTING THE LOYALTY SYSTEM ACCEPTED AND THE   *
000150*                 CARD ADJUSTMENT PROGRAM FILLS WITH EVERY      *
000160*                 REVERSAL, AND APPLIES IT TO THE MEMBER        *
000170*                 ACCOUNT MASTER (MBRACCT) - SEASON-TO-DATE AND *
000180*                 LIFETIME POINTS, WIN COUNTS BY TIER, LAST     *
000190*                 ACTIVITY DATE.  EACH POSTING ALSO GOES ON THE *
000200*                 MEMBER HISTORY (MBRHIST) WITH THE RUNNING     *
000210*                 BALANCE, WHICH THE INQUIRY AND THE MONTHLY    *
000220*                 STATEMENT READ.  POSTING LISTING ON MBRPRPT.  *
000230*---------------------------------------------------------------*
000240*
000250*    THE ACCOUNT ONLY EVER MOVES ON WHAT THE LOYALTY SYSTEM
000260*    ACKNOWLEDGED, SO ITS BALANCE IS THE BALANCE THE MEMBER
000270*    SEES.  THE EXTRACT DOES NOT CARRY THE PROMOTION, SO AN
000280*    ACCEPTED POSTING'S SEASON IS FOUND ON THE SCORED-CARD
000290*    MASTER - THE SEASON WHOSE RECORD FOR THE CARD HAS THE SAME
000300*    MEMBER AND MATCH COUNT, THE LATEST IF MORE THAN ONE DOES.
000310*    A REVERSAL NAMES ITS SEASON.  A POSTING WHOSE SEASON
000320*    CANNOT BE FOUND STILL COUNTS TOWARD THE LIFETIME FIGURES.
000325*    THE QUEUE IS CLEARED ONLY AFTER A CLEAN PASS.  AN ACTIVITY
000330*    ALREADY ON THE MEMBER'S HISTORY IS SKIPPED, SO A RERUN OF A
000335*    QUEUE LEFT STANDING POSTS ONLY WHAT THE FAILED RUN DID NOT.
000340*    RC 0 CLEAN, 4 SOMETHING REFUSED OR UNPLACED TO REVIEW,
000350*    16 FILE TROUBLE (QUEUE LEFT STANDING FOR THE RERUN).
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MEMBER-ACTIVITY
000410         ASSIGN TO "MBRACTV"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ACT-STATUS.
000440     SELECT MEMBER-ACCOUNTS
000450         ASSIGN TO "MBRACCT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS MBA-MEMBER-NO
000490         FILE STATUS IS WS-MBA-STATUS.
000500     SELECT MEMBER-HISTORY
000510         ASSIGN TO "MBRHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS MBH-KEY
000550         FILE STATUS IS WS-MBH-STATUS.
000560     SELECT SCORED-MASTER
000570         ASSIGN TO "SCOREMST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS SCM-KEY
000610         FILE STATUS IS WS-SCM-STATUS.
000620     SELECT PROMO-MASTER
000630         ASSIGN TO "PROMOMST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PMS-PROMO-CODE
000670         FILE STATUS IS WS-PMS-STATUS.
000680     SELECT TIER-DEFS
000690         ASSIGN TO "TIERDEF"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-TIER-STATUS.
000720     SELECT POST-RPT
000730         ASSIGN TO "MBRPRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780*
000790*    ACTIVITY QUEUE - SEE WS-ACTIVITY-AREA.
000800 FD  MEMBER-ACTIVITY
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 60 CHARACTERS.
000830 01  FD-ACTIVITY-RECORD           PIC X(60).
000840*
000850*---------------------------------------------------------------*
000860*    MEMBER ACCOUNT MASTER, ONE RECORD PER MEMBER NUMBER.       *
000870*    THE SEASON FIGURES BELONG TO MBA-SEASON-PROMO AND START    *
000880*    OVER WHEN THE MEMBER'S FIRST POSTING FOR A LATER SEASON    *
000890*    ARRIVES.  MBA-TIER-WINS IS SUBSCRIPTED BY THE SEASON'S     *
000900*    TIER NUMBER.  POINTS ARE SIGNED - A REVERSAL CAN ONLY TAKE *
000910*    BACK WHAT WAS POSTED, BUT THE FIELDS DO NOT ASSUME IT.     *
000920*---------------------------------------------------------------*
000930 FD  MEMBER-ACCOUNTS
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 200 CHARACTERS.
000960 01  FD-ACCOUNT-RECORD.
000970     05  MBA-MEMBER-NO            PIC 9(09).
000980     05  MBA-OPEN-DATE            PIC 9(08).
000990     05  MBA-LAST-ACTIVITY        PIC 9(08).
001000     05  MBA-SEASON-PROMO         PIC X(04).
001010     05  MBA-SEASON-POINTS        PIC S9(11).
001020     05  MBA-SEASON-CARDS         PIC 9(05).
001030     05  MBA-LIFE-POINTS          PIC S9(11).
001040     05  MBA-LIFE-CARDS           PIC 9(07).
001050     05  MBA-LIFE-WINS            PIC 9(07).
001060     05  MBA-TIER-WINS            PIC 9(05) OCCURS 20 TIMES.
001070     05  MBA-LAST-PROMO           PIC X(04).
001080     05  MBA-LAST-CARD-ID         PIC 9(05).
001090     05  FILLER                   PIC X(21).
001100*
001110*---------------------------------------------------------------*
001120*    MEMBER HISTORY, ONE RECORD PER POSTING TO AN ACCOUNT, KEYED *
001130*    BY MEMBER AND THE DATE AND TIME OF THE POSTING RUN, SO A   *
001140*    MEMBER'S RECORDS READ BACK IN THE ORDER THEY WERE POSTED.  *
001150*    MBH-BALANCE IS THE LIFETIME BALANCE AFTER THE POSTING.     *
001160*    MBH-SEASON-SW: Y COUNTED TO THE SEASON, L LIFETIME ONLY    *
001170*    (AN EARLIER SEASON), U SEASON NOT FOUND.                   *
001180*---------------------------------------------------------------*
001190 FD  MEMBER-HISTORY
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 80 CHARACTERS.
001220 01  FD-HISTORY-RECORD.
001230     05  MBH-KEY.
001240         10  MBH-MEMBER-NO        PIC 9(09).
001250         10  MBH-POST-DATE        PIC 9(08).
001260         10  MBH-POST-TIME        PIC 9(06).
001270         10  MBH-POST-SEQ         PIC 9(05).
001280     05  MBH-SOURCE               PIC X(01).
001290     05  MBH-ACTIVITY-DATE        PIC 9(08).
001300     05  MBH-PROMO-CODE           PIC X(04).
001310     05  MBH-CARD-ID              PIC 9(05).
001320     05  MBH-MATCH-COUNT          PIC 9(03).
001330     05  MBH-TIER-NO              PIC 9(02).
001340     05  MBH-POINTS               PIC S9(11).
001350     05  MBH-BALANCE              PIC S9(11).
001360     05  MBH-SEASON-SW            PIC X(01).
001370     05  FILLER                   PIC X(06).
001380*
001390*    SAME RECORD THE SCORING STEP WRITES - ONLY THE FIELDS THE
001400*    SEASON LOOKUP NEEDS ARE NAMED.
001410 FD  SCORED-MASTER
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 453 CHARACTERS.
001440 01  FD-MASTER-RECORD.
001450     05  SCM-KEY.
001460         10  SCM-PROMO-CODE       PIC X(04).
001470         10  SCM-CARD-ID          PIC 9(05).
001480     05  SCM-RUN-DATE             PIC 9(08).
001490     05  SCM-DECK-ID              PIC X(10).
001500     05  FILLER                   PIC X(401).
001510     05  SCM-MATCH-COUNT          PIC 9(03).
001520     05  SCM-CARD-VALUE           PIC 9(10).
001530     05  SCM-MEMBER-NO            PIC 9(09).
001540     05  FILLER                   PIC X(03).
001550*
001560*    PROMOTION MASTER, MAINTAINED BY PROMOMNT - SEE ITS FD.
001570 FD  PROMO-MASTER
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 800 CHARACTERS.
001600 01  FD-PROMO-RECORD.
001610     05  PMS-PROMO-CODE           PIC X(04).
001620     05  PMS-PROMO-NAME           PIC X(30).
001630     05  PMS-START-DATE           PIC 9(08).
001640     05  PMS-END-DATE             PIC 9(08).
001650     05  PMS-STATUS-CODE          PIC X(01).
001660     05  PMS-TIER-COUNT           PIC 9(02).
001670     05  PMS-TIER-ENTRY           OCCURS 20 TIMES.
001680         10  PMS-TR-LOW           PIC 9(03).
001690         10  PMS-TR-HIGH          PIC 9(03).
001700         10  PMS-TR-NAME          PIC X(20).
001710         10  PMS-TR-PAYOUT        PIC 9(07)V99.
001720     05  FILLER                   PIC X(47).
001730*
001740 FD  TIER-DEFS
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 40 CHARACTERS.
001770 01  FD-TIER-DEF-RECORD           PIC X(40).
001780*
001790 FD  POST-RPT
001800     LABEL RECORDS ARE OMITTED
001810     RECORD CONTAINS 132 CHARACTERS.
001820 01  FD-POST-LINE                 PIC X(132).
001830*
001840 WORKING-STORAGE SECTION.
001850*
001860*---------------------------------------------------------------*
001870*    SWITCHES                                                   *
001880*---------------------------------------------------------------*
001890 77  WS-ACT-STATUS                PIC X(02) VALUE "00".
001900 77  WS-MBA-STATUS                PIC X(02) VALUE "00".
001910 77  WS-MBH-STATUS                PIC X(02) VALUE "00".
001920 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
001930 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
001940 77  WS-TIER-STATUS               PIC X(02) VALUE "00".
001950*
001960 77  WS-ACT-EOF-SW                PIC X(01) VALUE "N".
001970     88  WS-ACT-EOF                         VALUE "Y".
001980 77  WS-ACT-FILE-FOUND-SW         PIC X(01) VALUE "N".
001990     88  WS-ACT-FILE-FOUND                  VALUE "Y".
002000 77  WS-PMS-EOF-SW                PIC X(01) VALUE "N".
002010     88  WS-PMS-EOF                         VALUE "Y".
002020 77  WS-TIER-EOF-SW               PIC X(01) VALUE "N".
002030     88  WS-TIER-EOF                        VALUE "Y".
002040 77  WS-MBH-EOF-SW                PIC X(01) VALUE "N".
002050     88  WS-MBH-EOF                         VALUE "Y".
002060 77  WS-SCM-OPEN-SW               PIC X(01) VALUE "N".
002070     88  WS-SCM-OPEN                        VALUE "Y".
002072 77  WS-PMS-OPEN-SW               PIC X(01) VALUE "N".
002074     88  WS-PMS-OPEN                        VALUE "Y".
002076 77  WS-ALREADY-POSTED-SW         PIC X(01) VALUE "N".
002078     88  WS-ALREADY-POSTED                  VALUE "Y".
002080 77  WS-NEW-ACCOUNT-SW            PIC X(01) VALUE "N".
002090     88  WS-NEW-ACCOUNT                     VALUE "Y".
002100 77  WS-TIER-FOUND-SW             PIC X(01) VALUE "N".
002110     88  WS-TIER-FOUND                      VALUE "Y".
002120*
002130 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
002140*
002150*---------------------------------------------------------------*
002160*    COUNTERS AND ACCUMULATORS                                  *
002170*---------------------------------------------------------------*
002180 77  WS-ACT-READ                  PIC 9(07) VALUE 0 COMP.
002190 77  WS-ACCEPTS-POSTED            PIC 9(07) VALUE 0 COMP.
002200 77  WS-REVERSALS-POSTED          PIC 9(07) VALUE 0 COMP.
002210 77  WS-REVERSALS-REFUSED         PIC 9(07) VALUE 0 COMP.
002220 77  WS-UNREADABLE                PIC 9(07) VALUE 0 COMP.
002230 77  WS-NEW-ACCOUNTS              PIC 9(07) VALUE 0 COMP.
002240 77  WS-SEASON-UNKNOWN            PIC 9(07) VALUE 0 COMP.
002250 77  WS-LIFETIME-ONLY             PIC 9(07) VALUE 0 COMP.
002255 77  WS-ALREADY-SKIPPED           PIC 9(07) VALUE 0 COMP.
002260 77  WS-POINTS-ADDED              PIC 9(13) VALUE 0 COMP.
002270 77  WS-POINTS-REVERSED           PIC 9(13) VALUE 0 COMP.
002280 77  WS-POST-SEQ                  PIC 9(05) VALUE 0 COMP.
002290*
002300 77  WS-PRM-IDX                   PIC 9(02) VALUE 0 COMP.
002310 77  WS-SEASON-IDX                PIC 9(02) VALUE 0 COMP.
002320 77  WS-CURRENT-IDX               PIC 9(02) VALUE 0 COMP.
002330 77  WS-TIER-IDX                  PIC 9(02) VALUE 0 COMP.
002340 77  WS-TIER-NO                   PIC 9(02) VALUE 0 COMP.
002350 77  WS-TIER-DEF-LINENO           PIC 9(03) VALUE 0 COMP.
002360 77  WS-BEST-RUN-DATE             PIC 9(08) VALUE 0.
002370 77  WS-SIGNED-POINTS             PIC S9(11) VALUE 0.
002380 77  WS-CARD-NET                  PIC S9(13) VALUE 0 COMP.
002390 77  WS-ACT-PROMO                 PIC X(04) VALUE SPACES.
002400 77  WS-SEASON-SW                 PIC X(01) VALUE SPACE.
002410 77  WS-POST-NOTE                 PIC X(30) VALUE SPACES.
002420*
002430 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
002440 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
002450*
002460*---------------------------------------------------------------*
002470*    RUN DATE AND TIME.                                         *
002480*---------------------------------------------------------------*
002490 01  WS-RUN-STAMP.
002500     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
002510     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002520         10  WS-RD-YYYY           PIC X(04).
002530         10  WS-RD-MM             PIC X(02).
002540         10  WS-RD-DD             PIC X(02).
002550     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
002560     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
002570         10  WS-RT-HH             PIC X(02).
002580         10  WS-RT-MM             PIC X(02).
002590         10  WS-RT-SS             PIC X(02).
002600         10  FILLER               PIC X(02).
002610*
002620 01  WS-EDITED-DATE.
002630     05  WS-ED-MM                 PIC X(02).
002640     05  FILLER                   PIC X(01) VALUE "/".
002650     05  WS-ED-DD                 PIC X(02).
002660     05  FILLER                   PIC X(01) VALUE "/".
002670     05  WS-ED-YYYY               PIC X(04).
002680*
002690 01  WS-EDITED-TIME.
002700     05  WS-ET-HH                 PIC X(02).
002710     05  FILLER                   PIC X(01) VALUE ":".
002720     05  WS-ET-MM                 PIC X(02).
002730     05  FILLER                   PIC X(01) VALUE ":".
002740     05  WS-ET-SS                 PIC X(02).
002750*
002760*---------------------------------------------------------------*
002770*    ACTIVITY QUEUE RECORD, AS THE LOYALTY RECONCILER AND THE   *
002780*    CARD ADJUSTMENT PROGRAM WRITE IT.                          *
002790*      MAQ-SOURCE       A ACCEPTED POSTING, V REVERSAL          *
002800*      MAQ-PROMO-KNOWN  Y WHEN MAQ-PROMO-CODE NAMES THE SEASON  *
002810*                       (SPACES IS ITSELF A SEASON), N WHEN     *
002820*                       THE SEASON HAS TO BE LOOKED UP          *
002830*      MAQ-POINTS       THE POINTS THE LOYALTY SYSTEM POSTED,   *
002840*                       OR THE POINTS BACKED OUT                *
002850*      MAQ-OPERATOR     WHO AUTHORIZED A REVERSAL               *
002860*---------------------------------------------------------------*
002870 01  WS-ACTIVITY-AREA.
002880     05  MAQ-SOURCE               PIC X(01).
002890         88  MAQ-ACCEPTED                   VALUE "A".
002900         88  MAQ-REVERSAL                   VALUE "V".
002910     05  MAQ-RUN-DATE             PIC 9(08).
002920     05  MAQ-RUN-DATE-X REDEFINES MAQ-RUN-DATE
002930                                  PIC X(08).
002940     05  MAQ-PROMO-CODE           PIC X(04).
002950     05  MAQ-PROMO-KNOWN          PIC X(01).
002960     05  MAQ-CARD-ID              PIC 9(05).
002970     05  MAQ-CARD-ID-X REDEFINES MAQ-CARD-ID
002980                                  PIC X(05).
002990     05  MAQ-MATCH-COUNT          PIC 9(03).
003000     05  MAQ-MATCH-COUNT-X REDEFINES MAQ-MATCH-COUNT
003010                                  PIC X(03).
003020     05  MAQ-POINTS               PIC 9(10).
003030     05  MAQ-POINTS-X REDEFINES MAQ-POINTS
003040                                  PIC X(10).
003050     05  MAQ-MEMBER-NO            PIC 9(09).
003060     05  MAQ-MEMBER-NO-X REDEFINES MAQ-MEMBER-NO
003070                                  PIC X(09).
003080     05  MAQ-OPERATOR             PIC X(03).
003090     05  FILLER                   PIC X(16).
003100*
003110*---------------------------------------------------------------*
003120*    DEFAULT TIER TABLE FROM TIERDEF.                           *
003130*---------------------------------------------------------------*
003140 01  WS-TIER-DEF-AREA.
003150     05  TD-LOW-X                 PIC X(03).
003160     05  TD-LOW-9 REDEFINES TD-LOW-X
003170                                  PIC 9(03).
003180     05  TD-HIGH-X                PIC X(03).
003190     05  TD-HIGH-9 REDEFINES TD-HIGH-X
003200                                  PIC 9(03).
003210     05  TD-NAME                  PIC X(20).
003220     05  TD-PAYOUT-X              PIC X(09).
003230     05  TD-PAYOUT-9 REDEFINES TD-PAYOUT-X
003240                                  PIC 9(07)V99.
003250     05  FILLER                   PIC X(05).
003260*
003270 01  WS-TIER-TABLE.
003280     05  WS-TIER-COUNT            PIC 9(02) VALUE 0 COMP.
003290     05  WS-TIER-ENTRY            OCCURS 20 TIMES.
003300         10  WS-TR-LOW            PIC 9(03).
003310         10  WS-TR-HIGH           PIC 9(03).
003320         10  WS-TR-NAME           PIC X(20).
003330*
003340*---------------------------------------------------------------*
003350*    SEASON TABLE - EVERY PROMOTION ON THE MASTER WITH ITS      *
003360*    START DATE AND TIER RANGES (THE MASTER'S OWN, ELSE         *
003370*    TIERDEF).  THE BLANK SEASON IS ALWAYS PRESENT, ON THE      *
003380*    MASTER OR NOT.  A LATER START DATE IS A LATER SEASON.      *
003390*---------------------------------------------------------------*
003400 01  WS-SEASON-TABLE.
003410     05  WS-PRM-COUNT             PIC 9(02) VALUE 0 COMP.
003420     05  WS-PRM-ENTRY             OCCURS 40 TIMES.
003430         10  PRM-PROMO-CODE       PIC X(04).
003440         10  PRM-START-DATE       PIC 9(08).
003450         10  PRM-TIER-COUNT       PIC 9(02) COMP.
003460         10  PRM-TIER             OCCURS 20 TIMES.
003470             15  PRM-TR-LOW       PIC 9(03).
003480             15  PRM-TR-HIGH      PIC 9(03).
003490             15  PRM-TR-NAME      PIC X(20).
003500*
003510*---------------------------------------------------------------*
003520*    REPORT PRINT LINES.                                        *
003530*---------------------------------------------------------------*
003540 01  WS-RPT-HEADING-1.
003550     05  FILLER                     PIC X(40) VALUE
003560         "MEMBER ACCOUNT POSTING".
003570     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
003580     05  RPT-H1-DATE                PIC X(10).
003590     05  FILLER                     PIC X(07) VALUE "  TIME ".
003600     05  RPT-H1-TIME                PIC X(08).
003610     05  FILLER                     PIC X(08) VALUE "   PAGE ".
003620     05  RPT-H1-PAGE                PIC ZZZ9.
003630     05  FILLER                     PIC X(45) VALUE SPACES.
003640*
003650 01  WS-RPT-COL-HEADER.
003660     05  FILLER                     PIC X(11) VALUE "MEMBER".
003670     05  FILLER                     PIC X(10) VALUE "ACTIVITY".
003680     05  FILLER                     PIC X(06) VALUE "PROMO".
003690     05  FILLER                     PIC X(07) VALUE "CARD".
003700     05  FILLER                     PIC X(06) VALUE "MATCH".
003710     05  FILLER                     PIC X(22) VALUE "TIER".
003720     05  FILLER                     PIC X(14) VALUE
003730         "        POINTS".
003740     05  FILLER                     PIC X(14) VALUE
003750         "       BALANCE".
003760     05  FILLER                     PIC X(42) VALUE "  NOTE".
003770*
003780 01  WS-RPT-DETAIL-LINE.
003790     05  RPT-DT-MEMBER              PIC 9(09).
003800     05  FILLER                     PIC X(02) VALUE SPACES.
003810     05  RPT-DT-SOURCE              PIC X(08).
003820     05  FILLER                     PIC X(02) VALUE SPACES.
003830     05  RPT-DT-PROMO               PIC X(04).
003840     05  FILLER                     PIC X(02) VALUE SPACES.
003850     05  RPT-DT-CARD                PIC ZZZZ9.
003860     05  FILLER                     PIC X(02) VALUE SPACES.
003870     05  RPT-DT-MATCH               PIC ZZ9.
003880     05  FILLER                     PIC X(03) VALUE SPACES.
003890     05  RPT-DT-TIER                PIC X(20).
003900     05  FILLER                     PIC X(02) VALUE SPACES.
003910     05  RPT-DT-POINTS              PIC Z(10)9-.
003920     05  FILLER                     PIC X(02) VALUE SPACES.
003930     05  RPT-DT-BALANCE             PIC Z(10)9-.
003940     05  FILLER                     PIC X(02) VALUE SPACES.
003950     05  RPT-DT-NOTE                PIC X(30).
003960     05  FILLER                     PIC X(12) VALUE SPACES.
003970*
003980 01  WS-RPT-TOTAL-LINE.
003990     05  FILLER                     PIC X(02) VALUE SPACES.
004000     05  RPT-TL-LABEL               PIC X(30).
004010     05  RPT-TL-VALUE               PIC Z(12)9.
004020     05  FILLER                     PIC X(87) VALUE SPACES.
004030*
004040 01  WS-RPT-TEXT-LINE.
004050     05  RPT-TX-TEXT                PIC X(70).
004060     05  FILLER                     PIC X(62) VALUE SPACES.
004070*
004080 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
004090*
004100 PROCEDURE DIVISION.
004110*
004120*================================================================*
004130*    0000-MAINLINE                                               *
004140*================================================================*
004150 0000-MAINLINE.
004160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004170     PERFORM 2000-APPLY-ONE-ACTIVITY THRU 2000-EXIT
004180         UNTIL WS-ACT-EOF.
004190     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
004200     PERFORM 4000-FINALIZE THRU 4000-EXIT.
004210     MOVE WS-JOB-RC TO RETURN-CODE.
004220     STOP RUN.
004230*
004240*================================================================*
004250*    1000 - INITIALIZATION                                       *
004260*================================================================*
004270*    THE TWO MEMBER FILES ARE STANDING FILES CREATED ON FIRST
004280*    USE.  NO QUEUE FILE IS AN ORDINARY NIGHT WITH NOTHING TO
004290*    POST.  WITHOUT THE SCORED-CARD MASTER ACCEPTED POSTINGS
004300*    CANNOT BE PLACED IN A SEASON AND GO TO LIFETIME ONLY.
004310 1000-INITIALIZE.
004320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004330     ACCEPT WS-RUN-TIME FROM TIME.
004340     MOVE WS-RD-MM TO WS-ED-MM.
004350     MOVE WS-RD-DD TO WS-ED-DD.
004360     MOVE WS-RD-YYYY TO WS-ED-YYYY.
004370     MOVE WS-RT-HH TO WS-ET-HH.
004380     MOVE WS-RT-MM TO WS-ET-MM.
004390     MOVE WS-RT-SS TO WS-ET-SS.
004400     OPEN INPUT MEMBER-ACTIVITY.
004410     IF WS-ACT-STATUS = "00"
004420         SET WS-ACT-FILE-FOUND TO TRUE
004430     ELSE
004440         SET WS-ACT-EOF TO TRUE
004450     END-IF.
004460     OPEN I-O MEMBER-ACCOUNTS.
004470     IF WS-MBA-STATUS = "35"
004480         OPEN OUTPUT MEMBER-ACCOUNTS
004490         CLOSE MEMBER-ACCOUNTS
004500         OPEN I-O MEMBER-ACCOUNTS
004510     END-IF.
004520     IF WS-MBA-STATUS NOT = "00"
004530         DISPLAY "MEMBER ACCOUNT MASTER NOT AVAILABLE - STATUS "
004540             WS-MBA-STATUS
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     OPEN I-O MEMBER-HISTORY.
004590     IF WS-MBH-STATUS = "35"
004600         OPEN OUTPUT MEMBER-HISTORY
004610         CLOSE MEMBER-HISTORY
004620         OPEN I-O MEMBER-HISTORY
004630     END-IF.
004640     IF WS-MBH-STATUS NOT = "00"
004650         DISPLAY "MEMBER HISTORY NOT AVAILABLE - STATUS "
004660             WS-MBH-STATUS
004670         CLOSE MEMBER-ACCOUNTS
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     OPEN INPUT SCORED-MASTER.
004720     IF WS-SCM-STATUS = "00"
004730         SET WS-SCM-OPEN TO TRUE
004740     ELSE
004750         DISPLAY "SCORED-CARD MASTER NOT AVAILABLE - STATUS "
004760             WS-SCM-STATUS " - SEASONS CANNOT BE LOOKED UP"
004770     END-IF.
004780     OPEN OUTPUT POST-RPT.
004790     PERFORM 1400-LOAD-TIER-TABLE THRU 1400-EXIT.
004800     PERFORM 1500-LOAD-SEASON-TABLE THRU 1500-EXIT.
004810     GO TO 1000-EXIT.
004820 1000-EXIT.
004830     EXIT.
004840*
004850*    THE DEFAULT SCHEDULE, WITH THE SAME EDITS THE SCORING STEP
004860*    APPLIES.
004870 1400-LOAD-TIER-TABLE.
004880     OPEN INPUT TIER-DEFS.
004890     IF WS-TIER-STATUS NOT = "00"
004900         GO TO 1400-EXIT
004910     END-IF.
004920     PERFORM 1410-READ-ONE-TIER-DEF THRU 1410-EXIT
004930         UNTIL WS-TIER-EOF.
004940     CLOSE TIER-DEFS.
004950     GO TO 1400-EXIT.
004960 1400-EXIT.
004970     EXIT.
004980*
004990 1410-READ-ONE-TIER-DEF.
005000     MOVE SPACES TO WS-TIER-DEF-AREA.
005010     READ TIER-DEFS INTO WS-TIER-DEF-AREA
005020         AT END SET WS-TIER-EOF TO TRUE
005030     END-READ.
005040     IF WS-TIER-EOF
005050         GO TO 1410-EXIT
005060     END-IF.
005070     ADD 1 TO WS-TIER-DEF-LINENO.
005080     IF WS-TIER-DEF-AREA = SPACES
005090         GO TO 1410-EXIT
005100     END-IF.
005110     IF TD-LOW-X NOT NUMERIC
005120        OR TD-HIGH-X NOT NUMERIC
005130        OR TD-PAYOUT-X NOT NUMERIC
005140        OR TD-LOW-9 > TD-HIGH-9
005150        OR WS-TIER-COUNT = 20
005160         DISPLAY "TIERDEF LINE " WS-TIER-DEF-LINENO
005170             " UNUSABLE - SKIPPED"
005180         GO TO 1410-EXIT
005190     END-IF.
005200     ADD 1 TO WS-TIER-COUNT.
005210     MOVE TD-LOW-9 TO WS-TR-LOW(WS-TIER-COUNT).
005220     MOVE TD-HIGH-9 TO WS-TR-HIGH(WS-TIER-COUNT).
005230     MOVE TD-NAME TO WS-TR-NAME(WS-TIER-COUNT).
005240     GO TO 1410-EXIT.
005250 1410-EXIT.
005260     EXIT.
005270*
005280*    THE WHOLE PROMOTION MASTER COMES INTO STORAGE - IT IS A
005290*    HANDFUL OF RECORDS.  NO MASTER LEAVES ONLY THE BLANK
005300*    SEASON, PRICED ON TIERDEF.
005310 1500-LOAD-SEASON-TABLE.
005320     OPEN INPUT PROMO-MASTER.
005330     IF WS-PMS-STATUS NOT = "00"
005340         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
005350             WS-PMS-STATUS " - TIERDEF USED FOR EVERY SEASON"
005360         SET WS-PMS-EOF TO TRUE
005370     ELSE
005375         SET WS-PMS-OPEN TO TRUE
005380         MOVE LOW-VALUES TO PMS-PROMO-CODE
005390         START PROMO-MASTER KEY NOT < PMS-PROMO-CODE
005400             INVALID KEY SET WS-PMS-EOF TO TRUE
005410         END-START
005420     END-IF.
005430     PERFORM 1510-LOAD-ONE-SEASON THRU 1510-EXIT
005440         UNTIL WS-PMS-EOF.
005450     IF WS-PMS-OPEN
005460         CLOSE PROMO-MASTER
005470     END-IF.
005480     MOVE SPACES TO WS-ACT-PROMO.
005490     PERFORM 2150-FIND-SEASON THRU 2150-EXIT.
005500     IF WS-SEASON-IDX = 0
005510         ADD 1 TO WS-PRM-COUNT
005520         MOVE SPACES TO PRM-PROMO-CODE(WS-PRM-COUNT)
005530         MOVE 0 TO PRM-START-DATE(WS-PRM-COUNT)
005540         PERFORM 1530-TAKE-DEFAULT-TIERS THRU 1530-EXIT
005550     END-IF.
005560     GO TO 1500-EXIT.
005570 1500-EXIT.
005580     EXIT.
005590*
005600 1510-LOAD-ONE-SEASON.
005610     READ PROMO-MASTER NEXT RECORD
005620         AT END SET WS-PMS-EOF TO TRUE
005630     END-READ.
005640     IF WS-PMS-EOF
005650         GO TO 1510-EXIT
005660     END-IF.
005670     IF WS-PMS-STATUS NOT = "00" AND WS-PMS-STATUS NOT = "02"
005680         DISPLAY "PROMOTION MASTER READ ERROR - STATUS "
005690             WS-PMS-STATUS
005700         SET WS-PMS-EOF TO TRUE
005710         GO TO 1510-EXIT
005720     END-IF.
005730     IF WS-PRM-COUNT = 39
005740         DISPLAY "PROMOTION TABLE FULL - SEASON "
005750             PMS-PROMO-CODE " NOT LOADED"
005760         MOVE 04 TO WS-JOB-RC
005770         GO TO 1510-EXIT
005780     END-IF.
005790     ADD 1 TO WS-PRM-COUNT.
005800     MOVE PMS-PROMO-CODE TO PRM-PROMO-CODE(WS-PRM-COUNT).
005810     MOVE PMS-START-DATE TO PRM-START-DATE(WS-PRM-COUNT).
005820     IF PMS-TIER-COUNT > 0 AND PMS-TIER-COUNT NOT > 20
005830         MOVE PMS-TIER-COUNT TO PRM-TIER-COUNT(WS-PRM-COUNT)
005840         PERFORM 1520-COPY-ONE-MASTER-TIER THRU 1520-EXIT
005850             VARYING WS-TIER-IDX FROM 1 BY 1
005860             UNTIL WS-TIER-IDX > PMS-TIER-COUNT
005870     ELSE
005880         PERFORM 1530-TAKE-DEFAULT-TIERS THRU 1530-EXIT
005890     END-IF.
005900     GO TO 1510-EXIT.
005910 1510-EXIT.
005920     EXIT.
005930*
005940 1520-COPY-ONE-MASTER-TIER.
005950     MOVE PMS-TR-LOW(WS-TIER-IDX)
005960         TO PRM-TR-LOW(WS-PRM-COUNT, WS-TIER-IDX).
005970     MOVE PMS-TR-HIGH(WS-TIER-IDX)
005980         TO PRM-TR-HIGH(WS-PRM-COUNT, WS-TIER-IDX).
005990     MOVE PMS-TR-NAME(WS-TIER-IDX)
006000         TO PRM-TR-NAME(WS-PRM-COUNT, WS-TIER-IDX).
006010     GO TO 1520-EXIT.
006020 1520-EXIT.
006030     EXIT.
006040*
006050 1530-TAKE-DEFAULT-TIERS.
006060     MOVE WS-TIER-COUNT TO PRM-TIER-COUNT(WS-PRM-COUNT).
006070     PERFORM 1540-COPY-ONE-DEFAULT-TIER THRU 1540-EXIT
006080         VARYING WS-TIER-IDX FROM 1 BY 1
006090         UNTIL WS-TIER-IDX > WS-TIER-COUNT.
006100     GO TO 1530-EXIT.
006110 1530-EXIT.
006120     EXIT.
006130*
006140 1540-COPY-ONE-DEFAULT-TIER.
006150     MOVE WS-TR-LOW(WS-TIER-IDX)
006160         TO PRM-TR-LOW(WS-PRM-COUNT, WS-TIER-IDX).
006170     MOVE WS-TR-HIGH(WS-TIER-IDX)
006180         TO PRM-TR-HIGH(WS-PRM-COUNT, WS-TIER-IDX).
006190     MOVE WS-TR-NAME(WS-TIER-IDX)
006200         TO PRM-TR-NAME(WS-PRM-COUNT, WS-TIER-IDX).
006210     GO TO 1540-EXIT.
006220 1540-EXIT.
006230     EXIT.
006240*
006250*================================================================*
006260*    2000 - APPLY ONE QUEUED ACTIVITY                            *
006270*================================================================*
006280 2000-APPLY-ONE-ACTIVITY.
006290     MOVE SPACES TO WS-ACTIVITY-AREA.
006300     READ MEMBER-ACTIVITY INTO WS-ACTIVITY-AREA
006310         AT END SET WS-ACT-EOF TO TRUE
006320     END-READ.
006330     IF WS-ACT-EOF
006340         GO TO 2000-EXIT
006350     END-IF.
006360     IF WS-ACTIVITY-AREA = SPACES
006370         GO TO 2000-EXIT
006380     END-IF.
006390     ADD 1 TO WS-ACT-READ.
006400     IF (NOT MAQ-ACCEPTED AND NOT MAQ-REVERSAL)
006410        OR MAQ-RUN-DATE-X NOT NUMERIC
006420        OR MAQ-CARD-ID-X NOT NUMERIC
006430        OR MAQ-MATCH-COUNT-X NOT NUMERIC
006440        OR MAQ-POINTS-X NOT NUMERIC
006450        OR MAQ-MEMBER-NO-X NOT NUMERIC
006460        OR MAQ-MEMBER-NO = 0
006470         ADD 1 TO WS-UNREADABLE
006480         MOVE 04 TO WS-JOB-RC
006490         DISPLAY "UNREADABLE ACTIVITY RECORD SKIPPED: "
006500             WS-ACTIVITY-AREA(1:40)
006510         GO TO 2000-EXIT
006520     END-IF.
006521     PERFORM 2050-CHECK-ALREADY-POSTED THRU 2050-EXIT.
006522     IF WS-JOB-RC = 16
006523         SET WS-ACT-EOF TO TRUE
006524         GO TO 2000-EXIT
006525     END-IF.
006526     IF WS-ALREADY-POSTED
006527         ADD 1 TO WS-ALREADY-SKIPPED
006528         GO TO 2000-EXIT
006529     END-IF.
006530     MOVE SPACES TO WS-POST-NOTE.
006540     PERFORM 2100-PLACE-IN-SEASON THRU 2100-EXIT.
006550     PERFORM 2200-FIND-TIER THRU 2200-EXIT.
006560     PERFORM 2300-READ-ACCOUNT THRU 2300-EXIT.
006570     IF WS-JOB-RC = 16
006580         SET WS-ACT-EOF TO TRUE
006590         GO TO 2000-EXIT
006600     END-IF.
006610     IF MAQ-REVERSAL
006620         PERFORM 2400-CHECK-REVERSIBLE THRU 2400-EXIT
006622         IF WS-JOB-RC = 16
006624             SET WS-ACT-EOF TO TRUE
006626             GO TO 2000-EXIT
006628         END-IF
006630         IF WS-NEW-ACCOUNT
006640            OR (WS-CARD-NET NOT > 0 AND MAQ-POINTS > 0)
006650             ADD 1 TO WS-REVERSALS-REFUSED
006660             MOVE 04 TO WS-JOB-RC
006670             MOVE 0 TO WS-SIGNED-POINTS
006680             IF WS-NEW-ACCOUNT
006690                 MOVE 0 TO MBA-LIFE-POINTS
006700             END-IF
006710             MOVE "NOT POSTED - NOTHING TO REVERSE"
006720                 TO WS-POST-NOTE
006730             PERFORM 2700-PRINT-POSTING THRU 2700-EXIT
006740             GO TO 2000-EXIT
006750         END-IF
006760         IF WS-CARD-NET < MAQ-POINTS
006770             MOVE WS-CARD-NET TO MAQ-POINTS
006780         END-IF
006790     END-IF.
006800     PERFORM 2500-APPLY-TO-ACCOUNT THRU 2500-EXIT.
006810     PERFORM 2600-WRITE-ACCOUNT-AND-HISTORY THRU 2600-EXIT.
006820     IF WS-JOB-RC = 16
006830         SET WS-ACT-EOF TO TRUE
006840         GO TO 2000-EXIT
006850     END-IF.
006860     PERFORM 2700-PRINT-POSTING THRU 2700-EXIT.
006870     GO TO 2000-EXIT.
006880 2000-EXIT.
006881     EXIT.
006882*
006883*    AN ACTIVITY IS ON THE MEMBER'S HISTORY ALREADY WHEN AN
006884*    ENTRY HAS THE SAME SOURCE, ACTIVITY DATE, CARD AND MATCH
006885*    COUNT - A QUEUE LEFT STANDING BY A RUN THAT STOPPED ON A
006886*    FILE ERROR, BEING RUN AGAIN.  A HISTORY THAT CANNOT BE
006887*    READ STOPS THE RUN RATHER THAN RISK POSTING TWICE.
006888 2050-CHECK-ALREADY-POSTED.
006889     MOVE "N" TO WS-ALREADY-POSTED-SW.
006890     MOVE "N" TO WS-MBH-EOF-SW.
006891     MOVE MAQ-MEMBER-NO TO MBH-MEMBER-NO.
006892     MOVE 0 TO MBH-POST-DATE.
006893     MOVE 0 TO MBH-POST-TIME.
006894     MOVE 0 TO MBH-POST-SEQ.
006895     START MEMBER-HISTORY KEY NOT < MBH-KEY
006896         INVALID KEY SET WS-MBH-EOF TO TRUE
006897     END-START.
006898     PERFORM 2060-TEST-ONE-HISTORY THRU 2060-EXIT
006899         UNTIL WS-MBH-EOF
006900            OR WS-ALREADY-POSTED.
006901     GO TO 2050-EXIT.
006902 2050-EXIT.
006903     EXIT.
006904*
006905 2060-TEST-ONE-HISTORY.
006906     READ MEMBER-HISTORY NEXT RECORD
006907         AT END SET WS-MBH-EOF TO TRUE
006908     END-READ.
006909     IF WS-MBH-EOF
006910         GO TO 2060-EXIT
006911     END-IF.
006912     IF WS-MBH-STATUS NOT = "00" AND WS-MBH-STATUS NOT = "02"
006913         DISPLAY "MEMBER HISTORY READ ERROR - STATUS "
006914             WS-MBH-STATUS " MEMBER " MAQ-MEMBER-NO
006915         MOVE 16 TO WS-JOB-RC
006916         SET WS-MBH-EOF TO TRUE
006917         GO TO 2060-EXIT
006918     END-IF.
006919     IF MBH-MEMBER-NO NOT = MAQ-MEMBER-NO
006920         SET WS-MBH-EOF TO TRUE
006921         GO TO 2060-EXIT
006922     END-IF.
006923     IF MBH-SOURCE = MAQ-SOURCE
006924        AND MBH-ACTIVITY-DATE = MAQ-RUN-DATE
006925        AND MBH-CARD-ID = MAQ-CARD-ID
006926        AND MBH-MATCH-COUNT = MAQ-MATCH-COUNT
006927         SET WS-ALREADY-POSTED TO TRUE
006928     END-IF.
006929     GO TO 2060-EXIT.
006930 2060-EXIT.
006931     EXIT.
006932*
006933*    A REVERSAL NAMES ITS SEASON.  AN ACCEPTED POSTING IS
006934*    LOOKED FOR IN EVERY SEASON ON THE SCORED-CARD MASTER.
006935*    WS-SEASON-IDX ZERO MEANS THE SEASON WAS NOT FOUND.
006940 2100-PLACE-IN-SEASON.
006950     MOVE 0 TO WS-SEASON-IDX.
006960     IF MAQ-PROMO-KNOWN = "Y"
006970         MOVE MAQ-PROMO-CODE TO WS-ACT-PROMO
006980         PERFORM 2150-FIND-SEASON THRU 2150-EXIT
006990         GO TO 2100-EXIT
007000     END-IF.
007010     MOVE SPACES TO WS-ACT-PROMO.
007020     IF NOT WS-SCM-OPEN
007030         GO TO 2100-EXIT
007040     END-IF.
007050     MOVE 0 TO WS-BEST-RUN-DATE.
007060     PERFORM 2110-TRY-ONE-SEASON THRU 2110-EXIT
007070         VARYING WS-PRM-IDX FROM 1 BY 1
007080         UNTIL WS-PRM-IDX > WS-PRM-COUNT.
007090     GO TO 2100-EXIT.
007100 2100-EXIT.
007110     EXIT.
007120*
007130 2110-TRY-ONE-SEASON.
007140     MOVE PRM-PROMO-CODE(WS-PRM-IDX) TO SCM-PROMO-CODE.
007150     MOVE MAQ-CARD-ID TO SCM-CARD-ID.
007160     READ SCORED-MASTER.
007170     IF WS-SCM-STATUS NOT = "00"
007180         GO TO 2110-EXIT
007190     END-IF.
007200     IF SCM-MEMBER-NO NOT = MAQ-MEMBER-NO
007210        OR SCM-MATCH-COUNT NOT = MAQ-MATCH-COUNT
007220         GO TO 2110-EXIT
007230     END-IF.
007240     IF WS-SEASON-IDX = 0
007250        OR SCM-RUN-DATE > WS-BEST-RUN-DATE
007260         MOVE WS-PRM-IDX TO WS-SEASON-IDX
007270         MOVE SCM-RUN-DATE TO WS-BEST-RUN-DATE
007280         MOVE SCM-PROMO-CODE TO WS-ACT-PROMO
007290     END-IF.
007300     GO TO 2110-EXIT.
007310 2110-EXIT.
007320     EXIT.
007330*
007340*    SEASON SLOT FOR WS-ACT-PROMO, ZERO WHEN NOT ON THE TABLE.
007350 2150-FIND-SEASON.
007360     MOVE 0 TO WS-SEASON-IDX.
007370     PERFORM 2160-TEST-ONE-SEASON THRU 2160-EXIT
007380         VARYING WS-PRM-IDX FROM 1 BY 1
007390         UNTIL WS-PRM-IDX > WS-PRM-COUNT
007400            OR WS-SEASON-IDX > 0.
007410     GO TO 2150-EXIT.
007420 2150-EXIT.
007430     EXIT.
007440*
007450 2160-TEST-ONE-SEASON.
007460     IF PRM-PROMO-CODE(WS-PRM-IDX) = WS-ACT-PROMO
007470         MOVE WS-PRM-IDX TO WS-SEASON-IDX
007480     END-IF.
007490     GO TO 2160-EXIT.
007500 2160-EXIT.
007510     EXIT.
007520*
007530*    FIRST TIER WHOSE RANGE COVERS THE MATCH COUNT - THE SAME
007540*    RULE AS THE SCORING STEP.  ZERO WHEN NONE DOES OR THE
007550*    SEASON IS NOT KNOWN.
007560 2200-FIND-TIER.
007570     MOVE 0 TO WS-TIER-NO.
007580     IF WS-SEASON-IDX = 0
007590         GO TO 2200-EXIT
007600     END-IF.
007610     MOVE "N" TO WS-TIER-FOUND-SW.
007620     PERFORM 2210-TEST-ONE-TIER THRU 2210-EXIT
007630         VARYING WS-TIER-IDX FROM 1 BY 1
007640         UNTIL WS-TIER-IDX > PRM-TIER-COUNT(WS-SEASON-IDX)
007650            OR WS-TIER-FOUND.
007660     GO TO 2200-EXIT.
007670 2200-EXIT.
007680     EXIT.
007690*
007700 2210-TEST-ONE-TIER.
007710     IF MAQ-MATCH-COUNT NOT <
007720            PRM-TR-LOW(WS-SEASON-IDX, WS-TIER-IDX)
007730        AND MAQ-MATCH-COUNT NOT >
007740            PRM-TR-HIGH(WS-SEASON-IDX, WS-TIER-IDX)
007750         SET WS-TIER-FOUND TO TRUE
007760         MOVE WS-TIER-IDX TO WS-TIER-NO
007770     END-IF.
007780     GO TO 2210-EXIT.
007790 2210-EXIT.
007800     EXIT.
007810*
007820*    A MEMBER NOT YET ON FILE GETS A FRESH ACCOUNT, WRITTEN
007830*    WHEN THE FIRST POSTING IS APPLIED.
007840 2300-READ-ACCOUNT.
007850     MOVE "N" TO WS-NEW-ACCOUNT-SW.
007860     MOVE MAQ-MEMBER-NO TO MBA-MEMBER-NO.
007870     READ MEMBER-ACCOUNTS.
007880     IF WS-MBA-STATUS = "00"
007890         GO TO 2300-EXIT
007900     END-IF.
007910     IF WS-MBA-STATUS NOT = "23"
007920         DISPLAY "MEMBER ACCOUNT READ ERROR - STATUS "
007930             WS-MBA-STATUS " MEMBER " MAQ-MEMBER-NO
007940         MOVE 16 TO WS-JOB-RC
007950         GO TO 2300-EXIT
007960     END-IF.
007970     SET WS-NEW-ACCOUNT TO TRUE.
007980     MOVE SPACES TO FD-ACCOUNT-RECORD.
007990     MOVE MAQ-MEMBER-NO TO MBA-MEMBER-NO.
008000     MOVE MAQ-RUN-DATE TO MBA-OPEN-DATE.
008010     MOVE 0 TO MBA-LAST-ACTIVITY.
008020     MOVE WS-ACT-PROMO TO MBA-SEASON-PROMO.
008030     MOVE 0 TO MBA-SEASON-POINTS.
008040     MOVE 0 TO MBA-SEASON-CARDS.
008050     MOVE 0 TO MBA-LIFE-POINTS.
008060     MOVE 0 TO MBA-LIFE-CARDS.
008070     MOVE 0 TO MBA-LIFE-WINS.
008080     PERFORM 2310-CLEAR-ONE-TIER-WIN THRU 2310-EXIT
008090         VARYING WS-TIER-IDX FROM 1 BY 1
008100         UNTIL WS-TIER-IDX > 20.
008110     MOVE SPACES TO MBA-LAST-PROMO.
008120     MOVE 0 TO MBA-LAST-CARD-ID.
008130     GO TO 2300-EXIT.
008140 2300-EXIT.
008150     EXIT.
008160*
008170 2310-CLEAR-ONE-TIER-WIN.
008180     MOVE 0 TO MBA-TIER-WINS(WS-TIER-IDX).
008190     GO TO 2310-EXIT.
008200 2310-EXIT.
008210     EXIT.
008220*
008230*    A REVERSAL MAY ONLY TAKE BACK POINTS THE ACCOUNT ACTUALLY
008240*    RECEIVED FOR THE CARD - A CARD WHOSE POSTING THE LOYALTY
008250*    SYSTEM REJECTED, OR THAT WAS NEVER SENT, NEVER REACHED THE
008260*    MEMBER.  THE MEMBER'S HISTORY IS NETTED FOR THE CARD IN THE
008270*    REVERSAL'S SEASON (AN ENTRY WHOSE SEASON WAS NEVER FOUND
008280*    IS GIVEN THE BENEFIT OF THE DOUBT).  WHEN THE LOYALTY
008290*    SYSTEM POSTED LESS THAN THE CARD'S VALUE, ONLY WHAT IT
008300*    POSTED COMES BACK OFF.
008310 2400-CHECK-REVERSIBLE.
008320     MOVE 0 TO WS-CARD-NET.
008330     MOVE "N" TO WS-MBH-EOF-SW.
008340     MOVE MAQ-MEMBER-NO TO MBH-MEMBER-NO.
008350     MOVE 0 TO MBH-POST-DATE.
008360     MOVE 0 TO MBH-POST-TIME.
008370     MOVE 0 TO MBH-POST-SEQ.
008380     START MEMBER-HISTORY KEY NOT < MBH-KEY
008390         INVALID KEY SET WS-MBH-EOF TO TRUE
008400     END-START.
008410     PERFORM 2410-NET-ONE-HISTORY THRU 2410-EXIT
008420         UNTIL WS-MBH-EOF.
008430     GO TO 2400-EXIT.
008440 2400-EXIT.
008450     EXIT.
008460*
008470 2410-NET-ONE-HISTORY.
008480     READ MEMBER-HISTORY NEXT RECORD
008490         AT END SET WS-MBH-EOF TO TRUE
008500     END-READ.
008510     IF WS-MBH-EOF
008520         GO TO 2410-EXIT
008530     END-IF.
008533     IF WS-MBH-STATUS NOT = "00" AND WS-MBH-STATUS NOT = "02"
008536         DISPLAY "MEMBER HISTORY READ ERROR - STATUS "
008539             WS-MBH-STATUS " MEMBER " MAQ-MEMBER-NO
008542         MOVE 16 TO WS-JOB-RC
008545         SET WS-MBH-EOF TO TRUE
008548         GO TO 2410-EXIT
008551     END-IF.
008554     IF MBH-MEMBER-NO NOT = MAQ-MEMBER-NO
008560         SET WS-MBH-EOF TO TRUE
008570         GO TO 2410-EXIT
008580     END-IF.
008590     IF MBH-CARD-ID = MAQ-CARD-ID
008600        AND (MBH-PROMO-CODE = MAQ-PROMO-CODE
008610             OR MBH-SEASON-SW = "U")
008620         ADD MBH-POINTS TO WS-CARD-NET
008630     END-IF.
008640     GO TO 2410-EXIT.
008650 2410-EXIT.
008660     EXIT.
008670*
008680*    LIFETIME FIGURES ALWAYS MOVE.  THE SEASON FIGURES MOVE WHEN
008690*    THE POSTING BELONGS TO THE MEMBER'S CURRENT SEASON; AN
008700*    ACCEPTED POSTING FOR A LATER SEASON STARTS THE NEW SEASON
008710*    FIRST.  A LATE POSTING FOR AN EARLIER SEASON, OR ONE WHOSE
008720*    SEASON WAS NOT FOUND, STAYS OUT OF THE SEASON FIGURES.
008730 2500-APPLY-TO-ACCOUNT.
008740     IF MAQ-REVERSAL
008750         COMPUTE WS-SIGNED-POINTS = 0 - MAQ-POINTS
008760     ELSE
008770         MOVE MAQ-POINTS TO WS-SIGNED-POINTS
008780     END-IF.
008790     IF WS-NEW-ACCOUNT
008800         MOVE "NEW ACCOUNT" TO WS-POST-NOTE
008810     END-IF.
008820     IF WS-SEASON-IDX = 0
008830         MOVE "U" TO WS-SEASON-SW
008840         ADD 1 TO WS-SEASON-UNKNOWN
008850         MOVE 04 TO WS-JOB-RC
008860         MOVE "SEASON NOT FOUND - LIFETIME" TO WS-POST-NOTE
008870         GO TO 2550-APPLY-LIFETIME
008880     END-IF.
008890     IF WS-ACT-PROMO = MBA-SEASON-PROMO
008900         MOVE "Y" TO WS-SEASON-SW
008910         GO TO 2540-APPLY-SEASON
008920     END-IF.
008930     MOVE "L" TO WS-SEASON-SW.
008940     IF MAQ-ACCEPTED
008950         PERFORM 2510-COMPARE-SEASONS THRU 2510-EXIT
008960     END-IF.
008970     IF WS-SEASON-SW = "L"
008980         ADD 1 TO WS-LIFETIME-ONLY
008990         MOVE "EARLIER SEASON - LIFETIME ONLY" TO WS-POST-NOTE
009000         GO TO 2550-APPLY-LIFETIME
009010     END-IF.
009020     MOVE WS-ACT-PROMO TO MBA-SEASON-PROMO.
009030     MOVE 0 TO MBA-SEASON-POINTS.
009040     MOVE 0 TO MBA-SEASON-CARDS.
009050     PERFORM 2310-CLEAR-ONE-TIER-WIN THRU 2310-EXIT
009060         VARYING WS-TIER-IDX FROM 1 BY 1
009070         UNTIL WS-TIER-IDX > 20.
009080     MOVE "NEW SEASON" TO WS-POST-NOTE.
009090 2540-APPLY-SEASON.
009100     ADD WS-SIGNED-POINTS TO MBA-SEASON-POINTS.
009110     IF MAQ-REVERSAL
009120         IF MBA-SEASON-CARDS > 0
009130             SUBTRACT 1 FROM MBA-SEASON-CARDS
009140         END-IF
009150         IF WS-TIER-NO > 0
009160            AND MBA-TIER-WINS(WS-TIER-NO) > 0
009170             SUBTRACT 1 FROM MBA-TIER-WINS(WS-TIER-NO)
009180         END-IF
009190     ELSE
009200         ADD 1 TO MBA-SEASON-CARDS
009210         IF WS-TIER-NO > 0
009220             ADD 1 TO MBA-TIER-WINS(WS-TIER-NO)
009230         END-IF
009240     END-IF.
009250 2550-APPLY-LIFETIME.
009260     ADD WS-SIGNED-POINTS TO MBA-LIFE-POINTS.
009270     IF MAQ-REVERSAL
009280         IF MBA-LIFE-CARDS > 0
009290             SUBTRACT 1 FROM MBA-LIFE-CARDS
009300         END-IF
009310         IF MAQ-POINTS > 0 AND MBA-LIFE-WINS > 0
009320             SUBTRACT 1 FROM MBA-LIFE-WINS
009330         END-IF
009340         ADD 1 TO WS-REVERSALS-POSTED
009350         ADD MAQ-POINTS TO WS-POINTS-REVERSED
009360     ELSE
009370         ADD 1 TO MBA-LIFE-CARDS
009380         IF MAQ-POINTS > 0
009390             ADD 1 TO MBA-LIFE-WINS
009400         END-IF
009410         ADD 1 TO WS-ACCEPTS-POSTED
009420         ADD MAQ-POINTS TO WS-POINTS-ADDED
009430     END-IF.
009440     IF MAQ-RUN-DATE > MBA-LAST-ACTIVITY
009450         MOVE MAQ-RUN-DATE TO MBA-LAST-ACTIVITY
009460     END-IF.
009470     MOVE WS-ACT-PROMO TO MBA-LAST-PROMO.
009480     MOVE MAQ-CARD-ID TO MBA-LAST-CARD-ID.
009490     GO TO 2500-EXIT.
009500 2500-EXIT.
009510     EXIT.
009520*
009530*    THE POSTING'S SEASON REPLACES THE MEMBER'S CURRENT ONE
009540*    ONLY IF IT STARTED LATER.  A CURRENT SEASON NO LONGER ON
009550*    THE PROMOTION MASTER IS TAKEN AS THE EARLIER ONE.
009560 2510-COMPARE-SEASONS.
009570     MOVE WS-SEASON-IDX TO WS-CURRENT-IDX.
009580     MOVE MBA-SEASON-PROMO TO WS-ACT-PROMO.
009590     PERFORM 2150-FIND-SEASON THRU 2150-EXIT.
009600     IF WS-SEASON-IDX = 0
009610         MOVE "Y" TO WS-SEASON-SW
009620     ELSE
009630         IF PRM-START-DATE(WS-CURRENT-IDX) >
009640            PRM-START-DATE(WS-SEASON-IDX)
009650             MOVE "Y" TO WS-SEASON-SW
009660         END-IF
009670     END-IF.
009680     MOVE WS-CURRENT-IDX TO WS-SEASON-IDX.
009690     MOVE PRM-PROMO-CODE(WS-SEASON-IDX) TO WS-ACT-PROMO.
009700     GO TO 2510-EXIT.
009710 2510-EXIT.
009720     EXIT.
009730*
009732*    THE HISTORY ENTRY GOES ON FIRST - IT IS WHAT A RERUN
009734*    CHECKS - AND IS TAKEN OFF AGAIN IF THE ACCOUNT CANNOT BE
009736*    UPDATED, SO AN ACTIVITY IS ON THE HISTORY ONLY WHEN IT IS
009738*    ON THE ACCOUNT.
009740 2600-WRITE-ACCOUNT-AND-HISTORY.
009870     ADD 1 TO WS-POST-SEQ.
009880     MOVE SPACES TO FD-HISTORY-RECORD.
009890     MOVE MAQ-MEMBER-NO TO MBH-MEMBER-NO.
009900     MOVE WS-RUN-DATE TO MBH-POST-DATE.
009910     MOVE WS-RUN-TIME(1:6) TO MBH-POST-TIME.
009920     MOVE WS-POST-SEQ TO MBH-POST-SEQ.
009930     MOVE MAQ-SOURCE TO MBH-SOURCE.
009940     MOVE MAQ-RUN-DATE TO MBH-ACTIVITY-DATE.
009950     MOVE WS-ACT-PROMO TO MBH-PROMO-CODE.
009960     MOVE MAQ-CARD-ID TO MBH-CARD-ID.
009970     MOVE MAQ-MATCH-COUNT TO MBH-MATCH-COUNT.
009980     MOVE WS-TIER-NO TO MBH-TIER-NO.
009990     MOVE WS-SIGNED-POINTS TO MBH-POINTS.
010000     MOVE MBA-LIFE-POINTS TO MBH-BALANCE.
010010     MOVE WS-SEASON-SW TO MBH-SEASON-SW.
010020     WRITE FD-HISTORY-RECORD.
010030     IF WS-MBH-STATUS NOT = "00"
010040         DISPLAY "MEMBER HISTORY WRITE FAILED - STATUS "
010050             WS-MBH-STATUS " MEMBER " MAQ-MEMBER-NO
010060         MOVE 16 TO WS-JOB-RC
010061         GO TO 2600-EXIT
010062     END-IF.
010063     IF WS-NEW-ACCOUNT
010064         WRITE FD-ACCOUNT-RECORD
010065         ADD 1 TO WS-NEW-ACCOUNTS
010066     ELSE
010067         REWRITE FD-ACCOUNT-RECORD
010068     END-IF.
010069     IF WS-MBA-STATUS NOT = "00"
010070         DISPLAY "MEMBER ACCOUNT UPDATE FAILED - STATUS "
010071             WS-MBA-STATUS " MEMBER " MAQ-MEMBER-NO
010072         MOVE 16 TO WS-JOB-RC
010073         DELETE MEMBER-HISTORY RECORD
010074         IF WS-MBH-STATUS NOT = "00"
010075             DISPLAY "HISTORY ENTRY NOT WITHDRAWN - STATUS "
010076                 WS-MBH-STATUS " MEMBER " MAQ-MEMBER-NO
010077                 " CARD " MAQ-CARD-ID " - POST BY HAND"
010078         END-IF
010079         GO TO 2600-EXIT
010080     END-IF.
010081     GO TO 2600-EXIT.
010090 2600-EXIT.
010100     EXIT.
010110*
010120 2700-PRINT-POSTING.
010130     MOVE MAQ-MEMBER-NO TO RPT-DT-MEMBER.
010140     IF MAQ-REVERSAL
010150         MOVE "REVERSAL" TO RPT-DT-SOURCE
010160     ELSE
010170         MOVE "ACCEPTED" TO RPT-DT-SOURCE
010180     END-IF.
010190     IF WS-SEASON-IDX = 0
010200         MOVE "????" TO RPT-DT-PROMO
010210     ELSE
010220         IF WS-ACT-PROMO = SPACES
010230             MOVE "NONE" TO RPT-DT-PROMO
010240         ELSE
010250             MOVE WS-ACT-PROMO TO RPT-DT-PROMO
010260         END-IF
010270     END-IF.
010280     MOVE MAQ-CARD-ID TO RPT-DT-CARD.
010290     MOVE MAQ-MATCH-COUNT TO RPT-DT-MATCH.
010300     IF WS-TIER-NO = 0
010310         MOVE SPACES TO RPT-DT-TIER
010320     ELSE
010330         MOVE PRM-TR-NAME(WS-SEASON-IDX, WS-TIER-NO)
010340             TO RPT-DT-TIER
010350     END-IF.
010360     MOVE WS-SIGNED-POINTS TO RPT-DT-POINTS.
010370     MOVE MBA-LIFE-POINTS TO RPT-DT-BALANCE.
010380     MOVE WS-POST-NOTE TO RPT-DT-NOTE.
010390     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-PRINT-LINE.
010400     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
010410     GO TO 2700-EXIT.
010420 2700-EXIT.
010430     EXIT.
010440*
010450*================================================================*
010460*    3000 - POSTING TOTALS                                       *
010470*================================================================*
010480 3000-WRITE-TOTALS.
010490     IF NOT WS-ACT-FILE-FOUND
010500         MOVE "NO MEMBER ACTIVITY QUEUED - NOTHING POSTED"
010510             TO RPT-TX-TEXT
010520         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
010530         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
010540     END-IF.
010550     MOVE SPACES TO WS-RPT-PRINT-LINE.
010560     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
010570     MOVE "ACTIVITY RECORDS READ" TO RPT-TL-LABEL.
010580     MOVE WS-ACT-READ TO RPT-TL-VALUE.
010590     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010600     MOVE "ACCEPTED POSTINGS APPLIED" TO RPT-TL-LABEL.
010610     MOVE WS-ACCEPTS-POSTED TO RPT-TL-VALUE.
010620     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010630     MOVE "REVERSALS APPLIED" TO RPT-TL-LABEL.
010640     MOVE WS-REVERSALS-POSTED TO RPT-TL-VALUE.
010650     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010660     MOVE "REVERSALS NOT POSTED" TO RPT-TL-LABEL.
010670     MOVE WS-REVERSALS-REFUSED TO RPT-TL-VALUE.
010680     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010690     MOVE "UNREADABLE RECORDS" TO RPT-TL-LABEL.
010700     MOVE WS-UNREADABLE TO RPT-TL-VALUE.
010710     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010720     MOVE "NEW MEMBER ACCOUNTS" TO RPT-TL-LABEL.
010730     MOVE WS-NEW-ACCOUNTS TO RPT-TL-VALUE.
010740     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010750     MOVE "SEASON NOT FOUND" TO RPT-TL-LABEL.
010760     MOVE WS-SEASON-UNKNOWN TO RPT-TL-VALUE.
010770     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010780     MOVE "EARLIER SEASON - LIFETIME ONLY" TO RPT-TL-LABEL.
010790     MOVE WS-LIFETIME-ONLY TO RPT-TL-VALUE.
010800     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010810     MOVE "POINTS POSTED" TO RPT-TL-LABEL.
010820     MOVE WS-POINTS-ADDED TO RPT-TL-VALUE.
010830     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010840     MOVE "POINTS REVERSED" TO RPT-TL-LABEL.
010850     MOVE WS-POINTS-REVERSED TO RPT-TL-VALUE.
010860     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010862     MOVE "ALREADY POSTED - SKIPPED" TO RPT-TL-LABEL.
010864     MOVE WS-ALREADY-SKIPPED TO RPT-TL-VALUE.
010866     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
010870     IF WS-JOB-RC = 16
010880         MOVE "POSTING STOPPED ON A FILE ERROR - QUEUE KEPT"
010890             TO RPT-TX-TEXT
010900         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
010910         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
010920     END-IF.
010930     GO TO 3000-EXIT.
010940 3000-EXIT.
010950     EXIT.
010960*
010970 3010-RPT-PAGE-HEADING.
010980     ADD 1 TO WS-RPT-PAGE.
010990     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
011000     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
011010     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
011020     WRITE FD-POST-LINE FROM WS-RPT-HEADING-1.
011030     MOVE SPACES TO FD-POST-LINE.
011040     WRITE FD-POST-LINE.
011050     WRITE FD-POST-LINE FROM WS-RPT-COL-HEADER.
011060     MOVE 3 TO WS-RPT-LINE-CNT.
011070     GO TO 3010-EXIT.
011080 3010-EXIT.
011090     EXIT.
011100*
011110 3020-WRITE-RPT-LINE.
011120     IF WS-RPT-LINE-CNT > 55
011130         PERFORM 3010-RPT-PAGE-HEADING THRU 3010-EXIT
011140     END-IF.
011150     WRITE FD-POST-LINE FROM WS-RPT-PRINT-LINE.
011160     ADD 1 TO WS-RPT-LINE-CNT.
011170     GO TO 3020-EXIT.
011180 3020-EXIT.
011190     EXIT.
011200*
011210 3030-PRINT-TOTAL-LINE.
011220     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
011230     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
011240     GO TO 3030-EXIT.
011250 3030-EXIT.
011260     EXIT.
011270*
011280*================================================================*
011290*    4000 - END OF RUN                                           *
011300*================================================================*
011310*    THE QUEUE IS CLEARED ONLY WHEN EVERY RECORD ON IT HAS BEEN
011320*    DEALT WITH - A RUN THAT STOPPED ON A FILE ERROR LEAVES IT
011330*    STANDING.  THE RERUN SKIPS WHAT THE FAILED RUN APPLIED, AS
011340*    2050 FINDS IT ON THE HISTORY.
011360 4000-FINALIZE.
011370     IF WS-ACT-FILE-FOUND
011380         CLOSE MEMBER-ACTIVITY
011390         IF WS-JOB-RC < 16
011400             OPEN OUTPUT MEMBER-ACTIVITY
011410             CLOSE MEMBER-ACTIVITY
011420         END-IF
011430     END-IF.
011440     CLOSE MEMBER-ACCOUNTS.
011450     CLOSE MEMBER-HISTORY.
011460     IF WS-SCM-OPEN
011470         CLOSE SCORED-MASTER
011480     END-IF.
011490     CLOSE POST-RPT.
011500     DISPLAY "MEMBER ACCOUNT POSTING COMPLETE".
011510     DISPLAY "  ACTIVITY READ : " WS-ACT-READ.
011520     DISPLAY "  ACCEPTED      : " WS-ACCEPTS-POSTED.
011530     DISPLAY "  REVERSED      : " WS-REVERSALS-POSTED.
011540     DISPLAY "  NOT POSTED    : " WS-REVERSALS-REFUSED.
011545     DISPLAY "  ALREADY POSTED: " WS-ALREADY-SKIPPED.
011550     DISPLAY "RETURN CODE: " WS-JOB-RC.
011560     GO TO 4000-EXIT.
011570 4000-EXIT.
011580     EXIT.
