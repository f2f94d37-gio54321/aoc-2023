001470*                 THE MERGE STEP (DECKMRG) TO APPLY SERIALLY,   *
001480*                 SO CONCURRENT DECK JOBS NEVER UPDATE THE      *
001490*                 SHARED INDEXED FILES AT THE SAME TIME.        *
001491*  10/15/26  RJ   EACH BATCH'S PROMOTION IS NOW LOOKED UP ON    *
001492*                 THE PROMOTION MASTER (PROMOMST).  A SEASON    *
001493*                 THAT IS NOT ON FILE, CLOSED OR FROZEN HAS     *
001494*                 EVERY CARD REFUSED TO SUSPENSE (REASON PRMO). *
001495*                 EVERY DECK IS PRICED FROM ITS OWN SEASON'S    *
001496*                 TIER SCHEDULE - THE MASTER'S WHEN IT CARRIES  *
001497*                 ONE, TIERDEF OTHERWISE - SO AN OLD-SEASON     *
001498*                 DECK ON A CHANGEOVER NIGHT IS NO LONGER       *
001499*                 PRICED UNDER THE NEW TIERS.  TIERRPT TOTALS   *
001500*                 AND THE GLEXTR ACCRUALS ARE CUT BY PROMOTION, *
001501*                 AND EVERY GLEXTR PAIR CARRIES ITS OWN DECK'S  *
001502*                 OR SCHEDULE'S PROMOTION CODE.                 *
001503*  10/15/26  RJ   EVERY ADD, REWRITE AND DELETE THIS RUN MAKES  *
001504*                 ON THE REDEMPTION REGISTER OR THE SCORED-CARD *
001505*                 MASTER IS APPENDED TO THE SHARED AUDIT LOG    *
001506*                 (AUDITLOG) WITH THE RECORD'S BEFORE AND AFTER *
001507*                 IMAGES.  A DEFERRED RUN CHANGES NEITHER FILE, *
001508*                 SO ITS CHANGES ARE LOGGED BY THE MERGE STEP   *
001509*                 THAT APPLIES THEM.                            *
001510*  10/15/26  RJ   CHECKS THE NIGHTLY CYCLE CONTROL FILE         *
001511*                 (CYCLCTL) ONCE PARMFIL IS READ AND REFUSES TO *
001512*                 RUN (RC 16) UNLESS DECKSPLT HAS COMPLETED FOR *
001513*                 THE OPEN BUSINESS DATE AND THE SCORING STEP   *
001514*                 HAS NOT ALREADY RUN, BARRING AN OPERATOR      *
001515*                 OVERRIDE.  A SINGLE (NOT DEFERRED) RUN STAMPS *
001516*                 THE SCORING STEP'S START, END AND RETURN      *
001517*                 CODE.  DEFERRED DECK JOBS LEAVE THAT TO       *
001518*                 DECKMRG.                                      *
001519*  10/15/26  RJ   CARRIES THE STORE ID FROM EACH DECK HEADER    *
001520*                 AND COUNTS EACH DECK'S EXCEPTIONS AND PRIZE   *
001521*                 LIABILITY.  SUMRPT GAINS STORE SUBTOTALS      *
001522*                 (DECKS, CARDS, EXCEPTIONS, POINTS,            *
001523*                 LIABILITY), TIERRPT A LIABILITY-BY-STORE      *
001524*                 SECTION, AND RUNHIST AN "S" RECORD PER STORE; *
001525*                 THE "D" RECORD CARRIES THE DECK'S STORE,      *
001526*                 EXCEPTIONS AND LIABILITY, AND THE ALERT       *
001527*                 RECORD THE RUN'S LIABILITY FOR THE MERGE      *
001528*                 STEP.                                         *
001529*  10/15/26  RJ   RESERVES THE RE-SEND FLAG - POSITION 29 OF    *
001530*                 THE LOYALTY EXTRACT, POSITION 80 OF THE GL    *
001531*                 JOURNAL AND TRAILER RECORDS - LEFT BLANK HERE *
001532*                 AND SET ONLY ON AN EXTRACT THE OUTPUT ARCHIVE *
001533*                 (OUTARCH) RE-STAGES.                          *
001534*---------------------------------------------------------------*
001535*
001536 ENVIRONMENT DIVISION.
001537 INPUT-OUTPUT SECTION.
001540 FILE-CONTROL.
001550     SELECT CARDS-IN
001560         ASSIGN TO "CARDIN"
002080     SELECT SCM-UPDATES
002090         ASSIGN TO "SCMUPDT"
002100         ORGANIZATION IS LINE SEQUENTIAL.
002102     SELECT AUDIT-LOG
002104         ASSIGN TO "AUDITLOG"
002106         ORGANIZATION IS LINE SEQUENTIAL
002108         FILE STATUS IS WS-AUD-STATUS.
002110     SELECT GL-JOURNAL
002120         ASSIGN TO "GLEXTR"
002130         ORGANIZATION IS LINE SEQUENTIAL.
002150         ASSIGN TO "SUSPFILE"
002160         ORGANIZATION IS LINE SEQUENTIAL
002170         FILE STATUS IS WS-SUS-STATUS.
002171     SELECT PROMO-MASTER
002172         ASSIGN TO "PROMOMST"
002173         ORGANIZATION IS INDEXED
002174         ACCESS MODE IS RANDOM
002175         RECORD KEY IS PMS-PROMO-CODE
002176         FILE STATUS IS WS-PMS-STATUS.
002177     SELECT CYCLE-CONTROL
002178         ASSIGN TO "CYCLCTL"
002179         ORGANIZATION IS INDEXED
002180         ACCESS MODE IS RANDOM
002181         RECORD KEY IS CYC-BUS-DATE
002182         FILE STATUS IS WS-CYC-STATUS.
002183*
002190 DATA DIVISION.
002200 FILE SECTION.
002210*
002640     LABEL RECORDS ARE STANDARD
002650     RECORD CONTAINS 40 CHARACTERS.
002660 01  FD-TIER-DEF-RECORD           PIC X(40).
002661*
002662*    PROMOTION MASTER, MAINTAINED BY PROMOMNT - ONE RECORD PER
002663*    SEASON WITH ITS STATUS AND ITS OWN TIER SCHEDULE (SAME
002664*    FIELDS AS A TIERDEF LINE).  A ZERO TIER COUNT MEANS THE
002665*    SEASON HAS NO SCHEDULE OF ITS OWN AND TIERDEF PRICES IT.
002666 FD  PROMO-MASTER
002667     LABEL RECORDS ARE STANDARD
002668     RECORD CONTAINS 800 CHARACTERS.
002669 01  FD-PROMO-RECORD.
002670     05  PMS-PROMO-CODE           PIC X(04).
002671     05  PMS-PROMO-NAME           PIC X(30).
002672     05  PMS-START-DATE           PIC 9(08).
002673     05  PMS-END-DATE             PIC 9(08).
002674     05  PMS-STATUS-CODE          PIC X(01).
002675         88  PMS-OPEN                       VALUE "O".
002676     05  PMS-TIER-COUNT           PIC 9(02).
002677     05  PMS-TIER-ENTRY           OCCURS 20 TIMES.
002678         10  PMS-TR-LOW           PIC 9(03).
002679         10  PMS-TR-HIGH          PIC 9(03).
002680         10  PMS-TR-NAME          PIC X(20).
002681         10  PMS-TR-PAYOUT        PIC 9(07)V99.
002682     05  FILLER                   PIC X(47).
002683*
002684 FD  TIER-RPT
002690     LABEL RECORDS ARE OMITTED
002700     RECORD CONTAINS 132 CHARACTERS.
002710 01  FD-TIER-LINE                 PIC X(132).
002880*
002890*    CUMULATIVE RUN HISTORY - APPENDED TO, NEVER REWRITTEN.
002900*    "R" RECORDS CARRY THE RUN-LEVEL FIGURES, "D" RECORDS ONE
002906*    DECK EACH, "S" RECORDS ONE STORE EACH - SEE
002912*    WS-HIST-RUN-REC / WS-HIST-DECK-REC / WS-HIST-STORE-REC.
002920 FD  RUN-HISTORY
002930     LABEL RECORDS ARE STANDARD
002940     RECORD CONTAINS 80 CHARACTERS.
003820     RECORD CONTAINS 454 CHARACTERS.
003830 01  FD-SCM-UPDATE-RECORD         PIC X(454).
003840*
003841*    SHARED AUDIT LOG - ONE RECORD PER ADD, CHANGE OR DELETE
003842*    MADE ON THE REGISTER, THE SCORED-CARD MASTER OR THE
003843*    DISPUTE CASE FILE BY ANY PROGRAM.  APPENDED TO, NEVER
003844*    REWRITTEN.  SEE WS-AUDIT-AREA FOR THE LAYOUT.
003845 FD  AUDIT-LOG
003846     LABEL RECORDS ARE STANDARD
003847     RECORD CONTAINS 1000 CHARACTERS.
003848 01  FD-AUDIT-RECORD              PIC X(1000).
003849*
003850*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
003851*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
003852*    NAMING THE BUSINESS DATE NOW OPEN.
003853 FD  CYCLE-CONTROL
003854     LABEL RECORDS ARE STANDARD
003855     RECORD CONTAINS 700 CHARACTERS.
003856 01  FD-CYCLE-RECORD.
003857     05  CYC-BUS-DATE             PIC 9(08).
003858     05  CYC-OPEN-DATE            PIC 9(08).
003859     05  CYC-OPEN-TIME            PIC 9(06).
003860     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
003861         10  CYC-STEP-STATUS      PIC X(01).
003862             88  CYC-STEP-NOT-RUN              VALUE SPACE.
003863             88  CYC-STEP-RUNNING              VALUE "R".
003864             88  CYC-STEP-COMPLETE             VALUE "C".
003865             88  CYC-STEP-FAILED               VALUE "F".
003866         10  CYC-START-DATE       PIC 9(08).
003867         10  CYC-START-TIME       PIC 9(06).
003868         10  CYC-END-DATE         PIC 9(08).
003869         10  CYC-END-TIME         PIC 9(06).
003870         10  CYC-STEP-RC          PIC 9(02).
003871         10  CYC-RUN-COUNT        PIC 9(02).
003872         10  CYC-FORCE-FLAG       PIC X(01).
003873             88  CYC-FORCE-PENDING             VALUE "Y".
003874             88  CYC-FORCE-USED                VALUE "U".
003875         10  CYC-FORCE-OPERATOR   PIC X(03).
003876         10  CYC-FORCE-DATE       PIC 9(08).
003877         10  CYC-FORCE-TIME       PIC 9(06).
003878         10  CYC-FORCE-REASON     PIC X(40).
003879     05  FILLER                   PIC X(41).
003880 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
003881     05  CYH-KEY                  PIC 9(08).
003882     05  CYH-CURRENT-DATE         PIC 9(08).
003883     05  FILLER                   PIC X(684).
003884*
003885 WORKING-STORAGE SECTION.
003886*
003887*---------------------------------------------------------------*
003888*    SWITCHES                                                   *
003890*---------------------------------------------------------------*
003900 77  WS-CARDS-STATUS              PIC X(02) VALUE "00".
003910 77  WS-CKPT-STATUS               PIC X(02) VALUE "00".
003940 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
003950 77  WS-HIST-STATUS               PIC X(02) VALUE "00".
003960 77  WS-SUS-STATUS                PIC X(02) VALUE "00".
003965 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
003967 77  WS-AUD-STATUS                PIC X(02) VALUE "00".
003970*
003980 77  WS-EOF-SW                    PIC X(01) VALUE "N".
003990     88  WS-EOF                             VALUE "Y".
004820*
004830 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
004840*
004848*    RUN-HISTORY RECORDS (RUNHIST) - ONE "R" PER RUN, ONE "D"
004856*    PER DECK AND ONE "S" PER STORE, APPENDED AT END OF RUN BY
004864*    3700 SO EXCEPTION RATES AND LIABILITY CAN BE TRENDED
004872*    ACROSS BATCHES, BY STORE AS WELL AS BY RUN.
004880 01  WS-HIST-RUN-REC.
004890     05  HR-RECORD-TYPE           PIC X(01).
004900     05  HR-RUN-DATE              PIC 9(08).
005050     05  HD-CARD-COUNT            PIC 9(05).
005060     05  HD-POINTS                PIC 9(10).
005070     05  HD-CASCADE               PIC 9(10).
005071     05  HD-STORE-ID              PIC X(04).
005072     05  HD-EXCEPTIONS            PIC 9(05).
005073     05  HD-LIABILITY             PIC 9(13)V99.
005074     05  FILLER                   PIC X(12) VALUE SPACES.
005075*
005076 01  WS-HIST-STORE-REC.
005077     05  HS-RECORD-TYPE           PIC X(01).
005078     05  HS-RUN-DATE              PIC 9(08).
005079     05  HS-RUN-TIME              PIC 9(08).
005080     05  HS-STORE-ID              PIC X(04).
005081     05  HS-DECK-COUNT            PIC 9(03).
005082     05  HS-CARD-COUNT            PIC 9(07).
005083     05  HS-EXCEPTIONS            PIC 9(05).
005084     05  HS-POINTS                PIC 9(12).
005085     05  HS-LIABILITY             PIC 9(13)V99.
005086     05  FILLER                   PIC X(17) VALUE SPACES.
005090*
005100*    ALERT RECORD LAYOUT - ALL FIXED POSITIONS, NO EDITING, SO
005110*    THE SCHEDULER CAN PICK IT APART WITHOUT PARSING A REPORT.
005220     05  ALT-RESULT               PIC 9(10).
005230     05  ALT-CASCADE-TOTAL        PIC 9(10).
005240     05  ALT-BALANCE              PIC X(01).
005246     05  ALT-LIABILITY            PIC 9(13)V99.
005252     05  FILLER                   PIC X(07) VALUE SPACES.
005260*
005270*    GL JOURNAL RECORD (GLEXTR).  "J" DETAIL RECORDS COME IN
005280*    BALANCED DEBIT/CREDIT PAIRS; THE ONE "T" TRAILER CARRIES
005400     05  GLJ-DR-CR                PIC X(02).
005410     05  GLJ-AMOUNT               PIC 9(13)V99.
005420     05  GLJ-DESC                 PIC X(20).
005426     05  FILLER                   PIC X(11) VALUE SPACES.
005432     05  GLJ-RESEND-FLAG          PIC X(01) VALUE SPACE.
005440*
005450 01  WS-GL-TRAILER-AREA.
005460     05  GLT-RECORD-TYPE          PIC X(01) VALUE "T".
005470     05  GLT-RUN-DATE             PIC 9(08).
005480     05  GLT-RECORD-COUNT         PIC 9(07).
005490     05  GLT-HASH-TOTAL           PIC 9(15)V99.
005496     05  FILLER                   PIC X(46) VALUE SPACES.
005502     05  GLT-RESEND-FLAG          PIC X(01) VALUE SPACE.
005510*
005520 77  WS-GL-RECORD-COUNT           PIC 9(07) VALUE 0 COMP.
005530 77  WS-GL-HASH-TOTAL             PIC 9(15)V99 VALUE 0.
005600 01  WS-SCM-UPDATE-AREA.
005610     05  SUA-ACTION               PIC X(01).
005620     05  SUA-MASTER-RECORD        PIC X(453).
005621*
005622*    AUDIT LOG RECORD - THE SAME LAYOUT IN EVERY PROGRAM THAT
005623*    WRITES AUDITLOG (AUDINQ READS IT).  ACTION IS ADD, CHG OR
005624*    DEL; A BEFORE IMAGE IS SPACES ON AN ADD AND AN AFTER
005625*    IMAGE IS SPACES ON A DELETE.  THE OPERATOR IS SPACES FOR
005626*    AN UNATTENDED BATCH STEP.
005627 01  WS-AUDIT-AREA.
005628     05  AUD-PROGRAM              PIC X(08).
005629     05  AUD-RUN-DATE             PIC 9(08).
005630     05  AUD-RUN-TIME             PIC 9(06).
005631     05  AUD-OPERATOR             PIC X(03).
005632     05  AUD-FILE-NAME            PIC X(08).
005633     05  AUD-ACTION               PIC X(03).
005634     05  AUD-KEY.
005635         10  AUD-PROMO-CODE       PIC X(04).
005636         10  AUD-CARD-ID          PIC 9(05).
005637     05  AUD-BEFORE-IMAGE         PIC X(460).
005638     05  AUD-AFTER-IMAGE          PIC X(460).
005639     05  FILLER                   PIC X(35).
005640*
005641 01  WS-ECHO-LINE-AREA.
005650     05  FILLER                     PIC X(02) VALUE SPACES.
005660     05  ECHO-LABEL                 PIC X(13).
005670     05  FILLER                     PIC X(02) VALUE "= ".
006470*
006480 77  WS-DECK-ID                   PIC X(10) VALUE SPACES.
006490 77  WS-DECK-NAME                 PIC X(20) VALUE SPACES.
006493 77  WS-DECK-STORE-ID             PIC X(04) VALUE SPACES.
006496 77  WS-DECK-EXC-START            PIC 9(05) VALUE 0 COMP.
006500*
006510*    PROMOTION-SEASON CODE FROM THE BATCH HEADER - STAMPED INTO
006520*    EVERY REGISTER AND MASTER KEY OF THE RUN.  A FEED FROM
006660*    SITE ALONGSIDE THE EXCEPTION TEXT: ZCNT ZERO COUNTS, OVER
006670*    TABLE CAPACITY EXCEEDED, WRNG WINNING NUMBER OUT OF RANGE,
006680*    HRNG HELD NUMBER OUT OF RANGE, DUPW DUPLICATE WINNING
006690*    NUMBER, PRMO PROMOTION NOT OPEN ON THE PROMOTION MASTER.
006700 77  WS-SUSPENSE-REASON           PIC X(04) VALUE SPACES.
006710*
006720*    SUSPENSE RECORD AS WRITTEN - SEE THE FD COMMENT.
007710     05  CI-DH-DECK-NAME            PIC X(20).
007720     05  CI-DH-EXPECTED-CARDS       PIC 9(05).
007730     05  CI-DH-PROMO-CODE           PIC X(04).
007736     05  CI-DH-STORE-ID             PIC X(04).
007742     05  FILLER                     PIC X(276).
007750*
007760 01  WS-CI-DECK-TRL REDEFINES WS-CARD-IN-AREA.
007770     05  FILLER                     PIC X(01).
008790     05  LOY-CARD-VALUE             PIC 9(10).
008800     05  LOY-POSTING-TYPE           PIC X(01) VALUE "P".
008810     05  LOY-MEMBER-NO              PIC 9(09) VALUE 0.
008816     05  LOY-RESEND-FLAG            PIC X(01) VALUE SPACE.
008822     05  FILLER                     PIC X(01) VALUE SPACES.
008830*
008840*---------------------------------------------------------------*
008850*    BATCH SUMMARY REPORT (SUMRPT).  THE FORMAL, PAGINATED      *
009110         10  WS-DSM-POINTS        PIC 9(10) COMP.
009120         10  WS-DSM-CASCADE       PIC 9(10) COMP.
009130         10  WS-DSM-VOIDS         PIC 9(10) COMP.
009135         10  WS-DSM-SCHED-IDX     PIC 9(02) COMP.
009136         10  WS-DSM-STORE-ID      PIC X(04).
009137         10  WS-DSM-EXCEPTIONS    PIC 9(05) COMP.
009138         10  WS-DSM-LIABILITY     PIC 9(13)V99.
009140         10  WS-DSM-TIER-CARDS    PIC 9(05) COMP
009150                 OCCURS 20 TIMES.
009160*
009320         10  WS-PRM-CARDS         PIC 9(07) COMP.
009330         10  WS-PRM-POINTS        PIC 9(12) COMP.
009340         10  WS-PRM-CASCADE       PIC 9(12) COMP.
009341*
009342*    PER-STORE ROLL-UP FOR THE SUMMARY AND TIER REPORTS AND THE
009343*    RUN HISTORY, BUILT FROM THE DECK SUMMARY TABLE AT END OF
009344*    RUN.  DECKS WITH NO STORE ON THE HEADER (SINGLE-FEED AND
009345*    RECYCLE DECKS) ROLL UP UNDER A BLANK STORE, PRINTED "NONE".
009346*    EXCEPTIONS RAISED OUTSIDE ANY DECK (BATCH HEADER, ORPHAN
009347*    CARDS) ARE KEPT APART SO THE STORE FIGURES STILL FOOT.
009348 77  WS-STS-IDX                   PIC 9(03) VALUE 0 COMP.
009349 77  WS-STS-FOUND-SW              PIC X(01) VALUE "N".
009350     88  WS-STS-FOUND                       VALUE "Y".
009351 77  WS-STS-FOUND-IDX             PIC 9(03) VALUE 0 COMP.
009352 77  WS-STS-DECK-EXCEPTIONS       PIC 9(05) VALUE 0 COMP.
009353 77  WS-STS-LOOSE-EXCEPTIONS      PIC 9(05) VALUE 0 COMP.
009354 77  WS-STS-TOTAL-LIABILITY       PIC 9(13)V99 VALUE 0.
009355 77  WS-STS-BATCH-LIABILITY       PIC 9(13)V99 VALUE 0.
009356 77  WS-STS-LOOSE-LIABILITY       PIC 9(13)V99 VALUE 0.
009357 01  WS-STORE-SUMMARY-TABLE.
009358     05  WS-STS-COUNT             PIC 9(03) VALUE 0 COMP.
009359     05  WS-STS-ENTRY             OCCURS 100 TIMES.
009360         10  WS-STS-STORE-ID      PIC X(04).
009361         10  WS-STS-STORE-NAME    PIC X(20).
009362         10  WS-STS-DECKS         PIC 9(03) COMP.
009363         10  WS-STS-CARDS         PIC 9(07) COMP.
009364         10  WS-STS-EXCEPTIONS    PIC 9(05) COMP.
009365         10  WS-STS-POINTS        PIC 9(12) COMP.
009366         10  WS-STS-LIABILITY     PIC 9(13)V99.
009367*
009368*---------------------------------------------------------------*
009370*    DEFAULT PRIZE TIER TABLE, LOADED FROM TIERDEF AT           *
009380*    INITIALIZATION.  IT ONLY PRICES A PROMOTION WHOSE MASTER   *
009390*    RECORD CARRIES NO SCHEDULE OF ITS OWN - IT IS COPIED INTO  *
009400*    THAT PROMOTION'S SCHEDULE BELOW, WHERE THE COUNTING IS     *
009410*    DONE.                                                      *
009420*---------------------------------------------------------------*
009430 01  WS-TIER-TABLE.
009440     05  WS-TIER-COUNT            PIC 9(02) VALUE 0 COMP.
009470         10  WS-TR-HIGH           PIC 9(03).
009480         10  WS-TR-NAME           PIC X(20).
009490         10  WS-TR-PAYOUT         PIC 9(07)V99.
009491*
009492*---------------------------------------------------------------*
009493*    PRIZE TIER SCHEDULE PER PROMOTION SEEN THIS RUN, BUILT AT  *
009494*    EACH BATCH HEADER FROM THE PROMOTION MASTER.  A CARD FALLS *
009495*    IN THE FIRST TIER OF ITS OWN SEASON'S SCHEDULE WHOSE RANGE *
009496*    COVERS ITS MATCH COUNT.  WS-PSC-CARD-COUNT IS THE RUN-WIDE *
009497*    TALLY FOR THE SEASON; THE PER-DECK SPLIT LIVES IN          *
009498*    WS-DECK-TIER-COUNTS AND IS PUT ASIDE INTO THE DECK SUMMARY *
009499*    AT EACH TRAILER WITH THE SCHEDULE IT WAS COUNTED AGAINST.  *
009500*    WS-PSC-STATUS IS THE MASTER'S O/C/F, OR U WHEN THE SEASON  *
009501*    IS NOT ON FILE; WS-PSC-SOURCE IS P (MASTER SCHEDULE), T    *
009502*    (TIERDEF DEFAULT) OR N (NO SCHEDULE - CARDS NOT PRICED).   *
009503*---------------------------------------------------------------*
009504 77  WS-PSC-IDX                   PIC 9(02) VALUE 0 COMP.
009505 77  WS-SCHED-IDX                 PIC 9(02) VALUE 0 COMP.
009506 77  WS-PROMO-REFUSED-SW          PIC X(01) VALUE "N".
009507     88  WS-PROMO-REFUSED                   VALUE "Y".
009508 01  WS-PROMO-SCHED-TABLE.
009509     05  WS-PSC-COUNT             PIC 9(02) VALUE 0 COMP.
009510     05  WS-PSC-ENTRY             OCCURS 20 TIMES.
009511         10  WS-PSC-PROMO-CODE    PIC X(04).
009512         10  WS-PSC-STATUS        PIC X(01).
009513             88  WS-PSC-OPEN                VALUE "O".
009514         10  WS-PSC-SOURCE        PIC X(01).
009515         10  WS-PSC-TIER-COUNT    PIC 9(02) COMP.
009516         10  WS-PSC-UNASSIGNED    PIC 9(07) COMP.
009517         10  WS-PSC-TIER          OCCURS 20 TIMES.
009518             15  WS-PSC-LOW       PIC 9(03).
009519             15  WS-PSC-HIGH      PIC 9(03).
009520             15  WS-PSC-NAME      PIC X(20).
009521             15  WS-PSC-PAYOUT    PIC 9(07)V99.
009522             15  WS-PSC-CARD-COUNT
009523                                  PIC 9(07) COMP.
009524*
009525 01  WS-DECK-TIER-COUNTS.
009530     05  WS-DTC-CARDS             PIC 9(05) COMP
009540             OCCURS 20 TIMES.
009550*
009900 77  WS-TIER-IDX                  PIC 9(02) VALUE 0 COMP.
009910 77  WS-TIER-FOUND-IDX            PIC 9(02) VALUE 0 COMP.
009920 77  WS-TIER-DEF-LINENO           PIC 9(03) VALUE 0 COMP.
009940 77  WS-TIER-MATCH-WORK           PIC 9(03) VALUE 0 COMP.
009950 77  WS-TIER-PAGE                 PIC 9(04) VALUE 0 COMP.
009960 77  WS-TIER-LINE-CNT             PIC 9(03) VALUE 99 COMP.
009970 77  WS-TIER-LIABILITY            PIC 9(13)V99 VALUE 0.
009975 77  WS-PROMO-LIABILITY           PIC 9(15)V99 VALUE 0.
009980 77  WS-GRAND-LIABILITY           PIC 9(15)V99 VALUE 0.
009990*
010000 01  WS-SUM-PRINT-LINE            PIC X(132) VALUE SPACES.
010320         "       POINTS".
010330     05  FILLER                     PIC X(13) VALUE
010340         "      CASCADE".
010344     05  FILLER                     PIC X(07) VALUE "  STORE".
010348     05  FILLER                     PIC X(12) VALUE
010352         "  EXCEPTIONS".
010356     05  FILLER                     PIC X(48) VALUE SPACES.
010360*
010370 01  WS-SUM-DECK-LINE.
010380     05  SUM-DK-ID                  PIC X(10).
010440     05  SUM-DK-POINTS              PIC Z(9)9.
010450     05  FILLER                     PIC X(03) VALUE SPACES.
010460     05  SUM-DK-CASCADE             PIC Z(9)9.
010463     05  FILLER                     PIC X(02) VALUE SPACES.
010466     05  SUM-DK-STORE               PIC X(04).
010469     05  FILLER                     PIC X(08) VALUE SPACES.
010472     05  SUM-DK-EXCEPTIONS          PIC ZZZZ9.
010475     05  FILLER                     PIC X(48) VALUE SPACES.
010480*
010490 01  WS-SUM-PROMO-LINE.
010500     05  FILLER                     PIC X(10) VALUE
010570     05  FILLER                     PIC X(10) VALUE "  CASCADE ".
010580     05  SUM-PR-CASCADE             PIC Z(11)9.
010590     05  FILLER                     PIC X(58) VALUE SPACES.
010591*
010592 01  WS-SUM-STORE-LINE.
010593     05  FILLER                     PIC X(06) VALUE "STORE ".
010594     05  SUM-ST-STORE               PIC X(04).
010595     05  FILLER                     PIC X(02) VALUE SPACES.
010596     05  SUM-ST-NAME                PIC X(20).
010597     05  FILLER                     PIC X(09) VALUE "   DECKS ".
010598     05  SUM-ST-DECKS               PIC ZZ9.
010599     05  FILLER                     PIC X(09) VALUE "   CARDS ".
010600     05  SUM-ST-CARDS               PIC Z(6)9.
010601     05  FILLER                     PIC X(13) VALUE
010602         "  EXCEPTIONS ".
010603     05  SUM-ST-EXCEPTIONS          PIC ZZZZ9.
010604     05  FILLER                     PIC X(09) VALUE "  POINTS ".
010605     05  SUM-ST-POINTS              PIC Z(11)9.
010606     05  FILLER                     PIC X(12)
010607         VALUE "  LIABILITY ".
010608     05  SUM-ST-LIABILITY           PIC Z(12)9.99.
010609     05  FILLER                     PIC X(05) VALUE SPACES.
010610*
010611 01  WS-SUM-RECAP-LINE.
010620     05  FILLER                     PIC X(02) VALUE SPACES.
010630     05  SUM-RC-TALLY               PIC ZZZZ9.
010640     05  FILLER                     PIC X(02) VALUE SPACES.
010940     05  TIER-DK-ID                 PIC X(10).
010950     05  FILLER                     PIC X(02) VALUE SPACES.
010960     05  TIER-DK-NAME               PIC X(20).
010965     05  FILLER                     PIC X(08) VALUE "  PROMO ".
010970     05  TIER-DK-PROMO              PIC X(04).
010972     05  FILLER                     PIC X(08) VALUE "  STORE ".
010974     05  TIER-DK-STORE              PIC X(04).
010976     05  FILLER                     PIC X(71) VALUE SPACES.
010980*
010990 01  WS-TIER-COUNT-LINE.
011000     05  FILLER                     PIC X(02) VALUE SPACES.
011240     05  TIER-GT-LABEL              PIC X(30).
011250     05  TIER-GT-VALUE              PIC Z(14)9.99.
011260     05  FILLER                     PIC X(82) VALUE SPACES.
011261*
011262 01  WS-TIER-PROMO-LINE.
011263     05  FILLER                     PIC X(24)
011264         VALUE "TIER TOTALS - PROMOTION ".
011265     05  TIER-PR-CODE               PIC X(04).
011266     05  FILLER                     PIC X(02) VALUE SPACES.
011267     05  TIER-PR-SOURCE             PIC X(40).
011268     05  FILLER                     PIC X(62) VALUE SPACES.
011269*
011270 01  WS-TIER-STORE-LINE.
011271     05  FILLER                     PIC X(06) VALUE "STORE ".
011272     05  TIER-ST-STORE              PIC X(04).
011273     05  FILLER                     PIC X(02) VALUE SPACES.
011274     05  TIER-ST-NAME               PIC X(20).
011275     05  FILLER                     PIC X(09) VALUE "   DECKS ".
011276     05  TIER-ST-DECKS              PIC ZZ9.
011277     05  FILLER                     PIC X(09) VALUE "   CARDS ".
011278     05  TIER-ST-CARDS              PIC Z(6)9.
011279     05  FILLER                     PIC X(12)
011280         VALUE "  LIABILITY ".
011281     05  TIER-ST-LIABILITY          PIC Z(12)9.99.
011282     05  FILLER                     PIC X(44) VALUE SPACES.
011283*
011284 01  WS-TIER-PRINT-LINE            PIC X(132) VALUE SPACES.
011290*
011291*---------------------------------------------------------------*
011292*    NIGHTLY CYCLE CONTROL.  THIS PROGRAM IS CHAIN STEP 4       *
011293*    AND MAY NOT START UNTIL STEP 3 HAS COMPLETED FOR THE       *
011294*    OPEN BUSINESS DATE.                                        *
011295*---------------------------------------------------------------*
011296 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
011297 77  WS-CYC-STEP                  PIC 9(01) VALUE 4.
011298 77  WS-CYC-PRIOR                 PIC 9(01) VALUE 3.
011299 77  WS-CYC-BUS-DATE              PIC 9(08) VALUE 0.
011300 77  WS-CYC-END-RC                PIC 9(02) VALUE 0.
011301 77  WS-CYC-REFUSAL               PIC X(60) VALUE SPACES.
011302*
011303 01  WS-CYC-NOW.
011304     05  WS-CYC-NOW-DATE          PIC 9(08) VALUE 0.
011305     05  WS-CYC-NOW-TIME.
011306         10  WS-CYC-NOW-HHMMSS    PIC 9(06) VALUE 0.
011307         10  FILLER               PIC 9(02) VALUE 0.
011308*
011309 01  WS-CYC-STEP-NAMES.
011310     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
011311     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
011312     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
011313     05  FILLER                   PIC X(08) VALUE "SCORING ".
011314     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
011315     05  FILLER                   PIC X(08) VALUE "LOYRECON".
011316     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
011317 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
011318     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
011319*
011320 PROCEDURE DIVISION.
011321*
011322*================================================================*
011330*    0000-MAINLINE                                               *
011340*================================================================*
011350 0000-MAINLINE.
011360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011362     IF NOT WS-UPDATES-DEFER
011364         PERFORM 9200-STAMP-CYCLE-START THRU 9200-EXIT
011366     END-IF.
011370     PERFORM 2000-PROCESS-BATCH THRU 2000-EXIT
011380         UNTIL WS-EOF
011390            OR WS-RUN-ABORTED.
011400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
011402     IF NOT WS-UPDATES-DEFER
011404         PERFORM 9300-STAMP-CYCLE-END THRU 9300-EXIT
011406     END-IF.
011410     MOVE WS-JOB-RC TO RETURN-CODE.
011420     STOP RUN.
011430*
011500         MOVE "BOTH" TO WS-RUN-MODE
011510     END-IF.
011520     PERFORM 1500-READ-PARM-FILE THRU 1500-EXIT.
011522*    A DEFERRED DECK JOB IS CHECKED BUT NOT STAMPED - DECKMRG
011524*    STAMPS THE SCORING STEP WHEN IT APPLIES THE DECKS' UPDATES.
011526     PERFORM 9100-CHECK-CYCLE THRU 9100-EXIT.
011530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011540     ACCEPT WS-RUN-TIME FROM TIME.
011550     MOVE WS-RD-MM TO WS-ED-MM.
011600     MOVE WS-RT-SS TO WS-ET-SS.
011610     MOVE WS-RUN-DATE TO WS-ORIG-RUN-DATE.
011620     MOVE WS-RUN-TIME(1:6) TO WS-ORIG-RUN-TIME.
011625     PERFORM 1900-OPEN-PROMO-MASTER THRU 1900-EXIT.
011627     PERFORM 1950-OPEN-AUDIT-LOG THRU 1950-EXIT.
011630     OPEN INPUT CARDS-IN.
011640     PERFORM 1100-OPEN-CHECKPOINT THRU 1100-EXIT.
011650     PERFORM 1300-OPEN-REDEMPTION-REGISTER THRU 1300-EXIT.
012700 1800-EXIT.
012710     EXIT.
012720*
012722*    THE PROMOTION MASTER IS ONLY READ HERE - PROMOMNT OWNS IT.
012724*    WITHOUT IT NO SEASON CAN BE PROVED OPEN OR PRICED, SO THE
012726*    RUN STOPS BEFORE ANY OTHER FILE IS OPENED, LEAVING THE
012728*    CHECKPOINT AND OUTPUTS AS THEY WERE FOR THE RERUN.
012730 1900-OPEN-PROMO-MASTER.
012732     OPEN INPUT PROMO-MASTER.
012734     IF WS-PMS-STATUS NOT = "00"
012736         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
012738             WS-PMS-STATUS
012740         MOVE 16 TO RETURN-CODE
012742         STOP RUN
012744     END-IF.
012746     GO TO 1900-EXIT.
012748 1900-EXIT.
012749     EXIT.
012750*
012751*    THE AUDIT LOG IS A STANDING FILE SHARED WITH EVERY PROGRAM
012752*    THAT CHANGES THE REGISTER, MASTER OR CASE FILE - OPENED
012753*    EXTEND, CREATED ON THE FIRST RUN (STATUS 35).  A RUN THAT
012754*    CANNOT LOG ITS CHANGES DOES NOT MAKE THEM, SO ANY OTHER
012755*    FAILURE STOPS THE RUN BEFORE A STANDING FILE IS OPENED.
012756*    A DEFERRED RUN NEVER CHANGES THE SHARED FILES (THE MERGE
012757*    STEP LOGS WHAT IT APPLIES) AND LEAVES THE LOG ALONE.
012758 1950-OPEN-AUDIT-LOG.
012759     IF WS-UPDATES-DEFER
012760         GO TO 1950-EXIT
012761     END-IF.
012762     OPEN EXTEND AUDIT-LOG.
012763     IF WS-AUD-STATUS = "35"
012764         OPEN OUTPUT AUDIT-LOG
012765     END-IF.
012766     IF WS-AUD-STATUS NOT = "00"
012767         DISPLAY "AUDIT LOG NOT AVAILABLE - STATUS "
012768             WS-AUD-STATUS
012769         MOVE 16 TO RETURN-CODE
012770         STOP RUN
012771     END-IF.
012772     GO TO 1950-EXIT.
012773 1950-EXIT.
012774     EXIT.
012775*
012776*    DEFAULT PRIZE TIER DEFINITIONS ARE LOADED ONCE AT
012777*    START-UP.  SINCE EVERY SEASON CAN CARRY ITS OWN SCHEDULE
012778*    ON THE PROMOTION MASTER, A MISSING OR EMPTY TIERDEF IS NOT
012779*    AN EXCEPTION IN ITSELF - 2212 SAYS SO ONLY WHEN A SEASON
012780*    IN THE BATCH ACTUALLY NEEDED THE DEFAULT.  THE PRIZE DESK
012781*    WOULD STILL RATHER HAVE THE POINTS THAN NOTHING.
012782 1400-LOAD-TIER-TABLE.
012783     OPEN INPUT TIER-DEFS.
012790     IF WS-TIER-STATUS NOT = "00"
012830         GO TO 1400-EXIT
012840     END-IF.
012850     PERFORM 1410-READ-ONE-TIER-DEF THRU 1410-EXIT
012870     CLOSE TIER-DEFS.
012880     IF WS-TIER-COUNT > 0
012890         SET WS-TIERS-LOADED TO TRUE
012940     END-IF.
012950     GO TO 1400-EXIT.
012960 1400-EXIT.
013390     MOVE TD-HIGH-9 TO WS-TR-HIGH(WS-TIER-COUNT).
013400     MOVE TD-NAME TO WS-TR-NAME(WS-TIER-COUNT).
013410     MOVE TD-PAYOUT-9 TO WS-TR-PAYOUT(WS-TIER-COUNT).
013430     GO TO 1420-EXIT.
013440 1420-EXIT.
013450     EXIT.
016810     MOVE CI-BH-EXPECTED-CARDS TO WS-CARDS-EXPECTED.
016820     MOVE CI-BH-PROMO-CODE TO WS-PROMO-CODE.
016830     MOVE CI-BH-CHECKSUM TO WS-CHECKSUM-EXPECTED.
016835     PERFORM 2210-SET-PROMO-SCHEDULE THRU 2210-EXIT.
016840     IF WS-CARDS-EXPECTED = 0
016850         MOVE "EMPTY BATCH - EXPECTED CARD COUNT IS ZERO"
016860             TO WS-EXCEPTION-TEXT
016880     END-IF.
016890     GO TO 2200-EXIT.
016900 2200-EXIT.
016901     EXIT.
016902*
016903*    THE BATCH'S SEASON IS PROVED ON THE PROMOTION MASTER AND
016904*    ITS TIER SCHEDULE PICKED UP - ONCE PER SEASON PER RUN; A
016905*    SECOND BATCH OF THE SAME SEASON REUSES THE SCHEDULE (AND
016906*    KEEPS ADDING TO ITS COUNTS).  A SEASON THAT IS NOT OPEN
016907*    HAS EVERY CARD OF THE BATCH REFUSED IN 2410.
016908 2210-SET-PROMO-SCHEDULE.
016909     MOVE "N" TO WS-PROMO-REFUSED-SW.
016910     MOVE 0 TO WS-SCHED-IDX.
016911     PERFORM 2211-TEST-ONE-SCHEDULE THRU 2211-EXIT
016912         VARYING WS-PSC-IDX FROM 1 BY 1
016913         UNTIL WS-PSC-IDX > WS-PSC-COUNT
016914            OR WS-SCHED-IDX > 0.
016915     IF WS-SCHED-IDX = 0
016916         PERFORM 2212-ADD-PROMO-SCHEDULE THRU 2212-EXIT
016917     END-IF.
016918     IF WS-SCHED-IDX = 0
016919         SET WS-PROMO-REFUSED TO TRUE
016920         GO TO 2210-EXIT
016921     END-IF.
016922     IF NOT WS-PSC-OPEN(WS-SCHED-IDX)
016923         SET WS-PROMO-REFUSED TO TRUE
016924         MOVE "PROMOTION NOT ON FILE OR NOT OPEN - CARDS REFUSED"
016925             TO WS-EXCEPTION-TEXT
016926         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
016927     END-IF.
016928     GO TO 2210-EXIT.
016929 2210-EXIT.
016930     EXIT.
016931*
016932 2211-TEST-ONE-SCHEDULE.
016933     IF WS-PSC-PROMO-CODE(WS-PSC-IDX) = WS-PROMO-CODE
016934         MOVE WS-PSC-IDX TO WS-SCHED-IDX
016935     END-IF.
016936     GO TO 2211-EXIT.
016937 2211-EXIT.
016938     EXIT.
016939*
016940*    A SEASON NOT ON THE MASTER STILL GETS A SLOT (STATUS U) SO
016941*    ITS REFUSAL IS DECIDED ONCE AND THE TIER REPORT CAN SHOW
016942*    IT.  THE MASTER'S OWN SCHEDULE WINS; TIERDEF STANDS IN
016943*    FOR A SEASON THAT HAS NONE.  MORE THAN 20 SEASONS IN ONE
016944*    RUN IS NOT A REAL FEED - THE OVERFLOW IS REFUSED OUTRIGHT.
016945 2212-ADD-PROMO-SCHEDULE.
016946     IF WS-PSC-COUNT = 20
016947         MOVE "MORE THAN 20 PROMOTIONS IN ONE RUN - CARDS REFUSED"
016948             TO WS-EXCEPTION-TEXT
016949         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
016950         GO TO 2212-EXIT
016951     END-IF.
016952     ADD 1 TO WS-PSC-COUNT.
016953     MOVE WS-PSC-COUNT TO WS-SCHED-IDX.
016954     MOVE WS-PROMO-CODE TO WS-PSC-PROMO-CODE(WS-SCHED-IDX).
016955     MOVE 0 TO WS-PSC-TIER-COUNT(WS-SCHED-IDX).
016956     MOVE 0 TO WS-PSC-UNASSIGNED(WS-SCHED-IDX).
016957     MOVE "N" TO WS-PSC-SOURCE(WS-SCHED-IDX).
016958     MOVE WS-PROMO-CODE TO PMS-PROMO-CODE.
016959     READ PROMO-MASTER.
016960     IF WS-PMS-STATUS NOT = "00"
016961         MOVE "U" TO WS-PSC-STATUS(WS-SCHED-IDX)
016962         GO TO 2212-EXIT
016963     END-IF.
016964     MOVE PMS-STATUS-CODE TO WS-PSC-STATUS(WS-SCHED-IDX).
016965     IF PMS-TIER-COUNT > 0 AND PMS-TIER-COUNT NOT > 20
016966         MOVE "P" TO WS-PSC-SOURCE(WS-SCHED-IDX)
016967         MOVE PMS-TIER-COUNT TO WS-PSC-TIER-COUNT(WS-SCHED-IDX)
016968         PERFORM 2213-COPY-ONE-MASTER-TIER THRU 2213-EXIT
016969             VARYING WS-TIER-IDX FROM 1 BY 1
016970             UNTIL WS-TIER-IDX > PMS-TIER-COUNT
016971         GO TO 2212-EXIT
016972     END-IF.
016973     IF WS-TIERS-LOADED
016974         MOVE "T" TO WS-PSC-SOURCE(WS-SCHED-IDX)
016975         MOVE WS-TIER-COUNT TO WS-PSC-TIER-COUNT(WS-SCHED-IDX)
016976         PERFORM 2214-COPY-ONE-DEFAULT-TIER THRU 2214-EXIT
016977             VARYING WS-TIER-IDX FROM 1 BY 1
016978             UNTIL WS-TIER-IDX > WS-TIER-COUNT
016979         GO TO 2212-EXIT
016980     END-IF.
016981     IF PMS-OPEN
016982         MOVE "NO TIER SCHEDULE FOR PROMOTION - CARDS NOT PRICED"
016983             TO WS-EXCEPTION-TEXT
016984         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
016985     END-IF.
016986     GO TO 2212-EXIT.
016987 2212-EXIT.
016988     EXIT.
016989*
016990 2213-COPY-ONE-MASTER-TIER.
016991     MOVE PMS-TR-LOW(WS-TIER-IDX)
016992         TO WS-PSC-LOW(WS-SCHED-IDX, WS-TIER-IDX).
016993     MOVE PMS-TR-HIGH(WS-TIER-IDX)
016994         TO WS-PSC-HIGH(WS-SCHED-IDX, WS-TIER-IDX).
016995     MOVE PMS-TR-NAME(WS-TIER-IDX)
016996         TO WS-PSC-NAME(WS-SCHED-IDX, WS-TIER-IDX).
016997     MOVE PMS-TR-PAYOUT(WS-TIER-IDX)
016998         TO WS-PSC-PAYOUT(WS-SCHED-IDX, WS-TIER-IDX).
016999     MOVE 0 TO WS-PSC-CARD-COUNT(WS-SCHED-IDX, WS-TIER-IDX).
017000     GO TO 2213-EXIT.
017001 2213-EXIT.
017002     EXIT.
017003*
017004 2214-COPY-ONE-DEFAULT-TIER.
017005     MOVE WS-TR-LOW(WS-TIER-IDX)
017006         TO WS-PSC-LOW(WS-SCHED-IDX, WS-TIER-IDX).
017007     MOVE WS-TR-HIGH(WS-TIER-IDX)
017008         TO WS-PSC-HIGH(WS-SCHED-IDX, WS-TIER-IDX).
017009     MOVE WS-TR-NAME(WS-TIER-IDX)
017010         TO WS-PSC-NAME(WS-SCHED-IDX, WS-TIER-IDX).
017011     MOVE WS-TR-PAYOUT(WS-TIER-IDX)
017012         TO WS-PSC-PAYOUT(WS-SCHED-IDX, WS-TIER-IDX).
017013     MOVE 0 TO WS-PSC-CARD-COUNT(WS-SCHED-IDX, WS-TIER-IDX).
017014     GO TO 2214-EXIT.
017015 2214-EXIT.
017016     EXIT.
017017*
017018*    DECK HEADER STARTS A NEW DECK'S SUBTOTALS.  A DECK EXPECTED
017019*    TO RUN LONGER THAN THE CASCADE TABLE'S 9999-CARD CAPACITY IS
017020*    FLAGGED HERE - ITS CASCADE BOOKKEEPING WILL STILL RUN, BUT
017021*    IS CAPPED AT CARD 9999 (SEE 2460/2510), SO ANY COPIES A CARD
017022*    PAST THAT POINT WOULD HAVE WON ARE NOT REFLECTED IN THE
017023*    DECK'S CASCADE SUBTOTAL.
017024 2300-PROCESS-DECK-HEADER.
017025     ADD 1 TO WS-DECK-NUMBER.
017026     MOVE CI-DH-DECK-ID TO WS-DECK-ID.
017027     MOVE CI-DH-DECK-NAME TO WS-DECK-NAME.
017028     MOVE CI-DH-STORE-ID TO WS-DECK-STORE-ID.
017029     MOVE WS-EXCEPTION-COUNT TO WS-DECK-EXC-START.
017030     MOVE CI-DH-EXPECTED-CARDS TO WS-DECK-EXPECTED-CARDS.
017040*    THE DECK HEADER ECHOES THE BATCH'S PROMOTION CODE - A DECK
017050*    STAMPED FOR A DIFFERENT SEASON IS A SPLICED OR STALE FEED
017090         MOVE "DECK PROMO CODE DOES NOT MATCH BATCH HEADER"
017100             TO WS-EXCEPTION-TEXT
017110         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
017111     END-IF.
017112*    A FEED WITH NO BATCH HEADER AHEAD OF ITS FIRST DECK HAS
017113*    HAD NO SEASON PROVED YET - THE (BLANK) BATCH CODE IS
017114*    CHECKED HERE INSTEAD.
017115     IF WS-PSC-COUNT = 0 AND NOT WS-PROMO-REFUSED
017116         PERFORM 2210-SET-PROMO-SCHEDULE THRU 2210-EXIT
017120     END-IF.
017130     MOVE 0 TO WS-DECK-CARD-COUNT.
017140     MOVE 0 TO WS-DECK-POINTS-SUBTOTAL.
018930*    EDIT CHECKS.  A BAD CARD IS LOGGED TO THE EXCEPTIONS LISTING
018940*    AND EXCLUDED FROM SCORING.
018950 2410-VALIDATE-CARD-DETAIL.
018951     IF WS-PROMO-REFUSED
018952         SET WS-CARD-INVALID TO TRUE
018953         MOVE "PRMO" TO WS-SUSPENSE-REASON
018954         MOVE "CARD REFUSED - PROMOTION NOT OPEN FOR SCORING"
018955             TO WS-EXCEPTION-TEXT
018956         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
018957         GO TO 2410-EXIT
018958     END-IF.
018960     IF CI-CD-WINNING-COUNT = 0 OR CI-CD-HELD-COUNT = 0
018970         SET WS-CARD-INVALID TO TRUE
018980         MOVE "ZCNT" TO WS-SUSPENSE-REASON
022250 2451-EXIT.
022260     EXIT.
022270*
022278*    EVERY SCORED CARD FALLS IN THE FIRST TIER OF ITS OWN
022286*    SEASON'S SCHEDULE WHOSE MATCH-COUNT RANGE COVERS IT, FOR
022294*    THE PRIZE DESK'S LIABILITY REPORT.  A MATCH COUNT NO TIER
022302*    COVERS IS COUNTED SEPARATELY SO THE REPORT CAN SAY SO
022310*    RATHER THAN QUIETLY DROPPING CARDS.
022320 2455-ASSIGN-PRIZE-TIER.
022324     IF WS-SCHED-IDX = 0
022328         GO TO 2455-EXIT
022332     END-IF.
022336     IF WS-PSC-TIER-COUNT(WS-SCHED-IDX) = 0
022340         GO TO 2455-EXIT
022350     END-IF.
022360     MOVE WS-MATCH-COUNT TO WS-TIER-MATCH-WORK.
022370     PERFORM 2456-FIND-TIER THRU 2456-EXIT.
022380     IF WS-TIER-FOUND
022386         ADD 1 TO WS-PSC-CARD-COUNT(WS-SCHED-IDX,
022392             WS-TIER-FOUND-IDX)
022400         ADD 1 TO WS-DTC-CARDS(WS-TIER-FOUND-IDX)
022410     ELSE
022420         ADD 1 TO WS-PSC-UNASSIGNED(WS-SCHED-IDX)
022430     END-IF.
022440     GO TO 2455-EXIT.
022450 2455-EXIT.
022500     MOVE 0 TO WS-TIER-FOUND-IDX.
022510     PERFORM 2457-TEST-ONE-TIER THRU 2457-EXIT
022520         VARYING WS-TIER-IDX FROM 1 BY 1
022530         UNTIL WS-TIER-IDX > WS-PSC-TIER-COUNT(WS-SCHED-IDX)
022540            OR WS-TIER-FOUND.
022550     GO TO 2456-EXIT.
022560 2456-EXIT.
022570     EXIT.
022580*
022590 2457-TEST-ONE-TIER.
022596     IF WS-TIER-MATCH-WORK NOT <
022602            WS-PSC-LOW(WS-SCHED-IDX, WS-TIER-IDX)
022608        AND WS-TIER-MATCH-WORK NOT >
022614            WS-PSC-HIGH(WS-SCHED-IDX, WS-TIER-IDX)
022620         SET WS-TIER-FOUND TO TRUE
022630         MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
022640     END-IF.
023840         WRITE FD-REG-UPDATE-RECORD FROM WS-REG-UPDATE-AREA
023850         GO TO 2485-EXIT
023860     END-IF.
023861     MOVE SPACES TO WS-AUDIT-AREA.
023862     MOVE "REDEMREG" TO AUD-FILE-NAME.
023863     MOVE REG-KEY TO AUD-KEY.
023864     MOVE "ADD" TO AUD-ACTION.
023865     MOVE FD-REGISTER-RECORD TO AUD-AFTER-IMAGE.
023870     WRITE FD-REGISTER-RECORD.
023880*    A DUPLICATE KEY HERE IS THE CRASH-WINDOW CARD BEING
023890*    RE-SCORED (SEE 2436) - THE ENTRY ALREADY ON FILE IS THIS
023895*    RUN'S OWN, SO IT IS REFRESHED IN PLACE.  THE ENTRY ON
023900*    FILE IS READ FIRST FOR THE AUDIT LOG'S BEFORE IMAGE, AND
023905*    THE NEW IMAGE PUT BACK FROM THE AFTER IMAGE TO REWRITE.
023910     IF WS-REG-STATUS = "22"
023911         MOVE "CHG" TO AUD-ACTION
023912         READ REDEMPTION-REGISTER
023913         IF WS-REG-STATUS = "00"
023914             MOVE FD-REGISTER-RECORD TO AUD-BEFORE-IMAGE
023915         END-IF
023916         MOVE AUD-AFTER-IMAGE(1:53) TO FD-REGISTER-RECORD
023920         REWRITE FD-REGISTER-RECORD
023930     END-IF.
023940     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "02"
023950         MOVE "REDEMPTION REGISTER WRITE FAILED"
023960             TO WS-EXCEPTION-TEXT
023970         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
023973     ELSE
023976         PERFORM 2950-WRITE-AUDIT-RECORD THRU 2950-EXIT
023980     END-IF.
023990     GO TO 2485-EXIT.
024000 2485-EXIT.
024280         WRITE FD-SCM-UPDATE-RECORD FROM WS-SCM-UPDATE-AREA
024290         GO TO 2487-EXIT
024300     END-IF.
024301     MOVE SPACES TO WS-AUDIT-AREA.
024302     MOVE "SCOREMST" TO AUD-FILE-NAME.
024303     MOVE SCM-KEY TO AUD-KEY.
024304     MOVE "ADD" TO AUD-ACTION.
024305     MOVE FD-MASTER-RECORD TO AUD-AFTER-IMAGE.
024310     WRITE FD-MASTER-RECORD.
024320     IF WS-SCM-STATUS = "22"
024321         MOVE "CHG" TO AUD-ACTION
024322         READ SCORED-MASTER
024323         IF WS-SCM-STATUS = "00"
024324             MOVE FD-MASTER-RECORD TO AUD-BEFORE-IMAGE
024325         END-IF
024326         MOVE AUD-AFTER-IMAGE(1:453) TO FD-MASTER-RECORD
024330         REWRITE FD-MASTER-RECORD
024340     END-IF.
024350     IF WS-SCM-STATUS NOT = "00" AND WS-SCM-STATUS NOT = "02"
024360         MOVE "SCORED-CARD MASTER WRITE FAILED"
024370             TO WS-EXCEPTION-TEXT
024380         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
024383     ELSE
024386         PERFORM 2950-WRITE-AUDIT-RECORD THRU 2950-EXIT
024390     END-IF.
024400     GO TO 2487-EXIT.
024410 2487-EXIT.
025510         ADD 1 TO WS-DSM-COUNT
025520         MOVE WS-DECK-ID TO WS-DSM-DECK-ID(WS-DSM-COUNT)
025530         MOVE WS-PROMO-CODE TO WS-DSM-PROMO-CODE(WS-DSM-COUNT)
025535         MOVE WS-SCHED-IDX TO WS-DSM-SCHED-IDX(WS-DSM-COUNT)
025540         MOVE WS-DECK-NAME TO WS-DSM-DECK-NAME(WS-DSM-COUNT)
025542         MOVE WS-DECK-STORE-ID TO WS-DSM-STORE-ID(WS-DSM-COUNT)
025544         COMPUTE WS-DSM-EXCEPTIONS(WS-DSM-COUNT) =
025546             WS-EXCEPTION-COUNT - WS-DECK-EXC-START
025548         MOVE 0 TO WS-DSM-LIABILITY(WS-DSM-COUNT)
025550         MOVE WS-DECK-CARD-COUNT
025560             TO WS-DSM-CARD-COUNT(WS-DSM-COUNT)
025570         MOVE WS-DECK-POINTS-SUBTOTAL
025700 2530-EXIT.
025710     EXIT.
025720*
025722*    EACH TIER'S CARDS ARE PRICED AT THE DECK'S OWN SCHEDULE
025724*    HERE AS WELL, SO THE DECK (AND SO ITS STORE) CARRIES ITS
025726*    SHARE OF THE PRIZE LIABILITY WHETHER OR NOT TIERRPT IS
025728*    ASKED FOR.
025730 2531-CAPTURE-DECK-TIERS.
025740     PERFORM 2532-CAPTURE-ONE-DECK-TIER THRU 2532-EXIT
025750         VARYING WS-TIER-IDX FROM 1 BY 1
025810 2532-CAPTURE-ONE-DECK-TIER.
025820     MOVE WS-DTC-CARDS(WS-TIER-IDX)
025830         TO WS-DSM-TIER-CARDS(WS-DSM-COUNT, WS-TIER-IDX).
025831     IF WS-SCHED-IDX = 0
025832         GO TO 2532-EXIT
025833     END-IF.
025834     IF WS-TIER-IDX > WS-PSC-TIER-COUNT(WS-SCHED-IDX)
025835         GO TO 2532-EXIT
025836     END-IF.
025837     COMPUTE WS-DSM-LIABILITY(WS-DSM-COUNT) =
025838         WS-DSM-LIABILITY(WS-DSM-COUNT) +
025839         WS-PSC-PAYOUT(WS-SCHED-IDX, WS-TIER-IDX) *
025840         WS-DTC-CARDS(WS-TIER-IDX).
025841     GO TO 2532-EXIT.
025850 2532-EXIT.
025860     EXIT.
025870*
027570         WRITE FD-REG-UPDATE-RECORD FROM WS-REG-UPDATE-AREA
027580         GO TO 2660-EXIT
027590     END-IF.
027591*    THE ENTRY IS READ FIRST FOR THE AUDIT LOG'S BEFORE IMAGE.
027592     MOVE SPACES TO WS-AUDIT-AREA.
027593     MOVE "REDEMREG" TO AUD-FILE-NAME.
027594     MOVE REG-KEY TO AUD-KEY.
027595     MOVE "DEL" TO AUD-ACTION.
027596     READ REDEMPTION-REGISTER.
027597     IF WS-REG-STATUS = "00"
027598         MOVE FD-REGISTER-RECORD TO AUD-BEFORE-IMAGE
027599     END-IF.
027600     DELETE REDEMPTION-REGISTER RECORD.
027610     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "23"
027620         MOVE "REDEMPTION REGISTER DELETE FAILED"
027630             TO WS-EXCEPTION-TEXT
027640         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
027642     END-IF.
027644     IF WS-REG-STATUS = "00"
027646         PERFORM 2950-WRITE-AUDIT-RECORD THRU 2950-EXIT
027650     END-IF.
027660     GO TO 2660-EXIT.
027670 2660-EXIT.
027710*    THE TIER IS RE-DERIVED FROM THE MATCH COUNT SAVED IN THE
027720*    SCORED-CARD HISTORY, THE SAME RULE 2455 BUCKETED IT WITH.
027730 2670-REVERSE-TIER-ASSIGNMENT.
027734     IF WS-SCHED-IDX = 0
027738         GO TO 2670-EXIT
027742     END-IF.
027746     IF WS-PSC-TIER-COUNT(WS-SCHED-IDX) = 0
027750         GO TO 2670-EXIT
027760     END-IF.
027770     MOVE WS-SC-MATCH-COUNT(WS-SC-FOUND-IDX)
027780         TO WS-TIER-MATCH-WORK.
027790     PERFORM 2456-FIND-TIER THRU 2456-EXIT.
027800     IF WS-TIER-FOUND
027808         IF WS-PSC-CARD-COUNT(WS-SCHED-IDX, WS-TIER-FOUND-IDX)
027816                 > 0
027824             SUBTRACT 1 FROM
027832               WS-PSC-CARD-COUNT(WS-SCHED-IDX, WS-TIER-FOUND-IDX)
027840         END-IF
027850         IF WS-DTC-CARDS(WS-TIER-FOUND-IDX) > 0
027860             SUBTRACT 1 FROM WS-DTC-CARDS(WS-TIER-FOUND-IDX)
027870         END-IF
027880     ELSE
027890         IF WS-PSC-UNASSIGNED(WS-SCHED-IDX) > 0
027900             SUBTRACT 1 FROM WS-PSC-UNASSIGNED(WS-SCHED-IDX)
027910         END-IF
027920     END-IF.
027930     GO TO 2670-EXIT.
028110         WRITE FD-SCM-UPDATE-RECORD FROM WS-SCM-UPDATE-AREA
028120         GO TO 2680-EXIT
028130     END-IF.
028131     MOVE SPACES TO WS-AUDIT-AREA.
028132     MOVE "SCOREMST" TO AUD-FILE-NAME.
028133     MOVE SCM-KEY TO AUD-KEY.
028134     MOVE "DEL" TO AUD-ACTION.
028135     READ SCORED-MASTER.
028136     IF WS-SCM-STATUS = "00"
028137         MOVE FD-MASTER-RECORD TO AUD-BEFORE-IMAGE
028138     END-IF.
028140     DELETE SCORED-MASTER RECORD.
028150     IF WS-SCM-STATUS NOT = "00" AND WS-SCM-STATUS NOT = "23"
028160         MOVE "SCORED-CARD MASTER DELETE FAILED"
028170             TO WS-EXCEPTION-TEXT
028180         PERFORM 2900-WRITE-EXCEPTION-LINE THRU 2900-EXIT
028182     END-IF.
028184     IF WS-SCM-STATUS = "00"
028186         PERFORM 2950-WRITE-AUDIT-RECORD THRU 2950-EXIT
028190     END-IF.
028200     GO TO 2680-EXIT.
028210 2680-EXIT.
028900     END-IF.
028910     GO TO 2911-EXIT.
028920 2911-EXIT.
028921     EXIT.
028922*
028923*    COMMON AUDIT-LOG WRITER.  THE CALLER HAS FILLED IN THE
028924*    FILE, KEY, ACTION AND IMAGES AND ONLY CALLS THIS ONCE THE
028925*    CHANGE HAS GONE THROUGH; THE RUN STAMP IS THE ORIGINAL
028926*    RUN'S, SO A RESTARTED RUN'S CHANGES LOG UNDER ONE RUN.
028927 2950-WRITE-AUDIT-RECORD.
028928     MOVE "AOC_DAY4" TO AUD-PROGRAM.
028929     MOVE WS-ORIG-RUN-DATE TO AUD-RUN-DATE.
028930     MOVE WS-ORIG-RUN-TIME TO AUD-RUN-TIME.
028931     MOVE SPACES TO AUD-OPERATOR.
028932     WRITE FD-AUDIT-RECORD FROM WS-AUDIT-AREA.
028933     GO TO 2950-EXIT.
028934 2950-EXIT.
028935     EXIT.
028940*
028950*================================================================*
028960*    3000 - END OF RUN                                           *
028970*================================================================*
028980 3000-FINALIZE.
028990     PERFORM 3100-CHECK-CONTROL-TOTALS THRU 3100-EXIT.
028995     PERFORM 3050-BUILD-STORE-SUMMARY THRU 3050-EXIT.
029000     IF WS-RPT-SUMMARY
029010         PERFORM 3300-WRITE-SUMMARY-REPORT THRU 3300-EXIT
029020     END-IF.
029290     PERFORM 3200-CLOSE-FILES THRU 3200-EXIT.
029300     GO TO 3000-EXIT.
029310 3000-EXIT.
029311     EXIT.
029312*
029313*    THE DECK SUMMARY TABLE ROLLED UP BY THE STORE ON EACH DECK
029314*    HEADER, FOR SUMRPT, TIERRPT AND RUNHIST ALIKE.  A STORE IS
029315*    NAMED FROM ITS FIRST DECK.  THE BATCH LIABILITY IS PRICED
029316*    THE SAME WAY 3440 PRICES IT, SO WHATEVER THE STORES DO NOT
029317*    ACCOUNT FOR (CARDS TIERED OUTSIDE ANY DECK) IS SHOWN APART
029318*    AND THE STORE FIGURES STILL FOOT TO THE BATCH.
029319 3050-BUILD-STORE-SUMMARY.
029320     MOVE 0 TO WS-STS-COUNT.
029321     MOVE 0 TO WS-STS-DECK-EXCEPTIONS.
029322     MOVE 0 TO WS-STS-TOTAL-LIABILITY.
029323     PERFORM 3051-ACCUM-ONE-DECK-STORE THRU 3051-EXIT
029324         VARYING WS-DSM-IDX FROM 1 BY 1
029325         UNTIL WS-DSM-IDX > WS-DSM-COUNT.
029326     IF WS-EXCEPTION-COUNT > WS-STS-DECK-EXCEPTIONS
029327         COMPUTE WS-STS-LOOSE-EXCEPTIONS =
029328             WS-EXCEPTION-COUNT - WS-STS-DECK-EXCEPTIONS
029329     ELSE
029330         MOVE 0 TO WS-STS-LOOSE-EXCEPTIONS
029331     END-IF.
029332     MOVE 0 TO WS-STS-BATCH-LIABILITY.
029333     PERFORM 3053-PRICE-ONE-PROMO THRU 3053-EXIT
029334         VARYING WS-PSC-IDX FROM 1 BY 1
029335         UNTIL WS-PSC-IDX > WS-PSC-COUNT.
029336     IF WS-STS-BATCH-LIABILITY > WS-STS-TOTAL-LIABILITY
029337         COMPUTE WS-STS-LOOSE-LIABILITY =
029338             WS-STS-BATCH-LIABILITY - WS-STS-TOTAL-LIABILITY
029339     ELSE
029340         MOVE 0 TO WS-STS-LOOSE-LIABILITY
029341     END-IF.
029342     GO TO 3050-EXIT.
029343 3050-EXIT.
029344     EXIT.
029345*
029346 3051-ACCUM-ONE-DECK-STORE.
029347     MOVE "N" TO WS-STS-FOUND-SW.
029348     PERFORM 3052-MATCH-ONE-STORE-SLOT THRU 3052-EXIT
029349         VARYING WS-STS-IDX FROM 1 BY 1
029350         UNTIL WS-STS-IDX > WS-STS-COUNT
029351            OR WS-STS-FOUND.
029352     IF NOT WS-STS-FOUND
029353         ADD 1 TO WS-STS-COUNT
029354         MOVE WS-STS-COUNT TO WS-STS-FOUND-IDX
029355         MOVE WS-DSM-STORE-ID(WS-DSM-IDX)
029356             TO WS-STS-STORE-ID(WS-STS-FOUND-IDX)
029357         MOVE WS-DSM-DECK-NAME(WS-DSM-IDX)
029358             TO WS-STS-STORE-NAME(WS-STS-FOUND-IDX)
029359         MOVE 0 TO WS-STS-DECKS(WS-STS-FOUND-IDX)
029360         MOVE 0 TO WS-STS-CARDS(WS-STS-FOUND-IDX)
029361         MOVE 0 TO WS-STS-EXCEPTIONS(WS-STS-FOUND-IDX)
029362         MOVE 0 TO WS-STS-POINTS(WS-STS-FOUND-IDX)
029363         MOVE 0 TO WS-STS-LIABILITY(WS-STS-FOUND-IDX)
029364     END-IF.
029365     ADD 1 TO WS-STS-DECKS(WS-STS-FOUND-IDX).
029366     ADD WS-DSM-CARD-COUNT(WS-DSM-IDX)
029367         TO WS-STS-CARDS(WS-STS-FOUND-IDX).
029368     ADD WS-DSM-EXCEPTIONS(WS-DSM-IDX)
029369         TO WS-STS-EXCEPTIONS(WS-STS-FOUND-IDX).
029370     ADD WS-DSM-POINTS(WS-DSM-IDX)
029371         TO WS-STS-POINTS(WS-STS-FOUND-IDX).
029372     ADD WS-DSM-LIABILITY(WS-DSM-IDX)
029373         TO WS-STS-LIABILITY(WS-STS-FOUND-IDX).
029374     ADD WS-DSM-EXCEPTIONS(WS-DSM-IDX)
029375         TO WS-STS-DECK-EXCEPTIONS.
029376     ADD WS-DSM-LIABILITY(WS-DSM-IDX)
029377         TO WS-STS-TOTAL-LIABILITY.
029378     GO TO 3051-EXIT.
029379 3051-EXIT.
029380     EXIT.
029381*
029382 3052-MATCH-ONE-STORE-SLOT.
029383     IF WS-STS-STORE-ID(WS-STS-IDX) =
029384             WS-DSM-STORE-ID(WS-DSM-IDX)
029385         SET WS-STS-FOUND TO TRUE
029386         MOVE WS-STS-IDX TO WS-STS-FOUND-IDX
029387     END-IF.
029388     GO TO 3052-EXIT.
029389 3052-EXIT.
029390     EXIT.
029391*
029392 3053-PRICE-ONE-PROMO.
029393     PERFORM 3054-PRICE-ONE-TIER THRU 3054-EXIT
029394         VARYING WS-TIER-IDX FROM 1 BY 1
029395         UNTIL WS-TIER-IDX > WS-PSC-TIER-COUNT(WS-PSC-IDX).
029396     GO TO 3053-EXIT.
029397 3053-EXIT.
029398     EXIT.
029399*
029400 3054-PRICE-ONE-TIER.
029401     COMPUTE WS-STS-BATCH-LIABILITY =
029402         WS-STS-BATCH-LIABILITY +
029403         WS-PSC-PAYOUT(WS-PSC-IDX, WS-TIER-IDX) *
029404         WS-PSC-CARD-COUNT(WS-PSC-IDX, WS-TIER-IDX).
029405     GO TO 3054-EXIT.
029406 3054-EXIT.
029407     EXIT.
029408*
029409*    CONTROL TOTALS FROM THE BATCH HEADER ARE RECONCILED AGAINST
029410*    WHAT WAS ACTUALLY PROCESSED.
029411 3100-CHECK-CONTROL-TOTALS.
029412     IF WS-CARDS-PROCESSED NOT = WS-CARDS-EXPECTED
029413         SET WS-OUT-OF-BALANCE TO TRUE
029414         DISPLAY "CONTROL TOTAL MISMATCH - CARD COUNT"
029415         DISPLAY "  EXPECTED : " WS-CARDS-EXPECTED
029416         DISPLAY "  PROCESSED: " WS-CARDS-PROCESSED
029420     END-IF.
029430     IF WS-CHECKSUM-ACCUM NOT = WS-CHECKSUM-EXPECTED
029440         SET WS-OUT-OF-BALANCE TO TRUE
029720     MOVE SPACES TO WS-SUM-PRINT-LINE.
029730     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
029740     PERFORM 3360-PRINT-PROMO-SUBTOTALS THRU 3360-EXIT.
029745     PERFORM 3370-PRINT-STORE-SUBTOTALS THRU 3370-EXIT.
029750     MOVE SPACES TO WS-SUM-PRINT-LINE.
029760     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
029770     MOVE "EXCEPTION RECAP" TO SUM-TX-TEXT.
030650     MOVE WS-DSM-CARD-COUNT(WS-DSM-IDX) TO SUM-DK-CARDS.
030660     MOVE WS-DSM-POINTS(WS-DSM-IDX) TO SUM-DK-POINTS.
030670     MOVE WS-DSM-CASCADE(WS-DSM-IDX) TO SUM-DK-CASCADE.
030671     IF WS-DSM-STORE-ID(WS-DSM-IDX) = SPACES
030672         MOVE "NONE" TO SUM-DK-STORE
030673     ELSE
030674         MOVE WS-DSM-STORE-ID(WS-DSM-IDX) TO SUM-DK-STORE
030675     END-IF.
030676     MOVE WS-DSM-EXCEPTIONS(WS-DSM-IDX) TO SUM-DK-EXCEPTIONS.
030680     MOVE WS-SUM-DECK-LINE TO WS-SUM-PRINT-LINE.
030690     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
030700     GO TO 3330-EXIT.
031540 3362-EXIT.
031550     EXIT.
031560*
031561*    PER-STORE SUBTOTALS FROM THE TABLE 3050 BUILT, WITH ANY
031562*    EXCEPTIONS THAT BELONG TO NO DECK CALLED OUT BENEATH SO
031563*    THE STORE COLUMN FOOTS TO THE RUN'S EXCEPTION COUNT.
031564 3370-PRINT-STORE-SUBTOTALS.
031565     IF WS-STS-COUNT = 0
031566         GO TO 3370-EXIT
031567     END-IF.
031568     MOVE SPACES TO WS-SUM-PRINT-LINE.
031569     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
031570     MOVE "STORE SUBTOTALS" TO SUM-TX-TEXT.
031571     MOVE WS-SUM-TEXT-LINE TO WS-SUM-PRINT-LINE.
031572     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
031573     PERFORM 3371-PRINT-ONE-STORE THRU 3371-EXIT
031574         VARYING WS-STS-IDX FROM 1 BY 1
031575         UNTIL WS-STS-IDX > WS-STS-COUNT.
031576     IF WS-STS-LOOSE-EXCEPTIONS > 0
031577         MOVE WS-STS-LOOSE-EXCEPTIONS TO SUM-RC-TALLY
031578         MOVE "EXCEPTIONS OUTSIDE ANY DECK (NO STORE)"
031579             TO SUM-RC-TEXT
031580         MOVE WS-SUM-RECAP-LINE TO WS-SUM-PRINT-LINE
031581         PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT
031582     END-IF.
031583     GO TO 3370-EXIT.
031584 3370-EXIT.
031585     EXIT.
031586*
031587 3371-PRINT-ONE-STORE.
031588     IF WS-STS-STORE-ID(WS-STS-IDX) = SPACES
031589         MOVE "NONE" TO SUM-ST-STORE
031590     ELSE
031591         MOVE WS-STS-STORE-ID(WS-STS-IDX) TO SUM-ST-STORE
031592     END-IF.
031593     MOVE WS-STS-STORE-NAME(WS-STS-IDX) TO SUM-ST-NAME.
031594     MOVE WS-STS-DECKS(WS-STS-IDX) TO SUM-ST-DECKS.
031595     MOVE WS-STS-CARDS(WS-STS-IDX) TO SUM-ST-CARDS.
031596     MOVE WS-STS-EXCEPTIONS(WS-STS-IDX) TO SUM-ST-EXCEPTIONS.
031597     MOVE WS-STS-POINTS(WS-STS-IDX) TO SUM-ST-POINTS.
031598     MOVE WS-STS-LIABILITY(WS-STS-IDX) TO SUM-ST-LIABILITY.
031599     MOVE WS-SUM-STORE-LINE TO WS-SUM-PRINT-LINE.
031600     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
031601     GO TO 3371-EXIT.
031602 3371-EXIT.
031603     EXIT.
031604*
031605 3340-PRINT-ONE-RECAP.
031606     MOVE WS-EXC-TYPE-TALLY(WS-EXC-IDX) TO SUM-RC-TALLY.
031607     MOVE WS-EXC-TYPE-TEXT(WS-EXC-IDX) TO SUM-RC-TEXT.
031608     MOVE WS-SUM-RECAP-LINE TO WS-SUM-PRINT-LINE.
031610     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
031620     GO TO 3340-EXIT.
031630 3340-EXIT.
031730*================================================================*
031740*    3400 - PRIZE TIER LIABILITY REPORT                          *
031750*================================================================*
031756*    CARDS PER TIER PER DECK, THEN THE TIER TOTALS FOR EACH
031762*    PROMOTION IN THE RUN UNDER ITS OWN SCHEDULE, WITH EACH
031768*    TIER'S PAYOUT LIABILITY (CARDS TIMES PAYOUT), THE SEASON'S
031774*    LIABILITY, AND THE GRAND LIABILITY THE PRIZE DESK HAS TO
031780*    FUND.
031790 3400-WRITE-TIER-REPORT.
031800     MOVE WS-RD-MM TO WS-ED-MM.
031810     MOVE WS-RD-DD TO WS-ED-DD.
031830     MOVE WS-RT-HH TO WS-ET-HH.
031840     MOVE WS-RT-MM TO WS-ET-MM.
031850     MOVE WS-RT-SS TO WS-ET-SS.
031860     IF WS-PSC-COUNT = 0
031870         MOVE "NO PROMOTION IN THIS RUN - NOTHING TO REPORT"
031880             TO SUM-TX-TEXT
031890         MOVE WS-SUM-TEXT-LINE TO WS-TIER-PRINT-LINE
031900         PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT
031930     PERFORM 3430-PRINT-DECK-TIER-SECTION THRU 3430-EXIT
031940         VARYING WS-DSM-IDX FROM 1 BY 1
031950         UNTIL WS-DSM-IDX > WS-DSM-COUNT.
032010     MOVE 0 TO WS-GRAND-LIABILITY.
032020     PERFORM 3435-PRINT-PROMO-TIER-TOTALS THRU 3435-EXIT
032030         VARYING WS-PSC-IDX FROM 1 BY 1
032040         UNTIL WS-PSC-IDX > WS-PSC-COUNT.
032050     PERFORM 3450-PRINT-STORE-LIABILITY THRU 3450-EXIT.
032110     MOVE SPACES TO WS-TIER-PRINT-LINE.
032120     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032130     MOVE "TOTAL BATCH LIABILITY" TO TIER-GT-LABEL.
032460 3430-PRINT-DECK-TIER-SECTION.
032470     MOVE WS-DSM-DECK-ID(WS-DSM-IDX) TO TIER-DK-ID.
032480     MOVE WS-DSM-DECK-NAME(WS-DSM-IDX) TO TIER-DK-NAME.
032481     IF WS-DSM-PROMO-CODE(WS-DSM-IDX) = SPACES
032482         MOVE "NONE" TO TIER-DK-PROMO
032483     ELSE
032484         MOVE WS-DSM-PROMO-CODE(WS-DSM-IDX) TO TIER-DK-PROMO
032485     END-IF.
032486     IF WS-DSM-STORE-ID(WS-DSM-IDX) = SPACES
032487         MOVE "NONE" TO TIER-DK-STORE
032488     ELSE
032489         MOVE WS-DSM-STORE-ID(WS-DSM-IDX) TO TIER-DK-STORE
032490     END-IF.
032491     MOVE WS-TIER-DECK-LINE TO WS-TIER-PRINT-LINE.
032500     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032502     MOVE WS-DSM-SCHED-IDX(WS-DSM-IDX) TO WS-PSC-IDX.
032504     IF WS-PSC-IDX = 0
032506         GO TO 3430-EXIT
032508     END-IF.
032510     PERFORM 3431-PRINT-ONE-DECK-TIER THRU 3431-EXIT
032520         VARYING WS-TIER-IDX FROM 1 BY 1
032530         UNTIL WS-TIER-IDX > WS-PSC-TIER-COUNT(WS-PSC-IDX).
032540     GO TO 3430-EXIT.
032550 3430-EXIT.
032560     EXIT.
032590     IF WS-DSM-TIER-CARDS(WS-DSM-IDX, WS-TIER-IDX) = 0
032600         GO TO 3431-EXIT
032610     END-IF.
032620     MOVE WS-PSC-NAME(WS-PSC-IDX, WS-TIER-IDX) TO TIER-CT-NAME.
032630     MOVE WS-DSM-TIER-CARDS(WS-DSM-IDX, WS-TIER-IDX)
032640         TO TIER-CT-CARDS.
032650     MOVE WS-TIER-COUNT-LINE TO WS-TIER-PRINT-LINE.
032680 3431-EXIT.
032690     EXIT.
032700*
032701*    ONE BLOCK PER PROMOTION - ITS SCHEDULE'S SOURCE, EACH TIER
032702*    WITH ITS LIABILITY, THE CARDS OUTSIDE EVERY TIER, AND THE
032703*    SEASON'S LIABILITY.  A REFUSED SEASON SCORED NOTHING AND
032704*    SAYS SO.
032705 3435-PRINT-PROMO-TIER-TOTALS.
032706     MOVE SPACES TO WS-TIER-PRINT-LINE.
032707     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032708     IF WS-PSC-PROMO-CODE(WS-PSC-IDX) = SPACES
032709         MOVE "NONE" TO TIER-PR-CODE
032710     ELSE
032711         MOVE WS-PSC-PROMO-CODE(WS-PSC-IDX) TO TIER-PR-CODE
032712     END-IF.
032713     EVALUATE TRUE
032714         WHEN NOT WS-PSC-OPEN(WS-PSC-IDX)
032715             MOVE "NOT OPEN - CARDS REFUSED, NOTHING PRICED"
032716                 TO TIER-PR-SOURCE
032717         WHEN WS-PSC-SOURCE(WS-PSC-IDX) = "P"
032718             MOVE "SCHEDULE FROM THE PROMOTION MASTER"
032719                 TO TIER-PR-SOURCE
032720         WHEN WS-PSC-SOURCE(WS-PSC-IDX) = "T"
032721             MOVE "DEFAULT SCHEDULE FROM TIERDEF"
032722                 TO TIER-PR-SOURCE
032723         WHEN OTHER
032724             MOVE "NO TIER SCHEDULE - CARDS NOT PRICED"
032725                 TO TIER-PR-SOURCE
032726     END-EVALUATE.
032727     MOVE WS-TIER-PROMO-LINE TO WS-TIER-PRINT-LINE.
032728     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032729     MOVE 0 TO WS-PROMO-LIABILITY.
032730     PERFORM 3440-PRINT-ONE-TIER-TOTAL THRU 3440-EXIT
032731         VARYING WS-TIER-IDX FROM 1 BY 1
032732         UNTIL WS-TIER-IDX > WS-PSC-TIER-COUNT(WS-PSC-IDX).
032733     IF WS-PSC-UNASSIGNED(WS-PSC-IDX) > 0
032734         MOVE "OUTSIDE ANY TIER" TO TIER-CT-NAME
032735         MOVE WS-PSC-UNASSIGNED(WS-PSC-IDX) TO TIER-CT-CARDS
032736         MOVE WS-TIER-COUNT-LINE TO WS-TIER-PRINT-LINE
032737         PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT
032738     END-IF.
032739     MOVE "PROMOTION LIABILITY" TO TIER-GT-LABEL.
032740     MOVE WS-PROMO-LIABILITY TO TIER-GT-VALUE.
032741     MOVE WS-TIER-TOTAL-LINE TO WS-TIER-PRINT-LINE.
032742     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032743     ADD WS-PROMO-LIABILITY TO WS-GRAND-LIABILITY.
032744     GO TO 3435-EXIT.
032745 3435-EXIT.
032746     EXIT.
032747*
032748 3440-PRINT-ONE-TIER-TOTAL.
032749     COMPUTE WS-TIER-LIABILITY =
032754         WS-PSC-PAYOUT(WS-PSC-IDX, WS-TIER-IDX) *
032759         WS-PSC-CARD-COUNT(WS-PSC-IDX, WS-TIER-IDX).
032764     ADD WS-TIER-LIABILITY TO WS-PROMO-LIABILITY.
032769     MOVE WS-PSC-NAME(WS-PSC-IDX, WS-TIER-IDX) TO TIER-BT-NAME.
032774     MOVE WS-PSC-LOW(WS-PSC-IDX, WS-TIER-IDX) TO TIER-BT-LOW.
032779     MOVE WS-PSC-HIGH(WS-PSC-IDX, WS-TIER-IDX) TO TIER-BT-HIGH.
032784     MOVE WS-PSC-CARD-COUNT(WS-PSC-IDX, WS-TIER-IDX)
032789         TO TIER-BT-CARDS.
032794     MOVE WS-PSC-PAYOUT(WS-PSC-IDX, WS-TIER-IDX)
032799         TO TIER-BT-PAYOUT.
032810     MOVE WS-TIER-LIABILITY TO TIER-BT-LIABILITY.
032820     MOVE WS-TIER-BATCH-LINE TO WS-TIER-PRINT-LINE.
032830     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032850 3440-EXIT.
032860     EXIT.
032870*
032871*    THE SAME LIABILITY BROKEN OUT BY STORE FROM THE TABLE 3050
032872*    BUILT.  CARDS TIERED OUTSIDE ANY DECK BELONG TO NO STORE
032873*    AND ARE SHOWN APART SO THE SECTION FOOTS TO THE BATCH.
032874 3450-PRINT-STORE-LIABILITY.
032875     IF WS-STS-COUNT = 0
032876         GO TO 3450-EXIT
032877     END-IF.
032878     MOVE SPACES TO WS-TIER-PRINT-LINE.
032879     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032880     MOVE "LIABILITY BY STORE" TO SUM-TX-TEXT.
032881     MOVE WS-SUM-TEXT-LINE TO WS-TIER-PRINT-LINE.
032882     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032883     PERFORM 3451-PRINT-ONE-STORE-LIABILITY THRU 3451-EXIT
032884         VARYING WS-STS-IDX FROM 1 BY 1
032885         UNTIL WS-STS-IDX > WS-STS-COUNT.
032886     IF WS-STS-LOOSE-LIABILITY > 0
032887         MOVE "LIABILITY OUTSIDE ANY DECK" TO TIER-GT-LABEL
032888         MOVE WS-STS-LOOSE-LIABILITY TO TIER-GT-VALUE
032889         MOVE WS-TIER-TOTAL-LINE TO WS-TIER-PRINT-LINE
032890         PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT
032891     END-IF.
032892     GO TO 3450-EXIT.
032893 3450-EXIT.
032894     EXIT.
032895*
032896 3451-PRINT-ONE-STORE-LIABILITY.
032897     IF WS-STS-STORE-ID(WS-STS-IDX) = SPACES
032898         MOVE "NONE" TO TIER-ST-STORE
032899     ELSE
032900         MOVE WS-STS-STORE-ID(WS-STS-IDX) TO TIER-ST-STORE
032901     END-IF.
032902     MOVE WS-STS-STORE-NAME(WS-STS-IDX) TO TIER-ST-NAME.
032903     MOVE WS-STS-DECKS(WS-STS-IDX) TO TIER-ST-DECKS.
032904     MOVE WS-STS-CARDS(WS-STS-IDX) TO TIER-ST-CARDS.
032905     MOVE WS-STS-LIABILITY(WS-STS-IDX) TO TIER-ST-LIABILITY.
032906     MOVE WS-TIER-STORE-LINE TO WS-TIER-PRINT-LINE.
032907     PERFORM 3420-WRITE-TIER-LINE THRU 3420-EXIT.
032908     GO TO 3451-EXIT.
032909 3451-EXIT.
032910     EXIT.
032911*
032912*================================================================*
032913*    3500 - JOB RETURN CODE AND OPERATOR ALERT                   *
032914*================================================================*
032915*    THE WORST CONDITION SEEN WINS: AN ABORTED RUN OUTRANKS AN
032920*    OUT-OF-BALANCE ONE, WHICH OUTRANKS EXCEPTIONS-ONLY.  THE
032930*    SCHEDULER HOLDS THE LOYALTY POSTING HANDOFF ON ANYTHING
032940*    ABOVE 4.
033280     MOVE WS-EXCEPTION-COUNT TO ALT-EXCEPTION-COUNT.
033290     MOVE WS-RESULT TO ALT-RESULT.
033300     MOVE WS-CASCADE-TOTAL TO ALT-CASCADE-TOTAL.
033305     MOVE WS-STS-BATCH-LIABILITY TO ALT-LIABILITY.
033310     IF WS-IN-BALANCE
033320         MOVE "I" TO ALT-BALANCE
033330     ELSE
033420*================================================================*
033430*    3700 - CUMULATIVE RUN HISTORY                               *
033440*================================================================*
033448*    ONE "R" RECORD FOR THE RUN, ONE "D" RECORD PER DECK AND
033456*    ONE "S" RECORD PER STORE, APPENDED SO THE FILE GROWS
033464*    ACROSS BATCHES - THIS IS THE ONLY PLACE A RUN'S
033472*    STATISTICS SURVIVE THE CONSOLE SCROLL.
033480 3700-WRITE-RUN-HISTORY.
033490     OPEN EXTEND RUN-HISTORY.
033500     IF WS-HIST-STATUS = "35"
033740     PERFORM 3710-WRITE-ONE-DECK-HISTORY THRU 3710-EXIT
033750         VARYING WS-DSM-IDX FROM 1 BY 1
033760         UNTIL WS-DSM-IDX > WS-DSM-COUNT.
033762     PERFORM 3720-WRITE-ONE-STORE-HISTORY THRU 3720-EXIT
033764         VARYING WS-STS-IDX FROM 1 BY 1
033766         UNTIL WS-STS-IDX > WS-STS-COUNT.
033770     CLOSE RUN-HISTORY.
033780     GO TO 3700-EXIT.
033790 3700-EXIT.
033870     MOVE WS-DSM-CARD-COUNT(WS-DSM-IDX) TO HD-CARD-COUNT.
033880     MOVE WS-DSM-POINTS(WS-DSM-IDX) TO HD-POINTS.
033890     MOVE WS-DSM-CASCADE(WS-DSM-IDX) TO HD-CASCADE.
033892     MOVE WS-DSM-STORE-ID(WS-DSM-IDX) TO HD-STORE-ID.
033894     MOVE WS-DSM-EXCEPTIONS(WS-DSM-IDX) TO HD-EXCEPTIONS.
033896     MOVE WS-DSM-LIABILITY(WS-DSM-IDX) TO HD-LIABILITY.
033900     WRITE FD-HISTORY-RECORD FROM WS-HIST-DECK-REC.
033910     GO TO 3710-EXIT.
033920 3710-EXIT.
033921     EXIT.
033922*
033923*    THE STORE ID IS WRITTEN AS IT CAME ON THE DECK HEADERS -
033924*    BLANK FOR THE DECKS THAT CARRY NONE.
033925 3720-WRITE-ONE-STORE-HISTORY.
033926     MOVE SPACES TO WS-HIST-STORE-REC.
033927     MOVE "S" TO HS-RECORD-TYPE.
033928     MOVE WS-RUN-DATE TO HS-RUN-DATE.
033929     MOVE WS-RUN-TIME TO HS-RUN-TIME.
033930     MOVE WS-STS-STORE-ID(WS-STS-IDX) TO HS-STORE-ID.
033931     MOVE WS-STS-DECKS(WS-STS-IDX) TO HS-DECK-COUNT.
033932     MOVE WS-STS-CARDS(WS-STS-IDX) TO HS-CARD-COUNT.
033933     MOVE WS-STS-EXCEPTIONS(WS-STS-IDX) TO HS-EXCEPTIONS.
033934     MOVE WS-STS-POINTS(WS-STS-IDX) TO HS-POINTS.
033935     MOVE WS-STS-LIABILITY(WS-STS-IDX) TO HS-LIABILITY.
033936     WRITE FD-HISTORY-RECORD FROM WS-HIST-STORE-REC.
033937     GO TO 3720-EXIT.
033938 3720-EXIT.
033939     EXIT.
033940*
033950*================================================================*
033960*    3800 - GENERAL-LEDGER JOURNAL EXTRACT                       *
034020*    WAY THE SCHEDULER HOLDS THE POSTING HANDOFF.  EVERY DECK
034030*    CONTRIBUTES A GROSS POINTS EXPENSE PAIR AND, WHEN CARDS
034040*    WERE VOIDED, A REVERSAL PAIR; EVERY TIER WITH CARDS
034050*    CONTRIBUTES A LIABILITY ACCRUAL PAIR PRICED FROM ITS OWN
034060*    PROMOTION'S SCHEDULE - THE SAME ARITHMETIC 3440 PRINTS.
034070 3800-WRITE-GL-JOURNAL.
034080     OPEN OUTPUT GL-JOURNAL.
034090     MOVE 0 TO WS-GL-RECORD-COUNT.
034170     PERFORM 3810-JOURNAL-ONE-DECK THRU 3810-EXIT
034180         VARYING WS-DSM-IDX FROM 1 BY 1
034190         UNTIL WS-DSM-IDX > WS-DSM-COUNT.
034200     PERFORM 3815-JOURNAL-ONE-PROMOTION THRU 3815-EXIT
034210         VARYING WS-PSC-IDX FROM 1 BY 1
034220         UNTIL WS-PSC-IDX > WS-PSC-COUNT.
034250     PERFORM 3840-WRITE-GL-TRAILER THRU 3840-EXIT.
034260     CLOSE GL-JOURNAL.
034270     GO TO 3800-EXIT.
034610 3810-EXIT.
034620     EXIT.
034630*
034631 3815-JOURNAL-ONE-PROMOTION.
034632     PERFORM 3820-JOURNAL-ONE-TIER THRU 3820-EXIT
034633         VARYING WS-TIER-IDX FROM 1 BY 1
034634         UNTIL WS-TIER-IDX > WS-PSC-TIER-COUNT(WS-PSC-IDX).
034635     GO TO 3815-EXIT.
034636 3815-EXIT.
034637     EXIT.
034638*
034640 3820-JOURNAL-ONE-TIER.
034650     IF WS-PSC-CARD-COUNT(WS-PSC-IDX, WS-TIER-IDX) = 0
034660         GO TO 3820-EXIT
034670     END-IF.
034680     COMPUTE WS-GL-AMOUNT =
034690         WS-PSC-PAYOUT(WS-PSC-IDX, WS-TIER-IDX) *
034700         WS-PSC-CARD-COUNT(WS-PSC-IDX, WS-TIER-IDX).
034710     MOVE SPACES TO GLJ-DECK-ID.
034720     MOVE "61200000" TO GLJ-ACCOUNT.
034730     MOVE "DR" TO GLJ-DR-CR.
034740     MOVE WS-PSC-NAME(WS-PSC-IDX, WS-TIER-IDX) TO GLJ-DESC.
034750     PERFORM 3830-WRITE-ONE-GL-RECORD THRU 3830-EXIT.
034760     MOVE "21200000" TO GLJ-ACCOUNT.
034770     MOVE "CR" TO GLJ-DR-CR.
034780     MOVE WS-PSC-NAME(WS-PSC-IDX, WS-TIER-IDX) TO GLJ-DESC.
034790     PERFORM 3830-WRITE-ONE-GL-RECORD THRU 3830-EXIT.
034800     GO TO 3820-EXIT.
034810 3820-EXIT.
034830*
034840*    COMMON DETAIL WRITER - STAMPS THE CONSTANT FIELDS, KEEPS
034850*    THE COUNT AND HASH THE TRAILER PROVES, AND PICKS THE DECK
034860*    ID AND PROMOTION UP FROM THE DECK SUMMARY WHEN A DECK PAIR
034870*    IS BEING WRITTEN (TIER PAIRS CLEAR THE DECK FIRST - THE
034880*    ACCRUAL IS RUN-WIDE FOR ITS PROMOTION'S SCHEDULE).
034890 3830-WRITE-ONE-GL-RECORD.
034900     MOVE "J" TO GLJ-RECORD-TYPE.
034910     MOVE WS-RUN-DATE TO GLJ-RUN-DATE.
034930     IF GLJ-ACCOUNT = "61100000" OR GLJ-ACCOUNT = "21100000"
034940         MOVE WS-DSM-DECK-ID(WS-DSM-IDX) TO GLJ-DECK-ID
034942         MOVE WS-DSM-PROMO-CODE(WS-DSM-IDX) TO GLJ-PROMO-CODE
034944     ELSE
034946         MOVE WS-PSC-PROMO-CODE(WS-PSC-IDX) TO GLJ-PROMO-CODE
034950     END-IF.
034960     MOVE WS-GL-AMOUNT TO GLJ-AMOUNT.
034970     WRITE FD-GL-RECORD FROM WS-GL-JOURNAL-AREA.
035420     CLOSE TIER-RPT.
035430     CLOSE SCORED-MASTER.
035440     CLOSE SUSPENSE-FILE.
035445     CLOSE PROMO-MASTER.
035450     IF WS-UPDATES-DEFER
035460         CLOSE REG-UPDATES
035470         CLOSE SCM-UPDATES
035480     END-IF.
035482     IF NOT WS-UPDATES-DEFER
035484         CLOSE AUDIT-LOG
035486     END-IF.
035490     GO TO 3200-EXIT.
035500 3200-EXIT.
035510     EXIT.
035520
035530
035540
035550*
035560*================================================================*
035570*    9100 - CYCLE CHECK                                          *
035580*================================================================*
035590*    RUN BEFORE ANYTHING IS OPENED.  THE STEP MAY START ONLY WHEN
035600*    THE STEP BEFORE IT HAS COMPLETED FOR THE OPEN BUSINESS DATE
035610*    AND IT HAS NOT ITSELF COMPLETED OR STARTED.  A STEP LEFT AT
035620*    "RUNNING" BY AN ABEND LOOKS THE SAME AS ONE STILL RUNNING, SO
035630*    IT WAITS FOR THE OPERATOR.  AN OVERRIDE ENTERED THROUGH
035640*    CYCLCTL FORCE LETS ONE RUN THROUGH WHATEVER THE CHECK FINDS.
035650 9100-CHECK-CYCLE.
035660     PERFORM 9110-READ-OPEN-CYCLE THRU 9110-EXIT.
035670     MOVE SPACES TO WS-CYC-REFUSAL.
035680     EVALUATE TRUE
035690         WHEN CYC-STEP-COMPLETE(WS-CYC-STEP)
035700             MOVE "HAS ALREADY COMPLETED FOR THIS BUSINESS DATE"
035710                 TO WS-CYC-REFUSAL
035720         WHEN CYC-STEP-RUNNING(WS-CYC-STEP)
035730             MOVE "IS ALREADY RUNNING OR ENDED ABNORMALLY"
035740                 TO WS-CYC-REFUSAL
035750         WHEN NOT CYC-STEP-COMPLETE(WS-CYC-PRIOR)
035760             STRING "CANNOT START - "
035770                    WS-CYC-STEP-NAME(WS-CYC-PRIOR)
035780                    " HAS NOT COMPLETED"
035790                 DELIMITED BY SIZE INTO WS-CYC-REFUSAL
035800             END-STRING
035810     END-EVALUATE.
035820     PERFORM 9120-APPLY-CYCLE-VERDICT THRU 9120-EXIT.
035830     GO TO 9100-EXIT.
035840 9100-EXIT.
035850     EXIT.
035860*
035870 9110-READ-OPEN-CYCLE.
035880     OPEN I-O CYCLE-CONTROL.
035890     IF WS-CYC-STATUS NOT = "00"
035900         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
035910             WS-CYC-STATUS
035920         MOVE 16 TO RETURN-CODE
035930         STOP RUN
035940     END-IF.
035950     MOVE 0 TO CYC-BUS-DATE.
035960     READ CYCLE-CONTROL
035970         INVALID KEY
035980             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
035990             CLOSE CYCLE-CONTROL
036000             MOVE 16 TO RETURN-CODE
036010             STOP RUN
036020     END-READ.
036030     MOVE CYH-CURRENT-DATE TO WS-CYC-BUS-DATE.
036040     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
036050     READ CYCLE-CONTROL
036060         INVALID KEY
036070             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
036080                 WS-CYC-BUS-DATE
036090             CLOSE CYCLE-CONTROL
036100             MOVE 16 TO RETURN-CODE
036110             STOP RUN
036120     END-READ.
036130     GO TO 9110-EXIT.
036140 9110-EXIT.
036150     EXIT.
036160*
036170 9120-APPLY-CYCLE-VERDICT.
036180     IF WS-CYC-REFUSAL = SPACES
036190         CLOSE CYCLE-CONTROL
036200         GO TO 9120-EXIT
036210     END-IF.
036220     IF CYC-FORCE-PENDING(WS-CYC-STEP)
036230         DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
036240             " " WS-CYC-REFUSAL
036250         DISPLAY "CYCLE CHECK: RUN FORCED BY OPERATOR "
036260             CYC-FORCE-OPERATOR(WS-CYC-STEP) " - "
036270             CYC-FORCE-REASON(WS-CYC-STEP)
036280         CLOSE CYCLE-CONTROL
036290         GO TO 9120-EXIT
036300     END-IF.
036310     DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
036320         " " WS-CYC-REFUSAL.
036330     DISPLAY "CYCLE CHECK: RUN REFUSED FOR BUSINESS DATE "
036340         WS-CYC-BUS-DATE.
036350     CLOSE CYCLE-CONTROL.
036360     MOVE 16 TO RETURN-CODE.
036370     STOP RUN.
036380 9120-EXIT.
036390     EXIT.
036400*
036410*================================================================*
036420*    9200 - STAMP THE STEP'S START ON CYCLE CONTROL              *
036430*================================================================*
036440*    A PENDING OPERATOR OVERRIDE IS MARKED USED HERE, SO IT
036450*    COVERS THIS ONE RUN ONLY.
036460 9200-STAMP-CYCLE-START.
036470     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
036480     IF WS-CYC-STATUS NOT = "00"
036490         GO TO 9200-EXIT
036500     END-IF.
036510     MOVE "R" TO CYC-STEP-STATUS(WS-CYC-STEP).
036520     MOVE WS-CYC-NOW-DATE TO CYC-START-DATE(WS-CYC-STEP).
036530     MOVE WS-CYC-NOW-HHMMSS TO CYC-START-TIME(WS-CYC-STEP).
036540     MOVE 0 TO CYC-END-DATE(WS-CYC-STEP).
036550     MOVE 0 TO CYC-END-TIME(WS-CYC-STEP).
036560     MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
036570     IF CYC-RUN-COUNT(WS-CYC-STEP) < 99
036580         ADD 1 TO CYC-RUN-COUNT(WS-CYC-STEP)
036590     END-IF.
036600     IF CYC-FORCE-PENDING(WS-CYC-STEP)
036610         MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP)
036620     END-IF.
036630     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
036640     GO TO 9200-EXIT.
036650 9200-EXIT.
036660     EXIT.
036670*
036680 9210-READ-CYCLE-RECORD.
036690     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
036700     ACCEPT WS-CYC-NOW-TIME FROM TIME.
036710     OPEN I-O CYCLE-CONTROL.
036720     IF WS-CYC-STATUS NOT = "00"
036730         DISPLAY "CYCLE CONTROL NOT STAMPED - OPEN STATUS "
036740             WS-CYC-STATUS
036750         GO TO 9210-EXIT
036760     END-IF.
036770     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
036780     READ CYCLE-CONTROL
036790         INVALID KEY
036800             DISPLAY "CYCLE CONTROL NOT STAMPED - NO RECORD FOR "
036810                 WS-CYC-BUS-DATE
036820             CLOSE CYCLE-CONTROL
036830     END-READ.
036840     GO TO 9210-EXIT.
036850 9210-EXIT.
036860     EXIT.
036870*
036880 9220-REWRITE-CYCLE-RECORD.
036890     REWRITE FD-CYCLE-RECORD
036900         INVALID KEY
036910             DISPLAY "CYCLE CONTROL NOT STAMPED - REWRITE STATUS "
036920                 WS-CYC-STATUS
036930     END-REWRITE.
036940     CLOSE CYCLE-CONTROL.
036950     GO TO 9220-EXIT.
036960 9220-EXIT.
036970     EXIT.
036980*
036990*================================================================*
037000*    9300 - STAMP THE STEP'S END ON CYCLE CONTROL                *
037010*================================================================*
037020*    ANY RETURN CODE BELOW 16 COMPLETES THE STEP - THE SCHEDULER
037030*    STILL DECIDES WHAT AN RC 4 OR 8 MEANS.  AN RC 16 LEAVES THE
037040*    STEP FAILED, WHICH MAY BE RERUN WITHOUT AN OVERRIDE.
037050 9300-STAMP-CYCLE-END.
037060     MOVE WS-JOB-RC TO WS-CYC-END-RC.
037070     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
037080     IF WS-CYC-STATUS NOT = "00"
037090         GO TO 9300-EXIT
037100     END-IF.
037110     IF WS-CYC-END-RC < 16
037120         MOVE "C" TO CYC-STEP-STATUS(WS-CYC-STEP)
037130     ELSE
037140         MOVE "F" TO CYC-STEP-STATUS(WS-CYC-STEP)
037150     END-IF.
037160     MOVE WS-CYC-NOW-DATE TO CYC-END-DATE(WS-CYC-STEP).
037170     MOVE WS-CYC-NOW-HHMMSS TO CYC-END-TIME(WS-CYC-STEP).
037180     MOVE WS-CYC-END-RC TO CYC-STEP-RC(WS-CYC-STEP).
037190     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
037200     GO TO 9300-EXIT.
037210 9300-EXIT.
037220     EXIT.
