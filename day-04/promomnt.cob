000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. promomnt.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - PROMOTION MASTER           *
000120*                 MAINTENANCE.  THE PROMOTION CODE USED TO BE   *
000130*                 FREE TEXT OFF THE LOAD STEP'S COMMAND LINE    *
000140*                 AND THE TIER SCHEDULE ONE FILE FOR EVERY      *
000150*                 SEASON, SO A CHANGEOVER NIGHT PRICED OLD-     *
000160*                 SEASON DECKS UNDER THE NEW TIERS.  EACH       *
000170*                 PROMOTION NOW HAS A RECORD ON PROMOMST (KEYED *
000180*                 BY PROMOTION CODE) CARRYING ITS NAME, SEASON  *
000190*                 DATES, STATUS AND ITS OWN TIER SCHEDULE.  THE *
000200*                 LOAD, SUSPENSE REPAIR AND SCORING STEPS       *
000210*                 REFUSE CARDS UNDER A PROMOTION THAT IS NOT ON *
000220*                 FILE OR NOT OPEN.                             *
000222*  10/15/26  RJ   CLAIMS ACTION SETS THE SEASON'S PRIZE CLAIM   *
000224*                 DEADLINE (PMS-CLAIM-DEADLINE), AFTER WHICH    *
000226*                 THE NIGHTLY CLAIM STEP EXPIRES UNCLAIMED      *
000228*                 PRIZES.  LISTING SHOWS THE DEADLINE.          *
000230*---------------------------------------------------------------*
000240*
000250*    COMMAND LINE:
000260*      ADD    <PROMO> <START> <END> <CLERK> <NAME...>
000270*      DATES  <PROMO> <START> <END> <CLERK>
000280*      STATUS <PROMO> <O|C|F> <CLERK>
000290*      TIERS  <PROMO> <CLERK>
000295*      CLAIMS <PROMO> <DEADLINE> <CLERK>
000300*      LIST
000310*    PROMO "NONE" STANDS FOR THE BLANK (PRE-PROMOTION) SEASON.
000320*    DATES ARE YYYYMMDD.  STATUS O OPEN (CARDS ACCEPTED), F
000330*    FROZEN (CARDS HELD WHILE A QUESTION IS SETTLED) AND C
000340*    CLOSED (SEASON OVER).  TIERS REPLACES THE WHOLE SCHEDULE
000350*    FROM THE PROMOTDF FILE, WHICH IS IN THE SAME LAYOUT AS
000360*    TIERDEF - ONE BAD LINE REFUSES THE LOT, SO A SCHEDULE IS
000370*    NEVER HALF LOADED.  A CLOSED SEASON'S SCHEDULE IS LEFT AS
000380*    IT WAS PAID.  LIST PRINTS THE MASTER TO PROMORPT.
000382*    CLAIMS SETS THE LAST DAY A PRIZE CAN BE COLLECTED; IT MAY
000384*    NOT FALL BEFORE THE SEASON ENDS.  ZERO (THE ADD DEFAULT)
000386*    MEANS NO DEADLINE - CLAIMS NEVER EXPIRE.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PROMO-MASTER
000440         ASSIGN TO "PROMOMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PMS-PROMO-CODE
000480         FILE STATUS IS WS-PMS-STATUS.
000490     SELECT PROMO-TIER-DEFS
000500         ASSIGN TO "PROMOTDF"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PTD-STATUS.
000530     SELECT PROMO-RPT
000540         ASSIGN TO "PROMORPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610*    PROMOTION MASTER - ONE RECORD PER PROMOTION SEASON.  THE
000620*    TIER SCHEDULE IS THE SEASON'S OWN, SAME FIELDS AS A
000630*    TIERDEF LINE; PMS-TIER-COUNT ZERO MEANS THE SEASON HAS NO
000640*    SCHEDULE OF ITS OWN AND THE SCORING STEP FALLS BACK ON
000646*    TIERDEF.  PMS-CLAIM-DEADLINE ZERO MEANS PRIZES NEVER
000652*    EXPIRE UNCLAIMED.
000660 FD  PROMO-MASTER
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 800 CHARACTERS.
000690 01  FD-PROMO-RECORD.
000700     05  PMS-PROMO-CODE           PIC X(04).
000710     05  PMS-PROMO-NAME           PIC X(30).
000720     05  PMS-START-DATE           PIC 9(08).
000730     05  PMS-END-DATE             PIC 9(08).
000740     05  PMS-STATUS-CODE          PIC X(01).
000750         88  PMS-OPEN                       VALUE "O".
000760         88  PMS-CLOSED                     VALUE "C".
000770         88  PMS-FROZEN                     VALUE "F".
000780     05  PMS-TIER-COUNT           PIC 9(02).
000790     05  PMS-TIER-ENTRY           OCCURS 20 TIMES.
000800         10  PMS-TR-LOW           PIC 9(03).
000810         10  PMS-TR-HIGH          PIC 9(03).
000820         10  PMS-TR-NAME          PIC X(20).
000830         10  PMS-TR-PAYOUT        PIC 9(07)V99.
000840     05  PMS-MAINT-DATE           PIC 9(08).
000850     05  PMS-MAINT-CLERK          PIC X(03).
000856     05  PMS-CLAIM-DEADLINE       PIC 9(08).
000862     05  FILLER                   PIC X(28).
000870*
000880*    CANDIDATE TIER SCHEDULE - SAME 40-BYTE LINE AS TIERDEF.
000890 FD  PROMO-TIER-DEFS
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 40 CHARACTERS.
000920 01  FD-PROMO-TIER-RECORD        PIC X(40).
000930*
000940 FD  PROMO-RPT
000950     LABEL RECORDS ARE OMITTED
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  FD-PROMO-LINE               PIC X(132).
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010*---------------------------------------------------------------*
001020*    SWITCHES AND COUNTERS                                      *
001030*---------------------------------------------------------------*
001040 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
001050 77  WS-PTD-STATUS                PIC X(02) VALUE "00".
001060 77  WS-RPT-STATUS                PIC X(02) VALUE "00".
001070*
001080 77  WS-PROMO-EXISTS-SW           PIC X(01) VALUE "N".
001090     88  WS-PROMO-EXISTS                    VALUE "Y".
001100 77  WS-PMS-EOF-SW                PIC X(01) VALUE "N".
001110     88  WS-PMS-EOF                         VALUE "Y".
001120 77  WS-PTD-EOF-SW                PIC X(01) VALUE "N".
001130     88  WS-PTD-EOF                         VALUE "Y".
001140 77  WS-SCHED-BAD-SW              PIC X(01) VALUE "N".
001150     88  WS-SCHED-BAD                       VALUE "Y".
001160 77  WS-DATE-BAD-SW               PIC X(01) VALUE "N".
001170     88  WS-DATE-BAD                        VALUE "Y".
001180*
001190 77  WS-RUN-MODE                  PIC X(06) VALUE SPACES.
001200     88  WS-MODE-ADD                        VALUE "ADD   ".
001210     88  WS-MODE-DATES                      VALUE "DATES ".
001220     88  WS-MODE-STATUS                     VALUE "STATUS".
001230     88  WS-MODE-TIERS                      VALUE "TIERS ".
001240     88  WS-MODE-LIST                       VALUE "LIST  ".
001245     88  WS-MODE-CLAIMS                     VALUE "CLAIMS".
001250*
001260 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
001270 77  WS-PARM-PTR                  PIC 9(03) VALUE 0 COMP.
001280 77  WS-TIER-IDX                  PIC 9(02) VALUE 0 COMP.
001290 77  WS-NEW-TIER-COUNT            PIC 9(02) VALUE 0 COMP.
001300 77  WS-TIER-DEF-LINENO           PIC 9(05) VALUE 0 COMP.
001310 77  WS-NEW-START-DATE            PIC 9(08) VALUE 0.
001320 77  WS-NEW-END-DATE              PIC 9(08) VALUE 0.
001325 77  WS-NEW-DEADLINE              PIC 9(08) VALUE 0.
001330*
001340 77  WS-LIST-COUNT                PIC 9(05) VALUE 0 COMP.
001350 77  WS-LIST-OPEN                 PIC 9(05) VALUE 0 COMP.
001360 77  WS-LIST-FROZEN               PIC 9(05) VALUE 0 COMP.
001370 77  WS-LIST-CLOSED               PIC 9(05) VALUE 0 COMP.
001380 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
001390 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
001400*
001410*---------------------------------------------------------------*
001420*    COMMAND-LINE PARAMETERS.                                   *
001430*---------------------------------------------------------------*
001440 01  WS-PARM-AREA.
001450     05  WS-PARM-TEXT             PIC X(80) VALUE SPACES.
001460     05  WS-PARM-ACTION           PIC X(06) VALUE SPACES.
001470     05  WS-PARM-PROMO            PIC X(04) VALUE SPACES.
001480     05  WS-PARM-SECOND           PIC X(10) VALUE SPACES.
001490     05  WS-PARM-THIRD            PIC X(10) VALUE SPACES.
001500     05  WS-PARM-FOURTH           PIC X(10) VALUE SPACES.
001510     05  WS-PARM-NAME             PIC X(30) VALUE SPACES.
001520     05  WS-PARM-CLERK            PIC X(03) VALUE SPACES.
001530*
001540*    A DATE PARAMETER IS CHECKED HERE BEFORE IT IS TRUSTED -
001550*    EIGHT DIGITS, A REAL MONTH AND A DAY THAT COULD BE ONE.
001560 01  WS-DATE-WORK.
001570     05  WS-DW-TEXT               PIC X(10).
001580     05  WS-DW-DATE-X             PIC X(08).
001590     05  WS-DW-DATE-9 REDEFINES WS-DW-DATE-X
001600                                  PIC 9(08).
001610     05  WS-DW-PARTS REDEFINES WS-DW-DATE-X.
001620         10  WS-DW-YYYY           PIC 9(04).
001630         10  WS-DW-MM             PIC 9(02).
001640         10  WS-DW-DD             PIC 9(02).
001650*
001660*---------------------------------------------------------------*
001670*    RUN DATE AND TIME FOR THE STAMPS AND THE LISTING.          *
001680*---------------------------------------------------------------*
001690 01  WS-RUN-STAMP.
001700     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
001710     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001720         10  WS-RD-YYYY           PIC X(04).
001730         10  WS-RD-MM             PIC X(02).
001740         10  WS-RD-DD             PIC X(02).
001750     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
001760     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
001770         10  WS-RT-HH             PIC X(02).
001780         10  WS-RT-MM             PIC X(02).
001790         10  WS-RT-SS             PIC X(02).
001800         10  FILLER               PIC X(02).
001810*
001820 01  WS-EDITED-DATE.
001830     05  WS-ED-MM                 PIC X(02).
001840     05  FILLER                   PIC X(01) VALUE "/".
001850     05  WS-ED-DD                 PIC X(02).
001860     05  FILLER                   PIC X(01) VALUE "/".
001870     05  WS-ED-YYYY               PIC X(04).
001880*
001890 01  WS-EDITED-TIME.
001900     05  WS-ET-HH                 PIC X(02).
001910     05  FILLER                   PIC X(01) VALUE ":".
001920     05  WS-ET-MM                 PIC X(02).
001930     05  FILLER                   PIC X(01) VALUE ":".
001940     05  WS-ET-SS                 PIC X(02).
001950*
001960*---------------------------------------------------------------*
001970*    CANDIDATE SCHEDULE - BUILT HERE IN FULL AND ONLY MOVED TO  *
001980*    THE MASTER WHEN EVERY LINE HAS PASSED.                     *
001990*---------------------------------------------------------------*
002000 01  WS-TIER-DEF-AREA.
002010     05  TD-LOW-X                 PIC X(03).
002020     05  TD-LOW-9 REDEFINES TD-LOW-X
002030                                  PIC 9(03).
002040     05  TD-HIGH-X                PIC X(03).
002050     05  TD-HIGH-9 REDEFINES TD-HIGH-X
002060                                  PIC 9(03).
002070     05  TD-NAME                  PIC X(20).
002080     05  TD-PAYOUT-X              PIC X(09).
002090     05  TD-PAYOUT-9 REDEFINES TD-PAYOUT-X
002100                                  PIC 9(07)V99.
002110     05  FILLER                   PIC X(05).
002120*
002130 01  WS-NEW-SCHEDULE.
002140     05  WS-NS-ENTRY              OCCURS 20 TIMES.
002150         10  WS-NS-LOW            PIC 9(03).
002160         10  WS-NS-HIGH           PIC 9(03).
002170         10  WS-NS-NAME           PIC X(20).
002180         10  WS-NS-PAYOUT         PIC 9(07)V99.
002190*
002200*---------------------------------------------------------------*
002210*    LISTING PRINT LINES.                                       *
002220*---------------------------------------------------------------*
002230 01  WS-RPT-HEADING-1.
002240     05  FILLER                     PIC X(40) VALUE
002250         "PROMOTION MASTER LISTING".
002260     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
002270     05  RPT-H1-DATE                PIC X(10).
002280     05  FILLER                     PIC X(07) VALUE "  TIME ".
002290     05  RPT-H1-TIME                PIC X(08).
002300     05  FILLER                     PIC X(08) VALUE "   PAGE ".
002310     05  RPT-H1-PAGE                PIC ZZZ9.
002320     05  FILLER                     PIC X(45) VALUE SPACES.
002330*
002340 01  WS-RPT-COL-HEADER.
002350     05  FILLER                     PIC X(07) VALUE "PROMO".
002360     05  FILLER                     PIC X(32) VALUE "NAME".
002370     05  FILLER                     PIC X(12) VALUE "START".
002380     05  FILLER                     PIC X(12) VALUE "END".
002390     05  FILLER                     PIC X(08) VALUE "STATUS".
002400     05  FILLER                     PIC X(07) VALUE "TIERS".
002410     05  FILLER                     PIC X(12) VALUE "MAINTAINED".
002420     05  FILLER                     PIC X(05) VALUE "BY".
002426     05  FILLER                     PIC X(12) VALUE "CLAIM BY".
002432     05  FILLER                     PIC X(25) VALUE SPACES.
002440*
002450 01  WS-RPT-PROMO-LINE.
002460     05  RPT-PR-CODE                PIC X(04).
002470     05  FILLER                     PIC X(03) VALUE SPACES.
002480     05  RPT-PR-NAME                PIC X(30).
002490     05  FILLER                     PIC X(02) VALUE SPACES.
002500     05  RPT-PR-START               PIC X(10).
002510     05  FILLER                     PIC X(02) VALUE SPACES.
002520     05  RPT-PR-END                 PIC X(10).
002530     05  FILLER                     PIC X(02) VALUE SPACES.
002540     05  RPT-PR-STATUS              PIC X(06).
002550     05  FILLER                     PIC X(02) VALUE SPACES.
002560     05  RPT-PR-TIERS               PIC Z9.
002570     05  FILLER                     PIC X(05) VALUE SPACES.
002580     05  RPT-PR-MAINT-DATE          PIC X(10).
002590     05  FILLER                     PIC X(02) VALUE SPACES.
002600     05  RPT-PR-MAINT-CLERK         PIC X(03).
002605     05  FILLER                     PIC X(02) VALUE SPACES.
002610     05  RPT-PR-DEADLINE            PIC X(10).
002615     05  FILLER                     PIC X(27) VALUE SPACES.
002620*
002630 01  WS-RPT-TIER-LINE.
002640     05  FILLER                     PIC X(07) VALUE SPACES.
002650     05  FILLER                     PIC X(08) VALUE "MATCHES ".
002660     05  RPT-TR-LOW                 PIC ZZ9.
002670     05  FILLER                     PIC X(04) VALUE " TO ".
002680     05  RPT-TR-HIGH                PIC ZZ9.
002690     05  FILLER                     PIC X(02) VALUE SPACES.
002700     05  RPT-TR-NAME                PIC X(20).
002710     05  FILLER                     PIC X(08) VALUE " PAYOUT ".
002720     05  RPT-TR-PAYOUT              PIC Z(6)9.99.
002730     05  FILLER                     PIC X(67) VALUE SPACES.
002740*
002750 01  WS-RPT-TOTAL-LINE.
002760     05  FILLER                     PIC X(02) VALUE SPACES.
002770     05  RPT-TL-LABEL               PIC X(30).
002780     05  RPT-TL-VALUE               PIC Z(7)9.
002790     05  FILLER                     PIC X(92) VALUE SPACES.
002800*
002810 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
002820*
002830 01  WS-LIST-DATE-EDIT.
002840     05  WS-LD-MM                   PIC X(02).
002850     05  FILLER                     PIC X(01) VALUE "/".
002860     05  WS-LD-DD                   PIC X(02).
002870     05  FILLER                     PIC X(01) VALUE "/".
002880     05  WS-LD-YYYY                 PIC X(04).
002890 01  WS-LIST-DATE-WORK.
002900     05  WS-LDW-DATE                PIC 9(08).
002910     05  WS-LDW-DATE-X REDEFINES WS-LDW-DATE.
002920         10  WS-LDW-YYYY            PIC X(04).
002930         10  WS-LDW-MM              PIC X(02).
002940         10  WS-LDW-DD              PIC X(02).
002950*
002960 PROCEDURE DIVISION.
002970*
002980*================================================================*
002990*    0000-MAINLINE                                               *
003000*================================================================*
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     EVALUATE TRUE
003040         WHEN WS-MODE-ADD
003050             PERFORM 2000-ADD-PROMOTION THRU 2000-EXIT
003060         WHEN WS-MODE-DATES
003070             PERFORM 2100-CHANGE-DATES THRU 2100-EXIT
003080         WHEN WS-MODE-STATUS
003090             PERFORM 2200-CHANGE-STATUS THRU 2200-EXIT
003100         WHEN WS-MODE-TIERS
003110             PERFORM 2300-LOAD-SCHEDULE THRU 2300-EXIT
003113         WHEN WS-MODE-CLAIMS
003116             PERFORM 2400-SET-CLAIM-DEADLINE THRU 2400-EXIT
003120         WHEN WS-MODE-LIST
003130             PERFORM 3000-LIST-MASTER THRU 3000-EXIT
003140     END-EVALUATE.
003150     PERFORM 4000-FINALIZE THRU 4000-EXIT.
003160     MOVE WS-JOB-RC TO RETURN-CODE.
003170     STOP RUN.
003180*
003190*================================================================*
003200*    1000 - INITIALIZATION AND PARAMETER EDIT                    *
003210*================================================================*
003220 1000-INITIALIZE.
003230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003240     ACCEPT WS-RUN-TIME FROM TIME.
003250     MOVE WS-RD-MM TO WS-ED-MM.
003260     MOVE WS-RD-DD TO WS-ED-DD.
003270     MOVE WS-RD-YYYY TO WS-ED-YYYY.
003280     MOVE WS-RT-HH TO WS-ET-HH.
003290     MOVE WS-RT-MM TO WS-ET-MM.
003300     MOVE WS-RT-SS TO WS-ET-SS.
003310     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
003320     MOVE 1 TO WS-PARM-PTR.
003330     UNSTRING WS-PARM-TEXT DELIMITED BY ALL " "
003340         INTO WS-PARM-ACTION WS-PARM-PROMO
003350              WS-PARM-SECOND WS-PARM-THIRD WS-PARM-FOURTH
003360         WITH POINTER WS-PARM-PTR
003370     END-UNSTRING.
003380*    EVERYTHING AFTER THE CLERK ON AN ADD IS THE PROMOTION
003390*    NAME - TAKEN AS TYPED, BLANKS AND ALL.
003400     IF WS-PARM-PTR < 81
003410         MOVE WS-PARM-TEXT(WS-PARM-PTR:) TO WS-PARM-NAME
003420     END-IF.
003430     EVALUATE WS-PARM-ACTION
003440         WHEN "ADD"
003450             SET WS-MODE-ADD TO TRUE
003460             MOVE WS-PARM-FOURTH(1:3) TO WS-PARM-CLERK
003470         WHEN "DATES"
003480             SET WS-MODE-DATES TO TRUE
003490             MOVE WS-PARM-FOURTH(1:3) TO WS-PARM-CLERK
003500         WHEN "STATUS"
003510             SET WS-MODE-STATUS TO TRUE
003520             MOVE WS-PARM-THIRD(1:3) TO WS-PARM-CLERK
003530         WHEN "TIERS"
003540             SET WS-MODE-TIERS TO TRUE
003550             MOVE WS-PARM-SECOND(1:3) TO WS-PARM-CLERK
003552         WHEN "CLAIMS"
003554             SET WS-MODE-CLAIMS TO TRUE
003556             MOVE WS-PARM-THIRD(1:3) TO WS-PARM-CLERK
003560         WHEN "LIST"
003570             SET WS-MODE-LIST TO TRUE
003580         WHEN OTHER
003590             DISPLAY "USAGE: PROMOMNT ADD <PROMO> <START> <END> "
003600                 "<CLERK> <NAME>"
003610             DISPLAY "   OR: PROMOMNT DATES <PROMO> <START> <END>"
003620                 " <CLERK>"
003630             DISPLAY "   OR: PROMOMNT STATUS <PROMO> <O|C|F> "
003640                 "<CLERK>"
003650             DISPLAY "   OR: PROMOMNT TIERS <PROMO> <CLERK>"
003653             DISPLAY "   OR: PROMOMNT CLAIMS <PROMO> <DEADLINE> "
003656                 "<CLERK>"
003660             DISPLAY "   OR: PROMOMNT LIST"
003670             MOVE 16 TO RETURN-CODE
003680             STOP RUN
003690     END-EVALUATE.
003700     IF NOT WS-MODE-LIST
003710         PERFORM 1100-EDIT-MAINT-PARMS THRU 1100-EXIT
003720     END-IF.
003730     PERFORM 1200-OPEN-PROMO-MASTER THRU 1200-EXIT.
003740     GO TO 1000-EXIT.
003750 1000-EXIT.
003760     EXIT.
003770*
003780*    EVERY MAINTENANCE ACTION NAMES A PROMOTION AND THE CLERK
003790*    MAKING THE CHANGE; AN ADD OR DATES ALSO CARRIES A SEASON
003800*    THAT HAS TO BE TWO REAL DATES IN ORDER.
003810 1100-EDIT-MAINT-PARMS.
003820     IF WS-PARM-PROMO = SPACES
003830         DISPLAY "PROMOTION CODE IS REQUIRED"
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     IF WS-PARM-PROMO = "NONE"
003880         MOVE SPACES TO WS-PARM-PROMO
003890     END-IF.
003900     IF WS-PARM-CLERK = SPACES
003910         DISPLAY "CLERK ID IS REQUIRED"
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     IF WS-MODE-ADD OR WS-MODE-DATES
003960         MOVE WS-PARM-SECOND TO WS-DW-TEXT
003970         PERFORM 1150-EDIT-ONE-DATE THRU 1150-EXIT
003980         MOVE WS-DW-DATE-9 TO WS-NEW-START-DATE
003990         MOVE WS-PARM-THIRD TO WS-DW-TEXT
004000         PERFORM 1150-EDIT-ONE-DATE THRU 1150-EXIT
004010         MOVE WS-DW-DATE-9 TO WS-NEW-END-DATE
004020         IF WS-NEW-END-DATE < WS-NEW-START-DATE
004030             DISPLAY "SEASON END DATE IS BEFORE ITS START DATE"
004040             MOVE 16 TO RETURN-CODE
004050             STOP RUN
004060         END-IF
004070     END-IF.
004080     IF WS-MODE-STATUS
004090         IF WS-PARM-SECOND NOT = "O"
004100            AND WS-PARM-SECOND NOT = "C"
004110            AND WS-PARM-SECOND NOT = "F"
004120             DISPLAY "STATUS MUST BE O, C OR F: " WS-PARM-SECOND
004130             MOVE 16 TO RETURN-CODE
004140             STOP RUN
004150         END-IF
004151     END-IF.
004152     IF WS-MODE-CLAIMS
004153         MOVE WS-PARM-SECOND TO WS-DW-TEXT
004154         PERFORM 1150-EDIT-ONE-DATE THRU 1150-EXIT
004155         MOVE WS-DW-DATE-9 TO WS-NEW-DEADLINE
004160     END-IF.
004170     GO TO 1100-EXIT.
004180 1100-EXIT.
004190     EXIT.
004200*
004210 1150-EDIT-ONE-DATE.
004220     MOVE "N" TO WS-DATE-BAD-SW.
004230     MOVE WS-DW-TEXT(1:8) TO WS-DW-DATE-X.
004231*    A CLAIM DEADLINE OF ZERO CLEARS THE DEADLINE.
004232     IF WS-MODE-CLAIMS
004233        AND WS-DW-TEXT(9:2) = SPACES
004234        AND WS-DW-DATE-X = "00000000"
004235         GO TO 1150-EXIT
004236     END-IF.
004240     IF WS-DW-TEXT(9:2) NOT = SPACES
004250        OR WS-DW-DATE-X NOT NUMERIC
004260         SET WS-DATE-BAD TO TRUE
004270     ELSE
004280         IF WS-DW-MM < 1 OR WS-DW-MM > 12
004290            OR WS-DW-DD < 1 OR WS-DW-DD > 31
004300             SET WS-DATE-BAD TO TRUE
004310         END-IF
004320     END-IF.
004330     IF WS-DATE-BAD
004340         DISPLAY "DATE MUST BE YYYYMMDD: " WS-DW-TEXT
004350         MOVE 16 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     GO TO 1150-EXIT.
004390 1150-EXIT.
004400     EXIT.
004410*
004420*    THE PROMOTION MASTER IS A STANDING FILE CREATED ON FIRST
004430*    USE - THE SAME SHAPE THE CASE FILE USES.
004440 1200-OPEN-PROMO-MASTER.
004450     OPEN I-O PROMO-MASTER.
004460     IF WS-PMS-STATUS = "35"
004470         OPEN OUTPUT PROMO-MASTER
004480         CLOSE PROMO-MASTER
004490         OPEN I-O PROMO-MASTER
004500     END-IF.
004510     IF WS-PMS-STATUS NOT = "00"
004520         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
004530             WS-PMS-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     GO TO 1200-EXIT.
004580 1200-EXIT.
004590     EXIT.
004600*
004610*================================================================*
004620*    2000 - ADD A PROMOTION                                      *
004630*================================================================*
004640*    A NEW SEASON GOES ON OPEN WITH NO SCHEDULE OF ITS OWN -
004650*    THE TIERS ACTION LOADS IT BEFORE THE FIRST DECK IS SCORED.
004660 2000-ADD-PROMOTION.
004670     PERFORM 2900-READ-PROMOTION THRU 2900-EXIT.
004680     IF WS-PROMO-EXISTS
004690         DISPLAY "PROMOTION " WS-PARM-PROMO
004700             " IS ALREADY ON FILE - " PMS-PROMO-NAME
004710         MOVE 04 TO WS-JOB-RC
004720         GO TO 2000-EXIT
004730     END-IF.
004740     MOVE SPACES TO FD-PROMO-RECORD.
004750     MOVE WS-PARM-PROMO TO PMS-PROMO-CODE.
004760     MOVE WS-PARM-NAME TO PMS-PROMO-NAME.
004770     MOVE WS-NEW-START-DATE TO PMS-START-DATE.
004780     MOVE WS-NEW-END-DATE TO PMS-END-DATE.
004790     MOVE "O" TO PMS-STATUS-CODE.
004800     MOVE 0 TO PMS-TIER-COUNT.
004810     PERFORM 2010-CLEAR-ONE-TIER THRU 2010-EXIT
004820         VARYING WS-TIER-IDX FROM 1 BY 1
004830         UNTIL WS-TIER-IDX > 20.
004840     MOVE WS-RUN-DATE TO PMS-MAINT-DATE.
004850     MOVE WS-PARM-CLERK TO PMS-MAINT-CLERK.
004855     MOVE 0 TO PMS-CLAIM-DEADLINE.
004860     WRITE FD-PROMO-RECORD.
004870     IF WS-PMS-STATUS NOT = "00"
004880         DISPLAY "PROMOTION MASTER WRITE FAILED - STATUS "
004890             WS-PMS-STATUS
004900         MOVE 16 TO WS-JOB-RC
004910         GO TO 2000-EXIT
004920     END-IF.
004930     DISPLAY "PROMOTION " WS-PARM-PROMO " ADDED - OPEN, "
004940         "NO TIER SCHEDULE YET".
004950     GO TO 2000-EXIT.
004960 2000-EXIT.
004970     EXIT.
004980*
004990 2010-CLEAR-ONE-TIER.
005000     MOVE 0 TO PMS-TR-LOW(WS-TIER-IDX).
005010     MOVE 0 TO PMS-TR-HIGH(WS-TIER-IDX).
005020     MOVE SPACES TO PMS-TR-NAME(WS-TIER-IDX).
005030     MOVE 0 TO PMS-TR-PAYOUT(WS-TIER-IDX).
005040     GO TO 2010-EXIT.
005050 2010-EXIT.
005060     EXIT.
005070*
005080*================================================================*
005090*    2100 - CHANGE THE SEASON DATES                              *
005100*================================================================*
005110 2100-CHANGE-DATES.
005120     PERFORM 2900-READ-PROMOTION THRU 2900-EXIT.
005130     IF NOT WS-PROMO-EXISTS
005140         DISPLAY "PROMOTION " WS-PARM-PROMO " IS NOT ON FILE"
005150         MOVE 04 TO WS-JOB-RC
005160         GO TO 2100-EXIT
005170     END-IF.
005180     MOVE WS-NEW-START-DATE TO PMS-START-DATE.
005190     MOVE WS-NEW-END-DATE TO PMS-END-DATE.
005200     PERFORM 2950-REWRITE-PROMOTION THRU 2950-EXIT.
005210     IF WS-JOB-RC < 16
005220         DISPLAY "PROMOTION " WS-PARM-PROMO " SEASON NOW "
005230             PMS-START-DATE " TO " PMS-END-DATE
005240     END-IF.
005250     GO TO 2100-EXIT.
005260 2100-EXIT.
005270     EXIT.
005280*
005290*================================================================*
005300*    2200 - CHANGE THE STATUS                                    *
005310*================================================================*
005320*    A CLOSED SEASON CAN BE REOPENED - A SEASON CLOSED BY
005330*    MISTAKE IS PUT RIGHT HERE, NOT BY RE-ADDING IT - BUT THE
005340*    CHANGE IS CALLED OUT ON THE CONSOLE FOR THE RUN LOG.
005350 2200-CHANGE-STATUS.
005360     PERFORM 2900-READ-PROMOTION THRU 2900-EXIT.
005370     IF NOT WS-PROMO-EXISTS
005380         DISPLAY "PROMOTION " WS-PARM-PROMO " IS NOT ON FILE"
005390         MOVE 04 TO WS-JOB-RC
005400         GO TO 2200-EXIT
005410     END-IF.
005420     IF PMS-STATUS-CODE = WS-PARM-SECOND(1:1)
005430         DISPLAY "PROMOTION " WS-PARM-PROMO
005440             " ALREADY HAS STATUS " PMS-STATUS-CODE
005450         MOVE 04 TO WS-JOB-RC
005460         GO TO 2200-EXIT
005470     END-IF.
005480     IF PMS-CLOSED
005490         DISPLAY "PROMOTION " WS-PARM-PROMO
005500             " WAS CLOSED - REOPENED BY CLERK " WS-PARM-CLERK
005510     END-IF.
005520     MOVE WS-PARM-SECOND(1:1) TO PMS-STATUS-CODE.
005530     PERFORM 2950-REWRITE-PROMOTION THRU 2950-EXIT.
005540     IF WS-JOB-RC < 16
005550         DISPLAY "PROMOTION " WS-PARM-PROMO " STATUS NOW "
005560             PMS-STATUS-CODE
005570     END-IF.
005580     GO TO 2200-EXIT.
005590 2200-EXIT.
005600     EXIT.
005610*
005620*================================================================*
005630*    2300 - LOAD THE SEASON'S TIER SCHEDULE                      *
005640*================================================================*
005650*    THE SCHEDULE IS READ WHOLE INTO WORKING STORAGE WITH THE
005660*    SAME EDITS THE SCORING STEP APPLIES TO TIERDEF.  A SINGLE
005670*    BAD LINE REFUSES THE LOAD - A PARTIAL SCHEDULE WOULD PRICE
005680*    CARDS WRONGLY WITHOUT ANYONE NOTICING.
005690 2300-LOAD-SCHEDULE.
005700     PERFORM 2900-READ-PROMOTION THRU 2900-EXIT.
005710     IF NOT WS-PROMO-EXISTS
005720         DISPLAY "PROMOTION " WS-PARM-PROMO " IS NOT ON FILE"
005730         MOVE 04 TO WS-JOB-RC
005740         GO TO 2300-EXIT
005750     END-IF.
005760     IF PMS-CLOSED
005770         DISPLAY "PROMOTION " WS-PARM-PROMO
005780             " IS CLOSED - ITS SCHEDULE STAYS AS IT WAS PAID"
005790         MOVE 04 TO WS-JOB-RC
005800         GO TO 2300-EXIT
005810     END-IF.
005820     OPEN INPUT PROMO-TIER-DEFS.
005830     IF WS-PTD-STATUS NOT = "00"
005840         DISPLAY "TIER SCHEDULE FILE NOT AVAILABLE - STATUS "
005850             WS-PTD-STATUS
005860         MOVE 16 TO WS-JOB-RC
005870         GO TO 2300-EXIT
005880     END-IF.
005890     MOVE 0 TO WS-NEW-TIER-COUNT.
005900     PERFORM 2310-READ-ONE-TIER-DEF THRU 2310-EXIT
005910         UNTIL WS-PTD-EOF.
005920     CLOSE PROMO-TIER-DEFS.
005930     IF WS-NEW-TIER-COUNT = 0 AND NOT WS-SCHED-BAD
005940         DISPLAY "TIER SCHEDULE FILE HAS NO TIERS"
005950         SET WS-SCHED-BAD TO TRUE
005960     END-IF.
005970     IF WS-SCHED-BAD
005980         DISPLAY "TIER SCHEDULE REFUSED - PROMOTION "
005990             WS-PARM-PROMO " UNCHANGED"
006000         MOVE 04 TO WS-JOB-RC
006010         GO TO 2300-EXIT
006020     END-IF.
006030     MOVE WS-NEW-TIER-COUNT TO PMS-TIER-COUNT.
006040     PERFORM 2330-STORE-ONE-TIER THRU 2330-EXIT
006050         VARYING WS-TIER-IDX FROM 1 BY 1
006060         UNTIL WS-TIER-IDX > 20.
006070     PERFORM 2950-REWRITE-PROMOTION THRU 2950-EXIT.
006080     IF WS-JOB-RC < 16
006090         DISPLAY "PROMOTION " WS-PARM-PROMO " TIER SCHEDULE "
006100             "LOADED - " WS-NEW-TIER-COUNT " TIERS"
006110     END-IF.
006120     GO TO 2300-EXIT.
006130 2300-EXIT.
006140     EXIT.
006150*
006160 2310-READ-ONE-TIER-DEF.
006170     MOVE SPACES TO WS-TIER-DEF-AREA.
006180     READ PROMO-TIER-DEFS INTO WS-TIER-DEF-AREA
006190         AT END SET WS-PTD-EOF TO TRUE
006200     END-READ.
006210     IF WS-PTD-EOF
006220         GO TO 2310-EXIT
006230     END-IF.
006240     ADD 1 TO WS-TIER-DEF-LINENO.
006250     IF WS-TIER-DEF-AREA = SPACES
006260         GO TO 2310-EXIT
006270     END-IF.
006280     PERFORM 2320-EDIT-ONE-TIER-DEF THRU 2320-EXIT.
006290     GO TO 2310-EXIT.
006300 2310-EXIT.
006310     EXIT.
006320*
006330 2320-EDIT-ONE-TIER-DEF.
006340     IF TD-LOW-X NOT NUMERIC
006350        OR TD-HIGH-X NOT NUMERIC
006360        OR TD-PAYOUT-X NOT NUMERIC
006370         DISPLAY "LINE " WS-TIER-DEF-LINENO
006380             " - TIER DEFINITION FIELD NOT NUMERIC"
006390         SET WS-SCHED-BAD TO TRUE
006400         GO TO 2320-EXIT
006410     END-IF.
006420     IF TD-LOW-9 > TD-HIGH-9
006430         DISPLAY "LINE " WS-TIER-DEF-LINENO
006440             " - TIER RANGE LOW EXCEEDS HIGH"
006450         SET WS-SCHED-BAD TO TRUE
006460         GO TO 2320-EXIT
006470     END-IF.
006480     IF WS-NEW-TIER-COUNT = 20
006490         DISPLAY "LINE " WS-TIER-DEF-LINENO
006500             " - MORE THAN 20 TIER DEFINITIONS"
006510         SET WS-SCHED-BAD TO TRUE
006520         GO TO 2320-EXIT
006530     END-IF.
006540     ADD 1 TO WS-NEW-TIER-COUNT.
006550     MOVE TD-LOW-9 TO WS-NS-LOW(WS-NEW-TIER-COUNT).
006560     MOVE TD-HIGH-9 TO WS-NS-HIGH(WS-NEW-TIER-COUNT).
006570     MOVE TD-NAME TO WS-NS-NAME(WS-NEW-TIER-COUNT).
006580     MOVE TD-PAYOUT-9 TO WS-NS-PAYOUT(WS-NEW-TIER-COUNT).
006590     GO TO 2320-EXIT.
006600 2320-EXIT.
006610     EXIT.
006620*
006630*    SLOTS PAST THE NEW COUNT ARE CLEARED SO A SHORTER SCHEDULE
006640*    LEAVES NOTHING OF THE OLD ONE BEHIND.
006650 2330-STORE-ONE-TIER.
006660     IF WS-TIER-IDX > WS-NEW-TIER-COUNT
006670         PERFORM 2010-CLEAR-ONE-TIER THRU 2010-EXIT
006680         GO TO 2330-EXIT
006690     END-IF.
006700     MOVE WS-NS-LOW(WS-TIER-IDX) TO PMS-TR-LOW(WS-TIER-IDX).
006710     MOVE WS-NS-HIGH(WS-TIER-IDX) TO PMS-TR-HIGH(WS-TIER-IDX).
006720     MOVE WS-NS-NAME(WS-TIER-IDX) TO PMS-TR-NAME(WS-TIER-IDX).
006730     MOVE WS-NS-PAYOUT(WS-TIER-IDX)
006740         TO PMS-TR-PAYOUT(WS-TIER-IDX).
006750     GO TO 2330-EXIT.
006760 2330-EXIT.
006770     EXIT.
006780*
006781*================================================================*
006782*    2400 - SET THE PRIZE CLAIM DEADLINE                         *
006783*================================================================*
006784*    A DEADLINE BEFORE THE SEASON ENDS WOULD EXPIRE PRIZES WON
006785*    ON ITS LAST DAYS BEFORE ANYONE COULD COLLECT THEM.  THE
006786*    DEADLINE CAN BE MOVED EITHER WAY UNTIL THE CLAIM STEP HAS
006787*    EXPIRED THE SEASON'S PRIZES - AN EXPIRED CLAIM STAYS SO.
006788 2400-SET-CLAIM-DEADLINE.
006789     PERFORM 2900-READ-PROMOTION THRU 2900-EXIT.
006790     IF NOT WS-PROMO-EXISTS
006791         DISPLAY "PROMOTION " WS-PARM-PROMO " IS NOT ON FILE"
006792         MOVE 04 TO WS-JOB-RC
006793         GO TO 2400-EXIT
006794     END-IF.
006795     IF WS-NEW-DEADLINE > 0
006796        AND WS-NEW-DEADLINE < PMS-END-DATE
006797         DISPLAY "CLAIM DEADLINE " WS-NEW-DEADLINE
006798             " IS BEFORE THE SEASON END " PMS-END-DATE
006799         MOVE 04 TO WS-JOB-RC
006800         GO TO 2400-EXIT
006801     END-IF.
006802     MOVE WS-NEW-DEADLINE TO PMS-CLAIM-DEADLINE.
006803     PERFORM 2950-REWRITE-PROMOTION THRU 2950-EXIT.
006804     IF WS-JOB-RC < 16
006805         DISPLAY "PROMOTION " WS-PARM-PROMO " CLAIM DEADLINE NOW "
006806             PMS-CLAIM-DEADLINE
006807     END-IF.
006808     GO TO 2400-EXIT.
006809 2400-EXIT.
006810     EXIT.
006811*
006812*    READS THE MASTER FOR THE PROMOTION AND LEAVES THE RECORD
006813*    IN THE RECORD AREA WHEN IT IS THERE.
006814 2900-READ-PROMOTION.
006820     MOVE "N" TO WS-PROMO-EXISTS-SW.
006830     MOVE WS-PARM-PROMO TO PMS-PROMO-CODE.
006840     READ PROMO-MASTER.
006850     IF WS-PMS-STATUS = "00"
006860         SET WS-PROMO-EXISTS TO TRUE
006870     END-IF.
006880     GO TO 2900-EXIT.
006890 2900-EXIT.
006900     EXIT.
006910*
006920 2950-REWRITE-PROMOTION.
006930     MOVE WS-RUN-DATE TO PMS-MAINT-DATE.
006940     MOVE WS-PARM-CLERK TO PMS-MAINT-CLERK.
006950     REWRITE FD-PROMO-RECORD.
006960     IF WS-PMS-STATUS NOT = "00"
006970         DISPLAY "PROMOTION MASTER REWRITE FAILED - STATUS "
006980             WS-PMS-STATUS
006990         MOVE 16 TO WS-JOB-RC
007000     END-IF.
007010     GO TO 2950-EXIT.
007020 2950-EXIT.
007030     EXIT.
007040*
007050*================================================================*
007060*    3000 - LIST THE PROMOTION MASTER                            *
007070*================================================================*
007080 3000-LIST-MASTER.
007090     OPEN OUTPUT PROMO-RPT.
007091     IF WS-RPT-STATUS NOT = "00"
007092         DISPLAY "PROMOTION LISTING NOT OPENED - STATUS "
007093             WS-RPT-STATUS
007094         MOVE 16 TO WS-JOB-RC
007095         GO TO 3000-EXIT
007096     END-IF.
007100     MOVE LOW-VALUES TO PMS-PROMO-CODE.
007110     START PROMO-MASTER KEY NOT < PMS-PROMO-CODE
007120         INVALID KEY SET WS-PMS-EOF TO TRUE
007130     END-START.
007140     PERFORM 3100-LIST-ONE-PROMOTION THRU 3100-EXIT
007150         UNTIL WS-PMS-EOF.
007160     IF WS-LIST-COUNT = 0
007170         MOVE SPACES TO WS-RPT-PRINT-LINE
007180         MOVE "NO PROMOTIONS ON FILE" TO WS-RPT-PRINT-LINE
007190         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
007200     END-IF.
007210     MOVE SPACES TO WS-RPT-PRINT-LINE.
007220     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
007230     MOVE "PROMOTIONS ON FILE" TO RPT-TL-LABEL.
007240     MOVE WS-LIST-COUNT TO RPT-TL-VALUE.
007250     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
007260     MOVE "  OPEN" TO RPT-TL-LABEL.
007270     MOVE WS-LIST-OPEN TO RPT-TL-VALUE.
007280     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
007290     MOVE "  FROZEN" TO RPT-TL-LABEL.
007300     MOVE WS-LIST-FROZEN TO RPT-TL-VALUE.
007310     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
007320     MOVE "  CLOSED" TO RPT-TL-LABEL.
007330     MOVE WS-LIST-CLOSED TO RPT-TL-VALUE.
007340     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
007350     CLOSE PROMO-RPT.
007360     DISPLAY "PROMOTION MASTER LISTED - " WS-LIST-COUNT
007370         " PROMOTIONS".
007380     GO TO 3000-EXIT.
007390 3000-EXIT.
007400     EXIT.
007410*
007420 3100-LIST-ONE-PROMOTION.
007430     READ PROMO-MASTER NEXT RECORD
007440         AT END SET WS-PMS-EOF TO TRUE
007450     END-READ.
007460     IF WS-PMS-EOF
007470         GO TO 3100-EXIT
007480     END-IF.
007490     IF WS-PMS-STATUS NOT = "00" AND WS-PMS-STATUS NOT = "02"
007500         DISPLAY "PROMOTION MASTER SWEEP READ ERROR - STATUS "
007510             WS-PMS-STATUS
007520         MOVE 16 TO WS-JOB-RC
007530         SET WS-PMS-EOF TO TRUE
007540         GO TO 3100-EXIT
007550     END-IF.
007560     ADD 1 TO WS-LIST-COUNT.
007570     IF PMS-PROMO-CODE = SPACES
007580         MOVE "NONE" TO RPT-PR-CODE
007590     ELSE
007600         MOVE PMS-PROMO-CODE TO RPT-PR-CODE
007610     END-IF.
007620     MOVE PMS-PROMO-NAME TO RPT-PR-NAME.
007630     MOVE PMS-START-DATE TO WS-LDW-DATE.
007640     PERFORM 3110-EDIT-LIST-DATE THRU 3110-EXIT.
007650     MOVE WS-LIST-DATE-EDIT TO RPT-PR-START.
007660     MOVE PMS-END-DATE TO WS-LDW-DATE.
007670     PERFORM 3110-EDIT-LIST-DATE THRU 3110-EXIT.
007680     MOVE WS-LIST-DATE-EDIT TO RPT-PR-END.
007690     MOVE PMS-MAINT-DATE TO WS-LDW-DATE.
007700     PERFORM 3110-EDIT-LIST-DATE THRU 3110-EXIT.
007710     MOVE WS-LIST-DATE-EDIT TO RPT-PR-MAINT-DATE.
007720     MOVE PMS-MAINT-CLERK TO RPT-PR-MAINT-CLERK.
007721     IF PMS-CLAIM-DEADLINE NOT NUMERIC
007722        OR PMS-CLAIM-DEADLINE = 0
007723         MOVE "NONE" TO RPT-PR-DEADLINE
007724     ELSE
007725         MOVE PMS-CLAIM-DEADLINE TO WS-LDW-DATE
007726         PERFORM 3110-EDIT-LIST-DATE THRU 3110-EXIT
007727         MOVE WS-LIST-DATE-EDIT TO RPT-PR-DEADLINE
007728     END-IF.
007730     EVALUATE TRUE
007740         WHEN PMS-OPEN
007750             MOVE "OPEN" TO RPT-PR-STATUS
007760             ADD 1 TO WS-LIST-OPEN
007770         WHEN PMS-FROZEN
007780             MOVE "FROZEN" TO RPT-PR-STATUS
007790             ADD 1 TO WS-LIST-FROZEN
007800         WHEN OTHER
007810             MOVE "CLOSED" TO RPT-PR-STATUS
007820             ADD 1 TO WS-LIST-CLOSED
007830     END-EVALUATE.
007840     MOVE PMS-TIER-COUNT TO RPT-PR-TIERS.
007850     MOVE WS-RPT-PROMO-LINE TO WS-RPT-PRINT-LINE.
007860     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
007870     PERFORM 3120-LIST-ONE-TIER THRU 3120-EXIT
007880         VARYING WS-TIER-IDX FROM 1 BY 1
007890         UNTIL WS-TIER-IDX > PMS-TIER-COUNT
007900            OR WS-TIER-IDX > 20.
007910     GO TO 3100-EXIT.
007920 3100-EXIT.
007930     EXIT.
007940*
007950 3110-EDIT-LIST-DATE.
007960     MOVE WS-LDW-MM TO WS-LD-MM.
007970     MOVE WS-LDW-DD TO WS-LD-DD.
007980     MOVE WS-LDW-YYYY TO WS-LD-YYYY.
007990     GO TO 3110-EXIT.
008000 3110-EXIT.
008010     EXIT.
008020*
008030 3120-LIST-ONE-TIER.
008040     MOVE PMS-TR-LOW(WS-TIER-IDX) TO RPT-TR-LOW.
008050     MOVE PMS-TR-HIGH(WS-TIER-IDX) TO RPT-TR-HIGH.
008060     MOVE PMS-TR-NAME(WS-TIER-IDX) TO RPT-TR-NAME.
008070     MOVE PMS-TR-PAYOUT(WS-TIER-IDX) TO RPT-TR-PAYOUT.
008080     MOVE WS-RPT-TIER-LINE TO WS-RPT-PRINT-LINE.
008090     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
008100     GO TO 3120-EXIT.
008110 3120-EXIT.
008120     EXIT.
008130*
008140 3010-RPT-PAGE-HEADING.
008150     ADD 1 TO WS-RPT-PAGE.
008160     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
008170     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
008180     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
008190     WRITE FD-PROMO-LINE FROM WS-RPT-HEADING-1.
008200     MOVE SPACES TO FD-PROMO-LINE.
008210     WRITE FD-PROMO-LINE.
008220     WRITE FD-PROMO-LINE FROM WS-RPT-COL-HEADER.
008230     MOVE 3 TO WS-RPT-LINE-CNT.
008240     GO TO 3010-EXIT.
008250 3010-EXIT.
008260     EXIT.
008270*
008280 3020-WRITE-RPT-LINE.
008290     IF WS-RPT-LINE-CNT > 55
008300         PERFORM 3010-RPT-PAGE-HEADING THRU 3010-EXIT
008310     END-IF.
008320     WRITE FD-PROMO-LINE FROM WS-RPT-PRINT-LINE.
008330     ADD 1 TO WS-RPT-LINE-CNT.
008340     GO TO 3020-EXIT.
008350 3020-EXIT.
008360     EXIT.
008370*
008380 3030-PRINT-TOTAL-LINE.
008390     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
008400     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
008410     GO TO 3030-EXIT.
008420 3030-EXIT.
008430     EXIT.
008440*
008450*================================================================*
008460*    4000 - END OF RUN                                           *
008470*================================================================*
008480 4000-FINALIZE.
008490     CLOSE PROMO-MASTER.
008500     GO TO 4000-EXIT.
008510 4000-EXIT.
008520     EXIT.
