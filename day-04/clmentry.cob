000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. clmentry.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - PRIZE CLAIM ENTRY FOR THE  *
000120*                 PRIZE DESK.  MARKS A CARD'S CLAIM ON THE      *
000130*                 PRIZE CLAIM FILE (PRZCLAIM, KEYED LIKE THE    *
000140*                 MASTER BY PROMOTION PLUS CARD ID) PAID, WITH  *
000150*                 THE CLERK, THE DATE PAID AND HOW.  THE        *
000160*                 NIGHTLY CLAIM STEP (CLMPOST) CREATES THE      *
000170*                 CLAIMS AND SENDS PAID ONES TO ACCOUNTS        *
000180*                 PAYABLE.                                      *
000190*---------------------------------------------------------------*
000200*
000210*    COMMAND LINE:
000220*      PAY  <CARD-ID> <PROMO> <CLERK> <METHOD> [<PAID-DATE>]
000230*      SHOW <CARD-ID> <PROMO>
000240*    PROMO "NONE" STANDS FOR THE BLANK (PRE-PROMOTION) SEASON.
000250*    METHODS: CA CASH, CK CHEQUE, GC GIFT CARD, BT BANK
000260*    TRANSFER.  THE PAID DATE IS YYYYMMDD AND DEFAULTS TO
000270*    TODAY; A PRIZE HANDED OVER ON A DAY THE DESK COULD NOT
000280*    KEY IT IS ENTERED WITH THE DAY IT WAS ACTUALLY PAID.  ONLY
000290*    AN UNCLAIMED CLAIM CAN BE PAID - ONE ALREADY PAID, SENT TO
000300*    ACCOUNTS PAYABLE OR EXPIRED IS REFUSED.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PRIZE-CLAIMS
000360         ASSIGN TO "PRZCLAIM"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CLM-KEY
000400         FILE STATUS IS WS-CLM-STATUS.
000410     SELECT SCORED-MASTER
000420         ASSIGN TO "SCOREMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SCM-KEY
000460         FILE STATUS IS WS-SCM-STATUS.
000470     SELECT PROMO-MASTER
000480         ASSIGN TO "PROMOMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS PMS-PROMO-CODE
000520         FILE STATUS IS WS-PMS-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560*
000570*    PRIZE CLAIM - SEE CLMPOST FOR THE LIFE OF A CLAIM.
000580 FD  PRIZE-CLAIMS
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 120 CHARACTERS.
000610 01  FD-CLAIM-RECORD.
000620     05  CLM-KEY.
000630         10  CLM-PROMO-CODE       PIC X(04).
000640         10  CLM-CARD-ID          PIC 9(05).
000650     05  CLM-STATUS               PIC X(01).
000660         88  CLM-UNCLAIMED                  VALUE "U".
000670         88  CLM-PAID                       VALUE "P".
000680         88  CLM-SETTLED                    VALUE "S".
000690         88  CLM-EXPIRED                    VALUE "E".
000700     05  CLM-DECK-ID              PIC X(10).
000710     05  CLM-MEMBER-NO            PIC 9(09).
000720     05  CLM-SCORED-DATE          PIC 9(08).
000730     05  CLM-MATCH-COUNT          PIC 9(03).
000740     05  CLM-TIER-NAME            PIC X(20).
000750     05  CLM-PAYOUT               PIC 9(07)V99.
000760     05  CLM-CREATE-DATE          PIC 9(08).
000770     05  CLM-PAID-DATE            PIC 9(08).
000780     05  CLM-PAID-CLERK           PIC X(03).
000790     05  CLM-PAY-METHOD           PIC X(02).
000800     05  CLM-ENTRY-DATE           PIC 9(08).
000810     05  CLM-SETTLE-DATE          PIC 9(08).
000820     05  FILLER                   PIC X(14).
000830*
000840*    SAME RECORD THE SCORING STEP WRITES - ONLY THE KEY IS
000850*    NAMED; THE READ ONLY PROVES THE CARD IS STILL THERE.
000860 FD  SCORED-MASTER
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 453 CHARACTERS.
000890 01  FD-MASTER-RECORD.
000900     05  SCM-KEY.
000910         10  SCM-PROMO-CODE       PIC X(04).
000920         10  SCM-CARD-ID          PIC 9(05).
000930     05  FILLER                   PIC X(444).
000940*
000950*    PROMOTION MASTER - ONLY THE CLAIM DEADLINE IS NEEDED.
000960 FD  PROMO-MASTER
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 800 CHARACTERS.
000990 01  FD-PROMO-RECORD.
001000     05  PMS-PROMO-CODE           PIC X(04).
001010     05  FILLER                   PIC X(760).
001020     05  PMS-CLAIM-DEADLINE       PIC 9(08).
001030     05  FILLER                   PIC X(28).
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070*---------------------------------------------------------------*
001080*    SWITCHES                                                   *
001090*---------------------------------------------------------------*
001100 77  WS-CLM-STATUS                PIC X(02) VALUE "00".
001110 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
001120 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
001130*
001140 77  WS-CLAIM-EXISTS-SW           PIC X(01) VALUE "N".
001150     88  WS-CLAIM-EXISTS                    VALUE "Y".
001160*
001170 77  WS-RUN-MODE                  PIC X(05) VALUE SPACES.
001180     88  WS-MODE-PAY                        VALUE "PAY  ".
001190     88  WS-MODE-SHOW                       VALUE "SHOW ".
001200*
001210 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
001220 77  WS-NUM-IDX                   PIC 9(03) VALUE 0 COMP.
001230 77  WS-SLOT-IDX                  PIC 9(02) VALUE 0 COMP.
001240 77  WS-PARM-PTR                  PIC 9(03) VALUE 0 COMP.
001250 77  WS-PAID-DATE                 PIC 9(08) VALUE 0.
001260 77  WS-CLAIM-DEADLINE            PIC 9(08) VALUE 0.
001270*
001280*---------------------------------------------------------------*
001290*    COMMAND-LINE PARAMETERS.                                   *
001300*---------------------------------------------------------------*
001310 01  WS-PARM-AREA.
001320     05  WS-PARM-TEXT             PIC X(80) VALUE SPACES.
001330     05  WS-PARM-ACTION           PIC X(05) VALUE SPACES.
001340     05  WS-PARM-ID-TEXT          PIC X(10) VALUE SPACES.
001350     05  WS-PARM-PROMO            PIC X(04) VALUE SPACES.
001360     05  WS-PARM-CLERK            PIC X(10) VALUE SPACES.
001370     05  WS-PARM-METHOD           PIC X(10) VALUE SPACES.
001380     05  WS-PARM-DATE             PIC X(10) VALUE SPACES.
001390     05  WS-PARM-ID-X             PIC X(05) VALUE SPACES.
001400     05  WS-PARM-ID-9 REDEFINES WS-PARM-ID-X
001410                                  PIC 9(05).
001420*
001430*    A PAID DATE IS CHECKED HERE BEFORE IT IS TRUSTED - EIGHT
001440*    DIGITS, A REAL MONTH AND A DAY THAT COULD BE ONE.
001450 01  WS-DATE-WORK.
001460     05  WS-DW-DATE-X             PIC X(08).
001470     05  WS-DW-DATE-9 REDEFINES WS-DW-DATE-X
001480                                  PIC 9(08).
001490     05  WS-DW-PARTS REDEFINES WS-DW-DATE-X.
001500         10  WS-DW-YYYY           PIC 9(04).
001510         10  WS-DW-MM             PIC 9(02).
001520         10  WS-DW-DD             PIC 9(02).
001530*
001540*---------------------------------------------------------------*
001550*    RUN DATE FOR THE CLAIM STAMPS.                             *
001560*---------------------------------------------------------------*
001570 01  WS-RUN-STAMP.
001580     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
001590     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
001600*
001610*---------------------------------------------------------------*
001620*    CLAIM DISPLAY FIELDS.                                      *
001630*---------------------------------------------------------------*
001640 01  WS-SHOW-PAYOUT               PIC Z(6)9.99.
001650 01  WS-SHOW-STATUS               PIC X(20) VALUE SPACES.
001660*
001670 PROCEDURE DIVISION.
001680*
001690*================================================================*
001700*    0000-MAINLINE                                               *
001710*================================================================*
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     IF WS-MODE-PAY
001750         PERFORM 2000-PAY-CLAIM THRU 2000-EXIT
001760     ELSE
001770         PERFORM 3000-SHOW-CLAIM THRU 3000-EXIT
001780     END-IF.
001790     PERFORM 4000-FINALIZE THRU 4000-EXIT.
001800     MOVE WS-JOB-RC TO RETURN-CODE.
001810     STOP RUN.
001820*
001830*================================================================*
001840*    1000 - INITIALIZATION AND PARAMETER EDIT                    *
001850*================================================================*
001860 1000-INITIALIZE.
001870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001880     ACCEPT WS-RUN-TIME FROM TIME.
001890     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
001900     MOVE 1 TO WS-PARM-PTR.
001910     UNSTRING WS-PARM-TEXT DELIMITED BY ALL " "
001920         INTO WS-PARM-ACTION WS-PARM-ID-TEXT
001930              WS-PARM-PROMO WS-PARM-CLERK
001940              WS-PARM-METHOD WS-PARM-DATE
001950         WITH POINTER WS-PARM-PTR
001960     END-UNSTRING.
001970     EVALUATE WS-PARM-ACTION
001980         WHEN "PAY"
001990             SET WS-MODE-PAY TO TRUE
002000         WHEN "SHOW"
002010             SET WS-MODE-SHOW TO TRUE
002020         WHEN OTHER
002030             DISPLAY "USAGE: CLMENTRY PAY <CARD-ID> <PROMO> "
002040                 "<CLERK> <METHOD> [<PAID-DATE>]"
002050             DISPLAY "   OR: CLMENTRY SHOW <CARD-ID> <PROMO>"
002060             MOVE 16 TO RETURN-CODE
002070             STOP RUN
002080     END-EVALUATE.
002090*    AN OMITTED CARD ID WOULD RIGHT-ALIGN TO 00000 AND PASS
002100*    THE NUMERIC TEST - REFUSE IT BEFORE PADDING, THE SAME
002110*    GUARD THE CASE ENTRY PROGRAM APPLIES.
002120     IF WS-PARM-ID-TEXT = SPACES
002130         DISPLAY "CARD ID IS REQUIRED"
002140         MOVE 16 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     PERFORM 1100-RIGHT-ALIGN-CARD-ID THRU 1100-EXIT.
002180     IF WS-PARM-ID-X NOT NUMERIC
002190         DISPLAY "CARD ID MUST BE 1-5 DIGITS: " WS-PARM-ID-TEXT
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     IF WS-PARM-PROMO = "NONE"
002240         MOVE SPACES TO WS-PARM-PROMO
002250     END-IF.
002260     IF WS-MODE-PAY
002270         PERFORM 1300-EDIT-PAY-PARMS THRU 1300-EXIT
002280     END-IF.
002290     OPEN I-O PRIZE-CLAIMS.
002300     IF WS-CLM-STATUS NOT = "00"
002310         DISPLAY "PRIZE CLAIM FILE NOT AVAILABLE - STATUS "
002320             WS-CLM-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     GO TO 1000-EXIT.
002370 1000-EXIT.
002380     EXIT.
002390*
002400*    THE OPERATOR TYPES "7" OR "00007" - EITHER WAY THE KEY IS
002410*    FIVE DIGITS, ZERO FILLED, SO THE PARAMETER IS RIGHT-ALIGNED
002420*    AND ZERO PADDED BEFORE THE READ.
002430 1100-RIGHT-ALIGN-CARD-ID.
002440     MOVE "00000" TO WS-PARM-ID-X.
002450     MOVE 0 TO WS-SLOT-IDX.
002460     PERFORM 1110-TAKE-ONE-ID-CHAR THRU 1110-EXIT
002470         VARYING WS-NUM-IDX FROM 1 BY 1
002480         UNTIL WS-NUM-IDX > 10.
002490     GO TO 1100-EXIT.
002500 1100-EXIT.
002510     EXIT.
002520*
002530 1110-TAKE-ONE-ID-CHAR.
002540     IF WS-PARM-ID-TEXT(WS-NUM-IDX:1) = SPACE
002550         GO TO 1110-EXIT
002560     END-IF.
002570     ADD 1 TO WS-SLOT-IDX.
002580     IF WS-SLOT-IDX > 5
002590         MOVE "XXXXX" TO WS-PARM-ID-X
002600         GO TO 1110-EXIT
002610     END-IF.
002620     MOVE WS-PARM-ID-X(2:4) TO WS-PARM-ID-X(1:4).
002630     MOVE WS-PARM-ID-TEXT(WS-NUM-IDX:1) TO WS-PARM-ID-X(5:1).
002640     GO TO 1110-EXIT.
002650 1110-EXIT.
002660     EXIT.
002670*
002680*    A PAYMENT NAMES THE CLERK AND HOW THE PRIZE WAS HANDED
002690*    OVER.  A PAID DATE IN THE FUTURE IS A KEYING SLIP.
002700 1300-EDIT-PAY-PARMS.
002710     IF WS-PARM-CLERK = SPACES
002720         DISPLAY "CLERK ID IS REQUIRED TO PAY A CLAIM"
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002751     IF WS-PARM-CLERK(4:7) NOT = SPACES
002752         DISPLAY "CLERK ID MUST BE 1-3 CHARACTERS: "
002753             WS-PARM-CLERK
002754         DISPLAY "USAGE: CLMENTRY PAY <CARD-ID> <PROMO> "
002755             "<CLERK> <METHOD> [<PAID-DATE>]"
002756         MOVE 16 TO RETURN-CODE
002757         STOP RUN
002758     END-IF.
002760     IF WS-PARM-METHOD NOT = "CA"
002770        AND WS-PARM-METHOD NOT = "CK"
002780        AND WS-PARM-METHOD NOT = "GC"
002790        AND WS-PARM-METHOD NOT = "BT"
002800         DISPLAY "METHOD MUST BE CA, CK, GC OR BT: "
002810             WS-PARM-METHOD
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     IF WS-PARM-DATE = SPACES
002860         MOVE WS-RUN-DATE TO WS-PAID-DATE
002870         GO TO 1300-EXIT
002880     END-IF.
002890     MOVE WS-PARM-DATE(1:8) TO WS-DW-DATE-X.
002900     IF WS-PARM-DATE(9:2) NOT = SPACES
002910        OR WS-DW-DATE-X NOT NUMERIC
002920         DISPLAY "PAID DATE MUST BE YYYYMMDD: " WS-PARM-DATE
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     IF WS-DW-MM < 1 OR WS-DW-MM > 12
002970        OR WS-DW-DD < 1 OR WS-DW-DD > 31
002980        OR WS-DW-DATE-9 > WS-RUN-DATE
002990         DISPLAY "PAID DATE IS NOT A PAST OR CURRENT DATE: "
003000             WS-PARM-DATE
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     MOVE WS-DW-DATE-9 TO WS-PAID-DATE.
003050     GO TO 1300-EXIT.
003060 1300-EXIT.
003070     EXIT.
003080*
003090*================================================================*
003100*    2000 - PAY A CLAIM                                          *
003110*================================================================*
003120*    ONLY AN UNCLAIMED CLAIM CAN BE PAID.  A PRIZE HANDED OVER
003130*    AFTER THE SEASON'S CLAIM DEADLINE IS REFUSED - THE CLAIM
003140*    STEP WILL EXPIRE IT AND REVERSE THE ACCRUAL.  THE CARD MUST
003150*    STILL BE ON THE SCORED-CARD MASTER: A CARD REVERSED OFF
003160*    AFTER ITS CLAIM WAS CREATED IS NOT OWED ANYTHING.
003170 2000-PAY-CLAIM.
003180     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
003190     IF NOT WS-CLAIM-EXISTS
003200         DISPLAY "NO PRIZE CLAIM ON FILE FOR CARD " WS-PARM-ID-X
003210             " - CARD DID NOT WIN A PAYING TIER, OR WAS SCORED"
003220         DISPLAY "  SINCE THE LAST CLAIM STEP - PAYMENT REFUSED"
003230         MOVE 04 TO WS-JOB-RC
003240         GO TO 2000-EXIT
003250     END-IF.
003260     IF NOT CLM-UNCLAIMED
003270         PERFORM 3100-EDIT-CLAIM-STATUS THRU 3100-EXIT
003280         DISPLAY "CLAIM FOR CARD " WS-PARM-ID-X " IS "
003290             WS-SHOW-STATUS " - PAYMENT REFUSED"
003300         MOVE 04 TO WS-JOB-RC
003310         GO TO 2000-EXIT
003320     END-IF.
003330     PERFORM 2200-READ-CLAIM-DEADLINE THRU 2200-EXIT.
003340     IF WS-JOB-RC > 0
003350         GO TO 2000-EXIT
003360     END-IF.
003370     IF WS-CLAIM-DEADLINE > 0
003380        AND WS-PAID-DATE > WS-CLAIM-DEADLINE
003390         DISPLAY "CLAIM DEADLINE WAS " WS-CLAIM-DEADLINE
003400             " - PAYMENT REFUSED"
003410         MOVE 04 TO WS-JOB-RC
003420         GO TO 2000-EXIT
003430     END-IF.
003440     PERFORM 2300-CHECK-CARD-ON-MASTER THRU 2300-EXIT.
003450     IF WS-JOB-RC > 0
003460         GO TO 2000-EXIT
003470     END-IF.
003480     MOVE "P" TO CLM-STATUS.
003490     MOVE WS-PAID-DATE TO CLM-PAID-DATE.
003500     MOVE WS-PARM-CLERK(1:3) TO CLM-PAID-CLERK.
003510     MOVE WS-PARM-METHOD(1:2) TO CLM-PAY-METHOD.
003520     MOVE WS-RUN-DATE TO CLM-ENTRY-DATE.
003530     REWRITE FD-CLAIM-RECORD.
003540     IF WS-CLM-STATUS NOT = "00"
003550         DISPLAY "PRIZE CLAIM REWRITE FAILED - STATUS "
003560             WS-CLM-STATUS
003570         MOVE 16 TO WS-JOB-RC
003580         GO TO 2000-EXIT
003590     END-IF.
003600     MOVE CLM-PAYOUT TO WS-SHOW-PAYOUT.
003610     DISPLAY "CLAIM PAID FOR CARD " WS-PARM-ID-X " - "
003620         CLM-TIER-NAME " " WS-SHOW-PAYOUT.
003630     DISPLAY "  BY CLERK " CLM-PAID-CLERK " METHOD "
003640         CLM-PAY-METHOD " ON " CLM-PAID-DATE.
003650     GO TO 2000-EXIT.
003660 2000-EXIT.
003670     EXIT.
003680*
003690*    READS THE CLAIM FILE FOR THE KEY AND LEAVES THE RECORD IN
003700*    THE RECORD AREA WHEN IT IS THERE.
003710 2100-READ-CLAIM.
003720     MOVE "N" TO WS-CLAIM-EXISTS-SW.
003730     MOVE WS-PARM-PROMO TO CLM-PROMO-CODE.
003740     MOVE WS-PARM-ID-9 TO CLM-CARD-ID.
003750     READ PRIZE-CLAIMS.
003760     IF WS-CLM-STATUS = "00"
003770         SET WS-CLAIM-EXISTS TO TRUE
003780     END-IF.
003790     GO TO 2100-EXIT.
003800 2100-EXIT.
003810     EXIT.
003820*
003830*    A SEASON WITH NO DEADLINE SET (OR NOT ON THE PROMOTION
003840*    MASTER) HAS NO CUT-OFF.
003850 2200-READ-CLAIM-DEADLINE.
003860     MOVE 0 TO WS-CLAIM-DEADLINE.
003870     OPEN INPUT PROMO-MASTER.
003880     IF WS-PMS-STATUS NOT = "00"
003890         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
003900             WS-PMS-STATUS
003910         MOVE 16 TO WS-JOB-RC
003920         GO TO 2200-EXIT
003930     END-IF.
003940     MOVE WS-PARM-PROMO TO PMS-PROMO-CODE.
003950     READ PROMO-MASTER.
003960     IF WS-PMS-STATUS = "00" AND PMS-CLAIM-DEADLINE NUMERIC
003970         MOVE PMS-CLAIM-DEADLINE TO WS-CLAIM-DEADLINE
003980     END-IF.
003990     CLOSE PROMO-MASTER.
004000     GO TO 2200-EXIT.
004010 2200-EXIT.
004020     EXIT.
004030*
004040 2300-CHECK-CARD-ON-MASTER.
004050     OPEN INPUT SCORED-MASTER.
004060     IF WS-SCM-STATUS NOT = "00"
004070         DISPLAY "SCORED-CARD MASTER NOT AVAILABLE - STATUS "
004080             WS-SCM-STATUS
004090         MOVE 16 TO WS-JOB-RC
004100         GO TO 2300-EXIT
004110     END-IF.
004120     MOVE WS-PARM-PROMO TO SCM-PROMO-CODE.
004130     MOVE WS-PARM-ID-9 TO SCM-CARD-ID.
004140     READ SCORED-MASTER.
004150     IF WS-SCM-STATUS = "23"
004160         DISPLAY "CARD " WS-PARM-ID-X
004170             " IS NO LONGER ON THE SCORED-CARD MASTER - IT WAS"
004180         DISPLAY "  REVERSED OR PURGED - PAYMENT REFUSED"
004190         MOVE 04 TO WS-JOB-RC
004200     ELSE
004210         IF WS-SCM-STATUS NOT = "00"
004220             DISPLAY "SCORED-CARD MASTER READ ERROR - STATUS "
004230                 WS-SCM-STATUS
004240             MOVE 16 TO WS-JOB-RC
004250         END-IF
004260     END-IF.
004270     CLOSE SCORED-MASTER.
004280     GO TO 2300-EXIT.
004290 2300-EXIT.
004300     EXIT.
004310*
004320*================================================================*
004330*    3000 - SHOW A CLAIM                                         *
004340*================================================================*
004350 3000-SHOW-CLAIM.
004360     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
004370     IF NOT WS-CLAIM-EXISTS
004380         DISPLAY "NO PRIZE CLAIM ON FILE FOR CARD " WS-PARM-ID-X
004390         MOVE 04 TO WS-JOB-RC
004400         GO TO 3000-EXIT
004410     END-IF.
004420     PERFORM 3100-EDIT-CLAIM-STATUS THRU 3100-EXIT.
004430     MOVE CLM-PAYOUT TO WS-SHOW-PAYOUT.
004440     DISPLAY "PRIZE CLAIM  CARD " CLM-CARD-ID
004450         "  PROMO " CLM-PROMO-CODE.
004460     DISPLAY "  STATUS     : " WS-SHOW-STATUS.
004470     DISPLAY "  DECK       : " CLM-DECK-ID
004480         "  MEMBER " CLM-MEMBER-NO.
004490     DISPLAY "  SCORED     : " CLM-SCORED-DATE
004500         "  MATCHES " CLM-MATCH-COUNT.
004510     DISPLAY "  TIER       : " CLM-TIER-NAME
004520         "  PAYOUT " WS-SHOW-PAYOUT.
004530     DISPLAY "  CREATED    : " CLM-CREATE-DATE.
004540     IF NOT CLM-UNCLAIMED
004550        AND NOT CLM-EXPIRED
004560         DISPLAY "  PAID       : " CLM-PAID-DATE
004570             "  CLERK " CLM-PAID-CLERK
004580             "  METHOD " CLM-PAY-METHOD
004590             "  KEYED " CLM-ENTRY-DATE
004600     END-IF.
004610     IF CLM-SETTLED OR CLM-EXPIRED
004620         DISPLAY "  CLOSED OFF : " CLM-SETTLE-DATE
004630     END-IF.
004640     GO TO 3000-EXIT.
004650 3000-EXIT.
004660     EXIT.
004670*
004680 3100-EDIT-CLAIM-STATUS.
004690     EVALUATE TRUE
004700         WHEN CLM-UNCLAIMED
004710             MOVE "UNCLAIMED" TO WS-SHOW-STATUS
004720         WHEN CLM-PAID
004730             MOVE "PAID" TO WS-SHOW-STATUS
004740         WHEN CLM-SETTLED
004750             MOVE "SENT TO AP" TO WS-SHOW-STATUS
004760         WHEN CLM-EXPIRED
004770             MOVE "EXPIRED" TO WS-SHOW-STATUS
004780         WHEN OTHER
004790             MOVE "UNKNOWN STATUS" TO WS-SHOW-STATUS
004800     END-EVALUATE.
004810     GO TO 3100-EXIT.
004820 3100-EXIT.
004830     EXIT.
004840*
004850*================================================================*
004860*    4000 - END OF RUN                                           *
004870*================================================================*
004880 4000-FINALIZE.
004890     CLOSE PRIZE-CLAIMS.
004900     GO TO 4000-EXIT.
004910 4000-EXIT.
004920     EXIT.
