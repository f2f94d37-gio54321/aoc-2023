000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. mbrinq.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - MEMBER ACCOUNT INQUIRY.    *
000120*                 TAKES A LOYALTY MEMBER NUMBER ON THE COMMAND  *
000130*                 LINE, READS THE MEMBER ACCOUNT MASTER         *
000140*                 (MBRACCT) AND PRINTS THE SEASON-TO-DATE AND   *
000150*                 LIFETIME FIGURES, THE SEASON'S WINS BY TIER,  *
000160*                 AND EVERY POSTING ON THE MEMBER HISTORY       *
000170*                 (MBRHIST) WITH ITS RUNNING BALANCE, TO THE    *
000180*                 CONSOLE AND INQRPT.                           *
000190*---------------------------------------------------------------*
000200*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT MEMBER-ACCOUNTS
000250         ASSIGN TO "MBRACCT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS MBA-MEMBER-NO
000290         FILE STATUS IS WS-MBA-STATUS.
000300     SELECT MEMBER-HISTORY
000310         ASSIGN TO "MBRHIST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS MBH-KEY
000350         FILE STATUS IS WS-MBH-STATUS.
000360     SELECT INQUIRY-RPT
000370         ASSIGN TO "INQRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420*
000430*    SAME RECORD MBRPOST WRITES - SEE ITS FD.
000440 FD  MEMBER-ACCOUNTS
000450     LABEL RECORDS ARE STANDARD
000460     RECORD CONTAINS 200 CHARACTERS.
000470 01  FD-ACCOUNT-RECORD.
000480     05  MBA-MEMBER-NO            PIC 9(09).
000490     05  MBA-OPEN-DATE            PIC 9(08).
000500     05  MBA-LAST-ACTIVITY        PIC 9(08).
000510     05  MBA-SEASON-PROMO         PIC X(04).
000520     05  MBA-SEASON-POINTS        PIC S9(11).
000530     05  MBA-SEASON-CARDS         PIC 9(05).
000540     05  MBA-LIFE-POINTS          PIC S9(11).
000550     05  MBA-LIFE-CARDS           PIC 9(07).
000560     05  MBA-LIFE-WINS            PIC 9(07).
000570     05  MBA-TIER-WINS            PIC 9(05) OCCURS 20 TIMES.
000580     05  MBA-LAST-PROMO           PIC X(04).
000590     05  MBA-LAST-CARD-ID         PIC 9(05).
000600     05  FILLER                   PIC X(21).
000610*
000620*    SAME RECORD MBRPOST WRITES - SEE ITS FD.
000630 FD  MEMBER-HISTORY
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  FD-HISTORY-RECORD.
000670     05  MBH-KEY.
000680         10  MBH-MEMBER-NO        PIC 9(09).
000690         10  MBH-POST-DATE        PIC 9(08).
000700         10  MBH-POST-TIME        PIC 9(06).
000710         10  MBH-POST-SEQ         PIC 9(05).
000720     05  MBH-SOURCE               PIC X(01).
000730     05  MBH-ACTIVITY-DATE        PIC 9(08).
000740     05  MBH-PROMO-CODE           PIC X(04).
000750     05  MBH-CARD-ID              PIC 9(05).
000760     05  MBH-MATCH-COUNT          PIC 9(03).
000770     05  MBH-TIER-NO              PIC 9(02).
000780     05  MBH-POINTS               PIC S9(11).
000790     05  MBH-BALANCE              PIC S9(11).
000800     05  MBH-SEASON-SW            PIC X(01).
000810     05  FILLER                   PIC X(06).
000820*
000830 FD  INQUIRY-RPT
000840     LABEL RECORDS ARE OMITTED
000850     RECORD CONTAINS 100 CHARACTERS.
000860 01  FD-INQUIRY-LINE              PIC X(100).
000870*
000880 WORKING-STORAGE SECTION.
000890*
000900*---------------------------------------------------------------*
000910*    SWITCHES AND WORK FIELDS                                   *
000920*---------------------------------------------------------------*
000930 77  WS-MBA-STATUS                PIC X(02) VALUE "00".
000940 77  WS-MBH-STATUS                PIC X(02) VALUE "00".
000950 77  WS-NUM-IDX                   PIC 9(03) VALUE 0 COMP.
000960 77  WS-SLOT-IDX                  PIC 9(02) VALUE 0 COMP.
000970 77  WS-TIER-IDX                  PIC 9(02) VALUE 0 COMP.
000980 77  WS-HIST-COUNT                PIC 9(05) VALUE 0 COMP.
000990 77  WS-MBH-EOF-SW                PIC X(01) VALUE "N".
001000     88  WS-MBH-EOF                         VALUE "Y".
001010 77  WS-MBH-OPEN-SW               PIC X(01) VALUE "N".
001020     88  WS-MBH-OPEN                        VALUE "Y".
001030 77  WS-EDIT-DATE-IN              PIC 9(08) VALUE 0.
001040*
001050 01  WS-PARM-AREA.
001060     05  WS-PARM-LINE             PIC X(20) VALUE SPACES.
001070     05  WS-PARM-TEXT             PIC X(12) VALUE SPACES.
001080     05  WS-PARM-ID-X             PIC X(09) VALUE SPACES.
001090     05  WS-PARM-ID-9 REDEFINES WS-PARM-ID-X
001100                                  PIC 9(09).
001110*
001120*---------------------------------------------------------------*
001130*    REPORT LINES.                                              *
001140*---------------------------------------------------------------*
001150 01  WS-INQ-TITLE-LINE.
001160     05  FILLER                     PIC X(07) VALUE "MEMBER ".
001170     05  INQ-MEMBER-NO              PIC 9(09).
001180     05  FILLER                     PIC X(09) VALUE "  OPENED ".
001190     05  INQ-OPEN-DATE              PIC X(10).
001200     05  FILLER                     PIC X(16) VALUE
001210         "  LAST ACTIVITY ".
001220     05  INQ-LAST-DATE              PIC X(10).
001230     05  FILLER                     PIC X(39) VALUE SPACES.
001240*
001250 01  WS-INQ-SEASON-LINE.
001260     05  FILLER                     PIC X(07) VALUE "SEASON ".
001270     05  INQ-SEASON-PROMO           PIC X(04).
001280     05  FILLER                     PIC X(09) VALUE "  POINTS ".
001290     05  INQ-SEASON-POINTS          PIC Z(10)9-.
001300     05  FILLER                     PIC X(08) VALUE "  CARDS ".
001310     05  INQ-SEASON-CARDS           PIC ZZZZ9.
001320     05  FILLER                     PIC X(55) VALUE SPACES.
001330*
001340 01  WS-INQ-LIFE-LINE.
001350     05  FILLER                     PIC X(16) VALUE
001360         "LIFETIME POINTS ".
001370     05  INQ-LIFE-POINTS            PIC Z(10)9-.
001380     05  FILLER                     PIC X(08) VALUE "  CARDS ".
001390     05  INQ-LIFE-CARDS             PIC Z(6)9.
001400     05  FILLER                     PIC X(07) VALUE "  WINS ".
001410     05  INQ-LIFE-WINS              PIC Z(6)9.
001420     05  FILLER                     PIC X(43) VALUE SPACES.
001430*
001440 01  WS-INQ-TIER-LINE.
001450     05  FILLER                     PIC X(07) VALUE "  TIER ".
001460     05  INQ-TIER-NO                PIC Z9.
001470     05  FILLER                     PIC X(07) VALUE "  WINS ".
001480     05  INQ-TIER-WINS              PIC ZZZZ9.
001490     05  FILLER                     PIC X(79) VALUE SPACES.
001500*
001510 01  WS-INQ-HIST-HEADER.
001520     05  FILLER                     PIC X(11) VALUE "POSTED".
001530     05  FILLER                     PIC X(11) VALUE "ACTIVITY".
001540     05  FILLER                     PIC X(04) VALUE "SRC".
001550     05  FILLER                     PIC X(05) VALUE "PROM".
001560     05  FILLER                     PIC X(06) VALUE " CARD".
001570     05  FILLER                     PIC X(04) VALUE "MCH".
001580     05  FILLER                     PIC X(03) VALUE "TR".
001590     05  FILLER                     PIC X(12) VALUE
001600         "     POINTS".
001610     05  FILLER                     PIC X(12) VALUE
001620         "    BALANCE".
001630     05  FILLER                     PIC X(32) VALUE SPACES.
001640*
001650*    A TRAILING L IS A POSTING THAT COUNTED TO LIFETIME ONLY
001660*    (AN EARLIER SEASON), A U ONE WHOSE SEASON WAS NOT FOUND.
001670 01  WS-INQ-HIST-LINE.
001680     05  INQ-HS-POST-DATE           PIC X(10).
001690     05  FILLER                     PIC X(01) VALUE SPACE.
001700     05  INQ-HS-ACT-DATE            PIC X(10).
001710     05  FILLER                     PIC X(01) VALUE SPACE.
001720     05  INQ-HS-SOURCE              PIC X(03).
001730     05  FILLER                     PIC X(01) VALUE SPACE.
001740     05  INQ-HS-PROMO               PIC X(04).
001750     05  FILLER                     PIC X(01) VALUE SPACE.
001760     05  INQ-HS-CARD                PIC ZZZZ9.
001770     05  FILLER                     PIC X(01) VALUE SPACE.
001780     05  INQ-HS-MATCH               PIC ZZ9.
001790     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  INQ-HS-TIER                PIC Z9.
001810     05  INQ-HS-POINTS              PIC Z(10)9-.
001820     05  INQ-HS-BALANCE             PIC Z(10)9-.
001830     05  FILLER                     PIC X(01) VALUE SPACE.
001840     05  INQ-HS-FLAG                PIC X(01).
001850     05  FILLER                     PIC X(31) VALUE SPACES.
001860*
001870 01  WS-INQ-TEXT-LINE.
001880     05  INQ-TX-TEXT                PIC X(70).
001890     05  FILLER                     PIC X(30) VALUE SPACES.
001900*
001910 01  WS-INQ-DATE-IN.
001920     05  WS-DI-YYYY                 PIC X(04).
001930     05  WS-DI-MM                   PIC X(02).
001940     05  WS-DI-DD                   PIC X(02).
001950*
001960 01  WS-INQ-DATE-EDIT.
001970     05  WS-ID-MM                   PIC X(02).
001980     05  FILLER                     PIC X(01) VALUE "/".
001990     05  WS-ID-DD                   PIC X(02).
002000     05  FILLER                     PIC X(01) VALUE "/".
002010     05  WS-ID-YYYY                 PIC X(04).
002020*
002030 PROCEDURE DIVISION.
002040*
002050*================================================================*
002060*    0000-MAINLINE                                               *
002070*================================================================*
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     PERFORM 2000-PRINT-ACCOUNT THRU 2000-EXIT.
002110     PERFORM 3000-PRINT-HISTORY THRU 3000-EXIT.
002120     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002130     STOP RUN.
002140*
002150*================================================================*
002160*    1000 - INITIALIZATION AND PARAMETER EDIT                    *
002170*================================================================*
002180 1000-INITIALIZE.
002190     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
002200     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
002210         INTO WS-PARM-TEXT
002220     END-UNSTRING.
002230     IF WS-PARM-TEXT = SPACES
002240         DISPLAY "USAGE: MBRINQ <MEMBER-NO>"
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     PERFORM 1100-RIGHT-ALIGN-MEMBER-NO THRU 1100-EXIT.
002290     IF WS-PARM-ID-X NOT NUMERIC OR WS-PARM-ID-9 = 0
002300         DISPLAY "MEMBER NUMBER MUST BE 1-9 DIGITS: "
002310             WS-PARM-TEXT
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     OPEN INPUT MEMBER-ACCOUNTS.
002360     IF WS-MBA-STATUS NOT = "00"
002370         DISPLAY "MEMBER ACCOUNT MASTER NOT AVAILABLE - STATUS "
002380             WS-MBA-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     OPEN INPUT MEMBER-HISTORY.
002430     IF WS-MBH-STATUS = "00"
002440         SET WS-MBH-OPEN TO TRUE
002450     END-IF.
002460     OPEN OUTPUT INQUIRY-RPT.
002470     GO TO 1000-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500*
002510*    SAME RIGHT-ALIGNMENT THE CARD INQUIRY USES, NINE DIGITS.
002520 1100-RIGHT-ALIGN-MEMBER-NO.
002530     MOVE "000000000" TO WS-PARM-ID-X.
002540     MOVE 0 TO WS-SLOT-IDX.
002550     PERFORM 1110-TAKE-ONE-ID-CHAR THRU 1110-EXIT
002560         VARYING WS-NUM-IDX FROM 1 BY 1
002570         UNTIL WS-NUM-IDX > 12.
002580     GO TO 1100-EXIT.
002590 1100-EXIT.
002600     EXIT.
002610*
002620 1110-TAKE-ONE-ID-CHAR.
002630     IF WS-PARM-TEXT(WS-NUM-IDX:1) = SPACE
002640         GO TO 1110-EXIT
002650     END-IF.
002660     ADD 1 TO WS-SLOT-IDX.
002670     IF WS-SLOT-IDX > 9
002680         MOVE "XXXXXXXXX" TO WS-PARM-ID-X
002690         GO TO 1110-EXIT
002700     END-IF.
002710     MOVE WS-PARM-ID-X(2:8) TO WS-PARM-ID-X(1:8).
002720     MOVE WS-PARM-TEXT(WS-NUM-IDX:1) TO WS-PARM-ID-X(9:1).
002730     GO TO 1110-EXIT.
002740 1110-EXIT.
002750     EXIT.
002760*
002770*================================================================*
002780*    2000 - THE ACCOUNT                                          *
002790*================================================================*
002800 2000-PRINT-ACCOUNT.
002810     MOVE WS-PARM-ID-9 TO MBA-MEMBER-NO.
002820     READ MEMBER-ACCOUNTS.
002830     IF WS-MBA-STATUS = "23"
002840         DISPLAY "MEMBER " WS-PARM-ID-X
002850             " HAS NO ACCOUNT - NOTHING ACCEPTED FOR IT YET"
002860         MOVE 04 TO RETURN-CODE
002870         PERFORM 4000-FINALIZE THRU 4000-EXIT
002880         STOP RUN
002890     END-IF.
002900     IF WS-MBA-STATUS NOT = "00"
002910         DISPLAY "MEMBER ACCOUNT READ ERROR - STATUS "
002920             WS-MBA-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         PERFORM 4000-FINALIZE THRU 4000-EXIT
002950         STOP RUN
002960     END-IF.
002970     MOVE MBA-MEMBER-NO TO INQ-MEMBER-NO.
002980     MOVE MBA-OPEN-DATE TO WS-EDIT-DATE-IN.
002990     PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
003000     MOVE WS-INQ-DATE-EDIT TO INQ-OPEN-DATE.
003010     MOVE MBA-LAST-ACTIVITY TO WS-EDIT-DATE-IN.
003020     PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
003030     MOVE WS-INQ-DATE-EDIT TO INQ-LAST-DATE.
003040     MOVE WS-INQ-TITLE-LINE TO WS-INQ-TEXT-LINE.
003050     PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT.
003060     IF MBA-SEASON-PROMO = SPACES
003070         MOVE "NONE" TO INQ-SEASON-PROMO
003080     ELSE
003090         MOVE MBA-SEASON-PROMO TO INQ-SEASON-PROMO
003100     END-IF.
003110     MOVE MBA-SEASON-POINTS TO INQ-SEASON-POINTS.
003120     MOVE MBA-SEASON-CARDS TO INQ-SEASON-CARDS.
003130     MOVE WS-INQ-SEASON-LINE TO WS-INQ-TEXT-LINE.
003140     PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT.
003150     MOVE MBA-LIFE-POINTS TO INQ-LIFE-POINTS.
003160     MOVE MBA-LIFE-CARDS TO INQ-LIFE-CARDS.
003170     MOVE MBA-LIFE-WINS TO INQ-LIFE-WINS.
003180     MOVE WS-INQ-LIFE-LINE TO WS-INQ-TEXT-LINE.
003190     PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT.
003200     MOVE "SEASON WINS BY TIER:" TO INQ-TX-TEXT.
003210     PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT.
003220     PERFORM 2100-PRINT-ONE-TIER THRU 2100-EXIT
003230         VARYING WS-TIER-IDX FROM 1 BY 1
003240         UNTIL WS-TIER-IDX > 20.
003250     GO TO 2000-EXIT.
003260 2000-EXIT.
003270     EXIT.
003280*
003290 2100-PRINT-ONE-TIER.
003300     IF MBA-TIER-WINS(WS-TIER-IDX) = 0
003310         GO TO 2100-EXIT
003320     END-IF.
003330     MOVE WS-TIER-IDX TO INQ-TIER-NO.
003340     MOVE MBA-TIER-WINS(WS-TIER-IDX) TO INQ-TIER-WINS.
003350     MOVE WS-INQ-TIER-LINE TO WS-INQ-TEXT-LINE.
003360     PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT.
003370     GO TO 2100-EXIT.
003380 2100-EXIT.
003390     EXIT.
003400*
003410*================================================================*
003420*    3000 - THE MEMBER'S POSTINGS, OLDEST FIRST                  *
003430*================================================================*
003440 3000-PRINT-HISTORY.
003450     IF NOT WS-MBH-OPEN
003460         MOVE "MEMBER HISTORY NOT AVAILABLE" TO INQ-TX-TEXT
003470         PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT
003480         GO TO 3000-EXIT
003490     END-IF.
003500     MOVE "POSTINGS:" TO INQ-TX-TEXT.
003510     PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT.
003520     MOVE WS-INQ-HIST-HEADER TO WS-INQ-TEXT-LINE.
003530     PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT.
003540     MOVE WS-PARM-ID-9 TO MBH-MEMBER-NO.
003550     MOVE 0 TO MBH-POST-DATE.
003560     MOVE 0 TO MBH-POST-TIME.
003570     MOVE 0 TO MBH-POST-SEQ.
003580     START MEMBER-HISTORY KEY NOT < MBH-KEY
003590         INVALID KEY SET WS-MBH-EOF TO TRUE
003600     END-START.
003610     PERFORM 3100-PRINT-ONE-POSTING THRU 3100-EXIT
003620         UNTIL WS-MBH-EOF.
003630     IF WS-HIST-COUNT = 0
003640         MOVE "  NONE ON FILE" TO INQ-TX-TEXT
003650         PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT
003660     END-IF.
003670     GO TO 3000-EXIT.
003680 3000-EXIT.
003690     EXIT.
003700*
003710 3100-PRINT-ONE-POSTING.
003720     READ MEMBER-HISTORY NEXT RECORD
003730         AT END SET WS-MBH-EOF TO TRUE
003740     END-READ.
003750     IF WS-MBH-EOF
003760         GO TO 3100-EXIT
003770     END-IF.
003780     IF (WS-MBH-STATUS NOT = "00" AND WS-MBH-STATUS NOT = "02")
003790        OR MBH-MEMBER-NO NOT = WS-PARM-ID-9
003800         SET WS-MBH-EOF TO TRUE
003810         GO TO 3100-EXIT
003820     END-IF.
003830     ADD 1 TO WS-HIST-COUNT.
003840     MOVE MBH-POST-DATE TO WS-EDIT-DATE-IN.
003850     PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
003860     MOVE WS-INQ-DATE-EDIT TO INQ-HS-POST-DATE.
003870     MOVE MBH-ACTIVITY-DATE TO WS-EDIT-DATE-IN.
003880     PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
003890     MOVE WS-INQ-DATE-EDIT TO INQ-HS-ACT-DATE.
003900     IF MBH-SOURCE = "V"
003910         MOVE "REV" TO INQ-HS-SOURCE
003920     ELSE
003930         MOVE "ACC" TO INQ-HS-SOURCE
003940     END-IF.
003950     IF MBH-SEASON-SW = "U"
003960         MOVE "????" TO INQ-HS-PROMO
003970     ELSE
003980         IF MBH-PROMO-CODE = SPACES
003990             MOVE "NONE" TO INQ-HS-PROMO
004000         ELSE
004010             MOVE MBH-PROMO-CODE TO INQ-HS-PROMO
004020         END-IF
004030     END-IF.
004040     MOVE MBH-CARD-ID TO INQ-HS-CARD.
004050     MOVE MBH-MATCH-COUNT TO INQ-HS-MATCH.
004060     MOVE MBH-TIER-NO TO INQ-HS-TIER.
004070     MOVE MBH-POINTS TO INQ-HS-POINTS.
004080     MOVE MBH-BALANCE TO INQ-HS-BALANCE.
004090     IF MBH-SEASON-SW = "Y"
004100         MOVE SPACE TO INQ-HS-FLAG
004110     ELSE
004120         MOVE MBH-SEASON-SW TO INQ-HS-FLAG
004130     END-IF.
004140     MOVE WS-INQ-HIST-LINE TO WS-INQ-TEXT-LINE.
004150     PERFORM 3500-WRITE-ONE-LINE THRU 3500-EXIT.
004160     GO TO 3100-EXIT.
004170 3100-EXIT.
004180     EXIT.
004190*
004200*    COMMON LINE WRITER - LISTING AND CONSOLE BOTH, AS IN THE
004210*    CARD INQUIRY.
004220 3500-WRITE-ONE-LINE.
004230     WRITE FD-INQUIRY-LINE FROM WS-INQ-TEXT-LINE.
004240     DISPLAY WS-INQ-TEXT-LINE(1:70).
004250     MOVE SPACES TO WS-INQ-TEXT-LINE.
004260     GO TO 3500-EXIT.
004270 3500-EXIT.
004280     EXIT.
004290*
004300 3900-EDIT-DATE.
004310     MOVE WS-EDIT-DATE-IN TO WS-INQ-DATE-IN.
004320     MOVE WS-DI-MM TO WS-ID-MM.
004330     MOVE WS-DI-DD TO WS-ID-DD.
004340     MOVE WS-DI-YYYY TO WS-ID-YYYY.
004350     GO TO 3900-EXIT.
004360 3900-EXIT.
004370     EXIT.
004380*
004390*================================================================*
004400*    4000 - END OF RUN                                           *
004410*================================================================*
004420 4000-FINALIZE.
004430     CLOSE MEMBER-ACCOUNTS.
004440     IF WS-MBH-OPEN
004450         CLOSE MEMBER-HISTORY
004460     END-IF.
004470     CLOSE INQUIRY-RPT.
004480     GO TO 4000-EXIT.
004490 4000-EXIT.
004500     EXIT.
