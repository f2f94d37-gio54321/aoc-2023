000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. cyclctl.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - NIGHTLY CYCLE CONTROL.     *
000120*                 PRINTS THE CYCLE STATUS REPORT (CYCRPT) FOR A *
000130*                 BUSINESS DATE - EACH CHAIN STEP'S STATUS,     *
000140*                 START, END, RETURN CODE, RUN COUNT AND ANY    *
000150*                 OPERATOR OVERRIDE - AND RECORDS AN OPERATOR   *
000160*                 OVERRIDE (FORCE) THAT LETS ONE STEP RUN PAST  *
000170*                 THE CYCLE CHECK, LOGGING WHO FORCED IT AND    *
000180*                 WHY ON THE STANDING OVERRIDE LOG (CYCLOG).    *
000190*---------------------------------------------------------------*
000200*
000210*    COMMAND LINE:
000220*      STATUS [<BUSINESS-DATE-YYYYMMDD>]
000230*      FORCE <STEP> <OPERATOR> <REASON ...>
000240*    STEPS ARE THE NAMES THE CYCLE RECORD CARRIES: CARDLOAD,
000250*    CARDFIX, DECKSPLT, SCORING (AOC_DAY4 OR DECKMRG), LOYSEND,
000260*    LOYRECON, DAYEND.  STATUS WITH NO DATE REPORTS THE DATE NOW
000270*    OPEN.  FORCE ALWAYS APPLIES TO THE DATE NOW OPEN - A FORCED
000280*    CARDLOAD CARRIES ITS OVERRIDE ONTO THE NEW DATE IT OPENS.
000290*    THE OVERRIDE COVERS THE STEP'S NEXT RUN ONLY; THAT RUN MARKS
000300*    IT USED.  THE REASON IS EVERYTHING AFTER THE OPERATOR, UP TO
000310*    40 CHARACTERS, AND MAY NOT BE LEFT OUT.  A FORCE ALSO PRINTS
000320*    THE STATUS REPORT.  RC 4 WHEN THE DATE ASKED FOR IS NOT ON
000330*    FILE, 16 FOR A BAD COMMAND LINE OR A FILE ERROR.
000340*
000350*    EACH CHAIN PROGRAM CARRIES THE CYCLE RECORD LAYOUT AND DOES
000360*    ITS OWN CHECK AND STAMPS (ITS 9100-9300 PARAGRAPHS); THIS
000370*    PROGRAM ONLY READS THE FILE AND SETS OVERRIDES.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CYCLE-CONTROL
000430         ASSIGN TO "CYCLCTL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CYC-BUS-DATE
000470         FILE STATUS IS WS-CYC-STATUS.
000480     SELECT OVERRIDE-LOG
000490         ASSIGN TO "CYCLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-LOG-STATUS.
000520     SELECT CYCLE-RPT
000530         ASSIGN TO "CYCRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
000600*    ENTRY PER CHAIN STEP.  KEY ZERO IS THE HEADER NAMING THE
000610*    BUSINESS DATE NOW OPEN.  STEP STATUS IS BLANK (NOT RUN), R
000620*    (STARTED, NO END STAMP), C (COMPLETED, RC BELOW 16) OR F
000630*    (FAILED, RC 16).  FORCE FLAG Y IS AN OVERRIDE WAITING FOR
000640*    THE STEP'S NEXT RUN, U ONE THAT RUN HAS USED.
000650 FD  CYCLE-CONTROL
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 700 CHARACTERS.
000680 01  FD-CYCLE-RECORD.
000690     05  CYC-BUS-DATE             PIC 9(08).
000700     05  CYC-OPEN-DATE            PIC 9(08).
000710     05  CYC-OPEN-TIME            PIC 9(06).
000720     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
000730         10  CYC-STEP-STATUS      PIC X(01).
000740             88  CYC-STEP-NOT-RUN              VALUE SPACE.
000750             88  CYC-STEP-RUNNING              VALUE "R".
000760             88  CYC-STEP-COMPLETE             VALUE "C".
000770             88  CYC-STEP-FAILED               VALUE "F".
000780         10  CYC-START-DATE       PIC 9(08).
000790         10  CYC-START-TIME       PIC 9(06).
000800         10  CYC-END-DATE         PIC 9(08).
000810         10  CYC-END-TIME         PIC 9(06).
000820         10  CYC-STEP-RC          PIC 9(02).
000830         10  CYC-RUN-COUNT        PIC 9(02).
000840         10  CYC-FORCE-FLAG       PIC X(01).
000850             88  CYC-FORCE-PENDING             VALUE "Y".
000860             88  CYC-FORCE-USED                VALUE "U".
000870         10  CYC-FORCE-OPERATOR   PIC X(03).
000880         10  CYC-FORCE-DATE       PIC 9(08).
000890         10  CYC-FORCE-TIME       PIC 9(06).
000900         10  CYC-FORCE-REASON     PIC X(40).
000910     05  FILLER                   PIC X(41).
000920 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
000930     05  CYH-KEY                  PIC 9(08).
000940     05  CYH-CURRENT-DATE         PIC 9(08).
000950     05  FILLER                   PIC X(684).
000960*
000970*    STANDING OVERRIDE LOG - ONE LINE PER FORCE, NEVER CLEARED.
000980 FD  OVERRIDE-LOG
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 132 CHARACTERS.
001010 01  FD-LOG-RECORD.
001020     05  CLG-LOG-DATE             PIC 9(08).
001030     05  FILLER                   PIC X(01).
001040     05  CLG-LOG-TIME             PIC 9(06).
001050     05  FILLER                   PIC X(01).
001060     05  CLG-BUS-DATE             PIC 9(08).
001070     05  FILLER                   PIC X(01).
001080     05  CLG-STEP-NAME            PIC X(08).
001090     05  FILLER                   PIC X(01).
001100     05  CLG-OPERATOR             PIC X(03).
001110     05  FILLER                   PIC X(01).
001120     05  CLG-STEP-STATUS          PIC X(01).
001130     05  FILLER                   PIC X(01).
001140     05  CLG-REASON               PIC X(40).
001150     05  FILLER                   PIC X(52).
001160*
001170 FD  CYCLE-RPT
001180     LABEL RECORDS ARE OMITTED
001190     RECORD CONTAINS 132 CHARACTERS.
001200 01  FD-CYCLE-LINE                PIC X(132).
001210*
001220 WORKING-STORAGE SECTION.
001230*
001240*---------------------------------------------------------------*
001250*    SWITCHES AND COUNTERS                                      *
001260*---------------------------------------------------------------*
001270 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
001280 77  WS-LOG-STATUS                PIC X(02) VALUE "00".
001290 77  WS-LOG-EOF-SW                PIC X(01) VALUE "N".
001300     88  WS-LOG-EOF                         VALUE "Y".
001310 77  WS-STEP-FOUND-SW             PIC X(01) VALUE "N".
001320     88  WS-STEP-FOUND                      VALUE "Y".
001330 77  WS-ANY-RUNNING-SW            PIC X(01) VALUE "N".
001340     88  WS-ANY-RUNNING                     VALUE "Y".
001350*
001360 77  WS-RUN-MODE                  PIC X(06) VALUE SPACES.
001370     88  WS-MODE-STATUS                     VALUE "STATUS".
001380     88  WS-MODE-FORCE                      VALUE "FORCE ".
001390*
001400 77  WS-STEP-IDX                  PIC 9(02) VALUE 0 COMP.
001410 77  WS-FORCE-STEP                PIC 9(02) VALUE 0 COMP.
001420 77  WS-NEXT-STEP                 PIC 9(02) VALUE 0 COMP.
001430 77  WS-LOG-LISTED                PIC 9(05) VALUE 0 COMP.
001440 77  WS-PARM-PTR                  PIC 9(03) VALUE 0 COMP.
001450*
001460 77  WS-OPEN-BUS-DATE             PIC 9(08) VALUE 0.
001470 77  WS-SEL-BUS-DATE              PIC 9(08) VALUE 0.
001480*
001490 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
001500 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
001510 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
001520*
001530*---------------------------------------------------------------*
001540*    COMMAND-LINE PARAMETERS.                                   *
001550*---------------------------------------------------------------*
001560 01  WS-PARM-AREA.
001570     05  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
001580     05  WS-PARM-MODE             PIC X(10) VALUE SPACES.
001590     05  WS-PARM-VALUE-1          PIC X(10) VALUE SPACES.
001600     05  WS-PARM-VALUE-2          PIC X(10) VALUE SPACES.
001610     05  WS-PARM-DATE-X           PIC X(08) VALUE SPACES.
001620     05  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
001630                                  PIC 9(08).
001640     05  WS-FORCE-OPERATOR        PIC X(03) VALUE SPACES.
001650     05  WS-FORCE-REASON          PIC X(40) VALUE SPACES.
001660*
001670*---------------------------------------------------------------*
001680*    CHAIN STEP NAMES, IN CHAIN ORDER - THE SAME TABLE EVERY    *
001690*    CHAIN PROGRAM CARRIES.                                     *
001700*---------------------------------------------------------------*
001710 01  WS-CYC-STEP-NAMES.
001720     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
001730     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
001740     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
001750     05  FILLER                   PIC X(08) VALUE "SCORING ".
001760     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
001770     05  FILLER                   PIC X(08) VALUE "LOYRECON".
001780     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
001790 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
001800     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
001810*
001820*---------------------------------------------------------------*
001830*    RUN DATE AND TIME FOR THE REPORT HEADING AND THE LOG.      *
001840*---------------------------------------------------------------*
001850 01  WS-RUN-STAMP.
001860     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
001870     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001880         10  WS-RD-YYYY           PIC X(04).
001890         10  WS-RD-MM             PIC X(02).
001900         10  WS-RD-DD             PIC X(02).
001910     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
001920     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
001930         10  WS-RT-HH             PIC X(02).
001940         10  WS-RT-MM             PIC X(02).
001950         10  WS-RT-SS             PIC X(02).
001960         10  FILLER               PIC X(02).
001970     05  WS-RUN-TIME-6 REDEFINES WS-RUN-TIME.
001980         10  WS-RUN-HHMMSS        PIC 9(06).
001990         10  FILLER               PIC 9(02).
002000*
002010 01  WS-EDITED-DATE.
002020     05  WS-ED-MM                 PIC X(02).
002030     05  FILLER                   PIC X(01) VALUE "/".
002040     05  WS-ED-DD                 PIC X(02).
002050     05  FILLER                   PIC X(01) VALUE "/".
002060     05  WS-ED-YYYY               PIC X(04).
002070*
002080 01  WS-EDITED-TIME.
002090     05  WS-ET-HH                 PIC X(02).
002100     05  FILLER                   PIC X(01) VALUE ":".
002110     05  WS-ET-MM                 PIC X(02).
002120     05  FILLER                   PIC X(01) VALUE ":".
002130     05  WS-ET-SS                 PIC X(02).
002140*
002150*---------------------------------------------------------------*
002160*    STAMP EDITING - A YYYYMMDD DATE AND AN HHMMSS TIME FROM    *
002170*    THE CYCLE RECORD OR THE LOG, EDITED FOR PRINTING.  A ZERO  *
002180*    STAMP PRINTS BLANK.                                        *
002190*---------------------------------------------------------------*
002200 01  WS-STAMP-EDIT-AREA.
002210     05  WS-SE-DATE               PIC 9(08) VALUE 0.
002220     05  WS-SE-DATE-X REDEFINES WS-SE-DATE.
002230         10  WS-SE-YYYY           PIC X(04).
002240         10  WS-SE-MM             PIC X(02).
002250         10  WS-SE-DD             PIC X(02).
002260     05  WS-SE-TIME               PIC 9(06) VALUE 0.
002270     05  WS-SE-TIME-X REDEFINES WS-SE-TIME.
002280         10  WS-SE-HH             PIC X(02).
002290         10  WS-SE-MI             PIC X(02).
002300         10  WS-SE-SS             PIC X(02).
002310     05  WS-SE-STAMP-OUT.
002320         10  WS-SE-OUT-DATE.
002330             15  WS-SE-OUT-MM     PIC X(02).
002340             15  FILLER           PIC X(01) VALUE "/".
002350             15  WS-SE-OUT-DD     PIC X(02).
002360             15  FILLER           PIC X(01) VALUE "/".
002370             15  WS-SE-OUT-YYYY   PIC X(04).
002380         10  FILLER               PIC X(01) VALUE SPACE.
002390         10  WS-SE-OUT-TIME.
002400             15  WS-SE-OUT-HH     PIC X(02).
002410             15  FILLER           PIC X(01) VALUE ":".
002420             15  WS-SE-OUT-MI     PIC X(02).
002430             15  FILLER           PIC X(01) VALUE ":".
002440             15  WS-SE-OUT-SS     PIC X(02).
002450     05  WS-SE-BLANK-STAMP        PIC X(19) VALUE SPACES.
002460*
002470*---------------------------------------------------------------*
002480*    REPORT PRINT LINES.                                        *
002490*---------------------------------------------------------------*
002500 01  WS-RPT-HEADING-1.
002510     05  FILLER                     PIC X(40) VALUE
002520         "NIGHTLY CYCLE STATUS".
002530     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
002540     05  RPT-H1-DATE                PIC X(10).
002550     05  FILLER                     PIC X(07) VALUE "  TIME ".
002560     05  RPT-H1-TIME                PIC X(08).
002570     05  FILLER                     PIC X(08) VALUE "   PAGE ".
002580     05  RPT-H1-PAGE                PIC ZZZ9.
002590     05  FILLER                     PIC X(45) VALUE SPACES.
002600*
002610 01  WS-RPT-DATE-LINE.
002620     05  FILLER                     PIC X(15) VALUE
002630         "BUSINESS DATE: ".
002640     05  RPT-DL-BUS-DATE            PIC X(10).
002650     05  FILLER                     PIC X(12) VALUE
002660         "    OPENED: ".
002670     05  RPT-DL-OPENED              PIC X(19).
002680     05  FILLER                     PIC X(02) VALUE SPACES.
002690     05  RPT-DL-STATE               PIC X(20).
002700     05  FILLER                     PIC X(54) VALUE SPACES.
002710*
002720 01  WS-RPT-COL-HEADER.
002730     05  FILLER                     PIC X(10) VALUE "STEP".
002740     05  FILLER                     PIC X(10) VALUE "STATUS".
002750     05  FILLER                     PIC X(21) VALUE "STARTED".
002760     05  FILLER                     PIC X(21) VALUE "ENDED".
002770     05  FILLER                     PIC X(04) VALUE "RC".
002780     05  FILLER                     PIC X(06) VALUE "RUNS".
002790     05  FILLER                     PIC X(10) VALUE "OVERRIDE".
002800     05  FILLER                     PIC X(06) VALUE "OPER".
002810     05  FILLER                     PIC X(44) VALUE "REASON".
002820*
002830 01  WS-RPT-STEP-LINE.
002840     05  RPT-SP-STEP                PIC X(08).
002850     05  FILLER                     PIC X(02) VALUE SPACES.
002860     05  RPT-SP-STATUS              PIC X(08).
002870     05  FILLER                     PIC X(02) VALUE SPACES.
002880     05  RPT-SP-START               PIC X(19).
002890     05  FILLER                     PIC X(02) VALUE SPACES.
002900     05  RPT-SP-END                 PIC X(19).
002910     05  FILLER                     PIC X(02) VALUE SPACES.
002920     05  RPT-SP-RC                  PIC X(02).
002930     05  FILLER                     PIC X(03) VALUE SPACES.
002940     05  RPT-SP-RUNS                PIC Z9.
002950     05  FILLER                     PIC X(03) VALUE SPACES.
002960     05  RPT-SP-OVERRIDE            PIC X(08).
002970     05  FILLER                     PIC X(02) VALUE SPACES.
002980     05  RPT-SP-OPERATOR            PIC X(03).
002990     05  FILLER                     PIC X(03) VALUE SPACES.
003000     05  RPT-SP-REASON              PIC X(40).
003010     05  FILLER                     PIC X(04) VALUE SPACES.
003020*
003030 01  WS-RPT-LOG-HEADER.
003040     05  FILLER                     PIC X(21) VALUE "LOGGED".
003050     05  FILLER                     PIC X(10) VALUE "STEP".
003060     05  FILLER                     PIC X(06) VALUE "OPER".
003070     05  FILLER                     PIC X(14) VALUE "STEP WAS".
003080     05  FILLER                     PIC X(81) VALUE "REASON".
003090*
003100 01  WS-RPT-LOG-LINE.
003110     05  RPT-LG-LOGGED              PIC X(19).
003120     05  FILLER                     PIC X(02) VALUE SPACES.
003130     05  RPT-LG-STEP                PIC X(08).
003140     05  FILLER                     PIC X(02) VALUE SPACES.
003150     05  RPT-LG-OPERATOR            PIC X(03).
003160     05  FILLER                     PIC X(03) VALUE SPACES.
003170     05  RPT-LG-STATUS              PIC X(08).
003180     05  FILLER                     PIC X(06) VALUE SPACES.
003190     05  RPT-LG-REASON              PIC X(40).
003200     05  FILLER                     PIC X(41) VALUE SPACES.
003210*
003220 01  WS-RPT-TEXT-LINE.
003230     05  RPT-TX-TEXT                PIC X(80).
003240     05  FILLER                     PIC X(52) VALUE SPACES.
003250*
003260 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
003270*
003280 01  WS-STATUS-WORD                 PIC X(08) VALUE SPACES.
003290*
003300 PROCEDURE DIVISION.
003310*
003320*================================================================*
003330*    0000-MAINLINE                                               *
003340*================================================================*
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003370     IF WS-MODE-FORCE
003380         PERFORM 2000-RECORD-OVERRIDE THRU 2000-EXIT
003390     END-IF.
003400     PERFORM 3000-WRITE-STATUS-REPORT THRU 3000-EXIT.
003410     PERFORM 4000-FINALIZE THRU 4000-EXIT.
003420     MOVE WS-JOB-RC TO RETURN-CODE.
003430     STOP RUN.
003440*
003450*================================================================*
003460*    1000 - INITIALIZATION AND PARAMETER EDIT                    *
003470*================================================================*
003480*    A FORCE OPENS THE OVERRIDE LOG BEFORE IT CHANGES ANYTHING -
003490*    AN OVERRIDE THAT CANNOT BE LOGGED IS NOT SET.
003500 1000-INITIALIZE.
003510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003520     ACCEPT WS-RUN-TIME FROM TIME.
003530     MOVE WS-RD-MM TO WS-ED-MM.
003540     MOVE WS-RD-DD TO WS-ED-DD.
003550     MOVE WS-RD-YYYY TO WS-ED-YYYY.
003560     MOVE WS-RT-HH TO WS-ET-HH.
003570     MOVE WS-RT-MM TO WS-ET-MM.
003580     MOVE WS-RT-SS TO WS-ET-SS.
003590     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
003600     MOVE 1 TO WS-PARM-PTR.
003610     UNSTRING WS-PARM-TEXT DELIMITED BY ALL " "
003620         INTO WS-PARM-MODE WS-PARM-VALUE-1 WS-PARM-VALUE-2
003630         WITH POINTER WS-PARM-PTR
003640     END-UNSTRING.
003650     EVALUATE WS-PARM-MODE
003660         WHEN "STATUS"
003670             SET WS-MODE-STATUS TO TRUE
003680             PERFORM 1100-EDIT-STATUS-REQUEST THRU 1100-EXIT
003690         WHEN "FORCE"
003700             SET WS-MODE-FORCE TO TRUE
003710             PERFORM 1200-EDIT-FORCE-REQUEST THRU 1200-EXIT
003720         WHEN OTHER
003730             PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
003740     END-EVALUATE.
003750     IF WS-MODE-FORCE
003760         OPEN I-O CYCLE-CONTROL
003770     ELSE
003780         OPEN INPUT CYCLE-CONTROL
003790     END-IF.
003800     IF WS-CYC-STATUS = "35"
003810         DISPLAY "NO CYCLE CONTROL FILE - CARDLOAD CREATES IT ON"
003820             " ITS FIRST RUN"
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     IF WS-CYC-STATUS NOT = "00"
003870         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
003880             WS-CYC-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     MOVE 0 TO CYC-BUS-DATE.
003930     READ CYCLE-CONTROL
003940         INVALID KEY
003950             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
003960             CLOSE CYCLE-CONTROL
003970             MOVE 16 TO RETURN-CODE
003980             STOP RUN
003990     END-READ.
004000     MOVE CYH-CURRENT-DATE TO WS-OPEN-BUS-DATE.
004010     IF WS-SEL-BUS-DATE = 0
004020         MOVE WS-OPEN-BUS-DATE TO WS-SEL-BUS-DATE
004030     END-IF.
004040     IF WS-MODE-FORCE
004050         PERFORM 1300-OPEN-OVERRIDE-LOG THRU 1300-EXIT
004060     END-IF.
004070     OPEN OUTPUT CYCLE-RPT.
004080     GO TO 1000-EXIT.
004090 1000-EXIT.
004100     EXIT.
004110*
004120*    NO DATE MEANS THE DATE NOW OPEN (FILLED IN ONCE THE HEADER
004130*    HAS BEEN READ).
004140 1100-EDIT-STATUS-REQUEST.
004150     IF WS-PARM-VALUE-1 = SPACES
004160         MOVE 0 TO WS-SEL-BUS-DATE
004170         GO TO 1100-EXIT
004180     END-IF.
004190     MOVE WS-PARM-VALUE-1(1:8) TO WS-PARM-DATE-X.
004200     IF WS-PARM-DATE-X NOT NUMERIC
004210        OR WS-PARM-VALUE-1(9:2) NOT = SPACES
004220         DISPLAY "BUSINESS DATE MUST BE YYYYMMDD: "
004230             WS-PARM-VALUE-1
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     MOVE WS-PARM-DATE-9 TO WS-SEL-BUS-DATE.
004280     GO TO 1100-EXIT.
004290 1100-EXIT.
004300     EXIT.
004310*
004320*    THE POINTER IS LEFT AT THE FIRST CHARACTER AFTER THE
004330*    OPERATOR - THE REST OF THE LINE IS THE REASON.
004340 1200-EDIT-FORCE-REQUEST.
004350     MOVE "N" TO WS-STEP-FOUND-SW.
004360     PERFORM 1210-MATCH-ONE-STEP THRU 1210-EXIT
004370         VARYING WS-STEP-IDX FROM 1 BY 1
004380         UNTIL WS-STEP-IDX > 7
004390            OR WS-STEP-FOUND.
004400     IF NOT WS-STEP-FOUND
004410         DISPLAY "STEP MUST BE CARDLOAD, CARDFIX, DECKSPLT,"
004420             " SCORING, LOYSEND, LOYRECON OR DAYEND: "
004430             WS-PARM-VALUE-1
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF.
004470     IF WS-PARM-VALUE-2 = SPACES
004480        OR WS-PARM-VALUE-2(4:7) NOT = SPACES
004490         DISPLAY "OPERATOR MUST BE 1-3 CHARACTERS: "
004500             WS-PARM-VALUE-2
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     MOVE WS-PARM-VALUE-2(1:3) TO WS-FORCE-OPERATOR.
004550     IF WS-PARM-PTR > 100
004560         PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
004570     END-IF.
004580     MOVE WS-PARM-TEXT(WS-PARM-PTR:) TO WS-FORCE-REASON.
004590     IF WS-FORCE-REASON = SPACES
004600         PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
004610     END-IF.
004620     GO TO 1200-EXIT.
004630 1200-EXIT.
004640     EXIT.
004650*
004660 1210-MATCH-ONE-STEP.
004670     IF WS-PARM-VALUE-1 = WS-CYC-STEP-NAME(WS-STEP-IDX)
004680         MOVE WS-STEP-IDX TO WS-FORCE-STEP
004690         SET WS-STEP-FOUND TO TRUE
004700     END-IF.
004710     GO TO 1210-EXIT.
004720 1210-EXIT.
004730     EXIT.
004740*
004750 1300-OPEN-OVERRIDE-LOG.
004760     OPEN EXTEND OVERRIDE-LOG.
004770     IF WS-LOG-STATUS = "35"
004780         OPEN OUTPUT OVERRIDE-LOG
004790     END-IF.
004800     IF WS-LOG-STATUS NOT = "00"
004810         DISPLAY "OVERRIDE LOG NOT AVAILABLE - STATUS "
004820             WS-LOG-STATUS " - OVERRIDE NOT SET"
004830         CLOSE CYCLE-CONTROL
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870     GO TO 1300-EXIT.
004880 1300-EXIT.
004890     EXIT.
004900*
004910 1900-SHOW-USAGE.
004920     DISPLAY "USAGE: CYCLCTL STATUS [<BUSINESS-DATE-YYYYMMDD>]".
004930     DISPLAY "   OR: CYCLCTL FORCE <STEP> <OPERATOR> <REASON>".
004940     MOVE 16 TO RETURN-CODE.
004950     STOP RUN.
004960 1900-EXIT.
004970     EXIT.
004980*
004990*================================================================*
005000*    2000 - RECORD AN OPERATOR OVERRIDE                          *
005010*================================================================*
005020*    ANY STEP MAY BE FORCED WHATEVER ITS STATUS - A COMPLETED STEP
005030*    FORCED IS A DELIBERATE RERUN.  A NEWER FORCE REPLACES ONE
005040*    STILL PENDING; BOTH STAY ON THE LOG.
005050 2000-RECORD-OVERRIDE.
005060     MOVE WS-OPEN-BUS-DATE TO CYC-BUS-DATE.
005070     READ CYCLE-CONTROL
005080         INVALID KEY
005090             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
005100                 WS-OPEN-BUS-DATE " - OVERRIDE NOT SET"
005110             CLOSE CYCLE-CONTROL
005120             CLOSE OVERRIDE-LOG
005130             MOVE 16 TO RETURN-CODE
005140             STOP RUN
005150     END-READ.
005160     IF CYC-FORCE-PENDING(WS-FORCE-STEP)
005170         DISPLAY "REPLACES THE OVERRIDE PENDING BY "
005180             CYC-FORCE-OPERATOR(WS-FORCE-STEP)
005190     END-IF.
005200     MOVE SPACES TO FD-LOG-RECORD.
005210     MOVE WS-RUN-DATE TO CLG-LOG-DATE.
005220     MOVE WS-RUN-HHMMSS TO CLG-LOG-TIME.
005230     MOVE WS-OPEN-BUS-DATE TO CLG-BUS-DATE.
005240     MOVE WS-CYC-STEP-NAME(WS-FORCE-STEP) TO CLG-STEP-NAME.
005250     MOVE WS-FORCE-OPERATOR TO CLG-OPERATOR.
005260     MOVE CYC-STEP-STATUS(WS-FORCE-STEP) TO CLG-STEP-STATUS.
005270     MOVE WS-FORCE-REASON TO CLG-REASON.
005271*    THE OVERRIDE IS LOGGED BEFORE IT IS SET - ONE THAT CANNOT
005272*    BE LOGGED IS NOT SET AT ALL.
005273     WRITE FD-LOG-RECORD.
005274     IF WS-LOG-STATUS NOT = "00"
005275         DISPLAY "OVERRIDE LOG NOT WRITTEN - STATUS "
005276             WS-LOG-STATUS " - OVERRIDE NOT SET"
005277         CLOSE CYCLE-CONTROL
005278         CLOSE OVERRIDE-LOG
005279         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005281     END-IF.
005282     MOVE "Y" TO CYC-FORCE-FLAG(WS-FORCE-STEP).
005290     MOVE WS-FORCE-OPERATOR TO CYC-FORCE-OPERATOR(WS-FORCE-STEP).
005300     MOVE WS-RUN-DATE TO CYC-FORCE-DATE(WS-FORCE-STEP).
005310     MOVE WS-RUN-HHMMSS TO CYC-FORCE-TIME(WS-FORCE-STEP).
005320     MOVE WS-FORCE-REASON TO CYC-FORCE-REASON(WS-FORCE-STEP).
005330     REWRITE FD-CYCLE-RECORD
005340         INVALID KEY
005350             DISPLAY "CYCLE RECORD NOT REWRITTEN - STATUS "
005360                 WS-CYC-STATUS " - OVERRIDE NOT SET"
005370             CLOSE CYCLE-CONTROL
005380             CLOSE OVERRIDE-LOG
005390             MOVE 16 TO RETURN-CODE
005400             STOP RUN
005410     END-REWRITE.
005430     CLOSE OVERRIDE-LOG.
005440     DISPLAY "OVERRIDE SET: " WS-CYC-STEP-NAME(WS-FORCE-STEP)
005450         " FOR BUSINESS DATE " WS-OPEN-BUS-DATE
005460         " BY " WS-FORCE-OPERATOR.
005470     GO TO 2000-EXIT.
005480 2000-EXIT.
005490     EXIT.
005500*
005510*================================================================*
005520*    3000 - CYCLE STATUS REPORT                                  *
005530*================================================================*
005540 3000-WRITE-STATUS-REPORT.
005550     MOVE WS-SEL-BUS-DATE TO CYC-BUS-DATE.
005560     READ CYCLE-CONTROL
005570         INVALID KEY
005580             MOVE SPACES TO RPT-TX-TEXT
005590             STRING "NO CYCLE RECORD FOR BUSINESS DATE "
005600                 WS-SEL-BUS-DATE
005610                 DELIMITED BY SIZE INTO RPT-TX-TEXT
005620             END-STRING
005630             MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
005640             PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
005650             MOVE 04 TO WS-JOB-RC
005660             GO TO 3000-EXIT
005670     END-READ.
005680     MOVE CYC-BUS-DATE TO WS-SE-DATE.
005690     MOVE 0 TO WS-SE-TIME.
005700     PERFORM 3030-EDIT-STAMP THRU 3030-EXIT.
005710     MOVE WS-SE-OUT-DATE TO RPT-DL-BUS-DATE.
005720     MOVE CYC-OPEN-DATE TO WS-SE-DATE.
005730     MOVE CYC-OPEN-TIME TO WS-SE-TIME.
005740     PERFORM 3030-EDIT-STAMP THRU 3030-EXIT.
005750     MOVE WS-SE-STAMP-OUT TO RPT-DL-OPENED.
005760     IF CYC-BUS-DATE = WS-OPEN-BUS-DATE
005770         MOVE "(DATE NOW OPEN)" TO RPT-DL-STATE
005780     ELSE
005790         MOVE SPACES TO RPT-DL-STATE
005800     END-IF.
005810     MOVE WS-RPT-DATE-LINE TO WS-RPT-PRINT-LINE.
005820     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
005830     MOVE SPACES TO WS-RPT-PRINT-LINE.
005840     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
005850     MOVE WS-RPT-COL-HEADER TO WS-RPT-PRINT-LINE.
005860     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
005870     MOVE 0 TO WS-NEXT-STEP.
005880     PERFORM 3100-WRITE-ONE-STEP THRU 3100-EXIT
005890         VARYING WS-STEP-IDX FROM 1 BY 1
005900         UNTIL WS-STEP-IDX > 7.
005910     MOVE SPACES TO WS-RPT-PRINT-LINE.
005920     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
005930     MOVE SPACES TO RPT-TX-TEXT.
005940     IF WS-NEXT-STEP = 0
005950         MOVE "CHAIN COMPLETE FOR THIS BUSINESS DATE"
005960             TO RPT-TX-TEXT
005970     ELSE
005980         STRING "NEXT STEP DUE: " WS-CYC-STEP-NAME(WS-NEXT-STEP)
005990             DELIMITED BY SIZE INTO RPT-TX-TEXT
006000         END-STRING
006010     END-IF.
006020     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
006030     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
006040     IF WS-ANY-RUNNING
006050         MOVE SPACES TO RPT-TX-TEXT
006060         STRING "RUNNING = STARTED WITH NO END STAMP - STILL"
006070             " RUNNING OR ENDED ABNORMALLY"
006080             DELIMITED BY SIZE INTO RPT-TX-TEXT
006090         END-STRING
006100         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
006110         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
006120     END-IF.
006130     PERFORM 3200-LIST-OVERRIDE-LOG THRU 3200-EXIT.
006140     GO TO 3000-EXIT.
006150 3000-EXIT.
006160     EXIT.
006170*
006180 3010-RPT-PAGE-HEADING.
006190     ADD 1 TO WS-RPT-PAGE.
006200     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
006210     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
006220     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
006230     WRITE FD-CYCLE-LINE FROM WS-RPT-HEADING-1.
006240     MOVE SPACES TO FD-CYCLE-LINE.
006250     WRITE FD-CYCLE-LINE.
006260     MOVE 2 TO WS-RPT-LINE-CNT.
006270     GO TO 3010-EXIT.
006280 3010-EXIT.
006290     EXIT.
006300*
006310 3020-WRITE-RPT-LINE.
006320     IF WS-RPT-LINE-CNT > 55
006330         PERFORM 3010-RPT-PAGE-HEADING THRU 3010-EXIT
006340     END-IF.
006350     WRITE FD-CYCLE-LINE FROM WS-RPT-PRINT-LINE.
006360     ADD 1 TO WS-RPT-LINE-CNT.
006370     GO TO 3020-EXIT.
006380 3020-EXIT.
006390     EXIT.
006400*
006410 3030-EDIT-STAMP.
006420     IF WS-SE-DATE = 0
006430         MOVE WS-SE-BLANK-STAMP TO WS-SE-STAMP-OUT
006440         GO TO 3030-EXIT
006450     END-IF.
006460     MOVE WS-SE-MM TO WS-SE-OUT-MM.
006470     MOVE WS-SE-DD TO WS-SE-OUT-DD.
006480     MOVE WS-SE-YYYY TO WS-SE-OUT-YYYY.
006490     MOVE WS-SE-HH TO WS-SE-OUT-HH.
006500     MOVE WS-SE-MI TO WS-SE-OUT-MI.
006510     MOVE WS-SE-SS TO WS-SE-OUT-SS.
006520     GO TO 3030-EXIT.
006530 3030-EXIT.
006540     EXIT.
006550*
006560*    BLANK STATUS, R, C, F AS WORDS FOR THE REPORT.
006570 3040-STATUS-WORD.
006580     EVALUATE TRUE
006590         WHEN WS-STATUS-WORD = SPACE
006600             MOVE "NOT RUN" TO WS-STATUS-WORD
006610         WHEN WS-STATUS-WORD = "R"
006620             MOVE "RUNNING" TO WS-STATUS-WORD
006630         WHEN WS-STATUS-WORD = "C"
006640             MOVE "COMPLETE" TO WS-STATUS-WORD
006650         WHEN WS-STATUS-WORD = "F"
006660             MOVE "FAILED" TO WS-STATUS-WORD
006670         WHEN OTHER
006680             MOVE "UNKNOWN" TO WS-STATUS-WORD
006690     END-EVALUATE.
006700     GO TO 3040-EXIT.
006710 3040-EXIT.
006720     EXIT.
006730*
006740*    THE FIRST STEP NOT COMPLETED IS THE ONE DUE NEXT.
006750 3100-WRITE-ONE-STEP.
006760     MOVE SPACES TO WS-RPT-STEP-LINE.
006770     MOVE WS-CYC-STEP-NAME(WS-STEP-IDX) TO RPT-SP-STEP.
006780     MOVE CYC-STEP-STATUS(WS-STEP-IDX) TO WS-STATUS-WORD.
006790     PERFORM 3040-STATUS-WORD THRU 3040-EXIT.
006800     MOVE WS-STATUS-WORD TO RPT-SP-STATUS.
006810     IF CYC-STEP-RUNNING(WS-STEP-IDX)
006820         SET WS-ANY-RUNNING TO TRUE
006830     END-IF.
006840     IF NOT CYC-STEP-COMPLETE(WS-STEP-IDX)
006850        AND WS-NEXT-STEP = 0
006860         MOVE WS-STEP-IDX TO WS-NEXT-STEP
006870     END-IF.
006880     MOVE CYC-START-DATE(WS-STEP-IDX) TO WS-SE-DATE.
006890     MOVE CYC-START-TIME(WS-STEP-IDX) TO WS-SE-TIME.
006900     PERFORM 3030-EDIT-STAMP THRU 3030-EXIT.
006910     MOVE WS-SE-STAMP-OUT TO RPT-SP-START.
006920     MOVE CYC-END-DATE(WS-STEP-IDX) TO WS-SE-DATE.
006930     MOVE CYC-END-TIME(WS-STEP-IDX) TO WS-SE-TIME.
006940     PERFORM 3030-EDIT-STAMP THRU 3030-EXIT.
006950     MOVE WS-SE-STAMP-OUT TO RPT-SP-END.
006960     IF CYC-END-DATE(WS-STEP-IDX) NOT = 0
006970         MOVE CYC-STEP-RC(WS-STEP-IDX) TO RPT-SP-RC
006980     END-IF.
006990     MOVE CYC-RUN-COUNT(WS-STEP-IDX) TO RPT-SP-RUNS.
007000     EVALUATE TRUE
007010         WHEN CYC-FORCE-PENDING(WS-STEP-IDX)
007020             MOVE "PENDING" TO RPT-SP-OVERRIDE
007030         WHEN CYC-FORCE-USED(WS-STEP-IDX)
007040             MOVE "USED" TO RPT-SP-OVERRIDE
007050     END-EVALUATE.
007060     IF CYC-FORCE-PENDING(WS-STEP-IDX)
007070        OR CYC-FORCE-USED(WS-STEP-IDX)
007080         MOVE CYC-FORCE-OPERATOR(WS-STEP-IDX) TO RPT-SP-OPERATOR
007090         MOVE CYC-FORCE-REASON(WS-STEP-IDX) TO RPT-SP-REASON
007100     END-IF.
007110     MOVE WS-RPT-STEP-LINE TO WS-RPT-PRINT-LINE.
007120     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
007130     GO TO 3100-EXIT.
007140 3100-EXIT.
007150     EXIT.
007160*
007170*    EVERY OVERRIDE EVER ENTERED FOR THE DATE, IN THE ORDER
007180*    ENTERED - THE CYCLE RECORD KEEPS ONLY THE LATEST PER STEP.
007190 3200-LIST-OVERRIDE-LOG.
007200     MOVE SPACES TO WS-RPT-PRINT-LINE.
007210     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
007220     MOVE "OPERATOR OVERRIDES LOGGED FOR THIS BUSINESS DATE"
007230         TO RPT-TX-TEXT.
007240     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
007250     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
007260     MOVE WS-RPT-LOG-HEADER TO WS-RPT-PRINT-LINE.
007270     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
007280     MOVE "N" TO WS-LOG-EOF-SW.
007290     OPEN INPUT OVERRIDE-LOG.
007300     IF WS-LOG-STATUS NOT = "00"
007310         SET WS-LOG-EOF TO TRUE
007320     END-IF.
007330     PERFORM 3210-LIST-ONE-OVERRIDE THRU 3210-EXIT
007340         UNTIL WS-LOG-EOF.
007350     IF WS-LOG-STATUS NOT = "35"
007360         CLOSE OVERRIDE-LOG
007370     END-IF.
007380     IF WS-LOG-LISTED = 0
007390         MOVE "  NONE" TO RPT-TX-TEXT
007400         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
007410         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
007420     END-IF.
007430     GO TO 3200-EXIT.
007440 3200-EXIT.
007450     EXIT.
007460*
007470 3210-LIST-ONE-OVERRIDE.
007480     READ OVERRIDE-LOG
007490         AT END
007500             SET WS-LOG-EOF TO TRUE
007510             GO TO 3210-EXIT
007520     END-READ.
007530     IF CLG-BUS-DATE NOT = WS-SEL-BUS-DATE
007540         GO TO 3210-EXIT
007550     END-IF.
007560     MOVE SPACES TO WS-RPT-LOG-LINE.
007570     MOVE CLG-LOG-DATE TO WS-SE-DATE.
007580     MOVE CLG-LOG-TIME TO WS-SE-TIME.
007590     PERFORM 3030-EDIT-STAMP THRU 3030-EXIT.
007600     MOVE WS-SE-STAMP-OUT TO RPT-LG-LOGGED.
007610     MOVE CLG-STEP-NAME TO RPT-LG-STEP.
007620     MOVE CLG-OPERATOR TO RPT-LG-OPERATOR.
007630     MOVE CLG-STEP-STATUS TO WS-STATUS-WORD.
007640     PERFORM 3040-STATUS-WORD THRU 3040-EXIT.
007650     MOVE WS-STATUS-WORD TO RPT-LG-STATUS.
007660     MOVE CLG-REASON TO RPT-LG-REASON.
007670     MOVE WS-RPT-LOG-LINE TO WS-RPT-PRINT-LINE.
007680     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
007690     ADD 1 TO WS-LOG-LISTED.
007700     GO TO 3210-EXIT.
007710 3210-EXIT.
007720     EXIT.
007730*
007740*================================================================*
007750*    4000 - FINALIZATION                                         *
007760*================================================================*
007770 4000-FINALIZE.
007780     DISPLAY "CYCLE CONTROL COMPLETE".
007790     DISPLAY "  BUSINESS DATE OPEN: " WS-OPEN-BUS-DATE
007800         "  REPORTED: " WS-SEL-BUS-DATE.
007810     DISPLAY "  RETURN CODE: " WS-JOB-RC.
007820     CLOSE CYCLE-CONTROL.
007830     CLOSE CYCLE-RPT.
007840     GO TO 4000-EXIT.
007850 4000-EXIT.
007860     EXIT.
