000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. outarch.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - NIGHTLY OUTPUT ARCHIVE.    *
000120*                 CAPTURES EACH NIGHT'S REPORTS AND EXTRACTS AS *
000130*                 A GENERATION DATED BY BUSINESS DATE,          *
000140*                 CATALOGS EACH ONE (OUTCAT) WITH ITS RECORD    *
000150*                 COUNT AND HASH TOTAL, ROLLS OFF GENERATIONS   *
000160*                 PAST THE RETENTION, AND REPRINTS AN ARCHIVED  *
000170*                 REPORT OR RE-STAGES AN ARCHIVED EXTRACT -     *
000180*                 EVERY RE-STAGED RECORD FLAGGED AS A RE-SEND.  *
000190*---------------------------------------------------------------*
000200*
000210*    COMMAND LINE:
000220*      ARCHIVE [<GENERATIONS-KEPT>]
000230*      LIST    [<BUSINESS-DATE-YYYYMMDD>]
000240*      REPRINT <BUSINESS-DATE-YYYYMMDD> <REPORT>
000250*      RESEND  <BUSINESS-DATE-YYYYMMDD> <EXTRACT>
000260*
000270*    ARCHIVE RUNS AFTER DAYEND, BEFORE THE NEXT NIGHT'S CARDLOAD
000280*    OVERWRITES ANYTHING.  IT TAKES THE BUSINESS DATE NOW OPEN
000290*    ON CYCLE CONTROL AND COPIES EVERY FILE ON THE ARCHIVE LIST
000300*    (WS-ARCHIVE-LIST) TO A GENERATION NAMED <FILE>.D<YYYYMMDD>.
000310*    A FILE NOT PRESENT IS NOTED; ONE OF THE NIGHTLY FILES THE
000320*    CHAIN ALWAYS WRITES BEING ABSENT RAISES RC 4, AS DOES A
000330*    NIGHT DAYEND HAS NOT CERTIFIED.  A RERUN FOR THE SAME DATE
000340*    REPLACES THAT DATE'S GENERATIONS.  GENERATIONS ARE KEPT FOR
000350*    THE LATEST <GENERATIONS-KEPT> BUSINESS DATES (DEFAULT 30);
000360*    AN OLDER ONE IS EMPTIED AND MARKED ROLLED OFF, AND ITS
000370*    CATALOG ENTRY STAYS AS THE RECORD OF WHAT WAS THERE.
000380*
000390*    THE HASH TOTAL IS THE SUM OF EVERY DIGIT IN THE FILE.  IT
000400*    IS TAKEN AGAIN BEFORE A GENERATION IS REPRINTED OR
000410*    RE-STAGED, AND A GENERATION THAT NO LONGER AGREES WITH ITS
000420*    CATALOG ENTRY IS NOT USED.
000430*
000440*    REPRINT COPIES AN ARCHIVED REPORT TO THE REPRINT FILE
000450*    BEHIND A BANNER LINE NAMING THE REPORT AND ITS DATE.
000460*    RESEND COPIES AN ARCHIVED EXTRACT BACK UNDER ITS OWN
000470*    STAGING NAME WITH THE RE-SEND FLAG SET ON EVERY RECORD -
000480*    POSITION 29 OF THE LOYALTY LAYOUT (LOYEXTR, LOYSENT),
000490*    POSITION 80 OF THE GL JOURNAL LAYOUT (GLEXTR, CLMGLEX) - SO
000500*    LOYRECON AND THE LEDGER SIDE TAKE IT AS A COPY OF A NIGHT
000510*    ALREADY COUNTED.  IT WILL NOT OVERWRITE A STAGED FILE THAT
000520*    IS NOT SAFE IN THE ARCHIVE (NO ACTIVE GENERATION OF THAT
000530*    FILE WITH THE SAME COUNT AND HASH).  FILES KEPT ONLY FOR
000540*    THE RECORD (STATUS RECORDS, THE AP PAYMENT FILE) ARE
000550*    NEITHER REPRINTED NOR RE-SENT.
000560*
000570*    RC 0 CLEAN; 4 NOTHING ON THE CATALOG FOR THE REQUEST, A
000580*    ROLLED-OFF GENERATION, OR AN ARCHIVE NIGHT WITH A NIGHTLY
000590*    FILE MISSING OR NOT CERTIFIED; 8 A GENERATION THAT FAILS
000600*    ITS PROOF, A RE-STAGE REFUSED, OR A GENERATION NOT
000610*    WRITTEN; 16 A BAD COMMAND LINE OR A FILE ERROR.
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CYCLE-CONTROL
000670         ASSIGN TO "CYCLCTL"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CYC-BUS-DATE
000710         FILE STATUS IS WS-CYC-STATUS.
000720     SELECT OUTPUT-CATALOG
000730         ASSIGN TO "OUTCAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS OCT-KEY
000770         FILE STATUS IS WS-CAT-STATUS.
000780     SELECT LIVE-FILE
000790         ASSIGN TO WS-LIVE-NAME
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-LIVE-STATUS.
000820     SELECT GENERATION-FILE
000830         ASSIGN TO WS-GEN-NAME
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-GEN-STATUS.
000860     SELECT REPRINT-FILE
000870         ASSIGN TO "REPRINT"
000876         ORGANIZATION IS LINE SEQUENTIAL
000882         FILE STATUS IS WS-RPR-STATUS.
000890     SELECT ARCHIVE-RPT
000900         ASSIGN TO "ARCHRPT"
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950*
000960*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
000970*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
000980*    NAMING THE BUSINESS DATE NOW OPEN.  READ ONLY HERE.
000990 FD  CYCLE-CONTROL
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 700 CHARACTERS.
001020 01  FD-CYCLE-RECORD.
001030     05  CYC-BUS-DATE             PIC 9(08).
001040     05  CYC-OPEN-DATE            PIC 9(08).
001050     05  CYC-OPEN-TIME            PIC 9(06).
001060     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
001070         10  CYC-STEP-STATUS      PIC X(01).
001080             88  CYC-STEP-NOT-RUN              VALUE SPACE.
001090             88  CYC-STEP-RUNNING              VALUE "R".
001100             88  CYC-STEP-COMPLETE             VALUE "C".
001110             88  CYC-STEP-FAILED               VALUE "F".
001120         10  CYC-START-DATE       PIC 9(08).
001130         10  CYC-START-TIME       PIC 9(06).
001140         10  CYC-END-DATE         PIC 9(08).
001150         10  CYC-END-TIME         PIC 9(06).
001160         10  CYC-STEP-RC          PIC 9(02).
001170         10  CYC-RUN-COUNT        PIC 9(02).
001180         10  CYC-FORCE-FLAG       PIC X(01).
001190             88  CYC-FORCE-PENDING             VALUE "Y".
001200             88  CYC-FORCE-USED                VALUE "U".
001210         10  CYC-FORCE-OPERATOR   PIC X(03).
001220         10  CYC-FORCE-DATE       PIC 9(08).
001230         10  CYC-FORCE-TIME       PIC 9(06).
001240         10  CYC-FORCE-REASON     PIC X(40).
001250     05  FILLER                   PIC X(41).
001260 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
001270     05  CYH-KEY                  PIC 9(08).
001280     05  CYH-CURRENT-DATE         PIC 9(08).
001290     05  FILLER                   PIC X(684).
001300*
001310*    OUTPUT CATALOG - ONE RECORD PER FILE PER BUSINESS DATE.
001320*    STATUS A IS A GENERATION ON HAND, X ONE ROLLED OFF (ITS
001330*    FILE EMPTIED).  CERTIFIED IS Y WHEN DAYEND HAD COMPLETED
001340*    FOR THE DATE AT THE TIME IT WAS ARCHIVED.  THE REPRINT AND
001350*    RE-SEND COUNTS AND THE LAST-USE STAMP TRACK THE UTILITY.
001360 FD  OUTPUT-CATALOG
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 120 CHARACTERS.
001390 01  FD-CATALOG-RECORD.
001400     05  OCT-KEY.
001410         10  OCT-BUS-DATE         PIC 9(08).
001420         10  OCT-FILE-NAME        PIC X(08).
001430     05  OCT-FILE-TYPE            PIC X(01).
001440     05  OCT-GEN-NAME             PIC X(20).
001450     05  OCT-STATUS               PIC X(01).
001460         88  OCT-ACTIVE                     VALUE "A".
001470         88  OCT-ROLLED-OFF                 VALUE "X".
001480     05  OCT-RECORD-COUNT         PIC 9(07).
001490     05  OCT-HASH-TOTAL           PIC 9(15).
001500     05  OCT-ARCH-DATE            PIC 9(08).
001510     05  OCT-ARCH-TIME            PIC 9(06).
001520     05  OCT-CERTIFIED            PIC X(01).
001530     05  OCT-ROLLOFF-DATE         PIC 9(08).
001540     05  OCT-REPRINT-COUNT        PIC 9(03).
001550     05  OCT-RESEND-COUNT         PIC 9(03).
001560     05  OCT-LAST-USE-DATE        PIC 9(08).
001570     05  OCT-LAST-USE-TIME        PIC 9(06).
001580     05  FILLER                   PIC X(17).
001590*
001600*    THE NIGHT'S FILE BEING ARCHIVED OR RE-STAGED, AND ITS
001610*    DATED GENERATION - ANY OF THE LINE-SEQUENTIAL OUTPUTS, SO
001620*    THE RECORD IS AS WIDE AS THE WIDEST OF THEM AND THEN SOME.
001630 FD  LIVE-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 200 CHARACTERS.
001660 01  FD-LIVE-RECORD               PIC X(200).
001670*
001680 FD  GENERATION-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 200 CHARACTERS.
001710 01  FD-GEN-RECORD                PIC X(200).
001720*
001730 FD  REPRINT-FILE
001740     LABEL RECORDS ARE OMITTED
001750     RECORD CONTAINS 200 CHARACTERS.
001760 01  FD-REPRINT-LINE              PIC X(200).
001770*
001780 FD  ARCHIVE-RPT
001790     LABEL RECORDS ARE OMITTED
001800     RECORD CONTAINS 132 CHARACTERS.
001810 01  FD-ARCHIVE-LINE              PIC X(132).
001820*
001830 WORKING-STORAGE SECTION.
001840*
001850*---------------------------------------------------------------*
001860*    SWITCHES AND COUNTERS                                      *
001870*---------------------------------------------------------------*
001880 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
001890 77  WS-CAT-STATUS                PIC X(02) VALUE "00".
001900 77  WS-LIVE-STATUS               PIC X(02) VALUE "00".
001910 77  WS-GEN-STATUS                PIC X(02) VALUE "00".
001915 77  WS-RPR-STATUS                PIC X(02) VALUE "00".
001920 77  WS-CAT-EOF-SW                PIC X(01) VALUE "N".
001930     88  WS-CAT-EOF                         VALUE "Y".
001940 77  WS-LIVE-EOF-SW               PIC X(01) VALUE "N".
001950     88  WS-LIVE-EOF                        VALUE "Y".
001960 77  WS-GEN-EOF-SW                PIC X(01) VALUE "N".
001970     88  WS-GEN-EOF                         VALUE "Y".
001980 77  WS-FILE-FOUND-SW             PIC X(01) VALUE "N".
001990     88  WS-FILE-FOUND                      VALUE "Y".
002000 77  WS-CAT-FOUND-SW              PIC X(01) VALUE "N".
002010     88  WS-CAT-FOUND                       VALUE "Y".
002020 77  WS-GEN-USABLE-SW             PIC X(01) VALUE "N".
002030     88  WS-GEN-USABLE                      VALUE "Y".
002040 77  WS-LIVE-SAFE-SW              PIC X(01) VALUE "N".
002050     88  WS-LIVE-SAFE                       VALUE "Y".
002060 77  WS-CERTIFIED-SW              PIC X(01) VALUE "N".
002070     88  WS-NIGHT-CERTIFIED                 VALUE "Y".
002080*
002090 77  WS-RUN-MODE                  PIC X(07) VALUE SPACES.
002100     88  WS-MODE-ARCHIVE                    VALUE "ARCHIVE".
002110     88  WS-MODE-LIST                       VALUE "LIST   ".
002120     88  WS-MODE-REPRINT                    VALUE "REPRINT".
002130     88  WS-MODE-RESEND                     VALUE "RESEND ".
002140*
002150 77  WS-FIL-IDX                   PIC 9(02) VALUE 0 COMP.
002160 77  WS-SEL-FIL-IDX               PIC 9(02) VALUE 0 COMP.
002170 77  WS-RETAIN                    PIC 9(03) VALUE 30 COMP.
002180 77  WS-DATES-ACTIVE              PIC 9(05) VALUE 0 COMP.
002190 77  WS-DATES-TO-ROLL             PIC 9(05) VALUE 0 COMP.
002200 77  WS-DATES-SEEN                PIC 9(05) VALUE 0 COMP.
002210 77  WS-LAST-DATE                 PIC 9(08) VALUE 0.
002220*
002230 77  WS-FILES-ARCHIVED            PIC 9(05) VALUE 0 COMP.
002240 77  WS-FILES-ABSENT              PIC 9(05) VALUE 0 COMP.
002250 77  WS-REQUIRED-ABSENT           PIC 9(05) VALUE 0 COMP.
002260 77  WS-ARCHIVE-ERRORS            PIC 9(05) VALUE 0 COMP.
002270 77  WS-GENS-ROLLED               PIC 9(05) VALUE 0 COMP.
002280 77  WS-ENTRIES-LISTED            PIC 9(05) VALUE 0 COMP.
002290*
002300 77  WS-COPY-COUNT                PIC 9(07) VALUE 0 COMP.
002310 77  WS-COPY-HASH                 PIC 9(15) VALUE 0 COMP.
002320 77  WS-LIVE-COUNT                PIC 9(07) VALUE 0 COMP.
002330 77  WS-LIVE-HASH                 PIC 9(15) VALUE 0 COMP.
002340*
002350 77  WS-OPEN-BUS-DATE             PIC 9(08) VALUE 0.
002360 77  WS-SEL-BUS-DATE              PIC 9(08) VALUE 0.
002370 77  WS-SEL-FILE-NAME             PIC X(08) VALUE SPACES.
002380*
002390 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
002400 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
002410 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
002420*
002430*---------------------------------------------------------------*
002440*    COMMAND-LINE PARAMETERS.                                   *
002450*---------------------------------------------------------------*
002460 01  WS-PARM-AREA.
002470     05  WS-PARM-TEXT             PIC X(100) VALUE SPACES.
002480     05  WS-PARM-MODE             PIC X(10) VALUE SPACES.
002490     05  WS-PARM-VALUE-1          PIC X(10) VALUE SPACES.
002500     05  WS-PARM-VALUE-2          PIC X(10) VALUE SPACES.
002510     05  WS-PARM-DATE-X           PIC X(08) VALUE SPACES.
002520     05  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
002530                                  PIC 9(08).
002540     05  WS-PARM-NUM-X            PIC X(03) VALUE SPACES.
002550     05  WS-PARM-NUM-9 REDEFINES WS-PARM-NUM-X
002560                                  PIC 9(03).
002570 77  WS-PARM-POS                  PIC 9(02) VALUE 0 COMP.
002580 77  WS-PARM-SLOT                 PIC 9(02) VALUE 0 COMP.
002590*
002600*---------------------------------------------------------------*
002610*    THE ARCHIVE LIST - EVERY NIGHTLY OUTPUT KEPT, IN CHAIN     *
002620*    ORDER.  TYPE R IS A REPORT (REPRINTED), L A LOYALTY-LAYOUT *
002630*    EXTRACT AND G A GL-JOURNAL-LAYOUT EXTRACT (BOTH RE-SENT),  *
002640*    K A FILE KEPT FOR THE RECORD ONLY.  NIGHTLY Y MARKS THE    *
002650*    FILES THE CHAIN WRITES EVERY NIGHT WITHOUT FAIL.           *
002660*---------------------------------------------------------------*
002670 01  WS-ARCHIVE-LIST-VALUES.
002680     05  FILLER                   PIC X(10) VALUE "LOADSTATKN".
002690     05  FILLER                   PIC X(10) VALUE "LOADEXCPRN".
002700     05  FILLER                   PIC X(10) VALUE "STORERPTRN".
002705     05  FILLER                   PIC X(10) VALUE "SUSPAGE RY".
002710     05  FILLER                   PIC X(10) VALUE "SPLTERR RN".
002720     05  FILLER                   PIC X(10) VALUE "DTLRPT  RY".
002730     05  FILLER                   PIC X(10) VALUE "EXCPRPT RY".
002740     05  FILLER                   PIC X(10) VALUE "SUMRPT  RY".
002750     05  FILLER                   PIC X(10) VALUE "TIERRPT RN".
002760     05  FILLER                   PIC X(10) VALUE "ALERTFL KN".
002770     05  FILLER                   PIC X(10) VALUE "GLEXTR  GY".
002780     05  FILLER                   PIC X(10) VALUE "LOYEXTR LY".
002790     05  FILLER                   PIC X(10) VALUE "LOYSENT LY".
002800     05  FILLER                   PIC X(10) VALUE "RESUBRPTRN".
002810     05  FILLER                   PIC X(10) VALUE "RECONRPTRY".
002820     05  FILLER                   PIC X(10) VALUE "RETIRRPTRN".
002830     05  FILLER                   PIC X(10) VALUE "RECNSTATKN".
002835     05  FILLER                   PIC X(10) VALUE "MBRPRPT RN".
002840     05  FILLER                   PIC X(10) VALUE "BALCERT RY".
002850     05  FILLER                   PIC X(10) VALUE "CLMRPT  RN".
002860     05  FILLER                   PIC X(10) VALUE "CLMGLEX GN".
002870     05  FILLER                   PIC X(10) VALUE "APPAYMT KN".
002880 01  WS-ARCHIVE-LIST REDEFINES WS-ARCHIVE-LIST-VALUES.
002890     05  WS-FIL-ENTRY             OCCURS 22 TIMES.
002900         10  WS-FIL-NAME          PIC X(08).
002910         10  WS-FIL-TYPE          PIC X(01).
002920             88  WS-FIL-REPORT              VALUE "R".
002930             88  WS-FIL-LOYALTY             VALUE "L".
002940             88  WS-FIL-LEDGER              VALUE "G".
002950             88  WS-FIL-KEPT                VALUE "K".
002960         10  WS-FIL-NIGHTLY       PIC X(01).
002970             88  WS-FIL-EVERY-NIGHT         VALUE "Y".
002980 77  WS-FIL-COUNT                 PIC 9(02) VALUE 22 COMP.
002990*
003000*---------------------------------------------------------------*
003010*    FILE NAMES FOR THE DYNAMIC ASSIGNS.  A GENERATION IS       *
003020*    <FILE>.D<YYYYMMDD>.                                        *
003030*---------------------------------------------------------------*
003040 01  WS-LIVE-NAME                 PIC X(08) VALUE SPACES.
003050 01  WS-GEN-NAME                  PIC X(20) VALUE SPACES.
003060 01  WS-GEN-DATE                  PIC 9(08) VALUE 0.
003070*
003080*---------------------------------------------------------------*
003090*    RECORD BEING COPIED, WITH THE RE-SEND FLAG POSITION OF     *
003100*    EACH EXTRACT LAYOUT.                                       *
003110*---------------------------------------------------------------*
003120 01  WS-COPY-RECORD               PIC X(200) VALUE SPACES.
003130 01  WS-COPY-LOYALTY-VIEW REDEFINES WS-COPY-RECORD.
003140     05  FILLER                   PIC X(28).
003150     05  CPY-LOY-RESEND-FLAG      PIC X(01).
003160     05  FILLER                   PIC X(171).
003170 01  WS-COPY-LEDGER-VIEW REDEFINES WS-COPY-RECORD.
003180     05  FILLER                   PIC X(79).
003190     05  CPY-GL-RESEND-FLAG       PIC X(01).
003200     05  FILLER                   PIC X(120).
003210*
003220*    DIGIT TALLIES FOR THE HASH TOTAL OF ONE RECORD.
003230 01  WS-DIGIT-TALLIES.
003240     05  WS-DT-1                  PIC 9(04) COMP.
003250     05  WS-DT-2                  PIC 9(04) COMP.
003260     05  WS-DT-3                  PIC 9(04) COMP.
003270     05  WS-DT-4                  PIC 9(04) COMP.
003280     05  WS-DT-5                  PIC 9(04) COMP.
003290     05  WS-DT-6                  PIC 9(04) COMP.
003300     05  WS-DT-7                  PIC 9(04) COMP.
003310     05  WS-DT-8                  PIC 9(04) COMP.
003320     05  WS-DT-9                  PIC 9(04) COMP.
003330*
003340*    THE CATALOG ENTRY BEING REPRINTED OR RE-SENT, HELD WHILE
003350*    THE CATALOG IS SWEPT FOR THE STAGED FILE'S PROOF.
003360 01  WS-SEL-ENTRY.
003370     05  WS-SEL-GEN-NAME          PIC X(20) VALUE SPACES.
003380     05  WS-SEL-RECORD-COUNT      PIC 9(07) VALUE 0.
003390     05  WS-SEL-HASH-TOTAL        PIC 9(15) VALUE 0.
003400     05  WS-SEL-ARCH-DATE         PIC 9(08) VALUE 0.
003410     05  WS-SEL-ARCH-TIME         PIC 9(06) VALUE 0.
003420*
003430*---------------------------------------------------------------*
003440*    RUN DATE AND TIME FOR THE REPORT HEADING AND THE CATALOG.  *
003450*---------------------------------------------------------------*
003460 01  WS-RUN-STAMP.
003470     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
003480     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
003490         10  WS-RD-YYYY           PIC X(04).
003500         10  WS-RD-MM             PIC X(02).
003510         10  WS-RD-DD             PIC X(02).
003520     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
003530     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
003540         10  WS-RT-HH             PIC X(02).
003550         10  WS-RT-MM             PIC X(02).
003560         10  WS-RT-SS             PIC X(02).
003570         10  FILLER               PIC X(02).
003580     05  WS-RUN-TIME-6 REDEFINES WS-RUN-TIME.
003590         10  WS-RUN-HHMMSS        PIC 9(06).
003600         10  FILLER               PIC 9(02).
003610*
003620 01  WS-EDITED-DATE.
003630     05  WS-ED-MM                 PIC X(02).
003640     05  FILLER                   PIC X(01) VALUE "/".
003650     05  WS-ED-DD                 PIC X(02).
003660     05  FILLER                   PIC X(01) VALUE "/".
003670     05  WS-ED-YYYY               PIC X(04).
003680*
003690 01  WS-EDITED-TIME.
003700     05  WS-ET-HH                 PIC X(02).
003710     05  FILLER                   PIC X(01) VALUE ":".
003720     05  WS-ET-MM                 PIC X(02).
003730     05  FILLER                   PIC X(01) VALUE ":".
003740     05  WS-ET-SS                 PIC X(02).
003750*
003760*---------------------------------------------------------------*
003770*    STAMP EDITING - A YYYYMMDD DATE AND AN HHMMSS TIME EDITED  *
003780*    FOR PRINTING.  A ZERO STAMP PRINTS BLANK.                  *
003790*---------------------------------------------------------------*
003800 01  WS-STAMP-EDIT-AREA.
003810     05  WS-SE-DATE               PIC 9(08) VALUE 0.
003820     05  WS-SE-DATE-X REDEFINES WS-SE-DATE.
003830         10  WS-SE-YYYY           PIC X(04).
003840         10  WS-SE-MM             PIC X(02).
003850         10  WS-SE-DD             PIC X(02).
003860     05  WS-SE-TIME               PIC 9(06) VALUE 0.
003870     05  WS-SE-TIME-X REDEFINES WS-SE-TIME.
003880         10  WS-SE-HH             PIC X(02).
003890         10  WS-SE-MI             PIC X(02).
003900         10  WS-SE-SS             PIC X(02).
003910     05  WS-SE-STAMP-OUT.
003920         10  WS-SE-OUT-DATE.
003930             15  WS-SE-OUT-MM     PIC X(02).
003940             15  FILLER           PIC X(01) VALUE "/".
003950             15  WS-SE-OUT-DD     PIC X(02).
003960             15  FILLER           PIC X(01) VALUE "/".
003970             15  WS-SE-OUT-YYYY   PIC X(04).
003980         10  FILLER               PIC X(01) VALUE SPACE.
003990         10  WS-SE-OUT-TIME.
004000             15  WS-SE-OUT-HH     PIC X(02).
004010             15  FILLER           PIC X(01) VALUE ":".
004020             15  WS-SE-OUT-MI     PIC X(02).
004030             15  FILLER           PIC X(01) VALUE ":".
004040             15  WS-SE-OUT-SS     PIC X(02).
004050     05  WS-SE-BLANK-STAMP        PIC X(19) VALUE SPACES.
004060*
004070*---------------------------------------------------------------*
004080*    REPORT PRINT LINES.                                        *
004090*---------------------------------------------------------------*
004100 01  WS-RPT-HEADING-1.
004110     05  FILLER                     PIC X(40) VALUE
004120         "NIGHTLY OUTPUT ARCHIVE".
004130     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
004140     05  RPT-H1-DATE                PIC X(10).
004150     05  FILLER                     PIC X(07) VALUE "  TIME ".
004160     05  RPT-H1-TIME                PIC X(08).
004170     05  FILLER                     PIC X(08) VALUE "   PAGE ".
004180     05  RPT-H1-PAGE                PIC ZZZ9.
004190     05  FILLER                     PIC X(45) VALUE SPACES.
004200*
004210 01  WS-RPT-FILE-HEADER.
004220     05  FILLER                     PIC X(10) VALUE "FILE".
004230     05  FILLER                     PIC X(09) VALUE "TYPE".
004240     05  FILLER                     PIC X(12) VALUE "BUS DATE".
004250     05  FILLER                     PIC X(09) VALUE "RECORDS".
004260     05  FILLER                     PIC X(17) VALUE
004270         "     HASH TOTAL  ".
004280     05  FILLER                     PIC X(22) VALUE "GENERATION".
004290     05  FILLER                     PIC X(53) VALUE "ACTION".
004300*
004310 01  WS-RPT-FILE-LINE.
004320     05  RPT-FL-FILE                PIC X(08).
004330     05  FILLER                     PIC X(02) VALUE SPACES.
004340     05  RPT-FL-TYPE                PIC X(07).
004350     05  FILLER                     PIC X(02) VALUE SPACES.
004360     05  RPT-FL-BUS-DATE            PIC X(10).
004370     05  FILLER                     PIC X(02) VALUE SPACES.
004380     05  RPT-FL-RECORDS             PIC Z(6)9.
004390     05  FILLER                     PIC X(02) VALUE SPACES.
004400     05  RPT-FL-HASH                PIC Z(14)9.
004410     05  FILLER                     PIC X(02) VALUE SPACES.
004420     05  RPT-FL-GEN                 PIC X(20).
004430     05  FILLER                     PIC X(02) VALUE SPACES.
004440     05  RPT-FL-ACTION              PIC X(40).
004450     05  FILLER                     PIC X(13) VALUE SPACES.
004460*
004470 01  WS-RPT-LIST-HEADER.
004480     05  FILLER                     PIC X(10) VALUE "FILE".
004490     05  FILLER                     PIC X(12) VALUE "BUS DATE".
004500     05  FILLER                     PIC X(09) VALUE "RECORDS".
004510     05  FILLER                     PIC X(17) VALUE
004520         "     HASH TOTAL  ".
004530     05  FILLER                     PIC X(21) VALUE "ARCHIVED".
004540     05  FILLER                     PIC X(12) VALUE "STATUS".
004550     05  FILLER                     PIC X(05) VALUE "CERT".
004560     05  FILLER                     PIC X(05) VALUE "RPRT".
004570     05  FILLER                     PIC X(05) VALUE "RSND".
004580     05  FILLER                     PIC X(36) VALUE "GENERATION".
004590*
004600 01  WS-RPT-LIST-LINE.
004610     05  RPT-LS-FILE                PIC X(08).
004620     05  FILLER                     PIC X(02) VALUE SPACES.
004630     05  RPT-LS-BUS-DATE            PIC X(10).
004640     05  FILLER                     PIC X(02) VALUE SPACES.
004650     05  RPT-LS-RECORDS             PIC Z(6)9.
004660     05  FILLER                     PIC X(02) VALUE SPACES.
004670     05  RPT-LS-HASH                PIC Z(14)9.
004680     05  FILLER                     PIC X(02) VALUE SPACES.
004690     05  RPT-LS-ARCHIVED            PIC X(19).
004700     05  FILLER                     PIC X(02) VALUE SPACES.
004710     05  RPT-LS-STATUS              PIC X(10).
004720     05  FILLER                     PIC X(02) VALUE SPACES.
004730     05  RPT-LS-CERTIFIED           PIC X(03).
004740     05  FILLER                     PIC X(02) VALUE SPACES.
004750     05  RPT-LS-REPRINTS            PIC ZZ9.
004760     05  FILLER                     PIC X(02) VALUE SPACES.
004770     05  RPT-LS-RESENDS             PIC ZZ9.
004780     05  FILLER                     PIC X(02) VALUE SPACES.
004790     05  RPT-LS-GEN                 PIC X(20).
004800     05  FILLER                     PIC X(15) VALUE SPACES.
004810*
004820 01  WS-RPT-TOTAL-LINE.
004830     05  FILLER                     PIC X(02) VALUE SPACES.
004840     05  RPT-TL-LABEL               PIC X(40).
004850     05  RPT-TL-VALUE               PIC Z(6)9.
004860     05  FILLER                     PIC X(83) VALUE SPACES.
004870*
004880 01  WS-RPT-TEXT-LINE.
004890     05  RPT-TX-TEXT                PIC X(100).
004900     05  FILLER                     PIC X(32) VALUE SPACES.
004910*
004920 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
004930*
004940*    BANNER AHEAD OF A REPRINTED REPORT.
004950 01  WS-REPRINT-BANNER.
004960     05  FILLER                     PIC X(16) VALUE
004970         "*** REPRINT *** ".
004980     05  RPB-FILE                   PIC X(08).
004990     05  FILLER                     PIC X(15) VALUE
005000         " BUSINESS DATE ".
005010     05  RPB-BUS-DATE               PIC X(10).
005020     05  FILLER                     PIC X(10) VALUE " ARCHIVED ".
005030     05  RPB-ARCHIVED               PIC X(19).
005040     05  FILLER                     PIC X(11) VALUE
005050         " REPRINTED ".
005060     05  RPB-REPRINTED              PIC X(19).
005070     05  FILLER                     PIC X(24) VALUE SPACES.
005080*
005090 01  WS-TYPE-WORD                   PIC X(07) VALUE SPACES.
005100 01  WS-EDIT-COUNT                  PIC Z(6)9.
005110*
005120 PROCEDURE DIVISION.
005130*
005140*================================================================*
005150*    0000-MAINLINE                                               *
005160*================================================================*
005170 0000-MAINLINE.
005180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005190     EVALUATE TRUE
005200         WHEN WS-MODE-ARCHIVE
005210             PERFORM 2000-ARCHIVE-NIGHT THRU 2000-EXIT
005220         WHEN WS-MODE-LIST
005230             PERFORM 3000-LIST-CATALOG THRU 3000-EXIT
005240         WHEN WS-MODE-REPRINT
005250             PERFORM 4000-REPRINT-REPORT THRU 4000-EXIT
005260         WHEN WS-MODE-RESEND
005270             PERFORM 5000-RESTAGE-EXTRACT THRU 5000-EXIT
005280     END-EVALUATE.
005290     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005300     MOVE WS-JOB-RC TO RETURN-CODE.
005310     STOP RUN.
005320*
005330*================================================================*
005340*    1000 - INITIALIZATION AND PARAMETER EDIT                    *
005350*================================================================*
005360 1000-INITIALIZE.
005370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005380     ACCEPT WS-RUN-TIME FROM TIME.
005390     MOVE WS-RD-MM TO WS-ED-MM.
005400     MOVE WS-RD-DD TO WS-ED-DD.
005410     MOVE WS-RD-YYYY TO WS-ED-YYYY.
005420     MOVE WS-RT-HH TO WS-ET-HH.
005430     MOVE WS-RT-MM TO WS-ET-MM.
005440     MOVE WS-RT-SS TO WS-ET-SS.
005450     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
005460     UNSTRING WS-PARM-TEXT DELIMITED BY ALL " "
005470         INTO WS-PARM-MODE WS-PARM-VALUE-1 WS-PARM-VALUE-2
005480     END-UNSTRING.
005490     EVALUATE WS-PARM-MODE
005500         WHEN "ARCHIVE"
005510             SET WS-MODE-ARCHIVE TO TRUE
005520             PERFORM 1100-EDIT-RETENTION THRU 1100-EXIT
005530         WHEN "LIST"
005540             SET WS-MODE-LIST TO TRUE
005550             IF WS-PARM-VALUE-1 NOT = SPACES
005560                 PERFORM 1200-EDIT-BUSINESS-DATE THRU 1200-EXIT
005570             END-IF
005580         WHEN "REPRINT"
005590             SET WS-MODE-REPRINT TO TRUE
005600             PERFORM 1200-EDIT-BUSINESS-DATE THRU 1200-EXIT
005610             PERFORM 1300-EDIT-FILE-NAME THRU 1300-EXIT
005620         WHEN "RESEND"
005630             SET WS-MODE-RESEND TO TRUE
005640             PERFORM 1200-EDIT-BUSINESS-DATE THRU 1200-EXIT
005650             PERFORM 1300-EDIT-FILE-NAME THRU 1300-EXIT
005660         WHEN OTHER
005670             PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
005680     END-EVALUATE.
005690     IF WS-MODE-ARCHIVE
005700         PERFORM 1400-READ-CYCLE-CONTROL THRU 1400-EXIT
005710     END-IF.
005720     PERFORM 1500-OPEN-CATALOG THRU 1500-EXIT.
005730     OPEN OUTPUT ARCHIVE-RPT.
005740     GO TO 1000-EXIT.
005750 1000-EXIT.
005760     EXIT.
005770*
005780*    GENERATIONS KEPT - ONE TO THREE DIGITS, NOT ZERO.  BLANK
005790*    KEEPS THE STANDING DEFAULT OF 30 BUSINESS DATES.
005800 1100-EDIT-RETENTION.
005810     IF WS-PARM-VALUE-1 = SPACES
005820         GO TO 1100-EXIT
005830     END-IF.
005840     MOVE "000" TO WS-PARM-NUM-X.
005850     MOVE 0 TO WS-PARM-SLOT.
005860     PERFORM 1110-TAKE-ONE-RETAIN-CHAR THRU 1110-EXIT
005870         VARYING WS-PARM-POS FROM 1 BY 1
005880         UNTIL WS-PARM-POS > 10.
005890     IF WS-PARM-NUM-X NOT NUMERIC
005900        OR WS-PARM-NUM-9 = 0
005910         DISPLAY "GENERATIONS KEPT MUST BE 1-3 DIGITS: "
005920             WS-PARM-VALUE-1
005930         MOVE 16 TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960     MOVE WS-PARM-NUM-9 TO WS-RETAIN.
005970     GO TO 1100-EXIT.
005980 1100-EXIT.
005990     EXIT.
006000*
006010 1110-TAKE-ONE-RETAIN-CHAR.
006020     IF WS-PARM-VALUE-1(WS-PARM-POS:1) = SPACE
006030         GO TO 1110-EXIT
006040     END-IF.
006050     ADD 1 TO WS-PARM-SLOT.
006060     IF WS-PARM-SLOT > 3
006070         MOVE "XXX" TO WS-PARM-NUM-X
006080         GO TO 1110-EXIT
006090     END-IF.
006100     MOVE WS-PARM-NUM-X(2:2) TO WS-PARM-NUM-X(1:2).
006110     MOVE WS-PARM-VALUE-1(WS-PARM-POS:1) TO WS-PARM-NUM-X(3:1).
006120     GO TO 1110-EXIT.
006130 1110-EXIT.
006140     EXIT.
006150*
006160 1200-EDIT-BUSINESS-DATE.
006170     MOVE WS-PARM-VALUE-1(1:8) TO WS-PARM-DATE-X.
006180     IF WS-PARM-DATE-X NOT NUMERIC
006190        OR WS-PARM-VALUE-1(9:2) NOT = SPACES
006200         DISPLAY "BUSINESS DATE MUST BE YYYYMMDD: "
006210             WS-PARM-VALUE-1
006220         MOVE 16 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006250     MOVE WS-PARM-DATE-9 TO WS-SEL-BUS-DATE.
006260     GO TO 1200-EXIT.
006270 1200-EXIT.
006280     EXIT.
006290*
006300*    THE FILE MUST BE ONE THE ARCHIVE KEEPS, AND OF A KIND THE
006310*    MODE CAN USE - A REPORT TO REPRINT, AN EXTRACT TO RE-SEND.
006320 1300-EDIT-FILE-NAME.
006330     IF WS-PARM-VALUE-2(9:2) NOT = SPACES
006340         DISPLAY "NO ARCHIVED FILE IS NAMED " WS-PARM-VALUE-2
006350         MOVE 16 TO RETURN-CODE
006360         STOP RUN
006370     END-IF.
006380     MOVE WS-PARM-VALUE-2(1:8) TO WS-SEL-FILE-NAME.
006390     MOVE "N" TO WS-FILE-FOUND-SW.
006400     PERFORM 1310-MATCH-ONE-FILE THRU 1310-EXIT
006410         VARYING WS-FIL-IDX FROM 1 BY 1
006420         UNTIL WS-FIL-IDX > WS-FIL-COUNT
006430            OR WS-FILE-FOUND.
006440     IF NOT WS-FILE-FOUND
006450         DISPLAY "NO ARCHIVED FILE IS NAMED " WS-PARM-VALUE-2
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490     IF WS-MODE-REPRINT
006500        AND NOT WS-FIL-REPORT(WS-SEL-FIL-IDX)
006510         DISPLAY WS-SEL-FILE-NAME " IS NOT A REPORT - ONLY A"
006520             " REPORT IS REPRINTED"
006530         MOVE 16 TO RETURN-CODE
006540         STOP RUN
006550     END-IF.
006560     IF WS-MODE-RESEND
006570        AND NOT WS-FIL-LOYALTY(WS-SEL-FIL-IDX)
006580        AND NOT WS-FIL-LEDGER(WS-SEL-FIL-IDX)
006590         DISPLAY WS-SEL-FILE-NAME " IS NOT AN EXTRACT THAT IS"
006600             " RE-SENT"
006610         MOVE 16 TO RETURN-CODE
006620         STOP RUN
006630     END-IF.
006640     GO TO 1300-EXIT.
006650 1300-EXIT.
006660     EXIT.
006670*
006680 1310-MATCH-ONE-FILE.
006690     IF WS-FIL-NAME(WS-FIL-IDX) = WS-SEL-FILE-NAME
006700         SET WS-FILE-FOUND TO TRUE
006710         MOVE WS-FIL-IDX TO WS-SEL-FIL-IDX
006720     END-IF.
006730     GO TO 1310-EXIT.
006740 1310-EXIT.
006750     EXIT.
006760*
006770*    THE ARCHIVE TAKES THE BUSINESS DATE NOW OPEN, AND NOTES
006780*    WHETHER DAYEND HAS CERTIFIED IT.
006790 1400-READ-CYCLE-CONTROL.
006800     OPEN INPUT CYCLE-CONTROL.
006810     IF WS-CYC-STATUS NOT = "00"
006820         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
006830             WS-CYC-STATUS
006840         MOVE 16 TO RETURN-CODE
006850         STOP RUN
006860     END-IF.
006870     MOVE 0 TO CYC-BUS-DATE.
006880     READ CYCLE-CONTROL
006890         INVALID KEY
006900             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
006910             CLOSE CYCLE-CONTROL
006920             MOVE 16 TO RETURN-CODE
006930             STOP RUN
006940     END-READ.
006950     MOVE CYH-CURRENT-DATE TO WS-OPEN-BUS-DATE.
006960     MOVE WS-OPEN-BUS-DATE TO WS-SEL-BUS-DATE.
006970     MOVE WS-OPEN-BUS-DATE TO CYC-BUS-DATE.
006980     READ CYCLE-CONTROL
006990         INVALID KEY
007000             MOVE "N" TO WS-CERTIFIED-SW
007010         NOT INVALID KEY
007020             IF CYC-STEP-COMPLETE(7)
007030                 SET WS-NIGHT-CERTIFIED TO TRUE
007040             END-IF
007050     END-READ.
007060     CLOSE CYCLE-CONTROL.
007070     GO TO 1400-EXIT.
007080 1400-EXIT.
007090     EXIT.
007100*
007110*    THE ARCHIVE CREATES THE CATALOG ON ITS FIRST RUN; THE
007120*    UTILITY MODES HAVE NOTHING TO WORK FROM WITHOUT ONE.
007130 1500-OPEN-CATALOG.
007140     IF WS-MODE-LIST
007150         OPEN INPUT OUTPUT-CATALOG
007160     ELSE
007170         OPEN I-O OUTPUT-CATALOG
007180     END-IF.
007190     IF WS-CAT-STATUS = "35"
007200         IF WS-MODE-ARCHIVE
007210             PERFORM 1510-CREATE-CATALOG THRU 1510-EXIT
007220         ELSE
007230             DISPLAY "NOTHING HAS BEEN ARCHIVED YET - NO OUTPUT"
007240                 " CATALOG"
007250             MOVE 4 TO RETURN-CODE
007260             STOP RUN
007270         END-IF
007280     END-IF.
007290     IF WS-CAT-STATUS NOT = "00"
007300         DISPLAY "OUTPUT CATALOG NOT AVAILABLE - STATUS "
007310             WS-CAT-STATUS
007320         MOVE 16 TO RETURN-CODE
007330         STOP RUN
007340     END-IF.
007350     GO TO 1500-EXIT.
007360 1500-EXIT.
007370     EXIT.
007380*
007390 1510-CREATE-CATALOG.
007400     OPEN OUTPUT OUTPUT-CATALOG.
007410     IF WS-CAT-STATUS NOT = "00"
007420         GO TO 1510-EXIT
007430     END-IF.
007440     CLOSE OUTPUT-CATALOG.
007450     OPEN I-O OUTPUT-CATALOG.
007460     DISPLAY "OUTPUT CATALOG CREATED".
007470     GO TO 1510-EXIT.
007480 1510-EXIT.
007490     EXIT.
007500*
007510 1900-SHOW-USAGE.
007520     DISPLAY "USAGE: OUTARCH ARCHIVE [<GENERATIONS-KEPT>]".
007530     DISPLAY "   OR: OUTARCH LIST [<BUSINESS-DATE-YYYYMMDD>]".
007540     DISPLAY "   OR: OUTARCH REPRINT <YYYYMMDD> <REPORT>".
007550     DISPLAY "   OR: OUTARCH RESEND <YYYYMMDD> <EXTRACT>".
007560     MOVE 16 TO RETURN-CODE.
007570     STOP RUN.
007580 1900-EXIT.
007590     EXIT.
007600*
007610*================================================================*
007620*    2000 - ARCHIVE THE NIGHT'S OUTPUTS                          *
007630*================================================================*
007640 2000-ARCHIVE-NIGHT.
007650     MOVE WS-SEL-BUS-DATE TO WS-SE-DATE.
007660     MOVE 0 TO WS-SE-TIME.
007670     PERFORM 7030-EDIT-STAMP THRU 7030-EXIT.
007680     MOVE SPACES TO RPT-TX-TEXT.
007690     MOVE WS-RETAIN TO WS-EDIT-COUNT.
007700     IF WS-NIGHT-CERTIFIED
007710         STRING "ARCHIVE OF BUSINESS DATE " WS-SE-OUT-DATE
007720             " - CERTIFIED BY DAYEND - GENERATIONS KEPT "
007730             WS-EDIT-COUNT
007740             DELIMITED BY SIZE INTO RPT-TX-TEXT
007750         END-STRING
007760     ELSE
007770         STRING "ARCHIVE OF BUSINESS DATE " WS-SE-OUT-DATE
007780             " - NOT CERTIFIED BY DAYEND - GENERATIONS KEPT "
007790             WS-EDIT-COUNT
007800             DELIMITED BY SIZE INTO RPT-TX-TEXT
007810         END-STRING
007820     END-IF.
007830     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
007840     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
007850     MOVE SPACES TO WS-RPT-PRINT-LINE.
007860     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
007870     MOVE WS-RPT-FILE-HEADER TO WS-RPT-PRINT-LINE.
007880     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
007890     PERFORM 2100-ARCHIVE-ONE-FILE THRU 2100-EXIT
007900         VARYING WS-FIL-IDX FROM 1 BY 1
007910         UNTIL WS-FIL-IDX > WS-FIL-COUNT.
007920     PERFORM 2500-ROLL-OFF-GENERATIONS THRU 2500-EXIT.
007930     MOVE SPACES TO WS-RPT-PRINT-LINE.
007940     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
007950     MOVE "FILES ARCHIVED" TO RPT-TL-LABEL.
007960     MOVE WS-FILES-ARCHIVED TO RPT-TL-VALUE.
007970     PERFORM 7040-PRINT-TOTAL-LINE THRU 7040-EXIT.
007980     MOVE "FILES NOT PRESENT" TO RPT-TL-LABEL.
007990     MOVE WS-FILES-ABSENT TO RPT-TL-VALUE.
008000     PERFORM 7040-PRINT-TOTAL-LINE THRU 7040-EXIT.
008010     MOVE "  OF THEM WRITTEN EVERY NIGHT" TO RPT-TL-LABEL.
008020     MOVE WS-REQUIRED-ABSENT TO RPT-TL-VALUE.
008030     PERFORM 7040-PRINT-TOTAL-LINE THRU 7040-EXIT.
008040     MOVE "GENERATIONS NOT WRITTEN" TO RPT-TL-LABEL.
008050     MOVE WS-ARCHIVE-ERRORS TO RPT-TL-VALUE.
008060     PERFORM 7040-PRINT-TOTAL-LINE THRU 7040-EXIT.
008070     MOVE "GENERATIONS ROLLED OFF" TO RPT-TL-LABEL.
008080     MOVE WS-GENS-ROLLED TO RPT-TL-VALUE.
008090     PERFORM 7040-PRINT-TOTAL-LINE THRU 7040-EXIT.
008100     IF WS-REQUIRED-ABSENT > 0
008110        OR NOT WS-NIGHT-CERTIFIED
008115         IF WS-JOB-RC < 4
008120             MOVE 4 TO WS-JOB-RC
008125         END-IF
008130     END-IF.
008140     IF WS-ARCHIVE-ERRORS > 0
008145         IF WS-JOB-RC < 8
008150             MOVE 8 TO WS-JOB-RC
008155         END-IF
008160     END-IF.
008170     GO TO 2000-EXIT.
008180 2000-EXIT.
008190     EXIT.
008200*
008210*    A RERUN FOR THE SAME DATE REPLACES THE GENERATION AND ITS
008220*    FIGURES BUT KEEPS THE ENTRY'S REPRINT AND RE-SEND HISTORY.
008230 2100-ARCHIVE-ONE-FILE.
008240     MOVE WS-FIL-NAME(WS-FIL-IDX) TO WS-LIVE-NAME.
008250     MOVE WS-FIL-TYPE(WS-FIL-IDX) TO WS-TYPE-WORD.
008260     PERFORM 7050-TYPE-WORD THRU 7050-EXIT.
008270     MOVE WS-LIVE-NAME TO RPT-FL-FILE.
008280     MOVE WS-TYPE-WORD TO RPT-FL-TYPE.
008290     MOVE WS-SE-OUT-DATE TO RPT-FL-BUS-DATE.
008300     MOVE 0 TO RPT-FL-RECORDS.
008310     MOVE 0 TO RPT-FL-HASH.
008320     MOVE SPACES TO RPT-FL-GEN.
008330     OPEN INPUT LIVE-FILE.
008340     IF WS-LIVE-STATUS NOT = "00"
008350         ADD 1 TO WS-FILES-ABSENT
008360         IF WS-FIL-EVERY-NIGHT(WS-FIL-IDX)
008370             ADD 1 TO WS-REQUIRED-ABSENT
008380             MOVE "NOT PRESENT - WRITTEN EVERY NIGHT"
008390                 TO RPT-FL-ACTION
008400         ELSE
008410             MOVE "NOT PRESENT" TO RPT-FL-ACTION
008420         END-IF
008430         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
008440         GO TO 2100-EXIT
008450     END-IF.
008460     MOVE WS-SEL-BUS-DATE TO WS-GEN-DATE.
008470     PERFORM 6100-BUILD-GEN-NAME THRU 6100-EXIT.
008480     MOVE WS-GEN-NAME TO RPT-FL-GEN.
008490     OPEN OUTPUT GENERATION-FILE.
008500     IF WS-GEN-STATUS NOT = "00"
008510         CLOSE LIVE-FILE
008520         ADD 1 TO WS-ARCHIVE-ERRORS
008530         MOVE SPACES TO RPT-FL-ACTION
008540         STRING "GENERATION NOT WRITTEN - STATUS "
008550             WS-GEN-STATUS
008560             DELIMITED BY SIZE INTO RPT-FL-ACTION
008570         END-STRING
008580         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
008590         GO TO 2100-EXIT
008600     END-IF.
008610     MOVE 0 TO WS-COPY-COUNT.
008620     MOVE 0 TO WS-COPY-HASH.
008630     MOVE "N" TO WS-LIVE-EOF-SW.
008640     PERFORM 2110-COPY-ONE-LIVE-RECORD THRU 2110-EXIT
008650         UNTIL WS-LIVE-EOF.
008651     IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "10"
008652         CLOSE LIVE-FILE
008653         CLOSE GENERATION-FILE
008654         ADD 1 TO WS-ARCHIVE-ERRORS
008655         MOVE SPACES TO RPT-FL-ACTION
008656         STRING "LIVE FILE NOT READ - STATUS " WS-LIVE-STATUS
008657             DELIMITED BY SIZE INTO RPT-FL-ACTION
008658         END-STRING
008659         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
008660         GO TO 2100-EXIT
008661     END-IF.
008662     CLOSE LIVE-FILE.
008670     CLOSE GENERATION-FILE.
008680     MOVE WS-COPY-COUNT TO RPT-FL-RECORDS.
008690     MOVE WS-COPY-HASH TO RPT-FL-HASH.
008700     MOVE WS-SEL-BUS-DATE TO OCT-BUS-DATE.
008710     MOVE WS-LIVE-NAME TO OCT-FILE-NAME.
008715     MOVE "N" TO WS-CAT-FOUND-SW.
008720     READ OUTPUT-CATALOG
008730         INVALID KEY
008740             MOVE "N" TO WS-CAT-FOUND-SW
008750         NOT INVALID KEY
008760             SET WS-CAT-FOUND TO TRUE
008770     END-READ.
008771     IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "23"
008772         DISPLAY "OUTPUT CATALOG READ ERROR FOR " OCT-FILE-NAME
008773             " " OCT-BUS-DATE " - STATUS " WS-CAT-STATUS
008774         MOVE 16 TO WS-JOB-RC
008775         MOVE SPACES TO RPT-FL-ACTION
008776         STRING "NOT CATALOGUED - STATUS " WS-CAT-STATUS
008777             DELIMITED BY SIZE INTO RPT-FL-ACTION
008778         END-STRING
008779         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
008780         GO TO 2100-EXIT
008781     END-IF.
008782     IF NOT WS-CAT-FOUND
008790         MOVE SPACES TO FD-CATALOG-RECORD
008800         MOVE WS-SEL-BUS-DATE TO OCT-BUS-DATE
008810         MOVE WS-LIVE-NAME TO OCT-FILE-NAME
008820         MOVE 0 TO OCT-REPRINT-COUNT
008830         MOVE 0 TO OCT-RESEND-COUNT
008840         MOVE 0 TO OCT-LAST-USE-DATE
008850         MOVE 0 TO OCT-LAST-USE-TIME
008860     END-IF.
008870     MOVE WS-FIL-TYPE(WS-FIL-IDX) TO OCT-FILE-TYPE.
008880     MOVE WS-GEN-NAME TO OCT-GEN-NAME.
008890     MOVE "A" TO OCT-STATUS.
008900     MOVE WS-COPY-COUNT TO OCT-RECORD-COUNT.
008910     MOVE WS-COPY-HASH TO OCT-HASH-TOTAL.
008920     MOVE WS-RUN-DATE TO OCT-ARCH-DATE.
008930     MOVE WS-RUN-HHMMSS TO OCT-ARCH-TIME.
008940     MOVE WS-CERTIFIED-SW TO OCT-CERTIFIED.
008950     MOVE 0 TO OCT-ROLLOFF-DATE.
008960     IF WS-CAT-FOUND
008970         REWRITE FD-CATALOG-RECORD
008980             INVALID KEY CONTINUE
009000         END-REWRITE
009010         MOVE "ARCHIVED - REPLACES EARLIER GENERATION"
009020             TO RPT-FL-ACTION
009030     ELSE
009040         WRITE FD-CATALOG-RECORD
009050             INVALID KEY CONTINUE
009070         END-WRITE
009080         MOVE "ARCHIVED" TO RPT-FL-ACTION
009081     END-IF.
009082     IF WS-CAT-STATUS NOT = "00"
009083         PERFORM 7900-CATALOG-WRITE-FAILED THRU 7900-EXIT
009084         MOVE SPACES TO RPT-FL-ACTION
009085         STRING "NOT CATALOGUED - STATUS " WS-CAT-STATUS
009086             DELIMITED BY SIZE INTO RPT-FL-ACTION
009087         END-STRING
009088         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
009089         GO TO 2100-EXIT
009090     END-IF.
009100     ADD 1 TO WS-FILES-ARCHIVED.
009110     PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT.
009120     GO TO 2100-EXIT.
009130 2100-EXIT.
009140     EXIT.
009150*
009160 2110-COPY-ONE-LIVE-RECORD.
009170     MOVE SPACES TO FD-LIVE-RECORD.
009180     READ LIVE-FILE
009190         AT END SET WS-LIVE-EOF TO TRUE
009200     END-READ.
009201     IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "10"
009202         DISPLAY "LIVE FILE READ ERROR ON " WS-LIVE-NAME
009203             " - STATUS " WS-LIVE-STATUS
009204         MOVE 16 TO WS-JOB-RC
009205         SET WS-LIVE-EOF TO TRUE
009206     END-IF.
009210     IF WS-LIVE-EOF
009220         GO TO 2110-EXIT
009230     END-IF.
009240     MOVE FD-LIVE-RECORD TO WS-COPY-RECORD.
009250     PERFORM 6200-HASH-ONE-RECORD THRU 6200-EXIT.
009260     WRITE FD-GEN-RECORD FROM WS-COPY-RECORD.
009270     GO TO 2110-EXIT.
009280 2110-EXIT.
009290     EXIT.
009300*
009310*    THE CATALOG IS IN BUSINESS-DATE ORDER.  THE FIRST PASS
009320*    COUNTS THE DATES STILL HOLDING GENERATIONS; THE SECOND
009330*    ROLLS OFF EVERY GENERATION OF THE OLDEST DATES BEYOND THE
009340*    NUMBER KEPT.  A ROLLED-OFF GENERATION IS EMPTIED - ITS
009350*    CATALOG ENTRY REMAINS.
009360 2500-ROLL-OFF-GENERATIONS.
009370     MOVE 0 TO WS-DATES-ACTIVE.
009380     MOVE 0 TO WS-LAST-DATE.
009390     PERFORM 2550-START-CATALOG THRU 2550-EXIT.
009400     PERFORM 2510-COUNT-ONE-ENTRY THRU 2510-EXIT
009410         UNTIL WS-CAT-EOF.
009420     IF WS-DATES-ACTIVE NOT > WS-RETAIN
009430         GO TO 2500-EXIT
009440     END-IF.
009450     COMPUTE WS-DATES-TO-ROLL = WS-DATES-ACTIVE - WS-RETAIN.
009460     MOVE SPACES TO WS-RPT-PRINT-LINE.
009470     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
009480     MOVE "GENERATIONS PAST THE RETENTION" TO RPT-TX-TEXT.
009490     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
009500     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
009510     MOVE 0 TO WS-DATES-SEEN.
009520     MOVE 0 TO WS-LAST-DATE.
009530     PERFORM 2550-START-CATALOG THRU 2550-EXIT.
009540     PERFORM 2520-ROLL-ONE-ENTRY THRU 2520-EXIT
009550         UNTIL WS-CAT-EOF.
009560     GO TO 2500-EXIT.
009570 2500-EXIT.
009580     EXIT.
009590*
009600 2510-COUNT-ONE-ENTRY.
009610     PERFORM 2560-READ-NEXT-ENTRY THRU 2560-EXIT.
009620     IF WS-CAT-EOF
009630         GO TO 2510-EXIT
009640     END-IF.
009650     IF NOT OCT-ACTIVE
009660         GO TO 2510-EXIT
009670     END-IF.
009680     IF OCT-BUS-DATE NOT = WS-LAST-DATE
009690         ADD 1 TO WS-DATES-ACTIVE
009700         MOVE OCT-BUS-DATE TO WS-LAST-DATE
009710     END-IF.
009720     GO TO 2510-EXIT.
009730 2510-EXIT.
009740     EXIT.
009750*
009760 2520-ROLL-ONE-ENTRY.
009770     PERFORM 2560-READ-NEXT-ENTRY THRU 2560-EXIT.
009780     IF WS-CAT-EOF
009790         GO TO 2520-EXIT
009800     END-IF.
009810     IF NOT OCT-ACTIVE
009820         GO TO 2520-EXIT
009830     END-IF.
009840     IF OCT-BUS-DATE NOT = WS-LAST-DATE
009850         ADD 1 TO WS-DATES-SEEN
009860         MOVE OCT-BUS-DATE TO WS-LAST-DATE
009870     END-IF.
009880     IF WS-DATES-SEEN > WS-DATES-TO-ROLL
009890         SET WS-CAT-EOF TO TRUE
009900         GO TO 2520-EXIT
009910     END-IF.
009920     MOVE OCT-GEN-NAME TO WS-GEN-NAME.
009930     OPEN OUTPUT GENERATION-FILE.
009940     IF WS-GEN-STATUS = "00"
009950         CLOSE GENERATION-FILE
009960     END-IF.
009970     MOVE "X" TO OCT-STATUS.
009980     MOVE WS-RUN-DATE TO OCT-ROLLOFF-DATE.
009990     REWRITE FD-CATALOG-RECORD
010000         INVALID KEY
010010             PERFORM 7900-CATALOG-WRITE-FAILED THRU 7900-EXIT
010020     END-REWRITE.
010030     ADD 1 TO WS-GENS-ROLLED.
010040     MOVE OCT-FILE-TYPE TO WS-TYPE-WORD.
010050     PERFORM 7050-TYPE-WORD THRU 7050-EXIT.
010060     MOVE OCT-FILE-NAME TO RPT-FL-FILE.
010070     MOVE WS-TYPE-WORD TO RPT-FL-TYPE.
010080     MOVE OCT-BUS-DATE TO WS-SE-DATE.
010090     MOVE 0 TO WS-SE-TIME.
010100     PERFORM 7030-EDIT-STAMP THRU 7030-EXIT.
010110     MOVE WS-SE-OUT-DATE TO RPT-FL-BUS-DATE.
010120     MOVE OCT-RECORD-COUNT TO RPT-FL-RECORDS.
010130     MOVE OCT-HASH-TOTAL TO RPT-FL-HASH.
010140     MOVE OCT-GEN-NAME TO RPT-FL-GEN.
010150     MOVE "ROLLED OFF - GENERATION EMPTIED" TO RPT-FL-ACTION.
010160     PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT.
010170     GO TO 2520-EXIT.
010180 2520-EXIT.
010190     EXIT.
010200*
010210 2550-START-CATALOG.
010220     MOVE "N" TO WS-CAT-EOF-SW.
010230     MOVE LOW-VALUES TO OCT-KEY.
010240     START OUTPUT-CATALOG KEY NOT < OCT-KEY
010250         INVALID KEY SET WS-CAT-EOF TO TRUE
010260     END-START.
010270     GO TO 2550-EXIT.
010280 2550-EXIT.
010290     EXIT.
010300*
010310 2560-READ-NEXT-ENTRY.
010320     READ OUTPUT-CATALOG NEXT RECORD
010330         AT END SET WS-CAT-EOF TO TRUE
010340     END-READ.
010350     IF WS-CAT-EOF
010360         GO TO 2560-EXIT
010370     END-IF.
010380     IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "02"
010390         DISPLAY "OUTPUT CATALOG READ ERROR - STATUS "
010400             WS-CAT-STATUS
010410         SET WS-CAT-EOF TO TRUE
010420         MOVE 16 TO WS-JOB-RC
010430     END-IF.
010440     GO TO 2560-EXIT.
010450 2560-EXIT.
010460     EXIT.
010470*
010480*================================================================*
010490*    3000 - LIST THE CATALOG                                     *
010500*================================================================*
010510*    EVERY ENTRY, OR ONE BUSINESS DATE'S, IN CATALOG ORDER.
010520 3000-LIST-CATALOG.
010530     MOVE SPACES TO RPT-TX-TEXT.
010540     IF WS-SEL-BUS-DATE = 0
010550         MOVE "OUTPUT CATALOG - ALL BUSINESS DATES"
010560             TO RPT-TX-TEXT
010570     ELSE
010580         MOVE WS-SEL-BUS-DATE TO WS-SE-DATE
010590         MOVE 0 TO WS-SE-TIME
010600         PERFORM 7030-EDIT-STAMP THRU 7030-EXIT
010610         STRING "OUTPUT CATALOG - BUSINESS DATE "
010620             WS-SE-OUT-DATE
010630             DELIMITED BY SIZE INTO RPT-TX-TEXT
010640         END-STRING
010650     END-IF.
010660     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
010670     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
010680     MOVE SPACES TO WS-RPT-PRINT-LINE.
010690     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
010700     MOVE WS-RPT-LIST-HEADER TO WS-RPT-PRINT-LINE.
010710     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
010720     MOVE "N" TO WS-CAT-EOF-SW.
010730     MOVE WS-SEL-BUS-DATE TO OCT-BUS-DATE.
010740     MOVE LOW-VALUES TO OCT-FILE-NAME.
010750     START OUTPUT-CATALOG KEY NOT < OCT-KEY
010760         INVALID KEY SET WS-CAT-EOF TO TRUE
010770     END-START.
010780     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
010790         UNTIL WS-CAT-EOF.
010800     IF WS-ENTRIES-LISTED = 0
010810         MOVE "  NOTHING ON THE CATALOG" TO RPT-TX-TEXT
010820         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
010830         PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT
010840         IF WS-JOB-RC < 4
010850             MOVE 4 TO WS-JOB-RC
010860         END-IF
010870     END-IF.
010880     GO TO 3000-EXIT.
010890 3000-EXIT.
010900     EXIT.
010910*
010920 3100-LIST-ONE-ENTRY.
010930     PERFORM 2560-READ-NEXT-ENTRY THRU 2560-EXIT.
010940     IF WS-CAT-EOF
010950         GO TO 3100-EXIT
010960     END-IF.
010970     IF WS-SEL-BUS-DATE NOT = 0
010980        AND OCT-BUS-DATE NOT = WS-SEL-BUS-DATE
010990         SET WS-CAT-EOF TO TRUE
011000         GO TO 3100-EXIT
011010     END-IF.
011020     ADD 1 TO WS-ENTRIES-LISTED.
011030     MOVE OCT-FILE-NAME TO RPT-LS-FILE.
011040     MOVE OCT-BUS-DATE TO WS-SE-DATE.
011050     MOVE 0 TO WS-SE-TIME.
011060     PERFORM 7030-EDIT-STAMP THRU 7030-EXIT.
011070     MOVE WS-SE-OUT-DATE TO RPT-LS-BUS-DATE.
011080     MOVE OCT-RECORD-COUNT TO RPT-LS-RECORDS.
011090     MOVE OCT-HASH-TOTAL TO RPT-LS-HASH.
011100     MOVE OCT-ARCH-DATE TO WS-SE-DATE.
011110     MOVE OCT-ARCH-TIME TO WS-SE-TIME.
011120     PERFORM 7030-EDIT-STAMP THRU 7030-EXIT.
011130     MOVE WS-SE-STAMP-OUT TO RPT-LS-ARCHIVED.
011140     IF OCT-ACTIVE
011150         MOVE "ON HAND" TO RPT-LS-STATUS
011160     ELSE
011170         MOVE "ROLLED OFF" TO RPT-LS-STATUS
011180     END-IF.
011190     IF OCT-CERTIFIED = "Y"
011200         MOVE "YES" TO RPT-LS-CERTIFIED
011210     ELSE
011220         MOVE "NO" TO RPT-LS-CERTIFIED
011230     END-IF.
011240     MOVE OCT-REPRINT-COUNT TO RPT-LS-REPRINTS.
011250     MOVE OCT-RESEND-COUNT TO RPT-LS-RESENDS.
011260     MOVE OCT-GEN-NAME TO RPT-LS-GEN.
011270     MOVE WS-RPT-LIST-LINE TO WS-RPT-PRINT-LINE.
011280     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
011290     GO TO 3100-EXIT.
011300 3100-EXIT.
011310     EXIT.
011320*
011330*================================================================*
011340*    4000 - REPRINT AN ARCHIVED REPORT                           *
011350*================================================================*
011360 4000-REPRINT-REPORT.
011370     PERFORM 6000-FIND-GENERATION THRU 6000-EXIT.
011380     IF NOT WS-GEN-USABLE
011390         GO TO 4000-EXIT
011400     END-IF.
011410     MOVE WS-SEL-GEN-NAME TO WS-GEN-NAME.
011420     OPEN INPUT GENERATION-FILE.
011430     IF WS-GEN-STATUS NOT = "00"
011440         MOVE "GENERATION COULD NOT BE REOPENED - NOT REPRINTED"
011450             TO RPT-FL-ACTION
011460         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
011470         MOVE 16 TO WS-JOB-RC
011480         GO TO 4000-EXIT
011490     END-IF.
011500     OPEN OUTPUT REPRINT-FILE.
011501     IF WS-RPR-STATUS NOT = "00"
011502         CLOSE GENERATION-FILE
011503         MOVE SPACES TO RPT-FL-ACTION
011504         STRING "REPRINT FILE NOT OPENED - STATUS " WS-RPR-STATUS
011505             DELIMITED BY SIZE INTO RPT-FL-ACTION
011506         END-STRING
011507         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
011508         MOVE 16 TO WS-JOB-RC
011509         GO TO 4000-EXIT
011510     END-IF.
011511     MOVE WS-SEL-FILE-NAME TO RPB-FILE.
011520     MOVE RPT-FL-BUS-DATE TO RPB-BUS-DATE.
011530     MOVE WS-SEL-ARCH-DATE TO WS-SE-DATE.
011540     MOVE WS-SEL-ARCH-TIME TO WS-SE-TIME.
011550     PERFORM 7030-EDIT-STAMP THRU 7030-EXIT.
011560     MOVE WS-SE-STAMP-OUT TO RPB-ARCHIVED.
011570     MOVE WS-RUN-DATE TO WS-SE-DATE.
011580     MOVE WS-RUN-HHMMSS TO WS-SE-TIME.
011590     PERFORM 7030-EDIT-STAMP THRU 7030-EXIT.
011600     MOVE WS-SE-STAMP-OUT TO RPB-REPRINTED.
011610     WRITE FD-REPRINT-LINE FROM WS-REPRINT-BANNER.
011620     MOVE "N" TO WS-GEN-EOF-SW.
011630     PERFORM 4100-REPRINT-ONE-LINE THRU 4100-EXIT
011640         UNTIL WS-GEN-EOF.
011650     CLOSE GENERATION-FILE.
011660     CLOSE REPRINT-FILE.
011670     PERFORM 6500-RECORD-USE THRU 6500-EXIT.
011680     MOVE "REPRINTED TO THE REPRINT FILE" TO RPT-FL-ACTION.
011690     PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT.
011700     GO TO 4000-EXIT.
011710 4000-EXIT.
011720     EXIT.
011730*
011740 4100-REPRINT-ONE-LINE.
011750     MOVE SPACES TO FD-GEN-RECORD.
011760     READ GENERATION-FILE
011770         AT END SET WS-GEN-EOF TO TRUE
011780     END-READ.
011790     IF WS-GEN-EOF
011800         GO TO 4100-EXIT
011810     END-IF.
011820     WRITE FD-REPRINT-LINE FROM FD-GEN-RECORD.
011830     GO TO 4100-EXIT.
011840 4100-EXIT.
011850     EXIT.
011860*
011870*================================================================*
011880*    5000 - RE-STAGE AN ARCHIVED EXTRACT AS A RE-SEND            *
011890*================================================================*
011900*    THE GENERATION GOES BACK UNDER THE EXTRACT'S OWN STAGING
011910*    NAME, EVERY RECORD CARRYING THE RE-SEND FLAG.  WHATEVER IS
011920*    STAGED THERE NOW IS OVERWRITTEN, SO IT MUST FIRST BE PROVED
011930*    SAFE IN THE ARCHIVE.
011940 5000-RESTAGE-EXTRACT.
011950     PERFORM 6000-FIND-GENERATION THRU 6000-EXIT.
011960     IF NOT WS-GEN-USABLE
011970         GO TO 5000-EXIT
011980     END-IF.
011990     PERFORM 5100-CHECK-STAGED-COPY THRU 5100-EXIT.
012000     IF NOT WS-LIVE-SAFE
012010         MOVE "REFUSED - STAGED FILE NOT YET ARCHIVED"
012020             TO RPT-FL-ACTION
012030         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
012040         MOVE SPACES TO RPT-TX-TEXT
012050         STRING "  THE " WS-SEL-FILE-NAME " NOW STAGED MATCHES"
012060             " NO GENERATION ON HAND - RUN OUTARCH ARCHIVE"
012070             " FIRST"
012080             DELIMITED BY SIZE INTO RPT-TX-TEXT
012090         END-STRING
012100         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
012110         PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT
012115         IF WS-JOB-RC < 8
012120             MOVE 8 TO WS-JOB-RC
012125         END-IF
012130         GO TO 5000-EXIT
012140     END-IF.
012150     MOVE WS-SEL-GEN-NAME TO WS-GEN-NAME.
012160     OPEN INPUT GENERATION-FILE.
012170     IF WS-GEN-STATUS NOT = "00"
012180         MOVE "GENERATION COULD NOT BE REOPENED - NOT RE-SENT"
012190             TO RPT-FL-ACTION
012200         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
012210         MOVE 16 TO WS-JOB-RC
012220         GO TO 5000-EXIT
012230     END-IF.
012240     MOVE WS-SEL-FILE-NAME TO WS-LIVE-NAME.
012250     OPEN OUTPUT LIVE-FILE.
012260     IF WS-LIVE-STATUS NOT = "00"
012270         CLOSE GENERATION-FILE
012280         MOVE SPACES TO RPT-FL-ACTION
012290         STRING "STAGING FILE NOT OPENED - STATUS "
012300             WS-LIVE-STATUS
012310             DELIMITED BY SIZE INTO RPT-FL-ACTION
012320         END-STRING
012330         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
012340         MOVE 16 TO WS-JOB-RC
012350         GO TO 5000-EXIT
012360     END-IF.
012370     MOVE "N" TO WS-GEN-EOF-SW.
012380     PERFORM 5200-RESTAGE-ONE-RECORD THRU 5200-EXIT
012390         UNTIL WS-GEN-EOF.
012400     CLOSE GENERATION-FILE.
012410     CLOSE LIVE-FILE.
012420     PERFORM 6500-RECORD-USE THRU 6500-EXIT.
012430     MOVE SPACES TO RPT-FL-ACTION.
012440     STRING "RE-STAGED AS " WS-SEL-FILE-NAME
012450         " - FLAGGED AS A RE-SEND"
012460         DELIMITED BY SIZE INTO RPT-FL-ACTION
012470     END-STRING.
012480     PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT.
012490     GO TO 5000-EXIT.
012500 5000-EXIT.
012510     EXIT.
012520*
012530*    NOTHING STAGED IS SAFE TO OVERWRITE.  OTHERWISE THE STAGED
012540*    FILE MUST AGREE IN COUNT AND HASH WITH SOME GENERATION OF
012550*    THE SAME FILE STILL ON HAND.  THE FLAG IS NOT A DIGIT, SO
012560*    AN EARLIER RE-SEND STILL STAGED PROVES AGAINST ITS OWN
012570*    GENERATION.
012580 5100-CHECK-STAGED-COPY.
012590     MOVE "N" TO WS-LIVE-SAFE-SW.
012600     MOVE WS-SEL-FILE-NAME TO WS-LIVE-NAME.
012610     OPEN INPUT LIVE-FILE.
012620     IF WS-LIVE-STATUS = "35"
012630         SET WS-LIVE-SAFE TO TRUE
012640         GO TO 5100-EXIT
012650     END-IF.
012660     IF WS-LIVE-STATUS NOT = "00"
012670         GO TO 5100-EXIT
012680     END-IF.
012690     MOVE 0 TO WS-COPY-COUNT.
012700     MOVE 0 TO WS-COPY-HASH.
012710     MOVE "N" TO WS-LIVE-EOF-SW.
012720     PERFORM 5110-HASH-ONE-STAGED-RECORD THRU 5110-EXIT
012730         UNTIL WS-LIVE-EOF.
012740     CLOSE LIVE-FILE.
012750     MOVE WS-COPY-COUNT TO WS-LIVE-COUNT.
012760     MOVE WS-COPY-HASH TO WS-LIVE-HASH.
012770     PERFORM 2550-START-CATALOG THRU 2550-EXIT.
012780     PERFORM 5120-MATCH-ONE-GENERATION THRU 5120-EXIT
012790         UNTIL WS-CAT-EOF
012800            OR WS-LIVE-SAFE.
012810     GO TO 5100-EXIT.
012820 5100-EXIT.
012830     EXIT.
012840*
012850 5110-HASH-ONE-STAGED-RECORD.
012860     MOVE SPACES TO FD-LIVE-RECORD.
012870     READ LIVE-FILE
012880         AT END SET WS-LIVE-EOF TO TRUE
012890     END-READ.
012900     IF WS-LIVE-EOF
012910         GO TO 5110-EXIT
012920     END-IF.
012930     MOVE FD-LIVE-RECORD TO WS-COPY-RECORD.
012940     PERFORM 6200-HASH-ONE-RECORD THRU 6200-EXIT.
012950     GO TO 5110-EXIT.
012960 5110-EXIT.
012970     EXIT.
012980*
012990 5120-MATCH-ONE-GENERATION.
013000     PERFORM 2560-READ-NEXT-ENTRY THRU 2560-EXIT.
013010     IF WS-CAT-EOF
013020         GO TO 5120-EXIT
013030     END-IF.
013040     IF OCT-FILE-NAME = WS-SEL-FILE-NAME
013050        AND OCT-ACTIVE
013060        AND OCT-RECORD-COUNT = WS-LIVE-COUNT
013070        AND OCT-HASH-TOTAL = WS-LIVE-HASH
013080         SET WS-LIVE-SAFE TO TRUE
013090     END-IF.
013100     GO TO 5120-EXIT.
013110 5120-EXIT.
013120     EXIT.
013130*
013140*    A BLANK LINE IS COPIED AS IT STANDS; EVERY OTHER RECORD
013150*    TAKES THE FLAG AT ITS LAYOUT'S POSITION.
013160 5200-RESTAGE-ONE-RECORD.
013170     MOVE SPACES TO FD-GEN-RECORD.
013180     READ GENERATION-FILE
013190         AT END SET WS-GEN-EOF TO TRUE
013200     END-READ.
013210     IF WS-GEN-EOF
013220         GO TO 5200-EXIT
013230     END-IF.
013240     MOVE FD-GEN-RECORD TO WS-COPY-RECORD.
013250     IF WS-COPY-RECORD NOT = SPACES
013260         IF WS-FIL-LOYALTY(WS-SEL-FIL-IDX)
013270             MOVE "R" TO CPY-LOY-RESEND-FLAG
013280         ELSE
013290             MOVE "R" TO CPY-GL-RESEND-FLAG
013300         END-IF
013310     END-IF.
013320     WRITE FD-LIVE-RECORD FROM WS-COPY-RECORD.
013330     GO TO 5200-EXIT.
013340 5200-EXIT.
013350     EXIT.
013360*
013370*================================================================*
013380*    6000 - GENERATION HANDLING SHARED BY THE MODES              *
013390*================================================================*
013400*    FIND THE CATALOG ENTRY ASKED FOR AND PROVE ITS GENERATION
013410*    STILL HOLDS WHAT WAS ARCHIVED.  THE REPORT LINE IS LEFT
013420*    FILLED IN FOR THE CALLER'S ACTION.
013430 6000-FIND-GENERATION.
013440     MOVE "N" TO WS-GEN-USABLE-SW.
013450     MOVE WS-SEL-BUS-DATE TO WS-SE-DATE.
013460     MOVE 0 TO WS-SE-TIME.
013470     PERFORM 7030-EDIT-STAMP THRU 7030-EXIT.
013480     MOVE SPACES TO RPT-TX-TEXT.
013490     IF WS-MODE-REPRINT
013500         STRING "REPRINT OF " WS-SEL-FILE-NAME
013510             " FOR BUSINESS DATE " WS-SE-OUT-DATE
013520             DELIMITED BY SIZE INTO RPT-TX-TEXT
013530         END-STRING
013540     ELSE
013550         STRING "RE-SEND OF " WS-SEL-FILE-NAME
013560             " FOR BUSINESS DATE " WS-SE-OUT-DATE
013570             DELIMITED BY SIZE INTO RPT-TX-TEXT
013580         END-STRING
013590     END-IF.
013600     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
013610     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
013620     MOVE SPACES TO WS-RPT-PRINT-LINE.
013630     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
013640     MOVE WS-RPT-FILE-HEADER TO WS-RPT-PRINT-LINE.
013650     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
013660     MOVE WS-FIL-TYPE(WS-SEL-FIL-IDX) TO WS-TYPE-WORD.
013670     PERFORM 7050-TYPE-WORD THRU 7050-EXIT.
013680     MOVE WS-SEL-FILE-NAME TO RPT-FL-FILE.
013690     MOVE WS-TYPE-WORD TO RPT-FL-TYPE.
013700     MOVE WS-SE-OUT-DATE TO RPT-FL-BUS-DATE.
013710     MOVE 0 TO RPT-FL-RECORDS.
013720     MOVE 0 TO RPT-FL-HASH.
013730     MOVE SPACES TO RPT-FL-GEN.
013740     MOVE WS-SEL-BUS-DATE TO OCT-BUS-DATE.
013750     MOVE WS-SEL-FILE-NAME TO OCT-FILE-NAME.
013760     READ OUTPUT-CATALOG
013770         INVALID KEY
013780             MOVE "NOT ON THE CATALOG FOR THAT DATE"
013790                 TO RPT-FL-ACTION
013800             PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
013805             IF WS-JOB-RC < 4
013810                 MOVE 4 TO WS-JOB-RC
013815             END-IF
013820             GO TO 6000-EXIT
013830     END-READ.
013840     MOVE OCT-GEN-NAME TO WS-SEL-GEN-NAME.
013850     MOVE OCT-RECORD-COUNT TO WS-SEL-RECORD-COUNT.
013860     MOVE OCT-HASH-TOTAL TO WS-SEL-HASH-TOTAL.
013870     MOVE OCT-ARCH-DATE TO WS-SEL-ARCH-DATE.
013880     MOVE OCT-ARCH-TIME TO WS-SEL-ARCH-TIME.
013890     MOVE OCT-RECORD-COUNT TO RPT-FL-RECORDS.
013900     MOVE OCT-HASH-TOTAL TO RPT-FL-HASH.
013910     MOVE OCT-GEN-NAME TO RPT-FL-GEN.
013920     IF OCT-ROLLED-OFF
013930         MOVE OCT-ROLLOFF-DATE TO WS-SE-DATE
013940         MOVE 0 TO WS-SE-TIME
013950         PERFORM 7030-EDIT-STAMP THRU 7030-EXIT
013960         MOVE SPACES TO RPT-FL-ACTION
013970         STRING "ROLLED OFF " WS-SE-OUT-DATE
013980             " - NO LONGER ON HAND"
013990             DELIMITED BY SIZE INTO RPT-FL-ACTION
014000         END-STRING
014010         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
014015         IF WS-JOB-RC < 4
014020             MOVE 4 TO WS-JOB-RC
014025         END-IF
014030         GO TO 6000-EXIT
014040     END-IF.
014050     PERFORM 6300-PROVE-GENERATION THRU 6300-EXIT.
014060     GO TO 6000-EXIT.
014070 6000-EXIT.
014080     EXIT.
014090*
014100 6100-BUILD-GEN-NAME.
014110     MOVE SPACES TO WS-GEN-NAME.
014120     STRING WS-LIVE-NAME DELIMITED BY SPACE
014130         ".D" WS-GEN-DATE DELIMITED BY SIZE
014140         INTO WS-GEN-NAME
014150     END-STRING.
014160     GO TO 6100-EXIT.
014170 6100-EXIT.
014180     EXIT.
014190*
014200*    THE HASH TOTAL - EACH DIGIT IN THE RECORD ADDS ITS OWN
014210*    VALUE.  THE RECORD IS COUNTED HERE AS WELL.
014220 6200-HASH-ONE-RECORD.
014230     MOVE 0 TO WS-DT-1 WS-DT-2 WS-DT-3 WS-DT-4 WS-DT-5
014240               WS-DT-6 WS-DT-7 WS-DT-8 WS-DT-9.
014250     INSPECT WS-COPY-RECORD TALLYING
014260         WS-DT-1 FOR ALL "1"
014270         WS-DT-2 FOR ALL "2"
014280         WS-DT-3 FOR ALL "3"
014290         WS-DT-4 FOR ALL "4"
014300         WS-DT-5 FOR ALL "5"
014310         WS-DT-6 FOR ALL "6"
014320         WS-DT-7 FOR ALL "7"
014330         WS-DT-8 FOR ALL "8"
014340         WS-DT-9 FOR ALL "9".
014350     COMPUTE WS-COPY-HASH = WS-COPY-HASH
014360         + WS-DT-1 + (2 * WS-DT-2) + (3 * WS-DT-3)
014370         + (4 * WS-DT-4) + (5 * WS-DT-5) + (6 * WS-DT-6)
014380         + (7 * WS-DT-7) + (8 * WS-DT-8) + (9 * WS-DT-9).
014390     ADD 1 TO WS-COPY-COUNT.
014400     GO TO 6200-EXIT.
014410 6200-EXIT.
014420     EXIT.
014430*
014440*    THE GENERATION IS READ THROUGH AND ITS COUNT AND HASH
014450*    CHECKED AGAINST THE CATALOG BEFORE ANYTHING IS WRITTEN
014460*    FROM IT.
014470 6300-PROVE-GENERATION.
014480     MOVE WS-SEL-GEN-NAME TO WS-GEN-NAME.
014490     OPEN INPUT GENERATION-FILE.
014500     IF WS-GEN-STATUS NOT = "00"
014510         MOVE SPACES TO RPT-FL-ACTION
014520         STRING "GENERATION FILE MISSING - STATUS "
014530             WS-GEN-STATUS
014540             DELIMITED BY SIZE INTO RPT-FL-ACTION
014550         END-STRING
014560         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
014565         IF WS-JOB-RC < 8
014570             MOVE 8 TO WS-JOB-RC
014575         END-IF
014580         GO TO 6300-EXIT
014590     END-IF.
014600     MOVE 0 TO WS-COPY-COUNT.
014610     MOVE 0 TO WS-COPY-HASH.
014620     MOVE "N" TO WS-GEN-EOF-SW.
014630     PERFORM 6310-HASH-ONE-GEN-RECORD THRU 6310-EXIT
014640         UNTIL WS-GEN-EOF.
014650     CLOSE GENERATION-FILE.
014660     IF WS-COPY-COUNT NOT = WS-SEL-RECORD-COUNT
014670        OR WS-COPY-HASH NOT = WS-SEL-HASH-TOTAL
014680         MOVE "GENERATION FAILS ITS CATALOG PROOF - NOT USED"
014690             TO RPT-FL-ACTION
014700         PERFORM 7060-PRINT-FILE-LINE THRU 7060-EXIT
014710         MOVE WS-COPY-COUNT TO WS-EDIT-COUNT
014720         MOVE SPACES TO RPT-TX-TEXT
014730         STRING "  GENERATION NOW HOLDS " WS-EDIT-COUNT
014740             " RECORDS"
014750             DELIMITED BY SIZE INTO RPT-TX-TEXT
014760         END-STRING
014770         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
014780         PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT
014785         IF WS-JOB-RC < 8
014790             MOVE 8 TO WS-JOB-RC
014795         END-IF
014800         GO TO 6300-EXIT
014810     END-IF.
014820     SET WS-GEN-USABLE TO TRUE.
014830     GO TO 6300-EXIT.
014840 6300-EXIT.
014850     EXIT.
014860*
014870 6310-HASH-ONE-GEN-RECORD.
014880     MOVE SPACES TO FD-GEN-RECORD.
014890     READ GENERATION-FILE
014900         AT END SET WS-GEN-EOF TO TRUE
014910     END-READ.
014920     IF WS-GEN-EOF
014930         GO TO 6310-EXIT
014940     END-IF.
014950     MOVE FD-GEN-RECORD TO WS-COPY-RECORD.
014960     PERFORM 6200-HASH-ONE-RECORD THRU 6200-EXIT.
014970     GO TO 6310-EXIT.
014980 6310-EXIT.
014990     EXIT.
015000*
015010*    THE CATALOG ENTRY IS READ AGAIN (THE RE-SEND CHECK MAY
015020*    HAVE SWEPT THE CATALOG SINCE) AND THE USE COUNTED.
015030 6500-RECORD-USE.
015040     MOVE WS-SEL-BUS-DATE TO OCT-BUS-DATE.
015050     MOVE WS-SEL-FILE-NAME TO OCT-FILE-NAME.
015060     READ OUTPUT-CATALOG
015070         INVALID KEY
015080             PERFORM 7900-CATALOG-WRITE-FAILED THRU 7900-EXIT
015090             GO TO 6500-EXIT
015100     END-READ.
015110     IF WS-MODE-REPRINT
015120         IF OCT-REPRINT-COUNT < 999
015130             ADD 1 TO OCT-REPRINT-COUNT
015140         END-IF
015150     ELSE
015160         IF OCT-RESEND-COUNT < 999
015170             ADD 1 TO OCT-RESEND-COUNT
015180         END-IF
015190     END-IF.
015200     MOVE WS-RUN-DATE TO OCT-LAST-USE-DATE.
015210     MOVE WS-RUN-HHMMSS TO OCT-LAST-USE-TIME.
015220     REWRITE FD-CATALOG-RECORD
015230         INVALID KEY
015240             PERFORM 7900-CATALOG-WRITE-FAILED THRU 7900-EXIT
015250     END-REWRITE.
015260     GO TO 6500-EXIT.
015270 6500-EXIT.
015280     EXIT.
015290*
015300*================================================================*
015310*    7000 - REPORT WRITING                                       *
015320*================================================================*
015330 7010-RPT-PAGE-HEADING.
015340     ADD 1 TO WS-RPT-PAGE.
015350     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
015360     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
015370     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
015380     WRITE FD-ARCHIVE-LINE FROM WS-RPT-HEADING-1.
015390     MOVE SPACES TO FD-ARCHIVE-LINE.
015400     WRITE FD-ARCHIVE-LINE.
015410     MOVE 2 TO WS-RPT-LINE-CNT.
015420     GO TO 7010-EXIT.
015430 7010-EXIT.
015440     EXIT.
015450*
015460 7020-WRITE-RPT-LINE.
015470     IF WS-RPT-LINE-CNT > 55
015480         PERFORM 7010-RPT-PAGE-HEADING THRU 7010-EXIT
015490     END-IF.
015500     WRITE FD-ARCHIVE-LINE FROM WS-RPT-PRINT-LINE.
015510     ADD 1 TO WS-RPT-LINE-CNT.
015520     GO TO 7020-EXIT.
015530 7020-EXIT.
015540     EXIT.
015550*
015560 7030-EDIT-STAMP.
015570     IF WS-SE-DATE = 0
015580         MOVE WS-SE-BLANK-STAMP TO WS-SE-STAMP-OUT
015590         GO TO 7030-EXIT
015600     END-IF.
015610     MOVE WS-SE-MM TO WS-SE-OUT-MM.
015620     MOVE WS-SE-DD TO WS-SE-OUT-DD.
015630     MOVE WS-SE-YYYY TO WS-SE-OUT-YYYY.
015640     MOVE WS-SE-HH TO WS-SE-OUT-HH.
015650     MOVE WS-SE-MI TO WS-SE-OUT-MI.
015660     MOVE WS-SE-SS TO WS-SE-OUT-SS.
015670     GO TO 7030-EXIT.
015680 7030-EXIT.
015690     EXIT.
015700*
015710 7040-PRINT-TOTAL-LINE.
015720     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
015730     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
015740     GO TO 7040-EXIT.
015750 7040-EXIT.
015760     EXIT.
015770*
015780*    A FILE TYPE CODE AS A WORD FOR THE REPORT.
015790 7050-TYPE-WORD.
015800     EVALUATE WS-TYPE-WORD
015810         WHEN "R"
015820             MOVE "REPORT" TO WS-TYPE-WORD
015830         WHEN "L"
015840             MOVE "EXTRACT" TO WS-TYPE-WORD
015850         WHEN "G"
015860             MOVE "EXTRACT" TO WS-TYPE-WORD
015870         WHEN "K"
015880             MOVE "RECORD" TO WS-TYPE-WORD
015890         WHEN OTHER
015900             MOVE "UNKNOWN" TO WS-TYPE-WORD
015910     END-EVALUATE.
015920     GO TO 7050-EXIT.
015930 7050-EXIT.
015940     EXIT.
015950*
015960 7060-PRINT-FILE-LINE.
015970     MOVE WS-RPT-FILE-LINE TO WS-RPT-PRINT-LINE.
015980     PERFORM 7020-WRITE-RPT-LINE THRU 7020-EXIT.
015990     GO TO 7060-EXIT.
016000 7060-EXIT.
016010     EXIT.
016020*
016030 7900-CATALOG-WRITE-FAILED.
016040     DISPLAY "OUTPUT CATALOG NOT UPDATED FOR " OCT-FILE-NAME
016050         " " OCT-BUS-DATE " - STATUS " WS-CAT-STATUS.
016060     MOVE 16 TO WS-JOB-RC.
016070     GO TO 7900-EXIT.
016080 7900-EXIT.
016090     EXIT.
016100*
016110*================================================================*
016120*    8000 - FINALIZATION                                         *
016130*================================================================*
016140 8000-FINALIZE.
016150     DISPLAY "OUTPUT ARCHIVE COMPLETE - " WS-RUN-MODE.
016160     IF WS-MODE-ARCHIVE
016170         DISPLAY "  BUSINESS DATE: " WS-SEL-BUS-DATE
016180             "  FILES ARCHIVED: " WS-FILES-ARCHIVED
016190             "  ROLLED OFF: " WS-GENS-ROLLED
016200     END-IF.
016210     DISPLAY "  RETURN CODE: " WS-JOB-RC.
016220     CLOSE OUTPUT-CATALOG.
016230     CLOSE ARCHIVE-RPT.
016240     GO TO 8000-EXIT.
016250 8000-EXIT.
016260     EXIT.
