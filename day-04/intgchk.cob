000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. intgchk.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - WEEKLY CROSS-FILE          *
000120*                 INTEGRITY VERIFIER.  SWEEPS THE REDEMPTION    *
000130*                 REGISTER AND THE SCORED-CARD MASTER SIDE BY   *
000140*                 SIDE AND REPORTS ORPHANS ON EITHER SIDE,      *
000150*                 FIELD MISMATCHES BETWEEN THEM, MASTER RECORDS *
000160*                 THAT NO LONGER RE-SCORE TO THEIR STORED MATCH *
000170*                 COUNT AND CARD VALUE, OPEN DISPUTE CASES WITH *
000180*                 NO MASTER RECORD, AND ARCHIVE RECORDS         *
000190*                 (REGARCH, SCMARCH) THAT ARE STILL LIVE.       *
000200*                 REPORT ON INTGRPT; RC 8 WHEN ANYTHING IS      *
000210*                 FOUND.                                        *
000220*---------------------------------------------------------------*
000230*
000240*    NO PARAMETERS.  RUN IT AFTER THE DAY'S MERGE HAS APPLIED
000250*    ANY DEFERRED UPDATES - A DEFERRED SCORING RUN CHANGES
000260*    NEITHER LIVE FILE, SO THE TWO STILL AGREE UNTIL THE MERGE
000270*    APPLIES BOTH SIDES.  NOTHING IS CHANGED; EVERY FILE IS
000280*    OPENED FOR INPUT.
000290*
000300*    A CARD RESTORED BY THE ARCHIVE PROGRAM COMES BACK TO THE
000310*    MASTER ONLY (ITS REGISTER ENTRY STAYS ARCHIVED), SO IT IS
000320*    LIVE, ON THE MASTER ARCHIVE AND WITHOUT A REGISTER ENTRY
000330*    ALL AT ONCE BY DESIGN.  THE ARCHIVES ARE CHECKED FIRST SO
000340*    SUCH A CARD IS LISTED AS RESTORED, FOR INFORMATION, AND
000350*    NOT AS AN ORPHAN.
000360*
000370*    RETURN CODES:  0  ALL CHECKS CLEAN
000380*                   8  INTEGRITY EXCEPTIONS ON THE REPORT
000390*                  16  A FILE COULD NOT BE READ
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT REDEMPTION-REGISTER
000450         ASSIGN TO "REDEMREG"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS REG-KEY
000490         FILE STATUS IS WS-REG-STATUS.
000500     SELECT SCORED-MASTER
000510         ASSIGN TO "SCOREMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SCM-KEY
000550         FILE STATUS IS WS-SCM-STATUS.
000560     SELECT DISPUTE-CASES
000570         ASSIGN TO "DSPCASE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS DSP-KEY
000610         FILE STATUS IS WS-DSP-STATUS.
000620     SELECT REGISTER-ARCHIVE
000630         ASSIGN TO "REGARCH"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RGA-STATUS.
000660     SELECT MASTER-ARCHIVE
000670         ASSIGN TO "SCMARCH"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SCA-STATUS.
000700     SELECT INTG-RPT
000710         ASSIGN TO "INTGRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*
000770*    SAME RECORD THE SCORING STEP WRITES - SEE ITS 2485.
000780 FD  REDEMPTION-REGISTER
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 53 CHARACTERS.
000810 01  FD-REGISTER-RECORD.
000820     05  REG-KEY.
000830         10  REG-PROMO-CODE       PIC X(04).
000840         10  REG-CARD-ID          PIC 9(05).
000850     05  REG-RUN-DATE             PIC 9(08).
000860     05  REG-DECK-ID              PIC X(10).
000870     05  REG-POINTS-VALUE         PIC 9(10).
000880     05  REG-RUN-TIME             PIC 9(06).
000890     05  REG-MEMBER-NO            PIC 9(09).
000900     05  FILLER                   PIC X(01).
000910*
000920*    SAME RECORD THE SCORING STEP WRITES - SEE ITS 2487.
000930 FD  SCORED-MASTER
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 453 CHARACTERS.
000960 01  FD-MASTER-RECORD.
000970     05  SCM-KEY.
000980         10  SCM-PROMO-CODE       PIC X(04).
000990         10  SCM-CARD-ID          PIC 9(05).
001000     05  SCM-RUN-DATE             PIC 9(08).
001010     05  SCM-DECK-ID              PIC X(10).
001020     05  SCM-WINNING-COUNT        PIC 9(02).
001030     05  SCM-HELD-COUNT           PIC 9(02).
001040     05  SCM-WINNING-NUMBERS      PIC 9(02) OCCURS 50 TIMES.
001050     05  SCM-HELD-NUMBERS         PIC 9(02) OCCURS 99 TIMES.
001060     05  SCM-HELD-MATCHED         PIC X(01) OCCURS 99 TIMES.
001070     05  SCM-MATCH-COUNT          PIC 9(03).
001080     05  SCM-CARD-VALUE           PIC 9(10).
001090     05  SCM-MEMBER-NO            PIC 9(09).
001100     05  FILLER                   PIC X(03).
001110*
001120*    SAME RECORD THE CASE ENTRY PROGRAM WRITES.
001130 FD  DISPUTE-CASES
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 100 CHARACTERS.
001160 01  FD-CASE-RECORD.
001170     05  DSP-KEY.
001180         10  DSP-PROMO-CODE       PIC X(04).
001190         10  DSP-CARD-ID          PIC 9(05).
001200     05  DSP-STATUS               PIC X(01).
001210         88  DSP-OPEN                       VALUE "O".
001220         88  DSP-CLOSED                     VALUE "C".
001230     05  DSP-OPEN-DATE            PIC 9(08).
001240     05  DSP-CLERK-ID             PIC X(03).
001250     05  DSP-DECK-ID              PIC X(10).
001260     05  DSP-MEMBER-NO            PIC 9(09).
001270     05  DSP-NOTE                 PIC X(40).
001280     05  DSP-CLOSE-DATE           PIC 9(08).
001290     05  DSP-RESOLUTION           PIC X(02).
001300     05  FILLER                   PIC X(10).
001310*
001320*    ARCHIVE RECORDS - THE LIVE RECORD PREFIXED WITH THE DATE
001330*    IT WAS ARCHIVED, AS THE ARCHIVE PROGRAM WRITES THEM.
001340 FD  REGISTER-ARCHIVE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 61 CHARACTERS.
001370 01  FD-REG-ARCHIVE-RECORD       PIC X(61).
001380*
001390 FD  MASTER-ARCHIVE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 461 CHARACTERS.
001420 01  FD-SCM-ARCHIVE-RECORD       PIC X(461).
001430*
001440 FD  INTG-RPT
001450     LABEL RECORDS ARE OMITTED
001460     RECORD CONTAINS 132 CHARACTERS.
001470 01  FD-INTG-LINE                PIC X(132).
001480*
001490 WORKING-STORAGE SECTION.
001500*
001510*---------------------------------------------------------------*
001520*    SWITCHES                                                   *
001530*---------------------------------------------------------------*
001540 77  WS-REG-STATUS                PIC X(02) VALUE "00".
001550 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
001560 77  WS-DSP-STATUS                PIC X(02) VALUE "00".
001570 77  WS-RGA-STATUS                PIC X(02) VALUE "00".
001580 77  WS-SCA-STATUS                PIC X(02) VALUE "00".
001590*
001600 77  WS-REG-EOF-SW                PIC X(01) VALUE "N".
001610     88  WS-REG-EOF                         VALUE "Y".
001620 77  WS-SCM-EOF-SW                PIC X(01) VALUE "N".
001630     88  WS-SCM-EOF                         VALUE "Y".
001640 77  WS-DSP-EOF-SW                PIC X(01) VALUE "N".
001650     88  WS-DSP-EOF                         VALUE "Y".
001660 77  WS-ARCH-EOF-SW               PIC X(01) VALUE "N".
001670     88  WS-ARCH-EOF                        VALUE "Y".
001680 77  WS-CASES-ON-FILE-SW          PIC X(01) VALUE "Y".
001690     88  WS-CASES-ON-FILE                   VALUE "Y".
001700 77  WS-RESTORED-FOUND-SW         PIC X(01) VALUE "N".
001710     88  WS-RESTORED-FOUND                  VALUE "Y".
001720 77  WS-PAIR-DIFFERS-SW           PIC X(01) VALUE "N".
001730     88  WS-PAIR-DIFFERS                    VALUE "Y".
001740 77  WS-RESCORE-DIFFERS-SW        PIC X(01) VALUE "N".
001750     88  WS-RESCORE-DIFFERS                 VALUE "Y".
001760 77  WS-WINNER-HIT-SW             PIC X(01) VALUE "N".
001770     88  WS-WINNER-HIT                      VALUE "Y".
001780 77  WS-RESCORE-OVFL-SW           PIC X(01) VALUE "N".
001790     88  WS-RESCORE-OVERFLOWED              VALUE "Y".
001800*
001810 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
001820*
001830*---------------------------------------------------------------*
001840*    COUNTERS                                                   *
001850*---------------------------------------------------------------*
001860 77  WS-REG-READ                  PIC 9(07) VALUE 0 COMP.
001870 77  WS-SCM-READ                  PIC 9(07) VALUE 0 COMP.
001880 77  WS-PAIRS-MATCHED             PIC 9(07) VALUE 0 COMP.
001890 77  WS-RGA-READ                  PIC 9(07) VALUE 0 COMP.
001900 77  WS-SCA-READ                  PIC 9(07) VALUE 0 COMP.
001910 77  WS-OPEN-CASES                PIC 9(07) VALUE 0 COMP.
001920*
001930 77  WS-REG-ORPHANS               PIC 9(07) VALUE 0 COMP.
001940 77  WS-SCM-ORPHANS               PIC 9(07) VALUE 0 COMP.
001950 77  WS-FIELD-MISMATCHES          PIC 9(07) VALUE 0 COMP.
001960 77  WS-RESCORE-FAILURES          PIC 9(07) VALUE 0 COMP.
001970 77  WS-DAMAGED-MASTERS           PIC 9(07) VALUE 0 COMP.
001980 77  WS-CASE-ORPHANS              PIC 9(07) VALUE 0 COMP.
001990 77  WS-RGA-STILL-LIVE            PIC 9(07) VALUE 0 COMP.
002000 77  WS-SCA-STILL-LIVE            PIC 9(07) VALUE 0 COMP.
002010 77  WS-RESTORED-DROPPED          PIC 9(07) VALUE 0 COMP.
002020 77  WS-EXCEPTION-TOTAL           PIC 9(07) VALUE 0 COMP.
002030*
002040 77  WS-WIN-IDX                   PIC 9(03) VALUE 0 COMP.
002050 77  WS-HELD-IDX                  PIC 9(03) VALUE 0 COMP.
002060 77  WS-DOUBLE-IDX                PIC 9(03) VALUE 0 COMP.
002070 77  WS-RST-IDX                   PIC 9(04) VALUE 0 COMP.
002080 77  WS-FLAG-MISMATCHES           PIC 9(03) VALUE 0 COMP.
002090 77  WS-RESCORE-MATCHES           PIC 9(03) VALUE 0 COMP.
002100 77  WS-RESCORE-VALUE             PIC 9(10) VALUE 0 COMP.
002110*
002120 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
002130 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
002140*
002150*---------------------------------------------------------------*
002160*    RUN DATE AND TIME FOR THE REPORT HEADING.                  *
002170*---------------------------------------------------------------*
002180 01  WS-RUN-STAMP.
002190     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
002200     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002210         10  WS-RD-YYYY           PIC X(04).
002220         10  WS-RD-MM             PIC X(02).
002230         10  WS-RD-DD             PIC X(02).
002240     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
002250     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
002260         10  WS-RT-HH             PIC X(02).
002270         10  WS-RT-MM             PIC X(02).
002280         10  WS-RT-SS             PIC X(02).
002290         10  FILLER               PIC X(02).
002300*
002310 01  WS-EDITED-DATE.
002320     05  WS-ED-MM                 PIC X(02).
002330     05  FILLER                   PIC X(01) VALUE "/".
002340     05  WS-ED-DD                 PIC X(02).
002350     05  FILLER                   PIC X(01) VALUE "/".
002360     05  WS-ED-YYYY               PIC X(04).
002370*
002380 01  WS-EDITED-TIME.
002390     05  WS-ET-HH                 PIC X(02).
002400     05  FILLER                   PIC X(01) VALUE ":".
002410     05  WS-ET-MM                 PIC X(02).
002420     05  FILLER                   PIC X(01) VALUE ":".
002430     05  WS-ET-SS                 PIC X(02).
002440*
002450*---------------------------------------------------------------*
002460*    SIDE-BY-SIDE SWEEP KEYS - HIGH-VALUES ONCE A FILE IS AT    *
002470*    END, SO THE OTHER FILE'S REMAINING RECORDS ALL COME OUT    *
002480*    AS ORPHANS.                                                *
002490*---------------------------------------------------------------*
002500 01  WS-SWEEP-KEYS.
002510     05  WS-REG-CUR-KEY           PIC X(09) VALUE SPACES.
002520     05  WS-SCM-CUR-KEY           PIC X(09) VALUE SPACES.
002530*
002540*---------------------------------------------------------------*
002550*    ARCHIVE RECORD WORK AREAS - THE ARCHIVE DATE, THEN THE     *
002560*    LIVE RECORD AS IT STOOD WHEN IT WAS PURGED.                *
002570*---------------------------------------------------------------*
002580 01  WS-REG-ARCHIVE-AREA.
002590     05  RGA-ARCHIVE-DATE         PIC 9(08).
002600     05  RGA-KEY.
002610         10  RGA-PROMO-CODE       PIC X(04).
002620         10  RGA-CARD-ID          PIC 9(05).
002630         10  RGA-CARD-ID-X REDEFINES RGA-CARD-ID
002640                                  PIC X(05).
002650     05  RGA-RUN-DATE             PIC 9(08).
002660     05  RGA-DECK-ID              PIC X(10).
002670     05  FILLER                   PIC X(26).
002680*
002690 01  WS-SCM-ARCHIVE-AREA.
002700     05  SCA-ARCHIVE-DATE         PIC 9(08).
002710     05  SCA-MASTER-RECORD        PIC X(453).
002720 01  WS-SCM-ARCHIVE-FIELDS REDEFINES WS-SCM-ARCHIVE-AREA.
002730     05  FILLER                   PIC X(08).
002740     05  SCA-KEY.
002750         10  SCA-PROMO-CODE       PIC X(04).
002760         10  SCA-CARD-ID          PIC 9(05).
002770         10  SCA-CARD-ID-X REDEFINES SCA-CARD-ID
002780                                  PIC X(05).
002790     05  SCA-RUN-DATE             PIC 9(08).
002800     05  SCA-DECK-ID              PIC X(10).
002810     05  FILLER                   PIC X(426).
002820*
002830*---------------------------------------------------------------*
002840*    RESTORED CARDS - MASTER ARCHIVE COPIES FOUND LIVE WITH NO  *
002850*    REGISTER ENTRY.  THE SWEEP LOOKS EACH MASTER-ONLY RECORD   *
002860*    UP HERE BEFORE CALLING IT AN ORPHAN.  RESTORES COME ONE    *
002870*    DISPUTE AT A TIME, SO THE TABLE IS NEVER NEAR FULL; ONE    *
002880*    PAST CAPACITY IS COUNTED ON THE REPORT AND ITS CARD WILL   *
002890*    SHOW AS A MASTER ORPHAN.                                   *
002900*---------------------------------------------------------------*
002910 01  WS-RESTORED-TABLE.
002920     05  WS-RESTORED-COUNT        PIC 9(04) VALUE 0 COMP.
002930     05  WS-RESTORED-ENTRY        OCCURS 1000 TIMES.
002940         10  RST-KEY              PIC X(09).
002950*
002960*---------------------------------------------------------------*
002970*    FINDING DETAIL WORK FIELDS.                                *
002980*---------------------------------------------------------------*
002990 01  WS-FINDING-WORK.
003000     05  WS-FW-CHECK              PIC X(24).
003010     05  WS-FW-PROMO              PIC X(04).
003020     05  WS-FW-CARD-ID            PIC 9(05).
003030     05  WS-FW-DETAIL             PIC X(90).
003040     05  WS-FW-FIELD-NAME         PIC X(12).
003050     05  WS-FW-REG-VALUE          PIC X(10).
003060     05  WS-FW-SCM-VALUE          PIC X(10).
003070     05  WS-FW-STORED             PIC 9(10).
003080     05  WS-FW-RESCORED           PIC 9(10).
003090     05  WS-FW-COUNT              PIC 9(03).
003100*
003110*---------------------------------------------------------------*
003120*    REPORT PRINT LINES.                                        *
003130*---------------------------------------------------------------*
003140 01  WS-RPT-HEADING-1.
003150     05  FILLER                     PIC X(40) VALUE
003160         "REGISTER/MASTER INTEGRITY VERIFICATION".
003170     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
003180     05  RPT-H1-DATE                PIC X(10).
003190     05  FILLER                     PIC X(07) VALUE "  TIME ".
003200     05  RPT-H1-TIME                PIC X(08).
003210     05  FILLER                     PIC X(08) VALUE "   PAGE ".
003220     05  RPT-H1-PAGE                PIC ZZZ9.
003230     05  FILLER                     PIC X(45) VALUE SPACES.
003240*
003250 01  WS-RPT-SECTION-LINE.
003260     05  FILLER                     PIC X(04) VALUE "*** ".
003270     05  RPT-SC-TITLE               PIC X(60).
003280     05  FILLER                     PIC X(68) VALUE SPACES.
003290*
003300 01  WS-RPT-COL-HEADER.
003310     05  FILLER                     PIC X(26) VALUE "CHECK".
003320     05  FILLER                     PIC X(06) VALUE "PROMO".
003330     05  FILLER                     PIC X(07) VALUE "CARD".
003340     05  FILLER                     PIC X(93) VALUE "DETAIL".
003350*
003360 01  WS-RPT-FINDING-LINE.
003370     05  RPT-FD-CHECK               PIC X(24).
003380     05  FILLER                     PIC X(02) VALUE SPACES.
003390     05  RPT-FD-PROMO               PIC X(04).
003400     05  FILLER                     PIC X(02) VALUE SPACES.
003410     05  RPT-FD-CARD                PIC 9(05).
003420     05  FILLER                     PIC X(02) VALUE SPACES.
003430     05  RPT-FD-DETAIL              PIC X(90).
003440     05  FILLER                     PIC X(03) VALUE SPACES.
003450*
003460 01  WS-RPT-TOTAL-LINE.
003470     05  FILLER                     PIC X(02) VALUE SPACES.
003480     05  RPT-TL-LABEL               PIC X(40).
003490     05  RPT-TL-VALUE               PIC Z(6)9.
003500     05  FILLER                     PIC X(83) VALUE SPACES.
003510*
003520 01  WS-RPT-TEXT-LINE.
003530     05  RPT-TX-TEXT                PIC X(70).
003540     05  FILLER                     PIC X(62) VALUE SPACES.
003550*
003560 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
003570*
003580 PROCEDURE DIVISION.
003590*
003600*================================================================*
003610*    0000-MAINLINE                                               *
003620*================================================================*
003630 0000-MAINLINE.
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003650     PERFORM 2000-CHECK-ARCHIVES THRU 2000-EXIT.
003660     PERFORM 3000-SWEEP-REGISTER-MASTER THRU 3000-EXIT.
003670     PERFORM 4000-CHECK-OPEN-CASES THRU 4000-EXIT.
003680     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
003690     PERFORM 6000-FINALIZE THRU 6000-EXIT.
003700     MOVE WS-JOB-RC TO RETURN-CODE.
003710     STOP RUN.
003720*
003730*================================================================*
003740*    1000 - INITIALIZATION                                       *
003750*================================================================*
003760*    THE REGISTER AND MASTER MUST BOTH BE THERE - WITHOUT EITHER
003770*    THERE IS NOTHING TO VERIFY.  NO CASE FILE YET SIMPLY MEANS
003780*    NO CASES TO CHECK.
003790 1000-INITIALIZE.
003800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003810     ACCEPT WS-RUN-TIME FROM TIME.
003820     MOVE WS-RD-MM TO WS-ED-MM.
003830     MOVE WS-RD-DD TO WS-ED-DD.
003840     MOVE WS-RD-YYYY TO WS-ED-YYYY.
003850     MOVE WS-RT-HH TO WS-ET-HH.
003860     MOVE WS-RT-MM TO WS-ET-MM.
003870     MOVE WS-RT-SS TO WS-ET-SS.
003880     OPEN INPUT REDEMPTION-REGISTER.
003890     IF WS-REG-STATUS NOT = "00"
003900         DISPLAY "REDEMPTION REGISTER NOT AVAILABLE - STATUS "
003910             WS-REG-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     OPEN INPUT SCORED-MASTER.
003960     IF WS-SCM-STATUS NOT = "00"
003970         DISPLAY "SCORED-CARD MASTER NOT AVAILABLE - STATUS "
003980             WS-SCM-STATUS
003990         CLOSE REDEMPTION-REGISTER
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     OPEN INPUT DISPUTE-CASES.
004040     IF WS-DSP-STATUS = "35"
004050         MOVE "N" TO WS-CASES-ON-FILE-SW
004060     ELSE
004070         IF WS-DSP-STATUS NOT = "00"
004080             DISPLAY "DISPUTE CASE FILE NOT AVAILABLE - STATUS "
004090                 WS-DSP-STATUS
004100             CLOSE REDEMPTION-REGISTER
004110             CLOSE SCORED-MASTER
004120             MOVE 16 TO RETURN-CODE
004130             STOP RUN
004140         END-IF
004150     END-IF.
004160     OPEN OUTPUT INTG-RPT.
004170     GO TO 1000-EXIT.
004180 1000-EXIT.
004190     EXIT.
004200*
004210*================================================================*
004220*    2000 - ARCHIVE RECORDS STILL LIVE                           *
004230*================================================================*
004240*    A PURGE WRITES THE ARCHIVE COPY BEFORE THE DELETE, SO A
004250*    PURGE THAT DIED PARTWAY LEAVES RECORDS BOTH ARCHIVED AND
004260*    LIVE.  "STILL LIVE" MEANS THE SAME KEY WITH THE SAME RUN
004270*    DATE AND DECK - THE SAME KEY WITH A LATER RUN DATE IS THE
004280*    CARD NUMBER SCORED AGAIN AFTER THE PURGE, WHICH IS FINE.
004290*    NO ARCHIVE FILE YET MEANS NOTHING HAS EVER BEEN PURGED.
004300 2000-CHECK-ARCHIVES.
004310     MOVE "ARCHIVE RECORDS STILL LIVE" TO RPT-SC-TITLE.
004320     PERFORM 5040-PRINT-SECTION-TITLE THRU 5040-EXIT.
004330     OPEN INPUT REGISTER-ARCHIVE.
004340     IF WS-RGA-STATUS = "35"
004350         MOVE "NO REGISTER ARCHIVE ON FILE - NOTHING TO CHECK"
004360             TO RPT-TX-TEXT
004370         PERFORM 5060-PRINT-TEXT-LINE THRU 5060-EXIT
004380     ELSE
004390         IF WS-RGA-STATUS NOT = "00"
004400             DISPLAY "REGISTER ARCHIVE NOT AVAILABLE - STATUS "
004410                 WS-RGA-STATUS
004420             MOVE 16 TO WS-JOB-RC
004430         ELSE
004440             MOVE "N" TO WS-ARCH-EOF-SW
004450             PERFORM 2100-CHECK-ONE-REG-ARCHIVE THRU 2100-EXIT
004460                 UNTIL WS-ARCH-EOF
004470             CLOSE REGISTER-ARCHIVE
004480         END-IF
004490     END-IF.
004500     OPEN INPUT MASTER-ARCHIVE.
004510     IF WS-SCA-STATUS = "35"
004520         MOVE "NO MASTER ARCHIVE ON FILE - NOTHING TO CHECK"
004530             TO RPT-TX-TEXT
004540         PERFORM 5060-PRINT-TEXT-LINE THRU 5060-EXIT
004550     ELSE
004560         IF WS-SCA-STATUS NOT = "00"
004570             DISPLAY "MASTER ARCHIVE NOT AVAILABLE - STATUS "
004580                 WS-SCA-STATUS
004590             MOVE 16 TO WS-JOB-RC
004600         ELSE
004610             MOVE "N" TO WS-ARCH-EOF-SW
004620             PERFORM 2200-CHECK-ONE-SCM-ARCHIVE THRU 2200-EXIT
004630                 UNTIL WS-ARCH-EOF
004640             CLOSE MASTER-ARCHIVE
004650         END-IF
004660     END-IF.
004670     GO TO 2000-EXIT.
004680 2000-EXIT.
004690     EXIT.
004700*
004710*    THE REGISTER ENTRY IS NEVER RESTORED, SO A REGISTER
004720*    ARCHIVE RECORD THAT IS STILL LIVE IS ALWAYS AN EXCEPTION.
004730 2100-CHECK-ONE-REG-ARCHIVE.
004740     READ REGISTER-ARCHIVE INTO WS-REG-ARCHIVE-AREA
004750         AT END SET WS-ARCH-EOF TO TRUE
004760     END-READ.
004770     IF WS-ARCH-EOF
004780         GO TO 2100-EXIT
004790     END-IF.
004800     ADD 1 TO WS-RGA-READ.
004810     IF RGA-CARD-ID-X NOT NUMERIC
004820         GO TO 2100-EXIT
004830     END-IF.
004840     MOVE RGA-KEY TO REG-KEY.
004850     READ REDEMPTION-REGISTER
004860         INVALID KEY CONTINUE
004870     END-READ.
004880     IF WS-REG-STATUS = "23"
004890         GO TO 2100-EXIT
004900     END-IF.
004910     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "02"
004920         DISPLAY "REGISTER READ ERROR - STATUS " WS-REG-STATUS
004930         MOVE 16 TO WS-JOB-RC
004940         SET WS-ARCH-EOF TO TRUE
004950         GO TO 2100-EXIT
004960     END-IF.
004970     IF REG-RUN-DATE NOT = RGA-RUN-DATE
004980        OR REG-DECK-ID NOT = RGA-DECK-ID
004990         GO TO 2100-EXIT
005000     END-IF.
005010     ADD 1 TO WS-RGA-STILL-LIVE.
005020     MOVE "REGARCH STILL LIVE" TO WS-FW-CHECK.
005030     MOVE RGA-PROMO-CODE TO WS-FW-PROMO.
005040     MOVE RGA-CARD-ID TO WS-FW-CARD-ID.
005050     MOVE SPACES TO WS-FW-DETAIL.
005060     STRING "ARCHIVED " RGA-ARCHIVE-DATE " RUN DATE "
005070         RGA-RUN-DATE " DECK " RGA-DECK-ID
005080         " - STILL ON THE REGISTER"
005090         DELIMITED BY SIZE INTO WS-FW-DETAIL
005100     END-STRING.
005110     PERFORM 5050-WRITE-FINDING THRU 5050-EXIT.
005120     GO TO 2100-EXIT.
005130 2100-EXIT.
005140     EXIT.
005150*
005160*    A MASTER ARCHIVE COPY STILL LIVE WITH ITS REGISTER ENTRY
005170*    ALSO LIVE IS A PURGE THAT NEVER FINISHED.  WITH NO
005180*    REGISTER ENTRY IT IS A RESTORED CARD - LISTED ONCE FOR
005190*    INFORMATION AND KEPT FOR THE SWEEP.
005200 2200-CHECK-ONE-SCM-ARCHIVE.
005210     READ MASTER-ARCHIVE INTO WS-SCM-ARCHIVE-AREA
005220         AT END SET WS-ARCH-EOF TO TRUE
005230     END-READ.
005240     IF WS-ARCH-EOF
005250         GO TO 2200-EXIT
005260     END-IF.
005270     ADD 1 TO WS-SCA-READ.
005280     IF SCA-CARD-ID-X NOT NUMERIC
005290         GO TO 2200-EXIT
005300     END-IF.
005310     MOVE SCA-KEY TO SCM-KEY.
005320     READ SCORED-MASTER
005330         INVALID KEY CONTINUE
005340     END-READ.
005350     IF WS-SCM-STATUS = "23"
005360         GO TO 2200-EXIT
005370     END-IF.
005380     IF WS-SCM-STATUS NOT = "00" AND WS-SCM-STATUS NOT = "02"
005390         DISPLAY "MASTER READ ERROR - STATUS " WS-SCM-STATUS
005400         MOVE 16 TO WS-JOB-RC
005410         SET WS-ARCH-EOF TO TRUE
005420         GO TO 2200-EXIT
005430     END-IF.
005440     IF SCM-RUN-DATE NOT = SCA-RUN-DATE
005450        OR SCM-DECK-ID NOT = SCA-DECK-ID
005460         GO TO 2200-EXIT
005470     END-IF.
005480     MOVE SCA-KEY TO REG-KEY.
005490     READ REDEMPTION-REGISTER
005500         INVALID KEY CONTINUE
005510     END-READ.
005520     IF WS-REG-STATUS = "23"
005530         PERFORM 2210-NOTE-RESTORED-CARD THRU 2210-EXIT
005540         GO TO 2200-EXIT
005550     END-IF.
005560     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "02"
005570         DISPLAY "REGISTER READ ERROR - STATUS " WS-REG-STATUS
005580         MOVE 16 TO WS-JOB-RC
005590         SET WS-ARCH-EOF TO TRUE
005600         GO TO 2200-EXIT
005610     END-IF.
005620     ADD 1 TO WS-SCA-STILL-LIVE.
005630     MOVE "SCMARCH STILL LIVE" TO WS-FW-CHECK.
005640     MOVE SCA-PROMO-CODE TO WS-FW-PROMO.
005650     MOVE SCA-CARD-ID TO WS-FW-CARD-ID.
005660     MOVE SPACES TO WS-FW-DETAIL.
005670     STRING "ARCHIVED " SCA-ARCHIVE-DATE " RUN DATE "
005680         SCA-RUN-DATE " DECK " SCA-DECK-ID
005690         " - STILL ON THE MASTER AND REGISTER"
005700         DELIMITED BY SIZE INTO WS-FW-DETAIL
005710     END-STRING.
005720     PERFORM 5050-WRITE-FINDING THRU 5050-EXIT.
005730     GO TO 2200-EXIT.
005740 2200-EXIT.
005750     EXIT.
005760*
005770*    A CARD ARCHIVED BY MORE THAN ONE PURGE HAS MORE THAN ONE
005780*    ARCHIVE COPY - IT IS LISTED AND KEPT ONLY THE FIRST TIME.
005790 2210-NOTE-RESTORED-CARD.
005800     MOVE SCA-KEY TO WS-SCM-CUR-KEY.
005810     PERFORM 2220-FIND-RESTORED-CARD THRU 2220-EXIT.
005820     IF WS-RESTORED-FOUND
005830         GO TO 2210-EXIT
005840     END-IF.
005850     IF WS-RESTORED-COUNT = 1000
005860         ADD 1 TO WS-RESTORED-DROPPED
005870     ELSE
005880         ADD 1 TO WS-RESTORED-COUNT
005890         MOVE SCA-KEY TO RST-KEY(WS-RESTORED-COUNT)
005900     END-IF.
005910     MOVE "RESTORED CARD (INFO)" TO RPT-FD-CHECK.
005920     MOVE SCA-PROMO-CODE TO RPT-FD-PROMO.
005930     MOVE SCA-CARD-ID TO RPT-FD-CARD.
005940     MOVE SPACES TO RPT-FD-DETAIL.
005950     STRING "ARCHIVED " SCA-ARCHIVE-DATE " RUN DATE "
005960         SCA-RUN-DATE " - BACK ON THE MASTER, REGISTER ENTRY"
005970         " STAYS ARCHIVED"
005980         DELIMITED BY SIZE INTO RPT-FD-DETAIL
005990     END-STRING.
006000     MOVE WS-RPT-FINDING-LINE TO WS-RPT-PRINT-LINE.
006010     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
006020     GO TO 2210-EXIT.
006030 2210-EXIT.
006040     EXIT.
006050*
006060*    LOOKS WS-SCM-CUR-KEY UP IN THE RESTORED CARD TABLE.
006070 2220-FIND-RESTORED-CARD.
006080     MOVE "N" TO WS-RESTORED-FOUND-SW.
006090     PERFORM 2230-TEST-ONE-RESTORED THRU 2230-EXIT
006100         VARYING WS-RST-IDX FROM 1 BY 1
006110         UNTIL WS-RST-IDX > WS-RESTORED-COUNT
006120            OR WS-RESTORED-FOUND.
006130     GO TO 2220-EXIT.
006140 2220-EXIT.
006150     EXIT.
006160*
006170 2230-TEST-ONE-RESTORED.
006180     IF RST-KEY(WS-RST-IDX) = WS-SCM-CUR-KEY
006190         SET WS-RESTORED-FOUND TO TRUE
006200     END-IF.
006210     GO TO 2230-EXIT.
006220 2230-EXIT.
006230     EXIT.
006240*
006250*================================================================*
006260*    3000 - REGISTER AGAINST MASTER                              *
006270*================================================================*
006280*    BOTH FILES ARE KEYED THE SAME WAY (PROMOTION PLUS CARD),
006290*    SO ONE MATCHED PASS DOWN THE TWO KEY SEQUENCES PAIRS EVERY
006300*    REGISTER ENTRY WITH ITS MASTER RECORD.  EVERY MASTER
006310*    RECORD, PAIRED OR NOT, IS RE-SCORED.
006320 3000-SWEEP-REGISTER-MASTER.
006330     MOVE "REGISTER AGAINST MASTER" TO RPT-SC-TITLE.
006340     PERFORM 5040-PRINT-SECTION-TITLE THRU 5040-EXIT.
006350     MOVE LOW-VALUES TO REG-KEY.
006360     START REDEMPTION-REGISTER KEY NOT < REG-KEY
006370         INVALID KEY SET WS-REG-EOF TO TRUE
006380     END-START.
006390     MOVE LOW-VALUES TO SCM-KEY.
006400     START SCORED-MASTER KEY NOT < SCM-KEY
006410         INVALID KEY SET WS-SCM-EOF TO TRUE
006420     END-START.
006430     PERFORM 3100-READ-NEXT-REGISTER THRU 3100-EXIT.
006440     PERFORM 3200-READ-NEXT-MASTER THRU 3200-EXIT.
006450     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
006460         UNTIL WS-REG-EOF AND WS-SCM-EOF.
006470     GO TO 3000-EXIT.
006480 3000-EXIT.
006490     EXIT.
006500*
006510 3100-READ-NEXT-REGISTER.
006520     IF WS-REG-EOF
006530         MOVE HIGH-VALUES TO WS-REG-CUR-KEY
006540         GO TO 3100-EXIT
006550     END-IF.
006560     READ REDEMPTION-REGISTER NEXT RECORD
006570         AT END SET WS-REG-EOF TO TRUE
006580     END-READ.
006590     IF NOT WS-REG-EOF
006600        AND WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "02"
006610         DISPLAY "REGISTER SWEEP READ ERROR - STATUS "
006620             WS-REG-STATUS
006630         MOVE 16 TO WS-JOB-RC
006640         SET WS-REG-EOF TO TRUE
006650     END-IF.
006660     IF WS-REG-EOF
006670         MOVE HIGH-VALUES TO WS-REG-CUR-KEY
006680     ELSE
006690         ADD 1 TO WS-REG-READ
006700         MOVE REG-KEY TO WS-REG-CUR-KEY
006710     END-IF.
006720     GO TO 3100-EXIT.
006730 3100-EXIT.
006740     EXIT.
006750*
006760 3200-READ-NEXT-MASTER.
006770     IF WS-SCM-EOF
006780         MOVE HIGH-VALUES TO WS-SCM-CUR-KEY
006790         GO TO 3200-EXIT
006800     END-IF.
006810     READ SCORED-MASTER NEXT RECORD
006820         AT END SET WS-SCM-EOF TO TRUE
006830     END-READ.
006840     IF NOT WS-SCM-EOF
006850        AND WS-SCM-STATUS NOT = "00" AND WS-SCM-STATUS NOT = "02"
006860         DISPLAY "MASTER SWEEP READ ERROR - STATUS "
006870             WS-SCM-STATUS
006880         MOVE 16 TO WS-JOB-RC
006890         SET WS-SCM-EOF TO TRUE
006900     END-IF.
006910     IF WS-SCM-EOF
006920         MOVE HIGH-VALUES TO WS-SCM-CUR-KEY
006930     ELSE
006940         ADD 1 TO WS-SCM-READ
006950         MOVE SCM-KEY TO WS-SCM-CUR-KEY
006960     END-IF.
006970     GO TO 3200-EXIT.
006980 3200-EXIT.
006990     EXIT.
007000*
007010 3300-MATCH-ONE-KEY.
007020     IF WS-REG-CUR-KEY < WS-SCM-CUR-KEY
007030         PERFORM 3400-REGISTER-ORPHAN THRU 3400-EXIT
007040         PERFORM 3100-READ-NEXT-REGISTER THRU 3100-EXIT
007050         GO TO 3300-EXIT
007060     END-IF.
007070     IF WS-REG-CUR-KEY > WS-SCM-CUR-KEY
007080         PERFORM 3500-MASTER-ORPHAN THRU 3500-EXIT
007090         PERFORM 3700-RESCORE-MASTER THRU 3700-EXIT
007100         PERFORM 3200-READ-NEXT-MASTER THRU 3200-EXIT
007110         GO TO 3300-EXIT
007120     END-IF.
007130     ADD 1 TO WS-PAIRS-MATCHED.
007140     PERFORM 3600-COMPARE-PAIR THRU 3600-EXIT.
007150     PERFORM 3700-RESCORE-MASTER THRU 3700-EXIT.
007160     PERFORM 3100-READ-NEXT-REGISTER THRU 3100-EXIT.
007170     PERFORM 3200-READ-NEXT-MASTER THRU 3200-EXIT.
007180     GO TO 3300-EXIT.
007190 3300-EXIT.
007200     EXIT.
007210*
007220 3400-REGISTER-ORPHAN.
007230     ADD 1 TO WS-REG-ORPHANS.
007240     MOVE "REGISTER ORPHAN" TO WS-FW-CHECK.
007250     MOVE REG-PROMO-CODE TO WS-FW-PROMO.
007260     MOVE REG-CARD-ID TO WS-FW-CARD-ID.
007270     MOVE SPACES TO WS-FW-DETAIL.
007280     STRING "RUN DATE " REG-RUN-DATE " DECK " REG-DECK-ID
007290         " - NO MASTER RECORD"
007300         DELIMITED BY SIZE INTO WS-FW-DETAIL
007310     END-STRING.
007320     PERFORM 5050-WRITE-FINDING THRU 5050-EXIT.
007330     GO TO 3400-EXIT.
007340 3400-EXIT.
007350     EXIT.
007360*
007370*    A RESTORED CARD HAS NO REGISTER ENTRY BY DESIGN - IT WAS
007380*    ALREADY LISTED WITH THE ARCHIVES.
007390 3500-MASTER-ORPHAN.
007400     PERFORM 2220-FIND-RESTORED-CARD THRU 2220-EXIT.
007410     IF WS-RESTORED-FOUND
007420         GO TO 3500-EXIT
007430     END-IF.
007440     ADD 1 TO WS-SCM-ORPHANS.
007450     MOVE "MASTER ORPHAN" TO WS-FW-CHECK.
007460     MOVE SCM-PROMO-CODE TO WS-FW-PROMO.
007470     MOVE SCM-CARD-ID TO WS-FW-CARD-ID.
007480     MOVE SPACES TO WS-FW-DETAIL.
007490     STRING "RUN DATE " SCM-RUN-DATE " DECK " SCM-DECK-ID
007500         " - NO REGISTER ENTRY"
007510         DELIMITED BY SIZE INTO WS-FW-DETAIL
007520     END-STRING.
007530     PERFORM 5050-WRITE-FINDING THRU 5050-EXIT.
007540     GO TO 3500-EXIT.
007550 3500-EXIT.
007560     EXIT.
007570*
007580*    EVERY FIELD THE TWO RECORDS SHARE, ONE LINE PER FIELD THAT
007590*    DISAGREES; THE PAIR COUNTS ONCE HOWEVER MANY DISAGREE.
007600 3600-COMPARE-PAIR.
007610     MOVE "N" TO WS-PAIR-DIFFERS-SW.
007620     IF REG-RUN-DATE NOT = SCM-RUN-DATE
007630         MOVE "RUN DATE" TO WS-FW-FIELD-NAME
007640         MOVE REG-RUN-DATE TO WS-FW-REG-VALUE
007650         MOVE SCM-RUN-DATE TO WS-FW-SCM-VALUE
007660         PERFORM 3610-FIELD-FINDING THRU 3610-EXIT
007670     END-IF.
007680     IF REG-DECK-ID NOT = SCM-DECK-ID
007690         MOVE "DECK ID" TO WS-FW-FIELD-NAME
007700         MOVE REG-DECK-ID TO WS-FW-REG-VALUE
007710         MOVE SCM-DECK-ID TO WS-FW-SCM-VALUE
007720         PERFORM 3610-FIELD-FINDING THRU 3610-EXIT
007730     END-IF.
007740     IF REG-MEMBER-NO NOT = SCM-MEMBER-NO
007750         MOVE "MEMBER" TO WS-FW-FIELD-NAME
007760         MOVE REG-MEMBER-NO TO WS-FW-REG-VALUE
007770         MOVE SCM-MEMBER-NO TO WS-FW-SCM-VALUE
007780         PERFORM 3610-FIELD-FINDING THRU 3610-EXIT
007790     END-IF.
007800     IF REG-POINTS-VALUE NOT = SCM-CARD-VALUE
007810         MOVE "POINTS" TO WS-FW-FIELD-NAME
007820         MOVE REG-POINTS-VALUE TO WS-FW-REG-VALUE
007830         MOVE SCM-CARD-VALUE TO WS-FW-SCM-VALUE
007840         PERFORM 3610-FIELD-FINDING THRU 3610-EXIT
007850     END-IF.
007860     IF WS-PAIR-DIFFERS
007870         ADD 1 TO WS-FIELD-MISMATCHES
007880     END-IF.
007890     GO TO 3600-EXIT.
007900 3600-EXIT.
007910     EXIT.
007920*
007930 3610-FIELD-FINDING.
007940     SET WS-PAIR-DIFFERS TO TRUE.
007950     MOVE "FIELD MISMATCH" TO WS-FW-CHECK.
007960     MOVE REG-PROMO-CODE TO WS-FW-PROMO.
007970     MOVE REG-CARD-ID TO WS-FW-CARD-ID.
007980     MOVE SPACES TO WS-FW-DETAIL.
007990     STRING WS-FW-FIELD-NAME " REGISTER " WS-FW-REG-VALUE
008000         "  MASTER " WS-FW-SCM-VALUE
008010         DELIMITED BY SIZE INTO WS-FW-DETAIL
008020     END-STRING.
008030     PERFORM 5050-WRITE-FINDING THRU 5050-EXIT.
008040     GO TO 3610-EXIT.
008050 3610-EXIT.
008060     EXIT.
008070*
008080*    THE STORED WINNING AND HELD NUMBERS ARE SCORED AGAIN BY THE
008090*    SCORING STEP'S OWN RULE (SEE ITS 2440 AND 2450): EACH HELD
008100*    NUMBER FOUND AMONG THE WINNING NUMBERS IS A MATCH, AND EACH
008110*    MATCH AFTER THE FIRST DOUBLES THE VALUE, CAPPED AT THE
008120*    FIELD'S MAXIMUM.  THE PER-NUMBER MATCH FLAGS ARE HELD TO
008130*    THE SAME ANSWER.  A RECORD WHOSE COUNTS CANNOT BE TRUSTED
008140*    IS REPORTED AS DAMAGED AND NOT SCORED.
008150 3700-RESCORE-MASTER.
008160     IF SCM-WINNING-COUNT NOT NUMERIC
008170        OR SCM-HELD-COUNT NOT NUMERIC
008180        OR SCM-MATCH-COUNT NOT NUMERIC
008190        OR SCM-CARD-VALUE NOT NUMERIC
008200         PERFORM 3750-DAMAGED-MASTER THRU 3750-EXIT
008210         GO TO 3700-EXIT
008220     END-IF.
008230     IF SCM-WINNING-COUNT > 50
008240        OR SCM-HELD-COUNT > 99
008250         PERFORM 3750-DAMAGED-MASTER THRU 3750-EXIT
008260         GO TO 3700-EXIT
008270     END-IF.
008280     MOVE "N" TO WS-RESCORE-DIFFERS-SW.
008290     MOVE 0 TO WS-RESCORE-MATCHES.
008300     MOVE 0 TO WS-FLAG-MISMATCHES.
008310     PERFORM 3710-RESCORE-ONE-HELD THRU 3710-EXIT
008320         VARYING WS-HELD-IDX FROM 1 BY 1
008330         UNTIL WS-HELD-IDX > SCM-HELD-COUNT.
008340     MOVE 0 TO WS-RESCORE-VALUE.
008350     MOVE "N" TO WS-RESCORE-OVFL-SW.
008360     IF WS-RESCORE-MATCHES > 0
008370         MOVE 1 TO WS-RESCORE-VALUE
008380         PERFORM 3730-DOUBLE-VALUE THRU 3730-EXIT
008390             VARYING WS-DOUBLE-IDX FROM 2 BY 1
008400             UNTIL WS-DOUBLE-IDX > WS-RESCORE-MATCHES
008410     END-IF.
008420     IF WS-RESCORE-MATCHES NOT = SCM-MATCH-COUNT
008430         MOVE SCM-MATCH-COUNT TO WS-FW-STORED
008440         MOVE WS-RESCORE-MATCHES TO WS-FW-RESCORED
008450         MOVE SPACES TO WS-FW-DETAIL
008460         STRING "MATCH COUNT STORED " WS-FW-STORED(8:3)
008470             "  RESCORED " WS-FW-RESCORED(8:3)
008480             DELIMITED BY SIZE INTO WS-FW-DETAIL
008490         END-STRING
008500         PERFORM 3740-RESCORE-FINDING THRU 3740-EXIT
008510     END-IF.
008520     IF WS-RESCORE-VALUE NOT = SCM-CARD-VALUE
008530         MOVE SCM-CARD-VALUE TO WS-FW-STORED
008540         MOVE WS-RESCORE-VALUE TO WS-FW-RESCORED
008550         MOVE SPACES TO WS-FW-DETAIL
008560         STRING "CARD VALUE STORED " WS-FW-STORED
008570             "  RESCORED " WS-FW-RESCORED
008580             DELIMITED BY SIZE INTO WS-FW-DETAIL
008590         END-STRING
008600         PERFORM 3740-RESCORE-FINDING THRU 3740-EXIT
008610     END-IF.
008620     IF WS-FLAG-MISMATCHES > 0
008630         MOVE WS-FLAG-MISMATCHES TO WS-FW-COUNT
008640         MOVE SPACES TO WS-FW-DETAIL
008650         STRING WS-FW-COUNT " HELD-NUMBER MATCH FLAG(S) DISAGREE"
008660             " WITH THE RESCORE"
008670             DELIMITED BY SIZE INTO WS-FW-DETAIL
008680         END-STRING
008690         PERFORM 3740-RESCORE-FINDING THRU 3740-EXIT
008700     END-IF.
008710     IF WS-RESCORE-DIFFERS
008720         ADD 1 TO WS-RESCORE-FAILURES
008730     END-IF.
008740     GO TO 3700-EXIT.
008750 3700-EXIT.
008760     EXIT.
008770*
008780 3710-RESCORE-ONE-HELD.
008790     MOVE "N" TO WS-WINNER-HIT-SW.
008800     PERFORM 3720-TEST-ONE-WINNER THRU 3720-EXIT
008810         VARYING WS-WIN-IDX FROM 1 BY 1
008820         UNTIL WS-WIN-IDX > SCM-WINNING-COUNT
008830            OR WS-WINNER-HIT.
008840     IF WS-WINNER-HIT
008850         ADD 1 TO WS-RESCORE-MATCHES
008860         IF SCM-HELD-MATCHED(WS-HELD-IDX) NOT = "Y"
008870             ADD 1 TO WS-FLAG-MISMATCHES
008880         END-IF
008890     ELSE
008900         IF SCM-HELD-MATCHED(WS-HELD-IDX) = "Y"
008910             ADD 1 TO WS-FLAG-MISMATCHES
008920         END-IF
008930     END-IF.
008940     GO TO 3710-EXIT.
008950 3710-EXIT.
008960     EXIT.
008970*
008980 3720-TEST-ONE-WINNER.
008990     IF SCM-WINNING-NUMBERS(WS-WIN-IDX) =
009000             SCM-HELD-NUMBERS(WS-HELD-IDX)
009010         SET WS-WINNER-HIT TO TRUE
009020     END-IF.
009030     GO TO 3720-EXIT.
009040 3720-EXIT.
009050     EXIT.
009060*
009070 3730-DOUBLE-VALUE.
009080     IF WS-RESCORE-OVERFLOWED
009090         GO TO 3730-EXIT
009100     END-IF.
009110     IF WS-RESCORE-VALUE > 4999999999
009120         MOVE 9999999999 TO WS-RESCORE-VALUE
009130         SET WS-RESCORE-OVERFLOWED TO TRUE
009140     ELSE
009150         MULTIPLY 2 BY WS-RESCORE-VALUE
009160     END-IF.
009170     GO TO 3730-EXIT.
009180 3730-EXIT.
009190     EXIT.
009200*
009210*    THE CALLER HAS BUILT THE DETAIL TEXT.
009220 3740-RESCORE-FINDING.
009230     SET WS-RESCORE-DIFFERS TO TRUE.
009240     MOVE "RESCORE MISMATCH" TO WS-FW-CHECK.
009250     MOVE SCM-PROMO-CODE TO WS-FW-PROMO.
009260     MOVE SCM-CARD-ID TO WS-FW-CARD-ID.
009270     PERFORM 5050-WRITE-FINDING THRU 5050-EXIT.
009280     GO TO 3740-EXIT.
009290 3740-EXIT.
009300     EXIT.
009310*
009320 3750-DAMAGED-MASTER.
009330     ADD 1 TO WS-DAMAGED-MASTERS.
009340     MOVE "MASTER RECORD DAMAGED" TO WS-FW-CHECK.
009350     MOVE SCM-PROMO-CODE TO WS-FW-PROMO.
009360     MOVE SCM-CARD-ID TO WS-FW-CARD-ID.
009370     MOVE "NUMBER COUNTS OR STORED TOTALS NOT NUMERIC OR OUT OF RA
009380-        "NGE - NOT RESCORED" TO WS-FW-DETAIL.
009390     PERFORM 5050-WRITE-FINDING THRU 5050-EXIT.
009400     GO TO 3750-EXIT.
009410 3750-EXIT.
009420     EXIT.
009430*
009440*================================================================*
009450*    4000 - OPEN CASES WITHOUT A MASTER RECORD                   *
009460*================================================================*
009470*    AN OPEN CASE NEEDS ITS CARD ON THE MASTER FOR THE DESK TO
009480*    WORK IT.  CLOSED CASES ARE HISTORY - AN APPROVED REVERSAL
009490*    TAKES THE CARD OFF THE MASTER AFTER THE CLOSE, BY DESIGN.
009500 4000-CHECK-OPEN-CASES.
009510     MOVE "OPEN CASES WITHOUT A MASTER RECORD" TO RPT-SC-TITLE.
009520     PERFORM 5040-PRINT-SECTION-TITLE THRU 5040-EXIT.
009530     IF NOT WS-CASES-ON-FILE
009540         MOVE "NO DISPUTE CASE FILE ON FILE - NOTHING TO CHECK"
009550             TO RPT-TX-TEXT
009560         PERFORM 5060-PRINT-TEXT-LINE THRU 5060-EXIT
009570         GO TO 4000-EXIT
009580     END-IF.
009590     MOVE LOW-VALUES TO DSP-KEY.
009600     START DISPUTE-CASES KEY NOT < DSP-KEY
009610         INVALID KEY SET WS-DSP-EOF TO TRUE
009620     END-START.
009630     PERFORM 4100-CHECK-ONE-CASE THRU 4100-EXIT
009640         UNTIL WS-DSP-EOF.
009650     GO TO 4000-EXIT.
009660 4000-EXIT.
009670     EXIT.
009680*
009690 4100-CHECK-ONE-CASE.
009700     READ DISPUTE-CASES NEXT RECORD
009710         AT END SET WS-DSP-EOF TO TRUE
009720     END-READ.
009730     IF WS-DSP-EOF
009740         GO TO 4100-EXIT
009750     END-IF.
009760     IF WS-DSP-STATUS NOT = "00" AND WS-DSP-STATUS NOT = "02"
009770         DISPLAY "CASE FILE SWEEP READ ERROR - STATUS "
009780             WS-DSP-STATUS
009790         MOVE 16 TO WS-JOB-RC
009800         SET WS-DSP-EOF TO TRUE
009810         GO TO 4100-EXIT
009820     END-IF.
009830     IF NOT DSP-OPEN
009840         GO TO 4100-EXIT
009850     END-IF.
009860     ADD 1 TO WS-OPEN-CASES.
009870     MOVE DSP-KEY TO SCM-KEY.
009880     READ SCORED-MASTER
009890         INVALID KEY CONTINUE
009900     END-READ.
009910     IF WS-SCM-STATUS = "00" OR WS-SCM-STATUS = "02"
009920         GO TO 4100-EXIT
009930     END-IF.
009940     IF WS-SCM-STATUS NOT = "23"
009950         DISPLAY "MASTER READ ERROR - STATUS " WS-SCM-STATUS
009960         MOVE 16 TO WS-JOB-RC
009970         SET WS-DSP-EOF TO TRUE
009980         GO TO 4100-EXIT
009990     END-IF.
010000     ADD 1 TO WS-CASE-ORPHANS.
010010     MOVE "OPEN CASE - NO MASTER" TO WS-FW-CHECK.
010020     MOVE DSP-PROMO-CODE TO WS-FW-PROMO.
010030     MOVE DSP-CARD-ID TO WS-FW-CARD-ID.
010040     MOVE SPACES TO WS-FW-DETAIL.
010050     STRING "OPENED " DSP-OPEN-DATE " CLERK " DSP-CLERK-ID
010060         " DECK " DSP-DECK-ID " - CARD NOT ON THE MASTER"
010070         DELIMITED BY SIZE INTO WS-FW-DETAIL
010080     END-STRING.
010090     PERFORM 5050-WRITE-FINDING THRU 5050-EXIT.
010100     GO TO 4100-EXIT.
010110 4100-EXIT.
010120     EXIT.
010130*
010140*================================================================*
010150*    5000 - TOTALS AND REPORT WRITING                            *
010160*================================================================*
010170*    RC 8 FOR ANY EXCEPTION; A FILE ERROR'S RC 16 STANDS.
010180 5000-WRITE-TOTALS.
010190     MOVE "TOTALS" TO RPT-SC-TITLE.
010200     PERFORM 5040-PRINT-SECTION-TITLE THRU 5040-EXIT.
010210     MOVE "REGISTER RECORDS READ" TO RPT-TL-LABEL.
010220     MOVE WS-REG-READ TO RPT-TL-VALUE.
010230     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010240     MOVE "MASTER RECORDS READ" TO RPT-TL-LABEL.
010250     MOVE WS-SCM-READ TO RPT-TL-VALUE.
010260     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010270     MOVE "REGISTER/MASTER PAIRS" TO RPT-TL-LABEL.
010280     MOVE WS-PAIRS-MATCHED TO RPT-TL-VALUE.
010290     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010300     MOVE "REGISTER ARCHIVE RECORDS READ" TO RPT-TL-LABEL.
010310     MOVE WS-RGA-READ TO RPT-TL-VALUE.
010320     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010330     MOVE "MASTER ARCHIVE RECORDS READ" TO RPT-TL-LABEL.
010340     MOVE WS-SCA-READ TO RPT-TL-VALUE.
010350     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010360     MOVE "OPEN CASES CHECKED" TO RPT-TL-LABEL.
010370     MOVE WS-OPEN-CASES TO RPT-TL-VALUE.
010380     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010390     MOVE "RESTORED CARDS (NOT EXCEPTIONS)" TO RPT-TL-LABEL.
010400     COMPUTE RPT-TL-VALUE =
010410         WS-RESTORED-COUNT + WS-RESTORED-DROPPED.
010420     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010430     MOVE SPACES TO WS-RPT-PRINT-LINE.
010440     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
010450     MOVE "REGISTER ORPHANS" TO RPT-TL-LABEL.
010460     MOVE WS-REG-ORPHANS TO RPT-TL-VALUE.
010470     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010480     MOVE "MASTER ORPHANS" TO RPT-TL-LABEL.
010490     MOVE WS-SCM-ORPHANS TO RPT-TL-VALUE.
010500     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010510     MOVE "PAIRS WITH FIELD MISMATCHES" TO RPT-TL-LABEL.
010520     MOVE WS-FIELD-MISMATCHES TO RPT-TL-VALUE.
010530     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010540     MOVE "MASTER RECORDS FAILING RESCORE" TO RPT-TL-LABEL.
010550     MOVE WS-RESCORE-FAILURES TO RPT-TL-VALUE.
010560     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010570     MOVE "MASTER RECORDS DAMAGED" TO RPT-TL-LABEL.
010580     MOVE WS-DAMAGED-MASTERS TO RPT-TL-VALUE.
010590     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010600     MOVE "OPEN CASES WITH NO MASTER RECORD" TO RPT-TL-LABEL.
010610     MOVE WS-CASE-ORPHANS TO RPT-TL-VALUE.
010620     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010630     MOVE "REGISTER ARCHIVE RECORDS STILL LIVE" TO RPT-TL-LABEL.
010640     MOVE WS-RGA-STILL-LIVE TO RPT-TL-VALUE.
010650     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010660     MOVE "MASTER ARCHIVE RECORDS STILL LIVE" TO RPT-TL-LABEL.
010670     MOVE WS-SCA-STILL-LIVE TO RPT-TL-VALUE.
010680     PERFORM 5030-PRINT-TOTAL-LINE THRU 5030-EXIT.
010690     MOVE SPACES TO WS-RPT-PRINT-LINE.
010700     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
010710     IF WS-RESTORED-DROPPED > 0
010720         MOVE "RESTORED CARD TABLE FULL - SOME RESTORED CARDS SHOW
010730-            " AS MASTER ORPHANS" TO RPT-TX-TEXT
010740         PERFORM 5060-PRINT-TEXT-LINE THRU 5060-EXIT
010750     END-IF.
010760     COMPUTE WS-EXCEPTION-TOTAL =
010770         WS-REG-ORPHANS + WS-SCM-ORPHANS + WS-FIELD-MISMATCHES
010780         + WS-RESCORE-FAILURES + WS-DAMAGED-MASTERS
010790         + WS-CASE-ORPHANS + WS-RGA-STILL-LIVE
010800         + WS-SCA-STILL-LIVE.
010810     IF WS-EXCEPTION-TOTAL = 0
010820         MOVE "NO INTEGRITY EXCEPTIONS FOUND" TO RPT-TX-TEXT
010830     ELSE
010840         MOVE "INTEGRITY EXCEPTIONS FOUND - SEE ABOVE"
010850             TO RPT-TX-TEXT
010860         IF WS-JOB-RC < 08
010870             MOVE 08 TO WS-JOB-RC
010880         END-IF
010890     END-IF.
010900     PERFORM 5060-PRINT-TEXT-LINE THRU 5060-EXIT.
010910     GO TO 5000-EXIT.
010920 5000-EXIT.
010930     EXIT.
010940*
010950 5010-RPT-PAGE-HEADING.
010960     ADD 1 TO WS-RPT-PAGE.
010970     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
010980     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
010990     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
011000     WRITE FD-INTG-LINE FROM WS-RPT-HEADING-1.
011010     MOVE SPACES TO FD-INTG-LINE.
011020     WRITE FD-INTG-LINE.
011030     WRITE FD-INTG-LINE FROM WS-RPT-COL-HEADER.
011040     MOVE SPACES TO FD-INTG-LINE.
011050     WRITE FD-INTG-LINE.
011060     MOVE 4 TO WS-RPT-LINE-CNT.
011070     GO TO 5010-EXIT.
011080 5010-EXIT.
011090     EXIT.
011100*
011110 5020-WRITE-RPT-LINE.
011120     IF WS-RPT-LINE-CNT > 55
011130         PERFORM 5010-RPT-PAGE-HEADING THRU 5010-EXIT
011140     END-IF.
011150     WRITE FD-INTG-LINE FROM WS-RPT-PRINT-LINE.
011160     ADD 1 TO WS-RPT-LINE-CNT.
011170     GO TO 5020-EXIT.
011180 5020-EXIT.
011190     EXIT.
011200*
011210 5030-PRINT-TOTAL-LINE.
011220     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
011230     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
011240     GO TO 5030-EXIT.
011250 5030-EXIT.
011260     EXIT.
011270*
011280*    THE CALLER HAS MOVED THE TITLE TO RPT-SC-TITLE.
011290 5040-PRINT-SECTION-TITLE.
011300     MOVE SPACES TO WS-RPT-PRINT-LINE.
011310     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
011320     MOVE WS-RPT-SECTION-LINE TO WS-RPT-PRINT-LINE.
011330     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
011340     GO TO 5040-EXIT.
011350 5040-EXIT.
011360     EXIT.
011370*
011380*    ONE EXCEPTION LINE FROM THE WS-FINDING-WORK FIELDS.
011390 5050-WRITE-FINDING.
011400     MOVE WS-FW-CHECK TO RPT-FD-CHECK.
011410     MOVE WS-FW-PROMO TO RPT-FD-PROMO.
011420     MOVE WS-FW-CARD-ID TO RPT-FD-CARD.
011430     MOVE WS-FW-DETAIL TO RPT-FD-DETAIL.
011440     MOVE WS-RPT-FINDING-LINE TO WS-RPT-PRINT-LINE.
011450     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
011460     GO TO 5050-EXIT.
011470 5050-EXIT.
011480     EXIT.
011490*
011500 5060-PRINT-TEXT-LINE.
011510     MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE.
011520     PERFORM 5020-WRITE-RPT-LINE THRU 5020-EXIT.
011530     GO TO 5060-EXIT.
011540 5060-EXIT.
011550     EXIT.
011560*
011570*================================================================*
011580*    6000 - END OF RUN                                           *
011590*================================================================*
011600 6000-FINALIZE.
011610     DISPLAY "REGISTER/MASTER INTEGRITY VERIFICATION COMPLETE".
011620     DISPLAY "  REGISTER READ: " WS-REG-READ
011630         "  MASTER READ: " WS-SCM-READ.
011640     DISPLAY "  EXCEPTIONS   : " WS-EXCEPTION-TOTAL.
011650     DISPLAY "RETURN CODE: " WS-JOB-RC.
011660     CLOSE REDEMPTION-REGISTER.
011670     CLOSE SCORED-MASTER.
011680     IF WS-CASES-ON-FILE
011690         CLOSE DISPUTE-CASES
011700     END-IF.
011710     CLOSE INTG-RPT.
011720     GO TO 6000-EXIT.
011730 6000-EXIT.
011740     EXIT.
