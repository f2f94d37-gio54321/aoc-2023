000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. audinq.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - AUDIT TRAIL INQUIRY.       *
000120*                 LISTS THE SHARED AUDIT LOG (AUDITLOG) - EVERY *
000130*                 ADD, CHANGE AND DELETE MADE ON THE REDEMPTION *
000140*                 REGISTER, THE SCORED-CARD MASTER AND THE      *
000150*                 DISPUTE CASE FILE - FOR ONE CARD, A RANGE OF  *
000160*                 RUN DATES OR ONE PROGRAM, WITH EACH CHANGE'S  *
000170*                 BEFORE AND AFTER RECORD IMAGES, ON AUDRPT.    *
000180*---------------------------------------------------------------*
000190*
000200*    COMMAND LINE:
000210*      CARD <CARD-ID> [<PROMO>]
000220*      DATE <FROM-YYYYMMDD> [<TO-YYYYMMDD>]
000230*      PROG <PROGRAM>
000240*    A CARD WITH NO PROMOTION IS LISTED UNDER EVERY SEASON;
000250*    PROMO "NONE" STANDS FOR THE BLANK (PRE-PROMOTION) SEASON.
000260*    A DATE RANGE WITH NO END DATE IS THE ONE DAY.  PROGRAM
000270*    NAMES ARE THE ONES THE LOG CARRIES: AOC_DAY4, DECKMRG,
000280*    CARDADJ, REGMAINT, CASENTRY, FRDSCRN.  THE LOG IS IN THE
000290*    ORDER THE CHANGES WERE MADE, SO A CARD'S ENTRIES READ AS
000300*    ITS HISTORY.  EACH IMAGE PRINTS 100 BYTES TO A LINE; ON A
000310*    CHANGE, AN AFTER LINE THAT DIFFERS FROM ITS BEFORE LINE IS
000320*    MARKED "*".  RC 4 WHEN NOTHING MATCHES.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-LOG
000380         ASSIGN TO "AUDITLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUD-STATUS.
000410     SELECT AUDIT-RPT
000420         ASSIGN TO "AUDRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480*    SHARED AUDIT LOG - SEE WS-AUDIT-AREA.
000490 FD  AUDIT-LOG
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 1000 CHARACTERS.
000520 01  FD-AUDIT-RECORD              PIC X(1000).
000530*
000540 FD  AUDIT-RPT
000550     LABEL RECORDS ARE OMITTED
000560     RECORD CONTAINS 132 CHARACTERS.
000570 01  FD-AUDIT-LINE                PIC X(132).
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610*---------------------------------------------------------------*
000620*    SWITCHES AND COUNTERS                                      *
000630*---------------------------------------------------------------*
000640 77  WS-AUD-STATUS                PIC X(02) VALUE "00".
000650 77  WS-AUD-EOF-SW                PIC X(01) VALUE "N".
000660     88  WS-AUD-EOF                         VALUE "Y".
000670 77  WS-SELECTED-SW               PIC X(01) VALUE "N".
000680     88  WS-SELECTED                        VALUE "Y".
000690 77  WS-ANY-PROMO-SW              PIC X(01) VALUE "N".
000700     88  WS-ANY-PROMO                       VALUE "Y".
000710*
000720 77  WS-RUN-MODE                  PIC X(04) VALUE SPACES.
000730     88  WS-MODE-CARD                       VALUE "CARD".
000740     88  WS-MODE-DATE                       VALUE "DATE".
000750     88  WS-MODE-PROG                       VALUE "PROG".
000760*
000770 77  WS-READ-COUNT                PIC 9(07) VALUE 0 COMP.
000780 77  WS-LISTED-COUNT              PIC 9(07) VALUE 0 COMP.
000790 77  WS-NUM-IDX                   PIC 9(03) VALUE 0 COMP.
000800 77  WS-SLOT-IDX                  PIC 9(02) VALUE 0 COMP.
000810 77  WS-SLICE-POS                 PIC 9(03) VALUE 0 COMP.
000820 77  WS-SLICE-LEN                 PIC 9(03) VALUE 0 COMP.
000830 77  WS-SLICE-END                 PIC 9(03) VALUE 0 COMP.
000840 77  WS-IMAGE-LENGTH              PIC 9(03) VALUE 0 COMP.
000850*
000860 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
000870 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
000880 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
000890*
000900*---------------------------------------------------------------*
000910*    COMMAND-LINE PARAMETERS.                                   *
000920*---------------------------------------------------------------*
000930 01  WS-PARM-AREA.
000940     05  WS-PARM-TEXT             PIC X(40) VALUE SPACES.
000950     05  WS-PARM-MODE             PIC X(10) VALUE SPACES.
000960     05  WS-PARM-VALUE-1          PIC X(10) VALUE SPACES.
000970     05  WS-PARM-VALUE-2          PIC X(10) VALUE SPACES.
000980     05  WS-PARM-ID-X             PIC X(05) VALUE SPACES.
000990     05  WS-PARM-ID-9 REDEFINES WS-PARM-ID-X
001000                                  PIC 9(05).
001010     05  WS-PARM-PROMO            PIC X(04) VALUE SPACES.
001020     05  WS-FROM-DATE-X           PIC X(08) VALUE SPACES.
001030     05  WS-FROM-DATE-9 REDEFINES WS-FROM-DATE-X
001040                                  PIC 9(08).
001050     05  WS-TO-DATE-X             PIC X(08) VALUE SPACES.
001060     05  WS-TO-DATE-9 REDEFINES WS-TO-DATE-X
001070                                  PIC 9(08).
001080     05  WS-PARM-PROGRAM          PIC X(08) VALUE SPACES.
001090*
001100*---------------------------------------------------------------*
001110*    RUN DATE AND TIME FOR THE REPORT HEADING.                  *
001120*---------------------------------------------------------------*
001130 01  WS-RUN-STAMP.
001140     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
001150     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001160         10  WS-RD-YYYY           PIC X(04).
001170         10  WS-RD-MM             PIC X(02).
001180         10  WS-RD-DD             PIC X(02).
001190     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
001200     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
001210         10  WS-RT-HH             PIC X(02).
001220         10  WS-RT-MM             PIC X(02).
001230         10  WS-RT-SS             PIC X(02).
001240         10  FILLER               PIC X(02).
001250*
001260 01  WS-EDITED-DATE.
001270     05  WS-ED-MM                 PIC X(02).
001280     05  FILLER                   PIC X(01) VALUE "/".
001290     05  WS-ED-DD                 PIC X(02).
001300     05  FILLER                   PIC X(01) VALUE "/".
001310     05  WS-ED-YYYY               PIC X(04).
001320*
001330 01  WS-EDITED-TIME.
001340     05  WS-ET-HH                 PIC X(02).
001350     05  FILLER                   PIC X(01) VALUE ":".
001360     05  WS-ET-MM                 PIC X(02).
001370     05  FILLER                   PIC X(01) VALUE ":".
001380     05  WS-ET-SS                 PIC X(02).
001390*
001400*---------------------------------------------------------------*
001410*    AUDIT LOG RECORD - SAME LAYOUT THE SCORING STEP WRITES,    *
001420*    SEE ITS WS-AUDIT-AREA.  THE STAMP REDEFINES GIVE THE       *
001430*    PIECES FOR THE EDITED DATE AND TIME ON THE ENTRY LINE.     *
001440*---------------------------------------------------------------*
001450 01  WS-AUDIT-AREA.
001460     05  AUD-PROGRAM              PIC X(08).
001470     05  AUD-RUN-DATE             PIC 9(08).
001480     05  AUD-RUN-DATE-X REDEFINES AUD-RUN-DATE.
001490         10  AUD-RD-YYYY          PIC X(04).
001500         10  AUD-RD-MM            PIC X(02).
001510         10  AUD-RD-DD            PIC X(02).
001520     05  AUD-RUN-TIME             PIC 9(06).
001530     05  AUD-RUN-TIME-X REDEFINES AUD-RUN-TIME.
001540         10  AUD-RT-HH            PIC X(02).
001550         10  AUD-RT-MM            PIC X(02).
001560         10  AUD-RT-SS            PIC X(02).
001570     05  AUD-OPERATOR             PIC X(03).
001580     05  AUD-FILE-NAME            PIC X(08).
001590     05  AUD-ACTION               PIC X(03).
001600     05  AUD-KEY.
001610         10  AUD-PROMO-CODE       PIC X(04).
001620         10  AUD-CARD-ID          PIC 9(05).
001630     05  AUD-BEFORE-IMAGE         PIC X(460).
001640     05  AUD-AFTER-IMAGE          PIC X(460).
001650     05  FILLER                   PIC X(35).
001660*
001670*---------------------------------------------------------------*
001680*    REPORT PRINT LINES.                                        *
001690*---------------------------------------------------------------*
001700 01  WS-RPT-HEADING-1.
001710     05  FILLER                     PIC X(40) VALUE
001720         "AUDIT TRAIL INQUIRY".
001730     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
001740     05  RPT-H1-DATE                PIC X(10).
001750     05  FILLER                     PIC X(07) VALUE "  TIME ".
001760     05  RPT-H1-TIME                PIC X(08).
001770     05  FILLER                     PIC X(08) VALUE "   PAGE ".
001780     05  RPT-H1-PAGE                PIC ZZZ9.
001790     05  FILLER                     PIC X(45) VALUE SPACES.
001800*
001810 01  WS-RPT-SELECTION-LINE.
001820     05  FILLER                     PIC X(11) VALUE "SELECTION: ".
001830     05  RPT-SL-TEXT                PIC X(60).
001840     05  FILLER                     PIC X(61) VALUE SPACES.
001850*
001860 01  WS-RPT-COL-HEADER.
001870     05  FILLER                     PIC X(12) VALUE "RUN DATE".
001880     05  FILLER                     PIC X(10) VALUE "TIME".
001890     05  FILLER                     PIC X(10) VALUE "PROGRAM".
001900     05  FILLER                     PIC X(06) VALUE "OPER".
001910     05  FILLER                     PIC X(10) VALUE "FILE".
001920     05  FILLER                     PIC X(08) VALUE "ACTION".
001930     05  FILLER                     PIC X(07) VALUE "PROMO".
001940     05  FILLER                     PIC X(05) VALUE "CARD".
001950     05  FILLER                     PIC X(64) VALUE SPACES.
001960*
001970 01  WS-RPT-ENTRY-LINE.
001980     05  RPT-EN-DATE                PIC X(10).
001990     05  FILLER                     PIC X(02) VALUE SPACES.
002000     05  RPT-EN-TIME                PIC X(08).
002010     05  FILLER                     PIC X(02) VALUE SPACES.
002020     05  RPT-EN-PROGRAM             PIC X(08).
002030     05  FILLER                     PIC X(02) VALUE SPACES.
002040     05  RPT-EN-OPERATOR            PIC X(03).
002050     05  FILLER                     PIC X(03) VALUE SPACES.
002060     05  RPT-EN-FILE                PIC X(08).
002070     05  FILLER                     PIC X(02) VALUE SPACES.
002080     05  RPT-EN-ACTION              PIC X(03).
002090     05  FILLER                     PIC X(05) VALUE SPACES.
002100     05  RPT-EN-PROMO               PIC X(04).
002110     05  FILLER                     PIC X(03) VALUE SPACES.
002120     05  RPT-EN-CARD                PIC ZZZZ9.
002130     05  FILLER                     PIC X(65) VALUE SPACES.
002140*
002150 01  WS-RPT-IMAGE-LINE.
002160     05  FILLER                     PIC X(04) VALUE SPACES.
002170     05  RPT-IM-LABEL               PIC X(06).
002180     05  FILLER                     PIC X(01) VALUE SPACES.
002190     05  RPT-IM-FROM                PIC 999.
002200     05  FILLER                     PIC X(01) VALUE "-".
002210     05  RPT-IM-TO                  PIC 999.
002220     05  FILLER                     PIC X(01) VALUE SPACES.
002230     05  RPT-IM-FLAG                PIC X(01).
002240     05  FILLER                     PIC X(01) VALUE SPACES.
002250     05  RPT-IM-BYTES               PIC X(100).
002260     05  FILLER                     PIC X(11) VALUE SPACES.
002270*
002280 01  WS-RPT-TOTAL-LINE.
002290     05  FILLER                     PIC X(02) VALUE SPACES.
002300     05  RPT-TL-LABEL               PIC X(30).
002310     05  RPT-TL-VALUE               PIC Z(7)9.
002320     05  FILLER                     PIC X(92) VALUE SPACES.
002330*
002340 01  WS-RPT-TEXT-LINE.
002350     05  RPT-TX-TEXT                PIC X(70).
002360     05  FILLER                     PIC X(62) VALUE SPACES.
002370*
002380 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
002390*
002400 01  WS-ENTRY-DATE-EDIT.
002410     05  WS-EN-MM                   PIC X(02).
002420     05  FILLER                     PIC X(01) VALUE "/".
002430     05  WS-EN-DD                   PIC X(02).
002440     05  FILLER                     PIC X(01) VALUE "/".
002450     05  WS-EN-YYYY                 PIC X(04).
002460*
002470 01  WS-ENTRY-TIME-EDIT.
002480     05  WS-EN-HH                   PIC X(02).
002490     05  FILLER                     PIC X(01) VALUE ":".
002500     05  WS-EN-MI                   PIC X(02).
002510     05  FILLER                     PIC X(01) VALUE ":".
002520     05  WS-EN-SS                   PIC X(02).
002530*
002540 PROCEDURE DIVISION.
002550*
002560*================================================================*
002570*    0000-MAINLINE                                               *
002580*================================================================*
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-READ-ONE-ENTRY THRU 2000-EXIT
002620         UNTIL WS-AUD-EOF.
002630     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
002640     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002650     MOVE WS-JOB-RC TO RETURN-CODE.
002660     STOP RUN.
002670*
002680*================================================================*
002690*    1000 - INITIALIZATION AND PARAMETER EDIT                    *
002700*================================================================*
002710*    NO AUDIT LOG YET MEANS NOTHING HAS BEEN CHANGED SINCE THE
002720*    LOG WAS INTRODUCED - THE REPORT SAYS SO, RC 4.
002730 1000-INITIALIZE.
002740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002750     ACCEPT WS-RUN-TIME FROM TIME.
002760     MOVE WS-RD-MM TO WS-ED-MM.
002770     MOVE WS-RD-DD TO WS-ED-DD.
002780     MOVE WS-RD-YYYY TO WS-ED-YYYY.
002790     MOVE WS-RT-HH TO WS-ET-HH.
002800     MOVE WS-RT-MM TO WS-ET-MM.
002810     MOVE WS-RT-SS TO WS-ET-SS.
002820     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
002830     UNSTRING WS-PARM-TEXT DELIMITED BY ALL " "
002840         INTO WS-PARM-MODE WS-PARM-VALUE-1 WS-PARM-VALUE-2
002850     END-UNSTRING.
002860     EVALUATE WS-PARM-MODE
002870         WHEN "CARD"
002880             SET WS-MODE-CARD TO TRUE
002890             PERFORM 1100-EDIT-CARD-SELECTION THRU 1100-EXIT
002900         WHEN "DATE"
002910             SET WS-MODE-DATE TO TRUE
002920             PERFORM 1200-EDIT-DATE-SELECTION THRU 1200-EXIT
002930         WHEN "PROG"
002940             SET WS-MODE-PROG TO TRUE
002950             PERFORM 1300-EDIT-PROG-SELECTION THRU 1300-EXIT
002960         WHEN OTHER
002970             PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
002980     END-EVALUATE.
002990     OPEN OUTPUT AUDIT-RPT.
003000     MOVE WS-RPT-SELECTION-LINE TO WS-RPT-PRINT-LINE.
003010     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
003020     MOVE SPACES TO WS-RPT-PRINT-LINE.
003030     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
003040     OPEN INPUT AUDIT-LOG.
003050     IF WS-AUD-STATUS = "35"
003060         MOVE "NO AUDIT LOG ON FILE - NO CHANGES HAVE BEEN LOGGED"
003070             TO RPT-TX-TEXT
003080         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
003090         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
003100         MOVE 04 TO WS-JOB-RC
003110         SET WS-AUD-EOF TO TRUE
003120         GO TO 1000-EXIT
003130     END-IF.
003140     IF WS-AUD-STATUS NOT = "00"
003150         DISPLAY "AUDIT LOG NOT AVAILABLE - STATUS "
003160             WS-AUD-STATUS
003170         CLOSE AUDIT-RPT
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     MOVE WS-RPT-COL-HEADER TO WS-RPT-PRINT-LINE.
003220     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
003230     GO TO 1000-EXIT.
003240 1000-EXIT.
003250     EXIT.
003260*
003270*    AN OMITTED CARD ID WOULD RIGHT-ALIGN TO 00000 AND PASS
003280*    THE NUMERIC TEST - REFUSE IT BEFORE PADDING, THE SAME
003290*    GUARD THE CASE ENTRY PROGRAM APPLIES.
003300 1100-EDIT-CARD-SELECTION.
003310     IF WS-PARM-VALUE-1 = SPACES
003320         PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
003330     END-IF.
003340     PERFORM 1110-RIGHT-ALIGN-CARD-ID THRU 1110-EXIT.
003350     IF WS-PARM-ID-X NOT NUMERIC
003360         DISPLAY "CARD ID MUST BE 1-5 DIGITS: " WS-PARM-VALUE-1
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     MOVE WS-PARM-VALUE-2(1:4) TO WS-PARM-PROMO.
003410     MOVE SPACES TO RPT-SL-TEXT.
003420     EVALUATE TRUE
003430         WHEN WS-PARM-VALUE-2 = SPACES
003440             SET WS-ANY-PROMO TO TRUE
003450             STRING "CARD " WS-PARM-ID-X " - EVERY PROMOTION"
003460                 DELIMITED BY SIZE INTO RPT-SL-TEXT
003470             END-STRING
003480         WHEN WS-PARM-PROMO = "NONE"
003490             MOVE SPACES TO WS-PARM-PROMO
003500             STRING "CARD " WS-PARM-ID-X " - PROMOTION NONE"
003510                 DELIMITED BY SIZE INTO RPT-SL-TEXT
003520             END-STRING
003530         WHEN OTHER
003540             STRING "CARD " WS-PARM-ID-X " - PROMOTION "
003550                 WS-PARM-PROMO
003560                 DELIMITED BY SIZE INTO RPT-SL-TEXT
003570             END-STRING
003580     END-EVALUATE.
003590     GO TO 1100-EXIT.
003600 1100-EXIT.
003610     EXIT.
003620*
003630*    THE OPERATOR TYPES "7" OR "00007" - EITHER WAY THE KEY IS
003640*    FIVE DIGITS, ZERO FILLED.
003650 1110-RIGHT-ALIGN-CARD-ID.
003660     MOVE "00000" TO WS-PARM-ID-X.
003670     MOVE 0 TO WS-SLOT-IDX.
003680     PERFORM 1120-TAKE-ONE-ID-CHAR THRU 1120-EXIT
003690         VARYING WS-NUM-IDX FROM 1 BY 1
003700         UNTIL WS-NUM-IDX > 10.
003710     GO TO 1110-EXIT.
003720 1110-EXIT.
003730     EXIT.
003740*
003750 1120-TAKE-ONE-ID-CHAR.
003760     IF WS-PARM-VALUE-1(WS-NUM-IDX:1) = SPACE
003770         GO TO 1120-EXIT
003780     END-IF.
003790     ADD 1 TO WS-SLOT-IDX.
003800     IF WS-SLOT-IDX > 5
003810         MOVE "XXXXX" TO WS-PARM-ID-X
003820         GO TO 1120-EXIT
003830     END-IF.
003840     MOVE WS-PARM-ID-X(2:4) TO WS-PARM-ID-X(1:4).
003850     MOVE WS-PARM-VALUE-1(WS-NUM-IDX:1) TO WS-PARM-ID-X(5:1).
003860     GO TO 1120-EXIT.
003870 1120-EXIT.
003880     EXIT.
003890*
003900*    BOTH DATES ARE FULL YYYYMMDD RUN DATES, INCLUSIVE.
003910 1200-EDIT-DATE-SELECTION.
003920     MOVE WS-PARM-VALUE-1(1:8) TO WS-FROM-DATE-X.
003930     IF WS-PARM-VALUE-2 = SPACES
003940         MOVE WS-FROM-DATE-X TO WS-TO-DATE-X
003950     ELSE
003960         MOVE WS-PARM-VALUE-2(1:8) TO WS-TO-DATE-X
003970     END-IF.
003980     IF WS-FROM-DATE-X NOT NUMERIC
003990        OR WS-TO-DATE-X NOT NUMERIC
004000         DISPLAY "DATES MUST BE YYYYMMDD: " WS-PARM-VALUE-1
004010             " " WS-PARM-VALUE-2
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     IF WS-FROM-DATE-9 > WS-TO-DATE-9
004060         DISPLAY "FROM DATE IS AFTER THE TO DATE"
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     MOVE SPACES TO RPT-SL-TEXT.
004110     STRING "RUN DATES " WS-FROM-DATE-X " THROUGH "
004120         WS-TO-DATE-X
004130         DELIMITED BY SIZE INTO RPT-SL-TEXT
004140     END-STRING.
004150     GO TO 1200-EXIT.
004160 1200-EXIT.
004170     EXIT.
004180*
004190*    THE LOG CARRIES PROGRAM NAMES IN UPPER CASE.
004200 1300-EDIT-PROG-SELECTION.
004210     IF WS-PARM-VALUE-1 = SPACES
004220         PERFORM 1900-SHOW-USAGE THRU 1900-EXIT
004230     END-IF.
004240     MOVE WS-PARM-VALUE-1(1:8) TO WS-PARM-PROGRAM.
004250     INSPECT WS-PARM-PROGRAM CONVERTING
004260         "abcdefghijklmnopqrstuvwxyz"
004270         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004280     MOVE SPACES TO RPT-SL-TEXT.
004290     STRING "PROGRAM " WS-PARM-PROGRAM
004300         DELIMITED BY SIZE INTO RPT-SL-TEXT
004310     END-STRING.
004320     GO TO 1300-EXIT.
004330 1300-EXIT.
004340     EXIT.
004350*
004360 1900-SHOW-USAGE.
004370     DISPLAY "USAGE: AUDINQ CARD <CARD-ID> [<PROMO>]".
004380     DISPLAY "   OR: AUDINQ DATE <FROM-YYYYMMDD> [<TO-YYYYMMDD>]".
004390     DISPLAY "   OR: AUDINQ PROG <PROGRAM>".
004400     MOVE 16 TO RETURN-CODE.
004410     STOP RUN.
004420 1900-EXIT.
004430     EXIT.
004440*
004450*================================================================*
004460*    2000 - READ THE AUDIT LOG                                   *
004470*================================================================*
004480 2000-READ-ONE-ENTRY.
004490     MOVE SPACES TO WS-AUDIT-AREA.
004500     READ AUDIT-LOG INTO WS-AUDIT-AREA
004510         AT END SET WS-AUD-EOF TO TRUE
004520     END-READ.
004530     IF WS-AUD-EOF
004540         GO TO 2000-EXIT
004550     END-IF.
004560     ADD 1 TO WS-READ-COUNT.
004570     PERFORM 2100-TEST-SELECTION THRU 2100-EXIT.
004580     IF NOT WS-SELECTED
004590         GO TO 2000-EXIT
004600     END-IF.
004610     ADD 1 TO WS-LISTED-COUNT.
004620     PERFORM 2200-PRINT-ONE-ENTRY THRU 2200-EXIT.
004630     GO TO 2000-EXIT.
004640 2000-EXIT.
004650     EXIT.
004660*
004670*    AN ENTRY WHOSE CARD OR DATE IS NOT NUMERIC (A DAMAGED
004680*    LINE) CAN ONLY BE PICKED UP BY A PROGRAM SELECTION.
004690 2100-TEST-SELECTION.
004700     MOVE "N" TO WS-SELECTED-SW.
004710     EVALUATE TRUE
004720         WHEN WS-MODE-CARD
004730             IF AUD-CARD-ID NUMERIC
004740                AND AUD-CARD-ID = WS-PARM-ID-9
004750                AND (WS-ANY-PROMO
004760                     OR AUD-PROMO-CODE = WS-PARM-PROMO)
004770                 SET WS-SELECTED TO TRUE
004780             END-IF
004790         WHEN WS-MODE-DATE
004800             IF AUD-RUN-DATE NUMERIC
004810                AND AUD-RUN-DATE NOT < WS-FROM-DATE-9
004820                AND AUD-RUN-DATE NOT > WS-TO-DATE-9
004830                 SET WS-SELECTED TO TRUE
004840             END-IF
004850         WHEN OTHER
004860             IF AUD-PROGRAM = WS-PARM-PROGRAM
004870                 SET WS-SELECTED TO TRUE
004880             END-IF
004890     END-EVALUATE.
004900     GO TO 2100-EXIT.
004910 2100-EXIT.
004920     EXIT.
004930*
004940*    THE ENTRY LINE, THEN WHICHEVER IMAGES THE ACTION CARRIES.
004950*    ONLY THE RECORD'S OWN LENGTH OF EACH IMAGE IS PRINTED.
004960 2200-PRINT-ONE-ENTRY.
004970     MOVE SPACES TO WS-RPT-PRINT-LINE.
004980     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
004990     MOVE AUD-RD-MM TO WS-EN-MM.
005000     MOVE AUD-RD-DD TO WS-EN-DD.
005010     MOVE AUD-RD-YYYY TO WS-EN-YYYY.
005020     MOVE WS-ENTRY-DATE-EDIT TO RPT-EN-DATE.
005030     MOVE AUD-RT-HH TO WS-EN-HH.
005040     MOVE AUD-RT-MM TO WS-EN-MI.
005050     MOVE AUD-RT-SS TO WS-EN-SS.
005060     MOVE WS-ENTRY-TIME-EDIT TO RPT-EN-TIME.
005070     MOVE AUD-PROGRAM TO RPT-EN-PROGRAM.
005080     MOVE AUD-OPERATOR TO RPT-EN-OPERATOR.
005090     MOVE AUD-FILE-NAME TO RPT-EN-FILE.
005100     MOVE AUD-ACTION TO RPT-EN-ACTION.
005110     IF AUD-PROMO-CODE = SPACES
005120         MOVE "NONE" TO RPT-EN-PROMO
005130     ELSE
005140         MOVE AUD-PROMO-CODE TO RPT-EN-PROMO
005150     END-IF.
005160     MOVE 0 TO RPT-EN-CARD.
005170     IF AUD-CARD-ID NUMERIC
005180         MOVE AUD-CARD-ID TO RPT-EN-CARD
005190     END-IF.
005200     MOVE WS-RPT-ENTRY-LINE TO WS-RPT-PRINT-LINE.
005210     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
005220     EVALUATE AUD-FILE-NAME
005230         WHEN "REDEMREG"
005240             MOVE 53 TO WS-IMAGE-LENGTH
005250         WHEN "SCOREMST"
005260             MOVE 453 TO WS-IMAGE-LENGTH
005270         WHEN "DSPCASE"
005280             MOVE 100 TO WS-IMAGE-LENGTH
005290         WHEN OTHER
005300             MOVE 460 TO WS-IMAGE-LENGTH
005310     END-EVALUATE.
005320     IF AUD-BEFORE-IMAGE NOT = SPACES
005330         MOVE "BEFORE" TO RPT-IM-LABEL
005340         PERFORM 2300-PRINT-ONE-SLICE THRU 2300-EXIT
005350             VARYING WS-SLICE-POS FROM 1 BY 100
005360             UNTIL WS-SLICE-POS > WS-IMAGE-LENGTH
005370     END-IF.
005380     IF AUD-AFTER-IMAGE NOT = SPACES
005390         MOVE "AFTER" TO RPT-IM-LABEL
005400         PERFORM 2300-PRINT-ONE-SLICE THRU 2300-EXIT
005410             VARYING WS-SLICE-POS FROM 1 BY 100
005420             UNTIL WS-SLICE-POS > WS-IMAGE-LENGTH
005430     END-IF.
005440     GO TO 2200-EXIT.
005450 2200-EXIT.
005460     EXIT.
005470*
005480*    ONE 100-BYTE SLICE OF THE IMAGE NAMED BY RPT-IM-LABEL.  AN
005490*    AFTER SLICE OF A CHANGE THAT DIFFERS FROM THE SAME SLICE
005500*    OF THE BEFORE IMAGE IS FLAGGED SO THE EYE GOES STRAIGHT
005510*    TO WHAT MOVED.
005520 2300-PRINT-ONE-SLICE.
005530     COMPUTE WS-SLICE-END = WS-SLICE-POS + 99.
005540     IF WS-SLICE-END > WS-IMAGE-LENGTH
005550         MOVE WS-IMAGE-LENGTH TO WS-SLICE-END
005560     END-IF.
005570     COMPUTE WS-SLICE-LEN = WS-SLICE-END - WS-SLICE-POS + 1.
005580     MOVE WS-SLICE-POS TO RPT-IM-FROM.
005590     MOVE WS-SLICE-END TO RPT-IM-TO.
005600     MOVE SPACE TO RPT-IM-FLAG.
005610     MOVE SPACES TO RPT-IM-BYTES.
005620     IF RPT-IM-LABEL = "BEFORE"
005630         MOVE AUD-BEFORE-IMAGE(WS-SLICE-POS:WS-SLICE-LEN)
005640             TO RPT-IM-BYTES
005650     ELSE
005660         MOVE AUD-AFTER-IMAGE(WS-SLICE-POS:WS-SLICE-LEN)
005670             TO RPT-IM-BYTES
005680         IF AUD-ACTION = "CHG"
005690            AND AUD-AFTER-IMAGE(WS-SLICE-POS:WS-SLICE-LEN)
005700                NOT = AUD-BEFORE-IMAGE(WS-SLICE-POS:WS-SLICE-LEN)
005710             MOVE "*" TO RPT-IM-FLAG
005720         END-IF
005730     END-IF.
005740     MOVE WS-RPT-IMAGE-LINE TO WS-RPT-PRINT-LINE.
005750     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
005760     GO TO 2300-EXIT.
005770 2300-EXIT.
005780     EXIT.
005790*
005800*================================================================*
005810*    3000 - TOTALS                                               *
005820*================================================================*
005830 3000-WRITE-TOTALS.
005840     MOVE SPACES TO WS-RPT-PRINT-LINE.
005850     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
005860     IF WS-LISTED-COUNT = 0
005870         MOVE "NO AUDIT ENTRIES MATCH THE SELECTION"
005880             TO RPT-TX-TEXT
005890         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
005900         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
005910         MOVE 04 TO WS-JOB-RC
005920     END-IF.
005930     MOVE "AUDIT ENTRIES READ" TO RPT-TL-LABEL.
005940     MOVE WS-READ-COUNT TO RPT-TL-VALUE.
005950     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
005960     MOVE "AUDIT ENTRIES LISTED" TO RPT-TL-LABEL.
005970     MOVE WS-LISTED-COUNT TO RPT-TL-VALUE.
005980     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
005990     GO TO 3000-EXIT.
006000 3000-EXIT.
006010     EXIT.
006020*
006030 3010-RPT-PAGE-HEADING.
006040     ADD 1 TO WS-RPT-PAGE.
006050     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
006060     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
006070     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
006080     WRITE FD-AUDIT-LINE FROM WS-RPT-HEADING-1.
006090     MOVE SPACES TO FD-AUDIT-LINE.
006100     WRITE FD-AUDIT-LINE.
006110     MOVE 2 TO WS-RPT-LINE-CNT.
006120     GO TO 3010-EXIT.
006130 3010-EXIT.
006140     EXIT.
006150*
006160 3020-WRITE-RPT-LINE.
006170     IF WS-RPT-LINE-CNT > 55
006180         PERFORM 3010-RPT-PAGE-HEADING THRU 3010-EXIT
006190     END-IF.
006200     WRITE FD-AUDIT-LINE FROM WS-RPT-PRINT-LINE.
006210     ADD 1 TO WS-RPT-LINE-CNT.
006220     GO TO 3020-EXIT.
006230 3020-EXIT.
006240     EXIT.
006250*
006260 3030-PRINT-TOTAL-LINE.
006270     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
006280     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
006290     GO TO 3030-EXIT.
006300 3030-EXIT.
006310     EXIT.
006320*
006330*================================================================*
006340*    4000 - END OF RUN                                           *
006350*================================================================*
006360 4000-FINALIZE.
006370     DISPLAY "AUDIT TRAIL INQUIRY COMPLETE".
006380     DISPLAY "  READ: " WS-READ-COUNT
006390         "  LISTED: " WS-LISTED-COUNT.
006400     DISPLAY "  RETURN CODE: " WS-JOB-RC.
006410     IF WS-AUD-STATUS NOT = "35"
006420         CLOSE AUDIT-LOG
006430     END-IF.
006440     CLOSE AUDIT-RPT.
006450     GO TO 4000-EXIT.
006460 4000-EXIT.
006470     EXIT.
