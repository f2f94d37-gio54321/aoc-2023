000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. mbrmonth.
000030 AUTHOR. R JELINEK.
000040 INSTALLATION. AOC-BATCH-CENTER.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*
000080*---------------------------------------------------------------*
000090*  MODIFICATION HISTORY                                         *
000100*---------------------------------------------------------------*
000110*  10/15/26  RJ   ORIGINAL PROGRAM - MONTHLY MEMBER POINTS      *
000120*                 STATEMENT.  READS THE MEMBER HISTORY          *
000130*                 (MBRHIST) IN MEMBER ORDER AND, FOR EACH       *
000140*                 MEMBER WITH A BALANCE OR ACTIVITY, PRINTS THE *
000150*                 OPENING BALANCE, EVERY CARD POSTED OR         *
000160*                 REVERSED IN THE MONTH, AND THE CLOSING        *
000170*                 BALANCE, TO MBRSTMT.                          *
000180*---------------------------------------------------------------*
000190*
000200*    RUN AS:  MBRMONTH [<YYYYMM>]
000210*    WITHOUT A MONTH THE STATEMENT IS FOR THE PREVIOUS CALENDAR
000220*    MONTH, SO THE FIRST-OF-MONTH SCHEDULE NEEDS NO PARAMETER.
000230*    THE MONTH A POSTING FALLS IN IS THE DATE IT WAS POSTED TO
000240*    THE ACCOUNT.  THE OPENING BALANCE IS THE BALANCE AFTER THE
000250*    MEMBER'S LAST POSTING BEFORE THE MONTH; THE CLOSING BALANCE
000260*    IS THE OPENING PLUS THE MONTH'S POSTINGS, PROVED AGAINST
000270*    THE BALANCE THE LAST POSTING CARRIES.
000280*    RC 0 CLEAN, 8 A MEMBER DID NOT PROVE, 16 FILE TROUBLE.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MEMBER-HISTORY
000340         ASSIGN TO "MBRHIST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS MBH-KEY
000380         FILE STATUS IS WS-MBH-STATUS.
000390     SELECT STATEMENT-RPT
000400         ASSIGN TO "MBRSTMT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460*    SAME RECORD MBRPOST WRITES - SEE ITS FD.
000470 FD  MEMBER-HISTORY
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 80 CHARACTERS.
000500 01  FD-HISTORY-RECORD.
000510     05  MBH-KEY.
000520         10  MBH-MEMBER-NO        PIC 9(09).
000530         10  MBH-POST-DATE        PIC 9(08).
000540         10  MBH-POST-TIME        PIC 9(06).
000550         10  MBH-POST-SEQ         PIC 9(05).
000560     05  MBH-SOURCE               PIC X(01).
000570     05  MBH-ACTIVITY-DATE        PIC 9(08).
000580     05  MBH-PROMO-CODE           PIC X(04).
000590     05  MBH-CARD-ID              PIC 9(05).
000600     05  MBH-MATCH-COUNT          PIC 9(03).
000610     05  MBH-TIER-NO              PIC 9(02).
000620     05  MBH-POINTS               PIC S9(11).
000630     05  MBH-BALANCE              PIC S9(11).
000640     05  MBH-SEASON-SW            PIC X(01).
000650     05  FILLER                   PIC X(06).
000660*
000670 FD  STATEMENT-RPT
000680     LABEL RECORDS ARE OMITTED
000690     RECORD CONTAINS 132 CHARACTERS.
000700 01  FD-STATEMENT-LINE            PIC X(132).
000710*
000720 WORKING-STORAGE SECTION.
000730*
000740*---------------------------------------------------------------*
000750*    SWITCHES                                                   *
000760*---------------------------------------------------------------*
000770 77  WS-MBH-STATUS                PIC X(02) VALUE "00".
000780 77  WS-MBH-EOF-SW                PIC X(01) VALUE "N".
000790     88  WS-MBH-EOF                         VALUE "Y".
000800 77  WS-MEMBER-SHOWN-SW           PIC X(01) VALUE "N".
000810     88  WS-MEMBER-SHOWN                    VALUE "Y".
000820 77  WS-JOB-RC                    PIC 9(02) VALUE 0.
000830*
000840*---------------------------------------------------------------*
000850*    COUNTERS AND ACCUMULATORS                                  *
000860*---------------------------------------------------------------*
000870 77  WS-CUR-MEMBER                PIC 9(09) VALUE 0.
000880 77  WS-OPENING-BALANCE           PIC S9(11) VALUE 0.
000890 77  WS-LAST-BALANCE              PIC S9(11) VALUE 0.
000900 77  WS-CLOSING-BALANCE           PIC S9(11) VALUE 0.
000910 77  WS-MONTH-POINTS              PIC S9(11) VALUE 0.
000920 77  WS-MONTH-POSTINGS            PIC 9(05) VALUE 0 COMP.
000930*
000940 77  WS-HIST-READ                 PIC 9(07) VALUE 0 COMP.
000950 77  WS-MEMBERS-STATED            PIC 9(07) VALUE 0 COMP.
000960 77  WS-MEMBERS-ACTIVE            PIC 9(07) VALUE 0 COMP.
000970 77  WS-POSTINGS-LISTED           PIC 9(07) VALUE 0 COMP.
000980 77  WS-MEMBERS-OUT               PIC 9(07) VALUE 0 COMP.
000990 77  WS-TOTAL-ADDED               PIC 9(13) VALUE 0 COMP.
001000 77  WS-TOTAL-REVERSED            PIC 9(13) VALUE 0 COMP.
001010 77  WS-TOTAL-CLOSING             PIC S9(13) VALUE 0 COMP.
001020*
001030 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
001040 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
001050 77  WS-EDIT-DATE-IN              PIC 9(08) VALUE 0.
001060*
001070*---------------------------------------------------------------*
001080*    STATEMENT MONTH - FROM THE COMMAND LINE OR THE MONTH       *
001090*    BEFORE THE RUN DATE.                                       *
001100*---------------------------------------------------------------*
001110 01  WS-PARM-AREA.
001120     05  WS-PARM-LINE             PIC X(20) VALUE SPACES.
001130     05  WS-PARM-MONTH            PIC X(06) VALUE SPACES.
001140     05  WS-PARM-MONTH-9 REDEFINES WS-PARM-MONTH.
001150         10  WS-PM-YYYY           PIC 9(04).
001160         10  WS-PM-MM             PIC 9(02).
001170*
001180 01  WS-MONTH-BOUNDS.
001190     05  WS-MONTH-START           PIC 9(08) VALUE 0.
001200     05  WS-MONTH-END             PIC 9(08) VALUE 0.
001210*
001220*---------------------------------------------------------------*
001230*    RUN DATE AND TIME.                                         *
001240*---------------------------------------------------------------*
001250 01  WS-RUN-STAMP.
001260     05  WS-RUN-DATE              PIC 9(08) VALUE 0.
001270     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001280         10  WS-RD-YYYY           PIC X(04).
001290         10  WS-RD-MM             PIC X(02).
001300         10  WS-RD-DD             PIC X(02).
001310     05  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE.
001320         10  WS-RD-YYYY-9         PIC 9(04).
001330         10  WS-RD-MM-9           PIC 9(02).
001340         10  WS-RD-DD-9           PIC 9(02).
001350     05  WS-RUN-TIME              PIC 9(08) VALUE 0.
001360     05  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
001370         10  WS-RT-HH             PIC X(02).
001380         10  WS-RT-MM             PIC X(02).
001390         10  WS-RT-SS             PIC X(02).
001400         10  FILLER               PIC X(02).
001410*
001420 01  WS-EDITED-DATE.
001430     05  WS-ED-MM                 PIC X(02).
001440     05  FILLER                   PIC X(01) VALUE "/".
001450     05  WS-ED-DD                 PIC X(02).
001460     05  FILLER                   PIC X(01) VALUE "/".
001470     05  WS-ED-YYYY               PIC X(04).
001480*
001490 01  WS-EDITED-TIME.
001500     05  WS-ET-HH                 PIC X(02).
001510     05  FILLER                   PIC X(01) VALUE ":".
001520     05  WS-ET-MM                 PIC X(02).
001530     05  FILLER                   PIC X(01) VALUE ":".
001540     05  WS-ET-SS                 PIC X(02).
001550*
001560 01  WS-LINE-DATE-IN.
001570     05  WS-LD-YYYY               PIC X(04).
001580     05  WS-LD-MM                 PIC X(02).
001590     05  WS-LD-DD                 PIC X(02).
001600*
001610 01  WS-LINE-DATE.
001620     05  WS-LE-MM                 PIC X(02).
001630     05  FILLER                   PIC X(01) VALUE "/".
001640     05  WS-LE-DD                 PIC X(02).
001650     05  FILLER                   PIC X(01) VALUE "/".
001660     05  WS-LE-YYYY               PIC X(04).
001670*
001680*---------------------------------------------------------------*
001690*    REPORT PRINT LINES.                                        *
001700*---------------------------------------------------------------*
001710 01  WS-RPT-HEADING-1.
001720     05  FILLER                     PIC X(40) VALUE
001730         "MEMBER POINTS STATEMENT".
001740     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
001750     05  RPT-H1-DATE                PIC X(10).
001760     05  FILLER                     PIC X(07) VALUE "  TIME ".
001770     05  RPT-H1-TIME                PIC X(08).
001780     05  FILLER                     PIC X(08) VALUE "   PAGE ".
001790     05  RPT-H1-PAGE                PIC ZZZ9.
001800     05  FILLER                     PIC X(45) VALUE SPACES.
001810*
001820 01  WS-RPT-HEADING-2.
001830     05  FILLER                     PIC X(17) VALUE
001840         "STATEMENT MONTH: ".
001850     05  RPT-H2-MM                  PIC X(02).
001860     05  FILLER                     PIC X(01) VALUE "/".
001870     05  RPT-H2-YYYY                PIC X(04).
001880     05  FILLER                     PIC X(108) VALUE SPACES.
001890*
001900 01  WS-RPT-MEMBER-LINE.
001910     05  FILLER                     PIC X(07) VALUE "MEMBER ".
001920     05  RPT-MB-MEMBER              PIC 9(09).
001930     05  FILLER                     PIC X(20) VALUE
001940         "     OPENING BALANCE".
001950     05  RPT-MB-OPENING             PIC Z(10)9-.
001960     05  FILLER                     PIC X(84) VALUE SPACES.
001970*
001980 01  WS-RPT-COL-HEADER.
001990     05  FILLER                     PIC X(04) VALUE SPACES.
002000     05  FILLER                     PIC X(12) VALUE "POSTED".
002010     05  FILLER                     PIC X(12) VALUE "ACTIVITY".
002020     05  FILLER                     PIC X(10) VALUE "ACTION".
002030     05  FILLER                     PIC X(06) VALUE "PROMO".
002040     05  FILLER                     PIC X(07) VALUE " CARD".
002050     05  FILLER                     PIC X(06) VALUE "MATCH".
002060     05  FILLER                     PIC X(05) VALUE "TIER".
002070     05  FILLER                     PIC X(14) VALUE
002080         "        POINTS".
002090     05  FILLER                     PIC X(14) VALUE
002100         "       BALANCE".
002110     05  FILLER                     PIC X(42) VALUE SPACES.
002120*
002130 01  WS-RPT-DETAIL-LINE.
002140     05  FILLER                     PIC X(04) VALUE SPACES.
002150     05  RPT-DT-POST-DATE           PIC X(10).
002160     05  FILLER                     PIC X(02) VALUE SPACES.
002170     05  RPT-DT-ACT-DATE            PIC X(10).
002180     05  FILLER                     PIC X(02) VALUE SPACES.
002190     05  RPT-DT-ACTION              PIC X(08).
002200     05  FILLER                     PIC X(02) VALUE SPACES.
002210     05  RPT-DT-PROMO               PIC X(04).
002220     05  FILLER                     PIC X(02) VALUE SPACES.
002230     05  RPT-DT-CARD                PIC ZZZZ9.
002240     05  FILLER                     PIC X(03) VALUE SPACES.
002250     05  RPT-DT-MATCH               PIC ZZ9.
002260     05  FILLER                     PIC X(04) VALUE SPACES.
002270     05  RPT-DT-TIER                PIC Z9.
002280     05  FILLER                     PIC X(01) VALUE SPACES.
002290     05  RPT-DT-POINTS              PIC Z(10)9-.
002300     05  FILLER                     PIC X(02) VALUE SPACES.
002310     05  RPT-DT-BALANCE             PIC Z(10)9-.
002320     05  FILLER                     PIC X(44) VALUE SPACES.
002330*
002340 01  WS-RPT-CLOSING-LINE.
002350     05  FILLER                     PIC X(16) VALUE SPACES.
002360     05  FILLER                     PIC X(20) VALUE
002370         "CLOSING BALANCE".
002380     05  RPT-CL-CLOSING             PIC Z(10)9-.
002390     05  FILLER                     PIC X(22) VALUE
002400         "   POINTS THIS MONTH ".
002410     05  RPT-CL-MONTH               PIC Z(10)9-.
002420     05  FILLER                     PIC X(02) VALUE SPACES.
002430     05  RPT-CL-NOTE                PIC X(30).
002440     05  FILLER                     PIC X(18) VALUE SPACES.
002450*
002460 01  WS-RPT-TOTAL-LINE.
002470     05  FILLER                     PIC X(02) VALUE SPACES.
002480     05  RPT-TL-LABEL               PIC X(30).
002490     05  RPT-TL-VALUE               PIC Z(12)9-.
002500     05  FILLER                     PIC X(86) VALUE SPACES.
002510*
002520 01  WS-RPT-TEXT-LINE.
002530     05  RPT-TX-TEXT                PIC X(70).
002540     05  FILLER                     PIC X(62) VALUE SPACES.
002550*
002560 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
002570*
002580 PROCEDURE DIVISION.
002590*
002600*================================================================*
002610*    0000-MAINLINE                                               *
002620*================================================================*
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650     PERFORM 2000-READ-ONE-HISTORY THRU 2000-EXIT
002660         UNTIL WS-MBH-EOF.
002670     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
002680     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002690     MOVE WS-JOB-RC TO RETURN-CODE.
002700     STOP RUN.
002710*
002720*================================================================*
002730*    1000 - INITIALIZATION                                       *
002740*================================================================*
002750 1000-INITIALIZE.
002760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002770     ACCEPT WS-RUN-TIME FROM TIME.
002780     MOVE WS-RD-MM TO WS-ED-MM.
002790     MOVE WS-RD-DD TO WS-ED-DD.
002800     MOVE WS-RD-YYYY TO WS-ED-YYYY.
002810     MOVE WS-RT-HH TO WS-ET-HH.
002820     MOVE WS-RT-MM TO WS-ET-MM.
002830     MOVE WS-RT-SS TO WS-ET-SS.
002840     PERFORM 1100-EDIT-MONTH-PARM THRU 1100-EXIT.
002850     OPEN INPUT MEMBER-HISTORY.
002860     IF WS-MBH-STATUS NOT = "00"
002870         DISPLAY "MEMBER HISTORY NOT AVAILABLE - STATUS "
002880             WS-MBH-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     OPEN OUTPUT STATEMENT-RPT.
002930     MOVE LOW-VALUES TO MBH-KEY.
002940     START MEMBER-HISTORY KEY NOT < MBH-KEY
002950         INVALID KEY SET WS-MBH-EOF TO TRUE
002960     END-START.
002970     GO TO 1000-EXIT.
002980 1000-EXIT.
002990     EXIT.
003000*
003010 1100-EDIT-MONTH-PARM.
003020     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
003030     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
003040         INTO WS-PARM-MONTH
003050     END-UNSTRING.
003060     IF WS-PARM-MONTH = SPACES
003070         MOVE WS-RD-YYYY-9 TO WS-PM-YYYY
003080         IF WS-RD-MM-9 = 1
003090             SUBTRACT 1 FROM WS-PM-YYYY
003100             MOVE 12 TO WS-PM-MM
003110         ELSE
003120             COMPUTE WS-PM-MM = WS-RD-MM-9 - 1
003130         END-IF
003140     END-IF.
003150     IF WS-PARM-MONTH NOT NUMERIC
003160        OR WS-PM-MM < 1 OR WS-PM-MM > 12
003170         DISPLAY "USAGE: MBRMONTH [<YYYYMM>] - BAD MONTH: "
003180             WS-PARM-MONTH
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     COMPUTE WS-MONTH-START = WS-PM-YYYY * 10000
003230         + WS-PM-MM * 100 + 1.
003240     COMPUTE WS-MONTH-END = WS-PM-YYYY * 10000
003250         + WS-PM-MM * 100 + 31.
003260     MOVE WS-PARM-MONTH(5:2) TO RPT-H2-MM.
003270     MOVE WS-PARM-MONTH(1:4) TO RPT-H2-YYYY.
003280     GO TO 1100-EXIT.
003290 1100-EXIT.
003300     EXIT.
003310*
003320*================================================================*
003330*    2000 - ONE HISTORY RECORD, BREAKING ON MEMBER               *
003340*================================================================*
003350*    POSTINGS BEFORE THE MONTH ONLY SET THE OPENING BALANCE;
003360*    POSTINGS AFTER IT (A STATEMENT RUN LATE) ARE PASSED BY.
003370 2000-READ-ONE-HISTORY.
003380     READ MEMBER-HISTORY NEXT RECORD
003390         AT END SET WS-MBH-EOF TO TRUE
003400     END-READ.
003410     IF NOT WS-MBH-EOF
003420        AND WS-MBH-STATUS NOT = "00" AND WS-MBH-STATUS NOT = "02"
003430         DISPLAY "MEMBER HISTORY READ ERROR - STATUS "
003440             WS-MBH-STATUS
003450         MOVE 16 TO WS-JOB-RC
003460         SET WS-MBH-EOF TO TRUE
003470     END-IF.
003480     IF WS-MBH-EOF
003490         IF WS-CUR-MEMBER > 0
003500             PERFORM 2900-CLOSE-MEMBER THRU 2900-EXIT
003510         END-IF
003520         GO TO 2000-EXIT
003530     END-IF.
003540     ADD 1 TO WS-HIST-READ.
003550     IF MBH-MEMBER-NO NOT = WS-CUR-MEMBER
003560         IF WS-CUR-MEMBER > 0
003570             PERFORM 2900-CLOSE-MEMBER THRU 2900-EXIT
003580         END-IF
003590         MOVE MBH-MEMBER-NO TO WS-CUR-MEMBER
003600         MOVE 0 TO WS-OPENING-BALANCE
003610         MOVE 0 TO WS-LAST-BALANCE
003620         MOVE 0 TO WS-MONTH-POINTS
003630         MOVE 0 TO WS-MONTH-POSTINGS
003640         MOVE "N" TO WS-MEMBER-SHOWN-SW
003650     END-IF.
003660     IF MBH-POST-DATE < WS-MONTH-START
003670         MOVE MBH-BALANCE TO WS-OPENING-BALANCE
003680         GO TO 2000-EXIT
003690     END-IF.
003700     IF MBH-POST-DATE > WS-MONTH-END
003710         GO TO 2000-EXIT
003720     END-IF.
003730     IF NOT WS-MEMBER-SHOWN
003740         PERFORM 2800-PRINT-MEMBER-HEADER THRU 2800-EXIT
003750     END-IF.
003760     PERFORM 2100-PRINT-ONE-POSTING THRU 2100-EXIT.
003770     GO TO 2000-EXIT.
003780 2000-EXIT.
003790     EXIT.
003800*
003810 2100-PRINT-ONE-POSTING.
003820     ADD 1 TO WS-MONTH-POSTINGS.
003830     ADD 1 TO WS-POSTINGS-LISTED.
003840     ADD MBH-POINTS TO WS-MONTH-POINTS.
003850     MOVE MBH-BALANCE TO WS-LAST-BALANCE.
003860     IF MBH-POINTS < 0
003870         SUBTRACT MBH-POINTS FROM WS-TOTAL-REVERSED
003880     ELSE
003890         ADD MBH-POINTS TO WS-TOTAL-ADDED
003900     END-IF.
003910     MOVE MBH-POST-DATE TO WS-EDIT-DATE-IN.
003920     PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
003930     MOVE WS-LINE-DATE TO RPT-DT-POST-DATE.
003940     MOVE MBH-ACTIVITY-DATE TO WS-EDIT-DATE-IN.
003950     PERFORM 3900-EDIT-DATE THRU 3900-EXIT.
003960     MOVE WS-LINE-DATE TO RPT-DT-ACT-DATE.
003970     IF MBH-SOURCE = "V"
003980         MOVE "REVERSAL" TO RPT-DT-ACTION
003990     ELSE
004000         MOVE "POSTED" TO RPT-DT-ACTION
004010     END-IF.
004020     IF MBH-SEASON-SW = "U"
004030         MOVE "????" TO RPT-DT-PROMO
004040     ELSE
004050         IF MBH-PROMO-CODE = SPACES
004060             MOVE "NONE" TO RPT-DT-PROMO
004070         ELSE
004080             MOVE MBH-PROMO-CODE TO RPT-DT-PROMO
004090         END-IF
004100     END-IF.
004110     MOVE MBH-CARD-ID TO RPT-DT-CARD.
004120     MOVE MBH-MATCH-COUNT TO RPT-DT-MATCH.
004130     MOVE MBH-TIER-NO TO RPT-DT-TIER.
004140     MOVE MBH-POINTS TO RPT-DT-POINTS.
004150     MOVE MBH-BALANCE TO RPT-DT-BALANCE.
004160     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-PRINT-LINE.
004170     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
004180     GO TO 2100-EXIT.
004190 2100-EXIT.
004200     EXIT.
004210*
004220 2800-PRINT-MEMBER-HEADER.
004230     SET WS-MEMBER-SHOWN TO TRUE.
004240     ADD 1 TO WS-MEMBERS-STATED.
004250     IF WS-RPT-LINE-CNT > 50
004260         MOVE 99 TO WS-RPT-LINE-CNT
004270     END-IF.
004280     MOVE WS-CUR-MEMBER TO RPT-MB-MEMBER.
004290     MOVE WS-OPENING-BALANCE TO RPT-MB-OPENING.
004300     MOVE WS-RPT-MEMBER-LINE TO WS-RPT-PRINT-LINE.
004310     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
004320     MOVE WS-RPT-COL-HEADER TO WS-RPT-PRINT-LINE.
004330     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
004340     GO TO 2800-EXIT.
004350 2800-EXIT.
004360     EXIT.
004370*
004380*    A MEMBER WITH NO POSTINGS IN THE MONTH STILL GETS A
004390*    STATEMENT WHILE THE BALANCE IS NOT ZERO.  THE CLOSING
004400*    BALANCE MUST AGREE WITH THE BALANCE THE LAST POSTING
004410*    CARRIES - IF NOT, THE HISTORY HAS BEEN TAMPERED WITH OR A
004420*    POSTING IS MISSING, AND THE STATEMENT SAYS SO.
004430 2900-CLOSE-MEMBER.
004440     IF NOT WS-MEMBER-SHOWN
004450         IF WS-OPENING-BALANCE = 0
004460             GO TO 2900-EXIT
004470         END-IF
004480         PERFORM 2800-PRINT-MEMBER-HEADER THRU 2800-EXIT
004490         MOVE "    NO ACTIVITY THIS MONTH" TO RPT-TX-TEXT
004500         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
004510         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
004520     ELSE
004530         ADD 1 TO WS-MEMBERS-ACTIVE
004540     END-IF.
004550     COMPUTE WS-CLOSING-BALANCE =
004560         WS-OPENING-BALANCE + WS-MONTH-POINTS.
004570     ADD WS-CLOSING-BALANCE TO WS-TOTAL-CLOSING.
004580     MOVE WS-CLOSING-BALANCE TO RPT-CL-CLOSING.
004590     MOVE WS-MONTH-POINTS TO RPT-CL-MONTH.
004600     MOVE SPACES TO RPT-CL-NOTE.
004610     IF WS-MONTH-POSTINGS > 0
004620        AND WS-CLOSING-BALANCE NOT = WS-LAST-BALANCE
004630         MOVE "*** DOES NOT AGREE TO HISTORY" TO RPT-CL-NOTE
004640         ADD 1 TO WS-MEMBERS-OUT
004650         IF WS-JOB-RC < 8
004660             MOVE 08 TO WS-JOB-RC
004670         END-IF
004680     END-IF.
004690     MOVE WS-RPT-CLOSING-LINE TO WS-RPT-PRINT-LINE.
004700     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
004710     MOVE SPACES TO WS-RPT-PRINT-LINE.
004720     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
004730     GO TO 2900-EXIT.
004740 2900-EXIT.
004750     EXIT.
004760*
004770*================================================================*
004780*    3000 - STATEMENT RUN TOTALS                                 *
004790*================================================================*
004800 3000-WRITE-TOTALS.
004810     IF WS-MEMBERS-STATED = 0
004820         MOVE "NO MEMBER HAD A BALANCE OR ACTIVITY FOR THE MONTH"
004830             TO RPT-TX-TEXT
004840         MOVE WS-RPT-TEXT-LINE TO WS-RPT-PRINT-LINE
004850         PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT
004860     END-IF.
004870     MOVE SPACES TO WS-RPT-PRINT-LINE.
004880     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
004890     MOVE "MEMBERS STATED" TO RPT-TL-LABEL.
004900     MOVE WS-MEMBERS-STATED TO RPT-TL-VALUE.
004910     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
004920     MOVE "MEMBERS WITH ACTIVITY" TO RPT-TL-LABEL.
004930     MOVE WS-MEMBERS-ACTIVE TO RPT-TL-VALUE.
004940     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
004950     MOVE "POSTINGS LISTED" TO RPT-TL-LABEL.
004960     MOVE WS-POSTINGS-LISTED TO RPT-TL-VALUE.
004970     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
004980     MOVE "POINTS POSTED" TO RPT-TL-LABEL.
004990     MOVE WS-TOTAL-ADDED TO RPT-TL-VALUE.
005000     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
005010     MOVE "POINTS REVERSED" TO RPT-TL-LABEL.
005020     MOVE WS-TOTAL-REVERSED TO RPT-TL-VALUE.
005030     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
005040     MOVE "CLOSING BALANCES" TO RPT-TL-LABEL.
005050     MOVE WS-TOTAL-CLOSING TO RPT-TL-VALUE.
005060     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
005070     MOVE "MEMBERS NOT AGREEING" TO RPT-TL-LABEL.
005080     MOVE WS-MEMBERS-OUT TO RPT-TL-VALUE.
005090     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
005100     GO TO 3000-EXIT.
005110 3000-EXIT.
005120     EXIT.
005130*
005140 3010-RPT-PAGE-HEADING.
005150     ADD 1 TO WS-RPT-PAGE.
005160     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
005170     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
005180     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
005190     WRITE FD-STATEMENT-LINE FROM WS-RPT-HEADING-1.
005200     WRITE FD-STATEMENT-LINE FROM WS-RPT-HEADING-2.
005210     MOVE SPACES TO FD-STATEMENT-LINE.
005220     WRITE FD-STATEMENT-LINE.
005230     MOVE 3 TO WS-RPT-LINE-CNT.
005240     GO TO 3010-EXIT.
005250 3010-EXIT.
005260     EXIT.
005270*
005280 3020-WRITE-RPT-LINE.
005290     IF WS-RPT-LINE-CNT > 55
005300         PERFORM 3010-RPT-PAGE-HEADING THRU 3010-EXIT
005310     END-IF.
005320     WRITE FD-STATEMENT-LINE FROM WS-RPT-PRINT-LINE.
005330     ADD 1 TO WS-RPT-LINE-CNT.
005340     GO TO 3020-EXIT.
005350 3020-EXIT.
005360     EXIT.
005370*
005380 3030-PRINT-TOTAL-LINE.
005390     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
005400     PERFORM 3020-WRITE-RPT-LINE THRU 3020-EXIT.
005410     GO TO 3030-EXIT.
005420 3030-EXIT.
005430     EXIT.
005440*
005450 3900-EDIT-DATE.
005460     MOVE WS-EDIT-DATE-IN TO WS-LINE-DATE-IN.
005470     MOVE WS-LD-MM TO WS-LE-MM.
005480     MOVE WS-LD-DD TO WS-LE-DD.
005490     MOVE WS-LD-YYYY TO WS-LE-YYYY.
005500     GO TO 3900-EXIT.
005510 3900-EXIT.
005520     EXIT.
005530*
005540*================================================================*
005550*    4000 - END OF RUN                                           *
005560*================================================================*
005570 4000-FINALIZE.
005580     CLOSE MEMBER-HISTORY.
005590     CLOSE STATEMENT-RPT.
005600     DISPLAY "MEMBER STATEMENT RUN COMPLETE - MONTH "
005610         WS-PARM-MONTH.
005620     DISPLAY "  MEMBERS STATED: " WS-MEMBERS-STATED
005630         "  NOT AGREEING: " WS-MEMBERS-OUT.
005640     DISPLAY "RETURN CODE: " WS-JOB-RC.
005650     GO TO 4000-EXIT.
005660 4000-EXIT.
005670     EXIT.
