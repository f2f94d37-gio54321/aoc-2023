000210*                 TRANSMISSIONS ON.  EVERY LEG THAT DOES NOT    *
000220*                 TIE IS NAMED ON THE CERTIFICATE WITH BOTH     *
000230*                 SIDES OF THE DIFFERENCE.                      *
000231*  10/15/26  RJ   CHECKS THE NIGHTLY CYCLE CONTROL FILE         *
000232*                 (CYCLCTL) AT START-UP AND REFUSES TO RUN (RC  *
000233*                 16) UNLESS LOYRECON HAS COMPLETED FOR THE     *
000234*                 OPEN BUSINESS DATE AND THIS STEP HAS NOT      *
000235*                 ALREADY RUN, BARRING AN OPERATOR OVERRIDE.    *
000236*                 STAMPS ITS START, END AND RETURN CODE.  NO    *
000237*                 LONGER CERTIFIES AGAINST A STALE RECNSTAT.    *
000240*---------------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000410     SELECT CERT-RPT
000420         ASSIGN TO "BALCERT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000431     SELECT CYCLE-CONTROL
000432         ASSIGN TO "CYCLCTL"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS RANDOM
000435         RECORD KEY IS CYC-BUS-DATE
000436         FILE STATUS IS WS-CYC-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000640     LABEL RECORDS ARE OMITTED
000650     RECORD CONTAINS 132 CHARACTERS.
000660 01  FD-CERT-LINE                PIC X(132).
000661*
000662*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
000663*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
000664*    NAMING THE BUSINESS DATE NOW OPEN.
000665 FD  CYCLE-CONTROL
000666     LABEL RECORDS ARE STANDARD
000667     RECORD CONTAINS 700 CHARACTERS.
000668 01  FD-CYCLE-RECORD.
000669     05  CYC-BUS-DATE             PIC 9(08).
000670     05  CYC-OPEN-DATE            PIC 9(08).
000671     05  CYC-OPEN-TIME            PIC 9(06).
000672     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
000673         10  CYC-STEP-STATUS      PIC X(01).
000674             88  CYC-STEP-NOT-RUN              VALUE SPACE.
000675             88  CYC-STEP-RUNNING              VALUE "R".
000676             88  CYC-STEP-COMPLETE             VALUE "C".
000677             88  CYC-STEP-FAILED               VALUE "F".
000678         10  CYC-START-DATE       PIC 9(08).
000679         10  CYC-START-TIME       PIC 9(06).
000680         10  CYC-END-DATE         PIC 9(08).
000681         10  CYC-END-TIME         PIC 9(06).
000682         10  CYC-STEP-RC          PIC 9(02).
000683         10  CYC-RUN-COUNT        PIC 9(02).
000684         10  CYC-FORCE-FLAG       PIC X(01).
000685             88  CYC-FORCE-PENDING             VALUE "Y".
000686             88  CYC-FORCE-USED                VALUE "U".
000687         10  CYC-FORCE-OPERATOR   PIC X(03).
000688         10  CYC-FORCE-DATE       PIC 9(08).
000689         10  CYC-FORCE-TIME       PIC 9(06).
000690         10  CYC-FORCE-REASON     PIC X(40).
000691     05  FILLER                   PIC X(41).
000692 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
000693     05  CYH-KEY                  PIC 9(08).
000694     05  CYH-CURRENT-DATE         PIC 9(08).
000695     05  FILLER                   PIC X(684).
000696*
000697 WORKING-STORAGE SECTION.
000698*
000700*---------------------------------------------------------------*
000710*    SWITCHES                                                   *
000720*---------------------------------------------------------------*
001980*
001990 01  WS-CERT-PRINT-LINE             PIC X(132) VALUE SPACES.
002000*
002001*---------------------------------------------------------------*
002002*    NIGHTLY CYCLE CONTROL.  THIS PROGRAM IS CHAIN STEP 7       *
002003*    AND MAY NOT START UNTIL STEP 6 HAS COMPLETED FOR THE       *
002004*    OPEN BUSINESS DATE.                                        *
002005*---------------------------------------------------------------*
002006 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
002007 77  WS-CYC-STEP                  PIC 9(01) VALUE 7.
002008 77  WS-CYC-PRIOR                 PIC 9(01) VALUE 6.
002009 77  WS-CYC-BUS-DATE              PIC 9(08) VALUE 0.
002010 77  WS-CYC-END-RC                PIC 9(02) VALUE 0.
002011 77  WS-CYC-REFUSAL               PIC X(60) VALUE SPACES.
002012*
002013 01  WS-CYC-NOW.
002014     05  WS-CYC-NOW-DATE          PIC 9(08) VALUE 0.
002015     05  WS-CYC-NOW-TIME.
002016         10  WS-CYC-NOW-HHMMSS    PIC 9(06) VALUE 0.
002017         10  FILLER               PIC 9(02) VALUE 0.
002018*
002019 01  WS-CYC-STEP-NAMES.
002020     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
002021     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
002022     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
002023     05  FILLER                   PIC X(08) VALUE "SCORING ".
002024     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
002025     05  FILLER                   PIC X(08) VALUE "LOYRECON".
002026     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
002027 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
002028     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
002029*
002030 PROCEDURE DIVISION.
002031*
002032*================================================================*
002040*    0000-MAINLINE                                               *
002050*================================================================*
002060 0000-MAINLINE.
002065     PERFORM 9100-CHECK-CYCLE THRU 9100-EXIT.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002075     PERFORM 9200-STAMP-CYCLE-START THRU 9200-EXIT.
002080     PERFORM 2000-READ-STATUS-RECORDS THRU 2000-EXIT.
002090     PERFORM 3000-WRITE-CERTIFICATE THRU 3000-EXIT.
002100     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002105     PERFORM 9300-STAMP-CYCLE-END THRU 9300-EXIT.
002110     MOVE WS-JOB-RC TO RETURN-CODE.
002120     STOP RUN.
002130*
005100 4000-EXIT.
005110     EXIT.
005120
005130*
005140*================================================================*
005150*    9100 - CYCLE CHECK                                          *
005160*================================================================*
005170*    RUN BEFORE ANYTHING IS OPENED.  THE STEP MAY START ONLY WHEN
005180*    THE STEP BEFORE IT HAS COMPLETED FOR THE OPEN BUSINESS DATE
005190*    AND IT HAS NOT ITSELF COMPLETED OR STARTED.  A STEP LEFT AT
005200*    "RUNNING" BY AN ABEND LOOKS THE SAME AS ONE STILL RUNNING, SO
005210*    IT WAITS FOR THE OPERATOR.  AN OVERRIDE ENTERED THROUGH
005220*    CYCLCTL FORCE LETS ONE RUN THROUGH WHATEVER THE CHECK FINDS.
005230 9100-CHECK-CYCLE.
005240     PERFORM 9110-READ-OPEN-CYCLE THRU 9110-EXIT.
005250     MOVE SPACES TO WS-CYC-REFUSAL.
005260     EVALUATE TRUE
005270         WHEN CYC-STEP-COMPLETE(WS-CYC-STEP)
005280             MOVE "HAS ALREADY COMPLETED FOR THIS BUSINESS DATE"
005290                 TO WS-CYC-REFUSAL
005300         WHEN CYC-STEP-RUNNING(WS-CYC-STEP)
005310             MOVE "IS ALREADY RUNNING OR ENDED ABNORMALLY"
005320                 TO WS-CYC-REFUSAL
005330         WHEN NOT CYC-STEP-COMPLETE(WS-CYC-PRIOR)
005340             STRING "CANNOT START - "
005350                    WS-CYC-STEP-NAME(WS-CYC-PRIOR)
005360                    " HAS NOT COMPLETED"
005370                 DELIMITED BY SIZE INTO WS-CYC-REFUSAL
005380             END-STRING
005390     END-EVALUATE.
005400     PERFORM 9120-APPLY-CYCLE-VERDICT THRU 9120-EXIT.
005410     GO TO 9100-EXIT.
005420 9100-EXIT.
005430     EXIT.
005440*
005450 9110-READ-OPEN-CYCLE.
005460     OPEN I-O CYCLE-CONTROL.
005470     IF WS-CYC-STATUS NOT = "00"
005480         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
005490             WS-CYC-STATUS
005500         MOVE 16 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530     MOVE 0 TO CYC-BUS-DATE.
005540     READ CYCLE-CONTROL
005550         INVALID KEY
005560             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
005570             CLOSE CYCLE-CONTROL
005580             MOVE 16 TO RETURN-CODE
005590             STOP RUN
005600     END-READ.
005610     MOVE CYH-CURRENT-DATE TO WS-CYC-BUS-DATE.
005620     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
005630     READ CYCLE-CONTROL
005640         INVALID KEY
005650             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
005660                 WS-CYC-BUS-DATE
005670             CLOSE CYCLE-CONTROL
005680             MOVE 16 TO RETURN-CODE
005690             STOP RUN
005700     END-READ.
005710     GO TO 9110-EXIT.
005720 9110-EXIT.
005730     EXIT.
005740*
005750 9120-APPLY-CYCLE-VERDICT.
005760     IF WS-CYC-REFUSAL = SPACES
005770         CLOSE CYCLE-CONTROL
005780         GO TO 9120-EXIT
005790     END-IF.
005800     IF CYC-FORCE-PENDING(WS-CYC-STEP)
005810         DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
005820             " " WS-CYC-REFUSAL
005830         DISPLAY "CYCLE CHECK: RUN FORCED BY OPERATOR "
005840             CYC-FORCE-OPERATOR(WS-CYC-STEP) " - "
005850             CYC-FORCE-REASON(WS-CYC-STEP)
005860         CLOSE CYCLE-CONTROL
005870         GO TO 9120-EXIT
005880     END-IF.
005890     DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
005900         " " WS-CYC-REFUSAL.
005910     DISPLAY "CYCLE CHECK: RUN REFUSED FOR BUSINESS DATE "
005920         WS-CYC-BUS-DATE.
005930     CLOSE CYCLE-CONTROL.
005940     MOVE 16 TO RETURN-CODE.
005950     STOP RUN.
005960 9120-EXIT.
005970     EXIT.
005980*
005990*================================================================*
006000*    9200 - STAMP THE STEP'S START ON CYCLE CONTROL              *
006010*================================================================*
006020*    A PENDING OPERATOR OVERRIDE IS MARKED USED HERE, SO IT
006030*    COVERS THIS ONE RUN ONLY.
006040 9200-STAMP-CYCLE-START.
006050     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
006060     IF WS-CYC-STATUS NOT = "00"
006070         GO TO 9200-EXIT
006080     END-IF.
006090     MOVE "R" TO CYC-STEP-STATUS(WS-CYC-STEP).
006100     MOVE WS-CYC-NOW-DATE TO CYC-START-DATE(WS-CYC-STEP).
006110     MOVE WS-CYC-NOW-HHMMSS TO CYC-START-TIME(WS-CYC-STEP).
006120     MOVE 0 TO CYC-END-DATE(WS-CYC-STEP).
006130     MOVE 0 TO CYC-END-TIME(WS-CYC-STEP).
006140     MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
006150     IF CYC-RUN-COUNT(WS-CYC-STEP) < 99
006160         ADD 1 TO CYC-RUN-COUNT(WS-CYC-STEP)
006170     END-IF.
006180     IF CYC-FORCE-PENDING(WS-CYC-STEP)
006190         MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP)
006200     END-IF.
006210     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
006220     GO TO 9200-EXIT.
006230 9200-EXIT.
006240     EXIT.
006250*
006260 9210-READ-CYCLE-RECORD.
006270     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
006280     ACCEPT WS-CYC-NOW-TIME FROM TIME.
006290     OPEN I-O CYCLE-CONTROL.
006300     IF WS-CYC-STATUS NOT = "00"
006310         DISPLAY "CYCLE CONTROL NOT STAMPED - OPEN STATUS "
006320             WS-CYC-STATUS
006330         GO TO 9210-EXIT
006340     END-IF.
006350     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
006360     READ CYCLE-CONTROL
006370         INVALID KEY
006380             DISPLAY "CYCLE CONTROL NOT STAMPED - NO RECORD FOR "
006390                 WS-CYC-BUS-DATE
006400             CLOSE CYCLE-CONTROL
006410     END-READ.
006420     GO TO 9210-EXIT.
006430 9210-EXIT.
006440     EXIT.
006450*
006460 9220-REWRITE-CYCLE-RECORD.
006470     REWRITE FD-CYCLE-RECORD
006480         INVALID KEY
006490             DISPLAY "CYCLE CONTROL NOT STAMPED - REWRITE STATUS "
006500                 WS-CYC-STATUS
006510     END-REWRITE.
006520     CLOSE CYCLE-CONTROL.
006530     GO TO 9220-EXIT.
006540 9220-EXIT.
006550     EXIT.
006560*
006570*================================================================*
006580*    9300 - STAMP THE STEP'S END ON CYCLE CONTROL                *
006590*================================================================*
006600*    ANY RETURN CODE BELOW 16 COMPLETES THE STEP - THE SCHEDULER
006610*    STILL DECIDES WHAT AN RC 4 OR 8 MEANS.  AN RC 16 LEAVES THE
006620*    STEP FAILED, WHICH MAY BE RERUN WITHOUT AN OVERRIDE.
006630 9300-STAMP-CYCLE-END.
006640     MOVE WS-JOB-RC TO WS-CYC-END-RC.
006650     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
006660     IF WS-CYC-STATUS NOT = "00"
006670         GO TO 9300-EXIT
006680     END-IF.
006690     IF WS-CYC-END-RC < 16
006700         MOVE "C" TO CYC-STEP-STATUS(WS-CYC-STEP)
006710     ELSE
006720         MOVE "F" TO CYC-STEP-STATUS(WS-CYC-STEP)
006730     END-IF.
006740     MOVE WS-CYC-NOW-DATE TO CYC-END-DATE(WS-CYC-STEP).
006750     MOVE WS-CYC-NOW-HHMMSS TO CYC-END-TIME(WS-CYC-STEP).
006760     MOVE WS-CYC-END-RC TO CYC-STEP-RC(WS-CYC-STEP).
006770     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
006780     GO TO 9300-EXIT.
006790 9300-EXIT.
006800     EXIT.
