000370*                 BATCH STAYS HELD AND IS CALLED OUT ON THE     *
000380*                 SUSPAGE LISTING, WHICH NOW SHOWS EACH ITEM'S  *
000390*                 PROMOTION.                                    *
000391*  10/15/26  RJ   A RELEASE IS NOW ALSO REFUSED WHEN THE ITEM'S *
000392*                 PROMOTION IS NOT OPEN ON THE PROMOTION MASTER *
000393*                 (PROMOMST) - CLOSED, FROZEN OR NOT ON FILE.   *
000394*                 THE ITEM STAYS HELD AND IS COUNTED ON ITS OWN *
000395*                 LINE OF THE SUSPAGE TOTALS.                   *
000396*  10/15/26  RJ   CHECKS THE NIGHTLY CYCLE CONTROL FILE         *
000397*                 (CYCLCTL) AT START-UP AND REFUSES TO RUN (RC  *
000398*                 16) UNLESS CARDLOAD HAS COMPLETED FOR THE     *
000399*                 OPEN BUSINESS DATE AND THIS STEP HAS NOT      *
000400*                 ALREADY RUN, BARRING AN OPERATOR OVERRIDE.    *
000401*                 STAMPS ITS START, END AND RETURN CODE.        *
000402*---------------------------------------------------------------*
000410*
000420*    FLOW OF A RUN: THE WHOLE SUSPENSE FILE IS LOADED TO THE
000430*    WORK TABLE; FIX TRANSACTIONS ARE APPLIED AGAINST IT
000730     SELECT AGING-RPT
000740         ASSIGN TO "SUSPAGE"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000751     SELECT PROMO-MASTER
000752         ASSIGN TO "PROMOMST"
000753         ORGANIZATION IS INDEXED
000754         ACCESS MODE IS RANDOM
000755         RECORD KEY IS PMS-PROMO-CODE
000756         FILE STATUS IS WS-PMS-STATUS.
000757     SELECT CYCLE-CONTROL
000758         ASSIGN TO "CYCLCTL"
000759         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000761         RECORD KEY IS CYC-BUS-DATE
000762         FILE STATUS IS WS-CYC-STATUS.
000763*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*
001140     RECORD CONTAINS 132 CHARACTERS.
001150 01  FD-AGING-LINE               PIC X(132).
001160*
001161*    SAME RECORD THE PROMOTION MAINTENANCE PROGRAM WRITES - ONLY
001162*    THE KEY AND THE SEASON'S STATUS ARE NAMED.
001163 FD  PROMO-MASTER
001164     LABEL RECORDS ARE STANDARD
001165     RECORD CONTAINS 800 CHARACTERS.
001166 01  FD-PROMO-RECORD.
001167     05  PMS-PROMO-CODE           PIC X(04).
001168     05  FILLER                   PIC X(46).
001169     05  PMS-STATUS-CODE          PIC X(01).
001170         88  PMS-OPEN                       VALUE "O".
001171     05  FILLER                   PIC X(749).
001172*
001173*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
001174*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
001175*    NAMING THE BUSINESS DATE NOW OPEN.
001176 FD  CYCLE-CONTROL
001177     LABEL RECORDS ARE STANDARD
001178     RECORD CONTAINS 700 CHARACTERS.
001179 01  FD-CYCLE-RECORD.
001180     05  CYC-BUS-DATE             PIC 9(08).
001181     05  CYC-OPEN-DATE            PIC 9(08).
001182     05  CYC-OPEN-TIME            PIC 9(06).
001183     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
001184         10  CYC-STEP-STATUS      PIC X(01).
001185             88  CYC-STEP-NOT-RUN              VALUE SPACE.
001186             88  CYC-STEP-RUNNING              VALUE "R".
001187             88  CYC-STEP-COMPLETE             VALUE "C".
001188             88  CYC-STEP-FAILED               VALUE "F".
001189         10  CYC-START-DATE       PIC 9(08).
001190         10  CYC-START-TIME       PIC 9(06).
001191         10  CYC-END-DATE         PIC 9(08).
001192         10  CYC-END-TIME         PIC 9(06).
001193         10  CYC-STEP-RC          PIC 9(02).
001194         10  CYC-RUN-COUNT        PIC 9(02).
001195         10  CYC-FORCE-FLAG       PIC X(01).
001196             88  CYC-FORCE-PENDING             VALUE "Y".
001197             88  CYC-FORCE-USED                VALUE "U".
001198         10  CYC-FORCE-OPERATOR   PIC X(03).
001199         10  CYC-FORCE-DATE       PIC 9(08).
001200         10  CYC-FORCE-TIME       PIC 9(06).
001201         10  CYC-FORCE-REASON     PIC X(40).
001202     05  FILLER                   PIC X(41).
001203 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
001204     05  CYH-KEY                  PIC 9(08).
001205     05  CYH-CURRENT-DATE         PIC 9(08).
001206     05  FILLER                   PIC X(684).
001207*
001208 WORKING-STORAGE SECTION.
001209*
001210*---------------------------------------------------------------*
001211*    SWITCHES                                                   *
001212*---------------------------------------------------------------*
001220 77  WS-SUS-STATUS                PIC X(02) VALUE "00".
001230 77  WS-FIX-STATUS                PIC X(02) VALUE "00".
001240 77  WS-CARDS-STATUS              PIC X(02) VALUE "00".
001250 77  WS-OUT-STATUS                PIC X(02) VALUE "00".
001255 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
001260*
001270 77  WS-SUS-EOF-SW                PIC X(01) VALUE "N".
001280     88  WS-SUS-EOF                         VALUE "Y".
001490 77  WS-UNMATCHED-FIXES           PIC 9(05) VALUE 0 COMP.
001500 77  WS-BAD-FIX-RECORDS           PIC 9(05) VALUE 0 COMP.
001510 77  WS-PROMO-HELD-COUNT          PIC 9(05) VALUE 0 COMP.
001515 77  WS-PROMO-CLOSED-COUNT        PIC 9(05) VALUE 0 COMP.
001520 77  WS-RELEASED-CHECKSUM         PIC 9(10) VALUE 0 COMP.
001530*
001540 77  WS-SUS-IDX                   PIC 9(04) VALUE 0 COMP.
003610     05  FILLER                     PIC X(01) VALUE "/".
003620     05  WS-AD-YYYY                 PIC X(04).
003630*
003631*---------------------------------------------------------------*
003632*    NIGHTLY CYCLE CONTROL.  THIS PROGRAM IS CHAIN STEP 2       *
003633*    AND MAY NOT START UNTIL STEP 1 HAS COMPLETED FOR THE       *
003634*    OPEN BUSINESS DATE.                                        *
003635*---------------------------------------------------------------*
003636 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
003637 77  WS-CYC-STEP                  PIC 9(01) VALUE 2.
003638 77  WS-CYC-PRIOR                 PIC 9(01) VALUE 1.
003639 77  WS-CYC-BUS-DATE              PIC 9(08) VALUE 0.
003640 77  WS-CYC-END-RC                PIC 9(02) VALUE 0.
003641 77  WS-CYC-REFUSAL               PIC X(60) VALUE SPACES.
003642*
003643 01  WS-CYC-NOW.
003644     05  WS-CYC-NOW-DATE          PIC 9(08) VALUE 0.
003645     05  WS-CYC-NOW-TIME.
003646         10  WS-CYC-NOW-HHMMSS    PIC 9(06) VALUE 0.
003647         10  FILLER               PIC 9(02) VALUE 0.
003648*
003649 01  WS-CYC-STEP-NAMES.
003650     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
003651     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
003652     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
003653     05  FILLER                   PIC X(08) VALUE "SCORING ".
003654     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
003655     05  FILLER                   PIC X(08) VALUE "LOYRECON".
003656     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
003657 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
003658     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
003659*
003660 PROCEDURE DIVISION.
003661*
003662*================================================================*
003670*    0000-MAINLINE                                               *
003680*================================================================*
003690 0000-MAINLINE.
003695     PERFORM 9100-CHECK-CYCLE THRU 9100-EXIT.
003700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003705     PERFORM 9200-STAMP-CYCLE-START THRU 9200-EXIT.
003710     PERFORM 2000-APPLY-ONE-FIX THRU 2000-EXIT
003720         UNTIL WS-FIX-EOF.
003730     PERFORM 3000-AGE-SUSPENSE THRU 3000-EXIT.
003750     PERFORM 5000-REWRITE-SUSPENSE THRU 5000-EXIT.
003760     PERFORM 6000-WRITE-AGING-REPORT THRU 6000-EXIT.
003770     PERFORM 7000-FINALIZE THRU 7000-EXIT.
003775     PERFORM 9300-STAMP-CYCLE-END THRU 9300-EXIT.
003780     MOVE WS-JOB-RC TO RETURN-CODE.
003790     STOP RUN.
003800*
004040*    ERROR - THE DESK DOES NOT FIX SOMETHING EVERY NIGHT.
004050         SET WS-FIX-EOF TO TRUE
004060     END-IF.
004061     OPEN INPUT PROMO-MASTER.
004062     IF WS-PMS-STATUS NOT = "00"
004063         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
004064             WS-PMS-STATUS
004065         MOVE 16 TO RETURN-CODE
004066         STOP RUN
004067     END-IF.
004070     OPEN OUTPUT AGING-RPT.
004080     GO TO 1000-EXIT.
004090 1000-EXIT.
006090         DISPLAY "CARD " FT-CARD-ID-X " HELD - ITS SEASON "
006100             SUS-T-PROMO(WS-FOUND-IDX)
006110             " DIFFERS FROM THE STAGED BATCH"
006111         GO TO 2200-EXIT
006112     END-IF.
006113*    NOR DOES IT RELEASE INTO A SEASON THAT IS NO LONGER OPEN -
006114*    SCORING WOULD ONLY REFUSE IT AGAIN.  IT WAITS HERE UNTIL
006115*    THE SEASON IS REOPENED OR THE DESK WRITES IT OFF.
006116     MOVE SUS-T-PROMO(WS-FOUND-IDX) TO PMS-PROMO-CODE.
006117     READ PROMO-MASTER.
006118     IF WS-PMS-STATUS NOT = "00"
006119        OR NOT PMS-OPEN
006120         ADD 1 TO WS-PROMO-CLOSED-COUNT
006121         DISPLAY "CARD " FT-CARD-ID-X " HELD - ITS SEASON "
006122             SUS-T-PROMO(WS-FOUND-IDX)
006123             " IS NOT OPEN ON THE PROMOTION MASTER"
006124         GO TO 2200-EXIT
006130     END-IF.
006140     MOVE "R" TO SUS-T-ACTION(WS-FOUND-IDX).
006150     MOVE FT-OPERATOR TO SUS-T-OPERATOR(WS-FOUND-IDX).
008580     MOVE "HELD FOR A MATCHING SEASON" TO AGE-TL-LABEL.
008590     MOVE WS-PROMO-HELD-COUNT TO AGE-TL-VALUE.
008600     PERFORM 6030-PRINT-TOTAL-LINE THRU 6030-EXIT.
008602     MOVE "HELD - PROMOTION NOT OPEN" TO AGE-TL-LABEL.
008604     MOVE WS-PROMO-CLOSED-COUNT TO AGE-TL-VALUE.
008606     PERFORM 6030-PRINT-TOTAL-LINE THRU 6030-EXIT.
008610     MOVE "UNREADABLE FIX TRANSACTIONS" TO AGE-TL-LABEL.
008620     MOVE WS-BAD-FIX-RECORDS TO AGE-TL-VALUE.
008630     PERFORM 6030-PRINT-TOTAL-LINE THRU 6030-EXIT.
009420             OR WS-WRITEOFF-COUNT > 0
009430             OR WS-UNMATCHED-FIXES > 0
009440             OR WS-BAD-FIX-RECORDS > 0
009446             OR WS-PROMO-HELD-COUNT > 0
009452             OR WS-PROMO-CLOSED-COUNT > 0)
009460         MOVE 04 TO WS-JOB-RC
009470     END-IF.
009480     DISPLAY "SUSPENSE REPAIR COMPLETE".
009550         CLOSE FIX-TRANS
009560     END-IF.
009570     CLOSE AGING-RPT.
009575     CLOSE PROMO-MASTER.
009580     GO TO 7000-EXIT.
009590 7000-EXIT.
009600     EXIT.
009730     EXIT.
009740
009750
009760*
009770*================================================================*
009780*    9100 - CYCLE CHECK                                          *
009790*================================================================*
009800*    RUN BEFORE ANYTHING IS OPENED.  THE STEP MAY START ONLY WHEN
009810*    THE STEP BEFORE IT HAS COMPLETED FOR THE OPEN BUSINESS DATE
009820*    AND IT HAS NOT ITSELF COMPLETED OR STARTED.  A STEP LEFT AT
009830*    "RUNNING" BY AN ABEND LOOKS THE SAME AS ONE STILL RUNNING, SO
009840*    IT WAITS FOR THE OPERATOR.  AN OVERRIDE ENTERED THROUGH
009850*    CYCLCTL FORCE LETS ONE RUN THROUGH WHATEVER THE CHECK FINDS.
009860 9100-CHECK-CYCLE.
009870     PERFORM 9110-READ-OPEN-CYCLE THRU 9110-EXIT.
009880     MOVE SPACES TO WS-CYC-REFUSAL.
009890     EVALUATE TRUE
009900         WHEN CYC-STEP-COMPLETE(WS-CYC-STEP)
009910             MOVE "HAS ALREADY COMPLETED FOR THIS BUSINESS DATE"
009920                 TO WS-CYC-REFUSAL
009930         WHEN CYC-STEP-RUNNING(WS-CYC-STEP)
009940             MOVE "IS ALREADY RUNNING OR ENDED ABNORMALLY"
009950                 TO WS-CYC-REFUSAL
009960         WHEN NOT CYC-STEP-COMPLETE(WS-CYC-PRIOR)
009970             STRING "CANNOT START - "
009980                    WS-CYC-STEP-NAME(WS-CYC-PRIOR)
009990                    " HAS NOT COMPLETED"
010000                 DELIMITED BY SIZE INTO WS-CYC-REFUSAL
010010             END-STRING
010020     END-EVALUATE.
010030     PERFORM 9120-APPLY-CYCLE-VERDICT THRU 9120-EXIT.
010040     GO TO 9100-EXIT.
010050 9100-EXIT.
010060     EXIT.
010070*
010080 9110-READ-OPEN-CYCLE.
010090     OPEN I-O CYCLE-CONTROL.
010100     IF WS-CYC-STATUS NOT = "00"
010110         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
010120             WS-CYC-STATUS
010130         MOVE 16 TO RETURN-CODE
010140         STOP RUN
010150     END-IF.
010160     MOVE 0 TO CYC-BUS-DATE.
010170     READ CYCLE-CONTROL
010180         INVALID KEY
010190             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
010200             CLOSE CYCLE-CONTROL
010210             MOVE 16 TO RETURN-CODE
010220             STOP RUN
010230     END-READ.
010240     MOVE CYH-CURRENT-DATE TO WS-CYC-BUS-DATE.
010250     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
010260     READ CYCLE-CONTROL
010270         INVALID KEY
010280             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
010290                 WS-CYC-BUS-DATE
010300             CLOSE CYCLE-CONTROL
010310             MOVE 16 TO RETURN-CODE
010320             STOP RUN
010330     END-READ.
010340     GO TO 9110-EXIT.
010350 9110-EXIT.
010360     EXIT.
010370*
010380 9120-APPLY-CYCLE-VERDICT.
010390     IF WS-CYC-REFUSAL = SPACES
010400         CLOSE CYCLE-CONTROL
010410         GO TO 9120-EXIT
010420     END-IF.
010430     IF CYC-FORCE-PENDING(WS-CYC-STEP)
010440         DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
010450             " " WS-CYC-REFUSAL
010460         DISPLAY "CYCLE CHECK: RUN FORCED BY OPERATOR "
010470             CYC-FORCE-OPERATOR(WS-CYC-STEP) " - "
010480             CYC-FORCE-REASON(WS-CYC-STEP)
010490         CLOSE CYCLE-CONTROL
010500         GO TO 9120-EXIT
010510     END-IF.
010520     DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
010530         " " WS-CYC-REFUSAL.
010540     DISPLAY "CYCLE CHECK: RUN REFUSED FOR BUSINESS DATE "
010550         WS-CYC-BUS-DATE.
010560     CLOSE CYCLE-CONTROL.
010570     MOVE 16 TO RETURN-CODE.
010580     STOP RUN.
010590 9120-EXIT.
010600     EXIT.
010610*
010620*================================================================*
010630*    9200 - STAMP THE STEP'S START ON CYCLE CONTROL              *
010640*================================================================*
010650*    A PENDING OPERATOR OVERRIDE IS MARKED USED HERE, SO IT
010660*    COVERS THIS ONE RUN ONLY.
010670 9200-STAMP-CYCLE-START.
010680     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
010690     IF WS-CYC-STATUS NOT = "00"
010700         GO TO 9200-EXIT
010710     END-IF.
010720     MOVE "R" TO CYC-STEP-STATUS(WS-CYC-STEP).
010730     MOVE WS-CYC-NOW-DATE TO CYC-START-DATE(WS-CYC-STEP).
010740     MOVE WS-CYC-NOW-HHMMSS TO CYC-START-TIME(WS-CYC-STEP).
010750     MOVE 0 TO CYC-END-DATE(WS-CYC-STEP).
010760     MOVE 0 TO CYC-END-TIME(WS-CYC-STEP).
010770     MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
010780     IF CYC-RUN-COUNT(WS-CYC-STEP) < 99
010790         ADD 1 TO CYC-RUN-COUNT(WS-CYC-STEP)
010800     END-IF.
010810     IF CYC-FORCE-PENDING(WS-CYC-STEP)
010820         MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP)
010830     END-IF.
010840     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
010850     GO TO 9200-EXIT.
010860 9200-EXIT.
010870     EXIT.
010880*
010890 9210-READ-CYCLE-RECORD.
010900     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
010910     ACCEPT WS-CYC-NOW-TIME FROM TIME.
010920     OPEN I-O CYCLE-CONTROL.
010930     IF WS-CYC-STATUS NOT = "00"
010940         DISPLAY "CYCLE CONTROL NOT STAMPED - OPEN STATUS "
010950             WS-CYC-STATUS
010960         GO TO 9210-EXIT
010970     END-IF.
010980     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
010990     READ CYCLE-CONTROL
011000         INVALID KEY
011010             DISPLAY "CYCLE CONTROL NOT STAMPED - NO RECORD FOR "
011020                 WS-CYC-BUS-DATE
011030             CLOSE CYCLE-CONTROL
011040     END-READ.
011050     GO TO 9210-EXIT.
011060 9210-EXIT.
011070     EXIT.
011080*
011090 9220-REWRITE-CYCLE-RECORD.
011100     REWRITE FD-CYCLE-RECORD
011110         INVALID KEY
011120             DISPLAY "CYCLE CONTROL NOT STAMPED - REWRITE STATUS "
011130                 WS-CYC-STATUS
011140     END-REWRITE.
011150     CLOSE CYCLE-CONTROL.
011160     GO TO 9220-EXIT.
011170 9220-EXIT.
011180     EXIT.
011190*
011200*================================================================*
011210*    9300 - STAMP THE STEP'S END ON CYCLE CONTROL                *
011220*================================================================*
011230*    ANY RETURN CODE BELOW 16 COMPLETES THE STEP - THE SCHEDULER
011240*    STILL DECIDES WHAT AN RC 4 OR 8 MEANS.  AN RC 16 LEAVES THE
011250*    STEP FAILED, WHICH MAY BE RERUN WITHOUT AN OVERRIDE.
011260 9300-STAMP-CYCLE-END.
011270     MOVE WS-JOB-RC TO WS-CYC-END-RC.
011280     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
011290     IF WS-CYC-STATUS NOT = "00"
011300         GO TO 9300-EXIT
011310     END-IF.
011320     IF WS-CYC-END-RC < 16
011330         MOVE "C" TO CYC-STEP-STATUS(WS-CYC-STEP)
011340     ELSE
011350         MOVE "F" TO CYC-STEP-STATUS(WS-CYC-STEP)
011360     END-IF.
011370     MOVE WS-CYC-NOW-DATE TO CYC-END-DATE(WS-CYC-STEP).
011380     MOVE WS-CYC-NOW-HHMMSS TO CYC-END-TIME(WS-CYC-STEP).
011390     MOVE WS-CYC-END-RC TO CYC-STEP-RC(WS-CYC-STEP).
011400     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
011410     GO TO 9300-EXIT.
011420 9300-EXIT.
011430     EXIT.
