000180*                 THE SPLIT MANIFEST (SPLTMANF) THE MERGE STEP  *
000190*                 (DECKMRG) DRIVES FROM, AND LISTS RECORDS      *
000200*                 FOUND OUTSIDE ANY DECK BRACKET ON SPLTERR.    *
000201*  10/15/26  RJ   CHECKS THE NIGHTLY CYCLE CONTROL FILE         *
000202*                 (CYCLCTL) AT START-UP AND REFUSES TO RUN (RC  *
000203*                 16) UNLESS CARDFIX HAS COMPLETED FOR THE OPEN *
000204*                 BUSINESS DATE AND THIS STEP HAS NOT ALREADY   *
000205*                 RUN, BARRING AN OPERATOR OVERRIDE.  STAMPS    *
000206*                 ITS START, END AND RETURN CODE.               *
000207*  10/15/26  RJ   CARRIES THE STORE ID FROM EACH DECK HEADER    *
000208*                 ONTO THE DECK'S MANIFEST RECORD SO THE MERGE  *
000209*                 STEP CAN ROLL ITS SUMMARY UP BY STORE.        *
000210*---------------------------------------------------------------*
000220*
000230*    DECKS ARE INDEPENDENT (THE SCORING RUN RESETS ITS CASCADE
000450     SELECT STRAY-RPT
000460         ASSIGN TO "SPLTERR"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000471     SELECT CYCLE-CONTROL
000472         ASSIGN TO "CYCLCTL"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS RANDOM
000475         RECORD KEY IS CYC-BUS-DATE
000476         FILE STATUS IS WS-CYC-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000740     LABEL RECORDS ARE OMITTED
000750     RECORD CONTAINS 100 CHARACTERS.
000760 01  FD-STRAY-LINE               PIC X(100).
000761*
000762*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
000763*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
000764*    NAMING THE BUSINESS DATE NOW OPEN.
000765 FD  CYCLE-CONTROL
000766     LABEL RECORDS ARE STANDARD
000767     RECORD CONTAINS 700 CHARACTERS.
000768 01  FD-CYCLE-RECORD.
000769     05  CYC-BUS-DATE             PIC 9(08).
000770     05  CYC-OPEN-DATE            PIC 9(08).
000771     05  CYC-OPEN-TIME            PIC 9(06).
000772     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
000773         10  CYC-STEP-STATUS      PIC X(01).
000774             88  CYC-STEP-NOT-RUN              VALUE SPACE.
000775             88  CYC-STEP-RUNNING              VALUE "R".
000776             88  CYC-STEP-COMPLETE             VALUE "C".
000777             88  CYC-STEP-FAILED               VALUE "F".
000778         10  CYC-START-DATE       PIC 9(08).
000779         10  CYC-START-TIME       PIC 9(06).
000780         10  CYC-END-DATE         PIC 9(08).
000781         10  CYC-END-TIME         PIC 9(06).
000782         10  CYC-STEP-RC          PIC 9(02).
000783         10  CYC-RUN-COUNT        PIC 9(02).
000784         10  CYC-FORCE-FLAG       PIC X(01).
000785             88  CYC-FORCE-PENDING             VALUE "Y".
000786             88  CYC-FORCE-USED                VALUE "U".
000787         10  CYC-FORCE-OPERATOR   PIC X(03).
000788         10  CYC-FORCE-DATE       PIC 9(08).
000789         10  CYC-FORCE-TIME       PIC 9(06).
000790         10  CYC-FORCE-REASON     PIC X(40).
000791     05  FILLER                   PIC X(41).
000792 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
000793     05  CYH-KEY                  PIC 9(08).
000794     05  CYH-CURRENT-DATE         PIC 9(08).
000795     05  FILLER                   PIC X(684).
000796*
000797 WORKING-STORAGE SECTION.
000798*
000800*---------------------------------------------------------------*
000810*    SWITCHES                                                   *
000820*---------------------------------------------------------------*
001560     05  CI-DH-DECK-NAME            PIC X(20).
001570     05  CI-DH-EXPECTED-CARDS       PIC 9(05).
001580     05  CI-DH-PROMO-CODE           PIC X(04).
001586     05  CI-DH-STORE-ID             PIC X(04).
001592     05  FILLER                     PIC X(276).
001600*
001610 01  WS-CI-DETAIL REDEFINES WS-CARD-IN-AREA.
001620     05  FILLER                     PIC X(01).
001750     05  FILLER                   PIC X(01).
001760     05  SH-DECK-ID               PIC X(10).
001770     05  SH-DECK-NAME             PIC X(20).
001775     05  FILLER                   PIC X(09).
001780     05  SH-STORE-ID              PIC X(04).
001785     05  FILLER                   PIC X(276).
001790*
001800*    WORK-FILE BATCH HEADER BUILT BY THE SPLITTER.
001810 01  WS-WORK-BATCH-HDR.
002170     05  MF-D-DECK-NAME           PIC X(20).
002180     05  MF-D-CARD-COUNT          PIC 9(05).
002190     05  MF-D-CHECKSUM            PIC 9(10).
002196     05  MF-D-STORE-ID            PIC X(04).
002202     05  FILLER                   PIC X(20) VALUE SPACES.
002210*
002220 01  WS-STRAY-LINE-AREA.
002230     05  FILLER                     PIC X(11) VALUE "RECORD     ".
002260     05  STR-DESCRIPTION            PIC X(60).
002270     05  FILLER                     PIC X(20) VALUE SPACES.
002280*
002281*---------------------------------------------------------------*
002282*    NIGHTLY CYCLE CONTROL.  THIS PROGRAM IS CHAIN STEP 3       *
002283*    AND MAY NOT START UNTIL STEP 2 HAS COMPLETED FOR THE       *
002284*    OPEN BUSINESS DATE.                                        *
002285*---------------------------------------------------------------*
002286 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
002287 77  WS-CYC-STEP                  PIC 9(01) VALUE 3.
002288 77  WS-CYC-PRIOR                 PIC 9(01) VALUE 2.
002289 77  WS-CYC-BUS-DATE              PIC 9(08) VALUE 0.
002290 77  WS-CYC-END-RC                PIC 9(02) VALUE 0.
002291 77  WS-CYC-REFUSAL               PIC X(60) VALUE SPACES.
002292*
002293 01  WS-CYC-NOW.
002294     05  WS-CYC-NOW-DATE          PIC 9(08) VALUE 0.
002295     05  WS-CYC-NOW-TIME.
002296         10  WS-CYC-NOW-HHMMSS    PIC 9(06) VALUE 0.
002297         10  FILLER               PIC 9(02) VALUE 0.
002298*
002299 01  WS-CYC-STEP-NAMES.
002300     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
002301     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
002302     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
002303     05  FILLER                   PIC X(08) VALUE "SCORING ".
002304     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
002305     05  FILLER                   PIC X(08) VALUE "LOYRECON".
002306     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
002307 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
002308     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
002309*
002310 PROCEDURE DIVISION.
002311*
002312*================================================================*
002320*    0000-MAINLINE                                               *
002330*================================================================*
002340 0000-MAINLINE.
002345     PERFORM 9100-CHECK-CYCLE THRU 9100-EXIT.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002355     PERFORM 9200-STAMP-CYCLE-START THRU 9200-EXIT.
002360     PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
002370         UNTIL WS-EOF.
002380     PERFORM 3000-FINISH-SPLIT THRU 3000-EXIT.
002390     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002395     PERFORM 9300-STAMP-CYCLE-END THRU 9300-EXIT.
002400     MOVE WS-JOB-RC TO RETURN-CODE.
002410     STOP RUN.
002420*
004710     MOVE SH-DECK-NAME TO MF-D-DECK-NAME.
004720     MOVE WS-DECK-CARDS TO MF-D-CARD-COUNT.
004730     MOVE WS-DECK-CHECKSUM TO MF-D-CHECKSUM.
004735     MOVE SH-STORE-ID TO MF-D-STORE-ID.
004740     WRITE FD-MANIFEST-RECORD FROM WS-MANIFEST-DECK-REC.
004750     GO TO 2500-EXIT.
004760 2500-EXIT.
005510     GO TO 4000-EXIT.
005520 4000-EXIT.
005530     EXIT.
005540*
005550*================================================================*
005560*    9100 - CYCLE CHECK                                          *
005570*================================================================*
005580*    RUN BEFORE ANYTHING IS OPENED.  THE STEP MAY START ONLY WHEN
005590*    THE STEP BEFORE IT HAS COMPLETED FOR THE OPEN BUSINESS DATE
005600*    AND IT HAS NOT ITSELF COMPLETED OR STARTED.  A STEP LEFT AT
005610*    "RUNNING" BY AN ABEND LOOKS THE SAME AS ONE STILL RUNNING, SO
005620*    IT WAITS FOR THE OPERATOR.  AN OVERRIDE ENTERED THROUGH
005630*    CYCLCTL FORCE LETS ONE RUN THROUGH WHATEVER THE CHECK FINDS.
005640 9100-CHECK-CYCLE.
005650     PERFORM 9110-READ-OPEN-CYCLE THRU 9110-EXIT.
005660     MOVE SPACES TO WS-CYC-REFUSAL.
005670     EVALUATE TRUE
005680         WHEN CYC-STEP-COMPLETE(WS-CYC-STEP)
005690             MOVE "HAS ALREADY COMPLETED FOR THIS BUSINESS DATE"
005700                 TO WS-CYC-REFUSAL
005710         WHEN CYC-STEP-RUNNING(WS-CYC-STEP)
005720             MOVE "IS ALREADY RUNNING OR ENDED ABNORMALLY"
005730                 TO WS-CYC-REFUSAL
005740         WHEN NOT CYC-STEP-COMPLETE(WS-CYC-PRIOR)
005750             STRING "CANNOT START - "
005760                    WS-CYC-STEP-NAME(WS-CYC-PRIOR)
005770                    " HAS NOT COMPLETED"
005780                 DELIMITED BY SIZE INTO WS-CYC-REFUSAL
005790             END-STRING
005800     END-EVALUATE.
005810     PERFORM 9120-APPLY-CYCLE-VERDICT THRU 9120-EXIT.
005820     GO TO 9100-EXIT.
005830 9100-EXIT.
005840     EXIT.
005850*
005860 9110-READ-OPEN-CYCLE.
005870     OPEN I-O CYCLE-CONTROL.
005880     IF WS-CYC-STATUS NOT = "00"
005890         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
005900             WS-CYC-STATUS
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940     MOVE 0 TO CYC-BUS-DATE.
005950     READ CYCLE-CONTROL
005960         INVALID KEY
005970             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
005980             CLOSE CYCLE-CONTROL
005990             MOVE 16 TO RETURN-CODE
006000             STOP RUN
006010     END-READ.
006020     MOVE CYH-CURRENT-DATE TO WS-CYC-BUS-DATE.
006030     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
006040     READ CYCLE-CONTROL
006050         INVALID KEY
006060             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
006070                 WS-CYC-BUS-DATE
006080             CLOSE CYCLE-CONTROL
006090             MOVE 16 TO RETURN-CODE
006100             STOP RUN
006110     END-READ.
006120     GO TO 9110-EXIT.
006130 9110-EXIT.
006140     EXIT.
006150*
006160 9120-APPLY-CYCLE-VERDICT.
006170     IF WS-CYC-REFUSAL = SPACES
006180         CLOSE CYCLE-CONTROL
006190         GO TO 9120-EXIT
006200     END-IF.
006210     IF CYC-FORCE-PENDING(WS-CYC-STEP)
006220         DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
006230             " " WS-CYC-REFUSAL
006240         DISPLAY "CYCLE CHECK: RUN FORCED BY OPERATOR "
006250             CYC-FORCE-OPERATOR(WS-CYC-STEP) " - "
006260             CYC-FORCE-REASON(WS-CYC-STEP)
006270         CLOSE CYCLE-CONTROL
006280         GO TO 9120-EXIT
006290     END-IF.
006300     DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
006310         " " WS-CYC-REFUSAL.
006320     DISPLAY "CYCLE CHECK: RUN REFUSED FOR BUSINESS DATE "
006330         WS-CYC-BUS-DATE.
006340     CLOSE CYCLE-CONTROL.
006350     MOVE 16 TO RETURN-CODE.
006360     STOP RUN.
006370 9120-EXIT.
006380     EXIT.
006390*
006400*================================================================*
006410*    9200 - STAMP THE STEP'S START ON CYCLE CONTROL              *
006420*================================================================*
006430*    A PENDING OPERATOR OVERRIDE IS MARKED USED HERE, SO IT
006440*    COVERS THIS ONE RUN ONLY.
006450 9200-STAMP-CYCLE-START.
006460     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
006470     IF WS-CYC-STATUS NOT = "00"
006480         GO TO 9200-EXIT
006490     END-IF.
006500     MOVE "R" TO CYC-STEP-STATUS(WS-CYC-STEP).
006510     MOVE WS-CYC-NOW-DATE TO CYC-START-DATE(WS-CYC-STEP).
006520     MOVE WS-CYC-NOW-HHMMSS TO CYC-START-TIME(WS-CYC-STEP).
006530     MOVE 0 TO CYC-END-DATE(WS-CYC-STEP).
006540     MOVE 0 TO CYC-END-TIME(WS-CYC-STEP).
006550     MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
006560     IF CYC-RUN-COUNT(WS-CYC-STEP) < 99
006570         ADD 1 TO CYC-RUN-COUNT(WS-CYC-STEP)
006580     END-IF.
006590     IF CYC-FORCE-PENDING(WS-CYC-STEP)
006600         MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP)
006610     END-IF.
006620     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
006630     GO TO 9200-EXIT.
006640 9200-EXIT.
006650     EXIT.
006660*
006670 9210-READ-CYCLE-RECORD.
006680     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
006690     ACCEPT WS-CYC-NOW-TIME FROM TIME.
006700     OPEN I-O CYCLE-CONTROL.
006710     IF WS-CYC-STATUS NOT = "00"
006720         DISPLAY "CYCLE CONTROL NOT STAMPED - OPEN STATUS "
006730             WS-CYC-STATUS
006740         GO TO 9210-EXIT
006750     END-IF.
006760     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
006770     READ CYCLE-CONTROL
006780         INVALID KEY
006790             DISPLAY "CYCLE CONTROL NOT STAMPED - NO RECORD FOR "
006800                 WS-CYC-BUS-DATE
006810             CLOSE CYCLE-CONTROL
006820     END-READ.
006830     GO TO 9210-EXIT.
006840 9210-EXIT.
006850     EXIT.
006860*
006870 9220-REWRITE-CYCLE-RECORD.
006880     REWRITE FD-CYCLE-RECORD
006890         INVALID KEY
006900             DISPLAY "CYCLE CONTROL NOT STAMPED - REWRITE STATUS "
006910                 WS-CYC-STATUS
006920     END-REWRITE.
006930     CLOSE CYCLE-CONTROL.
006940     GO TO 9220-EXIT.
006950 9220-EXIT.
006960     EXIT.
006970*
006980*================================================================*
006990*    9300 - STAMP THE STEP'S END ON CYCLE CONTROL                *
007000*================================================================*
007010*    ANY RETURN CODE BELOW 16 COMPLETES THE STEP - THE SCHEDULER
007020*    STILL DECIDES WHAT AN RC 4 OR 8 MEANS.  AN RC 16 LEAVES THE
007030*    STEP FAILED, WHICH MAY BE RERUN WITHOUT AN OVERRIDE.
007040 9300-STAMP-CYCLE-END.
007050     MOVE WS-JOB-RC TO WS-CYC-END-RC.
007060     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
007070     IF WS-CYC-STATUS NOT = "00"
007080         GO TO 9300-EXIT
007090     END-IF.
007100     IF WS-CYC-END-RC < 16
007110         MOVE "C" TO CYC-STEP-STATUS(WS-CYC-STEP)
007120     ELSE
007130         MOVE "F" TO CYC-STEP-STATUS(WS-CYC-STEP)
007140     END-IF.
007150     MOVE WS-CYC-NOW-DATE TO CYC-END-DATE(WS-CYC-STEP).
007160     MOVE WS-CYC-NOW-HHMMSS TO CYC-END-TIME(WS-CYC-STEP).
007170     MOVE WS-CYC-END-RC TO CYC-STEP-RC(WS-CYC-STEP).
007180     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
007190     GO TO 9300-EXIT.
007200 9300-EXIT.
007210     EXIT.
