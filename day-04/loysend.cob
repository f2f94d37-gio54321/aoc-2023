000190*                 CARRIED POSTING AND WHICH ATTEMPT THIS SEND   *
000200*                 IS.  THE RECONCILE STEP READS LOYSENT, SO     *
000210*                 WHAT IS PROVED IS WHAT WAS ACTUALLY SENT.     *
000211*  10/15/26  RJ   CHECKS THE NIGHTLY CYCLE CONTROL FILE         *
000212*                 (CYCLCTL) AT START-UP AND REFUSES TO RUN (RC  *
000213*                 16) UNLESS THE SCORING STEP HAS COMPLETED FOR *
000214*                 THE OPEN BUSINESS DATE AND THIS STEP HAS NOT  *
000215*                 ALREADY RUN, BARRING AN OPERATOR OVERRIDE.    *
000216*                 STAMPS ITS START, END AND RETURN CODE.  STOPS *
000217*                 A SECOND SEND OF THE SAME EXTRACT.            *
000220*---------------------------------------------------------------*
000230*
000240*    THE CARRY FILE RIDES IN THE EXTRACT LAYOUT PLUS AN
000430     SELECT RESUB-RPT
000440         ASSIGN TO "RESUBRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000451     SELECT CYCLE-CONTROL
000452         ASSIGN TO "CYCLCTL"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS RANDOM
000455         RECORD KEY IS CYC-BUS-DATE
000456         FILE STATUS IS WS-CYC-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000680     LABEL RECORDS ARE OMITTED
000690     RECORD CONTAINS 132 CHARACTERS.
000700 01  FD-RESUB-LINE               PIC X(132).
000701*
000702*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
000703*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
000704*    NAMING THE BUSINESS DATE NOW OPEN.
000705 FD  CYCLE-CONTROL
000706     LABEL RECORDS ARE STANDARD
000707     RECORD CONTAINS 700 CHARACTERS.
000708 01  FD-CYCLE-RECORD.
000709     05  CYC-BUS-DATE             PIC 9(08).
000710     05  CYC-OPEN-DATE            PIC 9(08).
000711     05  CYC-OPEN-TIME            PIC 9(06).
000712     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
000713         10  CYC-STEP-STATUS      PIC X(01).
000714             88  CYC-STEP-NOT-RUN              VALUE SPACE.
000715             88  CYC-STEP-RUNNING              VALUE "R".
000716             88  CYC-STEP-COMPLETE             VALUE "C".
000717             88  CYC-STEP-FAILED               VALUE "F".
000718         10  CYC-START-DATE       PIC 9(08).
000719         10  CYC-START-TIME       PIC 9(06).
000720         10  CYC-END-DATE         PIC 9(08).
000721         10  CYC-END-TIME         PIC 9(06).
000722         10  CYC-STEP-RC          PIC 9(02).
000723         10  CYC-RUN-COUNT        PIC 9(02).
000724         10  CYC-FORCE-FLAG       PIC X(01).
000725             88  CYC-FORCE-PENDING             VALUE "Y".
000726             88  CYC-FORCE-USED                VALUE "U".
000727         10  CYC-FORCE-OPERATOR   PIC X(03).
000728         10  CYC-FORCE-DATE       PIC 9(08).
000729         10  CYC-FORCE-TIME       PIC 9(06).
000730         10  CYC-FORCE-REASON     PIC X(40).
000731     05  FILLER                   PIC X(41).
000732 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
000733     05  CYH-KEY                  PIC 9(08).
000734     05  CYH-CURRENT-DATE         PIC 9(08).
000735     05  FILLER                   PIC X(684).
000736*
000737 WORKING-STORAGE SECTION.
000738*
000740*---------------------------------------------------------------*
000750*    SWITCHES                                                   *
000760*---------------------------------------------------------------*
001890*
001900 01  WS-RESUB-PRINT-LINE            PIC X(132) VALUE SPACES.
001910*
001911*---------------------------------------------------------------*
001912*    NIGHTLY CYCLE CONTROL.  THIS PROGRAM IS CHAIN STEP 5       *
001913*    AND MAY NOT START UNTIL STEP 4 HAS COMPLETED FOR THE       *
001914*    OPEN BUSINESS DATE.                                        *
001915*---------------------------------------------------------------*
001916 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
001917 77  WS-CYC-STEP                  PIC 9(01) VALUE 5.
001918 77  WS-CYC-PRIOR                 PIC 9(01) VALUE 4.
001919 77  WS-CYC-BUS-DATE              PIC 9(08) VALUE 0.
001920 77  WS-CYC-END-RC                PIC 9(02) VALUE 0.
001921 77  WS-CYC-REFUSAL               PIC X(60) VALUE SPACES.
001922*
001923 01  WS-CYC-NOW.
001924     05  WS-CYC-NOW-DATE          PIC 9(08) VALUE 0.
001925     05  WS-CYC-NOW-TIME.
001926         10  WS-CYC-NOW-HHMMSS    PIC 9(06) VALUE 0.
001927         10  FILLER               PIC 9(02) VALUE 0.
001928*
001929 01  WS-CYC-STEP-NAMES.
001930     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
001931     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
001932     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
001933     05  FILLER                   PIC X(08) VALUE "SCORING ".
001934     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
001935     05  FILLER                   PIC X(08) VALUE "LOYRECON".
001936     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
001937 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
001938     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
001939*
001940 PROCEDURE DIVISION.
001941*
001942*================================================================*
001950*    0000-MAINLINE                                               *
001960*================================================================*
001970 0000-MAINLINE.
001975     PERFORM 9100-CHECK-CYCLE THRU 9100-EXIT.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001985     PERFORM 9200-STAMP-CYCLE-START THRU 9200-EXIT.
001990     PERFORM 2000-COPY-ONE-EXTRACT THRU 2000-EXIT
002000         UNTIL WS-EXTR-EOF.
002010     PERFORM 3000-MERGE-ONE-RESUB THRU 3000-EXIT
002020         UNTIL WS-RESUB-EOF.
002030     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002035     PERFORM 9300-STAMP-CYCLE-END THRU 9300-EXIT.
002040     MOVE WS-JOB-RC TO RETURN-CODE.
002050     STOP RUN.
002060*
003630     GO TO 4000-EXIT.
003640 4000-EXIT.
003650     EXIT.
003660*
003670*================================================================*
003680*    9100 - CYCLE CHECK                                          *
003690*================================================================*
003700*    RUN BEFORE ANYTHING IS OPENED.  THE STEP MAY START ONLY WHEN
003710*    THE STEP BEFORE IT HAS COMPLETED FOR THE OPEN BUSINESS DATE
003720*    AND IT HAS NOT ITSELF COMPLETED OR STARTED.  A STEP LEFT AT
003730*    "RUNNING" BY AN ABEND LOOKS THE SAME AS ONE STILL RUNNING, SO
003740*    IT WAITS FOR THE OPERATOR.  AN OVERRIDE ENTERED THROUGH
003750*    CYCLCTL FORCE LETS ONE RUN THROUGH WHATEVER THE CHECK FINDS.
003760 9100-CHECK-CYCLE.
003770     PERFORM 9110-READ-OPEN-CYCLE THRU 9110-EXIT.
003780     MOVE SPACES TO WS-CYC-REFUSAL.
003790     EVALUATE TRUE
003800         WHEN CYC-STEP-COMPLETE(WS-CYC-STEP)
003810             MOVE "HAS ALREADY COMPLETED FOR THIS BUSINESS DATE"
003820                 TO WS-CYC-REFUSAL
003830         WHEN CYC-STEP-RUNNING(WS-CYC-STEP)
003840             MOVE "IS ALREADY RUNNING OR ENDED ABNORMALLY"
003850                 TO WS-CYC-REFUSAL
003860         WHEN NOT CYC-STEP-COMPLETE(WS-CYC-PRIOR)
003870             STRING "CANNOT START - "
003880                    WS-CYC-STEP-NAME(WS-CYC-PRIOR)
003890                    " HAS NOT COMPLETED"
003900                 DELIMITED BY SIZE INTO WS-CYC-REFUSAL
003910             END-STRING
003920     END-EVALUATE.
003930     PERFORM 9120-APPLY-CYCLE-VERDICT THRU 9120-EXIT.
003940     GO TO 9100-EXIT.
003950 9100-EXIT.
003960     EXIT.
003970*
003980 9110-READ-OPEN-CYCLE.
003990     OPEN I-O CYCLE-CONTROL.
004000     IF WS-CYC-STATUS NOT = "00"
004010         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
004020             WS-CYC-STATUS
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     MOVE 0 TO CYC-BUS-DATE.
004070     READ CYCLE-CONTROL
004080         INVALID KEY
004090             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
004100             CLOSE CYCLE-CONTROL
004110             MOVE 16 TO RETURN-CODE
004120             STOP RUN
004130     END-READ.
004140     MOVE CYH-CURRENT-DATE TO WS-CYC-BUS-DATE.
004150     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
004160     READ CYCLE-CONTROL
004170         INVALID KEY
004180             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
004190                 WS-CYC-BUS-DATE
004200             CLOSE CYCLE-CONTROL
004210             MOVE 16 TO RETURN-CODE
004220             STOP RUN
004230     END-READ.
004240     GO TO 9110-EXIT.
004250 9110-EXIT.
004260     EXIT.
004270*
004280 9120-APPLY-CYCLE-VERDICT.
004290     IF WS-CYC-REFUSAL = SPACES
004300         CLOSE CYCLE-CONTROL
004310         GO TO 9120-EXIT
004320     END-IF.
004330     IF CYC-FORCE-PENDING(WS-CYC-STEP)
004340         DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
004350             " " WS-CYC-REFUSAL
004360         DISPLAY "CYCLE CHECK: RUN FORCED BY OPERATOR "
004370             CYC-FORCE-OPERATOR(WS-CYC-STEP) " - "
004380             CYC-FORCE-REASON(WS-CYC-STEP)
004390         CLOSE CYCLE-CONTROL
004400         GO TO 9120-EXIT
004410     END-IF.
004420     DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
004430         " " WS-CYC-REFUSAL.
004440     DISPLAY "CYCLE CHECK: RUN REFUSED FOR BUSINESS DATE "
004450         WS-CYC-BUS-DATE.
004460     CLOSE CYCLE-CONTROL.
004470     MOVE 16 TO RETURN-CODE.
004480     STOP RUN.
004490 9120-EXIT.
004500     EXIT.
004510*
004520*================================================================*
004530*    9200 - STAMP THE STEP'S START ON CYCLE CONTROL              *
004540*================================================================*
004550*    A PENDING OPERATOR OVERRIDE IS MARKED USED HERE, SO IT
004560*    COVERS THIS ONE RUN ONLY.
004570 9200-STAMP-CYCLE-START.
004580     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
004590     IF WS-CYC-STATUS NOT = "00"
004600         GO TO 9200-EXIT
004610     END-IF.
004620     MOVE "R" TO CYC-STEP-STATUS(WS-CYC-STEP).
004630     MOVE WS-CYC-NOW-DATE TO CYC-START-DATE(WS-CYC-STEP).
004640     MOVE WS-CYC-NOW-HHMMSS TO CYC-START-TIME(WS-CYC-STEP).
004650     MOVE 0 TO CYC-END-DATE(WS-CYC-STEP).
004660     MOVE 0 TO CYC-END-TIME(WS-CYC-STEP).
004670     MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
004680     IF CYC-RUN-COUNT(WS-CYC-STEP) < 99
004690         ADD 1 TO CYC-RUN-COUNT(WS-CYC-STEP)
004700     END-IF.
004710     IF CYC-FORCE-PENDING(WS-CYC-STEP)
004720         MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP)
004730     END-IF.
004740     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
004750     GO TO 9200-EXIT.
004760 9200-EXIT.
004770     EXIT.
004780*
004790 9210-READ-CYCLE-RECORD.
004800     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
004810     ACCEPT WS-CYC-NOW-TIME FROM TIME.
004820     OPEN I-O CYCLE-CONTROL.
004830     IF WS-CYC-STATUS NOT = "00"
004840         DISPLAY "CYCLE CONTROL NOT STAMPED - OPEN STATUS "
004850             WS-CYC-STATUS
004860         GO TO 9210-EXIT
004870     END-IF.
004880     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
004890     READ CYCLE-CONTROL
004900         INVALID KEY
004910             DISPLAY "CYCLE CONTROL NOT STAMPED - NO RECORD FOR "
004920                 WS-CYC-BUS-DATE
004930             CLOSE CYCLE-CONTROL
004940     END-READ.
004950     GO TO 9210-EXIT.
004960 9210-EXIT.
004970     EXIT.
004980*
004990 9220-REWRITE-CYCLE-RECORD.
005000     REWRITE FD-CYCLE-RECORD
005010         INVALID KEY
005020             DISPLAY "CYCLE CONTROL NOT STAMPED - REWRITE STATUS "
005030                 WS-CYC-STATUS
005040     END-REWRITE.
005050     CLOSE CYCLE-CONTROL.
005060     GO TO 9220-EXIT.
005070 9220-EXIT.
005080     EXIT.
005090*
005100*================================================================*
005110*    9300 - STAMP THE STEP'S END ON CYCLE CONTROL                *
005120*================================================================*
005130*    ANY RETURN CODE BELOW 16 COMPLETES THE STEP - THE SCHEDULER
005140*    STILL DECIDES WHAT AN RC 4 OR 8 MEANS.  AN RC 16 LEAVES THE
005150*    STEP FAILED, WHICH MAY BE RERUN WITHOUT AN OVERRIDE.
005160 9300-STAMP-CYCLE-END.
005170     MOVE WS-JOB-RC TO WS-CYC-END-RC.
005180     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
005190     IF WS-CYC-STATUS NOT = "00"
005200         GO TO 9300-EXIT
005210     END-IF.
005220     IF WS-CYC-END-RC < 16
005230         MOVE "C" TO CYC-STEP-STATUS(WS-CYC-STEP)
005240     ELSE
005250         MOVE "F" TO CYC-STEP-STATUS(WS-CYC-STEP)
005260     END-IF.
005270     MOVE WS-CYC-NOW-DATE TO CYC-END-DATE(WS-CYC-STEP).
005280     MOVE WS-CYC-NOW-HHMMSS TO CYC-END-TIME(WS-CYC-STEP).
005290     MOVE WS-CYC-END-RC TO CYC-STEP-RC(WS-CYC-STEP).
005300     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
005310     GO TO 9300-EXIT.
005320 9300-EXIT.
005330     EXIT.
