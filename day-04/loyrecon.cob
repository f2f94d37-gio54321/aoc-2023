000460*                 FIGURES COVER NEW POSTINGS ONLY, SO THE       *
000470*                 DAY-END LEGS STILL TIE TO THE SCORING RUN;    *
000480*                 RESUBMITTED TRAFFIC IS TOTALLED SEPARATELY.   *
000481*  10/15/26  RJ   EVERY ACCEPTED POSTING FOR A LOYALTY MEMBER   *
000482*                 IS QUEUED ON THE MEMBER ACTIVITY FILE         *
000483*                 (MBRACTV) FOR THE MEMBER ACCOUNT POSTING RUN  *
000484*                 (MBRPOST) - THE ACCOUNTS MOVE ONLY ON WHAT    *
000485*                 THE LOYALTY SYSTEM ACTUALLY TOOK.             *
000486*  10/15/26  RJ   CHECKS THE NIGHTLY CYCLE CONTROL FILE         *
000487*                 (CYCLCTL) AT START-UP AND REFUSES TO RUN (RC  *
000488*                 16) UNLESS LOYSEND HAS COMPLETED FOR THE OPEN *
000489*                 BUSINESS DATE AND THIS STEP HAS NOT ALREADY   *
000490*                 RUN, BARRING AN OPERATOR OVERRIDE.  STAMPS    *
000491*                 ITS START, END AND RETURN CODE.  STOPS A      *
000492*                 RERUN QUEUEING THE SAME POSTINGS TWICE.       *
000493*  10/15/26  RJ   A LOYSENT RECORD CARRYING THE RE-SEND FLAG (A *
000494*                 NIGHT RE-STAGED FROM THE OUTPUT ARCHIVE) IS   *
000495*                 SET ASIDE - NOT MATCHED, PROVED, QUEUED TO    *
000496*                 MBRACTV OR RESUBMITTED - AND AN ACK FOR ITS   *
000497*                 CARD WITH NOTHING PENDING IS COUNTED AS AN    *
000498*                 ACK FOR A RE-SENT POSTING RATHER THAN AN      *
000499*                 ORPHAN.  BOTH COUNTS ARE ON THE REPORT.       *
000500*---------------------------------------------------------------*
000501*
000510*    A POSTING REVERSED IN THE SAME EXTRACT (A "V" RECORD FROM A
000520*    VOIDED CARD) CANCELS ITS "P" RECORD - NEITHER SIDE OF THE
000530*    PAIR IS EXPECTED TO BE ACKNOWLEDGED AND NEITHER COUNTS IN
000800     SELECT RETIRE-RPT
000810         ASSIGN TO "RETIRRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000822     SELECT MEMBER-ACTIVITY
000824         ASSIGN TO "MBRACTV"
000826         ORGANIZATION IS LINE SEQUENTIAL
000828         FILE STATUS IS WS-MBRA-STATUS.
000829     SELECT CYCLE-CONTROL
000830         ASSIGN TO "CYCLCTL"
000831         ORGANIZATION IS INDEXED
000832         ACCESS MODE IS RANDOM
000833         RECORD KEY IS CYC-BUS-DATE
000834         FILE STATUS IS WS-CYC-STATUS.
000835*
000840 DATA DIVISION.
000850 FILE SECTION.
000860*
001350     RECORD CONTAINS 80 CHARACTERS.
001360 01  FD-RECON-STATUS-RECORD      PIC X(80).
001370*
001371*    MEMBER ACTIVITY QUEUE - A STANDING FILE, ADDED TO HERE AND
001372*    BY THE CARD ADJUSTMENT PROGRAM, EMPTIED BY MBRPOST.
001373 FD  MEMBER-ACTIVITY
001374     LABEL RECORDS ARE STANDARD
001375     RECORD CONTAINS 60 CHARACTERS.
001376 01  FD-ACTIVITY-RECORD          PIC X(60).
001377*
001378*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
001379*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
001380*    NAMING THE BUSINESS DATE NOW OPEN.
001381 FD  CYCLE-CONTROL
001382     LABEL RECORDS ARE STANDARD
001383     RECORD CONTAINS 700 CHARACTERS.
001384 01  FD-CYCLE-RECORD.
001385     05  CYC-BUS-DATE             PIC 9(08).
001386     05  CYC-OPEN-DATE            PIC 9(08).
001387     05  CYC-OPEN-TIME            PIC 9(06).
001388     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
001389         10  CYC-STEP-STATUS      PIC X(01).
001390             88  CYC-STEP-NOT-RUN              VALUE SPACE.
001391             88  CYC-STEP-RUNNING              VALUE "R".
001392             88  CYC-STEP-COMPLETE             VALUE "C".
001393             88  CYC-STEP-FAILED               VALUE "F".
001394         10  CYC-START-DATE       PIC 9(08).
001395         10  CYC-START-TIME       PIC 9(06).
001396         10  CYC-END-DATE         PIC 9(08).
001397         10  CYC-END-TIME         PIC 9(06).
001398         10  CYC-STEP-RC          PIC 9(02).
001399         10  CYC-RUN-COUNT        PIC 9(02).
001400         10  CYC-FORCE-FLAG       PIC X(01).
001401             88  CYC-FORCE-PENDING             VALUE "Y".
001402             88  CYC-FORCE-USED                VALUE "U".
001403         10  CYC-FORCE-OPERATOR   PIC X(03).
001404         10  CYC-FORCE-DATE       PIC 9(08).
001405         10  CYC-FORCE-TIME       PIC 9(06).
001406         10  CYC-FORCE-REASON     PIC X(40).
001407     05  FILLER                   PIC X(41).
001408 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
001409     05  CYH-KEY                  PIC 9(08).
001410     05  CYH-CURRENT-DATE         PIC 9(08).
001411     05  FILLER                   PIC X(684).
001412*
001413 WORKING-STORAGE SECTION.
001414*
001415*---------------------------------------------------------------*
001416*    SWITCHES                                                   *
001420*---------------------------------------------------------------*
001430 77  WS-EXTR-STATUS               PIC X(02) VALUE "00".
001440 77  WS-ACK-STATUS                PIC X(02) VALUE "00".
001445 77  WS-MBRA-STATUS               PIC X(02) VALUE "00".
001450*
001460 77  WS-EXTR-EOF-SW               PIC X(01) VALUE "N".
001470     88  WS-EXTR-EOF                        VALUE "Y".
001930 77  WS-ATT-LOOKUP-MATCH          PIC 9(03) VALUE 0 COMP.
001940 77  WS-DROPPED-CARRIES           PIC 9(05) VALUE 0 COMP.
001950*
001951*    A RECORD THE OUTPUT ARCHIVE RE-STAGED CARRIES THE RE-SEND
001952*    FLAG.  ITS NIGHT WAS COUNTED WHEN FIRST SENT, SO IT IS SET
001953*    ASIDE HERE, AND AN ACK FOR ITS CARD WITH NOTHING PENDING IS
001954*    COUNTED AGAINST THE RE-SEND, NOT AS AN ORPHAN.
001955 77  WS-RESENT-POSTINGS           PIC 9(05) VALUE 0 COMP.
001956 77  WS-RESENT-ACKS               PIC 9(05) VALUE 0 COMP.
001957*
001960 77  WS-PST-IDX                   PIC 9(05) VALUE 0 COMP.
001970 77  WS-FIND-IDX                  PIC 9(05) VALUE 0 COMP.
001980*
002440     05  EXT-MEMBER-NO            PIC 9(09).
002450     05  EXT-MEMBER-NO-X REDEFINES EXT-MEMBER-NO
002460                                  PIC X(09).
002465     05  EXT-RESEND-FLAG          PIC X(01).
002470         88  EXT-RESENT                     VALUE "R".
002475     05  FILLER                   PIC X(01).
002480*
002490 01  WS-EXTRACT-AREA-X REDEFINES WS-EXTRACT-AREA.
002500     05  EXT-CARD-ID-X            PIC X(05).
002610     05  ACK-CARD-ID-X            PIC X(05).
002620     05  FILLER                   PIC X(05).
002630     05  ACK-POINTS-X             PIC X(10).
002631*
002632*---------------------------------------------------------------*
002633*    MEMBER ACTIVITY QUEUE RECORD - MBRPOST DESCRIBES THE       *
002634*    FIELDS.  THE EXTRACT DOES NOT CARRY THE PROMOTION, SO AN   *
002635*    ACCEPTED POSTING GOES ON WITH MAQ-PROMO-KNOWN "N" AND      *
002636*    MBRPOST FINDS THE SEASON ON THE SCORED-CARD MASTER.        *
002637*---------------------------------------------------------------*
002638 01  WS-ACTIVITY-AREA.
002639     05  MAQ-SOURCE               PIC X(01).
002640     05  MAQ-RUN-DATE             PIC 9(08).
002641     05  MAQ-PROMO-CODE           PIC X(04).
002642     05  MAQ-PROMO-KNOWN          PIC X(01).
002643     05  MAQ-CARD-ID              PIC 9(05).
002644     05  MAQ-MATCH-COUNT          PIC 9(03).
002645     05  MAQ-POINTS               PIC 9(10).
002646     05  MAQ-MEMBER-NO            PIC 9(09).
002647     05  MAQ-OPERATOR             PIC X(03).
002648     05  FILLER                   PIC X(16).
002649*
002650*    RECONCILIATION STATUS RECORD LAYOUT - SEE THE FD COMMENT.
002660 01  WS-RECON-STATUS-AREA.
002670     05  RS-RUN-DATE              PIC 9(08).
003740             88  PST-REJECTED             VALUE "R".
003750         10  PST-REASON           PIC X(04).
003760         10  PST-MEMBER-NO        PIC 9(09).
003761*
003762*    CARDS SEEN ON A RE-SENT EXTRACT RECORD, BY CARD ID.
003763 01  WS-RESENT-CARD-TABLE         VALUE SPACES.
003764     05  WS-RESENT-CARD           PIC X(01) OCCURS 99999 TIMES.
003765         88  WS-CARD-RESENT                 VALUE "R".
003770*
003780*---------------------------------------------------------------*
003790*    REPORT LINES.                                              *
004120*
004130 01  WS-RECON-PRINT-LINE            PIC X(132) VALUE SPACES.
004140*
004141*---------------------------------------------------------------*
004142*    NIGHTLY CYCLE CONTROL.  THIS PROGRAM IS CHAIN STEP 6       *
004143*    AND MAY NOT START UNTIL STEP 5 HAS COMPLETED FOR THE       *
004144*    OPEN BUSINESS DATE.                                        *
004145*---------------------------------------------------------------*
004146 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
004147 77  WS-CYC-STEP                  PIC 9(01) VALUE 6.
004148 77  WS-CYC-PRIOR                 PIC 9(01) VALUE 5.
004149 77  WS-CYC-BUS-DATE              PIC 9(08) VALUE 0.
004150 77  WS-CYC-END-RC                PIC 9(02) VALUE 0.
004151 77  WS-CYC-REFUSAL               PIC X(60) VALUE SPACES.
004152*
004153 01  WS-CYC-NOW.
004154     05  WS-CYC-NOW-DATE          PIC 9(08) VALUE 0.
004155     05  WS-CYC-NOW-TIME.
004156         10  WS-CYC-NOW-HHMMSS    PIC 9(06) VALUE 0.
004157         10  FILLER               PIC 9(02) VALUE 0.
004158*
004159 01  WS-CYC-STEP-NAMES.
004160     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
004161     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
004162     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
004163     05  FILLER                   PIC X(08) VALUE "SCORING ".
004164     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
004165     05  FILLER                   PIC X(08) VALUE "LOYRECON".
004166     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
004167 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
004168     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
004169*
004170 PROCEDURE DIVISION.
004171*
004172*================================================================*
004180*    0000-MAINLINE                                               *
004190*================================================================*
004200 0000-MAINLINE.
004205     PERFORM 9100-CHECK-CYCLE THRU 9100-EXIT.
004210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004215     PERFORM 9200-STAMP-CYCLE-START THRU 9200-EXIT.
004220     PERFORM 2000-LOAD-ONE-EXTRACT THRU 2000-EXIT
004230         UNTIL WS-EXTR-EOF.
004240     PERFORM 2500-MATCH-ONE-ACK THRU 2500-EXIT
004250         UNTIL WS-ACK-EOF.
004260     PERFORM 3000-WRITE-RECON-REPORT THRU 3000-EXIT.
004270     PERFORM 4000-FINALIZE THRU 4000-EXIT.
004275     PERFORM 9300-STAMP-CYCLE-END THRU 9300-EXIT.
004280     MOVE WS-JOB-RC TO RETURN-CODE.
004290     STOP RUN.
004300*
004590*    LOYRESUB IS REOPENED FOR OUTPUT - SAME PHYSICAL FILE,
004600*    SO THE ATTEMPT COUNTS MUST BE IN STORAGE FIRST.
004610     PERFORM 1200-LOAD-ATTEMPT-TABLE THRU 1200-EXIT.
004620*    NOTHING IS OPENED FOR OUTPUT UNTIL MBRACTV IS KNOWN TO BE
004630*    AVAILABLE - A STOP HERE LEAVES LOYRESUB UNTOUCHED.
004641     OPEN EXTEND MEMBER-ACTIVITY.
004642     IF WS-MBRA-STATUS = "35"
004643         OPEN OUTPUT MEMBER-ACTIVITY
004644     END-IF.
004645     IF WS-MBRA-STATUS NOT = "00"
004646         DISPLAY "MEMBER ACTIVITY FILE NOT AVAILABLE - STATUS "
004647             WS-MBRA-STATUS
004648         MOVE 16 TO RETURN-CODE
004649         STOP RUN
004650     END-IF.
004651     OPEN OUTPUT RECON-RPT.
004652     OPEN OUTPUT RESUB-FILE.
004653     OPEN OUTPUT RETIRE-RPT.
004654     GO TO 1000-EXIT.
004660 1000-EXIT.
004670     EXIT.
004680*
005690     IF EXT-CARD-ID-X NOT NUMERIC
005700         GO TO 2000-EXIT
005710     END-IF.
005711     IF EXT-RESENT
005712         ADD 1 TO WS-RESENT-POSTINGS
005713         IF EXT-CARD-ID > 0
005714             MOVE "R" TO WS-RESENT-CARD(EXT-CARD-ID)
005715         END-IF
005716         GO TO 2000-EXIT
005717     END-IF.
005720     IF EXT-TYPE-REVERSAL
005730         PERFORM 2100-APPLY-ONE-REVERSAL THRU 2100-EXIT
005740         GO TO 2000-EXIT
006540     END-IF.
006550     PERFORM 2200-FIND-LATEST-PENDING THRU 2200-EXIT.
006560     IF NOT WS-FIND-FOUND
006562         IF ACK-CARD-ID > 0
006564            AND WS-CARD-RESENT(ACK-CARD-ID)
006566             ADD 1 TO WS-RESENT-ACKS
006568         ELSE
006570             ADD 1 TO WS-ORPHAN-ACKS
006572         END-IF
006580         GO TO 2500-EXIT
006590     END-IF.
006600     IF ACK-ACCEPTED
006710         ELSE
006720             ADD ACK-POINTS TO WS-ACCEPTED-POINTS
006730         END-IF
006732         IF PST-MEMBER-NO(WS-FIND-IDX) > 0
006734             PERFORM 2600-QUEUE-MEMBER-ACTIVITY THRU 2600-EXIT
006736         END-IF
006740     ELSE
006750         MOVE "R" TO PST-STATE(WS-FIND-IDX)
006760         MOVE ACK-REASON-CODE TO PST-REASON(WS-FIND-IDX)
006780     END-IF.
006790     GO TO 2500-EXIT.
006800 2500-EXIT.
006801     EXIT.
006802*
006803*    THE POINTS QUEUED ARE THE POINTS THE LOYALTY SYSTEM SAYS
006804*    IT POSTED, NOT THE POINTS SENT.
006805 2600-QUEUE-MEMBER-ACTIVITY.
006806     MOVE SPACES TO WS-ACTIVITY-AREA.
006807     MOVE "A" TO MAQ-SOURCE.
006808     MOVE WS-RUN-DATE TO MAQ-RUN-DATE.
006809     MOVE "N" TO MAQ-PROMO-KNOWN.
006810     MOVE PST-CARD-ID(WS-FIND-IDX) TO MAQ-CARD-ID.
006811     MOVE PST-MATCH-COUNT(WS-FIND-IDX) TO MAQ-MATCH-COUNT.
006812     MOVE ACK-POINTS TO MAQ-POINTS.
006813     MOVE PST-MEMBER-NO(WS-FIND-IDX) TO MAQ-MEMBER-NO.
006814     WRITE FD-ACTIVITY-RECORD FROM WS-ACTIVITY-AREA.
006815     GO TO 2600-EXIT.
006816 2600-EXIT.
006817     EXIT.
006820*
006830*================================================================*
006840*    3000 - RECONCILIATION REPORT AND RESUBMISSION FILE          *
007160     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
007170     MOVE "ACKS WITHOUT A POSTING" TO RCN-TL-LABEL.
007180     MOVE WS-ORPHAN-ACKS TO RCN-TL-VALUE.
007181     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
007182     MOVE "RE-SENT POSTINGS SET ASIDE" TO RCN-TL-LABEL.
007183     MOVE WS-RESENT-POSTINGS TO RCN-TL-VALUE.
007184     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
007185     MOVE "ACKS FOR RE-SENT POSTINGS" TO RCN-TL-LABEL.
007186     MOVE WS-RESENT-ACKS TO RCN-TL-VALUE.
007190     PERFORM 3030-PRINT-TOTAL-LINE THRU 3030-EXIT.
007200     MOVE "REVERSALS WITHOUT A POSTING" TO RCN-TL-LABEL.
007210     MOVE WS-STRAY-REVERSALS TO RCN-TL-VALUE.
009480     CLOSE RECON-RPT.
009490     CLOSE RESUB-FILE.
009500     CLOSE RETIRE-RPT.
009505     CLOSE MEMBER-ACTIVITY.
009510     GO TO 4000-EXIT.
009520 4000-EXIT.
009530     EXIT.
009770
009780
009790
009800*
009810*================================================================*
009820*    9100 - CYCLE CHECK                                          *
009830*================================================================*
009840*    RUN BEFORE ANYTHING IS OPENED.  THE STEP MAY START ONLY WHEN
009850*    THE STEP BEFORE IT HAS COMPLETED FOR THE OPEN BUSINESS DATE
009860*    AND IT HAS NOT ITSELF COMPLETED OR STARTED.  A STEP LEFT AT
009870*    "RUNNING" BY AN ABEND LOOKS THE SAME AS ONE STILL RUNNING, SO
009880*    IT WAITS FOR THE OPERATOR.  AN OVERRIDE ENTERED THROUGH
009890*    CYCLCTL FORCE LETS ONE RUN THROUGH WHATEVER THE CHECK FINDS.
009900 9100-CHECK-CYCLE.
009910     PERFORM 9110-READ-OPEN-CYCLE THRU 9110-EXIT.
009920     MOVE SPACES TO WS-CYC-REFUSAL.
009930     EVALUATE TRUE
009940         WHEN CYC-STEP-COMPLETE(WS-CYC-STEP)
009950             MOVE "HAS ALREADY COMPLETED FOR THIS BUSINESS DATE"
009960                 TO WS-CYC-REFUSAL
009970         WHEN CYC-STEP-RUNNING(WS-CYC-STEP)
009980             MOVE "IS ALREADY RUNNING OR ENDED ABNORMALLY"
009990                 TO WS-CYC-REFUSAL
010000         WHEN NOT CYC-STEP-COMPLETE(WS-CYC-PRIOR)
010010             STRING "CANNOT START - "
010020                    WS-CYC-STEP-NAME(WS-CYC-PRIOR)
010030                    " HAS NOT COMPLETED"
010040                 DELIMITED BY SIZE INTO WS-CYC-REFUSAL
010050             END-STRING
010060     END-EVALUATE.
010070     PERFORM 9120-APPLY-CYCLE-VERDICT THRU 9120-EXIT.
010080     GO TO 9100-EXIT.
010090 9100-EXIT.
010100     EXIT.
010110*
010120 9110-READ-OPEN-CYCLE.
010130     OPEN I-O CYCLE-CONTROL.
010140     IF WS-CYC-STATUS NOT = "00"
010150         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
010160             WS-CYC-STATUS
010170         MOVE 16 TO RETURN-CODE
010180         STOP RUN
010190     END-IF.
010200     MOVE 0 TO CYC-BUS-DATE.
010210     READ CYCLE-CONTROL
010220         INVALID KEY
010230             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
010240             CLOSE CYCLE-CONTROL
010250             MOVE 16 TO RETURN-CODE
010260             STOP RUN
010270     END-READ.
010280     MOVE CYH-CURRENT-DATE TO WS-CYC-BUS-DATE.
010290     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
010300     READ CYCLE-CONTROL
010310         INVALID KEY
010320             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
010330                 WS-CYC-BUS-DATE
010340             CLOSE CYCLE-CONTROL
010350             MOVE 16 TO RETURN-CODE
010360             STOP RUN
010370     END-READ.
010380     GO TO 9110-EXIT.
010390 9110-EXIT.
010400     EXIT.
010410*
010420 9120-APPLY-CYCLE-VERDICT.
010430     IF WS-CYC-REFUSAL = SPACES
010440         CLOSE CYCLE-CONTROL
010450         GO TO 9120-EXIT
010460     END-IF.
010470     IF CYC-FORCE-PENDING(WS-CYC-STEP)
010480         DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
010490             " " WS-CYC-REFUSAL
010500         DISPLAY "CYCLE CHECK: RUN FORCED BY OPERATOR "
010510             CYC-FORCE-OPERATOR(WS-CYC-STEP) " - "
010520             CYC-FORCE-REASON(WS-CYC-STEP)
010530         CLOSE CYCLE-CONTROL
010540         GO TO 9120-EXIT
010550     END-IF.
010560     DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
010570         " " WS-CYC-REFUSAL.
010580     DISPLAY "CYCLE CHECK: RUN REFUSED FOR BUSINESS DATE "
010590         WS-CYC-BUS-DATE.
010600     CLOSE CYCLE-CONTROL.
010610     MOVE 16 TO RETURN-CODE.
010620     STOP RUN.
010630 9120-EXIT.
010640     EXIT.
010650*
010660*================================================================*
010670*    9200 - STAMP THE STEP'S START ON CYCLE CONTROL              *
010680*================================================================*
010690*    A PENDING OPERATOR OVERRIDE IS MARKED USED HERE, SO IT
010700*    COVERS THIS ONE RUN ONLY.
010710 9200-STAMP-CYCLE-START.
010720     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
010730     IF WS-CYC-STATUS NOT = "00"
010740         GO TO 9200-EXIT
010750     END-IF.
010760     MOVE "R" TO CYC-STEP-STATUS(WS-CYC-STEP).
010770     MOVE WS-CYC-NOW-DATE TO CYC-START-DATE(WS-CYC-STEP).
010780     MOVE WS-CYC-NOW-HHMMSS TO CYC-START-TIME(WS-CYC-STEP).
010790     MOVE 0 TO CYC-END-DATE(WS-CYC-STEP).
010800     MOVE 0 TO CYC-END-TIME(WS-CYC-STEP).
010810     MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
010820     IF CYC-RUN-COUNT(WS-CYC-STEP) < 99
010830         ADD 1 TO CYC-RUN-COUNT(WS-CYC-STEP)
010840     END-IF.
010850     IF CYC-FORCE-PENDING(WS-CYC-STEP)
010860         MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP)
010870     END-IF.
010880     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
010890     GO TO 9200-EXIT.
010900 9200-EXIT.
010910     EXIT.
010920*
010930 9210-READ-CYCLE-RECORD.
010940     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
010950     ACCEPT WS-CYC-NOW-TIME FROM TIME.
010960     OPEN I-O CYCLE-CONTROL.
010970     IF WS-CYC-STATUS NOT = "00"
010980         DISPLAY "CYCLE CONTROL NOT STAMPED - OPEN STATUS "
010990             WS-CYC-STATUS
011000         GO TO 9210-EXIT
011010     END-IF.
011020     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
011030     READ CYCLE-CONTROL
011040         INVALID KEY
011050             DISPLAY "CYCLE CONTROL NOT STAMPED - NO RECORD FOR "
011060                 WS-CYC-BUS-DATE
011070             CLOSE CYCLE-CONTROL
011080     END-READ.
011090     GO TO 9210-EXIT.
011100 9210-EXIT.
011110     EXIT.
011120*
011130 9220-REWRITE-CYCLE-RECORD.
011140     REWRITE FD-CYCLE-RECORD
011150         INVALID KEY
011160             DISPLAY "CYCLE CONTROL NOT STAMPED - REWRITE STATUS "
011170                 WS-CYC-STATUS
011180     END-REWRITE.
011190     CLOSE CYCLE-CONTROL.
011200     GO TO 9220-EXIT.
011210 9220-EXIT.
011220     EXIT.
011230*
011240*================================================================*
011250*    9300 - STAMP THE STEP'S END ON CYCLE CONTROL                *
011260*================================================================*
011270*    ANY RETURN CODE BELOW 16 COMPLETES THE STEP - THE SCHEDULER
011280*    STILL DECIDES WHAT AN RC 4 OR 8 MEANS.  AN RC 16 LEAVES THE
011290*    STEP FAILED, WHICH MAY BE RERUN WITHOUT AN OVERRIDE.
011300 9300-STAMP-CYCLE-END.
011310     MOVE WS-JOB-RC TO WS-CYC-END-RC.
011320     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
011330     IF WS-CYC-STATUS NOT = "00"
011340         GO TO 9300-EXIT
011350     END-IF.
011360     IF WS-CYC-END-RC < 16
011370         MOVE "C" TO CYC-STEP-STATUS(WS-CYC-STEP)
011380     ELSE
011390         MOVE "F" TO CYC-STEP-STATUS(WS-CYC-STEP)
011400     END-IF.
011410     MOVE WS-CYC-NOW-DATE TO CYC-END-DATE(WS-CYC-STEP).
011420     MOVE WS-CYC-NOW-HHMMSS TO CYC-END-TIME(WS-CYC-STEP).
011430     MOVE WS-CYC-END-RC TO CYC-STEP-RC(WS-CYC-STEP).
011440     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
011450     GO TO 9300-EXIT.
011460 9300-EXIT.
011470     EXIT.
