000270*                 SUSPENSE RECORDS (SUSWKNN) TO THE SHARED     *
000280*                 SUSPFILE SO THE REPAIR STEP SEES EVERY       *
000290*                 REJECTED CARD OF A SPLIT NIGHT.              *
000291*  10/15/26  RJ   EVERY REGISTER AND MASTER UPDATE THE MERGE    *
000292*                 APPLIES IS APPENDED TO THE SHARED AUDIT LOG   *
000293*                 (AUDITLOG) WITH THE RECORD'S BEFORE AND AFTER *
000294*                 IMAGES.  THE MERGE STOPS BEFORE APPLYING      *
000295*                 ANYTHING IF THE LOG CANNOT BE OPENED.         *
000296*  10/15/26  RJ   CHECKS THE NIGHTLY CYCLE CONTROL FILE         *
000297*                 (CYCLCTL) AT START-UP AND REFUSES TO RUN (RC  *
000298*                 16) UNLESS DECKSPLT HAS COMPLETED FOR THE     *
000299*                 OPEN BUSINESS DATE AND THE SCORING STEP HAS   *
000300*                 NOT ALREADY RUN, BARRING AN OPERATOR          *
000301*                 OVERRIDE.  STAMPS THE SCORING STEP'S START,   *
000302*                 END AND RETURN CODE.                          *
000303*  10/15/26  RJ   CARRIES THE STORE ID FROM THE MANIFEST AND    *
000304*                 THE PRIZE LIABILITY FROM EACH DECK JOB'S      *
000305*                 ALERT RECORD.  THE SUMMARY SHOWS EACH DECK'S  *
000306*                 STORE AND EXCEPTIONS AND ADDS STORE SUBTOTALS *
000307*                 (DECKS, CARDS, EXCEPTIONS, POINTS,            *
000308*                 LIABILITY); THE BATCH ALERT CARRIES THE       *
000309*                 NIGHT'S LIABILITY.                            *
000310*  10/15/26  RJ   RESERVES THE RE-SEND FLAG AT POSITION 80 OF   *
000311*                 THE GL JOURNAL AND TRAILER RECORDS; THE       *
000312*                 DETAILS CARRY THE DECK JOBS' FLAG THROUGH AND *
000313*                 THE REBUILT TRAILER LEAVES IT BLANK.          *
000314*---------------------------------------------------------------*
000315*
000320*    THE SCHEDULER RUNS EACH DECK JOB IN ITS OWN WORK
000330*    DIRECTORY AGAINST ITS CARDWKNN FILE (UPDATES=DEFER) AND
000340*    STAGES THE OUTPUTS HERE UNDER PER-DECK NAMES BEFORE THE
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS SCM-KEY
001180         FILE STATUS IS WS-SCM-STATUS.
001182     SELECT AUDIT-LOG
001184         ASSIGN TO "AUDITLOG"
001186         ORGANIZATION IS LINE SEQUENTIAL
001188         FILE STATUS IS WS-AUD-STATUS.
001189     SELECT CYCLE-CONTROL
001190         ASSIGN TO "CYCLCTL"
001191         ORGANIZATION IS INDEXED
001192         ACCESS MODE IS RANDOM
001193         RECORD KEY IS CYC-BUS-DATE
001194         FILE STATUS IS WS-CYC-STATUS.
001195*
001200 DATA DIVISION.
001210 FILE SECTION.
001220*
002210         10  SCM-CARD-ID          PIC 9(05).
002220     05  FILLER                   PIC X(444).
002230*
002231*    SHARED AUDIT LOG - SEE WS-AUDIT-AREA.
002232 FD  AUDIT-LOG
002233     LABEL RECORDS ARE STANDARD
002234     RECORD CONTAINS 1000 CHARACTERS.
002235 01  FD-AUDIT-RECORD              PIC X(1000).
002236*
002237*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
002238*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
002239*    NAMING THE BUSINESS DATE NOW OPEN.
002240 FD  CYCLE-CONTROL
002241     LABEL RECORDS ARE STANDARD
002242     RECORD CONTAINS 700 CHARACTERS.
002243 01  FD-CYCLE-RECORD.
002244     05  CYC-BUS-DATE             PIC 9(08).
002245     05  CYC-OPEN-DATE            PIC 9(08).
002246     05  CYC-OPEN-TIME            PIC 9(06).
002247     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
002248         10  CYC-STEP-STATUS      PIC X(01).
002249             88  CYC-STEP-NOT-RUN              VALUE SPACE.
002250             88  CYC-STEP-RUNNING              VALUE "R".
002251             88  CYC-STEP-COMPLETE             VALUE "C".
002252             88  CYC-STEP-FAILED               VALUE "F".
002253         10  CYC-START-DATE       PIC 9(08).
002254         10  CYC-START-TIME       PIC 9(06).
002255         10  CYC-END-DATE         PIC 9(08).
002256         10  CYC-END-TIME         PIC 9(06).
002257         10  CYC-STEP-RC          PIC 9(02).
002258         10  CYC-RUN-COUNT        PIC 9(02).
002259         10  CYC-FORCE-FLAG       PIC X(01).
002260             88  CYC-FORCE-PENDING             VALUE "Y".
002261             88  CYC-FORCE-USED                VALUE "U".
002262         10  CYC-FORCE-OPERATOR   PIC X(03).
002263         10  CYC-FORCE-DATE       PIC 9(08).
002264         10  CYC-FORCE-TIME       PIC 9(06).
002265         10  CYC-FORCE-REASON     PIC X(40).
002266     05  FILLER                   PIC X(41).
002267 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
002268     05  CYH-KEY                  PIC 9(08).
002269     05  CYH-CURRENT-DATE         PIC 9(08).
002270     05  FILLER                   PIC X(684).
002271*
002272 WORKING-STORAGE SECTION.
002273*
002274*---------------------------------------------------------------*
002275*    SWITCHES                                                   *
002280*---------------------------------------------------------------*
002290 77  WS-MANIFEST-STATUS           PIC X(02) VALUE "00".
002300 77  WS-DTL-STATUS                PIC X(02) VALUE "00".
002380 77  WS-SUS-STATUS                PIC X(02) VALUE "00".
002390 77  WS-REG-STATUS                PIC X(02) VALUE "00".
002400 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
002405 77  WS-AUD-STATUS                PIC X(02) VALUE "00".
002410*
002420 77  WS-MANIFEST-EOF-SW           PIC X(01) VALUE "N".
002430     88  WS-MANIFEST-EOF                    VALUE "Y".
002710 77  WS-SUM-RESULT                PIC 9(12) VALUE 0 COMP.
002720 77  WS-SUM-CASCADE               PIC 9(12) VALUE 0 COMP.
002730 77  WS-SUM-CHECKSUM              PIC 9(12) VALUE 0 COMP.
002735 77  WS-SUM-LIABILITY             PIC 9(13)V99 VALUE 0.
002740*
002750 77  WS-DECK-IDX                  PIC 9(02) VALUE 0 COMP.
002760 77  WS-SUM-PAGE                  PIC 9(04) VALUE 0 COMP.
003760     05  MF-D-DECK-NAME           PIC X(20).
003770     05  MF-D-CARD-COUNT          PIC 9(05).
003780     05  MF-D-CHECKSUM            PIC 9(10).
003786     05  MF-D-STORE-ID            PIC X(04).
003792     05  FILLER                   PIC X(20).
003800*
003810*    BATCH FIGURES OFF THE MANIFEST.
003820 77  WS-BATCH-EXPECTED            PIC 9(05) VALUE 0 COMP.
004030         10  DK-CONDITION         PIC X(04).
004040         10  DK-BALANCE           PIC X(01).
004050         10  DK-RETURN-CODE       PIC 9(02).
004051         10  DK-STORE-ID          PIC X(04).
004052         10  DK-LIABILITY         PIC 9(13)V99.
004053*
004054*    STORE ROLL-UP OF THE DECK TABLE FOR THE SUMMARY.  DECKS
004055*    WITH NO STORE ON THE MANIFEST ROLL UP UNDER A BLANK STORE,
004056*    PRINTED "NONE".  ONE SLOT PER DECK AT MOST, SO IT CANNOT
004057*    OVERFLOW.
004058 77  WS-STS-IDX                   PIC 9(03) VALUE 0 COMP.
004059 77  WS-STS-FOUND-SW              PIC X(01) VALUE "N".
004060     88  WS-STS-FOUND                       VALUE "Y".
004061 77  WS-STS-FOUND-IDX             PIC 9(03) VALUE 0 COMP.
004062 01  WS-STORE-TABLE.
004063     05  WS-STS-COUNT             PIC 9(02) VALUE 0 COMP.
004064     05  WS-STS-ENTRY             OCCURS 99 TIMES.
004065         10  WS-STS-STORE-ID      PIC X(04).
004066         10  WS-STS-STORE-NAME    PIC X(20).
004067         10  WS-STS-DECKS         PIC 9(02) COMP.
004068         10  WS-STS-CARDS         PIC 9(07) COMP.
004069         10  WS-STS-EXCEPTIONS    PIC 9(07) COMP.
004070         10  WS-STS-POINTS        PIC 9(12) COMP.
004071         10  WS-STS-LIABILITY     PIC 9(13)V99.
004072*
004073*---------------------------------------------------------------*
004080*    DECK JOB ALERT RECORD - AS THE SCORING STEP WRITES IT.     *
004090*---------------------------------------------------------------*
004100 01  WS-DECK-ALERT-AREA.
004180     05  DA-RESULT                PIC 9(10).
004190     05  DA-CASCADE-TOTAL         PIC 9(10).
004200     05  DA-BALANCE               PIC X(01).
004206     05  DA-LIABILITY             PIC 9(13)V99.
004212     05  FILLER                   PIC X(07).
004220*    THE NUMERIC SPAN (RETURN CODE THROUGH CASCADE TOTAL) AS
004230*    CHARACTERS, FOR THE GUARD ON AN EMPTY OR TRUNCATED
004240*    STAGED ALERT FILE.
004410     05  ALT-RESULT               PIC 9(10).
004420     05  ALT-CASCADE-TOTAL        PIC 9(10).
004430     05  ALT-BALANCE              PIC X(01).
004436     05  ALT-LIABILITY            PIC 9(13)V99.
004442     05  FILLER                   PIC X(07) VALUE SPACES.
004450*
004460*    GL JOURNAL RECORDS AS THE DECK JOBS WRITE THEM - THE "J"
004470*    DETAILS ARE COPIED THROUGH AND THEIR TRAILERS DROPPED;
004600     05  GLJ-AMOUNT-X REDEFINES GLJ-AMOUNT
004610                                  PIC X(15).
004620     05  GLJ-DESC                 PIC X(20).
004626     05  FILLER                   PIC X(11).
004632     05  GLJ-RESEND-FLAG          PIC X(01).
004640*
004650 01  WS-GL-TRAILER-AREA.
004660     05  GLT-RECORD-TYPE          PIC X(01) VALUE "T".
004670     05  GLT-RUN-DATE             PIC 9(08).
004680     05  GLT-RECORD-COUNT         PIC 9(07).
004690     05  GLT-HASH-TOTAL           PIC 9(15)V99.
004696     05  FILLER                   PIC X(46) VALUE SPACES.
004702     05  GLT-RESEND-FLAG          PIC X(01) VALUE SPACE.
004710*
004720*---------------------------------------------------------------*
004730*    DEFERRED UPDATE RECORD WORK AREAS - AS THE DECK JOBS       *
005190         88  SUA-ACTION-DELETE            VALUE "D".
005200     05  SUA-MASTER-RECORD        PIC X(453).
005210*
005211*    AUDIT LOG RECORD - SAME LAYOUT THE SCORING STEP WRITES,
005212*    SEE ITS WS-AUDIT-AREA.
005213 01  WS-AUDIT-AREA.
005214     05  AUD-PROGRAM              PIC X(08).
005215     05  AUD-RUN-DATE             PIC 9(08).
005216     05  AUD-RUN-TIME             PIC 9(06).
005217     05  AUD-OPERATOR             PIC X(03).
005218     05  AUD-FILE-NAME            PIC X(08).
005219     05  AUD-ACTION               PIC X(03).
005220     05  AUD-KEY.
005221         10  AUD-PROMO-CODE       PIC X(04).
005222         10  AUD-CARD-ID          PIC 9(05).
005223     05  AUD-BEFORE-IMAGE         PIC X(460).
005224     05  AUD-AFTER-IMAGE          PIC X(460).
005225     05  FILLER                   PIC X(35).
005226*
005227 01  WS-EXCEPTION-LINE-AREA.
005230     05  FILLER                     PIC X(11) VALUE "EXCEPTION: ".
005240     05  EXC-CARD-NUM               PIC ZZZZ9.
005250     05  FILLER                     PIC X(02) VALUE "- ".
005500         "       POINTS".
005510     05  FILLER                     PIC X(13) VALUE
005520         "      CASCADE".
005524     05  FILLER                     PIC X(07) VALUE "  STORE".
005528     05  FILLER                     PIC X(12) VALUE
005532         "  EXCEPTIONS".
005536     05  FILLER                     PIC X(48) VALUE SPACES.
005540*
005550 01  WS-SUM-DECK-LINE.
005560     05  SUM-DK-ID                  PIC X(10).
005620     05  SUM-DK-POINTS              PIC Z(9)9.
005630     05  FILLER                     PIC X(03) VALUE SPACES.
005640     05  SUM-DK-CASCADE             PIC Z(9)9.
005641     05  FILLER                     PIC X(02) VALUE SPACES.
005642     05  SUM-DK-STORE               PIC X(04).
005643     05  FILLER                     PIC X(08) VALUE SPACES.
005644     05  SUM-DK-EXCEPTIONS          PIC ZZZZ9.
005645     05  FILLER                     PIC X(48) VALUE SPACES.
005646*
005647 01  WS-SUM-STORE-LINE.
005648     05  FILLER                     PIC X(06) VALUE "STORE ".
005649     05  SUM-ST-STORE               PIC X(04).
005650     05  FILLER                     PIC X(02) VALUE SPACES.
005651     05  SUM-ST-NAME                PIC X(20).
005652     05  FILLER                     PIC X(09) VALUE "   DECKS ".
005653     05  SUM-ST-DECKS               PIC ZZ9.
005654     05  FILLER                     PIC X(09) VALUE "   CARDS ".
005655     05  SUM-ST-CARDS               PIC Z(6)9.
005656     05  FILLER                     PIC X(13) VALUE
005657         "  EXCEPTIONS ".
005658     05  SUM-ST-EXCEPTIONS          PIC ZZZZ9.
005659     05  FILLER                     PIC X(09) VALUE "  POINTS ".
005660     05  SUM-ST-POINTS              PIC Z(11)9.
005661     05  FILLER                     PIC X(12)
005662         VALUE "  LIABILITY ".
005663     05  SUM-ST-LIABILITY           PIC Z(12)9.99.
005664     05  FILLER                     PIC X(05) VALUE SPACES.
005665*
005670 01  WS-SUM-TOTAL-LINE.
005680     05  FILLER                     PIC X(02) VALUE SPACES.
005690     05  SUM-TL-LABEL               PIC X(30).
005760*
005770 01  WS-SUM-PRINT-LINE              PIC X(132) VALUE SPACES.
005780*
005781*---------------------------------------------------------------*
005782*    NIGHTLY CYCLE CONTROL.  THIS PROGRAM IS CHAIN STEP 4       *
005783*    AND MAY NOT START UNTIL STEP 3 HAS COMPLETED FOR THE       *
005784*    OPEN BUSINESS DATE.                                        *
005785*---------------------------------------------------------------*
005786 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
005787 77  WS-CYC-STEP                  PIC 9(01) VALUE 4.
005788 77  WS-CYC-PRIOR                 PIC 9(01) VALUE 3.
005789 77  WS-CYC-BUS-DATE              PIC 9(08) VALUE 0.
005790 77  WS-CYC-END-RC                PIC 9(02) VALUE 0.
005791 77  WS-CYC-REFUSAL               PIC X(60) VALUE SPACES.
005792*
005793 01  WS-CYC-NOW.
005794     05  WS-CYC-NOW-DATE          PIC 9(08) VALUE 0.
005795     05  WS-CYC-NOW-TIME.
005796         10  WS-CYC-NOW-HHMMSS    PIC 9(06) VALUE 0.
005797         10  FILLER               PIC 9(02) VALUE 0.
005798*
005799 01  WS-CYC-STEP-NAMES.
005800     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
005801     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
005802     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
005803     05  FILLER                   PIC X(08) VALUE "SCORING ".
005804     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
005805     05  FILLER                   PIC X(08) VALUE "LOYRECON".
005806     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
005807 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
005808     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
005809*
005810 PROCEDURE DIVISION.
005811*
005812*================================================================*
005820*    0000-MAINLINE                                               *
005830*================================================================*
005840 0000-MAINLINE.
005845     PERFORM 9100-CHECK-CYCLE THRU 9100-EXIT.
005850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005855     PERFORM 9200-STAMP-CYCLE-START THRU 9200-EXIT.
005860     PERFORM 2000-MERGE-ONE-DECK THRU 2000-EXIT
005870         VARYING WS-DECK-IDX FROM 1 BY 1
005880         UNTIL WS-DECK-IDX > WS-DECK-COUNT.
005910     PERFORM 3550-MERGE-GL-JOURNAL THRU 3550-EXIT.
005920     PERFORM 3600-WRITE-ALERT-RECORD THRU 3600-EXIT.
005930     PERFORM 4000-FINALIZE THRU 4000-EXIT.
005935     PERFORM 9300-STAMP-CYCLE-END THRU 9300-EXIT.
005940     MOVE WS-JOB-RC TO RETURN-CODE.
005950     STOP RUN.
005960*
006210         MOVE 16 TO RETURN-CODE
006220         STOP RUN
006230     END-IF.
006235     PERFORM 1800-OPEN-AUDIT-LOG THRU 1800-EXIT.
006240     OPEN OUTPUT DETAIL-RPT.
006250     OPEN OUTPUT EXCEPTIONS-RPT.
006260     OPEN OUTPUT LOYALTY-EXTRACT.
006680                 MOVE MF-D-CARD-COUNT
006690                     TO DK-CARD-COUNT(WS-DECK-COUNT)
006700                 MOVE MF-D-CHECKSUM TO DK-CHECKSUM(WS-DECK-COUNT)
006703                 MOVE MF-D-STORE-ID TO DK-STORE-ID(WS-DECK-COUNT)
006706                 MOVE 0 TO DK-LIABILITY(WS-DECK-COUNT)
006710                 MOVE 0 TO DK-PROCESSED(WS-DECK-COUNT)
006720                 MOVE 0 TO DK-EXCEPTIONS(WS-DECK-COUNT)
006730                 MOVE 0 TO DK-RESULT(WS-DECK-COUNT)
007150     END-IF.
007160     GO TO 1700-EXIT.
007170 1700-EXIT.
007171     EXIT.
007172*
007173*    THE SHARED AUDIT LOG IS A STANDING FILE, CREATED ON FIRST
007174*    USE.  A MERGE THAT CANNOT LOG THE UPDATES IT APPLIES DOES
007175*    NOT APPLY THEM - IT STOPS HERE, BEFORE ANY OUTPUT IS
007176*    OPENED, SO THE WHOLE MERGE CAN SIMPLY BE RERUN.
007177 1800-OPEN-AUDIT-LOG.
007178     OPEN EXTEND AUDIT-LOG.
007179     IF WS-AUD-STATUS = "35"
007180         OPEN OUTPUT AUDIT-LOG
007181     END-IF.
007182     IF WS-AUD-STATUS NOT = "00"
007183         DISPLAY "AUDIT LOG NOT AVAILABLE - STATUS "
007184             WS-AUD-STATUS
007185         MOVE 16 TO RETURN-CODE
007186         STOP RUN
007187     END-IF.
007188     GO TO 1800-EXIT.
007189 1800-EXIT.
007190     EXIT.
007191*
007200*================================================================*
007210*    2000 - MERGE ONE DECK JOB'S OUTPUT                          *
007220*================================================================*
008580     ADD DA-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS.
008590     ADD DA-RESULT TO WS-SUM-RESULT.
008600     ADD DA-CASCADE-TOTAL TO WS-SUM-CASCADE.
008601*    AN ALERT FROM BEFORE THE LIABILITY WAS CARRIED HAS SPACES
008602*    THERE - THE DECK SIMPLY CONTRIBUTES NONE.
008603     IF DA-LIABILITY NUMERIC
008604         MOVE DA-LIABILITY TO DK-LIABILITY(WS-DECK-IDX)
008605         ADD DA-LIABILITY TO WS-SUM-LIABILITY
008606     END-IF.
008610     IF DA-RETURN-CODE > WS-WORST-DECK-RC
008620         MOVE DA-RETURN-CODE TO WS-WORST-DECK-RC
008630     END-IF.
008980*    FROM THE DROPPED IMAGE IS APPENDED TO THE EXTRACT SO
008990*    THE POSTING CANCELS BEFORE TRANSMISSION.  A DELETE FOR
009000*    A KEY NOT ON FILE PASSES QUIETLY (THE ADD IT CANCELS
009005*    WAS IN THE SAME UPDATE FILE).  EVERY ADD OR DELETE THAT
009010*    GOES THROUGH IS LOGGED TO THE AUDIT LOG; A DELETE READS
009015*    THE ENTRY FIRST FOR ITS BEFORE IMAGE.
009020 2510-APPLY-ONE-REG-UPDATE.
009030     MOVE SPACES TO WS-REG-UPDATE-AREA.
009040     READ DECK-REGUPD-IN INTO WS-REG-UPDATE-AREA
009070     IF WS-COPY-EOF
009080         GO TO 2510-EXIT
009090     END-IF.
009093     MOVE SPACES TO WS-AUDIT-AREA.
009096     MOVE "REDEMREG" TO AUD-FILE-NAME.
009100     EVALUATE TRUE
009110         WHEN RUA-ACTION-ADD
009120             MOVE RUA-REGISTER-RECORD TO FD-REGISTER-RECORD
009122             MOVE "ADD" TO AUD-ACTION
009124             MOVE REG-KEY TO AUD-KEY
009126             MOVE FD-REGISTER-RECORD TO AUD-AFTER-IMAGE
009130             WRITE FD-REGISTER-RECORD
009140             IF WS-REG-STATUS = "22"
009150                 ADD 1 TO WS-DUP-REGISTER-KEYS
009380                     MOVE 16 TO WS-JOB-RC
009390                 ELSE
009400                     ADD 1 TO WS-REG-APPLIED
009403                     PERFORM 2900-WRITE-AUDIT-RECORD
009406                         THRU 2900-EXIT
009410                 END-IF
009420             END-IF
009430         WHEN RUA-ACTION-DELETE
009440             MOVE RUA-REGISTER-RECORD(1:9) TO REG-KEY
009441             MOVE "DEL" TO AUD-ACTION
009442             MOVE REG-KEY TO AUD-KEY
009443             READ REDEMPTION-REGISTER
009444             IF WS-REG-STATUS = "00"
009445                 MOVE FD-REGISTER-RECORD TO AUD-BEFORE-IMAGE
009446             END-IF
009450             DELETE REDEMPTION-REGISTER RECORD
009460             IF WS-REG-STATUS NOT = "00"
009470                AND WS-REG-STATUS NOT = "23"
009500                 MOVE 16 TO WS-JOB-RC
009510             ELSE
009520                 ADD 1 TO WS-REG-APPLIED
009522                 IF WS-REG-STATUS = "00"
009524                     PERFORM 2900-WRITE-AUDIT-RECORD
009526                         THRU 2900-EXIT
009528                 END-IF
009530             END-IF
009540         WHEN OTHER
009550             DISPLAY "UNREADABLE REGISTER UPDATE RECORD SKIPPED"
010050*================================================================*
010060*    A MASTER ADD FOR A KEY ALREADY ON FILE IS REWRITTEN - THE
010070*    DISPUTE DESK WANTS THE LATEST SCORING, THE SAME RULE THE
010074*    SCORING STEP'S 2487 APPLIES IN PLACE.  AS WITH THE
010078*    REGISTER, EVERY CHANGE THAT GOES THROUGH IS LOGGED TO THE
010082*    AUDIT LOG, A REWRITE OR DELETE WITH THE RECORD IT REPLACED
010086*    AS ITS BEFORE IMAGE.
010090 2600-APPLY-MASTER-UPDATES.
010100     MOVE "SCMWK  " TO WS-SCU-NAME.
010110     MOVE DK-SEQ(WS-DECK-IDX) TO WS-SCU-SEQ.
010310     IF WS-COPY-EOF
010320         GO TO 2610-EXIT
010330     END-IF.
010333     MOVE SPACES TO WS-AUDIT-AREA.
010336     MOVE "SCOREMST" TO AUD-FILE-NAME.
010340     EVALUATE TRUE
010350         WHEN SUA-ACTION-ADD
010360             MOVE SUA-MASTER-RECORD TO FD-MASTER-RECORD
010362             MOVE "ADD" TO AUD-ACTION
010364             MOVE SCM-KEY TO AUD-KEY
010366             MOVE FD-MASTER-RECORD TO AUD-AFTER-IMAGE
010370             WRITE FD-MASTER-RECORD
010380             IF WS-SCM-STATUS = "22"
010381                 MOVE "CHG" TO AUD-ACTION
010382                 READ SCORED-MASTER
010383                 IF WS-SCM-STATUS = "00"
010384                     MOVE FD-MASTER-RECORD TO AUD-BEFORE-IMAGE
010385                 END-IF
010386                 MOVE SUA-MASTER-RECORD TO FD-MASTER-RECORD
010390                 REWRITE FD-MASTER-RECORD
010400             END-IF
010410             IF WS-SCM-STATUS NOT = "00"
010450                 MOVE 16 TO WS-JOB-RC
010460             ELSE
010470                 ADD 1 TO WS-SCM-APPLIED
010475                 PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT
010480             END-IF
010490         WHEN SUA-ACTION-DELETE
010500             MOVE SUA-MASTER-RECORD(1:9) TO SCM-KEY
010501             MOVE "DEL" TO AUD-ACTION
010502             MOVE SCM-KEY TO AUD-KEY
010503             READ SCORED-MASTER
010504             IF WS-SCM-STATUS = "00"
010505                 MOVE FD-MASTER-RECORD TO AUD-BEFORE-IMAGE
010506             END-IF
010510             DELETE SCORED-MASTER RECORD
010520             IF WS-SCM-STATUS NOT = "00"
010530                AND WS-SCM-STATUS NOT = "23"
010560                 MOVE 16 TO WS-JOB-RC
010570             ELSE
010580                 ADD 1 TO WS-SCM-APPLIED
010582                 IF WS-SCM-STATUS = "00"
010584                     PERFORM 2900-WRITE-AUDIT-RECORD
010586                         THRU 2900-EXIT
010588                 END-IF
010590             END-IF
010600         WHEN OTHER
010610             DISPLAY "UNREADABLE MASTER UPDATE RECORD SKIPPED"
011000     ADD 1 TO WS-SUSP-COPIED.
011010     GO TO 2710-EXIT.
011020 2710-EXIT.
011021     EXIT.
011022*
011023*================================================================*
011024*    2900 - AUDIT LOG                                            *
011025*================================================================*
011026*    THE CALLER HAS FILLED IN THE FILE, KEY, ACTION AND IMAGES
011027*    AND ONLY CALLS THIS ONCE THE CHANGE HAS GONE THROUGH.
011028 2900-WRITE-AUDIT-RECORD.
011029     MOVE "DECKMRG" TO AUD-PROGRAM.
011030     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
011031     MOVE WS-RUN-TIME(1:6) TO AUD-RUN-TIME.
011032     MOVE SPACES TO AUD-OPERATOR.
011033     WRITE FD-AUDIT-RECORD FROM WS-AUDIT-AREA.
011034     GO TO 2900-EXIT.
011035 2900-EXIT.
011036     EXIT.
011040*
011050*================================================================*
011060*    3000 - BATCH SUMMARY AND RECONCILIATION                     *
011120     PERFORM 3330-PRINT-ONE-DECK THRU 3330-EXIT
011130         VARYING WS-DECK-IDX FROM 1 BY 1
011140         UNTIL WS-DECK-IDX > WS-DECK-COUNT.
011145     PERFORM 3400-PRINT-STORE-SUBTOTALS THRU 3400-EXIT.
011150     MOVE SPACES TO WS-SUM-PRINT-LINE.
011160     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
011170     MOVE "BATCH GRAND TOTALS (MERGED FROM DECK JOBS)"
012200     MOVE DK-PROCESSED(WS-DECK-IDX) TO SUM-DK-CARDS.
012210     MOVE DK-RESULT(WS-DECK-IDX) TO SUM-DK-POINTS.
012220     MOVE DK-CASCADE(WS-DECK-IDX) TO SUM-DK-CASCADE.
012221     IF DK-STORE-ID(WS-DECK-IDX) = SPACES
012222         MOVE "NONE" TO SUM-DK-STORE
012223     ELSE
012224         MOVE DK-STORE-ID(WS-DECK-IDX) TO SUM-DK-STORE
012225     END-IF.
012226     MOVE DK-EXCEPTIONS(WS-DECK-IDX) TO SUM-DK-EXCEPTIONS.
012230     MOVE WS-SUM-DECK-LINE TO WS-SUM-PRINT-LINE.
012240     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
012250     IF DK-BALANCE(WS-DECK-IDX) NOT = "I"
012370     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
012380     GO TO 3350-EXIT.
012390 3350-EXIT.
012391     EXIT.
012392*
012393*    THE DECK TABLE ROLLED UP BY THE STORE THE SPLITTER CARRIED
012394*    ONTO THE MANIFEST, ONE LINE PER STORE.  A STORE IS NAMED
012395*    FROM ITS FIRST DECK.
012396 3400-PRINT-STORE-SUBTOTALS.
012397     MOVE 0 TO WS-STS-COUNT.
012398     PERFORM 3410-ACCUM-ONE-DECK-STORE THRU 3410-EXIT
012399         VARYING WS-DECK-IDX FROM 1 BY 1
012400         UNTIL WS-DECK-IDX > WS-DECK-COUNT.
012401     IF WS-STS-COUNT = 0
012402         GO TO 3400-EXIT
012403     END-IF.
012404     MOVE SPACES TO WS-SUM-PRINT-LINE.
012405     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
012406     MOVE "STORE SUBTOTALS" TO SUM-TX-TEXT.
012407     MOVE WS-SUM-TEXT-LINE TO WS-SUM-PRINT-LINE.
012408     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
012409     PERFORM 3430-PRINT-ONE-STORE THRU 3430-EXIT
012410         VARYING WS-STS-IDX FROM 1 BY 1
012411         UNTIL WS-STS-IDX > WS-STS-COUNT.
012412     GO TO 3400-EXIT.
012413 3400-EXIT.
012414     EXIT.
012415*
012416 3410-ACCUM-ONE-DECK-STORE.
012417     MOVE "N" TO WS-STS-FOUND-SW.
012418     PERFORM 3420-MATCH-ONE-STORE-SLOT THRU 3420-EXIT
012419         VARYING WS-STS-IDX FROM 1 BY 1
012420         UNTIL WS-STS-IDX > WS-STS-COUNT
012421            OR WS-STS-FOUND.
012422     IF NOT WS-STS-FOUND
012423         ADD 1 TO WS-STS-COUNT
012424         MOVE WS-STS-COUNT TO WS-STS-FOUND-IDX
012425         MOVE DK-STORE-ID(WS-DECK-IDX)
012426             TO WS-STS-STORE-ID(WS-STS-FOUND-IDX)
012427         MOVE DK-DECK-NAME(WS-DECK-IDX)
012428             TO WS-STS-STORE-NAME(WS-STS-FOUND-IDX)
012429         MOVE 0 TO WS-STS-DECKS(WS-STS-FOUND-IDX)
012430         MOVE 0 TO WS-STS-CARDS(WS-STS-FOUND-IDX)
012431         MOVE 0 TO WS-STS-EXCEPTIONS(WS-STS-FOUND-IDX)
012432         MOVE 0 TO WS-STS-POINTS(WS-STS-FOUND-IDX)
012433         MOVE 0 TO WS-STS-LIABILITY(WS-STS-FOUND-IDX)
012434     END-IF.
012435     ADD 1 TO WS-STS-DECKS(WS-STS-FOUND-IDX).
012436     ADD DK-PROCESSED(WS-DECK-IDX)
012437         TO WS-STS-CARDS(WS-STS-FOUND-IDX).
012438     ADD DK-EXCEPTIONS(WS-DECK-IDX)
012439         TO WS-STS-EXCEPTIONS(WS-STS-FOUND-IDX).
012440     ADD DK-RESULT(WS-DECK-IDX)
012441         TO WS-STS-POINTS(WS-STS-FOUND-IDX).
012442     ADD DK-LIABILITY(WS-DECK-IDX)
012443         TO WS-STS-LIABILITY(WS-STS-FOUND-IDX).
012444     GO TO 3410-EXIT.
012445 3410-EXIT.
012446     EXIT.
012447*
012448 3420-MATCH-ONE-STORE-SLOT.
012449     IF WS-STS-STORE-ID(WS-STS-IDX) = DK-STORE-ID(WS-DECK-IDX)
012450         SET WS-STS-FOUND TO TRUE
012451         MOVE WS-STS-IDX TO WS-STS-FOUND-IDX
012452     END-IF.
012453     GO TO 3420-EXIT.
012454 3420-EXIT.
012455     EXIT.
012456*
012457 3430-PRINT-ONE-STORE.
012458     IF WS-STS-STORE-ID(WS-STS-IDX) = SPACES
012459         MOVE "NONE" TO SUM-ST-STORE
012460     ELSE
012461         MOVE WS-STS-STORE-ID(WS-STS-IDX) TO SUM-ST-STORE
012462     END-IF.
012463     MOVE WS-STS-STORE-NAME(WS-STS-IDX) TO SUM-ST-NAME.
012464     MOVE WS-STS-DECKS(WS-STS-IDX) TO SUM-ST-DECKS.
012465     MOVE WS-STS-CARDS(WS-STS-IDX) TO SUM-ST-CARDS.
012466     MOVE WS-STS-EXCEPTIONS(WS-STS-IDX) TO SUM-ST-EXCEPTIONS.
012467     MOVE WS-STS-POINTS(WS-STS-IDX) TO SUM-ST-POINTS.
012468     MOVE WS-STS-LIABILITY(WS-STS-IDX) TO SUM-ST-LIABILITY.
012469     MOVE WS-SUM-STORE-LINE TO WS-SUM-PRINT-LINE.
012470     PERFORM 3320-WRITE-SUM-LINE THRU 3320-EXIT.
012471     GO TO 3430-EXIT.
012472 3430-EXIT.
012473     EXIT.
012474*
012475*================================================================*
012476*    3500 - RETURN CODE AND ALERT RECORD                         *
012477*================================================================*
012478*    THE MERGED NIGHT GRADES ON THE SCORING STEP'S OWN SCALE:
012479*    THE WORST DECK JOB'S CODE, RAISED TO 8 WHEN THE BATCH
012480*    ROLL-UP ITSELF DOES NOT TIE.
012481 3500-SET-RETURN-CODE.
012490     IF WS-JOB-RC = 16
012500         GO TO 3500-EXIT
012510     END-IF.
014090     MOVE WS-SUM-EXCEPTIONS TO ALT-EXCEPTION-COUNT.
014100     MOVE WS-SUM-RESULT TO ALT-RESULT.
014110     MOVE WS-SUM-CASCADE TO ALT-CASCADE-TOTAL.
014115     MOVE WS-SUM-LIABILITY TO ALT-LIABILITY.
014120     MOVE WS-BALANCE-SW TO ALT-BALANCE.
014130     WRITE FD-ALERT-RECORD FROM WS-ALERT-AREA.
014140     CLOSE ALERT-FILE.
014350     CLOSE REDEMPTION-REGISTER.
014360     CLOSE SCORED-MASTER.
014370     CLOSE SUSPENSE-FILE.
014375     CLOSE AUDIT-LOG.
014380     GO TO 4000-EXIT.
014390 4000-EXIT.
014400     EXIT.
014450
014460
014470
014480*
014490*================================================================*
014500*    9100 - CYCLE CHECK                                          *
014510*================================================================*
014520*    RUN BEFORE ANYTHING IS OPENED.  THE STEP MAY START ONLY WHEN
014530*    THE STEP BEFORE IT HAS COMPLETED FOR THE OPEN BUSINESS DATE
014540*    AND IT HAS NOT ITSELF COMPLETED OR STARTED.  A STEP LEFT AT
014550*    "RUNNING" BY AN ABEND LOOKS THE SAME AS ONE STILL RUNNING, SO
014560*    IT WAITS FOR THE OPERATOR.  AN OVERRIDE ENTERED THROUGH
014570*    CYCLCTL FORCE LETS ONE RUN THROUGH WHATEVER THE CHECK FINDS.
014580 9100-CHECK-CYCLE.
014590     PERFORM 9110-READ-OPEN-CYCLE THRU 9110-EXIT.
014600     MOVE SPACES TO WS-CYC-REFUSAL.
014610     EVALUATE TRUE
014620         WHEN CYC-STEP-COMPLETE(WS-CYC-STEP)
014630             MOVE "HAS ALREADY COMPLETED FOR THIS BUSINESS DATE"
014640                 TO WS-CYC-REFUSAL
014650         WHEN CYC-STEP-RUNNING(WS-CYC-STEP)
014660             MOVE "IS ALREADY RUNNING OR ENDED ABNORMALLY"
014670                 TO WS-CYC-REFUSAL
014680         WHEN NOT CYC-STEP-COMPLETE(WS-CYC-PRIOR)
014690             STRING "CANNOT START - "
014700                    WS-CYC-STEP-NAME(WS-CYC-PRIOR)
014710                    " HAS NOT COMPLETED"
014720                 DELIMITED BY SIZE INTO WS-CYC-REFUSAL
014730             END-STRING
014740     END-EVALUATE.
014750     PERFORM 9120-APPLY-CYCLE-VERDICT THRU 9120-EXIT.
014760     GO TO 9100-EXIT.
014770 9100-EXIT.
014780     EXIT.
014790*
014800 9110-READ-OPEN-CYCLE.
014810     OPEN I-O CYCLE-CONTROL.
014820     IF WS-CYC-STATUS NOT = "00"
014830         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
014840             WS-CYC-STATUS
014850         MOVE 16 TO RETURN-CODE
014860         STOP RUN
014870     END-IF.
014880     MOVE 0 TO CYC-BUS-DATE.
014890     READ CYCLE-CONTROL
014900         INVALID KEY
014910             DISPLAY "NO BUSINESS DATE IS OPEN ON CYCLE CONTROL"
014920             CLOSE CYCLE-CONTROL
014930             MOVE 16 TO RETURN-CODE
014940             STOP RUN
014950     END-READ.
014960     MOVE CYH-CURRENT-DATE TO WS-CYC-BUS-DATE.
014970     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
014980     READ CYCLE-CONTROL
014990         INVALID KEY
015000             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
015010                 WS-CYC-BUS-DATE
015020             CLOSE CYCLE-CONTROL
015030             MOVE 16 TO RETURN-CODE
015040             STOP RUN
015050     END-READ.
015060     GO TO 9110-EXIT.
015070 9110-EXIT.
015080     EXIT.
015090*
015100 9120-APPLY-CYCLE-VERDICT.
015110     IF WS-CYC-REFUSAL = SPACES
015120         CLOSE CYCLE-CONTROL
015130         GO TO 9120-EXIT
015140     END-IF.
015150     IF CYC-FORCE-PENDING(WS-CYC-STEP)
015160         DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
015170             " " WS-CYC-REFUSAL
015180         DISPLAY "CYCLE CHECK: RUN FORCED BY OPERATOR "
015190             CYC-FORCE-OPERATOR(WS-CYC-STEP) " - "
015200             CYC-FORCE-REASON(WS-CYC-STEP)
015210         CLOSE CYCLE-CONTROL
015220         GO TO 9120-EXIT
015230     END-IF.
015240     DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
015250         " " WS-CYC-REFUSAL.
015260     DISPLAY "CYCLE CHECK: RUN REFUSED FOR BUSINESS DATE "
015270         WS-CYC-BUS-DATE.
015280     CLOSE CYCLE-CONTROL.
015290     MOVE 16 TO RETURN-CODE.
015300     STOP RUN.
015310 9120-EXIT.
015320     EXIT.
015330*
015340*================================================================*
015350*    9200 - STAMP THE STEP'S START ON CYCLE CONTROL              *
015360*================================================================*
015370*    A PENDING OPERATOR OVERRIDE IS MARKED USED HERE, SO IT
015380*    COVERS THIS ONE RUN ONLY.
015390 9200-STAMP-CYCLE-START.
015400     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
015410     IF WS-CYC-STATUS NOT = "00"
015420         GO TO 9200-EXIT
015430     END-IF.
015440     MOVE "R" TO CYC-STEP-STATUS(WS-CYC-STEP).
015450     MOVE WS-CYC-NOW-DATE TO CYC-START-DATE(WS-CYC-STEP).
015460     MOVE WS-CYC-NOW-HHMMSS TO CYC-START-TIME(WS-CYC-STEP).
015470     MOVE 0 TO CYC-END-DATE(WS-CYC-STEP).
015480     MOVE 0 TO CYC-END-TIME(WS-CYC-STEP).
015490     MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
015500     IF CYC-RUN-COUNT(WS-CYC-STEP) < 99
015510         ADD 1 TO CYC-RUN-COUNT(WS-CYC-STEP)
015520     END-IF.
015530     IF CYC-FORCE-PENDING(WS-CYC-STEP)
015540         MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP)
015550     END-IF.
015560     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
015570     GO TO 9200-EXIT.
015580 9200-EXIT.
015590     EXIT.
015600*
015610 9210-READ-CYCLE-RECORD.
015620     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
015630     ACCEPT WS-CYC-NOW-TIME FROM TIME.
015640     OPEN I-O CYCLE-CONTROL.
015650     IF WS-CYC-STATUS NOT = "00"
015660         DISPLAY "CYCLE CONTROL NOT STAMPED - OPEN STATUS "
015670             WS-CYC-STATUS
015680         GO TO 9210-EXIT
015690     END-IF.
015700     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
015710     READ CYCLE-CONTROL
015720         INVALID KEY
015730             DISPLAY "CYCLE CONTROL NOT STAMPED - NO RECORD FOR "
015740                 WS-CYC-BUS-DATE
015750             CLOSE CYCLE-CONTROL
015760     END-READ.
015770     GO TO 9210-EXIT.
015780 9210-EXIT.
015790     EXIT.
015800*
015810 9220-REWRITE-CYCLE-RECORD.
015820     REWRITE FD-CYCLE-RECORD
015830         INVALID KEY
015840             DISPLAY "CYCLE CONTROL NOT STAMPED - REWRITE STATUS "
015850                 WS-CYC-STATUS
015860     END-REWRITE.
015870     CLOSE CYCLE-CONTROL.
015880     GO TO 9220-EXIT.
015890 9220-EXIT.
015900     EXIT.
015910*
015920*================================================================*
015930*    9300 - STAMP THE STEP'S END ON CYCLE CONTROL                *
015940*================================================================*
015950*    ANY RETURN CODE BELOW 16 COMPLETES THE STEP - THE SCHEDULER
015960*    STILL DECIDES WHAT AN RC 4 OR 8 MEANS.  AN RC 16 LEAVES THE
015970*    STEP FAILED, WHICH MAY BE RERUN WITHOUT AN OVERRIDE.
015980 9300-STAMP-CYCLE-END.
015990     MOVE WS-JOB-RC TO WS-CYC-END-RC.
016000     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
016010     IF WS-CYC-STATUS NOT = "00"
016020         GO TO 9300-EXIT
016030     END-IF.
016040     IF WS-CYC-END-RC < 16
016050         MOVE "C" TO CYC-STEP-STATUS(WS-CYC-STEP)
016060     ELSE
016070         MOVE "F" TO CYC-STEP-STATUS(WS-CYC-STEP)
016080     END-IF.
016090     MOVE WS-CYC-NOW-DATE TO CYC-END-DATE(WS-CYC-STEP).
016100     MOVE WS-CYC-NOW-HHMMSS TO CYC-END-TIME(WS-CYC-STEP).
016110     MOVE WS-CYC-END-RC TO CYC-STEP-RC(WS-CYC-STEP).
016120     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
016130     GO TO 9300-EXIT.
016140 9300-EXIT.
016150     EXIT.
