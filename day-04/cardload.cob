000320*                 THE CARD DETAIL RECORD, WHICH GROWS FROM 310  *
000330*                 TO 320 BYTES.  THE CHECKSUM RULE IS UNCHANGED *
000340*                 (CARD ID PLUS LIST NUMBERS ONLY).             *
000341*  10/15/26  RJ   THE PROMOTION CODE IS NOW PROVED AGAINST THE  *
000342*                 PROMOTION MASTER (PROMOMST) BEFORE THE FEED   *
000343*                 IS TOUCHED - A CODE NOT ON FILE, OR A SEASON  *
000344*                 THAT IS CLOSED OR FROZEN, STOPS THE LOAD WITH *
000345*                 RETURN CODE 16 INSTEAD OF STAMPING EVERY CARD *
000346*                 WITH A SEASON THAT CANNOT BE PAID.            *
000347*  10/15/26  RJ   OPENS EACH NEW BUSINESS DATE ON THE NIGHTLY   *
000348*                 CYCLE CONTROL FILE (CYCLCTL), ONLY ONCE       *
000349*                 DAYEND HAS COMPLETED FOR THE DATE BEFORE, AND *
000350*                 REFUSES A SECOND RUN ON THE SAME DATE (RC 16) *
000351*                 BARRING AN OPERATOR OVERRIDE.  STAMPS ITS     *
000352*                 START, END AND RETURN CODE.                   *
000353*  10/15/26  RJ   TAKES A STORE SCHEDULE (STORESCH) LISTING THE *
000354*                 STORES EXPECTED ON EACH DAY OF THE WEEK AND   *
000355*                 THEIR FEED CUTOFF TIMES.  EACH STORE'S FEED   *
000356*                 (SCAN PLUS THE STORE ID) LOADS AS ITS OWN     *
000357*                 DECK WITH THE STORE ID ON THE DECK HEADER,    *
000358*                 AND THE STORE FEED INTAKE REPORT (STORERPT)   *
000359*                 SHOWS EVERY STORE AS RECEIVED, LATE, EMPTY OR *
000360*                 MISSING WITH ITS OWN CONTROL TOTALS.  A STORE *
000361*                 DUE TODAY THAT IS LATE, EMPTY OR MISSING SETS *
000362*                 RETURN CODE 4.  WITH NO SCHEDULE THE SINGLE   *
000363*                 SCANFEED LOADS AS BEFORE.                     *
000364*---------------------------------------------------------------*
000365*
000370*    THE FEED IS READ TWICE.  PASS ONE PARSES EVERY LINE TO
000380*    COUNT THE GOOD CARDS AND ACCUMULATE THE CHECKSUM (CARD ID
000390*    PLUS EVERY WINNING AND HELD NUMBER, THE SAME RULE THE
000450*    TOTALS, SO THE SCORING STEP'S RECONCILIATION STILL COMES
000460*    OUT IN BALANCE ON A FEED WITH BAD LINES.
000470*
000471*    WHEN A STORE SCHEDULE IS PRESENT EACH SCHEDULED STORE'S
000472*    FEED IS READ ON ITS OWN, BOTH PASSES STORE BY STORE, AND
000473*    EACH STORE LOADED BECOMES ONE DECK ("STORE-" PLUS THE
000474*    STORE ID) UNDER THE ONE BATCH HEADER.  A STORE'S FEED MAY
000475*    OPEN WITH A STAMP LINE - "STORE ssss yyyymmdd hhmm" - THAT
000476*    SAYS WHOSE FEED IT IS AND WHEN IT WAS CUT.  THE CUTOFF IS
000477*    JUDGED ON THE STAMP, AND A FEED STAMPED FOR ANOTHER STORE
000478*    OR AN EARLIER DAY IS NOT LOADED AT ALL.
000479*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SCANNER-FEED
000520         ASSIGN TO WS-FEED-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-SCAN-STATUS.
000541     SELECT STORE-SCHEDULE
000542         ASSIGN TO "STORESCH"
000543         ORGANIZATION IS LINE SEQUENTIAL
000544         FILE STATUS IS WS-SCHED-STATUS.
000545     SELECT STORE-INTAKE-RPT
000546         ASSIGN TO "STORERPT"
000547         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT CARDS-OUT
000560         ASSIGN TO "CARDIN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000620     SELECT LOAD-STATUS
000630         ASSIGN TO "LOADSTAT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000641     SELECT PROMO-MASTER
000642         ASSIGN TO "PROMOMST"
000643         ORGANIZATION IS INDEXED
000644         ACCESS MODE IS RANDOM
000645         RECORD KEY IS PMS-PROMO-CODE
000646         FILE STATUS IS WS-PMS-STATUS.
000647     SELECT CYCLE-CONTROL
000648         ASSIGN TO "CYCLCTL"
000649         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000651         RECORD KEY IS CYC-BUS-DATE
000652         FILE STATUS IS WS-CYC-STATUS.
000653*
000660 DATA DIVISION.
000670 FILE SECTION.
000680*
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 500 CHARACTERS.
000720 01  FD-SCANNER-RECORD           PIC X(500).
000721*
000722*    STORE SCHEDULE - ONE LINE PER STORE.  THE SEVEN DAY FLAGS
000723*    RUN MONDAY THROUGH SUNDAY ("Y" = A FEED IS EXPECTED THAT
000724*    DAY); THE CUTOFF IS HHMM, BLANK OR ZERO FOR NONE.  A LINE
000725*    WITH "*" IN COLUMN 1 IS A COMMENT.
000726 FD  STORE-SCHEDULE
000727     LABEL RECORDS ARE STANDARD
000728     RECORD CONTAINS 80 CHARACTERS.
000729 01  FD-SCHED-RECORD.
000730     05  SCH-STORE-ID             PIC X(04).
000731     05  FILLER                   PIC X(01).
000732     05  SCH-STORE-NAME           PIC X(20).
000733     05  FILLER                   PIC X(01).
000734     05  SCH-DAY-FLAGS.
000735         10  SCH-DAY-FLAG         PIC X(01) OCCURS 7 TIMES.
000736     05  FILLER                   PIC X(01).
000737     05  SCH-CUTOFF-X             PIC X(04).
000738     05  SCH-CUTOFF-9 REDEFINES SCH-CUTOFF-X.
000739         10  SCH-CUTOFF-HH        PIC 9(02).
000740         10  SCH-CUTOFF-MM        PIC 9(02).
000741     05  FILLER                   PIC X(42).
000742*
000743 FD  STORE-INTAKE-RPT
000744     LABEL RECORDS ARE OMITTED
000745     RECORD CONTAINS 132 CHARACTERS.
000746 01  FD-INTAKE-LINE               PIC X(132).
000747*
000748*    OUTPUT RECORD IS SIZED AND LAID OUT EXACTLY AS THE SCORING
000750*    STEP'S CARDS-IN FILE EXPECTS - SEE THE WS-CARD-OUT-AREA
000760*    REDEFINITIONS BELOW FOR THE B/H/C/T LAYOUTS.
000770 FD  CARDS-OUT
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  FD-LOAD-STATUS-RECORD       PIC X(80).
000960*
000961*    SAME RECORD THE PROMOTION MAINTENANCE PROGRAM WRITES - ONLY
000962*    THE KEY AND THE SEASON'S NAME AND STATUS ARE NAMED.
000963 FD  PROMO-MASTER
000964     LABEL RECORDS ARE STANDARD
000965     RECORD CONTAINS 800 CHARACTERS.
000966 01  FD-PROMO-RECORD.
000967     05  PMS-PROMO-CODE           PIC X(04).
000968     05  PMS-PROMO-NAME           PIC X(30).
000969     05  PMS-START-DATE           PIC 9(08).
000970     05  PMS-END-DATE             PIC 9(08).
000971     05  PMS-STATUS-CODE          PIC X(01).
000972         88  PMS-OPEN                       VALUE "O".
000973     05  FILLER                   PIC X(749).
000974*
000975*    NIGHTLY CYCLE CONTROL - ONE RECORD PER BUSINESS DATE, ONE
000976*    ENTRY PER CHAIN STEP (SEE CYCLCTL).  KEY ZERO IS THE HEADER
000977*    NAMING THE BUSINESS DATE NOW OPEN.
000978 FD  CYCLE-CONTROL
000979     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 700 CHARACTERS.
000981 01  FD-CYCLE-RECORD.
000982     05  CYC-BUS-DATE             PIC 9(08).
000983     05  CYC-OPEN-DATE            PIC 9(08).
000984     05  CYC-OPEN-TIME            PIC 9(06).
000985     05  CYC-STEP-ENTRY OCCURS 7 TIMES.
000986         10  CYC-STEP-STATUS      PIC X(01).
000987             88  CYC-STEP-NOT-RUN              VALUE SPACE.
000988             88  CYC-STEP-RUNNING              VALUE "R".
000989             88  CYC-STEP-COMPLETE             VALUE "C".
000990             88  CYC-STEP-FAILED               VALUE "F".
000991         10  CYC-START-DATE       PIC 9(08).
000992         10  CYC-START-TIME       PIC 9(06).
000993         10  CYC-END-DATE         PIC 9(08).
000994         10  CYC-END-TIME         PIC 9(06).
000995         10  CYC-STEP-RC          PIC 9(02).
000996         10  CYC-RUN-COUNT        PIC 9(02).
000997         10  CYC-FORCE-FLAG       PIC X(01).
000998             88  CYC-FORCE-PENDING             VALUE "Y".
000999             88  CYC-FORCE-USED                VALUE "U".
001000         10  CYC-FORCE-OPERATOR   PIC X(03).
001001         10  CYC-FORCE-DATE       PIC 9(08).
001002         10  CYC-FORCE-TIME       PIC 9(06).
001003         10  CYC-FORCE-REASON     PIC X(40).
001004     05  FILLER                   PIC X(41).
001005 01  FD-CYCLE-HEADER REDEFINES FD-CYCLE-RECORD.
001006     05  CYH-KEY                  PIC 9(08).
001007     05  CYH-CURRENT-DATE         PIC 9(08).
001008     05  FILLER                   PIC X(684).
001009*
001010 WORKING-STORAGE SECTION.
001011*
001012*---------------------------------------------------------------*
001013*    SWITCHES                                                   *
001014*---------------------------------------------------------------*
001020 77  WS-SCAN-STATUS               PIC X(02) VALUE "00".
001030 77  WS-CARDS-STATUS              PIC X(02) VALUE "00".
001035 77  WS-PMS-STATUS                PIC X(02) VALUE "00".
001040*
001050 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001060     88  WS-EOF                             VALUE "Y".
002030     05  CO-DH-DECK-NAME            PIC X(20).
002040     05  CO-DH-EXPECTED-CARDS       PIC 9(05).
002050     05  CO-DH-PROMO-CODE           PIC X(04).
002056     05  CO-DH-STORE-ID             PIC X(04).
002062     05  FILLER                     PIC X(276).
002070*
002080 01  WS-CO-DECK-TRL REDEFINES WS-CARD-OUT-AREA.
002090     05  FILLER                     PIC X(01).
002290     05  EXC-LINE-NUM               PIC ZZZZ9.
002300     05  FILLER                     PIC X(02) VALUE "- ".
002310     05  EXC-DESCRIPTION            PIC X(60).
002311     05  FILLER                     PIC X(02) VALUE SPACES.
002312     05  EXC-STORE-LABEL            PIC X(06).
002313     05  EXC-STORE-ID               PIC X(04).
002314     05  FILLER                     PIC X(10) VALUE SPACES.
002315*
002316*---------------------------------------------------------------*
002317*    STORE SCHEDULE AND FEED INTAKE.  WITH NO SCHEDULE THE      *
002318*    TABLE HOLDS ONE ENTRY WITH A BLANK STORE ID FOR THE SINGLE *
002319*    SCANFEED, SO BOTH PASSES RUN THE SAME CODE EITHER WAY.     *
002320*---------------------------------------------------------------*
002321 77  WS-SCHED-STATUS              PIC X(02) VALUE "00".
002322 77  WS-SCHED-EOF-SW              PIC X(01) VALUE "N".
002323     88  WS-SCHED-EOF                       VALUE "Y".
002324 77  WS-STORE-MODE-SW             PIC X(01) VALUE "N".
002325     88  WS-STORE-MODE                      VALUE "Y".
002326 77  WS-FEED-OPEN-SW              PIC X(01) VALUE "N".
002327     88  WS-FEED-OPEN                       VALUE "Y".
002328 77  WS-FEED-REFUSED-SW           PIC X(01) VALUE "N".
002329     88  WS-FEED-REFUSED                    VALUE "Y".
002330 77  WS-STR-FOUND-SW              PIC X(01) VALUE "N".
002331     88  WS-STR-FOUND                       VALUE "Y".
002332 77  WS-SCHED-REJECT-SW           PIC X(01) VALUE "N".
002333     88  WS-SCHED-LINE-REJECTED             VALUE "Y".
002334*
002335 77  WS-DAY-OF-WEEK               PIC 9(01) VALUE 0.
002336 77  WS-SCHED-LINE-NO             PIC 9(05) VALUE 0 COMP.
002337 77  WS-SCHED-REJECTS             PIC 9(05) VALUE 0 COMP.
002338 77  WS-SCHED-TALLY               PIC 9(03) VALUE 0 COMP.
002339 77  WS-SCHED-LINE-ED             PIC ZZZZ9.
002340 77  WS-SCHED-REASON              PIC X(50) VALUE SPACES.
002341 77  WS-STR-COUNT                 PIC 9(03) VALUE 0 COMP.
002342 77  WS-STR-IDX                   PIC 9(03) VALUE 0 COMP.
002343 77  WS-STR-SRCH                  PIC 9(03) VALUE 0 COMP.
002344*
002345*    ONE FEED'S TOTALS, MOVED TO ITS STORE ENTRY WHEN THE FEED
002346*    HAS BEEN READ AND ADDED TO THE BATCH ONLY IF IT IS LOADED.
002347 77  WS-FEED-LINES                PIC 9(05) VALUE 0 COMP.
002348 77  WS-FEED-GOOD                 PIC 9(05) VALUE 0 COMP.
002349 77  WS-FEED-BAD                  PIC 9(05) VALUE 0 COMP.
002350 77  WS-FEED-CHECKSUM             PIC 9(10) VALUE 0 COMP.
002351*
002352 77  WS-STORES-DUE                PIC 9(03) VALUE 0 COMP.
002353 77  WS-STORES-ON-TIME            PIC 9(03) VALUE 0 COMP.
002354 77  WS-STORES-LATE               PIC 9(03) VALUE 0 COMP.
002355 77  WS-STORES-EMPTY              PIC 9(03) VALUE 0 COMP.
002356 77  WS-STORES-MISSING            PIC 9(03) VALUE 0 COMP.
002357 77  WS-STORES-EXTRA              PIC 9(03) VALUE 0 COMP.
002358 77  WS-DECKS-WRITTEN             PIC 9(03) VALUE 0 COMP.
002359*
002360*    THE FEED FILE NAME IS "SCANFEED" WITH NO SCHEDULE, OTHERWISE
002361*    "SCAN" PLUS THE STORE ID.
002362 01  WS-FEED-NAME                 PIC X(08) VALUE "SCANFEED".
002363 01  WS-FEED-NAME-PARTS REDEFINES WS-FEED-NAME.
002364     05  WS-FEED-NAME-PREFIX      PIC X(04).
002365     05  WS-FEED-NAME-STORE       PIC X(04).
002366*
002367*    THE FEED STAMP LINE, TAKEN APART WORD BY WORD.
002368 01  WS-STAMP-AREA.
002369     05  WS-STAMP-WORD            PIC X(05).
002370     05  WS-STAMP-STORE           PIC X(04).
002371     05  WS-STAMP-DATE-X          PIC X(08).
002372     05  WS-STAMP-DATE-9 REDEFINES WS-STAMP-DATE-X
002373                                  PIC 9(08).
002374     05  WS-STAMP-TIME-X          PIC X(04).
002375     05  WS-STAMP-TIME-9 REDEFINES WS-STAMP-TIME-X
002376                                  PIC 9(04).
002377*
002378*    ONE ENTRY PER SCHEDULED STORE, IN SCHEDULE ORDER - THE SAME
002379*    99-DECK CEILING THE DECK SPLITTER WORKS TO.
002380 01  WS-STORE-TABLE.
002381     05  WS-STR-ENTRY OCCURS 99 TIMES.
002382         10  WS-STR-STORE-ID      PIC X(04).
002383         10  WS-STR-STORE-NAME    PIC X(20).
002384         10  WS-STR-DECK-ID       PIC X(10).
002385         10  WS-STR-DUE-SW        PIC X(01).
002386             88  WS-STR-DUE                     VALUE "Y".
002387         10  WS-STR-CUTOFF        PIC 9(04).
002388         10  WS-STR-STATUS        PIC X(08).
002389         10  WS-STR-LOAD-SW       PIC X(01).
002390             88  WS-STR-LOADED                  VALUE "Y".
002391         10  WS-STR-STAMP-SW      PIC X(01).
002392             88  WS-STR-STAMPED                 VALUE "Y".
002393         10  WS-STR-STAMP-DATE    PIC 9(08).
002394         10  WS-STR-STAMP-TIME    PIC 9(04).
002395         10  WS-STR-LINES         PIC 9(05) COMP.
002396         10  WS-STR-GOOD          PIC 9(05) COMP.
002397         10  WS-STR-BAD           PIC 9(05) COMP.
002398         10  WS-STR-CHECKSUM      PIC 9(10) COMP.
002399         10  WS-STR-REMARK        PIC X(34).
002400*
002401*---------------------------------------------------------------*
002402*    STORE FEED INTAKE REPORT LINES.                            *
002403*---------------------------------------------------------------*
002404 77  WS-RPT-PAGE                  PIC 9(04) VALUE 0 COMP.
002405 77  WS-RPT-LINE-CNT              PIC 9(03) VALUE 99 COMP.
002406*
002407 01  WS-RUN-DATE-PARTS.
002408     05  WS-RD-YYYY               PIC X(04).
002409     05  WS-RD-MM                 PIC X(02).
002410     05  WS-RD-DD                 PIC X(02).
002411 01  WS-RUN-TIME-PARTS.
002412     05  WS-RT-HH                 PIC X(02).
002413     05  WS-RT-MM                 PIC X(02).
002414     05  WS-RT-SS                 PIC X(02).
002415     05  FILLER                   PIC X(02).
002416*
002417 01  WS-EDITED-DATE.
002418     05  WS-ED-MM                 PIC X(02).
002419     05  FILLER                   PIC X(01) VALUE "/".
002420     05  WS-ED-DD                 PIC X(02).
002421     05  FILLER                   PIC X(01) VALUE "/".
002422     05  WS-ED-YYYY               PIC X(04).
002423*
002424 01  WS-EDITED-TIME.
002425     05  WS-ET-HH                 PIC X(02).
002426     05  FILLER                   PIC X(01) VALUE ":".
002427     05  WS-ET-MM                 PIC X(02).
002428     05  FILLER                   PIC X(01) VALUE ":".
002429     05  WS-ET-SS                 PIC X(02).
002430*
002431*    A STAMP OR CUTOFF TIME (HHMM) EDITED AS HH:MM.
002432 01  WS-HHMM-WORK                 PIC 9(04) VALUE 0.
002433 01  WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
002434     05  WS-HW-HH                 PIC X(02).
002435     05  WS-HW-MM                 PIC X(02).
002436 01  WS-HHMM-EDITED.
002437     05  WS-HE-HH                 PIC X(02).
002438     05  FILLER                   PIC X(01) VALUE ":".
002439     05  WS-HE-MM                 PIC X(02).
002440*
002441 01  WS-DAY-NAMES.
002442     05  FILLER                   PIC X(09) VALUE "MONDAY".
002443     05  FILLER                   PIC X(09) VALUE "TUESDAY".
002444     05  FILLER                   PIC X(09) VALUE "WEDNESDAY".
002445     05  FILLER                   PIC X(09) VALUE "THURSDAY".
002446     05  FILLER                   PIC X(09) VALUE "FRIDAY".
002447     05  FILLER                   PIC X(09) VALUE "SATURDAY".
002448     05  FILLER                   PIC X(09) VALUE "SUNDAY".
002449 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
002450     05  WS-DAY-NAME              PIC X(09) OCCURS 7 TIMES.
002451*
002452 01  WS-RPT-HEADING-1.
002453     05  FILLER                     PIC X(40) VALUE
002454         "STORE FEED INTAKE REPORT".
002455     05  FILLER                     PIC X(10) VALUE "RUN DATE: ".
002456     05  RPT-H1-DATE                PIC X(10).
002457     05  FILLER                     PIC X(07) VALUE "  TIME ".
002458     05  RPT-H1-TIME                PIC X(08).
002459     05  FILLER                     PIC X(08) VALUE "   PAGE ".
002460     05  RPT-H1-PAGE                PIC ZZZ9.
002461     05  FILLER                     PIC X(45) VALUE SPACES.
002462*
002463 01  WS-RPT-HEADING-2.
002464     05  FILLER                     PIC X(15) VALUE
002465         "BUSINESS DATE: ".
002466     05  RPT-H2-DATE                PIC X(10).
002467     05  FILLER                     PIC X(02) VALUE SPACES.
002468     05  RPT-H2-DAY                 PIC X(09).
002469     05  FILLER                     PIC X(14) VALUE
002470         "   PROMOTION: ".
002471     05  RPT-H2-PROMO               PIC X(04).
002472     05  FILLER                     PIC X(03) VALUE SPACES.
002473     05  RPT-H2-MODE                PIC X(40).
002474     05  FILLER                     PIC X(35) VALUE SPACES.
002475*
002476 01  WS-RPT-COL-HEADER.
002477     05  FILLER                     PIC X(06) VALUE "STORE".
002478     05  FILLER                     PIC X(22) VALUE "NAME".
002479     05  FILLER                     PIC X(10) VALUE "STATUS".
002480     05  FILLER                     PIC X(07) VALUE "CUTOFF".
002481     05  FILLER                     PIC X(17) VALUE
002482         "FEED STAMP".
002483     05  FILLER                     PIC X(07) VALUE " LINES".
002484     05  FILLER                     PIC X(07) VALUE " CARDS".
002485     05  FILLER                     PIC X(07) VALUE "REJECT".
002486     05  FILLER                     PIC X(12) VALUE
002487         "    CHECKSUM".
002488     05  FILLER                     PIC X(37) VALUE
002489         "  REMARKS".
002490*
002491 01  WS-RPT-STORE-LINE.
002492     05  RPT-ST-STORE-ID            PIC X(04).
002493     05  FILLER                     PIC X(02) VALUE SPACES.
002494     05  RPT-ST-STORE-NAME          PIC X(20).
002495     05  FILLER                     PIC X(02) VALUE SPACES.
002496     05  RPT-ST-STATUS              PIC X(08).
002497     05  FILLER                     PIC X(02) VALUE SPACES.
002498     05  RPT-ST-CUTOFF              PIC X(05).
002499     05  FILLER                     PIC X(02) VALUE SPACES.
002500     05  RPT-ST-STAMP-DATE          PIC X(10).
002501     05  FILLER                     PIC X(01) VALUE SPACES.
002502     05  RPT-ST-STAMP-TIME          PIC X(05).
002503     05  FILLER                     PIC X(01) VALUE SPACES.
002504     05  RPT-ST-LINES               PIC ZZZZZ9.
002505     05  FILLER                     PIC X(01) VALUE SPACES.
002506     05  RPT-ST-GOOD                PIC ZZZZZ9.
002507     05  FILLER                     PIC X(01) VALUE SPACES.
002508     05  RPT-ST-BAD                 PIC ZZZZZ9.
002509     05  FILLER                     PIC X(02) VALUE SPACES.
002510     05  RPT-ST-CHECKSUM            PIC Z(9)9.
002511     05  FILLER                     PIC X(02) VALUE SPACES.
002512     05  RPT-ST-REMARK              PIC X(34).
002513     05  FILLER                     PIC X(01) VALUE SPACES.
002514*
002515 01  WS-RPT-TOTAL-LINE.
002516     05  FILLER                     PIC X(02) VALUE SPACES.
002517     05  RPT-TL-LABEL               PIC X(40).
002518     05  RPT-TL-VALUE               PIC Z(9)9.
002519     05  FILLER                     PIC X(80) VALUE SPACES.
002520*
002521 01  WS-RPT-PRINT-LINE              PIC X(132) VALUE SPACES.
002522*
002523*---------------------------------------------------------------*
002524*    NIGHTLY CYCLE CONTROL.  THIS PROGRAM IS CHAIN STEP 1       *
002525*    AND OPENS EACH NEW BUSINESS DATE.                          *
002526*---------------------------------------------------------------*
002527 77  WS-CYC-STATUS                PIC X(02) VALUE "00".
002528 77  WS-CYC-STEP                  PIC 9(01) VALUE 1.
002529 77  WS-CYC-PRIOR                 PIC 9(01) VALUE 0.
002530 77  WS-CYC-BUS-DATE              PIC 9(08) VALUE 0.
002531 77  WS-CYC-END-RC                PIC 9(02) VALUE 0.
002532 77  WS-CYC-REFUSAL               PIC X(60) VALUE SPACES.
002533 77  WS-CYC-NEW-SW                PIC X(01) VALUE "N".
002534     88  WS-CYC-NEW-CYCLE                   VALUE "Y".
002535*
002536 01  WS-CYC-NOW.
002537     05  WS-CYC-NOW-DATE          PIC 9(08) VALUE 0.
002538     05  WS-CYC-NOW-TIME.
002539         10  WS-CYC-NOW-HHMMSS    PIC 9(06) VALUE 0.
002540         10  FILLER               PIC 9(02) VALUE 0.
002541*
002542 01  WS-CYC-STEP-NAMES.
002543     05  FILLER                   PIC X(08) VALUE "CARDLOAD".
002544     05  FILLER                   PIC X(08) VALUE "CARDFIX ".
002545     05  FILLER                   PIC X(08) VALUE "DECKSPLT".
002546     05  FILLER                   PIC X(08) VALUE "SCORING ".
002547     05  FILLER                   PIC X(08) VALUE "LOYSEND ".
002548     05  FILLER                   PIC X(08) VALUE "LOYRECON".
002549     05  FILLER                   PIC X(08) VALUE "DAYEND  ".
002550 01  WS-CYC-STEP-NAME-TABLE REDEFINES WS-CYC-STEP-NAMES.
002551     05  WS-CYC-STEP-NAME         PIC X(08) OCCURS 7 TIMES.
002552*
002553*    AN OVERRIDE PENDING ON THE OLD DATE'S CARDLOAD ENTRY IS
002554*    CARRIED ONTO THE NEW DATE'S ENTRY, WHERE THE START STAMP
002555*    MARKS IT USED.
002556 01  WS-CYC-HOLD-FORCE.
002557     05  WS-CYC-HOLD-FLAG         PIC X(01) VALUE SPACE.
002558     05  WS-CYC-HOLD-OPERATOR     PIC X(03) VALUE SPACES.
002559     05  WS-CYC-HOLD-DATE         PIC 9(08) VALUE 0.
002560     05  WS-CYC-HOLD-TIME         PIC 9(06) VALUE 0.
002561     05  WS-CYC-HOLD-REASON       PIC X(40) VALUE SPACES.
002562*
002563 PROCEDURE DIVISION.
002564*
002565*================================================================*
002566*    0000-MAINLINE                                               *
002567*================================================================*
002568 0000-MAINLINE.
002569     PERFORM 9100-CHECK-CYCLE THRU 9100-EXIT.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002571     IF WS-CYC-NEW-CYCLE
002572         PERFORM 9150-OPEN-NEW-CYCLE THRU 9150-EXIT
002573     END-IF.
002574     PERFORM 9200-STAMP-CYCLE-START THRU 9200-EXIT.
002575     PERFORM 2000-PASS-ONE-TALLY THRU 2000-EXIT
002576         VARYING WS-STR-IDX FROM 1 BY 1
002577         UNTIL WS-STR-IDX > WS-STR-COUNT.
002578     PERFORM 3000-PASS-TWO-WRITE THRU 3000-EXIT.
002579     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002580     PERFORM 9300-STAMP-CYCLE-END THRU 9300-EXIT.
002581     STOP RUN.
002582*
002583*================================================================*
002584*    1000 - INITIALIZATION                                       *
002585*================================================================*
002586*    THE DECK ID THE TRANSLATED BATCH IS WRAPPED IN CAN BE GIVEN
002587*    ON THE COMMAND LINE; A BLANK PARAMETER FALLS BACK TO THE
002588*    STANDING SCANNER DECK ID.
002589 1000-INITIALIZE.
002590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002591     ACCEPT WS-RUN-TIME FROM TIME.
002595     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
002596*    THE DECK ID AND THE PROMOTION-SEASON CODE COME AS TWO
002597*    BLANK-SEPARATED PARAMETERS; EITHER OR BOTH MAY BE OMITTED.
002598*    A FEED WITH NO PROMOTION CODE KEYS AS THE BLANK SEASON,
002599*    SAME AS EVERY FEED BEFORE THE CODE EXISTED.
002600     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
002610     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
002620         INTO WS-DECK-ID-PARM WS-PROMO-PARM
002640     IF WS-DECK-ID-PARM = SPACES
002650         MOVE "SCANNER" TO WS-DECK-ID-PARM
002660     END-IF.
002665     PERFORM 1100-CHECK-PROMOTION THRU 1100-EXIT.
002666     PERFORM 1200-LOAD-STORE-SCHEDULE THRU 1200-EXIT.
002667     IF NOT WS-STORE-MODE
002668         PERFORM 1050-SET-UP-SINGLE-FEED THRU 1050-EXIT
002669     END-IF.
002670     OPEN OUTPUT LOAD-EXCEPTIONS.
002671     GO TO 1000-EXIT.
002672 1000-EXIT.
002673     EXIT.
002674*
002675*    NO SCHEDULE - THE SINGLE SCANFEED IS THE ONE "STORE", UNDER
002676*    THE DECK ID FROM THE COMMAND LINE, AND MUST BE THERE.
002677 1050-SET-UP-SINGLE-FEED.
002678     OPEN INPUT SCANNER-FEED.
002680     IF WS-SCAN-STATUS NOT = "00"
002690         DISPLAY "SCANNER FEED NOT AVAILABLE - STATUS "
002700             WS-SCAN-STATUS
002710         STOP RUN
002720     END-IF.
002722     CLOSE SCANNER-FEED.
002724     MOVE 1 TO WS-STR-COUNT.
002726     MOVE 1 TO WS-STR-IDX.
002728     PERFORM 1250-CLEAR-STORE-ENTRY THRU 1250-EXIT.
002730     MOVE "STORE SCANNER FEED" TO WS-STR-STORE-NAME(1).
002732     MOVE WS-DECK-ID-PARM TO WS-STR-DECK-ID(1).
002734     MOVE "Y" TO WS-STR-DUE-SW(1).
002736     MOVE 1 TO WS-STORES-DUE.
002738     GO TO 1050-EXIT.
002740 1050-EXIT.
002751     EXIT.
002752*
002753*    THE SEASON HAS TO BE ON THE PROMOTION MASTER AND OPEN.  A
002754*    FEED FOR THE BLANK SEASON NEEDS THE MASTER'S "NONE" ENTRY
002755*    LIKE ANY OTHER.  NOTHING IS WRITTEN WHEN THE CHECK FAILS,
002756*    SO YESTERDAY'S STAGED CARDIN IS NOT OVERLAID.
002757 1100-CHECK-PROMOTION.
002758     OPEN INPUT PROMO-MASTER.
002759     IF WS-PMS-STATUS NOT = "00"
002760         DISPLAY "PROMOTION MASTER NOT AVAILABLE - STATUS "
002761             WS-PMS-STATUS
002762         MOVE 16 TO RETURN-CODE
002763         STOP RUN
002764     END-IF.
002765     MOVE WS-PROMO-PARM TO PMS-PROMO-CODE.
002766     READ PROMO-MASTER.
002767     IF WS-PMS-STATUS NOT = "00"
002768         DISPLAY "PROMOTION " WS-PROMO-PARM
002769             " IS NOT ON THE PROMOTION MASTER - LOAD REFUSED"
002770         CLOSE PROMO-MASTER
002771         MOVE 16 TO RETURN-CODE
002772         STOP RUN
002773     END-IF.
002774     IF NOT PMS-OPEN
002775         DISPLAY "PROMOTION " WS-PROMO-PARM " (" PMS-PROMO-NAME
002776             ") HAS STATUS " PMS-STATUS-CODE
002777             " - NOT OPEN, LOAD REFUSED"
002778         CLOSE PROMO-MASTER
002779         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002781     END-IF.
002782     CLOSE PROMO-MASTER.
002783     GO TO 1100-EXIT.
002784 1100-EXIT.
002785     EXIT.
002786*
002787*    THE STORE SCHEDULE IS OPTIONAL - WITHOUT ONE THE RUN LOADS
002788*    THE SINGLE SCANFEED EXACTLY AS IT ALWAYS HAS.  WITH ONE,
002789*    THE DECK ID PARAMETER IS NOT USED; EACH STORE'S DECK IS
002790*    NAMED FOR THE STORE.  A BAD SCHEDULE LINE IS REJECTED ON
002791*    THE CONSOLE AND COUNTED, AND THE RUN ENDS WITH RETURN CODE
002792*    4 SO THE STORE IT MEANT TO LIST IS NOT SILENTLY DROPPED.
002793 1200-LOAD-STORE-SCHEDULE.
002794     OPEN INPUT STORE-SCHEDULE.
002795     IF WS-SCHED-STATUS = "35"
002796         DISPLAY "NO STORE SCHEDULE - LOADING THE SINGLE SCANFEED"
002797         GO TO 1200-EXIT
002798     END-IF.
002799     IF WS-SCHED-STATUS NOT = "00"
002800         DISPLAY "STORE SCHEDULE NOT AVAILABLE - STATUS "
002801             WS-SCHED-STATUS
002802         MOVE 16 TO RETURN-CODE
002803         STOP RUN
002804     END-IF.
002805     SET WS-STORE-MODE TO TRUE.
002806     PERFORM 1210-READ-SCHEDULE-LINE THRU 1210-EXIT
002807         UNTIL WS-SCHED-EOF.
002808     CLOSE STORE-SCHEDULE.
002809     IF WS-STR-COUNT = 0
002810         DISPLAY "STORE SCHEDULE LISTS NO STORES - LOAD REFUSED"
002811         MOVE 16 TO RETURN-CODE
002812         STOP RUN
002813     END-IF.
002814     DISPLAY "STORE SCHEDULE: " WS-STR-COUNT " STORES, "
002815         WS-STORES-DUE " DUE ON " WS-DAY-NAME(WS-DAY-OF-WEEK).
002816     GO TO 1200-EXIT.
002817 1200-EXIT.
002818     EXIT.
002819*
002820 1210-READ-SCHEDULE-LINE.
002821     READ STORE-SCHEDULE
002822         AT END SET WS-SCHED-EOF TO TRUE
002823     END-READ.
002824     IF WS-SCHED-EOF
002825         GO TO 1210-EXIT
002826     END-IF.
002827     ADD 1 TO WS-SCHED-LINE-NO.
002828     IF FD-SCHED-RECORD = SPACES
002829        OR FD-SCHED-RECORD(1:1) = "*"
002830         GO TO 1210-EXIT
002831     END-IF.
002832     PERFORM 1220-EDIT-SCHEDULE-LINE THRU 1220-EXIT.
002833     IF WS-SCHED-LINE-REJECTED
002834         ADD 1 TO WS-SCHED-REJECTS
002835         MOVE WS-SCHED-LINE-NO TO WS-SCHED-LINE-ED
002836         DISPLAY "STORE SCHEDULE LINE " WS-SCHED-LINE-ED
002837             " REJECTED - " WS-SCHED-REASON
002838         GO TO 1210-EXIT
002839     END-IF.
002840     ADD 1 TO WS-STR-COUNT.
002841     MOVE WS-STR-COUNT TO WS-STR-IDX.
002842     PERFORM 1250-CLEAR-STORE-ENTRY THRU 1250-EXIT.
002843     MOVE SCH-STORE-ID TO WS-STR-STORE-ID(WS-STR-IDX).
002844     MOVE SCH-STORE-NAME TO WS-STR-STORE-NAME(WS-STR-IDX).
002845     STRING "STORE-" SCH-STORE-ID DELIMITED BY SIZE
002846         INTO WS-STR-DECK-ID(WS-STR-IDX)
002847     END-STRING.
002848     IF SCH-CUTOFF-X NOT = SPACES
002849         MOVE SCH-CUTOFF-9 TO WS-STR-CUTOFF(WS-STR-IDX)
002850     END-IF.
002851     IF SCH-DAY-FLAG(WS-DAY-OF-WEEK) = "Y"
002852         MOVE "Y" TO WS-STR-DUE-SW(WS-STR-IDX)
002853         ADD 1 TO WS-STORES-DUE
002854     END-IF.
002855     GO TO 1210-EXIT.
002856 1210-EXIT.
002857     EXIT.
002858*
002859*    THE STORE ID BECOMES PART OF THE FEED'S FILE NAME, SO IT
002860*    HAS TO FILL ALL FOUR PLACES.
002861 1220-EDIT-SCHEDULE-LINE.
002862     MOVE "N" TO WS-SCHED-REJECT-SW.
002863     MOVE 0 TO WS-SCHED-TALLY.
002864     INSPECT SCH-STORE-ID TALLYING WS-SCHED-TALLY FOR ALL SPACES.
002865     IF WS-SCHED-TALLY NOT = 0
002866         MOVE "STORE ID MUST BE FOUR CHARACTERS, NO BLANKS"
002867             TO WS-SCHED-REASON
002868         SET WS-SCHED-LINE-REJECTED TO TRUE
002869         GO TO 1220-EXIT
002870     END-IF.
002871     MOVE 0 TO WS-SCHED-TALLY.
002872     INSPECT SCH-DAY-FLAGS TALLYING WS-SCHED-TALLY
002873         FOR ALL "Y" ALL "N".
002874     IF WS-SCHED-TALLY NOT = 7
002875         MOVE "DAY FLAGS MUST BE SEVEN Y/N, MONDAY FIRST"
002876             TO WS-SCHED-REASON
002877         SET WS-SCHED-LINE-REJECTED TO TRUE
002878         GO TO 1220-EXIT
002879     END-IF.
002880     IF SCH-CUTOFF-X NOT = SPACES
002881         IF SCH-CUTOFF-X NOT NUMERIC
002882            OR SCH-CUTOFF-HH > 23
002883            OR SCH-CUTOFF-MM > 59
002884             MOVE "CUTOFF MUST BE HHMM (0000-2359) OR BLANK"
002885                 TO WS-SCHED-REASON
002886             SET WS-SCHED-LINE-REJECTED TO TRUE
002887             GO TO 1220-EXIT
002888         END-IF
002889     END-IF.
002890     MOVE "N" TO WS-STR-FOUND-SW.
002891     PERFORM 1230-FIND-STORE THRU 1230-EXIT
002892         VARYING WS-STR-SRCH FROM 1 BY 1
002893         UNTIL WS-STR-SRCH > WS-STR-COUNT
002894            OR WS-STR-FOUND.
002895     IF WS-STR-FOUND
002896         MOVE "STORE IS ALREADY ON THE SCHEDULE"
002897             TO WS-SCHED-REASON
002898         SET WS-SCHED-LINE-REJECTED TO TRUE
002899         GO TO 1220-EXIT
002900     END-IF.
002901     IF WS-STR-COUNT = 99
002902         MOVE "MORE THAN 99 STORES ON THE SCHEDULE"
002903             TO WS-SCHED-REASON
002904         SET WS-SCHED-LINE-REJECTED TO TRUE
002905         GO TO 1220-EXIT
002906     END-IF.
002907     GO TO 1220-EXIT.
002908 1220-EXIT.
002909     EXIT.
002910*
002911 1230-FIND-STORE.
002912     IF WS-STR-STORE-ID(WS-STR-SRCH) = SCH-STORE-ID
002913         SET WS-STR-FOUND TO TRUE
002914     END-IF.
002915     GO TO 1230-EXIT.
002916 1230-EXIT.
002917     EXIT.
002918*
002919 1250-CLEAR-STORE-ENTRY.
002920     MOVE SPACES TO WS-STR-STORE-ID(WS-STR-IDX).
002921     MOVE SPACES TO WS-STR-STORE-NAME(WS-STR-IDX).
002922     MOVE SPACES TO WS-STR-DECK-ID(WS-STR-IDX).
002923     MOVE "N" TO WS-STR-DUE-SW(WS-STR-IDX).
002924     MOVE 0 TO WS-STR-CUTOFF(WS-STR-IDX).
002925     MOVE SPACES TO WS-STR-STATUS(WS-STR-IDX).
002926     MOVE "N" TO WS-STR-LOAD-SW(WS-STR-IDX).
002927     MOVE "N" TO WS-STR-STAMP-SW(WS-STR-IDX).
002928     MOVE 0 TO WS-STR-STAMP-DATE(WS-STR-IDX).
002929     MOVE 0 TO WS-STR-STAMP-TIME(WS-STR-IDX).
002930     MOVE 0 TO WS-STR-LINES(WS-STR-IDX).
002931     MOVE 0 TO WS-STR-GOOD(WS-STR-IDX).
002932     MOVE 0 TO WS-STR-BAD(WS-STR-IDX).
002933     MOVE 0 TO WS-STR-CHECKSUM(WS-STR-IDX).
002934     MOVE SPACES TO WS-STR-REMARK(WS-STR-IDX).
002935     GO TO 1250-EXIT.
002936 1250-EXIT.
002937     EXIT.
002938*
002939*================================================================*
002940*    2000 - PASS ONE: COUNT CARDS AND BUILD THE CHECKSUM         *
002941*================================================================*
002943*    ONE STORE'S FEED PER CALL.  ITS TOTALS GO ONTO ITS STORE
002945*    ENTRY, AND ITS CARDS AND CHECKSUM INTO THE BATCH CONTROL
002947*    TOTALS ONLY IF THE FEED IS TO BE LOADED.
002948 2000-PASS-ONE-TALLY.
002949     MOVE 0 TO WS-FEED-LINES.
002950     MOVE 0 TO WS-FEED-GOOD.
002951     MOVE 0 TO WS-FEED-BAD.
002952     MOVE 0 TO WS-FEED-CHECKSUM.
002953     PERFORM 2050-OPEN-STORE-FEED THRU 2050-EXIT.
002954     IF WS-FEED-OPEN
002955         PERFORM 2060-TALLY-ONE-LINE THRU 2060-EXIT
002956             UNTIL WS-EOF
002957         CLOSE SCANNER-FEED
002958     END-IF.
002959     MOVE WS-FEED-LINES TO WS-STR-LINES(WS-STR-IDX).
002960     MOVE WS-FEED-GOOD TO WS-STR-GOOD(WS-STR-IDX).
002961     MOVE WS-FEED-BAD TO WS-STR-BAD(WS-STR-IDX).
002962     MOVE WS-FEED-CHECKSUM TO WS-STR-CHECKSUM(WS-STR-IDX).
002963     PERFORM 2400-JUDGE-STORE-INTAKE THRU 2400-EXIT.
002964     ADD WS-FEED-BAD TO WS-BAD-LINES.
002965     IF WS-STR-LOADED(WS-STR-IDX)
002966         ADD WS-FEED-GOOD TO WS-GOOD-CARDS
002967         ADD WS-FEED-CHECKSUM TO WS-CHECKSUM-ACCUM
002968         ADD 1 TO WS-DECKS-WRITTEN
002969     END-IF.
002970     GO TO 2000-EXIT.
002971 2000-EXIT.
002972     EXIT.
002973*
002974*    USED BY BOTH PASSES.  THE LINE NUMBER COUNTS THE STAMP LINE
002975*    SO EXCEPTIONS POINT AT THE RIGHT LINE OF THE STORE'S FILE.
002976 2050-OPEN-STORE-FEED.
002977     IF WS-STORE-MODE
002978         MOVE "SCAN" TO WS-FEED-NAME-PREFIX
002979         MOVE WS-STR-STORE-ID(WS-STR-IDX) TO WS-FEED-NAME-STORE
002980     END-IF.
002981     MOVE "N" TO WS-EOF-SW.
002982     MOVE "N" TO WS-FEED-REFUSED-SW.
002983     MOVE 0 TO WS-FEED-LINE-NO.
002984     OPEN INPUT SCANNER-FEED.
002985     IF WS-SCAN-STATUS = "00"
002986         SET WS-FEED-OPEN TO TRUE
002987     ELSE
002988         MOVE "N" TO WS-FEED-OPEN-SW
002989     END-IF.
002990     GO TO 2050-EXIT.
002991 2050-EXIT.
002992     EXIT.
002993*
002994 2060-TALLY-ONE-LINE.
002995     PERFORM 2100-READ-FEED-LINE THRU 2100-EXIT.
002996     IF WS-EOF
002997         GO TO 2060-EXIT
002998     END-IF.
002999     ADD 1 TO WS-FEED-LINE-NO.
003000     IF WS-FEED-LINE-NO = 1
003001        AND WS-SCAN-LINE(1:6) = "STORE "
003002         PERFORM 2500-CHECK-FEED-STAMP THRU 2500-EXIT
003003         GO TO 2060-EXIT
003004     END-IF.
003005     ADD 1 TO WS-FEED-LINES.
003006     PERFORM 2200-PARSE-FEED-LINE THRU 2200-EXIT.
003007     IF WS-PARSE-VALID
003008         ADD 1 TO WS-FEED-GOOD
003009         PERFORM 2300-ACCUMULATE-CHECKSUM THRU 2300-EXIT
003010     ELSE
003011         ADD 1 TO WS-FEED-BAD
003012     END-IF.
003013     GO TO 2060-EXIT.
003014 2060-EXIT.
003015     EXIT.
003016*
003017 2100-READ-FEED-LINE.
003018     MOVE SPACES TO WS-SCAN-LINE.
003019     READ SCANNER-FEED INTO WS-SCAN-LINE
003020         AT END SET WS-EOF TO TRUE
003021     END-READ.
003022     GO TO 2100-EXIT.
003030 2100-EXIT.
003040     EXIT.
003050*
005010*    SAME CHECKSUM RULE THE SCORING STEP VERIFIES AT END OF RUN:
005020*    CARD ID PLUS EVERY WINNING AND HELD NUMBER ON THE CARD.
005030 2300-ACCUMULATE-CHECKSUM.
005040     ADD WS-CARD-ID-WORK TO WS-FEED-CHECKSUM.
005050     PERFORM 2310-ADD-WINNING-TO-CHECKSUM THRU 2310-EXIT
005060         VARYING WS-WIN-IDX FROM 1 BY 1
005070         UNTIL WS-WIN-IDX > WS-WINNING-COUNT.
005130     EXIT.
005140*
005150 2310-ADD-WINNING-TO-CHECKSUM.
005160     ADD WS-WINNING-ENTRY(WS-WIN-IDX) TO WS-FEED-CHECKSUM.
005170     GO TO 2310-EXIT.
005180 2310-EXIT.
005190     EXIT.
005200*
005210 2320-ADD-HELD-TO-CHECKSUM.
005220     ADD WS-HELD-ENTRY(WS-HELD-IDX) TO WS-FEED-CHECKSUM.
005230     GO TO 2320-EXIT.
005240 2320-EXIT.
005241     EXIT.
005242*
005243*    A STORE'S INTAKE STATUS, JUDGED ONCE ITS FEED HAS BEEN READ:
005244*      MISSING  - DUE TODAY, AND NO FEED, OR ONE NOT LOADED
005245*                 BECAUSE ITS STAMP NAMES ANOTHER STORE OR DAY
005246*      EMPTY    - DUE TODAY, AND THE FEED GAVE NO GOOD CARDS
005247*      LATE     - STAMPED AFTER THE STORE'S CUTOFF (OR DATED
005248*                 AFTER THE BUSINESS DATE); STILL LOADED
005249*      RECEIVED - ON TIME, OR UNSTAMPED (TIME NOT KNOWN)
005250*      EXTRA    - NOT DUE TODAY BUT SENT CARDS; LOADED
005251*      NOT DUE  - NOT DUE TODAY AND NOTHING TO LOAD
005252*    ONLY A STORE WITH GOOD CARDS GETS A DECK.
005253 2400-JUDGE-STORE-INTAKE.
005254     IF NOT WS-FEED-OPEN AND WS-STR-DUE(WS-STR-IDX)
005255         MOVE "NO FEED FILE RECEIVED"
005256             TO WS-STR-REMARK(WS-STR-IDX)
005257     END-IF.
005258     IF NOT WS-FEED-OPEN OR WS-FEED-REFUSED
005259         IF WS-STR-DUE(WS-STR-IDX)
005260             MOVE "MISSING" TO WS-STR-STATUS(WS-STR-IDX)
005261             ADD 1 TO WS-STORES-MISSING
005262         ELSE
005263             MOVE "NOT DUE" TO WS-STR-STATUS(WS-STR-IDX)
005264         END-IF
005265         GO TO 2400-EXIT
005266     END-IF.
005267     IF WS-FEED-GOOD = 0
005268         IF WS-FEED-LINES = 0
005269             MOVE "FEED FILE HAS NO CARD LINES"
005270                 TO WS-STR-REMARK(WS-STR-IDX)
005271         ELSE
005272             MOVE "EVERY LINE REJECTED - SEE LOADEXCP"
005273                 TO WS-STR-REMARK(WS-STR-IDX)
005274         END-IF
005275         IF WS-STR-DUE(WS-STR-IDX)
005276             MOVE "EMPTY" TO WS-STR-STATUS(WS-STR-IDX)
005277             ADD 1 TO WS-STORES-EMPTY
005278         ELSE
005279             MOVE "NOT DUE" TO WS-STR-STATUS(WS-STR-IDX)
005280         END-IF
005281         GO TO 2400-EXIT
005282     END-IF.
005283     MOVE "Y" TO WS-STR-LOAD-SW(WS-STR-IDX).
005284     IF NOT WS-STR-DUE(WS-STR-IDX)
005285         MOVE "EXTRA" TO WS-STR-STATUS(WS-STR-IDX)
005286         MOVE "NOT DUE TODAY - LOADED ANYWAY"
005287             TO WS-STR-REMARK(WS-STR-IDX)
005288         ADD 1 TO WS-STORES-EXTRA
005289         GO TO 2400-EXIT
005290     END-IF.
005291     IF NOT WS-STR-STAMPED(WS-STR-IDX)
005292         MOVE "RECEIVED" TO WS-STR-STATUS(WS-STR-IDX)
005293         MOVE "NO FEED STAMP - ARRIVAL TIME UNKNOWN"
005294             TO WS-STR-REMARK(WS-STR-IDX)
005295         ADD 1 TO WS-STORES-ON-TIME
005296         GO TO 2400-EXIT
005297     END-IF.
005298     IF WS-STR-STAMP-DATE(WS-STR-IDX) > WS-RUN-DATE
005299         MOVE "LATE" TO WS-STR-STATUS(WS-STR-IDX)
005300         MOVE "STAMPED AFTER THE BUSINESS DATE"
005301             TO WS-STR-REMARK(WS-STR-IDX)
005302         ADD 1 TO WS-STORES-LATE
005303         GO TO 2400-EXIT
005304     END-IF.
005305     IF WS-STR-CUTOFF(WS-STR-IDX) > 0
005306        AND WS-STR-STAMP-TIME(WS-STR-IDX)
005307            > WS-STR-CUTOFF(WS-STR-IDX)
005308         MOVE "LATE" TO WS-STR-STATUS(WS-STR-IDX)
005309         MOVE "STAMPED AFTER THE STORE'S CUTOFF"
005310             TO WS-STR-REMARK(WS-STR-IDX)
005311         ADD 1 TO WS-STORES-LATE
005312         GO TO 2400-EXIT
005313     END-IF.
005314     MOVE "RECEIVED" TO WS-STR-STATUS(WS-STR-IDX).
005315     ADD 1 TO WS-STORES-ON-TIME.
005316     GO TO 2400-EXIT.
005317 2400-EXIT.
005318     EXIT.
005319*
005320*    THE STAMP LINE IS NOT A CARD LINE AND IS NOT COUNTED.  ONE
005321*    THAT CANNOT BE READ IS LISTED AND THE FEED TREATED AS
005322*    UNSTAMPED.  ONE NAMING ANOTHER STORE (A FILE COPIED UNDER
005323*    THE WRONG NAME) OR AN EARLIER DAY (YESTERDAY'S FILE LEFT IN
005324*    PLACE) STOPS THE READ - NOTHING FROM THAT FEED IS LOADED.
005325 2500-CHECK-FEED-STAMP.
005326     MOVE SPACES TO WS-STAMP-AREA.
005327     UNSTRING WS-SCAN-LINE DELIMITED BY ALL " "
005328         INTO WS-STAMP-WORD WS-STAMP-STORE
005329              WS-STAMP-DATE-X WS-STAMP-TIME-X
005330     END-UNSTRING.
005331     IF WS-STAMP-DATE-X NOT NUMERIC
005332        OR WS-STAMP-TIME-X NOT NUMERIC
005333         MOVE "FEED STAMP UNREADABLE - FEED TAKEN AS UNSTAMPED"
005334             TO WS-EXCEPTION-TEXT
005335         PERFORM 2900-WRITE-LOAD-EXCEPTION THRU 2900-EXIT
005336         GO TO 2500-EXIT
005337     END-IF.
005338     IF WS-STORE-MODE
005339        AND WS-STAMP-STORE NOT = WS-STR-STORE-ID(WS-STR-IDX)
005340         MOVE SPACES TO WS-STR-REMARK(WS-STR-IDX)
005341         STRING "STAMPED FOR STORE " WS-STAMP-STORE
005342             " - NOT LOADED" DELIMITED BY SIZE
005343             INTO WS-STR-REMARK(WS-STR-IDX)
005344         END-STRING
005345         SET WS-FEED-REFUSED TO TRUE
005346         SET WS-EOF TO TRUE
005347         GO TO 2500-EXIT
005348     END-IF.
005349     IF WS-STAMP-DATE-9 < WS-RUN-DATE
005350         MOVE SPACES TO WS-STR-REMARK(WS-STR-IDX)
005351         STRING "STALE, STAMPED " WS-STAMP-DATE-X
005352             " - NOT LOADED" DELIMITED BY SIZE
005353             INTO WS-STR-REMARK(WS-STR-IDX)
005354         END-STRING
005355         SET WS-FEED-REFUSED TO TRUE
005356         SET WS-EOF TO TRUE
005357         GO TO 2500-EXIT
005358     END-IF.
005359     MOVE "Y" TO WS-STR-STAMP-SW(WS-STR-IDX).
005360     MOVE WS-STAMP-DATE-9 TO WS-STR-STAMP-DATE(WS-STR-IDX).
005361     MOVE WS-STAMP-TIME-9 TO WS-STR-STAMP-TIME(WS-STR-IDX).
005362     GO TO 2500-EXIT.
005363 2500-EXIT.
005364     EXIT.
005365*
005366*================================================================*
005367*    3000 - PASS TWO: WRITE THE TRANSLATED CARDIN FILE           *
005368*================================================================*
005374*    EACH FEED IS REOPENED SO THE SAME PARSE CODE RUNS AGAIN
005380*    FROM THE TOP; LINES THAT FAILED IN PASS ONE FAIL THE SAME
005386*    WAY HERE AND ARE SKIPPED WITHOUT A SECOND EXCEPTION LINE
005392*    (SEE 2900).  EACH STORE LOADED IS WRAPPED AS ONE DECK
005398*    BRACKETED BY A DECK HEADER AND TRAILER, ALL UNDER THE ONE
005404*    BATCH HEADER CARRYING THE PASS-ONE CONTROL TOTALS.
005405 3000-PASS-TWO-WRITE.
005410     SET WS-PASS-TWO TO TRUE.
005420     OPEN OUTPUT CARDS-OUT.
005430     PERFORM 3100-WRITE-BATCH-HEADER THRU 3100-EXIT.
005431     PERFORM 3050-WRITE-STORE-DECK THRU 3050-EXIT
005432         VARYING WS-STR-IDX FROM 1 BY 1
005433         UNTIL WS-STR-IDX > WS-STR-COUNT.
005434     GO TO 3000-EXIT.
005435 3000-EXIT.
005436     EXIT.
005437*
005438*    A FEED THAT READ IN PASS ONE BUT WILL NOT REOPEN NOW WOULD
005439*    LEAVE THE BATCH HEADER'S TOTALS WRONG - THE LOAD STOPS.
005440 3050-WRITE-STORE-DECK.
005441     IF NOT WS-STR-LOADED(WS-STR-IDX)
005442         GO TO 3050-EXIT
005443     END-IF.
005444     PERFORM 2050-OPEN-STORE-FEED THRU 2050-EXIT.
005445     IF NOT WS-FEED-OPEN
005446         DISPLAY "FEED " WS-FEED-NAME " WILL NOT REOPEN - STATUS "
005447             WS-SCAN-STATUS
005448         MOVE 16 TO RETURN-CODE
005449         STOP RUN
005450     END-IF.
005451     PERFORM 3200-WRITE-DECK-HEADER THRU 3200-EXIT.
005452     PERFORM 3300-TRANSLATE-ONE-LINE THRU 3300-EXIT
005460         UNTIL WS-EOF.
005470     PERFORM 3500-WRITE-DECK-TRAILER THRU 3500-EXIT.
005477     CLOSE SCANNER-FEED.
005484     GO TO 3050-EXIT.
005491 3050-EXIT.
005500     EXIT.
005510*
005520 3100-WRITE-BATCH-HEADER.
005630 3200-WRITE-DECK-HEADER.
005640     MOVE SPACES TO WS-CARD-OUT-AREA.
005650     MOVE "H" TO WS-CO-TYPE.
005660     MOVE WS-STR-DECK-ID(WS-STR-IDX) TO CO-DH-DECK-ID.
005670     MOVE WS-STR-STORE-NAME(WS-STR-IDX) TO CO-DH-DECK-NAME.
005680     MOVE WS-STR-GOOD(WS-STR-IDX) TO CO-DH-EXPECTED-CARDS.
005690     MOVE WS-PROMO-PARM TO CO-DH-PROMO-CODE.
005695     MOVE WS-STR-STORE-ID(WS-STR-IDX) TO CO-DH-STORE-ID.
005700     WRITE FD-CARDS-OUT-RECORD FROM WS-CARD-OUT-AREA.
005710     GO TO 3200-EXIT.
005720 3200-EXIT.
005740*
005750 3300-TRANSLATE-ONE-LINE.
005760     PERFORM 2100-READ-FEED-LINE THRU 2100-EXIT.
005765     IF WS-EOF
005770         GO TO 3300-EXIT
005775     END-IF.
005780     ADD 1 TO WS-FEED-LINE-NO.
005785     IF WS-FEED-LINE-NO = 1
005790        AND WS-SCAN-LINE(1:6) = "STORE "
005795         GO TO 3300-EXIT
005800     END-IF.
005805     PERFORM 2200-PARSE-FEED-LINE THRU 2200-EXIT.
005810     IF WS-PARSE-VALID
005815         PERFORM 3400-WRITE-CARD-DETAIL THRU 3400-EXIT
005830     END-IF.
005840     GO TO 3300-EXIT.
005850 3300-EXIT.
006310 3500-WRITE-DECK-TRAILER.
006320     MOVE SPACES TO WS-CARD-OUT-AREA.
006330     MOVE "T" TO WS-CO-TYPE.
006340     MOVE WS-STR-DECK-ID(WS-STR-IDX) TO CO-DT-DECK-ID.
006350     MOVE WS-STR-GOOD(WS-STR-IDX) TO CO-DT-ACTUAL-CARDS.
006360     WRITE FD-CARDS-OUT-RECORD FROM WS-CARD-OUT-AREA.
006370     GO TO 3500-EXIT.
006380 3500-EXIT.
006470     MOVE SPACES TO WS-EXCEPTION-LINE-AREA.
006480     MOVE WS-FEED-LINE-NO TO EXC-LINE-NUM.
006490     MOVE WS-EXCEPTION-TEXT TO EXC-DESCRIPTION.
006492     IF WS-STR-STORE-ID(WS-STR-IDX) NOT = SPACES
006494         MOVE "STORE " TO EXC-STORE-LABEL
006496         MOVE WS-STR-STORE-ID(WS-STR-IDX) TO EXC-STORE-ID
006498     END-IF.
006500     WRITE FD-LOAD-EXCEPTION-LINE FROM WS-EXCEPTION-LINE-AREA.
006510     GO TO 2900-EXIT.
006520 2900-EXIT.
006570*================================================================*
006580 4000-FINALIZE.
006590     DISPLAY "SCANNER FEED TRANSLATION COMPLETE".
006591     IF WS-STORE-MODE
006592         DISPLAY "  STORES DUE      : " WS-STORES-DUE
006593         DISPLAY "  DECKS WRITTEN   : " WS-DECKS-WRITTEN
006594         DISPLAY "  STORES LATE     : " WS-STORES-LATE
006595         DISPLAY "  STORES EMPTY    : " WS-STORES-EMPTY
006596         DISPLAY "  STORES MISSING  : " WS-STORES-MISSING
006597     END-IF.
006600     DISPLAY "  CARDS TRANSLATED: " WS-GOOD-CARDS.
006610     DISPLAY "  LINES REJECTED  : " WS-BAD-LINES.
006620     DISPLAY "  BATCH CHECKSUM  : " WS-CHECKSUM-ACCUM.
006630     PERFORM 4100-WRITE-LOAD-STATUS THRU 4100-EXIT.
006640     PERFORM 4200-WRITE-INTAKE-REPORT THRU 4200-EXIT.
006650     CLOSE CARDS-OUT.
006660     CLOSE LOAD-EXCEPTIONS.
006661*    A STORE DUE TODAY THAT IS LATE, EMPTY OR MISSING, OR A
006662*    SCHEDULE LINE REJECTED, IS A WARNING (4); STORES DUE AND
006663*    NOT ONE DECK LOADED IS AN ERROR (8).  WITH NO SCHEDULE THE
006664*    RETURN CODE IS LEFT AS IT ALWAYS WAS.
006665     IF WS-STORE-MODE
006666         IF WS-STORES-LATE > 0
006667            OR WS-STORES-EMPTY > 0
006668            OR WS-STORES-MISSING > 0
006669            OR WS-SCHED-REJECTS > 0
006670             MOVE 4 TO RETURN-CODE
006671         END-IF
006672         IF WS-STORES-DUE > 0 AND WS-DECKS-WRITTEN = 0
006673             MOVE 8 TO RETURN-CODE
006674         END-IF
006675     END-IF.
006676     GO TO 4000-EXIT.
006680 4000-EXIT.
006690     EXIT.
006700*
006810     CLOSE LOAD-STATUS.
006820     GO TO 4100-EXIT.
006830 4100-EXIT.
006831     EXIT.
006832*
006833*================================================================*
006834*    4200 - STORE FEED INTAKE REPORT                             *
006835*================================================================*
006836*    ONE LINE PER STORE ON THE SCHEDULE, IN SCHEDULE ORDER, WITH
006837*    ITS INTAKE STATUS AND ITS OWN CONTROL TOTALS, THEN THE
006838*    COUNTS BY STATUS.  THE CARDS AND CHECKSUMS OF THE STORES
006839*    LOADED ADD UP TO THE BATCH HEADER'S TOTALS.
006840 4200-WRITE-INTAKE-REPORT.
006841     OPEN OUTPUT STORE-INTAKE-RPT.
006842     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
006843     MOVE WS-RUN-TIME TO WS-RUN-TIME-PARTS.
006844     MOVE WS-RD-MM TO WS-ED-MM.
006845     MOVE WS-RD-DD TO WS-ED-DD.
006846     MOVE WS-RD-YYYY TO WS-ED-YYYY.
006847     MOVE WS-RT-HH TO WS-ET-HH.
006848     MOVE WS-RT-MM TO WS-ET-MM.
006849     MOVE WS-RT-SS TO WS-ET-SS.
006850     PERFORM 4210-PRINT-STORE-LINE THRU 4210-EXIT
006851         VARYING WS-STR-IDX FROM 1 BY 1
006852         UNTIL WS-STR-IDX > WS-STR-COUNT.
006853     MOVE SPACES TO WS-RPT-PRINT-LINE.
006854     PERFORM 4320-WRITE-RPT-LINE THRU 4320-EXIT.
006855     IF WS-STORE-MODE
006856         MOVE "STORES ON THE SCHEDULE" TO RPT-TL-LABEL
006857         MOVE WS-STR-COUNT TO RPT-TL-VALUE
006858         PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT
006859         MOVE "STORES DUE TODAY" TO RPT-TL-LABEL
006860         MOVE WS-STORES-DUE TO RPT-TL-VALUE
006861         PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT
006862         MOVE "  RECEIVED" TO RPT-TL-LABEL
006863         MOVE WS-STORES-ON-TIME TO RPT-TL-VALUE
006864         PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT
006865         MOVE "  LATE" TO RPT-TL-LABEL
006866         MOVE WS-STORES-LATE TO RPT-TL-VALUE
006867         PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT
006868         MOVE "  EMPTY" TO RPT-TL-LABEL
006869         MOVE WS-STORES-EMPTY TO RPT-TL-VALUE
006870         PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT
006871         MOVE "  MISSING" TO RPT-TL-LABEL
006872         MOVE WS-STORES-MISSING TO RPT-TL-VALUE
006873         PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT
006874         MOVE "STORES NOT DUE THAT SENT CARDS" TO RPT-TL-LABEL
006875         MOVE WS-STORES-EXTRA TO RPT-TL-VALUE
006876         PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT
006877         MOVE "SCHEDULE LINES REJECTED" TO RPT-TL-LABEL
006878         MOVE WS-SCHED-REJECTS TO RPT-TL-VALUE
006879         PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT
006880     END-IF.
006881     MOVE "DECKS WRITTEN" TO RPT-TL-LABEL.
006882     MOVE WS-DECKS-WRITTEN TO RPT-TL-VALUE.
006883     PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT.
006884     MOVE "CARDS LOADED" TO RPT-TL-LABEL.
006885     MOVE WS-GOOD-CARDS TO RPT-TL-VALUE.
006886     PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT.
006887     MOVE "LINES REJECTED" TO RPT-TL-LABEL.
006888     MOVE WS-BAD-LINES TO RPT-TL-VALUE.
006889     PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT.
006890     MOVE "BATCH CHECKSUM" TO RPT-TL-LABEL.
006891     MOVE WS-CHECKSUM-ACCUM TO RPT-TL-VALUE.
006892     PERFORM 4330-PRINT-TOTAL-LINE THRU 4330-EXIT.
006893     CLOSE STORE-INTAKE-RPT.
006894     GO TO 4200-EXIT.
006895 4200-EXIT.
006896     EXIT.
006897*
006898 4210-PRINT-STORE-LINE.
006899     MOVE WS-STR-STORE-ID(WS-STR-IDX) TO RPT-ST-STORE-ID.
006900     MOVE WS-STR-STORE-NAME(WS-STR-IDX) TO RPT-ST-STORE-NAME.
006901     MOVE WS-STR-STATUS(WS-STR-IDX) TO RPT-ST-STATUS.
006902     IF WS-STR-CUTOFF(WS-STR-IDX) = 0
006903         MOVE " NONE" TO RPT-ST-CUTOFF
006904     ELSE
006905         MOVE WS-STR-CUTOFF(WS-STR-IDX) TO WS-HHMM-WORK
006906         PERFORM 4220-EDIT-HHMM THRU 4220-EXIT
006907         MOVE WS-HHMM-EDITED TO RPT-ST-CUTOFF
006908     END-IF.
006909     IF WS-STR-STAMPED(WS-STR-IDX)
006910         MOVE WS-STR-STAMP-DATE(WS-STR-IDX) TO WS-RUN-DATE-PARTS
006911         MOVE WS-RD-MM TO WS-ED-MM
006912         MOVE WS-RD-DD TO WS-ED-DD
006913         MOVE WS-RD-YYYY TO WS-ED-YYYY
006914         MOVE WS-EDITED-DATE TO RPT-ST-STAMP-DATE
006915         MOVE WS-STR-STAMP-TIME(WS-STR-IDX) TO WS-HHMM-WORK
006916         PERFORM 4220-EDIT-HHMM THRU 4220-EXIT
006917         MOVE WS-HHMM-EDITED TO RPT-ST-STAMP-TIME
006918     ELSE
006919         MOVE SPACES TO RPT-ST-STAMP-DATE
006920         MOVE SPACES TO RPT-ST-STAMP-TIME
006921     END-IF.
006922     MOVE WS-STR-LINES(WS-STR-IDX) TO RPT-ST-LINES.
006923     MOVE WS-STR-GOOD(WS-STR-IDX) TO RPT-ST-GOOD.
006924     MOVE WS-STR-BAD(WS-STR-IDX) TO RPT-ST-BAD.
006925     MOVE WS-STR-CHECKSUM(WS-STR-IDX) TO RPT-ST-CHECKSUM.
006926     MOVE WS-STR-REMARK(WS-STR-IDX) TO RPT-ST-REMARK.
006927     MOVE WS-RPT-STORE-LINE TO WS-RPT-PRINT-LINE.
006928     PERFORM 4320-WRITE-RPT-LINE THRU 4320-EXIT.
006929     GO TO 4210-EXIT.
006930 4210-EXIT.
006931     EXIT.
006932*
006933 4220-EDIT-HHMM.
006934     MOVE WS-HW-HH TO WS-HE-HH.
006935     MOVE WS-HW-MM TO WS-HE-MM.
006936     GO TO 4220-EXIT.
006937 4220-EXIT.
006938     EXIT.
006939*
006940*    THE EDITED RUN DATE IS RE-BUILT HERE BECAUSE THE STORE LINES
006941*    BORROW THE SAME WORK AREA FOR THEIR STAMP DATES.
006942 4310-RPT-PAGE-HEADING.
006943     ADD 1 TO WS-RPT-PAGE.
006944     MOVE WS-RPT-PAGE TO RPT-H1-PAGE.
006945     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
006946     MOVE WS-RD-MM TO WS-ED-MM.
006947     MOVE WS-RD-DD TO WS-ED-DD.
006948     MOVE WS-RD-YYYY TO WS-ED-YYYY.
006949     MOVE WS-EDITED-DATE TO RPT-H1-DATE.
006950     MOVE WS-EDITED-TIME TO RPT-H1-TIME.
006951     WRITE FD-INTAKE-LINE FROM WS-RPT-HEADING-1.
006952     MOVE WS-EDITED-DATE TO RPT-H2-DATE.
006953     MOVE WS-DAY-NAME(WS-DAY-OF-WEEK) TO RPT-H2-DAY.
006954     MOVE WS-PROMO-PARM TO RPT-H2-PROMO.
006955     IF WS-STORE-MODE
006956         MOVE "STORE SCHEDULE STORESCH" TO RPT-H2-MODE
006957     ELSE
006958         MOVE "NO STORE SCHEDULE - SINGLE SCANFEED"
006959             TO RPT-H2-MODE
006960     END-IF.
006961     WRITE FD-INTAKE-LINE FROM WS-RPT-HEADING-2.
006962     MOVE SPACES TO FD-INTAKE-LINE.
006963     WRITE FD-INTAKE-LINE.
006964     WRITE FD-INTAKE-LINE FROM WS-RPT-COL-HEADER.
006965     MOVE SPACES TO FD-INTAKE-LINE.
006966     WRITE FD-INTAKE-LINE.
006967     MOVE 5 TO WS-RPT-LINE-CNT.
006968     GO TO 4310-EXIT.
006969 4310-EXIT.
006970     EXIT.
006971*
006972 4320-WRITE-RPT-LINE.
006973     IF WS-RPT-LINE-CNT > 55
006974         PERFORM 4310-RPT-PAGE-HEADING THRU 4310-EXIT
006975     END-IF.
006976     WRITE FD-INTAKE-LINE FROM WS-RPT-PRINT-LINE.
006977     ADD 1 TO WS-RPT-LINE-CNT.
006978     GO TO 4320-EXIT.
006979 4320-EXIT.
006980     EXIT.
006981*
006982 4330-PRINT-TOTAL-LINE.
006983     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-LINE.
006984     PERFORM 4320-WRITE-RPT-LINE THRU 4320-EXIT.
006985     GO TO 4330-EXIT.
006986 4330-EXIT.
006987     EXIT.
006988*
006989*================================================================*
006990*    9100 - CYCLE CHECK                                          *
006991*================================================================*
006992*    CARDLOAD IS THE FIRST STEP OF THE CHAIN AND THE ONLY ONE THAT
006993*    OPENS A BUSINESS DATE - THE SYSTEM DATE IT RUNS ON.  A NEW
006994*    DATE MAY BE OPENED ONLY WHEN DAYEND HAS COMPLETED FOR THE
006995*    DATE NOW OPEN.  ON THE SAME DATE IT REFUSES A SECOND RUN, AND
006996*    IT NEVER RUNS ON A SYSTEM DATE BEHIND THE OPEN ONE.  AN
006997*    OVERRIDE ENTERED THROUGH CYCLCTL FORCE LETS ONE RUN THROUGH.
006998*    THE FILE IS CREATED ON THE FIRST RUN EVER.
006999 9100-CHECK-CYCLE.
007000     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
007001     MOVE SPACES TO WS-CYC-REFUSAL.
007002     OPEN I-O CYCLE-CONTROL.
007003     IF WS-CYC-STATUS = "35"
007010         PERFORM 9105-CREATE-CYCLE-FILE THRU 9105-EXIT
007020     END-IF.
007030     IF WS-CYC-STATUS NOT = "00"
007040         DISPLAY "CYCLE CONTROL FILE NOT AVAILABLE - STATUS "
007050             WS-CYC-STATUS
007060         MOVE 16 TO RETURN-CODE
007070         STOP RUN
007080     END-IF.
007090     MOVE 0 TO WS-CYC-BUS-DATE.
007100     MOVE 0 TO CYC-BUS-DATE.
007110     READ CYCLE-CONTROL
007120         NOT INVALID KEY
007130             MOVE CYH-CURRENT-DATE TO WS-CYC-BUS-DATE
007140     END-READ.
007150     IF WS-CYC-BUS-DATE = 0
007160         SET WS-CYC-NEW-CYCLE TO TRUE
007170         CLOSE CYCLE-CONTROL
007180         GO TO 9100-EXIT
007190     END-IF.
007200     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
007210     READ CYCLE-CONTROL
007220         INVALID KEY
007230             DISPLAY "CYCLE RECORD MISSING FOR BUSINESS DATE "
007240                 WS-CYC-BUS-DATE
007250             CLOSE CYCLE-CONTROL
007260             MOVE 16 TO RETURN-CODE
007270             STOP RUN
007280     END-READ.
007290     EVALUATE TRUE
007300         WHEN WS-CYC-NOW-DATE < WS-CYC-BUS-DATE
007310             MOVE "CANNOT START - SYSTEM DATE BEHIND OPEN DATE"
007320                 TO WS-CYC-REFUSAL
007330         WHEN WS-CYC-NOW-DATE > WS-CYC-BUS-DATE
007340          AND NOT CYC-STEP-COMPLETE(7)
007350             MOVE "CANNOT OPEN NEW DATE - DAYEND NOT COMPLETE"
007360                 TO WS-CYC-REFUSAL
007370         WHEN WS-CYC-NOW-DATE > WS-CYC-BUS-DATE
007380             CONTINUE
007390         WHEN CYC-STEP-COMPLETE(WS-CYC-STEP)
007400             MOVE "HAS ALREADY COMPLETED FOR THIS BUSINESS DATE"
007410                 TO WS-CYC-REFUSAL
007420         WHEN CYC-STEP-RUNNING(WS-CYC-STEP)
007430             MOVE "IS ALREADY RUNNING OR ENDED ABNORMALLY"
007440                 TO WS-CYC-REFUSAL
007450     END-EVALUATE.
007460     IF WS-CYC-NOW-DATE > WS-CYC-BUS-DATE
007470         SET WS-CYC-NEW-CYCLE TO TRUE
007480     END-IF.
007490     PERFORM 9120-APPLY-CYCLE-VERDICT THRU 9120-EXIT.
007500     GO TO 9100-EXIT.
007510 9100-EXIT.
007520     EXIT.
007530*
007540 9105-CREATE-CYCLE-FILE.
007550     OPEN OUTPUT CYCLE-CONTROL.
007560     IF WS-CYC-STATUS NOT = "00"
007570         GO TO 9105-EXIT
007580     END-IF.
007590     CLOSE CYCLE-CONTROL.
007600     OPEN I-O CYCLE-CONTROL.
007610     DISPLAY "CYCLE CONTROL FILE CREATED".
007620     GO TO 9105-EXIT.
007630 9105-EXIT.
007640     EXIT.
007650*
007660 9120-APPLY-CYCLE-VERDICT.
007670     IF WS-CYC-REFUSAL = SPACES
007680         CLOSE CYCLE-CONTROL
007690         GO TO 9120-EXIT
007700     END-IF.
007710     IF CYC-FORCE-PENDING(WS-CYC-STEP)
007720         DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
007730             " " WS-CYC-REFUSAL
007740         DISPLAY "CYCLE CHECK: RUN FORCED BY OPERATOR "
007750             CYC-FORCE-OPERATOR(WS-CYC-STEP) " - "
007760             CYC-FORCE-REASON(WS-CYC-STEP)
007770         CLOSE CYCLE-CONTROL
007780         GO TO 9120-EXIT
007790     END-IF.
007800     DISPLAY "CYCLE CHECK: " WS-CYC-STEP-NAME(WS-CYC-STEP)
007810         " " WS-CYC-REFUSAL.
007820     DISPLAY "CYCLE CHECK: RUN REFUSED FOR BUSINESS DATE "
007830         WS-CYC-BUS-DATE.
007840     CLOSE CYCLE-CONTROL.
007850     MOVE 16 TO RETURN-CODE.
007860     STOP RUN.
007870 9120-EXIT.
007880     EXIT.
007890*
007900*================================================================*
007910*    9150 - OPEN A NEW BUSINESS DATE                             *
007920*================================================================*
007930*    DONE ONLY AFTER INITIALIZATION HAS SUCCEEDED, SO A RUN THAT
007940*    CANNOT OPEN ITS FILES LEAVES THE OLD DATE OPEN.
007950 9150-OPEN-NEW-CYCLE.
007960     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
007970     ACCEPT WS-CYC-NOW-TIME FROM TIME.
007980     OPEN I-O CYCLE-CONTROL.
007990     IF WS-CYC-STATUS NOT = "00"
008000         DISPLAY "NEW BUSINESS DATE NOT OPENED - STATUS "
008010             WS-CYC-STATUS
008016         MOVE 16 TO RETURN-CODE
008022         STOP RUN
008030     END-IF.
008040     IF WS-CYC-BUS-DATE > 0
008050         MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
008060         READ CYCLE-CONTROL
008070             NOT INVALID KEY
008080                 PERFORM 9155-CARRY-OVERRIDE THRU 9155-EXIT
008090         END-READ
008100     END-IF.
008110     MOVE SPACES TO FD-CYCLE-RECORD.
008120     INITIALIZE FD-CYCLE-RECORD.
008130     MOVE WS-CYC-NOW-DATE TO CYC-BUS-DATE.
008140     MOVE WS-CYC-NOW-DATE TO CYC-OPEN-DATE.
008150     MOVE WS-CYC-NOW-HHMMSS TO CYC-OPEN-TIME.
008160     IF WS-CYC-HOLD-FLAG = "Y"
008170         MOVE WS-CYC-HOLD-FLAG TO CYC-FORCE-FLAG(WS-CYC-STEP)
008180         MOVE WS-CYC-HOLD-OPERATOR
008190             TO CYC-FORCE-OPERATOR(WS-CYC-STEP)
008200         MOVE WS-CYC-HOLD-DATE TO CYC-FORCE-DATE(WS-CYC-STEP)
008210         MOVE WS-CYC-HOLD-TIME TO CYC-FORCE-TIME(WS-CYC-STEP)
008220         MOVE WS-CYC-HOLD-REASON TO CYC-FORCE-REASON(WS-CYC-STEP)
008230     END-IF.
008240     WRITE FD-CYCLE-RECORD
008250         INVALID KEY
008260             DISPLAY "CYCLE RECORD ALREADY ON FILE FOR "
008264                 WS-CYC-NOW-DATE " - NEW DATE NOT OPENED"
008268             CLOSE CYCLE-CONTROL
008272             MOVE 16 TO RETURN-CODE
008276             STOP RUN
008280     END-WRITE.
008290     MOVE 0 TO CYC-BUS-DATE.
008300     READ CYCLE-CONTROL
008310         INVALID KEY
008320             MOVE SPACES TO FD-CYCLE-HEADER
008330             MOVE 0 TO CYH-KEY
008340             MOVE WS-CYC-NOW-DATE TO CYH-CURRENT-DATE
008350             WRITE FD-CYCLE-HEADER
008360             END-WRITE
008370         NOT INVALID KEY
008380             MOVE WS-CYC-NOW-DATE TO CYH-CURRENT-DATE
008390             REWRITE FD-CYCLE-HEADER
008400             END-REWRITE
008410     END-READ.
008420     IF WS-CYC-STATUS NOT = "00"
008430         DISPLAY "CYCLE CONTROL HEADER NOT UPDATED - STATUS "
008440             WS-CYC-STATUS
008450     END-IF.
008460     CLOSE CYCLE-CONTROL.
008470     MOVE WS-CYC-NOW-DATE TO WS-CYC-BUS-DATE.
008480     DISPLAY "CYCLE CONTROL: BUSINESS DATE " WS-CYC-BUS-DATE
008490         " OPENED".
008500     GO TO 9150-EXIT.
008510 9150-EXIT.
008520     EXIT.
008530*
008540 9155-CARRY-OVERRIDE.
008550     IF NOT CYC-FORCE-PENDING(WS-CYC-STEP)
008560         GO TO 9155-EXIT
008570     END-IF.
008580     MOVE CYC-FORCE-FLAG(WS-CYC-STEP) TO WS-CYC-HOLD-FLAG.
008590     MOVE CYC-FORCE-OPERATOR(WS-CYC-STEP) TO WS-CYC-HOLD-OPERATOR.
008600     MOVE CYC-FORCE-DATE(WS-CYC-STEP) TO WS-CYC-HOLD-DATE.
008610     MOVE CYC-FORCE-TIME(WS-CYC-STEP) TO WS-CYC-HOLD-TIME.
008620     MOVE CYC-FORCE-REASON(WS-CYC-STEP) TO WS-CYC-HOLD-REASON.
008630     MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP).
008640     REWRITE FD-CYCLE-RECORD
008650         INVALID KEY
008660             DISPLAY "OVERRIDE NOT MARKED USED ON "
008670                 WS-CYC-BUS-DATE
008680     END-REWRITE.
008690     GO TO 9155-EXIT.
008700 9155-EXIT.
008710     EXIT.
008720*
008730*================================================================*
008740*    9200 - STAMP THE STEP'S START ON CYCLE CONTROL              *
008750*================================================================*
008760*    A PENDING OPERATOR OVERRIDE IS MARKED USED HERE, SO IT
008770*    COVERS THIS ONE RUN ONLY.
008780 9200-STAMP-CYCLE-START.
008790     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
008800     IF WS-CYC-STATUS NOT = "00"
008810         GO TO 9200-EXIT
008820     END-IF.
008830     MOVE "R" TO CYC-STEP-STATUS(WS-CYC-STEP).
008840     MOVE WS-CYC-NOW-DATE TO CYC-START-DATE(WS-CYC-STEP).
008850     MOVE WS-CYC-NOW-HHMMSS TO CYC-START-TIME(WS-CYC-STEP).
008860     MOVE 0 TO CYC-END-DATE(WS-CYC-STEP).
008870     MOVE 0 TO CYC-END-TIME(WS-CYC-STEP).
008880     MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
008890     IF CYC-RUN-COUNT(WS-CYC-STEP) < 99
008900         ADD 1 TO CYC-RUN-COUNT(WS-CYC-STEP)
008910     END-IF.
008920     IF CYC-FORCE-PENDING(WS-CYC-STEP)
008930         MOVE "U" TO CYC-FORCE-FLAG(WS-CYC-STEP)
008940     END-IF.
008950     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
008960     GO TO 9200-EXIT.
008970 9200-EXIT.
008980     EXIT.
008990*
009000 9210-READ-CYCLE-RECORD.
009010     ACCEPT WS-CYC-NOW-DATE FROM DATE YYYYMMDD.
009020     ACCEPT WS-CYC-NOW-TIME FROM TIME.
009030     OPEN I-O CYCLE-CONTROL.
009040     IF WS-CYC-STATUS NOT = "00"
009050         DISPLAY "CYCLE CONTROL NOT STAMPED - OPEN STATUS "
009060             WS-CYC-STATUS
009070         GO TO 9210-EXIT
009080     END-IF.
009090     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE.
009100     READ CYCLE-CONTROL
009110         INVALID KEY
009120             DISPLAY "CYCLE CONTROL NOT STAMPED - NO RECORD FOR "
009130                 WS-CYC-BUS-DATE
009140             CLOSE CYCLE-CONTROL
009150     END-READ.
009160     GO TO 9210-EXIT.
009170 9210-EXIT.
009180     EXIT.
009190*
009200 9220-REWRITE-CYCLE-RECORD.
009210     REWRITE FD-CYCLE-RECORD
009220         INVALID KEY
009230             DISPLAY "CYCLE CONTROL NOT STAMPED - REWRITE STATUS "
009240                 WS-CYC-STATUS
009250     END-REWRITE.
009260     CLOSE CYCLE-CONTROL.
009270     GO TO 9220-EXIT.
009280 9220-EXIT.
009290     EXIT.
009300*
009310*================================================================*
009320*    9300 - STAMP THE STEP'S END ON CYCLE CONTROL                *
009330*================================================================*
009340*    ANY RETURN CODE BELOW 16 COMPLETES THE STEP - THE SCHEDULER
009350*    STILL DECIDES WHAT AN RC 4 OR 8 MEANS.  AN RC 16 LEAVES THE
009360*    STEP FAILED, WHICH MAY BE RERUN WITHOUT AN OVERRIDE.
009370 9300-STAMP-CYCLE-END.
009380     MOVE RETURN-CODE TO WS-CYC-END-RC.
009390     PERFORM 9210-READ-CYCLE-RECORD THRU 9210-EXIT.
009400     IF WS-CYC-STATUS NOT = "00"
009410         GO TO 9300-EXIT
009420     END-IF.
009430     IF WS-CYC-END-RC < 16
009440         MOVE "C" TO CYC-STEP-STATUS(WS-CYC-STEP)
009450     ELSE
009460         MOVE "F" TO CYC-STEP-STATUS(WS-CYC-STEP)
009470     END-IF.
009480     MOVE WS-CYC-NOW-DATE TO CYC-END-DATE(WS-CYC-STEP).
009490     MOVE WS-CYC-NOW-HHMMSS TO CYC-END-TIME(WS-CYC-STEP).
009500     MOVE WS-CYC-END-RC TO CYC-STEP-RC(WS-CYC-STEP).
009510     PERFORM 9220-REWRITE-CYCLE-RECORD THRU 9220-EXIT.
009520     GO TO 9300-EXIT.
009530 9300-EXIT.
009540     EXIT.
