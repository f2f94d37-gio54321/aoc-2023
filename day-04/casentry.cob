000200*                 ADJUSTMENT REQUEST TO ADJREQ FOR THE          *
000210*                 CROSS-BATCH REVERSAL PROGRAM (CARDADJ) TO     *
000220*                 PROCESS, INSTEAD OF BEING RE-KEYED.           *
000222*  10/15/26  RJ   EVERY CASE OPENED, REOPENED OR CLOSED IS      *
000224*                 APPENDED TO THE SHARED AUDIT LOG (AUDITLOG)   *
000226*                 WITH THE CASE RECORD'S BEFORE AND AFTER       *
000228*                 IMAGES, UNDER THE CASE'S CLERK.               *
000230*---------------------------------------------------------------*
000240*
000250*    COMMAND LINE:
000490         ASSIGN TO "ADJREQ"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REQ-STATUS.
000512     SELECT AUDIT-LOG
000514         ASSIGN TO "AUDITLOG"
000516         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-AUD-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000990     RECORD CONTAINS 40 CHARACTERS.
001000 01  FD-ADJ-REQUEST-RECORD       PIC X(40).
001010*
001011*    SHARED AUDIT LOG - SEE WS-AUDIT-AREA.
001012 FD  AUDIT-LOG
001013     LABEL RECORDS ARE STANDARD
001014     RECORD CONTAINS 1000 CHARACTERS.
001015 01  FD-AUDIT-RECORD              PIC X(1000).
001016*
001020 WORKING-STORAGE SECTION.
001030*
001040*---------------------------------------------------------------*
001070 77  WS-DSP-STATUS                PIC X(02) VALUE "00".
001080 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
001090 77  WS-REQ-STATUS                PIC X(02) VALUE "00".
001095 77  WS-AUD-STATUS                PIC X(02) VALUE "00".
001100*
001110 77  WS-CASE-EXISTS-SW            PIC X(01) VALUE "N".
001120     88  WS-CASE-EXISTS                     VALUE "Y".
001510     05  ARQ-CLERK-ID             PIC X(03).
001520     05  ARQ-REQUEST-DATE         PIC 9(08).
001530     05  FILLER                   PIC X(20) VALUE SPACES.
001531*
001532*---------------------------------------------------------------*
001533*    AUDIT LOG RECORD - SAME LAYOUT THE SCORING STEP WRITES,    *
001534*    SEE ITS WS-AUDIT-AREA.                                     *
001535*---------------------------------------------------------------*
001536 01  WS-AUDIT-AREA.
001537     05  AUD-PROGRAM              PIC X(08).
001538     05  AUD-RUN-DATE             PIC 9(08).
001539     05  AUD-RUN-TIME             PIC 9(06).
001540     05  AUD-OPERATOR             PIC X(03).
001541     05  AUD-FILE-NAME            PIC X(08).
001542     05  AUD-ACTION               PIC X(03).
001543     05  AUD-KEY.
001544         10  AUD-PROMO-CODE       PIC X(04).
001545         10  AUD-CARD-ID          PIC 9(05).
001546     05  AUD-BEFORE-IMAGE         PIC X(460).
001547     05  AUD-AFTER-IMAGE          PIC X(460).
001548     05  FILLER                   PIC X(35).
001549*
001550 PROCEDURE DIVISION.
001560*
001570*================================================================*
002170         MOVE SPACES TO WS-PARM-PROMO
002180     END-IF.
002190     PERFORM 1200-OPEN-CASE-FILE THRU 1200-EXIT.
002195     PERFORM 1300-OPEN-AUDIT-LOG THRU 1300-EXIT.
002200     GO TO 1000-EXIT.
002210 1000-EXIT.
002220     EXIT.
002680 1200-EXIT.
002690     EXIT.
002700*
002701*    THE SHARED AUDIT LOG IS A STANDING FILE, CREATED ON FIRST
002702*    USE.  NO CASE IS TOUCHED THAT CANNOT BE LOGGED.
002703 1300-OPEN-AUDIT-LOG.
002704     OPEN EXTEND AUDIT-LOG.
002705     IF WS-AUD-STATUS = "35"
002706         OPEN OUTPUT AUDIT-LOG
002707     END-IF.
002708     IF WS-AUD-STATUS NOT = "00"
002709         DISPLAY "AUDIT LOG NOT AVAILABLE - STATUS "
002710             WS-AUD-STATUS
002711         CLOSE DISPUTE-CASES
002712         MOVE 16 TO RETURN-CODE
002713         STOP RUN
002714     END-IF.
002715     GO TO 1300-EXIT.
002716 1300-EXIT.
002717     EXIT.
002718*
002719*================================================================*
002720*    2000 - OPEN A CASE                                          *
002730*================================================================*
002740*    THE CARD MUST BE ON THE SCORED-CARD MASTER UNDER THE SAME
003160         CLOSE SCORED-MASTER
003170         GO TO 2000-EXIT
003180     END-IF.
003181     MOVE SPACES TO WS-AUDIT-AREA.
003182     MOVE "ADD" TO AUD-ACTION.
003183     IF WS-CASE-EXISTS
003184         MOVE "CHG" TO AUD-ACTION
003185         MOVE FD-CASE-RECORD TO AUD-BEFORE-IMAGE
003186     END-IF.
003190     MOVE WS-PARM-PROMO TO DSP-PROMO-CODE.
003200     MOVE WS-PARM-ID-9 TO DSP-CARD-ID.
003210     MOVE "O" TO DSP-STATUS.
003380     IF WS-DSP-STATUS NOT = "00" AND WS-DSP-STATUS NOT = "02"
003390         DISPLAY "CASE FILE WRITE FAILED - STATUS " WS-DSP-STATUS
003400         MOVE 16 TO WS-JOB-RC
003403     ELSE
003406         PERFORM 3200-WRITE-AUDIT-RECORD THRU 3200-EXIT
003410     END-IF.
003420     CLOSE SCORED-MASTER.
003430     GO TO 2000-EXIT.
003830         MOVE 04 TO WS-JOB-RC
003840         GO TO 3000-EXIT
003850     END-IF.
003852     MOVE SPACES TO WS-AUDIT-AREA.
003854     MOVE "CHG" TO AUD-ACTION.
003856     MOVE FD-CASE-RECORD TO AUD-BEFORE-IMAGE.
003860     MOVE "C" TO DSP-STATUS.
003870     MOVE WS-RUN-DATE TO DSP-CLOSE-DATE.
003880     MOVE WS-PARM-FOURTH(1:2) TO DSP-RESOLUTION.
003930         MOVE 16 TO WS-JOB-RC
003940         GO TO 3000-EXIT
003950     END-IF.
003955     PERFORM 3200-WRITE-AUDIT-RECORD THRU 3200-EXIT.
003960     DISPLAY "CASE CLOSED FOR CARD " WS-PARM-ID-X
003970         " RESOLUTION " DSP-RESOLUTION.
003980     IF DSP-RESOLUTION = "AR"
004270 3100-EXIT.
004280     EXIT.
004290*
004291*    ONE AUDIT LOG RECORD PER CASE WRITTEN OR REWRITTEN.  THE
004292*    CALLER HAS SET THE ACTION AND ANY BEFORE IMAGE; THE AFTER
004293*    IMAGE IS THE CASE AS IT NOW STANDS.  A CLOSE IS LOGGED
004294*    UNDER THE CASE'S CLERK, AS ITS ADJUSTMENT REQUEST IS.
004295 3200-WRITE-AUDIT-RECORD.
004296     MOVE "CASENTRY" TO AUD-PROGRAM.
004297     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
004298     MOVE WS-RUN-TIME(1:6) TO AUD-RUN-TIME.
004299     MOVE DSP-CLERK-ID TO AUD-OPERATOR.
004300     MOVE "DSPCASE" TO AUD-FILE-NAME.
004301     MOVE DSP-KEY TO AUD-KEY.
004302     MOVE FD-CASE-RECORD TO AUD-AFTER-IMAGE.
004303     WRITE FD-AUDIT-RECORD FROM WS-AUDIT-AREA.
004304     GO TO 3200-EXIT.
004305 3200-EXIT.
004306     EXIT.
004307*
004308*================================================================*
004310*    4000 - END OF RUN                                           *
004320*================================================================*
004330 4000-FINALIZE.
004340     CLOSE DISPUTE-CASES.
004345     CLOSE AUDIT-LOG.
004350     GO TO 4000-EXIT.
004360 4000-EXIT.
004370     EXIT.
