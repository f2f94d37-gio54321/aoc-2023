000380*                 CLOSES, JOURNALING EACH ONE UNDER THE DESK    *
000390*                 CLERK WHO APPROVED IT, AND CLEARS THE FILE    *
000400*                 SO A REQUEST NEVER RUNS TWICE.                *
000402*  10/15/26  RJ   A REVERSAL OF A MEMBER'S CARD IS QUEUED ON    *
000404*                 THE MEMBER ACTIVITY FILE (MBRACTV) SO MBRPOST *
000406*                 TAKES THE POINTS BACK OFF THE MEMBER ACCOUNT. *
000407*  10/15/26  RJ   THE REGISTER AND MASTER DELETES ARE APPENDED  *
000408*                 TO THE SHARED AUDIT LOG (AUDITLOG) UNDER THE  *
000409*                 AUTHORIZING OPERATOR, WITH THE DELETED        *
000410*                 RECORDS AS BEFORE IMAGES.                     *
000411*---------------------------------------------------------------*
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000670         ASSIGN TO "ADJREQ"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REQ-STATUS.
000692     SELECT MEMBER-ACTIVITY
000694         ASSIGN TO "MBRACTV"
000696         ORGANIZATION IS LINE SEQUENTIAL
000698         FILE STATUS IS WS-MBRA-STATUS.
000699     SELECT AUDIT-LOG
000700         ASSIGN TO "AUDITLOG"
000701         ORGANIZATION IS LINE SEQUENTIAL
000702         FILE STATUS IS WS-AUD-STATUS.
000703*
000710 DATA DIVISION.
000720 FILE SECTION.
000730*
001320     RECORD CONTAINS 40 CHARACTERS.
001330 01  FD-ADJ-REQUEST-RECORD        PIC X(40).
001340*
001341*    MEMBER ACTIVITY QUEUE - A STANDING FILE, ADDED TO HERE AND
001342*    BY THE LOYALTY RECONCILER, EMPTIED BY MBRPOST.
001343 FD  MEMBER-ACTIVITY
001344     LABEL RECORDS ARE STANDARD
001345     RECORD CONTAINS 60 CHARACTERS.
001346 01  FD-ACTIVITY-RECORD           PIC X(60).
001347*
001348*    SHARED AUDIT LOG - SEE WS-AUDIT-AREA.
001349 FD  AUDIT-LOG
001350     LABEL RECORDS ARE STANDARD
001351     RECORD CONTAINS 1000 CHARACTERS.
001352 01  FD-AUDIT-RECORD              PIC X(1000).
001353*
001354 WORKING-STORAGE SECTION.
001360*
001370*---------------------------------------------------------------*
001380*    SWITCHES                                                   *
001420 77  WS-EXTR-STATUS               PIC X(02) VALUE "00".
001430 77  WS-JRNL-STATUS               PIC X(02) VALUE "00".
001440 77  WS-REQ-STATUS                PIC X(02) VALUE "00".
001445 77  WS-MBRA-STATUS               PIC X(02) VALUE "00".
001447 77  WS-AUD-STATUS                PIC X(02) VALUE "00".
001450*
001460 77  WS-BATCH-MODE-SW             PIC X(01) VALUE "N".
001470     88  WS-BATCH-MODE                      VALUE "Y".
002280     05  AJR-RESULT               PIC X(04).
002290     05  FILLER                   PIC X(26) VALUE SPACES.
002300*
002301*---------------------------------------------------------------*
002302*    MEMBER ACTIVITY QUEUE RECORD - MBRPOST DESCRIBES THE       *
002303*    FIELDS.  A REVERSAL NAMES ITS SEASON (MAQ-PROMO-KNOWN "Y") *
002304*    AND THE OPERATOR WHO AUTHORIZED IT.                        *
002305*---------------------------------------------------------------*
002306 01  WS-ACTIVITY-AREA.
002307     05  MAQ-SOURCE               PIC X(01).
002308     05  MAQ-RUN-DATE             PIC 9(08).
002309     05  MAQ-PROMO-CODE           PIC X(04).
002310     05  MAQ-PROMO-KNOWN          PIC X(01).
002311     05  MAQ-CARD-ID              PIC 9(05).
002312     05  MAQ-MATCH-COUNT          PIC 9(03).
002313     05  MAQ-POINTS               PIC 9(10).
002314     05  MAQ-MEMBER-NO            PIC 9(09).
002315     05  MAQ-OPERATOR             PIC X(03).
002316     05  FILLER                   PIC X(16).
002317*
002318*---------------------------------------------------------------*
002319*    AUDIT LOG RECORD - SAME LAYOUT THE SCORING STEP WRITES,    *
002320*    SEE ITS WS-AUDIT-AREA.                                     *
002321*---------------------------------------------------------------*
002322 01  WS-AUDIT-AREA.
002323     05  AUD-PROGRAM              PIC X(08).
002324     05  AUD-RUN-DATE             PIC 9(08).
002325     05  AUD-RUN-TIME             PIC 9(06).
002326     05  AUD-OPERATOR             PIC X(03).
002327     05  AUD-FILE-NAME            PIC X(08).
002328     05  AUD-ACTION               PIC X(03).
002329     05  AUD-KEY.
002330         10  AUD-PROMO-CODE       PIC X(04).
002331         10  AUD-CARD-ID          PIC 9(05).
002332     05  AUD-BEFORE-IMAGE         PIC X(460).
002333     05  AUD-AFTER-IMAGE          PIC X(460).
002334     05  FILLER                   PIC X(35).
002335*
002336 PROCEDURE DIVISION.
002337*
002338*================================================================*
002340*    0000-MAINLINE                                               *
002350*================================================================*
002360 0000-MAINLINE.
002990     END-IF.
003000     PERFORM 1200-OPEN-ADJ-EXTRACT THRU 1200-EXIT.
003010     PERFORM 1300-OPEN-ADJ-JOURNAL THRU 1300-EXIT.
003015     PERFORM 1350-OPEN-MEMBER-ACTIVITY THRU 1350-EXIT.
003017     PERFORM 1360-OPEN-AUDIT-LOG THRU 1360-EXIT.
003020     IF WS-BATCH-MODE
003030         PERFORM 1400-LOAD-ADJ-REQUESTS THRU 1400-EXIT
003040     END-IF.
003740 1300-EXIT.
003750     EXIT.
003760*
003761 1350-OPEN-MEMBER-ACTIVITY.
003762     OPEN EXTEND MEMBER-ACTIVITY.
003763     IF WS-MBRA-STATUS = "35"
003764         OPEN OUTPUT MEMBER-ACTIVITY
003765     END-IF.
003766     IF WS-MBRA-STATUS NOT = "00"
003767         DISPLAY "MEMBER ACTIVITY FILE NOT AVAILABLE - STATUS "
003768             WS-MBRA-STATUS
003769         CLOSE SCORED-MASTER
003770         CLOSE REDEMPTION-REGISTER
003771         CLOSE ADJ-EXTRACT
003772         CLOSE ADJ-JOURNAL
003773         MOVE 16 TO RETURN-CODE
003774         STOP RUN
003775     END-IF.
003776     GO TO 1350-EXIT.
003777 1350-EXIT.
003778     EXIT.
003779*
003780*    THE SHARED AUDIT LOG IS A STANDING FILE, CREATED ON FIRST
003781*    USE.  NOTHING IS REVERSED THAT CANNOT BE LOGGED.
003782 1360-OPEN-AUDIT-LOG.
003783     OPEN EXTEND AUDIT-LOG.
003784     IF WS-AUD-STATUS = "35"
003785         OPEN OUTPUT AUDIT-LOG
003786     END-IF.
003787     IF WS-AUD-STATUS NOT = "00"
003788         DISPLAY "AUDIT LOG NOT AVAILABLE - STATUS "
003789             WS-AUD-STATUS
003790         CLOSE SCORED-MASTER
003791         CLOSE REDEMPTION-REGISTER
003792         CLOSE ADJ-EXTRACT
003793         CLOSE ADJ-JOURNAL
003794         CLOSE MEMBER-ACTIVITY
003795         MOVE 16 TO RETURN-CODE
003796         STOP RUN
003797     END-IF.
003798     GO TO 1360-EXIT.
003799 1360-EXIT.
003800     EXIT.
003801*
003802*    THE WHOLE QUEUE COMES INTO STORAGE BEFORE ANYTHING RUNS.
003803*    THE FILE IS NOT CLEARED UNTIL THE QUEUE HAS BEEN WORKED
003804*    (SEE 4000) - A RUN THAT DIES PARTWAY LEAVES THE QUEUE
003805*    STANDING FOR THE RERUN, AND A REQUEST THE RERUN FINDS
003810*    ALREADY WORKED JUST JOURNALS AS NOT-FOUND, WHICH IS A
003820*    CHEAPER MISTAKE THAN A SILENTLY DISCARDED APPROVED
003830*    REVERSAL.  NO QUEUE FILE MEANS NOTHING TO DO.
004180         CLOSE REDEMPTION-REGISTER
004190         CLOSE ADJ-EXTRACT
004200         CLOSE ADJ-JOURNAL
004205         CLOSE MEMBER-ACTIVITY
004207         CLOSE AUDIT-LOG
004210         STOP RUN
004220     END-IF.
004230     ADD 1 TO WS-REQ-COUNT.
004680     MOVE SCM-DECK-ID TO AJR-DECK-ID.
004690     MOVE SCM-CARD-VALUE TO AJR-POINTS.
004700     PERFORM 2100-WRITE-EXTRACT-REVERSAL THRU 2100-EXIT.
004702     IF SCM-MEMBER-NO > 0
004704         PERFORM 2150-QUEUE-MEMBER-ACTIVITY THRU 2150-EXIT
004706     END-IF.
004710     PERFORM 2200-DELETE-REGISTER-ENTRY THRU 2200-EXIT.
004720     PERFORM 2300-DELETE-MASTER-ENTRY THRU 2300-EXIT.
004730     MOVE "OK  " TO AJR-RESULT.
004920     WRITE FD-ADJ-EXTRACT-RECORD FROM WS-LOYALTY-AREA.
004930     GO TO 2100-EXIT.
004940 2100-EXIT.
004941     EXIT.
004942*
004943*    THE MEMBER ACCOUNT GIVES BACK THE SAME POINTS THE EXTRACT
004944*    REVERSAL BACKS OUT, IN THE SEASON THE CARD WAS SCORED IN.
004945 2150-QUEUE-MEMBER-ACTIVITY.
004946     MOVE SPACES TO WS-ACTIVITY-AREA.
004947     MOVE "V" TO MAQ-SOURCE.
004948     MOVE WS-RUN-DATE TO MAQ-RUN-DATE.
004949     MOVE SCM-PROMO-CODE TO MAQ-PROMO-CODE.
004950     MOVE "Y" TO MAQ-PROMO-KNOWN.
004951     MOVE SCM-CARD-ID TO MAQ-CARD-ID.
004952     MOVE SCM-MATCH-COUNT TO MAQ-MATCH-COUNT.
004953     MOVE SCM-CARD-VALUE TO MAQ-POINTS.
004954     MOVE SCM-MEMBER-NO TO MAQ-MEMBER-NO.
004955     MOVE WS-PARM-OPERATOR TO MAQ-OPERATOR.
004956     WRITE FD-ACTIVITY-RECORD FROM WS-ACTIVITY-AREA.
004957     GO TO 2150-EXIT.
004958 2150-EXIT.
004959     EXIT.
004960*
004970*    THE REGISTER ENTRY COMES OFF SO A CORRECTED RE-SCAN OF THE
004980*    PHYSICAL CARD CAN POST IN A LATER BATCH.  NOT-FOUND IS
004990*    NOTED BUT DOES NOT STOP THE REVERSAL - THE MASTER ENTRY
004996*    AND THE POSTING STILL HAVE TO COME BACK OUT.  THE ENTRY
005002*    IS READ FIRST FOR THE AUDIT LOG'S BEFORE IMAGE.
005010 2200-DELETE-REGISTER-ENTRY.
005020     MOVE WS-PARM-PROMO TO REG-PROMO-CODE.
005030     MOVE WS-PARM-ID-9 TO REG-CARD-ID.
005031     MOVE SPACES TO WS-AUDIT-AREA.
005032     MOVE "REDEMREG" TO AUD-FILE-NAME.
005033     MOVE REG-KEY TO AUD-KEY.
005034     MOVE "DEL" TO AUD-ACTION.
005035     READ REDEMPTION-REGISTER.
005036     IF WS-REG-STATUS = "00"
005037         MOVE FD-REGISTER-RECORD TO AUD-BEFORE-IMAGE
005038     END-IF.
005040     DELETE REDEMPTION-REGISTER RECORD.
005050     IF WS-REG-STATUS = "23"
005060         DISPLAY "CARD " WS-PARM-ID-X
005100             DISPLAY "REDEMPTION REGISTER DELETE FAILED - STATUS "
005110                 WS-REG-STATUS
005120             MOVE 16 TO WS-JOB-RC
005123         ELSE
005126             PERFORM 2450-WRITE-AUDIT-RECORD THRU 2450-EXIT
005130         END-IF
005140     END-IF.
005150     GO TO 2200-EXIT.
005160 2200-EXIT.
005170     EXIT.
005180*
005183*    THE MASTER RECORD 2000 READ IS STILL IN THE RECORD AREA -
005186*    IT IS THE AUDIT LOG'S BEFORE IMAGE.
005190 2300-DELETE-MASTER-ENTRY.
005191     MOVE SPACES TO WS-AUDIT-AREA.
005192     MOVE "SCOREMST" TO AUD-FILE-NAME.
005193     MOVE SCM-KEY TO AUD-KEY.
005194     MOVE "DEL" TO AUD-ACTION.
005195     MOVE FD-MASTER-RECORD TO AUD-BEFORE-IMAGE.
005200     DELETE SCORED-MASTER RECORD.
005210     IF WS-SCM-STATUS NOT = "00"
005220         DISPLAY "SCORED-CARD MASTER DELETE FAILED - STATUS "
005230             WS-SCM-STATUS
005240         MOVE 16 TO WS-JOB-RC
005243     ELSE
005246         PERFORM 2450-WRITE-AUDIT-RECORD THRU 2450-EXIT
005250     END-IF.
005260     GO TO 2300-EXIT.
005270 2300-EXIT.
005400     WRITE FD-ADJ-JOURNAL-RECORD FROM WS-JOURNAL-AREA.
005410     GO TO 2400-EXIT.
005420 2400-EXIT.
005421     EXIT.
005422*
005423*    ONE AUDIT LOG RECORD PER CHANGE THAT WENT THROUGH, UNDER
005424*    THE OPERATOR (OR APPROVING DESK CLERK) THE JOURNAL NAMES.
005425 2450-WRITE-AUDIT-RECORD.
005426     MOVE "CARDADJ" TO AUD-PROGRAM.
005427     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
005428     MOVE WS-RUN-TIME(1:6) TO AUD-RUN-TIME.
005429     MOVE WS-PARM-OPERATOR TO AUD-OPERATOR.
005430     WRITE FD-AUDIT-RECORD FROM WS-AUDIT-AREA.
005431     GO TO 2450-EXIT.
005432 2450-EXIT.
005433     EXIT.
005440*
005450*================================================================*
005460*    2500 - WORK OFF THE QUEUED REQUESTS                         *
005890     CLOSE REDEMPTION-REGISTER.
005900     CLOSE ADJ-EXTRACT.
005910     CLOSE ADJ-JOURNAL.
005915     CLOSE MEMBER-ACTIVITY.
005917     CLOSE AUDIT-LOG.
005920     GO TO 4000-EXIT.
005930 4000-EXIT.
005940     EXIT.
