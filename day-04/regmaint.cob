000290*  09/02/26  RJ   RECORD SIZES FOLLOW THE MEMBER-NUMBER FIELD   *
000300*                 ADDED TO THE LIVE FILES (REGISTER 53, MASTER  *
000310*                 453; ARCHIVES 61 AND 461).                    *
000312*  10/15/26  RJ   EVERY RECORD A PURGE DELETES AND EVERY MASTER *
000314*                 RECORD A RESTORE WRITES IS APPENDED TO THE    *
000316*                 SHARED AUDIT LOG (AUDITLOG) WITH ITS BEFORE   *
000318*                 OR AFTER IMAGE.                               *
000320*---------------------------------------------------------------*
000330*
000340*    COMMAND LINE:  PURGE <CUTOFF-YYYYMMDD>
000650     SELECT PURGE-RPT
000660         ASSIGN TO "PURGERPT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000672     SELECT AUDIT-LOG
000674         ASSIGN TO "AUDITLOG"
000676         ORGANIZATION IS LINE SEQUENTIAL
000678         FILE STATUS IS WS-AUD-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
001140     RECORD CONTAINS 132 CHARACTERS.
001150 01  FD-PURGE-LINE               PIC X(132).
001160*
001161*    SHARED AUDIT LOG - SEE WS-AUDIT-AREA.
001162 FD  AUDIT-LOG
001163     LABEL RECORDS ARE STANDARD
001164     RECORD CONTAINS 1000 CHARACTERS.
001165 01  FD-AUDIT-RECORD              PIC X(1000).
001166*
001170 WORKING-STORAGE SECTION.
001180*
001190*---------------------------------------------------------------*
001230 77  WS-SCM-STATUS                PIC X(02) VALUE "00".
001240 77  WS-RGA-STATUS                PIC X(02) VALUE "00".
001250 77  WS-SCA-STATUS                PIC X(02) VALUE "00".
001255 77  WS-AUD-STATUS                PIC X(02) VALUE "00".
001260*
001270 77  WS-REG-EOF-SW                PIC X(01) VALUE "N".
001280     88  WS-REG-EOF                         VALUE "Y".
001970     05  WS-ET-MM                 PIC X(02).
001980     05  FILLER                   PIC X(01) VALUE ":".
001990     05  WS-ET-SS                 PIC X(02).
001991*
001992*---------------------------------------------------------------*
001993*    AUDIT LOG RECORD - SAME LAYOUT THE SCORING STEP WRITES,    *
001994*    SEE ITS WS-AUDIT-AREA.  A PURGE OR RESTORE IS A BATCH      *
001995*    STEP AND CARRIES NO OPERATOR.                              *
001996*---------------------------------------------------------------*
001997 01  WS-AUDIT-AREA.
001998     05  AUD-PROGRAM              PIC X(08).
001999     05  AUD-RUN-DATE             PIC 9(08).
002000     05  AUD-RUN-TIME             PIC 9(06).
002001     05  AUD-OPERATOR             PIC X(03).
002002     05  AUD-FILE-NAME            PIC X(08).
002003     05  AUD-ACTION               PIC X(03).
002004     05  AUD-KEY.
002005         10  AUD-PROMO-CODE       PIC X(04).
002006         10  AUD-CARD-ID          PIC 9(05).
002007     05  AUD-BEFORE-IMAGE         PIC X(460).
002008     05  AUD-AFTER-IMAGE          PIC X(460).
002009     05  FILLER                   PIC X(35).
002010*
002011*---------------------------------------------------------------*
002020*    ARCHIVE RECORD WORK AREAS.                                 *
002030*---------------------------------------------------------------*
002040 01  WS-REG-ARCHIVE-AREA.
003180             MOVE 16 TO RETURN-CODE
003190             STOP RUN
003200     END-EVALUATE.
003205     PERFORM 1300-OPEN-AUDIT-LOG THRU 1300-EXIT.
003210     GO TO 1000-EXIT.
003220 1000-EXIT.
003230     EXIT.
003840 1210-EXIT.
003850     EXIT.
003860*
003861*    THE SHARED AUDIT LOG IS A STANDING FILE, CREATED ON FIRST
003862*    USE.  NOTHING IS PURGED OR RESTORED THAT CANNOT BE LOGGED,
003863*    SO A FAILURE STOPS THE RUN BEFORE EITHER LIVE FILE OPENS.
003864 1300-OPEN-AUDIT-LOG.
003865     OPEN EXTEND AUDIT-LOG.
003866     IF WS-AUD-STATUS = "35"
003867         OPEN OUTPUT AUDIT-LOG
003868     END-IF.
003869     IF WS-AUD-STATUS NOT = "00"
003870         DISPLAY "AUDIT LOG NOT AVAILABLE - STATUS "
003871             WS-AUD-STATUS
003872         MOVE 16 TO RETURN-CODE
003873         STOP RUN
003874     END-IF.
003875     GO TO 1300-EXIT.
003876 1300-EXIT.
003877     EXIT.
003878*
003879*================================================================*
003880*    2000 - PURGE THE REDEMPTION REGISTER                        *
003890*================================================================*
003900*    ONE SEQUENTIAL SWEEP: EVERY RECORD IS COUNTED, AND A
004450     MOVE WS-RUN-DATE TO RGA-ARCHIVE-DATE.
004460     MOVE FD-REGISTER-RECORD TO RGA-REGISTER-RECORD.
004470     WRITE FD-REG-ARCHIVE-RECORD FROM WS-REG-ARCHIVE-AREA.
004471     MOVE SPACES TO WS-AUDIT-AREA.
004472     MOVE "REDEMREG" TO AUD-FILE-NAME.
004473     MOVE REG-KEY TO AUD-KEY.
004474     MOVE "DEL" TO AUD-ACTION.
004475     MOVE FD-REGISTER-RECORD TO AUD-BEFORE-IMAGE.
004480     DELETE REDEMPTION-REGISTER RECORD.
004490     IF WS-REG-STATUS NOT = "00"
004500         DISPLAY "REGISTER PURGE DELETE FAILED - STATUS "
004520         MOVE 16 TO WS-JOB-RC
004530     ELSE
004540         ADD 1 TO WS-REG-ARCHIVED
004545         PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT
004550         MOVE REG-RUN-DATE TO WS-RW-DATE
004560         PERFORM 2200-TRACK-DATE-RANGE THRU 2200-EXIT
004570     END-IF.
004710     END-IF.
004720     GO TO 2200-EXIT.
004730 2200-EXIT.
004731     EXIT.
004732*
004733*    ONE AUDIT LOG RECORD PER PURGED OR RESTORED RECORD - THE
004734*    CALLER HAS FILLED IN THE FILE, KEY, ACTION AND IMAGE.
004735 2300-WRITE-AUDIT-RECORD.
004736     MOVE "REGMAINT" TO AUD-PROGRAM.
004737     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
004738     MOVE WS-RUN-TIME(1:6) TO AUD-RUN-TIME.
004739     MOVE SPACES TO AUD-OPERATOR.
004740     WRITE FD-AUDIT-RECORD FROM WS-AUDIT-AREA.
004741     GO TO 2300-EXIT.
004742 2300-EXIT.
004743     EXIT.
004750*
004760*================================================================*
004770*    3000 - PURGE THE SCORED-CARD MASTER                         *
005290     MOVE WS-RUN-DATE TO SCA-ARCHIVE-DATE.
005300     MOVE FD-MASTER-RECORD TO SCA-MASTER-RECORD.
005310     WRITE FD-SCM-ARCHIVE-RECORD FROM WS-SCM-ARCHIVE-AREA.
005311     MOVE SPACES TO WS-AUDIT-AREA.
005312     MOVE "SCOREMST" TO AUD-FILE-NAME.
005313     MOVE SCM-KEY TO AUD-KEY.
005314     MOVE "DEL" TO AUD-ACTION.
005315     MOVE FD-MASTER-RECORD TO AUD-BEFORE-IMAGE.
005320     DELETE SCORED-MASTER RECORD.
005330     IF WS-SCM-STATUS NOT = "00"
005340         DISPLAY "MASTER PURGE DELETE FAILED - STATUS "
005360         MOVE 16 TO WS-JOB-RC
005370     ELSE
005380         ADD 1 TO WS-SCM-ARCHIVED
005385         PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT
005390         MOVE SCM-RUN-DATE TO WS-RW-DATE
005400         PERFORM 2200-TRACK-DATE-RANGE THRU 2200-EXIT
005410     END-IF.
006870         GO TO 5200-EXIT
006880     END-IF.
006890     MOVE WS-RESTORE-HOLD TO FD-MASTER-RECORD.
006891     MOVE SPACES TO WS-AUDIT-AREA.
006892     MOVE "SCOREMST" TO AUD-FILE-NAME.
006893     MOVE SCM-KEY TO AUD-KEY.
006894     MOVE "ADD" TO AUD-ACTION.
006895     MOVE FD-MASTER-RECORD TO AUD-AFTER-IMAGE.
006900     WRITE FD-MASTER-RECORD.
006910     EVALUATE WS-SCM-STATUS
006920         WHEN "00"
006930         WHEN "02"
006935             PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT
006940             DISPLAY "CARD " WS-PARM-ID-X
006950                 " RESTORED TO THE SCORED-CARD MASTER"
006960         WHEN "22"
007190             " OF " WS-SCM-BEFORE
007200     END-IF.
007210     DISPLAY "RETURN CODE: " WS-JOB-RC.
007215     CLOSE AUDIT-LOG.
007220     GO TO 6000-EXIT.
007230 6000-EXIT.
007240     EXIT.
