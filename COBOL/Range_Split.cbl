000310** 2026-09-02  DPS  PARM image extended to 22 bytes ending       *
000320**                  FORCE=Y so slice jobs pass the MODE=S        *
000330**                  run-authorization guard.                     *
000332** 2026-10-14  DPS  E and W messages are also written to the     *
000334**                  shared FBALERT alert file for the morning    *
000336**                  FBALDGST exception digest.                   *
000340******************************************************************
000350  IDENTIFICATION DIVISION.
000360**-*-*-*-*-*-*-*-*-*-*-*-*-
000500         SELECT FBSLICES-FILE ASSIGN TO FBSLICES
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS WS-FBSLICES-STATUS.
000522         SELECT FBALERT-FILE ASSIGN TO FBALERT
000524             ORGANIZATION IS SEQUENTIAL
000526             FILE STATUS IS WS-FBALERT-STATUS.
000530  DATA DIVISION.
000540**-*-*-*-*-*-*-*-
000550  FILE SECTION.
000670         05  FILLER              PIC X(01).
000680         05  FBSL-PARM           PIC X(22).
000690         05  FILLER              PIC X(35).
000691  FD  FBALERT-FILE
000692         RECORDING MODE IS F
000693         LABEL RECORDS ARE STANDARD
000694         RECORD CONTAINS 150 CHARACTERS.
000695  COPY FBALREC.
000700  WORKING-STORAGE SECTION.
000710*-------------------------
000720  01  WS-DATA.
000920             10  WS-PI-MODE         PIC X(01)  VALUE "S".
000930             10  WS-PI-FORMAT       PIC X(01)  VALUE "D".
000940             10  WS-PI-UPDMST       PIC X(01)  VALUE "N".
000941             10  WS-PI-FORCE        PIC X(01)  VALUE "Y".
000942*---------------------------------------------------------------*
000943* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
000944* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
000945* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
000946*---------------------------------------------------------------*
000947  01  WS-ALERT-WORK.
000948         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
000949         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
000950             88  WS-ALERT-OPEN                   VALUE "Y".
000951         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
000952             88  WS-ALERTS-STOPPED               VALUE "Y".
000953         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
000954         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
000955         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
000956         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
000957         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
000958         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
000959         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
000960  LINKAGE SECTION.
000970*-------------------------
000980  01  LK-PARM.
001170                   UNTIL WS-SLICE-NO > WS-SLICES
001180             PERFORM 30000-END THRU 30000-END-EXIT
001190         END-IF
001195         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001200         .
001210         STOP RUN.
001220**
001230  10000-BEGIN.
001240         DISPLAY "**********"
001250         IF LK-PARM-LEN < 20
001260             STRING "FBSPLIT0010E PARM TOO SHORT - NEED"
001270                 " FIRST/LAST/SLICES (20 BYTES)"
001273                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001276             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001280             SET WS-RANGE-INVALID TO TRUE
001290             MOVE 16 TO RETURN-CODE
001300             GO TO 10000-BEGIN-EXIT
001320         IF LK-PARM-FIRST NOT NUMERIC
001330             OR LK-PARM-LAST NOT NUMERIC
001340             OR LK-PARM-SLICES NOT NUMERIC
001350             STRING "FBSPLIT0020E PARM NOT NUMERIC"
001353                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001356             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001360             SET WS-RANGE-INVALID TO TRUE
001370             MOVE 16 TO RETURN-CODE
001380             GO TO 10000-BEGIN-EXIT
001410         MOVE LK-PARM-LAST   TO WS-LAST
001420         MOVE LK-PARM-SLICES TO WS-SLICES
001430         IF WS-FIRST > WS-LAST
001440             STRING "FBSPLIT0030E FIRST GT LAST"
001443                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001446             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001450             SET WS-RANGE-INVALID TO TRUE
001460             MOVE 16 TO RETURN-CODE
001470             GO TO 10000-BEGIN-EXIT
001490         COMPUTE WS-RANGE-SIZE = WS-LAST - WS-FIRST + 1
001500         IF WS-SLICES < 1 OR WS-SLICES > 16
001510             OR WS-SLICES > WS-RANGE-SIZE
001520             STRING "FBSPLIT0040E SLICE COUNT INVALID - "
001530                 WS-SLICES
001533                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001536             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001540             SET WS-RANGE-INVALID TO TRUE
001550             MOVE 16 TO RETURN-CODE
001560             GO TO 10000-BEGIN-EXIT
001590             GIVING WS-SLICE-SIZE REMAINDER WS-SLICE-REM
001600         OPEN OUTPUT FBSLICES-FILE
001610         IF WS-FBSLICES-STATUS NOT = "00"
001620             STRING "FBSPLIT0050E FBSLICES OPEN FAILED -"
001630                 " STATUS " WS-FBSLICES-STATUS
001633                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001636             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001640             SET WS-RANGE-INVALID TO TRUE
001650             MOVE 20 TO RETURN-CODE
001660         END-IF
001910         MOVE WS-PARM-IMAGE TO FBSL-PARM
001920         WRITE FBSL-RECORD
001930         IF WS-FBSLICES-STATUS NOT = "00"
001940             STRING "FBSPLIT0060E FBSLICES WRITE FAILED -"
001950                 " STATUS " WS-FBSLICES-STATUS
001953                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001956             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001960             MOVE 20 TO RETURN-CODE
001970         END-IF
001980         DISPLAY "FBSPLIT0070I SLICE " WS-SLICE-NO
002130  30000-END-EXIT.
002140         EXIT.
002150**
002160*---------------------------------------------------------------*
002170* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
002180*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
002190*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
002200*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
002210*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
002220*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
002230*---------------------------------------------------------------*
002240  95000-RAISE-ALERT.
002250         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
002260             VARYING WS-ALERT-LEN FROM 132 BY -1
002270             UNTIL WS-ALERT-LEN = 1
002280             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
002290         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
002300         IF WS-ALERTS-STOPPED
002310             GO TO 95000-RAISE-ALERT-CLEAR
002320         END-IF
002330         IF NOT WS-ALERT-OPEN
002340             OPEN EXTEND FBALERT-FILE
002350             IF WS-FBALERT-STATUS NOT = "00"
002360                 DISPLAY "FBSPLIT0990W FBALERT OPEN FAILED -"
002370                     " STATUS " WS-FBALERT-STATUS
002380                     " - NO ALERTS WRITTEN"
002390                 SET WS-ALERTS-STOPPED TO TRUE
002400                 GO TO 95000-RAISE-ALERT-CLEAR
002410             END-IF
002420             SET WS-ALERT-OPEN TO TRUE
002430         END-IF
002440         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
002450             MOVE SPACES TO WS-ALERT-MSG
002460             STRING "FBSPLIT0991W ALERT LIMIT REACHED -"
002470                 " LATER MESSAGES ARE ON SYSOUT ONLY"
002480                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002490             DISPLAY WS-ALERT-MSG(1:72)
002500             SET WS-ALERTS-STOPPED TO TRUE
002510         END-IF
002520         MOVE SPACES TO FBAL-RECORD
002530         MOVE "FBSPLIT" TO FBAL-PROGRAM
002540         MOVE 1 TO WS-ALERT-PTR
002550         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
002560             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
002570         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
002580         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
002590         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
002600         ACCEPT WS-ALERT-TIME FROM TIME
002610         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
002620         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
002630         WRITE FBAL-RECORD
002640         IF WS-FBALERT-STATUS NOT = "00"
002650             DISPLAY "FBSPLIT0992W FBALERT WRITE FAILED -"
002660                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
002670             SET WS-ALERTS-STOPPED TO TRUE
002680         ELSE
002690             ADD 1 TO WS-ALERT-CNT
002700         END-IF
002710         .
002720  95000-RAISE-ALERT-CLEAR.
002730         MOVE SPACES TO WS-ALERT-MSG
002740         .
002750  95000-RAISE-ALERT-EXIT.
002760         EXIT.
002770**
002780  95010-ALERT-LENGTH.
002790         CONTINUE
002800         .
002810  95010-ALERT-LENGTH-EXIT.
002820         EXIT.
002830**
002840*---------------------------------------------------------------*
002850* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
002860*---------------------------------------------------------------*
002870  95100-CLOSE-ALERTS.
002880         IF WS-ALERT-OPEN
002890             CLOSE FBALERT-FILE
002900             MOVE "N" TO WS-ALERT-OPEN-SW
002910         END-IF
002920         .
002930  95100-CLOSE-ALERTS-EXIT.
002940         EXIT.
002950**
002960  END PROGRAM FBSPLIT.
