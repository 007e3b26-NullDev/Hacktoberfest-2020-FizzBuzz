000150** Modification History                                          *
000160** -------------------------------------------------------------*
000170** 2026-09-02  DPS  New program.                                 *
000172** 2026-10-14  DPS  E and W messages are also written to the     *
000174**                  shared FBALERT alert file for the morning    *
000176**                  FBALDGST exception digest.                   *
000180******************************************************************
000190  IDENTIFICATION DIVISION.
000200**-*-*-*-*-*-*-*-*-*-*-*-*-
000340         SELECT FBSTATUS-FILE ASSIGN TO FBSTATUS
000350             ORGANIZATION IS SEQUENTIAL
000360             FILE STATUS IS WS-FBSTATUS-STATUS.
000362         SELECT FBALERT-FILE ASSIGN TO FBALERT
000364             ORGANIZATION IS SEQUENTIAL
000366             FILE STATUS IS WS-FBALERT-STATUS.
000370  DATA DIVISION.
000380**-*-*-*-*-*-*-*-
000390  FILE SECTION.
000430         LABEL RECORDS ARE STANDARD
000440         RECORD CONTAINS 80 CHARACTERS.
000450  COPY FBSTAREC.
000451  FD  FBALERT-FILE
000452         RECORDING MODE IS F
000453         LABEL RECORDS ARE STANDARD
000454         RECORD CONTAINS 150 CHARACTERS.
000455  COPY FBALREC.
000460  WORKING-STORAGE SECTION.
000470*-------------------------
000480  01  WS-DATA.
000560         05  WS-FIGURES.
000570             10  WS-RANGE-SIZE      PIC 9(09) COMP VALUE ZERO.
000580             10  WS-DONE-SIZE       PIC 9(09) COMP VALUE ZERO.
000581             10  WS-PCT-DONE        PIC 9(03)      VALUE ZERO.
000582*---------------------------------------------------------------*
000583* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
000584* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
000585* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
000586*---------------------------------------------------------------*
000587  01  WS-ALERT-WORK.
000588         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
000589         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
000590             88  WS-ALERT-OPEN                   VALUE "Y".
000591         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
000592             88  WS-ALERTS-STOPPED               VALUE "Y".
000593         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
000594         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
000595         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
000596         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
000597         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
000598         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
000599         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
000600**-*-*-*-*-*-*-*-*-*-*
000610  PROCEDURE DIVISION.
000620**-*-*-*-*-*-*-*-*-*-*
000700                 THRU 20000-DISPLAY-STATUS-EXIT
000710         END-IF
000720         PERFORM 30000-END THRU 30000-END-EXIT
000725         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
000730         .
000740         STOP RUN.
000750**
000770         OPEN INPUT FBSTATUS-FILE
000780         IF WS-FBSTATUS-STATUS NOT = "00"
000790             AND WS-FBSTATUS-STATUS NOT = "05"
000800             STRING "FBSTATUS0010E FBSTATUS OPEN FAILED -"
000810                 " STATUS " WS-FBSTATUS-STATUS
000813                 DELIMITED BY SIZE INTO WS-ALERT-MSG
000816             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
000820             MOVE 20 TO RETURN-CODE
000830             GO TO 10000-BEGIN-EXIT
000840         END-IF
001410  30000-END-EXIT.
001420         EXIT.
001430**
001440*---------------------------------------------------------------*
001450* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
001460*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
001470*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
001480*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
001490*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
001500*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
001510*---------------------------------------------------------------*
001520  95000-RAISE-ALERT.
001530         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
001540             VARYING WS-ALERT-LEN FROM 132 BY -1
001550             UNTIL WS-ALERT-LEN = 1
001560             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
001570         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
001580         IF WS-ALERTS-STOPPED
001590             GO TO 95000-RAISE-ALERT-CLEAR
001600         END-IF
001610         IF NOT WS-ALERT-OPEN
001620             OPEN EXTEND FBALERT-FILE
001630             IF WS-FBALERT-STATUS NOT = "00"
001640                 DISPLAY "FBSTATUS0990W FBALERT OPEN FAILED -"
001650                     " STATUS " WS-FBALERT-STATUS
001660                     " - NO ALERTS WRITTEN"
001670                 SET WS-ALERTS-STOPPED TO TRUE
001680                 GO TO 95000-RAISE-ALERT-CLEAR
001690             END-IF
001700             SET WS-ALERT-OPEN TO TRUE
001710         END-IF
001720         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
001730             MOVE SPACES TO WS-ALERT-MSG
001740             STRING "FBSTATUS0991W ALERT LIMIT REACHED -"
001750                 " LATER MESSAGES ARE ON SYSOUT ONLY"
001760                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001770             DISPLAY WS-ALERT-MSG(1:72)
001780             SET WS-ALERTS-STOPPED TO TRUE
001790         END-IF
001800         MOVE SPACES TO FBAL-RECORD
001810         MOVE "FBSTATUS" TO FBAL-PROGRAM
001820         MOVE 1 TO WS-ALERT-PTR
001830         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
001840             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
001850         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
001860         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
001870         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
001880         ACCEPT WS-ALERT-TIME FROM TIME
001890         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
001900         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
001910         WRITE FBAL-RECORD
001920         IF WS-FBALERT-STATUS NOT = "00"
001930             DISPLAY "FBSTATUS0992W FBALERT WRITE FAILED -"
001940                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
001950             SET WS-ALERTS-STOPPED TO TRUE
001960         ELSE
001970             ADD 1 TO WS-ALERT-CNT
001980         END-IF
001990         .
002000  95000-RAISE-ALERT-CLEAR.
002010         MOVE SPACES TO WS-ALERT-MSG
002020         .
002030  95000-RAISE-ALERT-EXIT.
002040         EXIT.
002050**
002060  95010-ALERT-LENGTH.
002070         CONTINUE
002080         .
002090  95010-ALERT-LENGTH-EXIT.
002100         EXIT.
002110**
002120*---------------------------------------------------------------*
002130* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
002140*---------------------------------------------------------------*
002150  95100-CLOSE-ALERTS.
002160         IF WS-ALERT-OPEN
002170             CLOSE FBALERT-FILE
002180             MOVE "N" TO WS-ALERT-OPEN-SW
002190         END-IF
002200         .
002210  95100-CLOSE-ALERTS-EXIT.
002220         EXIT.
002230**
002240  END PROGRAM FBSTATUS.
