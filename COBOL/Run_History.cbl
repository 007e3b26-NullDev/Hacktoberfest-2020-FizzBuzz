000080**         at end - the run evidence audit keeps asking for.     *
000090**         History records are assumed to be in run order        *
000100**         (FBRUNHST is DISP=MOD appended by the nightly job).   *
000102**         PARM bytes 1-3 name the rule book to report (blank    *
000104**         or omitted = STD); runs of other books are passed     *
000106**         over, so each client's figures trend on their own.    *
000110**                                                               *
000120** Modification History                                          *
000130** -------------------------------------------------------------*
000177**                  with no recompile.                          *
000178** 2026-09-02  DPS  History record widened again (LRECL 520)    *
000179**                  for trailer values and the FBFEDACK ack.    *
000180** 2026-10-14  DPS  Rule books - history record widened to LRECL *
000181**                  530 with the book; PARM bytes 1-3 select the *
000182**                  book reported (blank = STD, as are old       *
000183**                  records) and the heading shows it.           *
000184** 2026-10-14  DPS  E and W messages are also written to the     *
000185**                  shared FBALERT alert file for the morning    *
000186**                  FBALDGST exception digest.                   *
000187******************************************************************
000190  IDENTIFICATION DIVISION.
000200**-*-*-*-*-*-*-*-*-*-*-*-*-
000210  PROGRAM-ID. FBRNHIST.
000370         SELECT FBHSTRPT-FILE ASSIGN TO FBHSTRPT
000380             ORGANIZATION IS SEQUENTIAL
000390             FILE STATUS IS WS-FBHSTRPT-STATUS.
000392         SELECT FBALERT-FILE ASSIGN TO FBALERT
000394             ORGANIZATION IS SEQUENTIAL
000396             FILE STATUS IS WS-FBALERT-STATUS.
000400  DATA DIVISION.
000410**-*-*-*-*-*-*-*-
000420  FILE SECTION.
000440  FD  FBRUNHST-FILE
000450         RECORDING MODE IS F
000460         LABEL RECORDS ARE STANDARD
000470         RECORD CONTAINS 530 CHARACTERS.
000480  COPY FBRUNREC.
000490  FD  FBHSTRPT-FILE
000500         RECORDING MODE IS F
000510         LABEL RECORDS ARE STANDARD
000520         RECORD CONTAINS 80 CHARACTERS.
000530  01  FBHSTRPT-RECORD            PIC X(80).
000531  FD  FBALERT-FILE
000532         RECORDING MODE IS F
000533         LABEL RECORDS ARE STANDARD
000534         RECORD CONTAINS 150 CHARACTERS.
000535  COPY FBALREC.
000540  WORKING-STORAGE SECTION.
000550*-------------------------
000560  01  WS-DATA.
000650         05  WS-FILE-STATUSES.
000660             10  WS-FBRUNHST-STATUS PIC X(02)  VALUE "00".
000670             10  WS-FBHSTRPT-STATUS PIC X(02)  VALUE "00".
000672         05  WS-SELECTION.
000674             10  WS-BOOK            PIC X(03)  VALUE "STD".
000676             10  WS-RUN-BOOK        PIC X(03)  VALUE SPACES.
000680*---------------------------------------------------------------*
000690* CONTROL-BREAK KEYS.  THE WEEK KEY IS A MONDAY-BASED DAY        *
000700* SERIAL DIVIDED BY 7 - SEE 40000-DATE-TO-SERIAL.                *
001090                 15  WS-GR-REJ        PIC 9(12) COMP VALUE ZERO.
001100                 15  WS-GR-FAIL       PIC 9(8) COMP VALUE ZERO.
001150             10  WS-HIST-READ-CNT     PIC 9(8) COMP VALUE ZERO.
001153             10  WS-HIST-BAD-CNT      PIC 9(8) COMP VALUE ZERO.
001156             10  WS-HIST-OTHER-CNT    PIC 9(8) COMP VALUE ZERO.
001161*---------------------------------------------------------------*
001162* CLASS VOLUMES BY LABEL - ONE ENTRY PER DISTINCT LABEL MET IN  *
001163* THE PERIOD, ROLLED FROM EACH RUN'S FBRH-CLASS-TABLE (OR FROM  *
001183             10  WS-CLS-SLOT        PIC 9(02) COMP VALUE ZERO.
001184             10  WS-CLS-OVFL-CNT    PIC 9(08) COMP VALUE ZERO.
001185             10  WS-CLS-LIM         PIC 9(02) COMP VALUE ZERO.
001186*---------------------------------------------------------------*
001187* FBHSTRPT REPORT LINE LAYOUTS                                   *
001190*---------------------------------------------------------------*
001200         05  WS-RPT-LINES.
001202             10  WS-BOOK-LINE.
001204                 15  FILLER         PIC X(10) VALUE "RULE BOOK ".
001206                 15  WS-BOOK-LN     PIC X(03).
001208                 15  FILLER         PIC X(67) VALUE SPACES.
001210             10  WS-GRP-LINE.
001220                 15  WS-GRP-TEXT    PIC X(08).
001230                 15  WS-GRP-KEY     PIC 9(08).
001560                 15  FILLER         PIC X(12) VALUE SPACES.
001570                 15  WS-CLB-LABEL   PIC X(08).
001580                 15  FILLER         PIC X(01) VALUE SPACES.
001581                 15  WS-CLB-TALLY   PIC 9(12).
001582                 15  FILLER         PIC X(47) VALUE SPACES.
001583*---------------------------------------------------------------*
001584* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001585* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001586* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001587*---------------------------------------------------------------*
001588  01  WS-ALERT-WORK.
001589         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001590         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001591             88  WS-ALERT-OPEN                   VALUE "Y".
001592         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001593             88  WS-ALERTS-STOPPED               VALUE "Y".
001594         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001595         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001596         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001597         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001598         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001599         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001600         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001603  LINKAGE SECTION.
001606*-------------------------
001609  01  LK-PARM.
001612         05  LK-PARM-LEN              PIC S9(4) COMP.
001615         05  LK-PARM-DATA.
001618             10  LK-PARM-BOOK         PIC X(3).
001621             10  FILLER               PIC X(97).
001630**-*-*-*-*-*-*-*-*-*-*
001640  PROCEDURE DIVISION USING LK-PARM.
001650**-*-*-*-*-*-*-*-*-*-*
001660*---------------------------------------------------------------*
001670* MAIN-PROCEDURE -- INIT, DRIVE THE HISTORY FILE, WRAP UP       *
001740                 UNTIL WS-HIST-EOF
001750             PERFORM 30000-END THRU 30000-END-EXIT
001760         END-IF
001765         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001770         .
001780         STOP RUN.
001790**
001800  10000-BEGIN.
001810         DISPLAY "**********"
001812         IF LK-PARM-LEN > 2
001814             AND LK-PARM-BOOK NOT = SPACES
001816             MOVE LK-PARM-BOOK TO WS-BOOK
001818         END-IF
001820         OPEN INPUT FBRUNHST-FILE
001830         IF WS-FBRUNHST-STATUS NOT = "00"
001840             STRING "FBRNHIST0010E FBRUNHST OPEN FAILED -"
001850                 " STATUS " WS-FBRUNHST-STATUS
001853                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001856             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001860             MOVE 20 TO RETURN-CODE
001870             SET WS-FILES-FAILED TO TRUE
001880             GO TO 10000-BEGIN-EXIT
001890         END-IF
001900         OPEN OUTPUT FBHSTRPT-FILE
001910         IF WS-FBHSTRPT-STATUS NOT = "00"
001920             STRING "FBRNHIST0020E FBHSTRPT OPEN FAILED -"
001930                 " STATUS " WS-FBHSTRPT-STATUS
001933                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001936             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001940             MOVE 20 TO RETURN-CODE
001950             SET WS-FILES-FAILED TO TRUE
001960             CLOSE FBRUNHST-FILE
001990         MOVE "FIZZBUZZ RUN HISTORY - WEEKLY/MONTHLY TRENDS"
002000           TO FBHSTRPT-RECORD
002010         WRITE FBHSTRPT-RECORD
002013         MOVE WS-BOOK TO WS-BOOK-LN
002016         WRITE FBHSTRPT-RECORD FROM WS-BOOK-LINE
002020         MOVE SPACES TO FBHSTRPT-RECORD
002030         WRITE FBHSTRPT-RECORD
002040         PERFORM 20900-READ-HISTORY
002100*---------------------------------------------------------------*
002110* 20000-PROCESS-RUN -- ONE HISTORY RECORD: BREAK ON MONTH AND    *
002120*     WEEK CHANGE, ROLL THE RUN INTO THE ACCUMULATORS, WRITE     *
002130*     THE DETAIL LINE.  A RUN OF ANOTHER RULE BOOK IS PASSED     *
002135*     OVER                                                       *
002140*---------------------------------------------------------------*
002150  20000-PROCESS-RUN.
002160         IF FBRH-RUN-DATE NOT NUMERIC
002170             ADD 1 TO WS-HIST-BAD-CNT
002180             STRING "FBRNHIST0030W BAD HISTORY RECORD SKIPPED"
002183                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002186             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002190             GO TO 20000-PROCESS-RUN-READ
002200         END-IF
002201         MOVE FBRH-BOOK TO WS-RUN-BOOK
002202         IF WS-RUN-BOOK = SPACES
002203             MOVE "STD" TO WS-RUN-BOOK
002204         END-IF
002205         IF WS-RUN-BOOK NOT = WS-BOOK
002206             ADD 1 TO WS-HIST-OTHER-CNT
002207             GO TO 20000-PROCESS-RUN-READ
002208         END-IF
002210         MOVE FBRH-RUN-DATE TO WS-DW-DATE
002220         PERFORM 40000-DATE-TO-SERIAL
002230             THRU 40000-DATE-TO-SERIAL-EXIT
003680**
003690  30000-END.
003700         IF WS-HIST-READ-CNT > ZERO
003710             AND WS-HIST-READ-CNT >
003715                 WS-HIST-BAD-CNT + WS-HIST-OTHER-CNT
003720             PERFORM 20100-WEEK-BREAK
003730                 THRU 20100-WEEK-BREAK-EXIT
003740             PERFORM 20200-MONTH-BREAK
003830         PERFORM 20260-WRITE-GRAND-CLASS
003840             THRU 20260-WRITE-GRAND-CLASS-EXIT
003850             VARYING WS-CLS-SUB FROM 1 BY 1
003851               UNTIL WS-CLS-SUB > WS-GR-CLS-CNT
003852         IF WS-CLS-OVFL-CNT > ZERO
003853             MOVE WS-CLS-OVFL-CNT TO WS-ALERT-NUM
003854             STRING "FBRNHIST0040W CLASS TABLE FULL - "
003855                 WS-ALERT-NUM " CLASS TOTALS NOT ROLLED"
003856                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003857             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003864             IF RETURN-CODE < 4
003865                 MOVE 4 TO RETURN-CODE
003866             END-IF
003867         END-IF
003880         DISPLAY "FBRNHIST SUMMARY"
003885         DISPLAY "RULE BOOK               = " WS-BOOK
003890         DISPLAY "HISTORY RECORDS READ    = " WS-HIST-READ-CNT
003900         DISPLAY "HISTORY RECORDS SKIPPED = " WS-HIST-BAD-CNT
003905         DISPLAY "OTHER BOOKS PASSED OVER = " WS-HIST-OTHER-CNT
003910         IF WS-HIST-BAD-CNT > ZERO
003920             MOVE 4 TO RETURN-CODE
003930         END-IF
004536*            THE LOOP BOUND IS CLAMPED TO THE TABLE SIZE
004538*            RATHER THAN TRUSTED PAST IT
004540             IF FBRH-CLASS-COUNT > WS-CLS-MAX
004541                 MOVE WS-CLS-MAX TO WS-ALERT-NUM
004542                 STRING "FBRNHIST0050W CLASS COUNT "
004543                     FBRH-CLASS-COUNT " ON RUN "
004544                     FBRH-RUN-DATE " CLAMPED TO " WS-ALERT-NUM
004545                     DELIMITED BY SIZE INTO WS-ALERT-MSG
004546                 PERFORM 95000-RAISE-ALERT
004547                     THRU 95000-RAISE-ALERT-EXIT
004548                 MOVE WS-CLS-MAX TO WS-CLS-LIM
004550                 IF RETURN-CODE < 4
004552                     MOVE 4 TO RETURN-CODE
005470  20490-FIND-GRAND-SLOT-EXIT.
005480         EXIT.
005490**
005500*---------------------------------------------------------------*
005510* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
005520*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
005530*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
005540*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
005550*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
005560*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
005570*---------------------------------------------------------------*
005580  95000-RAISE-ALERT.
005590         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
005600             VARYING WS-ALERT-LEN FROM 132 BY -1
005610             UNTIL WS-ALERT-LEN = 1
005620             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
005630         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
005640         IF WS-ALERTS-STOPPED
005650             GO TO 95000-RAISE-ALERT-CLEAR
005660         END-IF
005670         IF NOT WS-ALERT-OPEN
005680             OPEN EXTEND FBALERT-FILE
005690             IF WS-FBALERT-STATUS NOT = "00"
005700                 DISPLAY "FBRNHIST0990W FBALERT OPEN FAILED -"
005710                     " STATUS " WS-FBALERT-STATUS
005720                     " - NO ALERTS WRITTEN"
005730                 SET WS-ALERTS-STOPPED TO TRUE
005740                 GO TO 95000-RAISE-ALERT-CLEAR
005750             END-IF
005760             SET WS-ALERT-OPEN TO TRUE
005770         END-IF
005780         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
005790             MOVE SPACES TO WS-ALERT-MSG
005800             STRING "FBRNHIST0991W ALERT LIMIT REACHED -"
005810                 " LATER MESSAGES ARE ON SYSOUT ONLY"
005820                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005830             DISPLAY WS-ALERT-MSG(1:72)
005840             SET WS-ALERTS-STOPPED TO TRUE
005850         END-IF
005860         MOVE SPACES TO FBAL-RECORD
005870         MOVE "FBRNHIST" TO FBAL-PROGRAM
005880         MOVE 1 TO WS-ALERT-PTR
005890         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
005900             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
005910         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
005920         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
005930         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
005940         ACCEPT WS-ALERT-TIME FROM TIME
005950         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
005960         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
005970         WRITE FBAL-RECORD
005980         IF WS-FBALERT-STATUS NOT = "00"
005990             DISPLAY "FBRNHIST0992W FBALERT WRITE FAILED -"
006000                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
006010             SET WS-ALERTS-STOPPED TO TRUE
006020         ELSE
006030             ADD 1 TO WS-ALERT-CNT
006040         END-IF
006050         .
006060  95000-RAISE-ALERT-CLEAR.
006070         MOVE SPACES TO WS-ALERT-MSG
006080         .
006090  95000-RAISE-ALERT-EXIT.
006100         EXIT.
006110**
006120  95010-ALERT-LENGTH.
006130         CONTINUE
006140         .
006150  95010-ALERT-LENGTH-EXIT.
006160         EXIT.
006170**
006180*---------------------------------------------------------------*
006190* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
006200*---------------------------------------------------------------*
006210  95100-CLOSE-ALERTS.
006220         IF WS-ALERT-OPEN
006230             CLOSE FBALERT-FILE
006240             MOVE "N" TO WS-ALERT-OPEN-SW
006250         END-IF
006260         .
006270  95100-CLOSE-ALERTS-EXIT.
006280         EXIT.
006290**
006300  END PROGRAM FBRNHIST.
