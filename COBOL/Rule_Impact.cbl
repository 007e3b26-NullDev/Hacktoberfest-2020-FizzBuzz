000110**         of the FIZZBUZZ summary totals.  RC 4 = differences   *
000120**         found, for the promotion sign-off to gate on.         *
000130**                                                               *
000140** PARM layout (29 bytes):                                       *
000150**   1-9   FIRST position of the range                           *
000160**   10-18 LAST  position of the range                           *
000170**   19-26 AS-OF date YYYYMMDD (blank = run date) - both rule    *
000180**         sets are filtered on their effective/expiry dates     *
000190**         as of this date                                       *
000195**   27-29 BOOK  rule book to simulate against (blank = STD)     *
000200**                                                               *
000210** Modification History                                          *
000220** -------------------------------------------------------------*
000230** 2026-08-22  DPS  New program.                                 *
000240** 2026-08-22  DPS  Position fields widened to 9 digits in      *
000250**                  step with the nightly run.                  *
000252** 2026-10-14  DPS  Rule books - PARM bytes 27-29 name the book  *
000254**                  whose production rules the candidate set is  *
000256**                  simulated against (blank = STD); the impact  *
000258**                  report heading shows the book.               *
000260** 2026-10-14  DPS  E and W messages are also written to the     *
000262**                  shared FBALERT alert file for the morning    *
000264**                  FBALDGST exception digest.                   *
000266******************************************************************
000270  IDENTIFICATION DIVISION.
000280**-*-*-*-*-*-*-*-*-*-*-*-*-
000290  PROGRAM-ID. FBRULSIM.
000420         SELECT FBRULMST-FILE ASSIGN TO FBRULMST
000430             ORGANIZATION IS INDEXED
000440             ACCESS MODE IS SEQUENTIAL
000450             RECORD KEY IS FBRM-KEY
000460             FILE STATUS IS WS-FBRULMST-STATUS.
000470         SELECT FBRULCND-FILE ASSIGN TO FBRULCND
000480             ORGANIZATION IS SEQUENTIAL
000500         SELECT FBIMPACT-FILE ASSIGN TO FBIMPACT
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS WS-FBIMPACT-STATUS.
000522         SELECT FBALERT-FILE ASSIGN TO FBALERT
000524             ORGANIZATION IS SEQUENTIAL
000526             FILE STATUS IS WS-FBALERT-STATUS.
000530  DATA DIVISION.
000540**-*-*-*-*-*-*-*-
000550  FILE SECTION.
000620         LABEL RECORDS ARE STANDARD
000630         RECORD CONTAINS 60 CHARACTERS.
000640  01  FBCN-RECORD.
000645         05  FBCN-BOOK           PIC X(03).
000650         05  FBCN-DIVISOR        PIC 9(04).
000660         05  FBCN-LABEL          PIC X(08).
000670         05  FBCN-EFF-DATE       PIC 9(08).
000680         05  FBCN-EXP-DATE       PIC 9(08).
000690         05  FILLER              PIC X(29).
000700  FD  FBIMPACT-FILE
000710         RECORDING MODE IS F
000720         LABEL RECORDS ARE STANDARD
000730         RECORD CONTAINS 80 CHARACTERS.
000740  01  FBIMPACT-RECORD            PIC X(80).
000741  FD  FBALERT-FILE
000742         RECORDING MODE IS F
000743         LABEL RECORDS ARE STANDARD
000744         RECORD CONTAINS 150 CHARACTERS.
000745  COPY FBALREC.
000750  WORKING-STORAGE SECTION.
000760*-------------------------
000770*---------------------------------------------------------------*
001470                 15  WS-HDR-LAST    PIC 9(09).
001480                 15  FILLER         PIC X(07) VALUE " AS OF ".
001490                 15  WS-HDR-ASOF    PIC 9(08).
001493                 15  FILLER         PIC X(07) VALUE "  BOOK ".
001496                 15  WS-HDR-BOOK    PIC X(03).
001500                 15  FILLER         PIC X(28) VALUE SPACES.
001510             10  WS-DTL-LINE.
001520                 15  FILLER         PIC X(05) VALUE "POSN ".
001530                 15  WS-DTL-POSN    PIC 9(09).
001660             10  WS-CNT-LINE.
001670                 15  WS-CNT-TEXT    PIC X(25).
001680                 15  WS-CNT-VALUE   PIC 9(09).
001681                 15  FILLER         PIC X(46) VALUE SPACES.
001682*---------------------------------------------------------------*
001683* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001684* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001685* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001686*---------------------------------------------------------------*
001687  01  WS-ALERT-WORK.
001688         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001689         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001690             88  WS-ALERT-OPEN                   VALUE "Y".
001691         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001692             88  WS-ALERTS-STOPPED               VALUE "Y".
001693         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001694         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001695         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001696         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001697         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001698         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001699         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001700  LINKAGE SECTION.
001710*-------------------------
001720  01  LK-PARM.
001750             10  LK-PARM-FIRST        PIC 9(9).
001760             10  LK-PARM-LAST         PIC 9(9).
001770             10  LK-PARM-ASOF         PIC X(8).
001775             10  LK-PARM-BOOK         PIC X(3).
001780             10  FILLER               PIC X(47).
001790**-*-*-*-*-*-*-*-*-*-*
001800  PROCEDURE DIVISION USING LK-PARM.
001810**-*-*-*-*-*-*-*-*-*-*
001910                      OR WS-POSN < WS-FIRST
001920             PERFORM 30000-END THRU 30000-END-EXIT
001930         END-IF
001935         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001940         .
001950         STOP RUN.
001960**
002080         END-IF
002090         OPEN OUTPUT FBIMPACT-FILE
002100         IF WS-FBIMPACT-STATUS NOT = "00"
002110             STRING "FBRULSIM0030E FBIMPACT OPEN FAILED -"
002120                 " STATUS " WS-FBIMPACT-STATUS
002123                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002126             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002130             MOVE 20 TO RETURN-CODE
002140             SET WS-FILES-FAILED TO TRUE
002150             GO TO 10000-BEGIN-EXIT
002480             IF LK-PARM-ASOF NUMERIC
002490                 MOVE LK-PARM-ASOF TO WS-ASOF-DATE
002500             ELSE
002510                 STRING "FBRULSIM0010E AS-OF DATE NOT NUMERIC"
002512                     DELIMITED BY SIZE INTO WS-ALERT-MSG
002514                 PERFORM 95000-RAISE-ALERT
002516                     THRU 95000-RAISE-ALERT-EXIT
002520                 SET WS-RANGE-INVALID TO TRUE
002530                 MOVE 16 TO RETURN-CODE
002540             END-IF
002550         ELSE
002560             MOVE WS-RUN-DATE TO WS-ASOF-DATE
002570         END-IF
002571         IF LK-PARM-LEN > 28
002572             AND LK-PARM-BOOK NOT = SPACES
002573             MOVE LK-PARM-BOOK TO FBR-BOOK
002574         ELSE
002575             MOVE "STD"        TO FBR-BOOK
002576         END-IF
002580         .
002590  10100-RECEIVE-PARM-EXIT.
002600         EXIT.
002640             GO TO 10200-VALIDATE-RANGE-EXIT
002650         END-IF
002660         IF WS-FIRST NOT NUMERIC OR WS-LAST NOT NUMERIC
002670             STRING "FBRULSIM0080E FIRST/LAST NOT NUMERIC"
002673                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002676             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002680             SET WS-RANGE-INVALID TO TRUE
002690             MOVE 16 TO RETURN-CODE
002700         ELSE
002710             IF WS-FIRST > WS-LAST
002720                 STRING "FBRULSIM0090E FIRST GT LAST"
002722                     DELIMITED BY SIZE INTO WS-ALERT-MSG
002724                 PERFORM 95000-RAISE-ALERT
002726                     THRU 95000-RAISE-ALERT-EXIT
002730                 SET WS-RANGE-INVALID TO TRUE
002740                 MOVE 16 TO RETURN-CODE
002750             END-IF
002810*---------------------------------------------------------------*
002820* 10500-LOAD-PROD-RULES -- LOAD THE RULES ACTIVE ON THE AS-OF    *
002830*     DATE FROM THE FBRULMST RULE MASTER INTO FBR-RULE-TABLE     *
002835*     - THE RULES OF THE PARM BOOK ONLY                          *
002840*---------------------------------------------------------------*
002850  10500-LOAD-PROD-RULES.
002860         MOVE ZERO TO FBR-RULE-COUNT
002870         MOVE "N"  TO WS-RULMST-EOF-SW
002880         OPEN INPUT FBRULMST-FILE
002890         IF WS-FBRULMST-STATUS NOT = "00"
002900             STRING "FBRULSIM0040E FBRULMST OPEN FAILED -"
002910                 " STATUS " WS-FBRULMST-STATUS
002913                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002916             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002920             MOVE 20 TO RETURN-CODE
002930             SET WS-FILES-FAILED TO TRUE
002940             GO TO 10500-LOAD-PROD-RULES-EXIT
002950         END-IF
002951         MOVE FBR-BOOK TO FBRM-BOOK
002952         MOVE ZERO     TO FBRM-DIVISOR
002953         START FBRULMST-FILE KEY NOT LESS THAN FBRM-KEY
002954             INVALID KEY
002955                 SET WS-RULMST-EOF TO TRUE
002956         END-START
002960         PERFORM 10510-READ-PROD-RULE
002970             THRU 10510-READ-PROD-RULE-EXIT
002980             UNTIL WS-RULMST-EOF
002990         CLOSE FBRULMST-FILE
003000         IF FBR-RULE-COUNT = ZERO
003010             STRING "FBRULSIM0050E NO PRODUCTION RULES ACTIVE"
003020                 " ON AS-OF DATE " WS-ASOF-DATE
003025                 " IN RULE BOOK " FBR-BOOK
003026                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003027             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003030             MOVE 16 TO RETURN-CODE
003040             SET WS-FILES-FAILED TO TRUE
003050         END-IF
003110         READ FBRULMST-FILE
003120             AT END
003130                 SET WS-RULMST-EOF TO TRUE
003132                 GO TO 10510-READ-PROD-RULE-EXIT
003134         END-READ
003136         IF FBRM-BOOK NOT = FBR-BOOK
003138             SET WS-RULMST-EOF TO TRUE
003140             GO TO 10510-READ-PROD-RULE-EXIT
003142         END-IF
003150         IF FBRM-DIVISOR = ZERO
003160             MOVE FBRMC-VERSION TO FBR-RULESET-ID
003170         ELSE
003180             IF FBRM-EFF-DATE NOT > WS-ASOF-DATE
003190                 AND FBRM-EXP-DATE NOT < WS-ASOF-DATE
003200                 IF FBR-RULE-COUNT < FBR-RULE-MAX
003210                     ADD 1 TO FBR-RULE-COUNT
003220                     MOVE FBRM-DIVISOR
003230                       TO FBR-DIVISOR(FBR-RULE-COUNT)
003240                     MOVE FBRM-LABEL
003250                       TO FBR-LABEL(FBR-RULE-COUNT)
003260                 ELSE
003270                     STRING "FBRULSIM0140W RULE TABLE"
003280                         " FULL - DIVISOR " FBRM-DIVISOR
003290                         " IGNORED"
003292                         DELIMITED BY SIZE INTO WS-ALERT-MSG
003294                     PERFORM 95000-RAISE-ALERT
003296                         THRU 95000-RAISE-ALERT-EXIT
003300                     IF RETURN-CODE < 4
003310                         MOVE 4 TO RETURN-CODE
003320                     END-IF
003330                 END-IF
003340             END-IF
003350         END-IF
003370         .
003380  10510-READ-PROD-RULE-EXIT.
003390         EXIT.
003400**
003410*---------------------------------------------------------------*
003420* 10600-LOAD-CAND-RULES -- LOAD THE CANDIDATE RULES ACTIVE ON    *
003430*     THE AS-OF DATE FROM FBRULCND INTO WS-CAND-TABLE - THE      *
003435*     PARM BOOK ONLY, AS A STAGED MASTER CARRIES EVERY BOOK.     *
003440*     AN EMPTY CANDIDATE SET IS SIMULATED AS-IS (EVERY POSITION  *
003450*     FALLS TO OTHER) BUT IS FLAGGED AS A WARNING.               *
003460*---------------------------------------------------------------*
003470  10600-LOAD-CAND-RULES.
003490         MOVE "N"  TO WS-RULCND-EOF-SW
003500         OPEN INPUT FBRULCND-FILE
003510         IF WS-FBRULCND-STATUS NOT = "00"
003520             STRING "FBRULSIM0060E FBRULCND OPEN FAILED -"
003530                 " STATUS " WS-FBRULCND-STATUS
003533                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003536             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003540             MOVE 20 TO RETURN-CODE
003550             SET WS-FILES-FAILED TO TRUE
003560             GO TO 10600-LOAD-CAND-RULES-EXIT
003600             UNTIL WS-RULCND-EOF
003610         CLOSE FBRULCND-FILE
003620         IF WS-CAND-COUNT = ZERO
003630             STRING "FBRULSIM0070W NO CANDIDATE RULES ACTIVE"
003640                 " ON AS-OF DATE " WS-ASOF-DATE
003643                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003646             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003650             MOVE 4 TO RETURN-CODE
003660         END-IF
003670         .
003730             AT END
003740                 SET WS-RULCND-EOF TO TRUE
003750             NOT AT END
003760                 IF FBCN-BOOK = FBR-BOOK
003765                     AND FBCN-DIVISOR > ZERO
003770                     AND FBCN-EFF-DATE NOT > WS-ASOF-DATE
003780                     AND FBCN-EXP-DATE NOT < WS-ASOF-DATE
003790                     IF WS-CAND-COUNT < FBR-RULE-MAX
003830                         MOVE FBCN-LABEL
003840                           TO WS-CAND-LABEL(WS-CAND-COUNT)
003850                     ELSE
003860                         STRING "FBRULSIM0150W CANDIDATE RULE"
003870                             " TABLE FULL - DIVISOR "
003880                             FBCN-DIVISOR " IGNORED"
003882                             DELIMITED BY SIZE INTO WS-ALERT-MSG
003884                         PERFORM 95000-RAISE-ALERT
003886                             THRU 95000-RAISE-ALERT-EXIT
003890                         IF RETURN-CODE < 4
003900                             MOVE 4 TO RETURN-CODE
003910                         END-IF
004030         MOVE WS-FIRST     TO WS-HDR-FIRST
004040         MOVE WS-LAST      TO WS-HDR-LAST
004050         MOVE WS-ASOF-DATE TO WS-HDR-ASOF
004055         MOVE FBR-BOOK     TO WS-HDR-BOOK
004060         WRITE FBIMPACT-RECORD FROM WS-HDR-LINE
004070         MOVE SPACES TO FBIMPACT-RECORD
004080         WRITE FBIMPACT-RECORD
005870**
005880  52000-RESOLVE-LABEL.
005890         IF WS-RULE-OVERFLOW
005900             STRING "FBRULSIM0130E LABELS TRUNCATED AT POSN "
005910                 WS-POSN
005913                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005916             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005920             ADD 1 TO WS-OVERFLOW-COUNT
005930         END-IF
005940         IF WS-RULE-ACCUM = SPACES
006000  52000-RESOLVE-LABEL-EXIT.
006010         EXIT.
006020**
006030*---------------------------------------------------------------*
006040* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
006050*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
006060*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
006070*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
006080*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
006090*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
006100*---------------------------------------------------------------*
006110  95000-RAISE-ALERT.
006120         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
006130             VARYING WS-ALERT-LEN FROM 132 BY -1
006140             UNTIL WS-ALERT-LEN = 1
006150             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
006160         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
006170         IF WS-ALERTS-STOPPED
006180             GO TO 95000-RAISE-ALERT-CLEAR
006190         END-IF
006200         IF NOT WS-ALERT-OPEN
006210             OPEN EXTEND FBALERT-FILE
006220             IF WS-FBALERT-STATUS NOT = "00"
006230                 DISPLAY "FBRULSIM0990W FBALERT OPEN FAILED -"
006240                     " STATUS " WS-FBALERT-STATUS
006250                     " - NO ALERTS WRITTEN"
006260                 SET WS-ALERTS-STOPPED TO TRUE
006270                 GO TO 95000-RAISE-ALERT-CLEAR
006280             END-IF
006290             SET WS-ALERT-OPEN TO TRUE
006300         END-IF
006310         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
006320             MOVE SPACES TO WS-ALERT-MSG
006330             STRING "FBRULSIM0991W ALERT LIMIT REACHED -"
006340                 " LATER MESSAGES ARE ON SYSOUT ONLY"
006350                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006360             DISPLAY WS-ALERT-MSG(1:72)
006370             SET WS-ALERTS-STOPPED TO TRUE
006380         END-IF
006390         MOVE SPACES TO FBAL-RECORD
006400         MOVE "FBRULSIM" TO FBAL-PROGRAM
006410         MOVE 1 TO WS-ALERT-PTR
006420         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
006430             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
006440         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
006450         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
006460         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
006470         ACCEPT WS-ALERT-TIME FROM TIME
006480         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
006490         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
006500         WRITE FBAL-RECORD
006510         IF WS-FBALERT-STATUS NOT = "00"
006520             DISPLAY "FBRULSIM0992W FBALERT WRITE FAILED -"
006530                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
006540             SET WS-ALERTS-STOPPED TO TRUE
006550         ELSE
006560             ADD 1 TO WS-ALERT-CNT
006570         END-IF
006580         .
006590  95000-RAISE-ALERT-CLEAR.
006600         MOVE SPACES TO WS-ALERT-MSG
006610         .
006620  95000-RAISE-ALERT-EXIT.
006630         EXIT.
006640**
006650  95010-ALERT-LENGTH.
006660         CONTINUE
006670         .
006680  95010-ALERT-LENGTH-EXIT.
006690         EXIT.
006700**
006710*---------------------------------------------------------------*
006720* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
006730*---------------------------------------------------------------*
006740  95100-CLOSE-ALERTS.
006750         IF WS-ALERT-OPEN
006760             CLOSE FBALERT-FILE
006770             MOVE "N" TO WS-ALERT-OPEN-SW
006780         END-IF
006790         .
006800  95100-CLOSE-ALERTS-EXIT.
006810         EXIT.
006820**
006830  END PROGRAM FBRULSIM.
