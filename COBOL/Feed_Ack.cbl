000170**         program that rewrites the otherwise append-only       *
000180**         FBRUNHST file.                                        *
000190**                                                               *
000200** PARM layout (5 bytes):                                        *
000210**   1-3   DAYS a feed may stay unacknowledged before it is      *
000220**         reported (blank = 002)                                *
000221**   4     FORCE   Y = rerun even though the business date is    *
000222**                 already complete on FBSTEPCT (default N)      *
000223**   5     STEPCTL N = no step control, for ad hoc runs outside  *
000224**                 the nightly chain (default Y)                 *
000230**                                                               *
000240** Modification History                                          *
000250** -------------------------------------------------------------*
000260** 2026-09-02  DPS  New program.                                 *
000261** 2026-10-14  DPS  Nightly step control - the step is checked   *
000262**                  against the FBSTEPCT step-control file on    *
000263**                  entry (skipped RC 1 when the business date   *
000264**                  is already complete, unless PARM FORCE=Y)    *
000265**                  and marked complete or ended on exit.  PARM  *
000266**                  bytes 4 (FORCE) and 5 (STEPCTL) added.       *
000267** 2026-10-14  DPS  FBRUNHST widened to 530 bytes - the run-     *
000268**                  history record now carries the rule book.    *
000270** 2026-10-14  DPS  E and W messages are also written to the     *
000272**                  shared FBALERT alert file for the morning    *
000274**                  FBALDGST exception digest.                   *
000276******************************************************************
000280  IDENTIFICATION DIVISION.
000290**-*-*-*-*-*-*-*-*-*-*-*-*-
000300  PROGRAM-ID. FBFEDACK.
000490         SELECT FBACKRPT-FILE ASSIGN TO FBACKRPT
000500             ORGANIZATION IS SEQUENTIAL
000510             FILE STATUS IS WS-FBACKRPT-STATUS.
000511         SELECT FBSTEPCT-FILE ASSIGN TO FBSTEPCT
000512             ORGANIZATION IS INDEXED
000513             ACCESS MODE IS RANDOM
000514             RECORD KEY IS FBSC-KEY
000515             FILE STATUS IS WS-FBSTEPCT-STATUS.
000516         SELECT FBALERT-FILE ASSIGN TO FBALERT
000517             ORGANIZATION IS SEQUENTIAL
000518             FILE STATUS IS WS-FBALERT-STATUS.
000520  DATA DIVISION.
000530**-*-*-*-*-*-*-*-
000540  FILE SECTION.
000560  FD  FBRUNHST-FILE
000570         RECORDING MODE IS F
000580         LABEL RECORDS ARE STANDARD
000590         RECORD CONTAINS 530 CHARACTERS.
000600  COPY FBRUNREC.
000610  FD  FBACKIN-FILE
000620         RECORDING MODE IS F
000730         LABEL RECORDS ARE STANDARD
000740         RECORD CONTAINS 80 CHARACTERS.
000750  01  FBACKRPT-RECORD            PIC X(80).
000751  FD  FBSTEPCT-FILE
000752         RECORD CONTAINS 80 CHARACTERS.
000753  COPY FBSCREC.
000754  FD  FBALERT-FILE
000755         RECORDING MODE IS F
000756         LABEL RECORDS ARE STANDARD
000757         RECORD CONTAINS 150 CHARACTERS.
000758  COPY FBALREC.
000760  WORKING-STORAGE SECTION.
000770*-------------------------
000780*---------------------------------------------------------------*
001010             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
001020                 88  WS-FILES-OK               VALUE "Y".
001030                 88  WS-FILES-FAILED           VALUE "N".
001031             10  WS-FORCE-SW        PIC X(01)  VALUE "N".
001032                 88  WS-FORCE-RUN              VALUE "Y".
001033             10  WS-STEPCTL-SW      PIC X(01)  VALUE "Y".
001034                 88  WS-STEP-CONTROLLED        VALUE "Y".
001035                 88  WS-NO-STEP-CONTROL        VALUE "N".
001036             10  WS-STEP-SW         PIC X(01)  VALUE "N".
001037                 88  WS-STEP-STARTED           VALUE "S".
001038                 88  WS-STEP-SKIPPED           VALUE "K".
001039             10  WS-STEP-NEW-SW     PIC X(01)  VALUE "N".
001040                 88  WS-STEP-NEW               VALUE "Y".
001041         05  WS-FILE-STATUSES.
001050             10  WS-FBRUNHST-STATUS PIC X(02)  VALUE "00".
001060             10  WS-FBACKIN-STATUS  PIC X(02)  VALUE "00".
001070             10  WS-FBACKRPT-STATUS PIC X(02)  VALUE "00".
001071             10  WS-FBSTEPCT-STATUS PIC X(02)  VALUE "00".
001080         05  WS-RUN-STAMP.
001090             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001100             10  WS-ACK-DAYS        PIC 9(03)  VALUE 2.
001101*---------------------------------------------------------------*
001102* STEP-CONTROL WORK - SEE 10900-START-STEP / 30900-END-STEP      *
001103*---------------------------------------------------------------*
001104         05  WS-STEP-WORK.
001105             10  WS-STEP-NAME       PIC X(08)  VALUE "FBFEDACK".
001106             10  WS-BUS-DATE        PIC 9(08)  VALUE ZERO.
001107             10  WS-STEP-DATE       PIC 9(08)  VALUE ZERO.
001108             10  WS-STEP-TIME       PIC 9(06)  VALUE ZERO.
001109             10  WS-STEP-TIME-RAW   PIC 9(08)  VALUE ZERO.
001110         05  WS-CONTROL-TOTALS.
001120             10  WS-RUNS-READ-CNT     PIC 9(8) COMP  VALUE ZERO.
001130             10  WS-RUNS-BAD-CNT      PIC 9(8) COMP  VALUE ZERO.
001620             10  WS-CNT-LINE.
001630                 15  WS-CNT-TEXT    PIC X(25).
001640                 15  WS-CNT-VALUE   PIC 9(09).
001641                 15  FILLER         PIC X(46) VALUE SPACES.
001642*---------------------------------------------------------------*
001643* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001644* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001645* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001646*---------------------------------------------------------------*
001647  01  WS-ALERT-WORK.
001648         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001649         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001650             88  WS-ALERT-OPEN                   VALUE "Y".
001651         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001652             88  WS-ALERTS-STOPPED               VALUE "Y".
001653         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001654         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001655         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001656         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001657         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001658         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001659         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001660  LINKAGE SECTION.
001670*-------------------------
001680  01  LK-PARM.
001710             10  LK-PARM-DAYS         PIC X(3).
001720             10  LK-PARM-DAYS-N REDEFINES LK-PARM-DAYS
001730                                      PIC 9(3).
001740             10  LK-PARM-FORCE        PIC X(1).
001741             10  LK-PARM-STEPCTL      PIC X(1).
001742             10  FILLER               PIC X(55).
001750**-*-*-*-*-*-*-*-*-*-*
001760  PROCEDURE DIVISION USING LK-PARM.
001770**-*-*-*-*-*-*-*-*-*-*
001860                 UNTIL WS-HIST-EOF
001870             PERFORM 30000-END THRU 30000-END-EXIT
001880         END-IF
001881         IF WS-STEP-STARTED
001882             PERFORM 30900-END-STEP THRU 30900-END-STEP-EXIT
001883         END-IF
001886         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001890         .
001900         STOP RUN.
001910**
002010             IF LK-PARM-DAYS NUMERIC
002020                 MOVE LK-PARM-DAYS-N TO WS-ACK-DAYS
002030             ELSE
002040                 STRING "FBFEDACK0010E DAYS PARM NOT NUMERIC - "
002050                     LK-PARM-DAYS
002052                     DELIMITED BY SIZE INTO WS-ALERT-MSG
002054                 PERFORM 95000-RAISE-ALERT
002056                     THRU 95000-RAISE-ALERT-EXIT
002060                 MOVE 16 TO RETURN-CODE
002070                 SET WS-FILES-FAILED TO TRUE
002080                 GO TO 10000-BEGIN-EXIT
002090             END-IF
002100         END-IF
002101         IF LK-PARM-LEN > 3
002102             AND LK-PARM-FORCE = "Y"
002103             SET WS-FORCE-RUN TO TRUE
002104         END-IF
002105         IF LK-PARM-LEN > 4
002106             AND LK-PARM-STEPCTL NOT = SPACES
002107             MOVE LK-PARM-STEPCTL TO WS-STEPCTL-SW
002108         END-IF
002109         IF NOT WS-STEP-CONTROLLED
002110             AND NOT WS-NO-STEP-CONTROL
002111             STRING "FBFEDACK0090E STEPCTL PARM BYTE NOT Y/N - "
002112                 WS-STEPCTL-SW
002113                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002114             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002115             MOVE 16 TO RETURN-CODE
002116             SET WS-FILES-FAILED TO TRUE
002117             GO TO 10000-BEGIN-EXIT
002118         END-IF
002119         IF WS-STEP-CONTROLLED
002120             PERFORM 10900-START-STEP THRU 10900-START-STEP-EXIT
002121             IF WS-FILES-FAILED
002122                 GO TO 10000-BEGIN-EXIT
002123             END-IF
002124         END-IF
002125         MOVE WS-RUN-DATE TO WS-DW-DATE
002126         PERFORM 40000-DATE-TO-SERIAL
002130             THRU 40000-DATE-TO-SERIAL-EXIT
002140         MOVE WS-DW-SERIAL TO WS-TODAY-SERIAL
002150         OPEN OUTPUT FBACKRPT-FILE
002160         IF WS-FBACKRPT-STATUS NOT = "00"
002170             STRING "FBFEDACK0020E FBACKRPT OPEN FAILED -"
002180                 " STATUS " WS-FBACKRPT-STATUS
002183                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002186             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002190             MOVE 20 TO RETURN-CODE
002200             SET WS-FILES-FAILED TO TRUE
002210             GO TO 10000-BEGIN-EXIT
002270         END-IF
002280         OPEN I-O FBRUNHST-FILE
002290         IF WS-FBRUNHST-STATUS NOT = "00"
002300             STRING "FBFEDACK0030E FBRUNHST OPEN FAILED -"
002310                 " STATUS " WS-FBRUNHST-STATUS
002313                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002316             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002320             MOVE 20 TO RETURN-CODE
002330             SET WS-FILES-FAILED TO TRUE
002340             CLOSE FBACKRPT-FILE
002490         MOVE "N" TO WS-ACK-EOF-SW
002500         OPEN INPUT FBACKIN-FILE
002510         IF WS-FBACKIN-STATUS NOT = "00"
002520             STRING "FBFEDACK0040E FBACKIN OPEN FAILED -"
002530                 " STATUS " WS-FBACKIN-STATUS
002533                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002536             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002540             MOVE 20 TO RETURN-CODE
002550             SET WS-FILES-FAILED TO TRUE
002560             GO TO 10200-LOAD-ACKS-EXIT
002800             OR FBAK-RUN-TIME NOT NUMERIC
002810             OR FBAK-REC-COUNT NOT NUMERIC
002820             OR FBAK-HASH-TOTAL NOT NUMERIC
002830             STRING "FBFEDACK0050W BAD ACK RECORD SKIPPED"
002833                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002836             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002840             IF RETURN-CODE < 4
002850                 MOVE 4 TO RETURN-CODE
002860             END-IF
003710         MOVE WS-RUN-DATE TO FBRH-ACK-DATE
003720         REWRITE FBRH-RECORD
003730         IF WS-FBRUNHST-STATUS NOT = "00"
003740             STRING "FBFEDACK0060E FBRUNHST REWRITE FAILED -"
003750                 " STATUS " WS-FBRUNHST-STATUS
003753                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003756             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003760             MOVE 20 TO RETURN-CODE
003770         END-IF
003780         .
004070  20400-WRITE-REPORT-LINE.
004080         WRITE FBACKRPT-RECORD FROM WS-RUN-LINE
004090         IF WS-FBACKRPT-STATUS NOT = "00"
004100             STRING "FBFEDACK0070E FBACKRPT WRITE FAILED -"
004110                 " STATUS " WS-FBACKRPT-STATUS
004113                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004116             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004120             MOVE 20 TO RETURN-CODE
004130         END-IF
004140         .
004600         DISPLAY "FEEDS STALE UNACKED = " WS-STALE-CNT
004610         DISPLAY "ACKS WITH NO RUN    = " WS-ORPHAN-CNT
004620         IF WS-ACK-OVFL-CNT > ZERO
004625             MOVE WS-ACK-OVFL-CNT TO WS-ALERT-NUM
004630             STRING "FBFEDACK0080W ACK TABLE FULL - "
004640                 WS-ALERT-NUM " ACKS NOT PROCESSED"
004643                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004646             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004650             IF RETURN-CODE < 8
004660                 MOVE 8 TO RETURN-CODE
004670             END-IF
005230         .
005240  40000-DATE-TO-SERIAL-EXIT.
005250         EXIT.
005251**
005252*---------------------------------------------------------------*
005253* 10900-START-STEP -- NIGHTLY STEP CONTROL.  TAKE THE BUSINESS  *
005254*     DATE FROM THE FBSTEPCT CONTROL RECORD AND READ THE RECORD *
005255*     OF THIS STEP FOR IT.  A STEP ALREADY COMPLETE FOR THE DATE*
005256*     IS SKIPPED - RC 1, NOTHING OPENED - UNLESS PARM FORCE=Y;  *
005257*     OTHERWISE THE RECORD IS MARKED STARTED BEFORE ANY WORK IS *
005258*     DONE.  NO STEP-CONTROL FILE, NO RUN - THE RERUN GUARD IS  *
005259*     NEVER DROPPED SILENTLY.                                   *
005260*---------------------------------------------------------------*
005261  10900-START-STEP.
005262         OPEN I-O FBSTEPCT-FILE
005263         IF WS-FBSTEPCT-STATUS = "35"
005264             OPEN OUTPUT FBSTEPCT-FILE
005265             CLOSE FBSTEPCT-FILE
005266             OPEN I-O FBSTEPCT-FILE
005267         END-IF
005268         IF WS-FBSTEPCT-STATUS NOT = "00"
005269             AND WS-FBSTEPCT-STATUS NOT = "05"
005270             STRING "FBFEDACK0100E FBSTEPCT OPEN FAILED -"
005271                 " STATUS " WS-FBSTEPCT-STATUS
005272                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005273             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005274             MOVE 20 TO RETURN-CODE
005275             SET WS-FILES-FAILED TO TRUE
005276             GO TO 10900-START-STEP-EXIT
005277         END-IF
005278         MOVE ZERO       TO FBSCC-BUS-DATE
005279         MOVE "BUSDATE " TO FBSCC-STEP
005280         READ FBSTEPCT-FILE
005281             INVALID KEY
005282                 CONTINUE
005283         END-READ
005284         IF WS-FBSTEPCT-STATUS = "00"
005285             AND FBSCC-CURR-DATE NUMERIC
005286             AND FBSCC-CURR-DATE > ZERO
005287             MOVE FBSCC-CURR-DATE TO WS-BUS-DATE
005288         ELSE
005289             MOVE WS-RUN-DATE     TO WS-BUS-DATE
005290             STRING "FBFEDACK0110W NO BUSINESS DATE ON"
005291                 " FBSTEPCT - USING TODAY " WS-RUN-DATE
005292                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005293             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005294         END-IF
005295         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
005296         MOVE WS-STEP-NAME TO FBSC-STEP
005297         MOVE "N"          TO WS-STEP-NEW-SW
005298         READ FBSTEPCT-FILE
005299             INVALID KEY
005300                 SET WS-STEP-NEW TO TRUE
005301         END-READ
005302         IF NOT WS-STEP-NEW
005303             AND WS-FBSTEPCT-STATUS NOT = "00"
005304             STRING "FBFEDACK0120E FBSTEPCT READ FAILED -"
005305                 " STATUS " WS-FBSTEPCT-STATUS
005306                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005307             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005311             MOVE 20 TO RETURN-CODE
005312             SET WS-FILES-FAILED TO TRUE
005313             CLOSE FBSTEPCT-FILE
005314             GO TO 10900-START-STEP-EXIT
005315         END-IF
005316         IF NOT WS-STEP-NEW
005317             AND FBSC-COMPLETE
005318             IF NOT WS-FORCE-RUN
005319                 DISPLAY "FBFEDACK0130I " WS-STEP-NAME " ALREADY"
005320                     " COMPLETE FOR BUSINESS DATE " WS-BUS-DATE
005321                     " - STEP SKIPPED (FORCE=Y TO RERUN)"
005322                 SET WS-STEP-SKIPPED TO TRUE
005323                 MOVE 1 TO RETURN-CODE
005324                 SET WS-FILES-FAILED TO TRUE
005325                 CLOSE FBSTEPCT-FILE
005326                 GO TO 10900-START-STEP-EXIT
005327             END-IF
005328             DISPLAY "FBFEDACK0140I STEP CONTROL OVERRIDDEN BY"
005329                 " PARM FORCE=Y - " WS-STEP-NAME " RERUN FOR"
005330                 " BUSINESS DATE " WS-BUS-DATE
005331         END-IF
005332         IF WS-STEP-NEW
005333             MOVE SPACES       TO FBSC-RECORD
005334             MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
005335             MOVE WS-STEP-NAME TO FBSC-STEP
005336             MOVE ZERO         TO FBSC-RUN-COUNT
005337         END-IF
005338         IF FBSC-RUN-COUNT NOT NUMERIC
005339             MOVE ZERO TO FBSC-RUN-COUNT
005340         END-IF
005341         IF FBSC-RUN-COUNT < 999
005342             ADD 1 TO FBSC-RUN-COUNT
005343         END-IF
005344         ACCEPT WS-STEP-TIME-RAW FROM TIME
005345         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
005346         SET FBSC-STARTED  TO TRUE
005347         MOVE WS-RUN-DATE  TO FBSC-START-DATE
005348         MOVE WS-STEP-TIME TO FBSC-START-TIME
005349         MOVE ZERO         TO FBSC-END-DATE
005350                              FBSC-END-TIME
005351                              FBSC-RETURN-CODE
005352         MOVE WS-FORCE-SW  TO FBSC-FORCED
005353         IF WS-STEP-NEW
005354             WRITE FBSC-RECORD
005355                 INVALID KEY
005356                     CONTINUE
005357             END-WRITE
005358         ELSE
005359             REWRITE FBSC-RECORD
005360                 INVALID KEY
005361                     CONTINUE
005362             END-REWRITE
005363         END-IF
005364         IF WS-FBSTEPCT-STATUS NOT = "00"
005365             STRING "FBFEDACK0150E FBSTEPCT WRITE FAILED -"
005366                 " STATUS " WS-FBSTEPCT-STATUS
005376                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005386             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005396             MOVE 20 TO RETURN-CODE
005406             SET WS-FILES-FAILED TO TRUE
005416             CLOSE FBSTEPCT-FILE
005426             GO TO 10900-START-STEP-EXIT
005436         END-IF
005446         CLOSE FBSTEPCT-FILE
005456         SET WS-STEP-STARTED TO TRUE
005466         DISPLAY "FBFEDACK0160I " WS-STEP-NAME " STARTED FOR"
005476             " BUSINESS DATE " WS-BUS-DATE
005486             " - RUN " FBSC-RUN-COUNT
005496         .
005506  10900-START-STEP-EXIT.
005516         EXIT.
005526**
005536*---------------------------------------------------------------*
005546* 30900-END-STEP -- MARK THE STEP RECORD FOR THE BUSINESS DATE  *
005556*     - COMPLETE ON RC 4 OR BETTER (A STALE OR ORPHAN WARNING   *
005566*     IS STILL A FINISHED RUN); A DISCREPANT FEED (RC 8) OR AN  *
005576*     I-O FAILURE ENDS IT NOT COMPLETE.                         *
005586*     A FAILURE HERE LEAVES THE RECORD STARTED, SO THE NEXT     *
005596*     RUN WILL NOT SKIP - IT IS FLAGGED RC 8 FOR THE OPERATOR.  *
005606*---------------------------------------------------------------*
005616  30900-END-STEP.
005626         OPEN I-O FBSTEPCT-FILE
005636         IF WS-FBSTEPCT-STATUS NOT = "00"
005646             STRING "FBFEDACK0170E FBSTEPCT OPEN FAILED AT"
005656                 " END OF STEP - STATUS " WS-FBSTEPCT-STATUS
005666                 " - STEP LEFT MARKED STARTED"
005676                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005686             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005696             IF RETURN-CODE < 8
005706                 MOVE 8 TO RETURN-CODE
005716             END-IF
005726             GO TO 30900-END-STEP-EXIT
005736         END-IF
005746         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
005756         MOVE WS-STEP-NAME TO FBSC-STEP
005766         READ FBSTEPCT-FILE
005776             INVALID KEY
005786                 CONTINUE
005796         END-READ
005806         IF WS-FBSTEPCT-STATUS NOT = "00"
005816             STRING "FBFEDACK0180E FBSTEPCT READ FAILED AT"
005826                 " END OF STEP - STATUS " WS-FBSTEPCT-STATUS
005836                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005846             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005856             IF RETURN-CODE < 8
005866                 MOVE 8 TO RETURN-CODE
005876             END-IF
005886             CLOSE FBSTEPCT-FILE
005896             GO TO 30900-END-STEP-EXIT
005906         END-IF
005916         ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
005926         ACCEPT WS-STEP-TIME-RAW FROM TIME
005936         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
005946         MOVE WS-STEP-DATE TO FBSC-END-DATE
005956         MOVE WS-STEP-TIME TO FBSC-END-TIME
005966         MOVE RETURN-CODE  TO FBSC-RETURN-CODE
005976         IF FBSC-RETURN-CODE NOT > 4
005986             SET FBSC-COMPLETE  TO TRUE
005996         ELSE
006006             SET FBSC-ENDED-BAD TO TRUE
006016         END-IF
006026         REWRITE FBSC-RECORD
006036             INVALID KEY
006046                 CONTINUE
006056         END-REWRITE
006066         IF WS-FBSTEPCT-STATUS NOT = "00"
006076             STRING "FBFEDACK0190E FBSTEPCT REWRITE FAILED -"
006086                 " STATUS " WS-FBSTEPCT-STATUS
006096                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006106             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006116             IF RETURN-CODE < 8
006126                 MOVE 8 TO RETURN-CODE
006136             END-IF
006146             CLOSE FBSTEPCT-FILE
006156             GO TO 30900-END-STEP-EXIT
006166         END-IF
006176         CLOSE FBSTEPCT-FILE
006186         IF FBSC-COMPLETE
006196             DISPLAY "FBFEDACK0200I " WS-STEP-NAME " COMPLETE FOR"
006206                 " BUSINESS DATE " WS-BUS-DATE
006216         ELSE
006226             DISPLAY "FBFEDACK0200I " WS-STEP-NAME " NOT COMPLETE"
006236                 " FOR BUSINESS DATE " WS-BUS-DATE " - RC "
006246                 FBSC-RETURN-CODE " - RERUN WILL NOT SKIP IT"
006256         END-IF
006266         .
006276  30900-END-STEP-EXIT.
006286         EXIT.
006296**
006306*---------------------------------------------------------------*
006316* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
006326*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
006336*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
006346*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
006356*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
006366*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
006376*---------------------------------------------------------------*
006386  95000-RAISE-ALERT.
006396         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
006406             VARYING WS-ALERT-LEN FROM 132 BY -1
006416             UNTIL WS-ALERT-LEN = 1
006426             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
006436         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
006446         IF WS-ALERTS-STOPPED
006456             GO TO 95000-RAISE-ALERT-CLEAR
006466         END-IF
006476         IF NOT WS-ALERT-OPEN
006486             OPEN EXTEND FBALERT-FILE
006496             IF WS-FBALERT-STATUS NOT = "00"
006506                 DISPLAY "FBFEDACK0990W FBALERT OPEN FAILED -"
006516                     " STATUS " WS-FBALERT-STATUS
006526                     " - NO ALERTS WRITTEN"
006536                 SET WS-ALERTS-STOPPED TO TRUE
006546                 GO TO 95000-RAISE-ALERT-CLEAR
006556             END-IF
006566             SET WS-ALERT-OPEN TO TRUE
006576         END-IF
006586         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
006596             MOVE SPACES TO WS-ALERT-MSG
006606             STRING "FBFEDACK0991W ALERT LIMIT REACHED -"
006616                 " LATER MESSAGES ARE ON SYSOUT ONLY"
006626                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006636             DISPLAY WS-ALERT-MSG(1:72)
006646             SET WS-ALERTS-STOPPED TO TRUE
006656         END-IF
006666         MOVE SPACES TO FBAL-RECORD
006676         MOVE "FBFEDACK" TO FBAL-PROGRAM
006686         MOVE 1 TO WS-ALERT-PTR
006696         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
006706             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
006716         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
006726         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
006736         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
006746         ACCEPT WS-ALERT-TIME FROM TIME
006756         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
006766         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
006776         IF WS-BUS-DATE > ZERO
006786             MOVE WS-BUS-DATE TO FBAL-BUS-DATE
006796         END-IF
006806         WRITE FBAL-RECORD
006816         IF WS-FBALERT-STATUS NOT = "00"
006826             DISPLAY "FBFEDACK0992W FBALERT WRITE FAILED -"
006836                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
006846             SET WS-ALERTS-STOPPED TO TRUE
006856         ELSE
006866             ADD 1 TO WS-ALERT-CNT
006876         END-IF
006886         .
006896  95000-RAISE-ALERT-CLEAR.
006906         MOVE SPACES TO WS-ALERT-MSG
006916         .
006926  95000-RAISE-ALERT-EXIT.
006936         EXIT.
006946**
006956  95010-ALERT-LENGTH.
006966         CONTINUE
006976         .
006986  95010-ALERT-LENGTH-EXIT.
006996         EXIT.
007006**
007016*---------------------------------------------------------------*
007026* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
007036*---------------------------------------------------------------*
007046  95100-CLOSE-ALERTS.
007056         IF WS-ALERT-OPEN
007066             CLOSE FBALERT-FILE
007076             MOVE "N" TO WS-ALERT-OPEN-SW
007086         END-IF
007096         .
007106  95100-CLOSE-ALERTS-EXIT.
007116         EXIT.
007126**
007136  END PROGRAM FBFEDACK.
