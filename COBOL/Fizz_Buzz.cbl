001004**                  and a projected completion time, for the     *
001005**                  shift operators (see the FBSTATUS display    *
001006**                  program).                                    *
001007** 2026-10-14  DPS  FBRULAUD record widened to 100 bytes - the   *
001008**                  audit trail now carries the checker id and   *
001009**                  pending-change id of each approved rule      *
001010**                  change.                                      *
001011** 2026-10-14  DPS  Every new or reclassified position on FBRSLT *
001012**                  is now also written to the FBCLSHST          *
001013**                  classification history file (old and new     *
001014**                  class and rule-set id, effective run date),  *
001015**                  in all three modes, so a position can be     *
001016**                  answered as of a past date.                  *
001017** 2026-10-14  DPS  The run-history record now carries the end   *
001018**                  time, elapsed seconds and positions-per-     *
001019**                  minute rate of the run - the final heartbeat *
001020**                  figures - for the FBWINFCT batch-window      *
001021**                  forecast; both are also shown in the         *
001022**                  summary.                                     *
001023** 2026-10-14  DPS  The nightly (MODE=S maintaining FBRSLT) is   *
001024**                  now the first step of the step-controlled    *
001025**                  chain - it opens the business date on the    *
001026**                  FBSTEPCT step-control file, is skipped (RC   *
001027**                  1) when that date is already complete unless *
001028**                  PARM FORCE=Y, and is marked complete (RC 0   *
001029**                  or 4) or ended on exit.                      *
001030** 2026-10-14  DPS  The extract headers (full and delta) now     *
001031**                  carry the rule-set id the run classified     *
001032**                  under, for the FBRSRCVR forward recovery.    *
001033** 2026-10-14  DPS  Separate rule books per client on the one    *
001034**                  FBRULMST master - PARM bytes 23-25 name the  *
001035**                  book the run classifies under (blank = STD). *
001036**                  Only that book's rules are loaded, and       *
001037**                  FBRSLT, FBCLSHST, the extract headers, the   *
001038**                  run-history record (now LRECL 530) and the   *
001039**                  report heading carry the book. Authorization *
001040**                  and MODE=R refresh look only at the book's   *
001041**                  own history and audit records; only the STD  *
001042**                  nightly is a chain step on FBSTEPCT.         *
001043** 2026-10-14  DPS  E and W messages are also written to the     *
001044**                  shared FBALERT alert file for the morning    *
001045**                  FBALDGST exception digest.                   *
001046** 2026-10-15  DPS  Run authorization now comes before the       *
001047**                  nightly marks its FBSTEPCT step started and  *
001048**                  sets the business date - a refused night no  *
001049**                  longer moves the chain on to its date.       *
001050******************************************************************
001051  IDENTIFICATION DIVISION.
001052**-*-*-*-*-*-*-*-*-*-*-*-*-
001053  PROGRAM-ID. FIZZBUZZ.
001054  AUTHOR. SRINJOY BHUIYA.
001060  INSTALLATION. CORPORATE BATCH OPERATIONS.
001070  DATE-WRITTEN. 12/12/2015.
001080  DATE-COMPILED.
001290         SELECT FBRULMST-FILE ASSIGN TO FBRULMST
001300             ORGANIZATION IS INDEXED
001310             ACCESS MODE IS SEQUENTIAL
001320             RECORD KEY IS FBRM-KEY
001330             FILE STATUS IS WS-FBRULMST-STATUS.
001340         SELECT OPTIONAL FBRUNHST-FILE ASSIGN TO FBRUNHST
001350             ORGANIZATION IS SEQUENTIAL
001490         SELECT FBRSLT-FILE ASSIGN TO FBRSLT
001500             ORGANIZATION IS INDEXED
001510             ACCESS MODE IS RANDOM
001520             RECORD KEY IS FBRS-KEY
001530             FILE STATUS IS WS-FBRSLT-STATUS.
001540         SELECT OPTIONAL FBQUIESC-FILE ASSIGN TO FBQUIESC
001550             ORGANIZATION IS SEQUENTIAL
001630         SELECT FBCALEND-FILE ASSIGN TO FBCALEND
001640             ORGANIZATION IS SEQUENTIAL
001650             FILE STATUS IS WS-FBCALEND-STATUS.
001651         SELECT FBCLSHST-FILE ASSIGN TO FBCLSHST
001652             ORGANIZATION IS INDEXED
001653             ACCESS MODE IS RANDOM
001654             RECORD KEY IS FBCH-KEY
001655             FILE STATUS IS WS-FBCLSHST-STATUS.
001656         SELECT FBSTEPCT-FILE ASSIGN TO FBSTEPCT
001657             ORGANIZATION IS INDEXED
001658             ACCESS MODE IS RANDOM
001659             RECORD KEY IS FBSC-KEY
001660             FILE STATUS IS WS-FBSTEPCT-STATUS.
001662         SELECT FBALERT-FILE ASSIGN TO FBALERT
001664             ORGANIZATION IS SEQUENTIAL
001666             FILE STATUS IS WS-FBALERT-STATUS.
001668  DATA DIVISION.
001670**-*-*-*-*-*-*-*-
001680  FILE SECTION.
001690*-------------------------
001930  FD  FBRUNHST-FILE
001940         RECORDING MODE IS F
001950         LABEL RECORDS ARE STANDARD
001960         RECORD CONTAINS 530 CHARACTERS.
001970  COPY FBRUNREC.
001980  FD  FBREJECT-FILE
001990         RECORDING MODE IS F
002280  FD  FBRULAUD-FILE
002290         RECORDING MODE IS F
002300         LABEL RECORDS ARE STANDARD
002310         RECORD CONTAINS 100 CHARACTERS.
002320  COPY FBRAUREC.
002330*---------------------------------------------------------------*
002340* FBCALEND - THE PROCESSING CALENDAR, ONE CARD PER BUSINESS     *
002540         LABEL RECORDS ARE STANDARD
002550         RECORD CONTAINS 80 CHARACTERS.
002560  COPY FBSTAREC.
002561  FD  FBCLSHST-FILE
002562         RECORD CONTAINS 80 CHARACTERS.
002563  COPY FBCHREC.
002564  FD  FBSTEPCT-FILE
002565         RECORD CONTAINS 80 CHARACTERS.
002566  COPY FBSCREC.
002568  FD  FBALERT-FILE
002570         RECORDING MODE IS F
002572         LABEL RECORDS ARE STANDARD
002574         RECORD CONTAINS 150 CHARACTERS.
002576  COPY FBALREC.
002578  WORKING-STORAGE SECTION.
002580*-------------------------
002590*---------------------------------------------------------------*
002600* FBR-RULE-TABLE - DIVISOR/LABEL RULES - SEE COPYBOOK FBRULES    *
003380             10  WS-FBXTDLT-STATUS  PIC X(02)  VALUE "00".
003390             10  WS-FBCALEND-STATUS PIC X(02)  VALUE "00".
003400             10  WS-FBSTATUS-STATUS PIC X(02)  VALUE "00".
003401             10  WS-FBCLSHST-STATUS PIC X(02)  VALUE "00".
003402             10  WS-FBSTEPCT-STATUS PIC X(02)  VALUE "00".
003410         05  WS-TRANS-WORK.
003420             10  WS-TRANS-IMAGE     PIC X(09)  VALUE SPACES.
003430             10  WS-REJ-REASON      PIC X(02)  VALUE SPACES.
003560             10  WS-RECORD-COUNT      PIC 9(9) COMP  VALUE ZERO.
003570             10  WS-DLT-COUNT         PIC 9(9) COMP  VALUE ZERO.
003580             10  WS-DLT-HASH          PIC 9(18) COMP VALUE ZERO.
003581             10  WS-HIST-COUNT        PIC 9(9) COMP  VALUE ZERO.
003590             10  WS-EXPECTED-COUNT    PIC 9(9) COMP  VALUE ZERO.
003600             10  WS-TRANS-REJECT-CNT  PIC 9(9) COMP  VALUE ZERO.
003610             10  WS-OVERFLOW-COUNT    PIC 9(9) COMP  VALUE ZERO.
004090                 88  WS-DLT-ADD                VALUE "A".
004100                 88  WS-DLT-CHANGE             VALUE "C".
004110                 88  WS-DLT-NONE               VALUE " ".
004111*          THE CLASS AND RULE-SET ID THE POSITION HAD BEFORE THIS
004112*          RUN, FOR THE FBCLSHST HISTORY RECORD
004113             10  WS-OLD-CLASS    PIC X(08)  VALUE SPACES.
004114             10  WS-OLD-RULESET  PIC 9(04)  VALUE ZERO.
004120*          RUN-AUTHORIZATION WORK - WHAT THE CALENDAR AND THE
004130*          RUN HISTORY SAY ABOUT TONIGHT'S BUSINESS DATE AND
004140*          THE PRIOR ONE (SEE 10150-AUTHORIZE-RUN)
004250             10  WS-AUTH-PRIOR-SW   PIC X(01)  VALUE "N".
004260                 88  WS-AUTH-PRIOR-FOUND       VALUE "Y".
004270             10  WS-AUTH-PRIOR-RC   PIC 9(04)  VALUE ZERO.
004271             10  WS-AUTH-BOOK-SW    PIC X(01)  VALUE "N".
004272                 88  WS-AUTH-BOOK-SEEN         VALUE "Y".
004280*          HEARTBEAT WORK - RATE AND PROJECTION FIGURES FOR
004290*          THE FBSTATUS RECORD (SEE 20220-WRITE-STATUS)
004300         05  WS-STATUS-WORK.
004480             10  WS-STAT-TIME-RAW   PIC 9(08)  VALUE ZERO.
004490             10  WS-STAT-WARN-SW    PIC X(01)  VALUE "N".
004500                 88  WS-STAT-WARNED            VALUE "Y".
004501*          END-OF-RUN TIMING FOR THE FBRUNHST RECORD (SEE
004502*          30140-FIGURE-RUN-TIMING)
004503             10  WS-END-DATE        PIC 9(08)  VALUE ZERO.
004504             10  WS-END-TIME        PIC 9(06)  VALUE ZERO.
004505*          NIGHTLY STEP-CONTROL WORK (SEE 10900-START-STEP AND
004506*          30900-END-STEP)
004507         05  WS-STEP-WORK.
004508             10  WS-STEP-NAME       PIC X(08)  VALUE "FIZZBUZZ".
004509             10  WS-BUS-DATE        PIC 9(08)  VALUE ZERO.
004510             10  WS-STEP-DATE       PIC 9(08)  VALUE ZERO.
004511             10  WS-STEP-TIME       PIC 9(06)  VALUE ZERO.
004512             10  WS-STEP-TIME-RAW   PIC 9(08)  VALUE ZERO.
004513             10  WS-STEP-SW         PIC X(01)  VALUE "N".
004514                 88  WS-STEP-STARTED           VALUE "S".
004515                 88  WS-STEP-SKIPPED           VALUE "K".
004516                 88  WS-STEP-CLEARED           VALUE "C".
004517             10  WS-STEP-NEW-SW     PIC X(01)  VALUE "N".
004518                 88  WS-STEP-NEW               VALUE "Y".
004519*---------------------------------------------------------------*
004520* FBREPT PRINT CONTROL AND LINE LAYOUTS - 60 DETAIL LINES PER   *
004530* PAGE.  WS-LINE-CNT STARTS AT THE PAGE LIMIT SO THE FIRST      *
004540* DETAIL LINE FORCES THE FIRST PAGE HEADING.                    *
004810                 15  WS-HDR2-MODE   PIC X(01).
004820                 15  FILLER         PIC X(09) VALUE "  FORMAT ".
004830                 15  WS-HDR2-FMT    PIC X(01).
004831                 15  FILLER         PIC X(07) VALUE "  BOOK ".
004832                 15  WS-HDR2-BOOK   PIC X(03).
004840                 15  FILLER         PIC X(45) VALUE SPACES.
004850             10  WS-HDR3-LINE.
004860                 15  FILLER         PIC X(10) VALUE "  POSITION".
004870                 15  FILLER         PIC X(02) VALUE SPACES.
005040                 15  WS-RCLS-LABEL  PIC X(08).
005050                 15  FILLER         PIC X(14) VALUE "  COUNT".
005060                 15  WS-RCLS-VALUE  PIC 9(09).
005061                 15  FILLER         PIC X(101) VALUE SPACES.
005062*---------------------------------------------------------------*
005063* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
005064* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
005065* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
005066*---------------------------------------------------------------*
005067  01  WS-ALERT-WORK.
005068         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
005069         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
005070             88  WS-ALERT-OPEN                   VALUE "Y".
005071         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
005072             88  WS-ALERTS-STOPPED               VALUE "Y".
005073         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
005074         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
005075         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
005076         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
005077         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
005078         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
005079         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
005080  LINKAGE SECTION.
005090*-------------------------
005100  01  LK-PARM.
005160             10  LK-PARM-FORMAT       PIC X(01).
005170             10  LK-PARM-UPDMST       PIC X(01).
005180             10  LK-PARM-FORCE        PIC X(01).
005181             10  LK-PARM-BOOK         PIC X(03).
005190             10  FILLER               PIC X(55).
005200**-*-*-*-*-*-*-*-*-*-*
005210  PROCEDURE DIVISION USING LK-PARM.
005220**-*-*-*-*-*-*-*-*-*-*
005520                     THRU 10350-CLOSE-OPENED-FILES-EXIT
005530             END-IF
005540         END-IF
005541         IF WS-STEP-STARTED
005542             PERFORM 30900-END-STEP THRU 30900-END-STEP-EXIT
005543         END-IF
005546         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
005550         .
005560         STOP RUN.
005570**
005710             + WS-TMM * 60 + WS-TSS
005720         PERFORM 10100-RECEIVE-PARM THRU 10100-RECEIVE-PARM-EXIT
005730         PERFORM 10200-VALIDATE-RANGE
005731             THRU 10200-VALIDATE-RANGE-EXIT
005732*        THE NIGHTLY (MODE=S MAINTAINING FBRSLT) IS THE FIRST
005733*        STEP OF THE STEP-CONTROLLED CHAIN.  A NIGHTLY WHOSE
005734*        BUSINESS DATE IS ALREADY COMPLETE ON FBSTEPCT IS SKIPPED
005735*        HERE, BEFORE AUTHORIZATION WOULD REFUSE IT AS A RERUN.
005736*        FIZZPAR SLICES (UPDMST=N) ARE NOT CHAIN STEPS.  THE
005737*        CHAIN IS THE STD BOOK - THE NIGHTLY OF ANY OTHER RULE
005738*        BOOK IS AUTHORIZED ON ITS OWN HISTORY BUT IS NOT A STEP.
005739         IF WS-RANGE-VALID AND WS-MODE-SEQUENTIAL
005740             AND WS-UPDATE-MASTER AND FBR-BOOK = "STD"
005741             PERFORM 10890-CHECK-STEP THRU 10890-CHECK-STEP-EXIT
005742         END-IF
005751*        THE NIGHTLY (MODE=S) MUST BE AUTHORIZED AGAINST THE
005760*        PROCESSING CALENDAR AND THE RUN HISTORY BEFORE ANY
005770*        FILE IS TOUCHED.  MODE=T AND MODE=R ARE AD HOC RUNS
005780*        AND A MODE=R RERUN ON THE SAME DATE IS THE WHOLE
005790*        POINT OF REFRESH, SO ONLY MODE=S IS GUARDED.
005800         IF WS-RANGE-VALID AND WS-MODE-SEQUENTIAL
005801             AND WS-RUN-AUTHORIZED
005810             PERFORM 10150-AUTHORIZE-RUN
005820                 THRU 10150-AUTHORIZE-RUN-EXIT
005830         END-IF
005831*        ONLY AN AUTHORIZED NIGHTLY SETS THE BUSINESS DATE AND
005832*        MARKS ITS STEP STARTED, SO A REFUSED NIGHT NEVER MOVES
005833*        THE CHAIN ON TO ITS DATE.
005834         IF WS-STEP-CLEARED AND WS-RUN-AUTHORIZED
005835             PERFORM 10900-START-STEP THRU 10900-START-STEP-EXIT
005836         END-IF
005840         IF WS-RANGE-VALID AND WS-RUN-AUTHORIZED
005850             PERFORM 10300-OPEN-FILES THRU 10300-OPEN-FILES-EXIT
005860             IF WS-FILES-OK
006180         SET WS-RANGE-VALID TO TRUE
006190         IF NOT WS-UPDATE-MASTER
006200             AND NOT WS-NO-UPDATE-MASTER
006210             STRING "FIZZBUZZ0260E UPDMST PARM BYTE NOT Y/N - "
006220                 WS-UPDMST-SW
006223                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006226             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006230             SET WS-RANGE-INVALID TO TRUE
006240             MOVE 16 TO RETURN-CODE
006250         END-IF
006260         IF NOT WS-MODE-SEQUENTIAL
006270             AND NOT WS-MODE-TRANSACTION
006280             AND NOT WS-MODE-REFRESH
006290             STRING "FIZZBUZZ0330E MODE PARM BYTE NOT S/T/R - "
006300                 WS-MODE-SW
006303                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006306             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006310             SET WS-RANGE-INVALID TO TRUE
006320             MOVE 16 TO RETURN-CODE
006330         END-IF
006340         IF WS-MODE-SEQUENTIAL OR WS-MODE-REFRESH
006350             IF WS-FIRST NOT NUMERIC OR WS-LAST NOT NUMERIC
006360                 STRING "FIZZBUZZ0080E FIRST/LAST NOT NUMERIC"
006362                     DELIMITED BY SIZE INTO WS-ALERT-MSG
006364                 PERFORM 95000-RAISE-ALERT
006366                     THRU 95000-RAISE-ALERT-EXIT
006370                 SET WS-RANGE-INVALID TO TRUE
006380                 MOVE 16 TO RETURN-CODE
006390             ELSE
006400                 IF WS-FIRST > WS-LAST
006410                     STRING "FIZZBUZZ0090E FIRST GT LAST"
006412                         DELIMITED BY SIZE INTO WS-ALERT-MSG
006414                     PERFORM 95000-RAISE-ALERT
006416                         THRU 95000-RAISE-ALERT-EXIT
006420                     SET WS-RANGE-INVALID TO TRUE
006430                     MOVE 16 TO RETURN-CODE
006440                 END-IF
006520         SET WS-FILES-OK TO TRUE
006530         OPEN OUTPUT FBREPT-FILE
006540         IF WS-FBREPT-STATUS NOT = "00"
006550             STRING "FIZZBUZZ0030E FBREPT OPEN FAILED - STATUS "
006560                 WS-FBREPT-STATUS
006563                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006566             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006570             MOVE 20 TO RETURN-CODE
006580             SET WS-FILES-FAILED TO TRUE
006590         END-IF
006600         OPEN OUTPUT FBXTRCT-FILE
006610         IF WS-FBXTRCT-STATUS NOT = "00"
006620             STRING "FIZZBUZZ0220E FBXTRCT OPEN FAILED - STATUS "
006630                 WS-FBXTRCT-STATUS
006633                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006636             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006640             MOVE 20 TO RETURN-CODE
006650             SET WS-FILES-FAILED TO TRUE
006660         END-IF
006670         OPEN OUTPUT FBXTDLT-FILE
006680         IF WS-FBXTDLT-STATUS NOT = "00"
006690             STRING "FIZZBUZZ0350E FBXTDLT OPEN FAILED - STATUS "
006700                 WS-FBXTDLT-STATUS
006703                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006706             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006710             MOVE 20 TO RETURN-CODE
006720             SET WS-FILES-FAILED TO TRUE
006730         END-IF
006780         IF WS-MODE-SEQUENTIAL
006790             OPEN OUTPUT FBCHKOT-FILE
006800             IF WS-FBCHKOT-STATUS NOT = "00"
006810                 STRING "FIZZBUZZ0040E FBCHKOT OPEN FAILED -"
006820                     " STATUS " WS-FBCHKOT-STATUS
006822                     DELIMITED BY SIZE INTO WS-ALERT-MSG
006824                 PERFORM 95000-RAISE-ALERT
006826                     THRU 95000-RAISE-ALERT-EXIT
006830                 MOVE 20 TO RETURN-CODE
006840                 SET WS-FILES-FAILED TO TRUE
006850             END-IF
006870         IF WS-MODE-TRANSACTION
006880             OPEN INPUT FBTRANS-FILE
006890             IF WS-FBTRANS-STATUS NOT = "00"
006900                 STRING "FIZZBUZZ0100E FBTRANS OPEN FAILED -"
006910                     WS-FBTRANS-STATUS
006912                     DELIMITED BY SIZE INTO WS-ALERT-MSG
006914                 PERFORM 95000-RAISE-ALERT
006916                     THRU 95000-RAISE-ALERT-EXIT
006920                 MOVE 20 TO RETURN-CODE
006930                 SET WS-FILES-FAILED TO TRUE
006940             END-IF
006950             OPEN OUTPUT FBREJECT-FILE
006960             IF WS-FBREJECT-STATUS NOT = "00"
006970                 STRING "FIZZBUZZ0190E FBREJECT OPEN FAILED -"
006980                     " STATUS " WS-FBREJECT-STATUS
006982                     DELIMITED BY SIZE INTO WS-ALERT-MSG
006984                 PERFORM 95000-RAISE-ALERT
006986                     THRU 95000-RAISE-ALERT-EXIT
006990                 MOVE 20 TO RETURN-CODE
007000                 SET WS-FILES-FAILED TO TRUE
007010             END-IF
007190         END-IF
007200         IF WS-FBRSLT-STATUS NOT = "00"
007210             AND WS-FBRSLT-STATUS NOT = "05"
007220             STRING "FIZZBUZZ0240E FBRSLT OPEN FAILED -"
007230                 " STATUS " WS-FBRSLT-STATUS
007240                 " - RESULTS MASTER NOT MAINTAINED THIS RUN"
007243                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007246             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007250             SET WS-NO-UPDATE-MASTER TO TRUE
007260             IF RETURN-CODE < 8
007270                 MOVE 8 TO RETURN-CODE
007280             END-IF
007290         END-IF
007291         IF WS-UPDATE-MASTER
007292             PERFORM 10320-OPEN-CLASS-HISTORY
007293                 THRU 10320-OPEN-CLASS-HISTORY-EXIT
007294         END-IF
007300         .
007310  10310-OPEN-RESULTS-MASTER-EXIT.
007320         EXIT.
007321**
007322*---------------------------------------------------------------*
007323* 10320-OPEN-CLASS-HISTORY -- OPEN THE FBCLSHST CLASSIFICATION  *
007324*     HISTORY FOR UPDATE, CREATING IT ON FIRST USE.  THE MASTER *
007325*     IS NOT MAINTAINED WITHOUT ITS HISTORY - AN OPEN FAILURE   *
007326*     DISABLES BOTH AND FLAGS THE RUN, AS FOR FBRSLT ITSELF.    *
007327*---------------------------------------------------------------*
007328  10320-OPEN-CLASS-HISTORY.
007329         OPEN I-O FBCLSHST-FILE
007330         IF WS-FBCLSHST-STATUS = "35"
007331             OPEN OUTPUT FBCLSHST-FILE
007332             CLOSE FBCLSHST-FILE
007333             OPEN I-O FBCLSHST-FILE
007334         END-IF
007335         IF WS-FBCLSHST-STATUS NOT = "00"
007336             AND WS-FBCLSHST-STATUS NOT = "05"
007337             STRING "FIZZBUZZ0450E FBCLSHST OPEN FAILED -"
007338                 " STATUS " WS-FBCLSHST-STATUS
007339                 " - RESULTS MASTER NOT MAINTAINED THIS RUN"
007340                 DELIMITED BY SIZE INTO WS-ALERT-MSG
007341             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007342             CLOSE FBRSLT-FILE
007343             SET WS-NO-UPDATE-MASTER TO TRUE
007344             IF RETURN-CODE < 8
007345                 MOVE 8 TO RETURN-CODE
007346             END-IF
007347         END-IF
007348         .
007349  10320-OPEN-CLASS-HISTORY-EXIT.
007350         EXIT.
007351**
007352*---------------------------------------------------------------*
007353* 10350-CLOSE-OPENED-FILES -- ONE OR MORE OPENS FAILED IN        *
007360*     10300-OPEN-FILES - CLOSE ONLY WHAT DID OPEN SO THE STEP    *
007370*     CAN STOP CLEANLY WITH RC INTACT INSTEAD OF FALLING INTO    *
007380*     THE MAIN LOOP                                              *
007580         END-IF
007590         IF WS-UPDATE-MASTER
007600             CLOSE FBRSLT-FILE
007601             CLOSE FBCLSHST-FILE
007610         END-IF
007620         .
007630  10350-CLOSE-OPENED-FILES-EXIT.
008070* 10500-LOAD-RULES -- LOAD THE RULES ACTIVE ON THE RUN DATE      *
008080*     FROM THE FBRULMST RULE MASTER INTO FBR-RULE-TABLE.  THE    *
008090*     DIVISOR-ZERO CONTROL RECORD SUPPLIES FBR-RULESET-ID.       *
008091*     ONLY THE RULES OF THE RUN'S RULE BOOK (FBR-BOOK) ARE READ  *
008092*     - THE BOOK IS THE HIGH-ORDER PART OF THE KEY, SO THE LOAD  *
008093*     STARTS AT ITS CONTROL RECORD AND STOPS AT THE NEXT BOOK.   *
008100*---------------------------------------------------------------*
008110  10500-LOAD-RULES.
008120         MOVE ZERO TO FBR-RULE-COUNT
008130         MOVE "N"  TO WS-RULMST-EOF-SW
008140         OPEN INPUT FBRULMST-FILE
008150         IF WS-FBRULMST-STATUS NOT = "00"
008160             STRING "FIZZBUZZ0140E FBRULMST OPEN FAILED -"
008170                 " STATUS " WS-FBRULMST-STATUS
008173                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008176             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008180             MOVE 20 TO RETURN-CODE
008190             SET WS-FILES-FAILED TO TRUE
008200             GO TO 10500-LOAD-RULES-EXIT
008210         END-IF
008211         MOVE FBR-BOOK TO FBRM-BOOK
008212         MOVE ZERO     TO FBRM-DIVISOR
008213         START FBRULMST-FILE KEY NOT LESS THAN FBRM-KEY
008214             INVALID KEY
008215                 SET WS-RULMST-EOF TO TRUE
008216         END-START
008220         PERFORM 10510-READ-RULE THRU 10510-READ-RULE-EXIT
008230             UNTIL WS-RULMST-EOF
008240         CLOSE FBRULMST-FILE
008250         IF FBR-RULE-COUNT = ZERO
008260             STRING "FIZZBUZZ0150E NO RULES ACTIVE ON RUN"
008270                 " DATE " WS-RUN-DATE " IN RULE BOOK " FBR-BOOK
008273                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008276             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008280             MOVE 16 TO RETURN-CODE
008290             SET WS-FILES-FAILED TO TRUE
008300         END-IF
008360         READ FBRULMST-FILE
008370             AT END
008380                 SET WS-RULMST-EOF TO TRUE
008381             NOT AT END
008382                 IF FBRM-BOOK NOT = FBR-BOOK
008383                     SET WS-RULMST-EOF TO TRUE
008384                 ELSE
008385                     PERFORM 10520-SELECT-RULE
008386                         THRU 10520-SELECT-RULE-EXIT
008387                 END-IF
008420         END-READ
008430         .
008440  10510-READ-RULE-EXIT.
008560                 MOVE FBRM-DIVISOR TO FBR-DIVISOR(FBR-RULE-COUNT)
008570                 MOVE FBRM-LABEL   TO FBR-LABEL(FBR-RULE-COUNT)
008580             ELSE
008590                 STRING "FIZZBUZZ0160W RULE TABLE FULL -"
008600                     " DIVISOR " FBRM-DIVISOR " IGNORED"
008602                     DELIMITED BY SIZE INTO WS-ALERT-MSG
008604                 PERFORM 95000-RAISE-ALERT
008606                     THRU 95000-RAISE-ALERT-EXIT
008610                 MOVE 4 TO RETURN-CODE
008620             END-IF
008630         END-IF
008800         MOVE WS-RUN-TIME TO FBXH-RUN-TIME
008810         MOVE WS-FIRST    TO FBXH-FIRST
008820         MOVE WS-LAST     TO FBXH-LAST
008821         MOVE FBR-RULESET-ID TO FBXH-RULESET-ID
008822         MOVE FBR-BOOK    TO FBXH-BOOK
008830         WRITE FBXTDLT-RECORD FROM FBXH-RECORD
008840         IF WS-FBXTDLT-STATUS NOT = "00"
008850             STRING "FIZZBUZZ0360E FBXTDLT WRITE FAILED -"
008860                 " STATUS " WS-FBXTDLT-STATUS
008863                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008866             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008870             MOVE 20 TO RETURN-CODE
008880             SET WS-FILES-FAILED TO TRUE
008890         END-IF
008900         WRITE FBXH-RECORD
008910         IF WS-FBXTRCT-STATUS NOT = "00"
008920             STRING "FIZZBUZZ0230E FBXTRCT WRITE FAILED -"
008930                 " STATUS " WS-FBXTRCT-STATUS
008933                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008936             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
008940             MOVE 20 TO RETURN-CODE
008950             SET WS-FILES-FAILED TO TRUE
008960         END-IF
009270         IF LK-PARM-LEN > 21
009280             AND LK-PARM-FORCE = "Y"
009290             SET WS-FORCE-RUN TO TRUE
009291         END-IF
009292         IF LK-PARM-LEN > 22
009293             AND LK-PARM-BOOK NOT = SPACES
009294             MOVE LK-PARM-BOOK   TO FBR-BOOK
009295         ELSE
009296             MOVE "STD"          TO FBR-BOOK
009300         END-IF
009310         .
009320  10100-RECEIVE-PARM-EXIT.
009890         MOVE WS-LAST      TO WS-HDR2-LAST
009900         MOVE WS-MODE-SW   TO WS-HDR2-MODE
009910         MOVE WS-FORMAT-SW TO WS-HDR2-FMT
009911         MOVE FBR-BOOK     TO WS-HDR2-BOOK
009920         WRITE FBREPT-RECORD FROM WS-HDR1-LINE
009930             AFTER ADVANCING PAGE
009940         WRITE FBREPT-RECORD FROM WS-HDR2-LINE
010220         MOVE WS-CLASS-LABEL TO FBXD-CLASS
010230         WRITE FBXD-RECORD
010240         IF WS-FBXTRCT-STATUS NOT = "00"
010250             STRING "FIZZBUZZ0230E FBXTRCT WRITE FAILED -"
010260                 " STATUS " WS-FBXTRCT-STATUS
010263                 DELIMITED BY SIZE INTO WS-ALERT-MSG
010266             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
010270             MOVE 20 TO RETURN-CODE
010280         END-IF
010290         ADD WS-POSN TO WS-HASH-TOTAL
010420*---------------------------------------------------------------*
010430  20160-UPDATE-RESULTS.
010440         SET WS-DLT-NONE      TO TRUE
010441         MOVE SPACES          TO WS-OLD-CLASS
010442         MOVE ZERO            TO WS-OLD-RULESET
010443         MOVE FBR-BOOK        TO FBRS-BOOK
010450         MOVE WS-POSN         TO FBRS-POSN
010460         READ FBRSLT-FILE
010470             INVALID KEY
010480                 SET WS-DLT-ADD TO TRUE
010490             NOT INVALID KEY
010491                 MOVE FBRS-CLASS      TO WS-OLD-CLASS
010492                 MOVE FBRS-RULESET-ID TO WS-OLD-RULESET
010500                 IF FBRS-CLASS NOT = WS-CLASS-LABEL
010510                     SET WS-DLT-CHANGE TO TRUE
010520                 END-IF
010530         END-READ
010540         MOVE SPACES          TO FBRS-RECORD
010541         MOVE FBR-BOOK        TO FBRS-BOOK
010550         MOVE WS-POSN         TO FBRS-POSN
010560         MOVE WS-CLASS-LABEL  TO FBRS-CLASS
010570         MOVE FBR-RULESET-ID  TO FBRS-RULESET-ID
010740             PERFORM 20170-WRITE-DELTA
010750                 THRU 20170-WRITE-DELTA-EXIT
010760         END-IF
010761         IF WS-UPDATE-MASTER
010762             AND (WS-DLT-ADD OR WS-DLT-CHANGE)
010763             PERFORM 20180-WRITE-HISTORY
010764                 THRU 20180-WRITE-HISTORY-EXIT
010765         END-IF
010770         .
010780  20160-UPDATE-RESULTS-EXIT.
010790         EXIT.
010800**
010810  20165-RESULTS-UPDATE-FAILED.
010820         STRING "FIZZBUZZ0250E FBRSLT UPDATE"
010830             " FAILED AT POSN " WS-POSN
010840             " - STATUS " WS-FBRSLT-STATUS
010843             DELIMITED BY SIZE INTO WS-ALERT-MSG
010846         PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
010850         CLOSE FBRSLT-FILE
010851         CLOSE FBCLSHST-FILE
010860         SET WS-NO-UPDATE-MASTER TO TRUE
010870         IF RETURN-CODE < 8
010880             MOVE 8 TO RETURN-CODE
011030         MOVE WS-DLT-TAG     TO FBXD-CHANGE-TAG
011040         WRITE FBXTDLT-RECORD FROM FBXD-RECORD
011050         IF WS-FBXTDLT-STATUS NOT = "00"
011060             STRING "FIZZBUZZ0360E FBXTDLT WRITE FAILED -"
011070                 " STATUS " WS-FBXTDLT-STATUS
011073                 DELIMITED BY SIZE INTO WS-ALERT-MSG
011076             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
011080             MOVE 20 TO RETURN-CODE
011090         END-IF
011100         ADD 1 TO WS-DLT-COUNT
011120         .
011130  20170-WRITE-DELTA-EXIT.
011140         EXIT.
011141**
011142*---------------------------------------------------------------*
011143* 20180-WRITE-HISTORY -- ONE FBCLSHST RECORD FOR A NEW OR       *
011144*     RECLASSIFIED POSITION, STAMPED WITH THE RUN DATE/TIME.  A *
011145*     DUPLICATE KEY (THE SAME POSITION TWICE IN ONE RUN) IS     *
011146*     FLAGGED AND SKIPPED; ANY OTHER FAILURE STOPS THE MASTER   *
011147*     MAINTENANCE SO FBRSLT NEVER RUNS AHEAD OF ITS HISTORY.    *
011148*---------------------------------------------------------------*
011149  20180-WRITE-HISTORY.
011150         MOVE SPACES          TO FBCH-RECORD
011151         MOVE FBR-BOOK        TO FBCH-BOOK
011152         MOVE WS-POSN         TO FBCH-POSN
011153         MOVE WS-RUN-DATE     TO FBCH-EFF-DATE
011154         MOVE WS-RUN-TIME     TO FBCH-EFF-TIME
011155         MOVE WS-DLT-TAG      TO FBCH-CHANGE-TYPE
011156         MOVE WS-OLD-CLASS    TO FBCH-OLD-CLASS
011157         MOVE WS-CLASS-LABEL  TO FBCH-NEW-CLASS
011158         MOVE WS-OLD-RULESET  TO FBCH-OLD-RULESET
011159         MOVE FBR-RULESET-ID  TO FBCH-NEW-RULESET
011160         MOVE "FIZZBUZZ"      TO FBCH-PROGRAM
011161         MOVE WS-MODE-SW      TO FBCH-RUN-MODE
011162         WRITE FBCH-RECORD
011163             INVALID KEY
011164                 CONTINUE
011165         END-WRITE
011166         EVALUATE WS-FBCLSHST-STATUS
011167             WHEN "00"
011168                 ADD 1 TO WS-HIST-COUNT
011169             WHEN "22"
011170                 STRING "FIZZBUZZ0460W FBCLSHST DUPLICATE AT"
011171                     " POSN " WS-POSN " - HISTORY NOT WRITTEN"
011172                     DELIMITED BY SIZE INTO WS-ALERT-MSG
011173                 PERFORM 95000-RAISE-ALERT
011174                     THRU 95000-RAISE-ALERT-EXIT
011175                 IF RETURN-CODE < 4
011176                     MOVE 4 TO RETURN-CODE
011177                 END-IF
011178             WHEN OTHER
011179                 STRING "FIZZBUZZ0470E FBCLSHST WRITE FAILED AT"
011180                     " POSN " WS-POSN
011181                     " - STATUS " WS-FBCLSHST-STATUS
011182                     DELIMITED BY SIZE INTO WS-ALERT-MSG
011183                 PERFORM 95000-RAISE-ALERT
011184                     THRU 95000-RAISE-ALERT-EXIT
011185                 CLOSE FBRSLT-FILE
011186                 CLOSE FBCLSHST-FILE
011187                 SET WS-NO-UPDATE-MASTER TO TRUE
011188                 IF RETURN-CODE < 8
011189                     MOVE 8 TO RETURN-CODE
011190                 END-IF
011191         END-EVALUATE
011192         .
011193  20180-WRITE-HISTORY-EXIT.
011194         EXIT.
011195**
011196  20200-CHECKPOINT.
011197         MOVE WS-POSN TO WS-LAST-DONE-POSN
011198         ADD 1 TO WS-CHECKPOINT-CTR
011199         IF WS-CHECKPOINT-CTR NOT < WS-CHECKPOINT-INTVL
011200             MOVE WS-POSN TO FBCHKOT-RECORD
011210             WRITE FBCHKOT-RECORD
011220             MOVE ZERO TO WS-CHECKPOINT-CTR
011840         OPEN INPUT FBREJIN-FILE
011850         IF WS-FBREJIN-STATUS NOT = "00"
011860             AND WS-FBREJIN-STATUS NOT = "05"
011870             STRING "FIZZBUZZ0200E FBREJIN OPEN FAILED -"
011880                 " STATUS " WS-FBREJIN-STATUS
011883                 DELIMITED BY SIZE INTO WS-ALERT-MSG
011886             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
011890             MOVE 20 TO RETURN-CODE
011900             GO TO 20450-PROCESS-REPAIRS-EXIT
011910         END-IF
012730         EXIT.
012740**
012750  20800-WRITE-REJECT.
012760         STRING "FIZZBUZZ0120E TRANSACTION REJECTED - REASON "
012770             WS-REJ-REASON " - " WS-TRANS-IMAGE
012773             DELIMITED BY SIZE INTO WS-ALERT-MSG
012776         PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
012780         MOVE SPACES         TO FBRJ-RECORD
012790         MOVE WS-TRANS-IMAGE TO FBRJ-IMAGE
012800         MOVE WS-REJ-REASON  TO FBRJ-REASON
012810         MOVE WS-RUN-DATE    TO FBRJ-RUN-DATE
012820         WRITE FBRJ-RECORD
012830         IF WS-FBREJECT-STATUS NOT = "00"
012840             STRING "FIZZBUZZ0210E FBREJECT WRITE FAILED -"
012850                 " STATUS " WS-FBREJECT-STATUS
012853                 DELIMITED BY SIZE INTO WS-ALERT-MSG
012856             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
012860             MOVE 20 TO RETURN-CODE
012870         END-IF
012880         ADD 1 TO WS-TRANS-REJECT-CNT
012980         END-IF
012990         PERFORM 30160-WRITE-EXTRACT-TRAILER
013000             THRU 30160-WRITE-EXTRACT-TRAILER-EXIT
013001         PERFORM 30140-FIGURE-RUN-TIMING
013002             THRU 30140-FIGURE-RUN-TIMING-EXIT
013010         PERFORM 30100-WRITE-SUMMARY THRU 30100-WRITE-SUMMARY-EXIT
013020         PERFORM 30150-WRITE-RUN-HISTORY
013030             THRU 30150-WRITE-RUN-HISTORY-EXIT
013080**
013090  30100-WRITE-SUMMARY.
013100         DISPLAY "FIZZBUZZ SUMMARY"
013101         DISPLAY "RULE BOOK         = " FBR-BOOK
013110         PERFORM 30120-DISPLAY-CLASS-COUNT
013120             THRU 30120-DISPLAY-CLASS-COUNT-EXIT
013130             VARYING WS-CT-SUB FROM 1 BY 1
013140               UNTIL WS-CT-SUB > WS-CT-COUNT
013150         DISPLAY "RECORDS PROCESSED = " WS-RECORD-COUNT
013160         DISPLAY "DELTA RECORDS     = " WS-DLT-COUNT
013161         DISPLAY "HISTORY RECORDS   = " WS-HIST-COUNT
013162         DISPLAY "ELAPSED SECONDS   = " WS-ELAPSED-SECS
013163         DISPLAY "POSITIONS/MINUTE  = " WS-RATE-PER-MIN
013170         DISPLAY "RECORDS EXPECTED  = " WS-EXPECTED-COUNT
013180         IF WS-MODE-SEQUENTIAL
013190             AND WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
013200             AND NOT WS-QUIESCED
013210             STRING "FIZZBUZZ0070W PROCESSED COUNT NOT EQUAL"
013220                 " EXPECTED"
013223                 DELIMITED BY SIZE INTO WS-ALERT-MSG
013226             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
013230             IF RETURN-CODE < 4
013240                 MOVE 4 TO RETURN-CODE
013250             END-IF
013440             END-IF
013450         END-IF
013460         IF WS-CT-OVFL-CNT > ZERO
013465             MOVE WS-CT-OVFL-CNT TO WS-ALERT-NUM
013470             STRING "FIZZBUZZ0340E CLASS TOTAL TABLE FULL - "
013480                 WS-ALERT-NUM " POSITIONS NOT TALLIED"
013483                 DELIMITED BY SIZE INTO WS-ALERT-MSG
013486             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
013490             IF RETURN-CODE < 8
013500                 MOVE 8 TO RETURN-CODE
013510             END-IF
013570         DISPLAY "**********"
013580         .
013590  30100-WRITE-SUMMARY-EXIT.
013591         EXIT.
013592**
013593*---------------------------------------------------------------*
013594* 30140-FIGURE-RUN-TIMING -- END TIME, ELAPSED SECONDS AND THE   *
013595*     POSITIONS-PER-MINUTE RATE OF THE WHOLE STEP, FIGURED THE   *
013596*     SAME WAY AS THE FBSTATUS HEARTBEAT (20220-WRITE-STATUS),   *
013597*     FOR THE SUMMARY AND THE FBRUNHST RECORD                    *
013598*---------------------------------------------------------------*
013599  30140-FIGURE-RUN-TIMING.
013600         ACCEPT WS-END-DATE FROM DATE YYYYMMDD
013601         ACCEPT WS-STAT-TIME-RAW FROM TIME
013602         DIVIDE WS-STAT-TIME-RAW BY 100 GIVING WS-END-TIME
013603         MOVE WS-END-TIME TO WS-TIME-HMS
013604         COMPUTE WS-NOW-SECS = WS-THH * 3600
013605             + WS-TMM * 60 + WS-TSS
013606*        A RUN THAT CROSSES MIDNIGHT MUST NOT GO BACK IN TIME
013607         IF WS-END-DATE NOT = WS-RUN-DATE
013608             OR WS-NOW-SECS < WS-START-SECS
013609             ADD 86400 TO WS-NOW-SECS
013610         END-IF
013611         COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-START-SECS
013612*        A STEP THAT FINISHES INSIDE ITS STARTING SECOND IS RATED
013613*        AS ONE SECOND SO THE RATE IS NEVER LEFT AT ZERO
013614         IF WS-ELAPSED-SECS = ZERO
013615             MOVE 1 TO WS-ELAPSED-SECS
013616         END-IF
013617         COMPUTE WS-RATE-PER-MIN =
013618             (WS-RECORD-COUNT * 60) / WS-ELAPSED-SECS
013619         .
013620  30140-FIGURE-RUN-TIMING-EXIT.
013621         EXIT.
013622**
013623*---------------------------------------------------------------*
013630* 30110-WRITE-TOTALS-PAGE -- THE CONTROL TOTALS AS THE FINAL    *
013640*     PAGE OF THE PRINT REPORT, SO OPERATIONS FILES ONE         *
013650*     SELF-CONTAINED PRINTOUT                                   *
014030         OPEN EXTEND FBRUNHST-FILE
014040         IF WS-FBRUNHST-STATUS NOT = "00"
014050             AND WS-FBRUNHST-STATUS NOT = "05"
014060             STRING "FIZZBUZZ0170E FBRUNHST OPEN FAILED -"
014070                 " STATUS " WS-FBRUNHST-STATUS
014073                 DELIMITED BY SIZE INTO WS-ALERT-MSG
014076             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
014080             IF RETURN-CODE < 8
014090                 MOVE 8 TO RETURN-CODE
014100             END-IF
014400         MOVE WS-DLT-HASH        TO FBRH-DLT-HASH
014410         SET FBRH-ACK-PENDING    TO TRUE
014420         MOVE ZERO               TO FBRH-ACK-DATE
014421         MOVE WS-END-TIME        TO FBRH-END-TIME
014422         MOVE WS-ELAPSED-SECS    TO FBRH-ELAPSED-SECS
014423         MOVE WS-RATE-PER-MIN    TO FBRH-RATE-PER-MIN
014424         MOVE FBR-BOOK           TO FBRH-BOOK
014430         WRITE FBRH-RECORD
014440         IF WS-FBRUNHST-STATUS NOT = "00"
014450             STRING "FIZZBUZZ0180E FBRUNHST WRITE FAILED -"
014460                 " STATUS " WS-FBRUNHST-STATUS
014463                 DELIMITED BY SIZE INTO WS-ALERT-MSG
014466             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
014470             IF RETURN-CODE < 8
014480                 MOVE 8 TO RETURN-CODE
014490             END-IF
014670         MOVE WS-DLT-HASH     TO FBXT-HASH-TOTAL
014680         WRITE FBXTDLT-RECORD FROM FBXT-RECORD
014690         IF WS-FBXTDLT-STATUS NOT = "00"
014700             STRING "FIZZBUZZ0360E FBXTDLT WRITE FAILED -"
014710                 " STATUS " WS-FBXTDLT-STATUS
014713                 DELIMITED BY SIZE INTO WS-ALERT-MSG
014716             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
014720             MOVE 20 TO RETURN-CODE
014730         END-IF
014740         MOVE SPACES          TO FBXT-RECORD
014770         MOVE WS-HASH-TOTAL   TO FBXT-HASH-TOTAL
014780         WRITE FBXT-RECORD
014790         IF WS-FBXTRCT-STATUS NOT = "00"
014800             STRING "FIZZBUZZ0230E FBXTRCT WRITE FAILED -"
014810                 " STATUS " WS-FBXTRCT-STATUS
014813                 DELIMITED BY SIZE INTO WS-ALERT-MSG
014816             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
014820             MOVE 20 TO RETURN-CODE
014830         END-IF
014840         .
014960         MOVE WS-LAST-DONE-POSN TO FBCHKOT-RECORD
014970         WRITE FBCHKOT-RECORD
014980         IF WS-FBCHKOT-STATUS NOT = "00"
014990             STRING "FIZZBUZZ0290E FINAL CHECKPOINT WRITE"
015000                 " FAILED - STATUS " WS-FBCHKOT-STATUS
015003                 DELIMITED BY SIZE INTO WS-ALERT-MSG
015006             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
015010             MOVE 20 TO RETURN-CODE
015020         END-IF
015030         .
015100         CLOSE FBXTDLT-FILE
015110         IF WS-UPDATE-MASTER
015120             CLOSE FBRSLT-FILE
015121             CLOSE FBCLSHST-FILE
015130         END-IF
015140         IF WS-MODE-SEQUENTIAL
015150             CLOSE FBCHKOT-FILE
015300             VARYING FBR-RULE-IDX FROM 1 BY 1
015310               UNTIL FBR-RULE-IDX > FBR-RULE-COUNT
015320         IF WS-RULE-OVERFLOW
015330             STRING "FIZZBUZZ0130E LABELS TRUNCATED AT POSN "
015340                 WS-POSN
015343                 DELIMITED BY SIZE INTO WS-ALERT-MSG
015346             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
015350             ADD 1 TO WS-OVERFLOW-COUNT
015360         END-IF
015370         IF WS-RULE-ACCUM = SPACES
016120         OPEN INPUT FBRULAUD-FILE
016130         IF WS-FBRULAUD-STATUS NOT = "00"
016140             AND WS-FBRULAUD-STATUS NOT = "05"
016150             STRING "FIZZBUZZ0300E FBRULAUD OPEN FAILED -"
016160                 " STATUS " WS-FBRULAUD-STATUS
016163                 DELIMITED BY SIZE INTO WS-ALERT-MSG
016166             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
016170             MOVE 20 TO RETURN-CODE
016180             SET WS-FILES-FAILED TO TRUE
016190             GO TO 10700-LOAD-REFRESH-DIVISORS-EXIT
016220             UNTIL WS-RULAUD-EOF
016230         CLOSE FBRULAUD-FILE
016240         IF WS-RFD-COUNT = ZERO
016250             STRING "FIZZBUZZ0310W NO DIVISORS TO REFRESH ON"
016260                 " FBRULAUD"
016263                 DELIMITED BY SIZE INTO WS-ALERT-MSG
016266             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
016270             IF RETURN-CODE < 4
016280                 MOVE 4 TO RETURN-CODE
016290             END-IF
016480         IF FBRA-DIVISOR NOT NUMERIC
016490             OR FBRA-DIVISOR = ZERO
016500             GO TO 10720-ADD-DIVISOR-EXIT
016501         END-IF
016502         IF FBRA-BOOK = SPACES
016503             MOVE "STD" TO FBRA-BOOK
016504         END-IF
016505         IF FBRA-BOOK NOT = FBR-BOOK
016506             GO TO 10720-ADD-DIVISOR-EXIT
016510         END-IF
016520         MOVE "N" TO WS-RFD-DUP-SW
016530         PERFORM 10730-MATCH-DIVISOR
016630             SET WS-RFD-IDX TO WS-RFD-COUNT
016640             MOVE FBRA-DIVISOR TO WS-RFD-DIVISOR(WS-RFD-IDX)
016650         ELSE
016660             STRING "FIZZBUZZ0320W REFRESH DIVISOR TABLE FULL -"
016670                 " DIVISOR " FBRA-DIVISOR " IGNORED"
016673                 DELIMITED BY SIZE INTO WS-ALERT-MSG
016676             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
016680             IF RETURN-CODE < 4
016690                 MOVE 4 TO RETURN-CODE
016700             END-IF
018030*     ENDS THE STEP RC 12 WITH NOTHING OPENED.  PARM BYTE 22     *
018040*     (FORCE=Y) OVERRIDES THE WHOLE CHECK FOR DELIBERATE         *
018050*     RERUNS.                                                    *
018051*     ONLY RUNS OF THE SAME RULE BOOK COUNT - EACH BOOK HAS ITS  *
018052*     OWN NIGHTLY, AND A BOOK WITH NO MODE=S RUN ON FILE YET IS  *
018053*     ON ITS FIRST NIGHT, SO HAS NO PRIOR DATE TO CHECK.         *
018060*---------------------------------------------------------------*
018070  10150-AUTHORIZE-RUN.
018080         IF WS-FORCE-RUN
018160             GO TO 10150-AUTHORIZE-RUN-EXIT
018170         END-IF
018180         IF NOT WS-CAL-TODAY-OK
018190             STRING "FIZZBUZZ0380E " WS-RUN-DATE " IS NOT A"
018200                 " PROCESSING DAY ON FBCALEND - RUN REFUSED"
018203                 DELIMITED BY SIZE INTO WS-ALERT-MSG
018206             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
018210             SET WS-RUN-REFUSED TO TRUE
018220             MOVE 12 TO RETURN-CODE
018230             GO TO 10150-AUTHORIZE-RUN-EXIT
018280             GO TO 10150-AUTHORIZE-RUN-EXIT
018290         END-IF
018300         IF WS-AUTH-TODAY-RUN
018310             STRING "FIZZBUZZ0390E A SUCCESSFUL RUN IS ALREADY"
018320                 " RECORDED FOR " WS-RUN-DATE " - RUN REFUSED"
018330                 " (FORCE=Y TO RERUN DELIBERATELY)"
018333                 DELIMITED BY SIZE INTO WS-ALERT-MSG
018336             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
018340             SET WS-RUN-REFUSED TO TRUE
018350             MOVE 12 TO RETURN-CODE
018360             GO TO 10150-AUTHORIZE-RUN-EXIT
018370         END-IF
018380         IF WS-CAL-PRIOR-DATE > ZERO
018381             AND WS-AUTH-BOOK-SEEN
018390             IF NOT WS-AUTH-PRIOR-FOUND
018400                 STRING "FIZZBUZZ0400E NO RUN RECORDED FOR PRIOR"
018410                     " BUSINESS DATE " WS-CAL-PRIOR-DATE
018420                     " - RUN REFUSED"
018422                     DELIMITED BY SIZE INTO WS-ALERT-MSG
018424                 PERFORM 95000-RAISE-ALERT
018426                     THRU 95000-RAISE-ALERT-EXIT
018430                 SET WS-RUN-REFUSED TO TRUE
018440                 MOVE 12 TO RETURN-CODE
018450             ELSE
018460                 IF WS-AUTH-PRIOR-RC NOT = ZERO
018470                     AND WS-AUTH-PRIOR-RC NOT = 4
018480                     STRING "FIZZBUZZ0410E PRIOR BUSINESS DATE "
018490                         WS-CAL-PRIOR-DATE " RUN ENDED RC "
018500                         WS-AUTH-PRIOR-RC " - RUN REFUSED"
018502                         DELIMITED BY SIZE INTO WS-ALERT-MSG
018504                     PERFORM 95000-RAISE-ALERT
018506                         THRU 95000-RAISE-ALERT-EXIT
018510                     SET WS-RUN-REFUSED TO TRUE
018520                     MOVE 12 TO RETURN-CODE
018530                 END-IF
018650         MOVE "N" TO WS-CAL-EOF-SW
018660         OPEN INPUT FBCALEND-FILE
018670         IF WS-FBCALEND-STATUS NOT = "00"
018680             STRING "FIZZBUZZ0420E FBCALEND OPEN FAILED -"
018690                 " STATUS " WS-FBCALEND-STATUS
018700                 " - CANNOT AUTHORIZE, RUN REFUSED"
018703                 DELIMITED BY SIZE INTO WS-ALERT-MSG
018706             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
018710             SET WS-RUN-REFUSED TO TRUE
018720             MOVE 12 TO RETURN-CODE
018730             GO TO 10160-READ-CALENDAR-EXIT
019170             GO TO 10180-CHECK-RUN-HISTORY-EXIT
019180         END-IF
019190         IF WS-FBRUNHST-STATUS NOT = "00"
019200             STRING "FIZZBUZZ0430E FBRUNHST OPEN FAILED -"
019210                 " STATUS " WS-FBRUNHST-STATUS
019220                 " - CANNOT AUTHORIZE, RUN REFUSED"
019223                 DELIMITED BY SIZE INTO WS-ALERT-MSG
019226             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
019230             SET WS-RUN-REFUSED TO TRUE
019240             MOVE 12 TO RETURN-CODE
019250             GO TO 10180-CHECK-RUN-HISTORY-EXIT
019410         IF FBRH-RUN-DATE NOT NUMERIC
019420             OR FBRH-MODE NOT = "S"
019430             GO TO 10190-READ-HISTORY-REC-EXIT
019431         END-IF
019432         IF FBRH-BOOK = SPACES
019433             MOVE "STD" TO FBRH-BOOK
019434         END-IF
019435         IF FBRH-BOOK NOT = FBR-BOOK
019436             GO TO 10190-READ-HISTORY-REC-EXIT
019440         END-IF
019441         SET WS-AUTH-BOOK-SEEN TO TRUE
019450         IF FBRH-RUN-DATE = WS-RUN-DATE
019460             AND (FBRH-RETURN-CODE = ZERO
019470                 OR FBRH-RETURN-CODE = 4)
020230**
020240  20230-STATUS-WARN.
020250         IF NOT WS-STAT-WARNED
020260             STRING "FIZZBUZZ0440W FBSTATUS HEARTBEAT NOT"
020261                 " WRITTEN - STATUS " WS-FBSTATUS-STATUS
020262                 " - RUN CONTINUES"
020263                 DELIMITED BY SIZE INTO WS-ALERT-MSG
020264             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
020265             SET WS-STAT-WARNED TO TRUE
020266         END-IF
020267         .
020268  20230-STATUS-WARN-EXIT.
020269         EXIT.
020270**
020271*---------------------------------------------------------------*
020272* 10890-CHECK-STEP -- NIGHTLY STEP CONTROL.  THE BUSINESS DATE  *
020273*     IS TONIGHT - READ THE RECORD OF THIS STEP FOR IT.  A STEP *
020274*     ALREADY COMPLETE FOR THE DATE IS SKIPPED - RC 1, NOTHING  *
020275*     OPENED - UNLESS PARM FORCE=Y.  NOTHING IS WRITTEN HERE -  *
020276*     10900-START-STEP MARKS THE STEP ONCE THE RUN IS           *
020277*     AUTHORIZED.  NO STEP-CONTROL FILE, NO RUN - THE RERUN     *
020278*     GUARD IS NEVER DROPPED SILENTLY.                          *
020279*---------------------------------------------------------------*
020280  10890-CHECK-STEP.
020281         MOVE WS-RUN-DATE  TO WS-BUS-DATE
020282         OPEN INPUT FBSTEPCT-FILE
020283         IF WS-FBSTEPCT-STATUS = "35"
020284             SET WS-STEP-CLEARED TO TRUE
020285             GO TO 10890-CHECK-STEP-EXIT
020286         END-IF
020287         IF WS-FBSTEPCT-STATUS NOT = "00"
020288             AND WS-FBSTEPCT-STATUS NOT = "05"
020289             STRING "FIZZBUZZ0480E FBSTEPCT OPEN FAILED -"
020290                 " STATUS " WS-FBSTEPCT-STATUS
020291                 DELIMITED BY SIZE INTO WS-ALERT-MSG
020292             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
020293             MOVE 20 TO RETURN-CODE
020294             SET WS-RUN-REFUSED TO TRUE
020295             GO TO 10890-CHECK-STEP-EXIT
020296         END-IF
020298         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
020299         MOVE WS-STEP-NAME TO FBSC-STEP
020300         MOVE "N"          TO WS-STEP-NEW-SW
020301         READ FBSTEPCT-FILE
020302             INVALID KEY
020303                 SET WS-STEP-NEW TO TRUE
020304         END-READ
020305         IF NOT WS-STEP-NEW
020306             AND WS-FBSTEPCT-STATUS NOT = "00"
020307             STRING "FIZZBUZZ0500E FBSTEPCT READ FAILED -"
020308                 " STATUS " WS-FBSTEPCT-STATUS
020309                 DELIMITED BY SIZE INTO WS-ALERT-MSG
020310             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
020311             MOVE 20 TO RETURN-CODE
020312             SET WS-RUN-REFUSED TO TRUE
020313             CLOSE FBSTEPCT-FILE
020314             GO TO 10890-CHECK-STEP-EXIT
020315         END-IF
020316         CLOSE FBSTEPCT-FILE
020317         IF NOT WS-STEP-NEW
020318             AND FBSC-COMPLETE
020319             IF NOT WS-FORCE-RUN
020320                 DISPLAY "FIZZBUZZ0510I " WS-STEP-NAME " ALREADY"
020321                     " COMPLETE FOR BUSINESS DATE " WS-BUS-DATE
020322                     " - STEP SKIPPED (FORCE=Y TO RERUN)"
020323                 SET WS-STEP-SKIPPED TO TRUE
020324                 MOVE 1 TO RETURN-CODE
020325                 SET WS-RUN-REFUSED TO TRUE
020326                 GO TO 10890-CHECK-STEP-EXIT
020327             END-IF
020328             DISPLAY "FIZZBUZZ0520I STEP CONTROL OVERRIDDEN BY"
020329                 " PARM FORCE=Y - " WS-STEP-NAME " RERUN FOR"
020330                 " BUSINESS DATE " WS-BUS-DATE
020331         END-IF
020332         SET WS-STEP-CLEARED TO TRUE
020333         .
020334  10890-CHECK-STEP-EXIT.
020335         EXIT.
020336**
020337*---------------------------------------------------------------*
020338* 10900-START-STEP -- THE NIGHTLY IS AUTHORIZED: SET THE        *
020339*     BUSINESS DATE ON THE FBSTEPCT CONTROL RECORD AND MARK THE *
020340*     RECORD OF THIS STEP STARTED BEFORE ANY WORK IS DONE.      *
020341*---------------------------------------------------------------*
020342  10900-START-STEP.
020343         OPEN I-O FBSTEPCT-FILE
020344         IF WS-FBSTEPCT-STATUS = "35"
020345             OPEN OUTPUT FBSTEPCT-FILE
020346             CLOSE FBSTEPCT-FILE
020347             OPEN I-O FBSTEPCT-FILE
020348         END-IF
020349         IF WS-FBSTEPCT-STATUS NOT = "00"
020350             AND WS-FBSTEPCT-STATUS NOT = "05"
020351             STRING "FIZZBUZZ0480E FBSTEPCT OPEN FAILED -"
020352                 " STATUS " WS-FBSTEPCT-STATUS
020353                 DELIMITED BY SIZE INTO WS-ALERT-MSG
020354             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
020355             MOVE 20 TO RETURN-CODE
020356             SET WS-RUN-REFUSED TO TRUE
020357             GO TO 10900-START-STEP-EXIT
020358         END-IF
020359         PERFORM 10910-SET-BUSINESS-DATE
020360             THRU 10910-SET-BUSINESS-DATE-EXIT
020361         IF WS-RUN-REFUSED
020362             CLOSE FBSTEPCT-FILE
020363             GO TO 10900-START-STEP-EXIT
020364         END-IF
020365         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
020366         MOVE WS-STEP-NAME TO FBSC-STEP
020367         MOVE "N"          TO WS-STEP-NEW-SW
020368         READ FBSTEPCT-FILE
020369             INVALID KEY
020370                 SET WS-STEP-NEW TO TRUE
020371         END-READ
020372         IF NOT WS-STEP-NEW
020373             AND WS-FBSTEPCT-STATUS NOT = "00"
020374             STRING "FIZZBUZZ0500E FBSTEPCT READ FAILED -"
020375                 " STATUS " WS-FBSTEPCT-STATUS
020376                 DELIMITED BY SIZE INTO WS-ALERT-MSG
020377             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
020384             MOVE 20 TO RETURN-CODE
020385             SET WS-RUN-REFUSED TO TRUE
020386             CLOSE FBSTEPCT-FILE
020387             GO TO 10900-START-STEP-EXIT
020388         END-IF
020405         IF WS-STEP-NEW
020406             MOVE SPACES       TO FBSC-RECORD
020407             MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
020408             MOVE WS-STEP-NAME TO FBSC-STEP
020409             MOVE ZERO         TO FBSC-RUN-COUNT
020410         END-IF
020411         IF FBSC-RUN-COUNT NOT NUMERIC
020412             MOVE ZERO TO FBSC-RUN-COUNT
020413         END-IF
020414         IF FBSC-RUN-COUNT < 999
020415             ADD 1 TO FBSC-RUN-COUNT
020416         END-IF
020417         ACCEPT WS-STEP-TIME-RAW FROM TIME
020418         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
020419         SET FBSC-STARTED  TO TRUE
020420         MOVE WS-RUN-DATE  TO FBSC-START-DATE
020421         MOVE WS-STEP-TIME TO FBSC-START-TIME
020422         MOVE ZERO         TO FBSC-END-DATE
020423                              FBSC-END-TIME
020424                              FBSC-RETURN-CODE
020425         MOVE WS-FORCE-SW  TO FBSC-FORCED
020426         IF WS-STEP-NEW
020427             WRITE FBSC-RECORD
020428                 INVALID KEY
020429                     CONTINUE
020430             END-WRITE
020431         ELSE
020432             REWRITE FBSC-RECORD
020433                 INVALID KEY
020434                     CONTINUE
020435             END-REWRITE
020436         END-IF
020437         IF WS-FBSTEPCT-STATUS NOT = "00"
020438             STRING "FIZZBUZZ0530E FBSTEPCT WRITE FAILED -"
020439                 " STATUS " WS-FBSTEPCT-STATUS
020449                 DELIMITED BY SIZE INTO WS-ALERT-MSG
020459             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
020469             MOVE 20 TO RETURN-CODE
020479             SET WS-RUN-REFUSED TO TRUE
020489             CLOSE FBSTEPCT-FILE
020499             GO TO 10900-START-STEP-EXIT
020509         END-IF
020519         CLOSE FBSTEPCT-FILE
020529         SET WS-STEP-STARTED TO TRUE
020539         DISPLAY "FIZZBUZZ0540I " WS-STEP-NAME " STARTED FOR"
020549             " BUSINESS DATE " WS-BUS-DATE
020559             " - RUN " FBSC-RUN-COUNT
020569         .
020579  10900-START-STEP-EXIT.
020589         EXIT.
020599**
020609*---------------------------------------------------------------*
020619* 10910-SET-BUSINESS-DATE -- THE NIGHTLY OPENS THE BUSINESS DATE*
020629*     FOR THE WHOLE CHAIN: THE FBSTEPCT CONTROL RECORD IS SET TO*
020639*     TONIGHT SO FBBALANC, THE TRANSMIT, FBFEDACK AND FBHSKEEP  *
020649*     RECORD AGAINST THE SAME DATE, EVEN WHEN RERUN AFTER       *
020659*     MIDNIGHT                                                  *
020669*---------------------------------------------------------------*
020679  10910-SET-BUSINESS-DATE.
020689         MOVE ZERO       TO FBSCC-BUS-DATE
020699         MOVE "BUSDATE " TO FBSCC-STEP
020709         MOVE "N"        TO WS-STEP-NEW-SW
020719         READ FBSTEPCT-FILE
020729             INVALID KEY
020739                 SET WS-STEP-NEW TO TRUE
020749         END-READ
020759         IF NOT WS-STEP-NEW
020769             AND WS-FBSTEPCT-STATUS NOT = "00"
020779             STRING "FIZZBUZZ0490E FBSTEPCT CONTROL READ FAILED"
020789                 " - STATUS " WS-FBSTEPCT-STATUS
020799                 DELIMITED BY SIZE INTO WS-ALERT-MSG
020809             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
020819             MOVE 20 TO RETURN-CODE
020829             SET WS-RUN-REFUSED TO TRUE
020839             GO TO 10910-SET-BUSINESS-DATE-EXIT
020849         END-IF
020859         IF WS-STEP-NEW
020869             MOVE SPACES     TO FBSC-CONTROL-REC
020879             MOVE ZERO       TO FBSCC-BUS-DATE
020889             MOVE "BUSDATE " TO FBSCC-STEP
020899         END-IF
020909         ACCEPT WS-STEP-TIME-RAW FROM TIME
020919         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
020929         MOVE WS-BUS-DATE  TO FBSCC-CURR-DATE
020939         MOVE WS-RUN-DATE  TO FBSCC-SET-DATE
020949         MOVE WS-STEP-TIME TO FBSCC-SET-TIME
020959         IF WS-STEP-NEW
020969             WRITE FBSC-CONTROL-REC
020979                 INVALID KEY
020989                     CONTINUE
020999             END-WRITE
021009         ELSE
021019             REWRITE FBSC-CONTROL-REC
021029                 INVALID KEY
021039                     CONTINUE
021049             END-REWRITE
021059         END-IF
021069         IF WS-FBSTEPCT-STATUS NOT = "00"
021079             STRING "FIZZBUZZ0490E FBSTEPCT CONTROL WRITE"
021089                 " FAILED - STATUS " WS-FBSTEPCT-STATUS
021099                 DELIMITED BY SIZE INTO WS-ALERT-MSG
021109             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
021119             MOVE 20 TO RETURN-CODE
021129             SET WS-RUN-REFUSED TO TRUE
021139         END-IF
021149         .
021159  10910-SET-BUSINESS-DATE-EXIT.
021169         EXIT.
021179**
021189*---------------------------------------------------------------*
021199* 30900-END-STEP -- MARK THE STEP RECORD FOR THE BUSINESS DATE  *
021209*     - COMPLETE ON RC 0 OR 4, AS 10150-AUTHORIZE-RUN JUDGES A  *
021219*     NIGHT; A QUIESCE (RC 2) OR A FAILURE ENDS IT NOT          *
021229*     COMPLETE, SO THE RESUBMIT IS NOT SKIPPED.  A REFUSED      *
021234*     NIGHT NEVER MARKS THE STEP STARTED.                       *
021239*     A FAILURE HERE LEAVES THE RECORD STARTED, SO THE NEXT     *
021249*     RUN WILL NOT SKIP - IT IS FLAGGED RC 8 FOR THE OPERATOR.  *
021259*---------------------------------------------------------------*
021269  30900-END-STEP.
021279         OPEN I-O FBSTEPCT-FILE
021289         IF WS-FBSTEPCT-STATUS NOT = "00"
021299             STRING "FIZZBUZZ0550E FBSTEPCT OPEN FAILED AT"
021309                 " END OF STEP - STATUS " WS-FBSTEPCT-STATUS
021319                 " - STEP LEFT MARKED STARTED"
021329                 DELIMITED BY SIZE INTO WS-ALERT-MSG
021339             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
021349             IF RETURN-CODE < 8
021359                 MOVE 8 TO RETURN-CODE
021369             END-IF
021379             GO TO 30900-END-STEP-EXIT
021389         END-IF
021399         MOVE WS-BUS-DATE  TO FBSC-BUS-DATE
021409         MOVE WS-STEP-NAME TO FBSC-STEP
021419         READ FBSTEPCT-FILE
021429             INVALID KEY
021439                 CONTINUE
021449         END-READ
021459         IF WS-FBSTEPCT-STATUS NOT = "00"
021469             STRING "FIZZBUZZ0560E FBSTEPCT READ FAILED AT"
021479                 " END OF STEP - STATUS " WS-FBSTEPCT-STATUS
021489                 DELIMITED BY SIZE INTO WS-ALERT-MSG
021499             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
021509             IF RETURN-CODE < 8
021519                 MOVE 8 TO RETURN-CODE
021529             END-IF
021539             CLOSE FBSTEPCT-FILE
021549             GO TO 30900-END-STEP-EXIT
021559         END-IF
021569         ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
021579         ACCEPT WS-STEP-TIME-RAW FROM TIME
021589         DIVIDE WS-STEP-TIME-RAW BY 100 GIVING WS-STEP-TIME
021599         MOVE WS-STEP-DATE TO FBSC-END-DATE
021609         MOVE WS-STEP-TIME TO FBSC-END-TIME
021619         MOVE RETURN-CODE  TO FBSC-RETURN-CODE
021629         IF FBSC-RETURN-CODE = ZERO
021639             OR FBSC-RETURN-CODE = 4
021649             SET FBSC-COMPLETE  TO TRUE
021659         ELSE
021669             SET FBSC-ENDED-BAD TO TRUE
021679         END-IF
021689         REWRITE FBSC-RECORD
021699             INVALID KEY
021709                 CONTINUE
021719         END-REWRITE
021729         IF WS-FBSTEPCT-STATUS NOT = "00"
021739             STRING "FIZZBUZZ0570E FBSTEPCT REWRITE FAILED -"
021749                 " STATUS " WS-FBSTEPCT-STATUS
021759                 DELIMITED BY SIZE INTO WS-ALERT-MSG
021769             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
021779             IF RETURN-CODE < 8
021789                 MOVE 8 TO RETURN-CODE
021799             END-IF
021809             CLOSE FBSTEPCT-FILE
021819             GO TO 30900-END-STEP-EXIT
021829         END-IF
021839         CLOSE FBSTEPCT-FILE
021849         IF FBSC-COMPLETE
021859             DISPLAY "FIZZBUZZ0580I " WS-STEP-NAME " COMPLETE FOR"
021869                 " BUSINESS DATE " WS-BUS-DATE
021879         ELSE
021889             DISPLAY "FIZZBUZZ0580I " WS-STEP-NAME " NOT COMPLETE"
021899                 " FOR BUSINESS DATE " WS-BUS-DATE " - RC "
021909                 FBSC-RETURN-CODE " - RERUN WILL NOT SKIP IT"
021919         END-IF
021929         .
021939  30900-END-STEP-EXIT.
021949         EXIT.
021959**
021969*---------------------------------------------------------------*
021979* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
021989*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
021999*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
022009*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
022019*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
022029*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
022039*---------------------------------------------------------------*
022049  95000-RAISE-ALERT.
022059         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
022069             VARYING WS-ALERT-LEN FROM 132 BY -1
022079             UNTIL WS-ALERT-LEN = 1
022089             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
022099         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
022109         IF WS-ALERTS-STOPPED
022119             GO TO 95000-RAISE-ALERT-CLEAR
022129         END-IF
022139         IF NOT WS-ALERT-OPEN
022149             OPEN EXTEND FBALERT-FILE
022159             IF WS-FBALERT-STATUS NOT = "00"
022169                 DISPLAY "FIZZBUZZ0990W FBALERT OPEN FAILED -"
022179                     " STATUS " WS-FBALERT-STATUS
022189                     " - NO ALERTS WRITTEN"
022199                 SET WS-ALERTS-STOPPED TO TRUE
022209                 GO TO 95000-RAISE-ALERT-CLEAR
022219             END-IF
022229             SET WS-ALERT-OPEN TO TRUE
022239         END-IF
022249         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
022259             MOVE SPACES TO WS-ALERT-MSG
022269             STRING "FIZZBUZZ0991W ALERT LIMIT REACHED -"
022279                 " LATER MESSAGES ARE ON SYSOUT ONLY"
022289                 DELIMITED BY SIZE INTO WS-ALERT-MSG
022299             DISPLAY WS-ALERT-MSG(1:72)
022309             SET WS-ALERTS-STOPPED TO TRUE
022319         END-IF
022329         MOVE SPACES TO FBAL-RECORD
022339         MOVE "FIZZBUZZ" TO FBAL-PROGRAM
022349         MOVE 1 TO WS-ALERT-PTR
022359         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
022369             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
022379         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
022389         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
022399         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
022409         ACCEPT WS-ALERT-TIME FROM TIME
022419         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
022429         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
022439         IF WS-BUS-DATE > ZERO
022449             MOVE WS-BUS-DATE TO FBAL-BUS-DATE
022459         END-IF
022469         WRITE FBAL-RECORD
022479         IF WS-FBALERT-STATUS NOT = "00"
022489             DISPLAY "FIZZBUZZ0992W FBALERT WRITE FAILED -"
022499                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
022509             SET WS-ALERTS-STOPPED TO TRUE
022519         ELSE
022529             ADD 1 TO WS-ALERT-CNT
022539         END-IF
022549         .
022559  95000-RAISE-ALERT-CLEAR.
022569         MOVE SPACES TO WS-ALERT-MSG
022579         .
022589  95000-RAISE-ALERT-EXIT.
022599         EXIT.
022609**
022619  95010-ALERT-LENGTH.
022629         CONTINUE
022639         .
022649  95010-ALERT-LENGTH-EXIT.
022659         EXIT.
022669**
022679*---------------------------------------------------------------*
022689* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
022699*---------------------------------------------------------------*
022709  95100-CLOSE-ALERTS.
022719         IF WS-ALERT-OPEN
022729             CLOSE FBALERT-FILE
022739             MOVE "N" TO WS-ALERT-OPEN-SW
022749         END-IF
022759         .
022769  95100-CLOSE-ALERTS-EXIT.
022779         EXIT.
022789**
022799  END PROGRAM FIZZBUZZ.
