000180**         byte 1 STORE=Y also writes the computed record back   *
000190**         onto the master.  Found-on-master answers are         *
000200**         unchanged.                                            *
000201**         An as-of date YYYYMMDD in PARM bytes 2-9, or on a     *
000202**         card in columns 11-18, answers the position as it     *
000203**         stood on that date from the FBCLSHST classification   *
000204**         history instead of as of today; a stored-back record  *
000205**         is written to that history too.                       *
000206**         PARM bytes 10-12 name the rule book the requests are  *
000207**         against (blank or omitted = STD) - the master, the    *
000208**         history and the rules are all read for that book.     *
000210**                                                               *
000220** Modification History                                          *
000230** -------------------------------------------------------------*
000260**                  classifies the position under the current    *
000270**                  FBRULMST rules instead of answering NOT ON   *
000280**                  MASTER, with an optional store-back.         *
000281** 2026-10-14  DPS  As-of inquiry from the FBCLSHST              *
000282**                  classification history (PARM bytes 2-9 or    *
000283**                  card columns 11-18); a STORE=Y store-back is *
000284**                  now written to FBCLSHST as well.             *
000285** 2026-10-14  DPS  Rule books - PARM bytes 10-12 name the book  *
000286**                  (blank = STD); lookups, as-of history reads, *
000287**                  compute-on-miss rules and store-backs all    *
000288**                  use that book.                               *
000290** 2026-10-14  DPS  E and W messages are also written to the     *
000292**                  shared FBALERT alert file for the morning    *
000294**                  FBALDGST exception digest.                   *
000296******************************************************************
000300  IDENTIFICATION DIVISION.
000310**-*-*-*-*-*-*-*-*-*-*-*-*-
000320  PROGRAM-ID. FBINQUIR.
000450         SELECT FBRSLT-FILE ASSIGN TO FBRSLT
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS RANDOM
000480             RECORD KEY IS FBRS-KEY
000490             FILE STATUS IS WS-FBRSLT-STATUS.
000500         SELECT FBINQIN-FILE ASSIGN TO FBINQIN
000510             ORGANIZATION IS SEQUENTIAL
000560         SELECT FBRULMST-FILE ASSIGN TO FBRULMST
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS SEQUENTIAL
000590             RECORD KEY IS FBRM-KEY
000600             FILE STATUS IS WS-FBRULMST-STATUS.
000601         SELECT FBCLSHST-FILE ASSIGN TO FBCLSHST
000602             ORGANIZATION IS INDEXED
000603             ACCESS MODE IS DYNAMIC
000604             RECORD KEY IS FBCH-KEY
000605             FILE STATUS IS WS-FBCLSHST-STATUS.
000606         SELECT FBALERT-FILE ASSIGN TO FBALERT
000607             ORGANIZATION IS SEQUENTIAL
000608             FILE STATUS IS WS-FBALERT-STATUS.
000610  DATA DIVISION.
000620**-*-*-*-*-*-*-*-
000630  FILE SECTION.
000710         RECORD CONTAINS 80 CHARACTERS.
000720  01  FBINQIN-RECORD.
000730         05  FBINQIN-POSN        PIC X(09).
000740         05  FILLER              PIC X(01).
000741         05  FBINQIN-ASOF        PIC X(08).
000742         05  FILLER              PIC X(62).
000750  FD  FBINQOUT-FILE
000760         RECORDING MODE IS F
000770         LABEL RECORDS ARE STANDARD
000800  FD  FBRULMST-FILE
000810         RECORD CONTAINS 60 CHARACTERS.
000820  COPY FBRULREC.
000821  FD  FBCLSHST-FILE
000822         RECORD CONTAINS 80 CHARACTERS.
000823  COPY FBCHREC.
000824  FD  FBALERT-FILE
000825         RECORDING MODE IS F
000826         LABEL RECORDS ARE STANDARD
000827         RECORD CONTAINS 150 CHARACTERS.
000828  COPY FBALREC.
000830  WORKING-STORAGE SECTION.
000840*-------------------------
000850*---------------------------------------------------------------*
001020                 88  WS-RULE-NO-OVERFLOW       VALUE "N".
001030             10  WS-STORE-SW        PIC X(01)  VALUE "N".
001040                 88  WS-STORE-COMPUTED         VALUE "Y".
001041             10  WS-HIST-SW         PIC X(01)  VALUE "N".
001042                 88  WS-HIST-OPEN              VALUE "Y".
001043                 88  WS-HIST-CLOSED            VALUE "N".
001044             10  WS-HST-END-SW      PIC X(01)  VALUE "N".
001045                 88  WS-HST-END                VALUE "Y".
001046             10  WS-HST-HIT-SW      PIC X(01)  VALUE "N".
001047                 88  WS-HST-NONE               VALUE "N".
001048                 88  WS-HST-ON-OR-BEFORE       VALUE "B".
001049                 88  WS-HST-AFTER-ONLY         VALUE "A".
001050         05  WS-FILE-STATUSES.
001060             10  WS-FBRSLT-STATUS   PIC X(02)  VALUE "00".
001070             10  WS-FBINQIN-STATUS  PIC X(02)  VALUE "00".
001080             10  WS-FBINQOUT-STATUS PIC X(02)  VALUE "00".
001090             10  WS-FBRULMST-STATUS PIC X(02)  VALUE "00".
001091             10  WS-FBCLSHST-STATUS PIC X(02)  VALUE "00".
001100         05  WS-RUN-STAMP.
001110             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001111             10  WS-RUN-TIME        PIC 9(06)  VALUE ZERO.
001112             10  WS-TIME-RAW        PIC 9(08)  VALUE ZERO.
001120         05  WS-REQUEST.
001130             10  WS-REQ-POSN-X      PIC X(09).
001140             10  WS-REQ-POSN-N REDEFINES WS-REQ-POSN-X
001150                                    PIC 9(09).
001151             10  WS-REQ-ASOF-X      PIC X(08).
001152             10  WS-REQ-ASOF-N REDEFINES WS-REQ-ASOF-X
001153                                    PIC 9(08).
001154*          THE AS-OF DATE IN FORCE FOR THE REQUEST IN HAND - THE
001155*          CARD'S OWN, ELSE THE PARM'S, ELSE ZERO (AS OF TODAY)
001156             10  WS-PARM-ASOF       PIC 9(08)  VALUE ZERO.
001157             10  WS-ASOF-DATE       PIC 9(08)  VALUE ZERO.
001160         05  WS-CONTROL-TOTALS.
001170             10  WS-REQUEST-COUNT     PIC 9(8) COMP  VALUE ZERO.
001180             10  WS-FOUND-COUNT       PIC 9(8) COMP  VALUE ZERO.
001210             10  WS-COMPUTED-COUNT    PIC 9(8) COMP  VALUE ZERO.
001220             10  WS-STORED-COUNT      PIC 9(8) COMP  VALUE ZERO.
001230             10  WS-OVERFLOW-COUNT    PIC 9(8) COMP  VALUE ZERO.
001231             10  WS-ASOF-COUNT        PIC 9(8) COMP  VALUE ZERO.
001232             10  WS-HIST-COUNT        PIC 9(8) COMP  VALUE ZERO.
001240         05  WS-RESULTS.
001250             10  WS-RULE-QUOT         PIC 9(9).
001260             10  WS-RULE-REM          PIC 9(4).
001270             10  WS-RULE-ACCUM        PIC X(8)  VALUE SPACES.
001280             10  WS-RULE-PTR          PIC 9(2)  COMP.
001290             10  WS-CLASS-LABEL       PIC X(8).
001291*          WHAT THE FBCLSHST HISTORY SAYS ABOUT THE REQUESTED
001292*          POSITION ON THE AS-OF DATE (SEE 20500-ASOF-ANSWER)
001293         05  WS-HST-ANSWER.
001294             10  WS-HST-CLASS         PIC X(08)  VALUE SPACES.
001295             10  WS-HST-RULESET       PIC 9(04)  VALUE ZERO.
001296             10  WS-HST-DATE          PIC 9(08)  VALUE ZERO.
001300*---------------------------------------------------------------*
001310* FBINQOUT ANSWER LINE LAYOUT                                   *
001320*---------------------------------------------------------------*
001400             10  WS-ANS-RUN-DATE    PIC X(08).
001410             10  FILLER             PIC X(01) VALUE SPACES.
001420             10  WS-ANS-STATUS      PIC X(15).
001430             10  FILLER             PIC X(01) VALUE SPACES.
001431             10  WS-ANS-ASOF        PIC X(08).
001432             10  FILLER             PIC X(23) VALUE SPACES.
001433*---------------------------------------------------------------*
001434* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001435* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001436* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001437*---------------------------------------------------------------*
001438  01  WS-ALERT-WORK.
001439         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001440         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001441             88  WS-ALERT-OPEN                   VALUE "Y".
001442         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001443             88  WS-ALERTS-STOPPED               VALUE "Y".
001444         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001445         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001446         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001447         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001448         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001449         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001450         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001451  LINKAGE SECTION.
001452*-------------------------
001460  01  LK-PARM.
001470         05  LK-PARM-LEN              PIC S9(4) COMP.
001480         05  LK-PARM-DATA.
001490             10  LK-PARM-STORE        PIC X(01).
001500             10  LK-PARM-ASOF         PIC X(08).
001503             10  LK-PARM-BOOK         PIC X(03).
001506             10  FILLER               PIC X(48).
001510**-*-*-*-*-*-*-*-*-*-*
001520  PROCEDURE DIVISION USING LK-PARM.
001530**-*-*-*-*-*-*-*-*-*-*
001620                 UNTIL WS-INQ-EOF
001630             PERFORM 30000-END THRU 30000-END-EXIT
001640         END-IF
001645         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001650         .
001660         STOP RUN.
001670**
001680  10000-BEGIN.
001690         DISPLAY "**********"
001700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001701         ACCEPT WS-TIME-RAW FROM TIME
001702         DIVIDE WS-TIME-RAW BY 100 GIVING WS-RUN-TIME
001710         IF LK-PARM-LEN > 0
001720             AND LK-PARM-STORE = "Y"
001730             SET WS-STORE-COMPUTED TO TRUE
001731         END-IF
001732*        PARM BYTES 2-9 - AN AS-OF DATE FOR EVERY CARD THAT DOES
001733*        NOT CARRY ITS OWN.  BLANK KEEPS THE AS-OF-TODAY ANSWER.
001734         IF LK-PARM-LEN > 8
001735             AND LK-PARM-ASOF NOT = SPACES
001736             IF LK-PARM-ASOF NUMERIC
001737                 AND LK-PARM-ASOF NOT = ZERO
001738                 MOVE LK-PARM-ASOF TO WS-PARM-ASOF
001739             ELSE
001740                 STRING "FBINQUIR0100E PARM AS-OF DATE "
001741                     LK-PARM-ASOF " NOT NUMERIC YYYYMMDD"
001742                     DELIMITED BY SIZE INTO WS-ALERT-MSG
001743                 PERFORM 95000-RAISE-ALERT
001744                     THRU 95000-RAISE-ALERT-EXIT
001751                 MOVE 16 TO RETURN-CODE
001752                 SET WS-FILES-FAILED TO TRUE
001753                 GO TO 10000-BEGIN-EXIT
001754             END-IF
001755         END-IF
001756*        PARM BYTES 10-12 - THE RULE BOOK ASKED ABOUT
001757         IF LK-PARM-LEN > 9
001758             AND LK-PARM-BOOK NOT = SPACES
001759             MOVE LK-PARM-BOOK TO FBR-BOOK
001760         ELSE
001761             MOVE "STD"        TO FBR-BOOK
001762         END-IF
001763*        STORE=Y NEEDS THE MASTER OPEN FOR UPDATE; A PLAIN
001764*        INQUIRY KEEPS THE READ-ONLY OPEN IT HAS ALWAYS HAD
001770         IF WS-STORE-COMPUTED
001780             OPEN I-O FBRSLT-FILE
001790         ELSE
001800             OPEN INPUT FBRSLT-FILE
001810         END-IF
001820         IF WS-FBRSLT-STATUS NOT = "00"
001830             STRING "FBINQUIR0010E FBRSLT OPEN FAILED -"
001840                 " STATUS " WS-FBRSLT-STATUS
001843                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001846             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001850             MOVE 20 TO RETURN-CODE
001860             SET WS-FILES-FAILED TO TRUE
001870             GO TO 10000-BEGIN-EXIT
001880         END-IF
001890         OPEN INPUT FBINQIN-FILE
001900         IF WS-FBINQIN-STATUS NOT = "00"
001910             STRING "FBINQUIR0020E FBINQIN OPEN FAILED -"
001920                 " STATUS " WS-FBINQIN-STATUS
001923                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001926             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001930             MOVE 20 TO RETURN-CODE
001940             SET WS-FILES-FAILED TO TRUE
001950             CLOSE FBRSLT-FILE
001970         END-IF
001980         OPEN OUTPUT FBINQOUT-FILE
001990         IF WS-FBINQOUT-STATUS NOT = "00"
002000             STRING "FBINQUIR0030E FBINQOUT OPEN FAILED -"
002010                 " STATUS " WS-FBINQOUT-STATUS
002013                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002016             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002020             MOVE 20 TO RETURN-CODE
002030             SET WS-FILES-FAILED TO TRUE
002040             CLOSE FBRSLT-FILE
002050             CLOSE FBINQIN-FILE
002060             GO TO 10000-BEGIN-EXIT
002070         END-IF
002071         PERFORM 10600-OPEN-CLASS-HISTORY
002072             THRU 10600-OPEN-CLASS-HISTORY-EXIT
002080*        THE RULES ARE WANTED ONLY FOR COMPUTE-ON-MISS - A
002090*        LOAD FAILURE DEGRADES TO THE OLD NOT ON MASTER
002100*        ANSWER (RC 4) INSTEAD OF STOPPING THE INQUIRY
002180**
002190*---------------------------------------------------------------*
002200* 20000-PROCESS-REQUEST -- ONE REQUESTED POSITION: EDIT IT,     *
002201*     READ THE MASTER BY KEY (OR THE CLASSIFICATION HISTORY,    *
002202*     FOR AN AS-OF REQUEST), WRITE THE ANSWER LINE              *
002220*---------------------------------------------------------------*
002230  20000-PROCESS-REQUEST.
002240         ADD 1 TO WS-REQUEST-COUNT
002260                               WS-ANS-RULESET
002270                               WS-ANS-RUN-DATE
002280                               WS-ANS-STATUS
002281                               WS-ANS-ASOF
002290         MOVE WS-REQ-POSN-X TO WS-ANS-POSN
002300         IF WS-REQ-POSN-X NOT NUMERIC
002310             MOVE "INVALID REQUEST" TO WS-ANS-STATUS
002340                 THRU 20100-WRITE-ANSWER-EXIT
002350             GO TO 20000-PROCESS-REQUEST-READ
002360         END-IF
002361         MOVE WS-PARM-ASOF TO WS-ASOF-DATE
002362         IF WS-REQ-ASOF-X NOT = SPACES
002363             IF WS-REQ-ASOF-X NUMERIC
002364                 AND WS-REQ-ASOF-N NOT = ZERO
002365                 MOVE WS-REQ-ASOF-N TO WS-ASOF-DATE
002366             ELSE
002367                 MOVE "INVALID REQUEST" TO WS-ANS-STATUS
002368                 ADD 1 TO WS-INVALID-COUNT
002369                 PERFORM 20100-WRITE-ANSWER
002370                     THRU 20100-WRITE-ANSWER-EXIT
002371                 GO TO 20000-PROCESS-REQUEST-READ
002372             END-IF
002373         END-IF
002374         IF WS-ASOF-DATE NOT = ZERO
002375             MOVE WS-ASOF-DATE TO WS-ANS-ASOF
002376             PERFORM 20500-ASOF-ANSWER
002377                 THRU 20500-ASOF-ANSWER-EXIT
002378             PERFORM 20100-WRITE-ANSWER
002379                 THRU 20100-WRITE-ANSWER-EXIT
002380             GO TO 20000-PROCESS-REQUEST-READ
002381         END-IF
002383         MOVE FBR-BOOK      TO FBRS-BOOK
002385         MOVE WS-REQ-POSN-N TO FBRS-POSN
002387         READ FBRSLT-FILE
002390             INVALID KEY
002400                 IF WS-RULES-LOADED
002410                     PERFORM 20300-COMPUTE-ANSWER
002630  20100-WRITE-ANSWER.
002640         WRITE FBINQOUT-RECORD FROM WS-ANS-LINE
002650         IF WS-FBINQOUT-STATUS NOT = "00"
002660             STRING "FBINQUIR0040E FBINQOUT WRITE FAILED -"
002670                 " STATUS " WS-FBINQOUT-STATUS
002673                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002676             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002680             MOVE 20 TO RETURN-CODE
002690         END-IF
002700         .
002770                 SET WS-INQ-EOF TO TRUE
002780             NOT AT END
002790                 MOVE FBINQIN-POSN TO WS-REQ-POSN-X
002791                 MOVE FBINQIN-ASOF TO WS-REQ-ASOF-X
002800         END-READ
002810         .
002820  20900-READ-REQUEST-EXIT.
002840**
002850  30000-END.
002860         DISPLAY "FBINQUIR SUMMARY"
002865         DISPLAY "RULE BOOK         = " FBR-BOOK
002870         DISPLAY "REQUESTS READ     = " WS-REQUEST-COUNT
002880         DISPLAY "POSITIONS FOUND   = " WS-FOUND-COUNT
002890         DISPLAY "NOT ON MASTER     = " WS-NOTFOUND-COUNT
002900         DISPLAY "INVALID REQUESTS  = " WS-INVALID-COUNT
002910         DISPLAY "ANSWERS COMPUTED  = " WS-COMPUTED-COUNT
002920         DISPLAY "COMPUTED STORED   = " WS-STORED-COUNT
002921         DISPLAY "HISTORY RECORDS   = " WS-HIST-COUNT
002922         DISPLAY "AS-OF ANSWERS     = " WS-ASOF-COUNT
002923         IF WS-OVERFLOW-COUNT > ZERO
002924             DISPLAY "RULE LABEL OVERFLOWS = " WS-OVERFLOW-COUNT
002925             IF RETURN-CODE < 8
002926                 MOVE 8 TO RETURN-CODE
002927             END-IF
002928         END-IF
002930         IF (WS-NOTFOUND-COUNT > ZERO
002940             OR WS-INVALID-COUNT > ZERO)
002950             AND RETURN-CODE < 4
002990         CLOSE FBRSLT-FILE
003000         CLOSE FBINQIN-FILE
003010         CLOSE FBINQOUT-FILE
003011         IF WS-HIST-OPEN
003012             CLOSE FBCLSHST-FILE
003013         END-IF
003020         .
003030  30000-END-EXIT.
003040         EXIT.
003270**
003280  20400-STORE-COMPUTED.
003290         MOVE SPACES          TO FBRS-RECORD
003295         MOVE FBR-BOOK        TO FBRS-BOOK
003300         MOVE WS-REQ-POSN-N   TO FBRS-POSN
003310         MOVE WS-CLASS-LABEL  TO FBRS-CLASS
003320         MOVE FBR-RULESET-ID  TO FBRS-RULESET-ID
003330         MOVE WS-RUN-DATE     TO FBRS-LAST-RUN-DATE
003340         WRITE FBRS-RECORD
003350             INVALID KEY
003360                 STRING "FBINQUIR0070W STORE FAILED AT POSN "
003370                     WS-REQ-POSN-N " - STATUS " WS-FBRSLT-STATUS
003372                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003374                 PERFORM 95000-RAISE-ALERT
003376                     THRU 95000-RAISE-ALERT-EXIT
003380                 IF RETURN-CODE < 4
003390                     MOVE 4 TO RETURN-CODE
003400                 END-IF
003420         IF WS-FBRSLT-STATUS = "00"
003430             ADD 1 TO WS-STORED-COUNT
003440             MOVE WS-RUN-DATE TO WS-ANS-RUN-DATE
003441             PERFORM 20410-WRITE-HISTORY
003442                 THRU 20410-WRITE-HISTORY-EXIT
003450         END-IF
003460         .
003461  20400-STORE-COMPUTED-EXIT.
003462         EXIT.
003463**
003464*---------------------------------------------------------------*
003465* 20410-WRITE-HISTORY -- A STORED-BACK POSITION IS NEW TO THE   *
003466*     MASTER, SO IT GOES ON FBCLSHST AS AN ADD (A) STAMPED WITH *
003467*     TODAY'S DATE/TIME, AS 20180-WRITE-HISTORY IN FIZZBUZZ     *
003468*     DOES FOR A NIGHTLY ADD.  A FAILURE OTHER THAN A DUPLICATE *
003469*     STOPS FURTHER STORE-BACKS SO THE MASTER DOES NOT RUN      *
003470*     AHEAD OF ITS HISTORY.                                     *
003471*---------------------------------------------------------------*
003472  20410-WRITE-HISTORY.
003473         MOVE SPACES          TO FBCH-RECORD
003474         MOVE FBR-BOOK        TO FBCH-BOOK
003475         MOVE WS-REQ-POSN-N   TO FBCH-POSN
003476         MOVE WS-RUN-DATE     TO FBCH-EFF-DATE
003477         MOVE WS-RUN-TIME     TO FBCH-EFF-TIME
003478         SET FBCH-ADDED       TO TRUE
003479         MOVE WS-CLASS-LABEL  TO FBCH-NEW-CLASS
003480         MOVE ZERO            TO FBCH-OLD-RULESET
003481         MOVE FBR-RULESET-ID  TO FBCH-NEW-RULESET
003482         MOVE "FBINQUIR"      TO FBCH-PROGRAM
003483         MOVE "I"             TO FBCH-RUN-MODE
003484         WRITE FBCH-RECORD
003485             INVALID KEY
003486                 CONTINUE
003487         END-WRITE
003488         EVALUATE WS-FBCLSHST-STATUS
003489             WHEN "00"
003490                 ADD 1 TO WS-HIST-COUNT
003491             WHEN "22"
003492                 STRING "FBINQUIR0120W FBCLSHST DUPLICATE AT"
003493                     " POSN " WS-REQ-POSN-N
003494                     " - HISTORY NOT WRITTEN"
003495                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003496                 PERFORM 95000-RAISE-ALERT
003497                     THRU 95000-RAISE-ALERT-EXIT
003498                 IF RETURN-CODE < 4
003499                     MOVE 4 TO RETURN-CODE
003500                 END-IF
003501             WHEN OTHER
003502                 STRING "FBINQUIR0130E FBCLSHST WRITE FAILED AT"
003503                     " POSN " WS-REQ-POSN-N
003504                     " - STATUS " WS-FBCLSHST-STATUS
003505                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003506                 PERFORM 95000-RAISE-ALERT
003507                     THRU 95000-RAISE-ALERT-EXIT
003508                 DISPLAY "FBINQUIR0130E STORE=Y WITHDRAWN FOR THE"
003509                     " REST OF THE RUN"
003510                 MOVE "N" TO WS-STORE-SW
003511                 IF RETURN-CODE < 8
003512                     MOVE 8 TO RETURN-CODE
003513                 END-IF
003514         END-EVALUATE
003515         .
003516  20410-WRITE-HISTORY-EXIT.
003517         EXIT.
003518**
003519*---------------------------------------------------------------*
003520* 20500-ASOF-ANSWER -- ANSWER THE POSITION AS IT STOOD ON THE   *
003521*     AS-OF DATE.  FBCLSHST IS READ FORWARD FROM THE POSITION'S *
003522*     FIRST ENTRY: THE LAST ENTRY EFFECTIVE ON OR BEFORE THE    *
003523*     DATE GIVES ITS CLASS THEN.  WHEN EVERY ENTRY IS LATER, THE*
003524*     FIRST ONE'S OLD CLASS IS THE ANSWER - OR NOT ON MASTER IF *
003525*     THAT ENTRY WAS THE ADD.  A POSITION WITH NO HISTORY AT ALL*
003526*     HAS NOT CHANGED SINCE THE HISTORY BEGAN, SO THE MASTER'S  *
003527*     CURRENT RECORD IS THE ANSWER.  NOTHING IS COMPUTED OR     *
003528*     STORED FOR AN AS-OF REQUEST.                              *
003529*---------------------------------------------------------------*
003530  20500-ASOF-ANSWER.
003531         ADD 1 TO WS-ASOF-COUNT
003532         IF WS-HIST-CLOSED
003533             MOVE "NO HISTORY FILE" TO WS-ANS-STATUS
003534             ADD 1 TO WS-NOTFOUND-COUNT
003535             GO TO 20500-ASOF-ANSWER-EXIT
003536         END-IF
003537         SET WS-HST-NONE      TO TRUE
003538         MOVE "N"             TO WS-HST-END-SW
003539         MOVE SPACES          TO WS-HST-CLASS
003540         MOVE ZERO            TO WS-HST-RULESET
003541                                 WS-HST-DATE
003542         MOVE FBR-BOOK        TO FBCH-BOOK
003543         MOVE WS-REQ-POSN-N   TO FBCH-POSN
003544         MOVE ZERO            TO FBCH-EFF-DATE
003545                                 FBCH-EFF-TIME
003546         START FBCLSHST-FILE KEY IS NOT LESS THAN FBCH-KEY
003547             INVALID KEY
003548                 SET WS-HST-END TO TRUE
003549         END-START
003550         PERFORM 20510-READ-HISTORY THRU 20510-READ-HISTORY-EXIT
003551             UNTIL WS-HST-END
003552         EVALUATE TRUE
003553             WHEN WS-HST-ON-OR-BEFORE
003554                 MOVE WS-HST-CLASS   TO WS-ANS-CLASS
003555                 MOVE WS-HST-RULESET TO WS-ANS-RULESET
003556                 MOVE WS-HST-DATE    TO WS-ANS-RUN-DATE
003557                 MOVE "AS OF HISTORY  " TO WS-ANS-STATUS
003558                 ADD 1 TO WS-FOUND-COUNT
003559             WHEN WS-HST-AFTER-ONLY
003560                 AND WS-HST-CLASS = SPACES
003561                 MOVE "NOT ON MASTER  " TO WS-ANS-STATUS
003562                 ADD 1 TO WS-NOTFOUND-COUNT
003563             WHEN WS-HST-AFTER-ONLY
003564                 MOVE WS-HST-CLASS   TO WS-ANS-CLASS
003565                 MOVE WS-HST-RULESET TO WS-ANS-RULESET
003566                 MOVE "AS OF HISTORY  " TO WS-ANS-STATUS
003567                 ADD 1 TO WS-FOUND-COUNT
003568             WHEN OTHER
003569                 MOVE FBR-BOOK      TO FBRS-BOOK
003570                 MOVE WS-REQ-POSN-N TO FBRS-POSN
003571                 READ FBRSLT-FILE
003572                     INVALID KEY
003573                         MOVE "NOT ON MASTER  " TO WS-ANS-STATUS
003574                         ADD 1 TO WS-NOTFOUND-COUNT
003575                     NOT INVALID KEY
003576                         MOVE FBRS-CLASS         TO WS-ANS-CLASS
003577                         MOVE FBRS-RULESET-ID    TO WS-ANS-RULESET
003578                         MOVE FBRS-LAST-RUN-DATE
003579                             TO WS-ANS-RUN-DATE
003580                         MOVE "AS OF NO CHANGE" TO WS-ANS-STATUS
003581                         ADD 1 TO WS-FOUND-COUNT
003582                 END-READ
003583         END-EVALUATE
003584         .
003585  20500-ASOF-ANSWER-EXIT.
003586         EXIT.
003587**
003588  20510-READ-HISTORY.
003589         READ FBCLSHST-FILE NEXT RECORD
003590             AT END
003591                 SET WS-HST-END TO TRUE
003592                 GO TO 20510-READ-HISTORY-EXIT
003593         END-READ
003594         IF WS-FBCLSHST-STATUS NOT = "00"
003595             STRING "FBINQUIR0140E FBCLSHST READ FAILED AT POSN "
003596                 WS-REQ-POSN-N " - STATUS " WS-FBCLSHST-STATUS
003597                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003598             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003599             MOVE 20 TO RETURN-CODE
003600             SET WS-HST-END TO TRUE
003601             GO TO 20510-READ-HISTORY-EXIT
003602         END-IF
003603         IF FBCH-BOOK NOT = FBR-BOOK
003604             OR FBCH-POSN NOT = WS-REQ-POSN-N
003611             SET WS-HST-END TO TRUE
003612             GO TO 20510-READ-HISTORY-EXIT
003613         END-IF
003614         IF FBCH-EFF-DATE > WS-ASOF-DATE
003615             IF WS-HST-NONE
003616                 SET WS-HST-AFTER-ONLY TO TRUE
003617                 MOVE FBCH-OLD-CLASS   TO WS-HST-CLASS
003618                 MOVE FBCH-OLD-RULESET TO WS-HST-RULESET
003619             END-IF
003620             SET WS-HST-END TO TRUE
003621             GO TO 20510-READ-HISTORY-EXIT
003622         END-IF
003623         SET WS-HST-ON-OR-BEFORE TO TRUE
003624         MOVE FBCH-NEW-CLASS   TO WS-HST-CLASS
003625         MOVE FBCH-NEW-RULESET TO WS-HST-RULESET
003626         MOVE FBCH-EFF-DATE    TO WS-HST-DATE
003627         .
003628  20510-READ-HISTORY-EXIT.
003629         EXIT.
003630**
003631*---------------------------------------------------------------*
003632* 10600-OPEN-CLASS-HISTORY -- FBCLSHST IS READ FOR AS-OF        *
003633*     REQUESTS AND WRITTEN BY A STORE-BACK, SO STORE=Y OPENS IT *
003634*     FOR UPDATE (CREATING IT ON FIRST USE) AND A PLAIN INQUIRY *
003635*     FOR INPUT.  A FAILED OPEN DOES NOT STOP THE INQUIRY: AS-OF*
003636*     REQUESTS ANSWER NO HISTORY FILE AND STORE=Y IS WITHDRAWN, *
003637*     SO NOTHING REACHES THE MASTER WITHOUT ITS HISTORY.        *
003638*---------------------------------------------------------------*
003639  10600-OPEN-CLASS-HISTORY.
003640         IF WS-STORE-COMPUTED
003641             OPEN I-O FBCLSHST-FILE
003642             IF WS-FBCLSHST-STATUS = "35"
003643                 OPEN OUTPUT FBCLSHST-FILE
003644                 CLOSE FBCLSHST-FILE
003645                 OPEN I-O FBCLSHST-FILE
003646             END-IF
003647         ELSE
003648             OPEN INPUT FBCLSHST-FILE
003649         END-IF
003650         IF WS-FBCLSHST-STATUS = "00"
003651             OR WS-FBCLSHST-STATUS = "05"
003652             SET WS-HIST-OPEN TO TRUE
003653             GO TO 10600-OPEN-CLASS-HISTORY-EXIT
003654         END-IF
003655         STRING "FBINQUIR0110W FBCLSHST OPEN FAILED -"
003656             " STATUS " WS-FBCLSHST-STATUS
003657             " - NO AS-OF ANSWERS THIS RUN"
003658             DELIMITED BY SIZE INTO WS-ALERT-MSG
003659         PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003660         IF WS-STORE-COMPUTED
003661             STRING "FBINQUIR0115W STORE=Y WITHDRAWN FOR THIS"
003662                 " RUN"
003663                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003664             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003665             MOVE "N" TO WS-STORE-SW
003666             IF RETURN-CODE < 4
003667                 MOVE 4 TO RETURN-CODE
003668             END-IF
003669         END-IF
003670         .
003671  10600-OPEN-CLASS-HISTORY-EXIT.
003672         EXIT.
003673**
003674*---------------------------------------------------------------*
003675* 10500-LOAD-RULES -- LOAD THE RULES ACTIVE TODAY FROM THE       *
003676*     FBRULMST RULE MASTER INTO FBR-RULE-TABLE, THE SAME WAY     *
003677*     THE NIGHTLY RUN DOES.  THE DIVISOR-ZERO CONTROL RECORD     *
003678*     SUPPLIES FBR-RULESET-ID.                                   *
003679*     ONLY THE PARM BOOK IS READ.                                *
003680*---------------------------------------------------------------*
003681  10500-LOAD-RULES.
003682         MOVE ZERO TO FBR-RULE-COUNT
003683         MOVE "N"  TO WS-RULMST-EOF-SW
003684         OPEN INPUT FBRULMST-FILE
003685         IF WS-FBRULMST-STATUS NOT = "00"
003686             STRING "FBINQUIR0050W FBRULMST OPEN FAILED -"
003687                 " STATUS " WS-FBRULMST-STATUS
003688                 " - MISSES WILL ANSWER NOT ON MASTER"
003689                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003690             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003691             IF RETURN-CODE < 4
003692                 MOVE 4 TO RETURN-CODE
003693             END-IF
003694             GO TO 10500-LOAD-RULES-EXIT
003695         END-IF
003696         MOVE FBR-BOOK TO FBRM-BOOK
003697         MOVE ZERO     TO FBRM-DIVISOR
003698         START FBRULMST-FILE KEY NOT LESS THAN FBRM-KEY
003699             INVALID KEY
003700                 SET WS-RULMST-EOF TO TRUE
003701         END-START
003702         PERFORM 10510-READ-RULE THRU 10510-READ-RULE-EXIT
003703             UNTIL WS-RULMST-EOF
003710         CLOSE FBRULMST-FILE
003720         IF FBR-RULE-COUNT = ZERO
003730             STRING "FBINQUIR0060W NO RULES ACTIVE TODAY -"
003740                 " MISSES WILL ANSWER NOT ON MASTER"
003743                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003746             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003750             IF RETURN-CODE < 4
003760                 MOVE 4 TO RETURN-CODE
003770             END-IF
003870             AT END
003880                 SET WS-RULMST-EOF TO TRUE
003890             NOT AT END
003894                 IF FBRM-BOOK NOT = FBR-BOOK
003898                     SET WS-RULMST-EOF TO TRUE
003902                 ELSE
003906                     PERFORM 10520-SELECT-RULE
003910                         THRU 10520-SELECT-RULE-EXIT
003914                 END-IF
003920         END-READ
003930         .
003940  10510-READ-RULE-EXIT.
004060                 MOVE FBRM-DIVISOR TO FBR-DIVISOR(FBR-RULE-COUNT)
004070                 MOVE FBRM-LABEL   TO FBR-LABEL(FBR-RULE-COUNT)
004080             ELSE
004090                 STRING "FBINQUIR0080W RULE TABLE FULL -"
004100                     " DIVISOR " FBRM-DIVISOR " IGNORED"
004102                     DELIMITED BY SIZE INTO WS-ALERT-MSG
004104                 PERFORM 95000-RAISE-ALERT
004106                     THRU 95000-RAISE-ALERT-EXIT
004110                 IF RETURN-CODE < 4
004120                     MOVE 4 TO RETURN-CODE
004130                 END-IF
004310             VARYING FBR-RULE-IDX FROM 1 BY 1
004320               UNTIL FBR-RULE-IDX > FBR-RULE-COUNT
004330         IF WS-RULE-OVERFLOW
004340             STRING "FBINQUIR0090E LABELS TRUNCATED AT POSN "
004350                 WS-REQ-POSN-N
004353                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004356             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004360             ADD 1 TO WS-OVERFLOW-COUNT
004370         END-IF
004380         IF WS-RULE-ACCUM = SPACES
004590  40100-APPLY-RULE-EXIT.
004600         EXIT.
004610**
004620*---------------------------------------------------------------*
004630* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
004640*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
004650*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
004660*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
004670*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
004680*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
004690*---------------------------------------------------------------*
004700  95000-RAISE-ALERT.
004710         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
004720             VARYING WS-ALERT-LEN FROM 132 BY -1
004730             UNTIL WS-ALERT-LEN = 1
004740             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
004750         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
004760         IF WS-ALERTS-STOPPED
004770             GO TO 95000-RAISE-ALERT-CLEAR
004780         END-IF
004790         IF NOT WS-ALERT-OPEN
004800             OPEN EXTEND FBALERT-FILE
004810             IF WS-FBALERT-STATUS NOT = "00"
004820                 DISPLAY "FBINQUIR0990W FBALERT OPEN FAILED -"
004830                     " STATUS " WS-FBALERT-STATUS
004840                     " - NO ALERTS WRITTEN"
004850                 SET WS-ALERTS-STOPPED TO TRUE
004860                 GO TO 95000-RAISE-ALERT-CLEAR
004870             END-IF
004880             SET WS-ALERT-OPEN TO TRUE
004890         END-IF
004900         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
004910             MOVE SPACES TO WS-ALERT-MSG
004920             STRING "FBINQUIR0991W ALERT LIMIT REACHED -"
004930                 " LATER MESSAGES ARE ON SYSOUT ONLY"
004940                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004950             DISPLAY WS-ALERT-MSG(1:72)
004960             SET WS-ALERTS-STOPPED TO TRUE
004970         END-IF
004980         MOVE SPACES TO FBAL-RECORD
004990         MOVE "FBINQUIR" TO FBAL-PROGRAM
005000         MOVE 1 TO WS-ALERT-PTR
005010         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
005020             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
005030         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
005040         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
005050         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
005060         ACCEPT WS-ALERT-TIME FROM TIME
005070         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
005080         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
005090         WRITE FBAL-RECORD
005100         IF WS-FBALERT-STATUS NOT = "00"
005110             DISPLAY "FBINQUIR0992W FBALERT WRITE FAILED -"
005120                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
005130             SET WS-ALERTS-STOPPED TO TRUE
005140         ELSE
005150             ADD 1 TO WS-ALERT-CNT
005160         END-IF
005170         .
005180  95000-RAISE-ALERT-CLEAR.
005190         MOVE SPACES TO WS-ALERT-MSG
005200         .
005210  95000-RAISE-ALERT-EXIT.
005220         EXIT.
005230**
005240  95010-ALERT-LENGTH.
005250         CONTINUE
005260         .
005270  95010-ALERT-LENGTH-EXIT.
005280         EXIT.
005290**
005300*---------------------------------------------------------------*
005310* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
005320*---------------------------------------------------------------*
005330  95100-CLOSE-ALERTS.
005340         IF WS-ALERT-OPEN
005350             CLOSE FBALERT-FILE
005360             MOVE "N" TO WS-ALERT-OPEN-SW
005370         END-IF
005380         .
005390  95100-CLOSE-ALERTS-EXIT.
005400         EXIT.
005410**
005420  END PROGRAM FBINQUIR.
