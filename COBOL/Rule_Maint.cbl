000080**         rule-set version on the divisor-zero control record   *
000090**         and writes a before/after image to the FBRULAUD       *
000100**         audit trail.                                          *
000101**         ADD/CHANGE/DELETE cards are not applied directly -    *
000102**         each is queued on the FBRULPND pending-change file    *
000103**         and only applied when a second, different user        *
000104**         APPROVEs it in a later run (REJECT discards it).  A   *
000105**         change left pending longer than the PARM days expires *
000106**         at the start of the next run.                         *
000107**         The master holds a separate rule book per client -    *
000108**         every card names its book in cols 49-51 (blank is     *
000109**         STD), and each book carries its own rule-set version  *
000110**         on its own divisor-zero control record.               *
000111**                                                               *
000112** PARM layout (3 bytes):                                        *
000113**   1-3   DAYS a change may stay pending before it expires      *
000114**         (blank = 005)                                         *
000115**                                                               *
000120** Modification History                                          *
000130** -------------------------------------------------------------*
000140** 2026-08-22  DPS  New program.                                 *
000141** 2026-09-02  DPS  FBRULAUD record layout moved out to the      *
000142**                  FBRAUREC copybook - the FIZZBUZZ MODE=R      *
000143**                  refresh run now reads the audit trail.       *
000144** 2026-10-14  DPS  Maker/checker - ADD/CHANGE/DELETE cards      *
000145**                  queue on the new FBRULPND pending-change     *
000146**                  file; APPROVE/REJECT cards keyed by a second *
000147**                  user in a later run decide them, and         *
000148**                  unapproved changes expire after the PARM     *
000149**                  days. The audit record carries the checker   *
000150**                  and the change id.                           *
000151** 2026-10-14  DPS  Separate rule books per client on the one    *
000152**                  FBRULMST master - the card names the book in *
000153**                  cols 49-51 (blank = STD); each book has its  *
000154**                  own control record and version, and LIST     *
000155**                  shows only the book named. The pending       *
000156**                  change and the audit record carry the book.  *
000158** 2026-10-14  DPS  E and W messages are also written to the     *
000160**                  shared FBALERT alert file for the morning    *
000162**                  FBALDGST exception digest.                   *
000164******************************************************************
000166  IDENTIFICATION DIVISION.
000170**-*-*-*-*-*-*-*-*-*-*-*-*-
000180  PROGRAM-ID. FBRULMNT.
000190  AUTHOR. D P SULLIVAN.
000310         SELECT FBRULMST-FILE ASSIGN TO FBRULMST
000320             ORGANIZATION IS INDEXED
000330             ACCESS MODE IS DYNAMIC
000340             RECORD KEY IS FBRM-KEY
000350             FILE STATUS IS WS-FBRULMST-STATUS.
000360         SELECT FBRULCRD-FILE ASSIGN TO FBRULCRD
000370             ORGANIZATION IS SEQUENTIAL
000390         SELECT FBRULAUD-FILE ASSIGN TO FBRULAUD
000400             ORGANIZATION IS SEQUENTIAL
000410             FILE STATUS IS WS-FBRULAUD-STATUS.
000411         SELECT FBRULPND-FILE ASSIGN TO FBRULPND
000412             ORGANIZATION IS INDEXED
000413             ACCESS MODE IS DYNAMIC
000414             RECORD KEY IS FBRP-CHANGE-ID
000415             FILE STATUS IS WS-FBRULPND-STATUS.
000416         SELECT FBALERT-FILE ASSIGN TO FBALERT
000417             ORGANIZATION IS SEQUENTIAL
000418             FILE STATUS IS WS-FBALERT-STATUS.
000420  DATA DIVISION.
000430**-*-*-*-*-*-*-*-
000440  FILE SECTION.
000540  FD  FBRULAUD-FILE
000550         RECORDING MODE IS F
000560         LABEL RECORDS ARE STANDARD
000570         RECORD CONTAINS 100 CHARACTERS.
000580  COPY FBRAUREC.
000581  FD  FBRULPND-FILE
000582         RECORD CONTAINS 120 CHARACTERS.
000583  COPY FBRPNREC.
000593  FD  FBALERT-FILE
000603         RECORDING MODE IS F
000613         LABEL RECORDS ARE STANDARD
000623         RECORD CONTAINS 150 CHARACTERS.
000633  COPY FBALREC.
000700  WORKING-STORAGE SECTION.
000710*-------------------------
000720*---------------------------------------------------------------*
000730* WS-CARD - MAINTENANCE CARD LAYOUT (SEE FBRULMNT JCL)           *
000740*     COLS  1-6   ACTION   ADD / CHANGE / DELETE / LIST          *
000741*                 (COLS 1-7 APPROVE / REJECT - SEE BELOW)        *
000750*     COLS  8-11  DIVISOR  0001-9999                             *
000760*     COLS 13-20  LABEL                                          *
000770*     COLS 22-29  EFFECTIVE DATE YYYYMMDD (BLANK = RUN DATE)     *
000780*     COLS 31-38  EXPIRY DATE    YYYYMMDD (BLANK = 99991231)     *
000790*     COLS 40-47  USER ID OF THE REQUESTER                       *
000791*     COLS 49-51  RULE BOOK (BLANK = STD) - ALSO ON LIST         *
000792*                                                                *
000793* WS-CHECK-CARD - APPROVE/REJECT CARD, KEYED BY THE CHECKER      *
000794*     COLS  1-7   ACTION   APPROVE / REJECT                      *
000795*     COLS  8-13  PENDING CHANGE ID (FROM THE MAKER'S RUN)       *
000796*     COLS 40-47  USER ID OF THE CHECKER - NOT THE MAKER         *
000800*---------------------------------------------------------------*
000810  01  WS-DATA.
000820         05  WS-CARD.
000821             10  WS-CARD-VERB       PIC X(07).
000822                 88  WS-ACTION-APPROVE         VALUE "APPROVE".
000823                 88  WS-ACTION-REJECT          VALUE "REJECT ".
000824             10  FILLER REDEFINES WS-CARD-VERB.
000830                 15  WS-CARD-ACTION PIC X(06).
000840                     88  WS-ACTION-ADD         VALUE "ADD   ".
000850                     88  WS-ACTION-CHANGE      VALUE "CHANGE".
000860                     88  WS-ACTION-DELETE      VALUE "DELETE".
000870                     88  WS-ACTION-LIST        VALUE "LIST  ".
000880                 15  FILLER         PIC X(01).
000890             10  WS-CARD-DIVISOR    PIC X(04).
000900             10  WS-CARD-DIVISOR-N REDEFINES WS-CARD-DIVISOR
000910                                    PIC 9(04).
001010                                    PIC 9(08).
001020             10  FILLER             PIC X(01).
001030             10  WS-CARD-USER       PIC X(08).
001032             10  FILLER             PIC X(01).
001034             10  WS-CARD-BOOK       PIC X(03).
001036             10  FILLER             PIC X(29).
001041         05  WS-CHECK-CARD REDEFINES WS-CARD.
001042             10  FILLER             PIC X(07).
001043             10  WS-CHECK-ID        PIC X(06).
001044             10  WS-CHECK-ID-N REDEFINES WS-CHECK-ID
001045                                    PIC 9(06).
001046             10  FILLER             PIC X(26).
001047             10  WS-CHECK-USER      PIC X(08).
001048             10  FILLER             PIC X(33).
001050         05  WS-SWITCHES.
001060             10  WS-CARD-EOF-SW     PIC X(01)  VALUE "N".
001070                 88  WS-CARD-EOF               VALUE "Y".
001130                 88  WS-CARD-BAD               VALUE "N".
001140             10  WS-LIST-EOF-SW     PIC X(01)  VALUE "N".
001150                 88  WS-LIST-EOF               VALUE "Y".
001152             10  WS-LIST-HIT-SW     PIC X(01)  VALUE "N".
001154                 88  WS-LIST-HIT               VALUE "Y".
001156             10  WS-PEND-EOF-SW     PIC X(01)  VALUE "N".
001158                 88  WS-PEND-EOF               VALUE "Y".
001160         05  WS-FILE-STATUSES.
001170             10  WS-FBRULMST-STATUS PIC X(02)  VALUE "00".
001180             10  WS-FBRULCRD-STATUS PIC X(02)  VALUE "00".
001190             10  WS-FBRULAUD-STATUS PIC X(02)  VALUE "00".
001191             10  WS-FBRULPND-STATUS PIC X(02)  VALUE "00".
001200         05  WS-RUN-STAMP.
001210             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
001220             10  WS-RUN-TIME        PIC 9(06)  VALUE ZERO.
001250*                NUMERIC MOVE KEEPS THE RIGHTMOST SIX AND THE
001260*                HOUR IS LOST
001270             10  WS-TIME-RAW        PIC 9(08)  VALUE ZERO.
001271             10  WS-PEND-DAYS       PIC 9(03)  VALUE 5.
001280         05  WS-CONTROL-TOTALS.
001290             10  WS-CARD-COUNT        PIC 9(8) COMP  VALUE ZERO.
001300             10  WS-ADD-COUNT         PIC 9(8) COMP  VALUE ZERO.
001310             10  WS-CHANGE-COUNT      PIC 9(8) COMP  VALUE ZERO.
001320             10  WS-DELETE-COUNT      PIC 9(8) COMP  VALUE ZERO.
001330             10  WS-ERROR-COUNT       PIC 9(8) COMP  VALUE ZERO.
001331             10  WS-ERRORS-BEFORE     PIC 9(8) COMP  VALUE ZERO.
001332             10  WS-QUEUED-COUNT      PIC 9(8) COMP  VALUE ZERO.
001333             10  WS-APPROVED-COUNT    PIC 9(8) COMP  VALUE ZERO.
001334             10  WS-FAILED-COUNT      PIC 9(8) COMP  VALUE ZERO.
001335             10  WS-REJECTED-COUNT    PIC 9(8) COMP  VALUE ZERO.
001336             10  WS-EXPIRED-COUNT     PIC 9(8) COMP  VALUE ZERO.
001337*---------------------------------------------------------------*
001338* THE PENDING CHANGE IN HAND.  THE CHECKER ID IS CARRIED TO THE  *
001339* AUDIT RECORD - SPACES/ZERO WHILE NO APPROVAL IS BEING APPLIED. *
001340*---------------------------------------------------------------*
001341         05  WS-PEND-WORK.
001342             10  WS-PEND-ID         PIC 9(06)  VALUE ZERO.
001343             10  WS-CHECKER-USER    PIC X(08)  VALUE SPACES.
001344             10  WS-PEND-AGE        PIC S9(08) COMP VALUE ZERO.
001345             10  WS-RUN-FIRST-ID    PIC 9(06)  VALUE ZERO.
001347         05  WS-OLD-IMAGE.
001350             10  WS-OLD-LABEL       PIC X(08)  VALUE SPACES.
001360             10  WS-OLD-EFF         PIC 9(08)  VALUE ZERO.
001370             10  WS-OLD-EXP         PIC 9(08)  VALUE ZERO.
001390             10  WS-NEW-LABEL       PIC X(08)  VALUE SPACES.
001400             10  WS-NEW-EFF         PIC 9(08)  VALUE ZERO.
001410             10  WS-NEW-EXP         PIC 9(08)  VALUE ZERO.
001411*---------------------------------------------------------------*
001412* DAY-SERIAL WORK - SAME ALGORITHM AS 40000-DATE-TO-SERIAL IN    *
001413* FBFEDACK.  A PENDING CHANGE EXPIRES WHEN TODAY'S SERIAL LESS   *
001414* ITS KEYED DATE'S SERIAL EXCEEDS ITS LIFE IN DAYS.              *
001415*---------------------------------------------------------------*
001416         05  WS-DATE-WORK.
001417             10  WS-DW-DATE         PIC 9(08).
001418             10  WS-DW-DATE-X REDEFINES WS-DW-DATE.
001419                 15  WS-DW-YEAR     PIC 9(04).
001420                 15  WS-DW-MONTH    PIC 9(02).
001421                 15  WS-DW-DAY      PIC 9(02).
001422             10  WS-DW-Y            PIC 9(08) COMP.
001423             10  WS-DW-M            PIC 9(02) COMP.
001424             10  WS-DW-SERIAL       PIC 9(08) COMP.
001425             10  WS-DW-QUAD         PIC 9(08) COMP.
001426             10  WS-DW-CENT         PIC 9(08) COMP.
001427             10  WS-DW-QCENT        PIC 9(08) COMP.
001428             10  WS-DW-MDAYS        PIC 9(08) COMP.
001429             10  WS-TODAY-SERIAL    PIC 9(08) COMP.
001430*---------------------------------------------------------------*
001431* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001432* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001433* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001434*---------------------------------------------------------------*
001435  01  WS-ALERT-WORK.
001436         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001437         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001438             88  WS-ALERT-OPEN                   VALUE "Y".
001439         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001440             88  WS-ALERTS-STOPPED               VALUE "Y".
001441         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001442         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001443         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001444         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001445         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001446         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001447         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001448  LINKAGE SECTION.
001449*-------------------------
001450  01  LK-PARM.
001451         05  LK-PARM-LEN              PIC S9(4) COMP.
001452         05  LK-PARM-DATA.
001453             10  LK-PARM-DAYS         PIC X(3).
001454             10  LK-PARM-DAYS-N REDEFINES LK-PARM-DAYS
001455                                      PIC 9(3).
001456             10  FILLER               PIC X(57).
001457**-*-*-*-*-*-*-*-*-*-*
001458  PROCEDURE DIVISION USING LK-PARM.
001459**-*-*-*-*-*-*-*-*-*-*
001460*---------------------------------------------------------------*
001461* MAIN-PROCEDURE -- INIT, DRIVE THE CARDS, WRAP UP              *
001470*---------------------------------------------------------------*
001480  MAIN-PROCEDURE.
001490         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
001530                 UNTIL WS-CARD-EOF
001540             PERFORM 30000-END THRU 30000-END-EXIT
001550         END-IF
001555         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001560         .
001570         STOP RUN.
001580**
001590*---------------------------------------------------------------*
001600* 10000-BEGIN -- PARM, OPEN THE FILES, EXPIRE STALE PENDING      *
001601*     CHANGES AND PRIME THE FIRST CARD                           *
001610*---------------------------------------------------------------*
001620  10000-BEGIN.
001630         DISPLAY "**********"
001640         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001650         ACCEPT WS-TIME-RAW FROM TIME
001651         DIVIDE WS-TIME-RAW BY 100 GIVING WS-RUN-TIME
001652         IF LK-PARM-LEN > 2
001653             AND LK-PARM-DAYS NOT = SPACES
001654             IF LK-PARM-DAYS NUMERIC
001655                 MOVE LK-PARM-DAYS-N TO WS-PEND-DAYS
001656             ELSE
001657                 STRING "FBRULMNT0210E DAYS PARM NOT NUMERIC - "
001658                     LK-PARM-DAYS
001659                     DELIMITED BY SIZE INTO WS-ALERT-MSG
001660                 PERFORM 95000-RAISE-ALERT
001661                     THRU 95000-RAISE-ALERT-EXIT
001668                 MOVE 16 TO RETURN-CODE
001669                 SET WS-FILES-FAILED TO TRUE
001670                 GO TO 10000-BEGIN-EXIT
001671             END-IF
001672         END-IF
001673         MOVE WS-RUN-DATE TO WS-DW-DATE
001674         PERFORM 40000-DATE-TO-SERIAL
001675             THRU 40000-DATE-TO-SERIAL-EXIT
001676         MOVE WS-DW-SERIAL TO WS-TODAY-SERIAL
001678         OPEN I-O FBRULMST-FILE
001680         IF WS-FBRULMST-STATUS = "35"
001690             OPEN OUTPUT FBRULMST-FILE
001700             CLOSE FBRULMST-FILE
001720         END-IF
001730         IF WS-FBRULMST-STATUS NOT = "00"
001740             AND WS-FBRULMST-STATUS NOT = "05"
001750             STRING "FBRULMNT0010E FBRULMST OPEN FAILED -"
001760                 " STATUS " WS-FBRULMST-STATUS
001763                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001766             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001770             MOVE 20 TO RETURN-CODE
001780             SET WS-FILES-FAILED TO TRUE
001790             GO TO 10000-BEGIN-EXIT
001800         END-IF
001810         OPEN INPUT FBRULCRD-FILE
001820         IF WS-FBRULCRD-STATUS NOT = "00"
001830             STRING "FBRULMNT0020E FBRULCRD OPEN FAILED -"
001840                 " STATUS " WS-FBRULCRD-STATUS
001843                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001846             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001850             MOVE 20 TO RETURN-CODE
001860             SET WS-FILES-FAILED TO TRUE
001870             CLOSE FBRULMST-FILE
001890         END-IF
001900         OPEN EXTEND FBRULAUD-FILE
001910         IF WS-FBRULAUD-STATUS NOT = "00"
001920             STRING "FBRULMNT0030E FBRULAUD OPEN FAILED -"
001930                 " STATUS " WS-FBRULAUD-STATUS
001933                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001936             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001940             MOVE 20 TO RETURN-CODE
001950             SET WS-FILES-FAILED TO TRUE
001960             CLOSE FBRULMST-FILE
001970             CLOSE FBRULCRD-FILE
001980             GO TO 10000-BEGIN-EXIT
001990         END-IF
001991         OPEN I-O FBRULPND-FILE
001992         IF WS-FBRULPND-STATUS = "35"
001993             OPEN OUTPUT FBRULPND-FILE
001994             CLOSE FBRULPND-FILE
001995             OPEN I-O FBRULPND-FILE
001996         END-IF
001997         IF WS-FBRULPND-STATUS NOT = "00"
001998             AND WS-FBRULPND-STATUS NOT = "05"
001999             STRING "FBRULMNT0220E FBRULPND OPEN FAILED -"
002000                 " STATUS " WS-FBRULPND-STATUS
002001                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002002             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002003             MOVE 20 TO RETURN-CODE
002004             SET WS-FILES-FAILED TO TRUE
002005             CLOSE FBRULMST-FILE
002006             CLOSE FBRULCRD-FILE
002007             CLOSE FBRULAUD-FILE
002008             GO TO 10000-BEGIN-EXIT
002009         END-IF
002010         PERFORM 24000-EXPIRE-PENDING
002011             THRU 24000-EXPIRE-PENDING-EXIT
002012         PERFORM 20900-READ-CARD THRU 20900-READ-CARD-EXIT
002013         .
002020  10000-BEGIN-EXIT.
002030         EXIT.
002040**
002050*---------------------------------------------------------------*
002060* 20000-PROCESS-CARDS -- DISPATCH ONE MAINTENANCE CARD.  AN      *
002061*     ADD/CHANGE/DELETE IS ONLY QUEUED FOR APPROVAL HERE - THE   *
002062*     20100/20200/20300 PARAGRAPHS THAT UPDATE THE MASTER RUN    *
002063*     WHEN A CHECKER APPROVES IT (22000-APPROVE-CHANGE).         *
002070*---------------------------------------------------------------*
002080  20000-PROCESS-CARDS.
002090         ADD 1 TO WS-CARD-COUNT
002091         MOVE ZERO   TO WS-PEND-ID
002092         MOVE SPACES TO WS-CHECKER-USER
002100         EVALUATE TRUE
002110             WHEN WS-ACTION-ADD
002111               OR WS-ACTION-CHANGE
002112               OR WS-ACTION-DELETE
002113                 PERFORM 21000-QUEUE-CHANGE
002114                     THRU 21000-QUEUE-CHANGE-EXIT
002115             WHEN WS-ACTION-APPROVE
002116                 PERFORM 22000-APPROVE-CHANGE
002117                     THRU 22000-APPROVE-CHANGE-EXIT
002118             WHEN WS-ACTION-REJECT
002119                 PERFORM 23000-REJECT-CHANGE
002120                     THRU 23000-REJECT-CHANGE-EXIT
002200             WHEN WS-ACTION-LIST
002210                 PERFORM 20400-LIST-RULES
002220                     THRU 20400-LIST-RULES-EXIT
002230             WHEN OTHER
002240                 STRING "FBRULMNT0040E INVALID ACTION - "
002250                     WS-CARD-ACTION
002252                     DELIMITED BY SIZE INTO WS-ALERT-MSG
002254                 PERFORM 95000-RAISE-ALERT
002256                     THRU 95000-RAISE-ALERT-EXIT
002260                 ADD 1 TO WS-ERROR-COUNT
002270         END-EVALUATE
002280         PERFORM 20900-READ-CARD THRU 20900-READ-CARD-EXIT
002370             GO TO 20100-ADD-RULE-EXIT
002380         END-IF
002390         IF WS-CARD-LABEL = SPACES
002400             STRING "FBRULMNT0080E LABEL MISSING ON ADD -"
002410                 " DIVISOR " WS-CARD-DIVISOR
002413                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002416             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002420             ADD 1 TO WS-ERROR-COUNT
002430             GO TO 20100-ADD-RULE-EXIT
002440         END-IF
002480             GO TO 20100-ADD-RULE-EXIT
002490         END-IF
002500         MOVE SPACES              TO FBRM-RECORD
002505         MOVE WS-CARD-BOOK        TO FBRM-BOOK
002510         MOVE WS-CARD-DIVISOR-N   TO FBRM-DIVISOR
002520         MOVE WS-CARD-LABEL       TO FBRM-LABEL
002530         MOVE WS-NEW-EFF          TO FBRM-EFF-DATE
002580         MOVE "A"                 TO FBRM-LAST-ACTION
002590         WRITE FBRM-RECORD
002600             INVALID KEY
002610                 STRING "FBRULMNT0060E DUPLICATE DIVISOR"
002620                     " ON ADD - " WS-CARD-DIVISOR
002625                     " BOOK " WS-CARD-BOOK
002626                     DELIMITED BY SIZE INTO WS-ALERT-MSG
002627                 PERFORM 95000-RAISE-ALERT
002628                     THRU 95000-RAISE-ALERT-EXIT
002630                 ADD 1 TO WS-ERROR-COUNT
002640                 SET WS-CARD-BAD TO TRUE
002650         END-WRITE
002850         IF WS-CARD-BAD
002860             GO TO 20200-CHANGE-RULE-EXIT
002870         END-IF
002875         MOVE WS-CARD-BOOK      TO FBRM-BOOK
002880         MOVE WS-CARD-DIVISOR-N TO FBRM-DIVISOR
002890         READ FBRULMST-FILE
002900             INVALID KEY
002910                 STRING "FBRULMNT0070E DIVISOR NOT ON FILE"
002920                     " ON CHANGE - " WS-CARD-DIVISOR " BOOK "
002925                     WS-CARD-BOOK
002926                     DELIMITED BY SIZE INTO WS-ALERT-MSG
002927                 PERFORM 95000-RAISE-ALERT
002928                     THRU 95000-RAISE-ALERT-EXIT
002930                 ADD 1 TO WS-ERROR-COUNT
002940                 SET WS-CARD-BAD TO TRUE
002950         END-READ
003060         END-IF
003070         IF WS-CARD-EFF NOT = SPACES
003080             IF WS-CARD-EFF NOT NUMERIC
003090                 STRING "FBRULMNT0110E EFFECTIVE DATE NOT"
003100                     " NUMERIC - " WS-CARD-EFF
003102                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003104                 PERFORM 95000-RAISE-ALERT
003106                     THRU 95000-RAISE-ALERT-EXIT
003110                 ADD 1 TO WS-ERROR-COUNT
003120                 GO TO 20200-CHANGE-RULE-EXIT
003130             END-IF
003160         END-IF
003170         IF WS-CARD-EXP NOT = SPACES
003180             IF WS-CARD-EXP NOT NUMERIC
003190                 STRING "FBRULMNT0120E EXPIRY DATE NOT"
003200                     " NUMERIC - " WS-CARD-EXP
003202                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003204                 PERFORM 95000-RAISE-ALERT
003206                     THRU 95000-RAISE-ALERT-EXIT
003210                 ADD 1 TO WS-ERROR-COUNT
003220                 GO TO 20200-CHANGE-RULE-EXIT
003230             END-IF
003280*        EDIT AS AN ADD - A CHANGE MUST NOT LEAVE A RULE WITH
003290*        ITS EXPIRY BEFORE ITS EFFECTIVE DATE
003300         IF WS-NEW-EXP < WS-NEW-EFF
003310             STRING "FBRULMNT0180E EXPIRY BEFORE EFFECTIVE -"
003320                 " DIVISOR " WS-CARD-DIVISOR
003323                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003326             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003330             ADD 1 TO WS-ERROR-COUNT
003340             GO TO 20200-CHANGE-RULE-EXIT
003350         END-IF
003390         MOVE "C"           TO FBRM-LAST-ACTION
003400         REWRITE FBRM-RECORD
003410             INVALID KEY
003420                 STRING "FBRULMNT0130E REWRITE FAILED -"
003430                     " STATUS " WS-FBRULMST-STATUS
003432                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003434                 PERFORM 95000-RAISE-ALERT
003436                     THRU 95000-RAISE-ALERT-EXIT
003440                 ADD 1 TO WS-ERROR-COUNT
003450                 SET WS-CARD-BAD TO TRUE
003460         END-REWRITE
003630         IF WS-CARD-BAD
003640             GO TO 20300-DELETE-RULE-EXIT
003650         END-IF
003655         MOVE WS-CARD-BOOK      TO FBRM-BOOK
003660         MOVE WS-CARD-DIVISOR-N TO FBRM-DIVISOR
003670         READ FBRULMST-FILE
003680             INVALID KEY
003690                 STRING "FBRULMNT0070E DIVISOR NOT ON FILE"
003700                     " ON DELETE - " WS-CARD-DIVISOR " BOOK "
003705                     WS-CARD-BOOK
003706                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003707                 PERFORM 95000-RAISE-ALERT
003708                     THRU 95000-RAISE-ALERT-EXIT
003710                 ADD 1 TO WS-ERROR-COUNT
003720                 SET WS-CARD-BAD TO TRUE
003730         END-READ
003790         MOVE FBRM-EXP-DATE TO WS-OLD-EXP
003800         DELETE FBRULMST-FILE RECORD
003810             INVALID KEY
003820                 STRING "FBRULMNT0140E DELETE FAILED -"
003830                     " STATUS " WS-FBRULMST-STATUS
003832                     DELIMITED BY SIZE INTO WS-ALERT-MSG
003834                 PERFORM 95000-RAISE-ALERT
003836                     THRU 95000-RAISE-ALERT-EXIT
003840                 ADD 1 TO WS-ERROR-COUNT
003850                 SET WS-CARD-BAD TO TRUE
003860         END-DELETE
004000         EXIT.
004010**
004020  20400-LIST-RULES.
004025         MOVE WS-CARD-BOOK TO FBRM-BOOK
004030         MOVE ZERO TO FBRM-DIVISOR
004040         MOVE "N"  TO WS-LIST-EOF-SW
004045         MOVE "N"  TO WS-LIST-HIT-SW
004050         START FBRULMST-FILE
004060             KEY IS NOT LESS THAN FBRM-KEY
004070             INVALID KEY
004090                 SET WS-LIST-EOF TO TRUE
004100         END-START
004110         PERFORM 20410-LIST-ONE-RULE
004120             THRU 20410-LIST-ONE-RULE-EXIT
004130             UNTIL WS-LIST-EOF
004131         IF NOT WS-LIST-HIT
004132             DISPLAY "FBRULMNT0150I RULE BOOK " WS-CARD-BOOK
004133                 " IS EMPTY"
004134         END-IF
004135         PERFORM 20420-LIST-PENDING
004136             THRU 20420-LIST-PENDING-EXIT
004140         .
004150  20400-LIST-RULES-EXIT.
004160         EXIT.
004190         READ FBRULMST-FILE NEXT RECORD
004200             AT END
004210                 SET WS-LIST-EOF TO TRUE
004220                 GO TO 20410-LIST-ONE-RULE-EXIT
004360         END-READ
004361         IF FBRM-BOOK NOT = WS-CARD-BOOK
004362             SET WS-LIST-EOF TO TRUE
004363             GO TO 20410-LIST-ONE-RULE-EXIT
004364         END-IF
004365         SET WS-LIST-HIT TO TRUE
004366         IF FBRM-DIVISOR = ZERO
004367             DISPLAY "FBRULMNT0160I RULE BOOK " FBRMC-BOOK
004368                 " RULESET VERSION "
004369                 FBRMC-VERSION " LAST MAINT "
004370                 FBRMC-LAST-DATE " " FBRMC-LAST-TIME
004371                 " BY " FBRMC-LAST-USER
004372         ELSE
004373             DISPLAY "FBRULMNT0170I DIVISOR "
004374                 FBRM-DIVISOR " LABEL " FBRM-LABEL
004375                 " EFF " FBRM-EFF-DATE
004376                 " EXP " FBRM-EXP-DATE
004377                 " " FBRM-LAST-ACTION " "
004378                 FBRM-LAST-USER
004379         END-IF
004380         .
004381  20410-LIST-ONE-RULE-EXIT.
004390         EXIT.
004400**
004401*---------------------------------------------------------------*
004402* 20420-LIST-PENDING -- AFTER THE BOOK, EVERY CHANGE TO IT STILL *
004403*     WAITING FOR APPROVAL                                       *
004404*---------------------------------------------------------------*
004405  20420-LIST-PENDING.
004406         MOVE 1   TO FBRP-CHANGE-ID
004407         MOVE "N" TO WS-PEND-EOF-SW
004408         START FBRULPND-FILE
004409             KEY IS NOT LESS THAN FBRP-CHANGE-ID
004410             INVALID KEY
004411                 SET WS-PEND-EOF TO TRUE
004412         END-START
004413         PERFORM 20430-LIST-ONE-PENDING
004414             THRU 20430-LIST-ONE-PENDING-EXIT
004415             UNTIL WS-PEND-EOF
004416         .
004417  20420-LIST-PENDING-EXIT.
004418         EXIT.
004419**
004420  20430-LIST-ONE-PENDING.
004421         READ FBRULPND-FILE NEXT RECORD
004422             AT END
004423                 SET WS-PEND-EOF TO TRUE
004424                 GO TO 20430-LIST-ONE-PENDING-EXIT
004433         END-READ
004434         IF FBRP-BOOK = SPACES
004435             MOVE "STD" TO FBRP-BOOK
004436         END-IF
004437         IF FBRP-BOOK NOT = WS-CARD-BOOK
004438             GO TO 20430-LIST-ONE-PENDING-EXIT
004439         END-IF
004440         IF FBRP-PENDING
004441             DISPLAY "FBRULMNT0230I PENDING "
004442                 FBRP-CHANGE-ID " " FBRP-ACTION
004443                 " DIVISOR " FBRP-DIVISOR
004444                 " LABEL " FBRP-LABEL
004445                 " EFF " FBRP-EFF " EXP " FBRP-EXP
004446                 " BY " FBRP-MAKER " ON " FBRP-KEYED-DATE
004447         END-IF
004448         .
004449  20430-LIST-ONE-PENDING-EXIT.
004450         EXIT.
004451**
004452  20500-EDIT-CARD-KEY.
004453         SET WS-CARD-OK TO TRUE
004454         IF WS-CARD-DIVISOR NOT NUMERIC
004455             OR (WS-CARD-DIVISOR NUMERIC
004456                 AND WS-CARD-DIVISOR-N = ZERO)
004460             STRING "FBRULMNT0050E DIVISOR NOT NUMERIC OR"
004470                 " ZERO - " WS-CARD-DIVISOR
004473                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004476             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004480             ADD 1 TO WS-ERROR-COUNT
004490             SET WS-CARD-BAD TO TRUE
004500         END-IF
004620             MOVE WS-RUN-DATE TO WS-NEW-EFF
004630         ELSE
004640             IF WS-CARD-EFF NOT NUMERIC
004650                 STRING "FBRULMNT0110E EFFECTIVE DATE NOT"
004660                     " NUMERIC - " WS-CARD-EFF
004662                     DELIMITED BY SIZE INTO WS-ALERT-MSG
004664                 PERFORM 95000-RAISE-ALERT
004666                     THRU 95000-RAISE-ALERT-EXIT
004670                 ADD 1 TO WS-ERROR-COUNT
004680                 SET WS-CARD-BAD TO TRUE
004690                 GO TO 20600-EDIT-CARD-DATES-EXIT
004740             MOVE 99991231 TO WS-NEW-EXP
004750         ELSE
004760             IF WS-CARD-EXP NOT NUMERIC
004770                 STRING "FBRULMNT0120E EXPIRY DATE NOT"
004780                     " NUMERIC - " WS-CARD-EXP
004782                     DELIMITED BY SIZE INTO WS-ALERT-MSG
004784                 PERFORM 95000-RAISE-ALERT
004786                     THRU 95000-RAISE-ALERT-EXIT
004790                 ADD 1 TO WS-ERROR-COUNT
004800                 SET WS-CARD-BAD TO TRUE
004810                 GO TO 20600-EDIT-CARD-DATES-EXIT
004830             MOVE WS-CARD-EXP-N TO WS-NEW-EXP
004840         END-IF
004850         IF WS-NEW-EXP < WS-NEW-EFF
004860             STRING "FBRULMNT0180E EXPIRY BEFORE EFFECTIVE -"
004870                 " DIVISOR " WS-CARD-DIVISOR
004873                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004876             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004880             ADD 1 TO WS-ERROR-COUNT
004890             SET WS-CARD-BAD TO TRUE
004900         END-IF
004930         EXIT.
004940**
004950*---------------------------------------------------------------*
004960* 20700-BUMP-VERSION -- ADD 1 TO THE RULE-SET VERSION OF THE     *
004970*     CARD BOOK ON ITS DIVISOR-ZERO CONTROL RECORD, CREATING IT  *
004975*     ON FIRST USE - THE FIRST CHANGE TO A NEW BOOK IS VERSION 1 *
004980*     NOTE THE READ CLOBBERS THE FD BUFFER, SO THE AUDIT         *
004990*     RECORD MUST BE WRITTEN BEFORE THIS PARAGRAPH RUNS.         *
005000*---------------------------------------------------------------*
005010  20700-BUMP-VERSION.
005015         MOVE WS-CARD-BOOK TO FBRM-BOOK
005020         MOVE ZERO TO FBRM-DIVISOR
005030         READ FBRULMST-FILE
005040             INVALID KEY
005050                 MOVE SPACES      TO FBRM-CONTROL-REC
005060                 MOVE WS-CARD-BOOK TO FBRMC-BOOK
005065                 MOVE ZERO        TO FBRMC-DIVISOR
005070                 MOVE 1           TO FBRMC-VERSION
005080                 MOVE WS-CARD-USER TO FBRMC-LAST-USER
005090                 MOVE WS-RUN-DATE TO FBRMC-LAST-DATE
005100                 MOVE WS-RUN-TIME TO FBRMC-LAST-TIME
005110                 WRITE FBRM-CONTROL-REC
005120                     INVALID KEY
005130                         STRING "FBRULMNT0190E CONTROL RECORD"
005140                             " WRITE FAILED - STATUS "
005150                             WS-FBRULMST-STATUS
005152                             DELIMITED BY SIZE INTO WS-ALERT-MSG
005154                         PERFORM 95000-RAISE-ALERT
005156                             THRU 95000-RAISE-ALERT-EXIT
005160                         MOVE 12 TO RETURN-CODE
005170                 END-WRITE
005180             NOT INVALID KEY
005220                 MOVE WS-RUN-TIME TO FBRMC-LAST-TIME
005230                 REWRITE FBRM-CONTROL-REC
005240                     INVALID KEY
005250                         STRING "FBRULMNT0190E CONTROL RECORD"
005260                             " WRITE FAILED - STATUS "
005270                             WS-FBRULMST-STATUS
005272                             DELIMITED BY SIZE INTO WS-ALERT-MSG
005274                         PERFORM 95000-RAISE-ALERT
005276                             THRU 95000-RAISE-ALERT-EXIT
005280                         MOVE 12 TO RETURN-CODE
005290                 END-REWRITE
005300         END-READ
005330         EXIT.
005340**
005350  20800-WRITE-AUDIT.
005351         MOVE SPACES            TO FBRA-RECORD
005360         MOVE WS-RUN-DATE       TO FBRA-DATE
005370         MOVE WS-RUN-TIME       TO FBRA-TIME
005380         MOVE WS-CARD-USER      TO FBRA-USER
005440         MOVE WS-NEW-LABEL      TO FBRA-NEW-LABEL
005450         MOVE WS-NEW-EFF        TO FBRA-NEW-EFF
005460         MOVE WS-NEW-EXP        TO FBRA-NEW-EXP
005461         MOVE WS-CHECKER-USER   TO FBRA-CHECKER
005462         MOVE WS-PEND-ID        TO FBRA-CHANGE-ID
005466         MOVE WS-CARD-BOOK      TO FBRA-BOOK
005470         WRITE FBRA-RECORD
005480         IF WS-FBRULAUD-STATUS NOT = "00"
005490             STRING "FBRULMNT0200E FBRULAUD WRITE FAILED -"
005500                 " STATUS " WS-FBRULAUD-STATUS
005503                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005506             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005510             MOVE 12 TO RETURN-CODE
005520         END-IF
005530         .
005600                 SET WS-CARD-EOF TO TRUE
005610             NOT AT END
005620                 MOVE FBRULCRD-RECORD TO WS-CARD
005622                 IF WS-CARD-BOOK = SPACES
005624                     MOVE "STD" TO WS-CARD-BOOK
005626                 END-IF
005630         END-READ
005640         .
005641  20900-READ-CARD-EXIT.
005642         EXIT.
005643**
005644*---------------------------------------------------------------*
005645* 21000-QUEUE-CHANGE -- MAKER SIDE.  EDIT THE ADD/CHANGE/DELETE  *
005646*     CARD AS FAR AS IT CAN BE EDITED TODAY AND QUEUE IT ON      *
005647*     FBRULPND.  THE MASTER IS NOT TOUCHED - THE SAME EDITS RUN  *
005648*     AGAIN WHEN THE CHANGE IS APPROVED, AGAINST THE MASTER AS   *
005649*     IT STANDS THEN.                                            *
005650*---------------------------------------------------------------*
005651  21000-QUEUE-CHANGE.
005652         PERFORM 20500-EDIT-CARD-KEY
005653             THRU 20500-EDIT-CARD-KEY-EXIT
005654         IF WS-CARD-BAD
005655             GO TO 21000-QUEUE-CHANGE-EXIT
005656         END-IF
005657         IF WS-CARD-USER = SPACES
005658             STRING "FBRULMNT0240E USER ID MISSING ON "
005659                 WS-CARD-ACTION " - DIVISOR " WS-CARD-DIVISOR
005660                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005661             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005662             ADD 1 TO WS-ERROR-COUNT
005663             GO TO 21000-QUEUE-CHANGE-EXIT
005664         END-IF
005665         IF WS-ACTION-ADD
005666             IF WS-CARD-LABEL = SPACES
005667                 STRING "FBRULMNT0080E LABEL MISSING ON ADD -"
005668                     " DIVISOR " WS-CARD-DIVISOR
005669                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005670                 PERFORM 95000-RAISE-ALERT
005671                     THRU 95000-RAISE-ALERT-EXIT
005672                 ADD 1 TO WS-ERROR-COUNT
005673                 GO TO 21000-QUEUE-CHANGE-EXIT
005674             END-IF
005675             PERFORM 20600-EDIT-CARD-DATES
005676                 THRU 20600-EDIT-CARD-DATES-EXIT
005677             IF WS-CARD-BAD
005678                 GO TO 21000-QUEUE-CHANGE-EXIT
005679             END-IF
005680         END-IF
005681         IF WS-ACTION-CHANGE
005682             IF WS-CARD-EFF NOT = SPACES
005683                 AND WS-CARD-EFF NOT NUMERIC
005684                 STRING "FBRULMNT0110E EFFECTIVE DATE NOT"
005685                     " NUMERIC - " WS-CARD-EFF
005686                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005687                 PERFORM 95000-RAISE-ALERT
005688                     THRU 95000-RAISE-ALERT-EXIT
005689                 ADD 1 TO WS-ERROR-COUNT
005690                 GO TO 21000-QUEUE-CHANGE-EXIT
005691             END-IF
005692             IF WS-CARD-EXP NOT = SPACES
005693                 AND WS-CARD-EXP NOT NUMERIC
005694                 STRING "FBRULMNT0120E EXPIRY DATE NOT"
005695                     " NUMERIC - " WS-CARD-EXP
005696                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005697                 PERFORM 95000-RAISE-ALERT
005698                     THRU 95000-RAISE-ALERT-EXIT
005699                 ADD 1 TO WS-ERROR-COUNT
005700                 GO TO 21000-QUEUE-CHANGE-EXIT
005701             END-IF
005702         END-IF
005703*        CATCH THE OBVIOUS KEY CLASHES NOW RATHER THAN LEAVE THEM
005704*        FOR THE CHECKER TO APPROVE AND SEE FAIL
005705         MOVE WS-CARD-BOOK      TO FBRM-BOOK
005706         MOVE WS-CARD-DIVISOR-N TO FBRM-DIVISOR
005707         READ FBRULMST-FILE
005708             INVALID KEY
005709                 IF NOT WS-ACTION-ADD
005710                     STRING "FBRULMNT0070E DIVISOR NOT ON FILE"
005711                         " ON " WS-CARD-ACTION " - "
005712                         WS-CARD-DIVISOR
005713                         " BOOK " WS-CARD-BOOK
005714                         DELIMITED BY SIZE INTO WS-ALERT-MSG
005715                     PERFORM 95000-RAISE-ALERT
005716                         THRU 95000-RAISE-ALERT-EXIT
005717                     ADD 1 TO WS-ERROR-COUNT
005718                     SET WS-CARD-BAD TO TRUE
005719                 END-IF
005720             NOT INVALID KEY
005721                 IF WS-ACTION-ADD
005722                     STRING "FBRULMNT0060E DUPLICATE DIVISOR"
005723                         " ON ADD - " WS-CARD-DIVISOR
005724                         " BOOK " WS-CARD-BOOK
005725                         DELIMITED BY SIZE INTO WS-ALERT-MSG
005726                     PERFORM 95000-RAISE-ALERT
005727                         THRU 95000-RAISE-ALERT-EXIT
005728                     ADD 1 TO WS-ERROR-COUNT
005729                     SET WS-CARD-BAD TO TRUE
005730                 END-IF
005731         END-READ
005732         IF WS-CARD-BAD
005733             GO TO 21000-QUEUE-CHANGE-EXIT
005734         END-IF
005735         PERFORM 21100-NEXT-CHANGE-ID
005736             THRU 21100-NEXT-CHANGE-ID-EXIT
005737         IF WS-CARD-BAD
005738             GO TO 21000-QUEUE-CHANGE-EXIT
005739         END-IF
005740         MOVE SPACES            TO FBRP-RECORD
005741         MOVE WS-PEND-ID        TO FBRP-CHANGE-ID
005742         SET FBRP-PENDING       TO TRUE
005743         MOVE WS-CARD-ACTION    TO FBRP-ACTION
005744         MOVE WS-CARD-DIVISOR-N TO FBRP-DIVISOR
005745         MOVE WS-CARD-BOOK      TO FBRP-BOOK
005746         MOVE WS-CARD-LABEL     TO FBRP-LABEL
005747         MOVE WS-CARD-EFF       TO FBRP-EFF
005748         MOVE WS-CARD-EXP       TO FBRP-EXP
005749         MOVE WS-CARD-USER      TO FBRP-MAKER
005750         MOVE WS-RUN-DATE       TO FBRP-KEYED-DATE
005751         MOVE WS-RUN-TIME       TO FBRP-KEYED-TIME
005752         MOVE WS-PEND-DAYS      TO FBRP-LIFE-DAYS
005753         MOVE ZERO              TO FBRP-DECIDED-DATE
005754         MOVE ZERO              TO FBRP-DECIDED-TIME
005755         WRITE FBRP-RECORD
005756             INVALID KEY
005757                 STRING "FBRULMNT0260E FBRULPND WRITE FAILED -"
005758                     " STATUS " WS-FBRULPND-STATUS
005759                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005760                 PERFORM 95000-RAISE-ALERT
005761                     THRU 95000-RAISE-ALERT-EXIT
005762                 MOVE 12 TO RETURN-CODE
005763                 ADD 1 TO WS-ERROR-COUNT
005764                 GO TO 21000-QUEUE-CHANGE-EXIT
005765         END-WRITE
005766         ADD 1 TO WS-QUEUED-COUNT
005767         IF WS-RUN-FIRST-ID = ZERO
005768             MOVE WS-PEND-ID TO WS-RUN-FIRST-ID
005769         END-IF
005770         DISPLAY "FBRULMNT0270I " WS-CARD-ACTION " DIVISOR "
005771             WS-CARD-DIVISOR " BOOK " WS-CARD-BOOK
005772             " QUEUED AS CHANGE " WS-PEND-ID
005775             " - AWAITING APPROVAL"
005776         .
005777  21000-QUEUE-CHANGE-EXIT.
005778         EXIT.
005779**
005780*---------------------------------------------------------------*
005781* 21100-NEXT-CHANGE-ID -- ISSUE THE NEXT PENDING CHANGE ID FROM  *
005782*     THE ID-ZERO CONTROL RECORD, CREATING IT ON FIRST USE.      *
005783*---------------------------------------------------------------*
005784  21100-NEXT-CHANGE-ID.
005785         MOVE ZERO TO FBRP-CHANGE-ID
005786         READ FBRULPND-FILE
005787             INVALID KEY
005788                 MOVE SPACES TO FBRP-CONTROL-REC
005789                 MOVE ZERO   TO FBRPC-KEY
005790                 MOVE 1      TO FBRPC-LAST-ID
005791                 WRITE FBRP-CONTROL-REC
005792                     INVALID KEY
005793                         STRING "FBRULMNT0250E PENDING CONTROL"
005794                             " RECORD WRITE FAILED - STATUS "
005795                             WS-FBRULPND-STATUS
005796                             DELIMITED BY SIZE INTO WS-ALERT-MSG
005797                         PERFORM 95000-RAISE-ALERT
005798                             THRU 95000-RAISE-ALERT-EXIT
005799                         MOVE 12 TO RETURN-CODE
005800                         ADD 1 TO WS-ERROR-COUNT
005801                         SET WS-CARD-BAD TO TRUE
005802                 END-WRITE
005803             NOT INVALID KEY
005804                 ADD 1 TO FBRPC-LAST-ID
005805                 REWRITE FBRP-CONTROL-REC
005806                     INVALID KEY
005807                         STRING "FBRULMNT0250E PENDING CONTROL"
005808                             " RECORD WRITE FAILED - STATUS "
005809                             WS-FBRULPND-STATUS
005810                             DELIMITED BY SIZE INTO WS-ALERT-MSG
005811                         PERFORM 95000-RAISE-ALERT
005812                             THRU 95000-RAISE-ALERT-EXIT
005813                         MOVE 12 TO RETURN-CODE
005814                         ADD 1 TO WS-ERROR-COUNT
005815                         SET WS-CARD-BAD TO TRUE
005816                 END-REWRITE
005817         END-READ
005818         MOVE FBRPC-LAST-ID TO WS-PEND-ID
005819         .
005820  21100-NEXT-CHANGE-ID-EXIT.
005821         EXIT.
005822**
005823*---------------------------------------------------------------*
005824* 22000-APPROVE-CHANGE -- CHECKER SIDE.  REBUILD THE MAKER'S     *
005825*     CARD FROM THE PENDING RECORD AND RUN IT THROUGH THE        *
005826*     ORIGINAL ADD/CHANGE/DELETE PARAGRAPHS.  THE AUDIT RECORD   *
005827*     THEY WRITE CARRIES THE MAKER AS FBRA-USER AND THE CHECKER  *
005828*     AS FBRA-CHECKER.  A CHANGE THAT NO LONGER APPLIES (THE     *
005829*     MASTER MOVED ON SINCE IT WAS KEYED) IS MARKED F.           *
005830*---------------------------------------------------------------*
005831  22000-APPROVE-CHANGE.
005832         PERFORM 22100-READ-PENDING
005833             THRU 22100-READ-PENDING-EXIT
005834         IF WS-CARD-BAD
005835             GO TO 22000-APPROVE-CHANGE-EXIT
005836         END-IF
005837         MOVE WS-CHECK-USER     TO WS-CHECKER-USER
005838         MOVE FBRP-CHANGE-ID    TO WS-PEND-ID
005839         MOVE SPACES            TO WS-CARD
005840         MOVE FBRP-ACTION       TO WS-CARD-ACTION
005841         MOVE FBRP-DIVISOR      TO WS-CARD-DIVISOR-N
005842         MOVE FBRP-LABEL        TO WS-CARD-LABEL
005843         MOVE FBRP-EFF          TO WS-CARD-EFF
005844         MOVE FBRP-EXP          TO WS-CARD-EXP
005845         MOVE FBRP-MAKER        TO WS-CARD-USER
005846         MOVE FBRP-BOOK         TO WS-CARD-BOOK
005847         IF WS-CARD-BOOK = SPACES
005848             MOVE "STD"         TO WS-CARD-BOOK
005849         END-IF
005850         MOVE WS-ERROR-COUNT    TO WS-ERRORS-BEFORE
005851         EVALUATE TRUE
005852             WHEN WS-ACTION-ADD
005853                 PERFORM 20100-ADD-RULE
005854                     THRU 20100-ADD-RULE-EXIT
005855             WHEN WS-ACTION-CHANGE
005856                 PERFORM 20200-CHANGE-RULE
005857                     THRU 20200-CHANGE-RULE-EXIT
005858             WHEN WS-ACTION-DELETE
005859                 PERFORM 20300-DELETE-RULE
005860                     THRU 20300-DELETE-RULE-EXIT
005861         END-EVALUATE
005862*        THE RULE PARAGRAPHS LEAVE THE FBRULPND BUFFER ALONE, BUT
005863*        RE-READ IT BEFORE THE REWRITE SO THE KEY IS CURRENT
005864         MOVE WS-PEND-ID TO FBRP-CHANGE-ID
005865         READ FBRULPND-FILE
005866             INVALID KEY
005867                 STRING "FBRULMNT0335E FBRULPND READ FAILED"
005868                     " - CHANGE " WS-PEND-ID
005871                     " STATUS " WS-FBRULPND-STATUS
005874                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005878                 PERFORM 95000-RAISE-ALERT
005888                     THRU 95000-RAISE-ALERT-EXIT
005898                 MOVE 12 TO RETURN-CODE
005908                 GO TO 22000-APPROVE-CHANGE-EXIT
005918         END-READ
005928         IF WS-ERROR-COUNT = WS-ERRORS-BEFORE
005938             SET FBRP-APPLIED TO TRUE
005948             ADD 1 TO WS-APPROVED-COUNT
005958             DISPLAY "FBRULMNT0310I CHANGE " WS-PEND-ID
005968                 " APPROVED BY " WS-CHECKER-USER " AND APPLIED"
005978         ELSE
005988             SET FBRP-FAILED TO TRUE
005998             ADD 1 TO WS-FAILED-COUNT
006008             STRING "FBRULMNT0320E CHANGE " WS-PEND-ID
006018                 " APPROVED BY " WS-CHECKER-USER
006028                 " BUT COULD NOT BE APPLIED"
006038                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006048             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006058         END-IF
006068         PERFORM 22200-DECIDE-PENDING
006078             THRU 22200-DECIDE-PENDING-EXIT
006088         .
006098  22000-APPROVE-CHANGE-EXIT.
006108         EXIT.
006118**
006128*---------------------------------------------------------------*
006138* 22100-READ-PENDING -- EDIT AN APPROVE/REJECT CARD AND READ THE *
006148*     CHANGE IT NAMES.  THE CHECKER MUST BE A DIFFERENT USER     *
006158*     FROM THE MAKER, AND A CHANGE CANNOT BE DECIDED IN THE RUN  *
006168*     THAT QUEUED IT.                                            *
006178*---------------------------------------------------------------*
006188  22100-READ-PENDING.
006198         SET WS-CARD-OK TO TRUE
006208         IF WS-CHECK-ID NOT NUMERIC
006218             OR (WS-CHECK-ID NUMERIC
006228                 AND WS-CHECK-ID-N = ZERO)
006238             STRING "FBRULMNT0280E CHANGE ID NOT NUMERIC OR"
006248                 " ZERO - " WS-CHECK-ID
006258                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006268             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006278             ADD 1 TO WS-ERROR-COUNT
006288             SET WS-CARD-BAD TO TRUE
006298             GO TO 22100-READ-PENDING-EXIT
006308         END-IF
006318         IF WS-CHECK-USER = SPACES
006328             STRING "FBRULMNT0290E CHECKER USER ID MISSING -"
006338                 " CHANGE " WS-CHECK-ID
006348                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006358             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006368             ADD 1 TO WS-ERROR-COUNT
006378             SET WS-CARD-BAD TO TRUE
006388             GO TO 22100-READ-PENDING-EXIT
006398         END-IF
006408         MOVE WS-CHECK-ID-N TO FBRP-CHANGE-ID
006418         READ FBRULPND-FILE
006428             INVALID KEY
006438                 STRING "FBRULMNT0300E CHANGE NOT ON FILE - "
006448                     WS-CHECK-ID
006458                     DELIMITED BY SIZE INTO WS-ALERT-MSG
006468                 PERFORM 95000-RAISE-ALERT
006478                     THRU 95000-RAISE-ALERT-EXIT
006488                 ADD 1 TO WS-ERROR-COUNT
006498                 SET WS-CARD-BAD TO TRUE
006508         END-READ
006518         IF WS-CARD-BAD
006528             GO TO 22100-READ-PENDING-EXIT
006538         END-IF
006548         IF NOT FBRP-PENDING
006558             STRING "FBRULMNT0340E CHANGE " WS-CHECK-ID
006568                 " NOT PENDING - STATUS " FBRP-STATUS
006578                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006588             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006598             ADD 1 TO WS-ERROR-COUNT
006608             SET WS-CARD-BAD TO TRUE
006618             GO TO 22100-READ-PENDING-EXIT
006628         END-IF
006638         IF WS-CHECK-USER = FBRP-MAKER
006648             STRING "FBRULMNT0350E CHECKER " WS-CHECK-USER
006658                 " KEYED CHANGE " WS-CHECK-ID
006668                 " - A SECOND USER MUST DECIDE IT"
006678                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006688             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006698             ADD 1 TO WS-ERROR-COUNT
006708             SET WS-CARD-BAD TO TRUE
006718             GO TO 22100-READ-PENDING-EXIT
006728         END-IF
006738         IF WS-RUN-FIRST-ID NOT = ZERO
006748             AND FBRP-CHANGE-ID NOT < WS-RUN-FIRST-ID
006758             STRING "FBRULMNT0360E CHANGE " WS-CHECK-ID
006768                 " WAS QUEUED IN THIS RUN - DECIDE IT IN A"
006778                 " LATER RUN"
006788                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006798             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006808             ADD 1 TO WS-ERROR-COUNT
006818             SET WS-CARD-BAD TO TRUE
006828         END-IF
006838         .
006848  22100-READ-PENDING-EXIT.
006858         EXIT.
006868**
006878*---------------------------------------------------------------*
006888* 22200-DECIDE-PENDING -- STAMP THE CHECKER AND DECISION TIME ON *
006898*     THE PENDING RECORD IN THE BUFFER AND REWRITE IT            *
006908*---------------------------------------------------------------*
006918  22200-DECIDE-PENDING.
006928         MOVE WS-CHECKER-USER TO FBRP-CHECKER
006938         MOVE WS-RUN-DATE     TO FBRP-DECIDED-DATE
006948         MOVE WS-RUN-TIME     TO FBRP-DECIDED-TIME
006958         REWRITE FBRP-RECORD
006968             INVALID KEY
006978                 STRING "FBRULMNT0330E FBRULPND REWRITE FAILED"
006988                     " - CHANGE " FBRP-CHANGE-ID
006998                     " STATUS " WS-FBRULPND-STATUS
007008                     DELIMITED BY SIZE INTO WS-ALERT-MSG
007018                 PERFORM 95000-RAISE-ALERT
007028                     THRU 95000-RAISE-ALERT-EXIT
007038                 MOVE 12 TO RETURN-CODE
007048         END-REWRITE
007058         .
007068  22200-DECIDE-PENDING-EXIT.
007078         EXIT.
007088**
007098*---------------------------------------------------------------*
007108* 23000-REJECT-CHANGE -- CHECKER TURNS A CHANGE DOWN.  THE       *
007118*     MASTER IS NOT TOUCHED.                                     *
007128*---------------------------------------------------------------*
007138  23000-REJECT-CHANGE.
007148         PERFORM 22100-READ-PENDING
007158             THRU 22100-READ-PENDING-EXIT
007168         IF WS-CARD-BAD
007178             GO TO 23000-REJECT-CHANGE-EXIT
007188         END-IF
007198         MOVE WS-CHECK-USER TO WS-CHECKER-USER
007208         SET FBRP-REJECTED TO TRUE
007218         PERFORM 22200-DECIDE-PENDING
007228             THRU 22200-DECIDE-PENDING-EXIT
007238         ADD 1 TO WS-REJECTED-COUNT
007248         DISPLAY "FBRULMNT0370I CHANGE " FBRP-CHANGE-ID
007258             " REJECTED BY " WS-CHECKER-USER
007268         .
007278  23000-REJECT-CHANGE-EXIT.
007288         EXIT.
007298**
007308*---------------------------------------------------------------*
007318* 24000-EXPIRE-PENDING -- START-OF-RUN SWEEP.  A CHANGE STILL    *
007328*     PENDING MORE THAN ITS LIFE IN DAYS AFTER IT WAS KEYED IS   *
007338*     MARKED X AND CAN NO LONGER BE APPROVED - IT MUST BE KEYED  *
007348*     AGAIN.                                                     *
007358*---------------------------------------------------------------*
007368  24000-EXPIRE-PENDING.
007378         MOVE 1   TO FBRP-CHANGE-ID
007388         MOVE "N" TO WS-PEND-EOF-SW
007398         START FBRULPND-FILE
007408             KEY IS NOT LESS THAN FBRP-CHANGE-ID
007418             INVALID KEY
007428                 SET WS-PEND-EOF TO TRUE
007438         END-START
007448         PERFORM 24100-EXPIRE-ONE
007458             THRU 24100-EXPIRE-ONE-EXIT
007468             UNTIL WS-PEND-EOF
007478         .
007488  24000-EXPIRE-PENDING-EXIT.
007498         EXIT.
007508**
007518  24100-EXPIRE-ONE.
007528         READ FBRULPND-FILE NEXT RECORD
007538             AT END
007548                 SET WS-PEND-EOF TO TRUE
007558         END-READ
007568         IF WS-PEND-EOF
007578             OR NOT FBRP-PENDING
007588             GO TO 24100-EXPIRE-ONE-EXIT
007598         END-IF
007608         MOVE FBRP-KEYED-DATE TO WS-DW-DATE
007618         PERFORM 40000-DATE-TO-SERIAL
007628             THRU 40000-DATE-TO-SERIAL-EXIT
007638         COMPUTE WS-PEND-AGE = WS-TODAY-SERIAL - WS-DW-SERIAL
007648         IF WS-PEND-AGE NOT > FBRP-LIFE-DAYS
007658             GO TO 24100-EXPIRE-ONE-EXIT
007668         END-IF
007678         SET FBRP-EXPIRED TO TRUE
007688         MOVE SPACES      TO FBRP-CHECKER
007698         MOVE WS-RUN-DATE TO FBRP-DECIDED-DATE
007708         MOVE WS-RUN-TIME TO FBRP-DECIDED-TIME
007718         REWRITE FBRP-RECORD
007728             INVALID KEY
007738                 STRING "FBRULMNT0330E FBRULPND REWRITE FAILED"
007748                     " - CHANGE " FBRP-CHANGE-ID
007758                     " STATUS " WS-FBRULPND-STATUS
007768                     DELIMITED BY SIZE INTO WS-ALERT-MSG
007778                 PERFORM 95000-RAISE-ALERT
007788                     THRU 95000-RAISE-ALERT-EXIT
007798                 MOVE 12 TO RETURN-CODE
007808                 GO TO 24100-EXPIRE-ONE-EXIT
007818         END-REWRITE
007828         ADD 1 TO WS-EXPIRED-COUNT
007838         STRING "FBRULMNT0380W CHANGE " FBRP-CHANGE-ID " "
007848             FBRP-ACTION " DIVISOR " FBRP-DIVISOR
007858             " BOOK " FBRP-BOOK
007868             " KEYED BY "
007878             FBRP-MAKER " ON " FBRP-KEYED-DATE
007888             " EXPIRED UNAPPROVED"
007898             DELIMITED BY SIZE INTO WS-ALERT-MSG
007908         PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
007918         .
007928  24100-EXPIRE-ONE-EXIT.
007938         EXIT.
007948**
007958  30000-END.
007968         DISPLAY "**********"
007978         DISPLAY "FBRULMNT SUMMARY"
007988         DISPLAY "CARDS READ      = " WS-CARD-COUNT
007998         DISPLAY "RULES ADDED     = " WS-ADD-COUNT
008008         DISPLAY "RULES CHANGED   = " WS-CHANGE-COUNT
008018         DISPLAY "RULES DELETED   = " WS-DELETE-COUNT
008028         DISPLAY "CHANGES QUEUED  = " WS-QUEUED-COUNT
008038         DISPLAY "CHANGES APPROVED= " WS-APPROVED-COUNT
008048         DISPLAY "APPROVED FAILED = " WS-FAILED-COUNT
008058         DISPLAY "CHANGES REJECTED= " WS-REJECTED-COUNT
008068         DISPLAY "CHANGES EXPIRED = " WS-EXPIRED-COUNT
008078         DISPLAY "CARDS IN ERROR  = " WS-ERROR-COUNT
008088         IF WS-ERROR-COUNT > ZERO
008098             AND RETURN-CODE < 8
008108             MOVE 8 TO RETURN-CODE
008118         END-IF
008128         IF WS-EXPIRED-COUNT > ZERO
008138             AND RETURN-CODE < 4
008148             MOVE 4 TO RETURN-CODE
008158         END-IF
008168         DISPLAY "**********"
008178         CLOSE FBRULMST-FILE
008188         CLOSE FBRULCRD-FILE
008198         CLOSE FBRULAUD-FILE
008208         CLOSE FBRULPND-FILE
008218         .
008228  30000-END-EXIT.
008238         EXIT.
008248**
008258*---------------------------------------------------------------*
008268* 40000-DATE-TO-SERIAL -- YYYYMMDD IN WS-DW-DATE TO A DAY        *
008278*     SERIAL IN WS-DW-SERIAL.  SAME ALGORITHM AS FBFEDACK -      *
008288*     JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE      *
008298*     PRIOR YEAR SO THE LEAP DAY FALLS AT YEAR END.              *
008308*---------------------------------------------------------------*
008318  40000-DATE-TO-SERIAL.
008328         IF WS-DW-MONTH < 3
008338             COMPUTE WS-DW-Y = WS-DW-YEAR - 1
008348             COMPUTE WS-DW-M = WS-DW-MONTH + 12
008358         ELSE
008368             MOVE WS-DW-YEAR  TO WS-DW-Y
008378             MOVE WS-DW-MONTH TO WS-DW-M
008388         END-IF
008398         DIVIDE WS-DW-Y BY 4   GIVING WS-DW-QUAD
008408         DIVIDE WS-DW-Y BY 100 GIVING WS-DW-CENT
008418         DIVIDE WS-DW-Y BY 400 GIVING WS-DW-QCENT
008428         COMPUTE WS-DW-MDAYS = 153 * (WS-DW-M + 1)
008438         DIVIDE WS-DW-MDAYS BY 5 GIVING WS-DW-MDAYS
008448         COMPUTE WS-DW-SERIAL = 365 * WS-DW-Y
008458             + WS-DW-QUAD - WS-DW-CENT + WS-DW-QCENT
008468             + WS-DW-MDAYS + WS-DW-DAY
008478         .
008488  40000-DATE-TO-SERIAL-EXIT.
008498         EXIT.
008508**
008518*---------------------------------------------------------------*
008528* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
008538*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
008548*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
008558*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
008568*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
008578*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
008588*---------------------------------------------------------------*
008598  95000-RAISE-ALERT.
008608         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
008618             VARYING WS-ALERT-LEN FROM 132 BY -1
008628             UNTIL WS-ALERT-LEN = 1
008638             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
008648         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
008658         IF WS-ALERTS-STOPPED
008668             GO TO 95000-RAISE-ALERT-CLEAR
008678         END-IF
008688         IF NOT WS-ALERT-OPEN
008698             OPEN EXTEND FBALERT-FILE
008708             IF WS-FBALERT-STATUS NOT = "00"
008718                 DISPLAY "FBRULMNT0990W FBALERT OPEN FAILED -"
008728                     " STATUS " WS-FBALERT-STATUS
008738                     " - NO ALERTS WRITTEN"
008748                 SET WS-ALERTS-STOPPED TO TRUE
008758                 GO TO 95000-RAISE-ALERT-CLEAR
008768             END-IF
008778             SET WS-ALERT-OPEN TO TRUE
008788         END-IF
008798         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
008808             MOVE SPACES TO WS-ALERT-MSG
008818             STRING "FBRULMNT0991W ALERT LIMIT REACHED -"
008828                 " LATER MESSAGES ARE ON SYSOUT ONLY"
008838                 DELIMITED BY SIZE INTO WS-ALERT-MSG
008848             DISPLAY WS-ALERT-MSG(1:72)
008858             SET WS-ALERTS-STOPPED TO TRUE
008868         END-IF
008878         MOVE SPACES TO FBAL-RECORD
008888         MOVE "FBRULMNT" TO FBAL-PROGRAM
008898         MOVE 1 TO WS-ALERT-PTR
008908         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
008918             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
008928         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
008938         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
008948         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
008958         ACCEPT WS-ALERT-TIME FROM TIME
008968         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
008978         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
008988         WRITE FBAL-RECORD
008998         IF WS-FBALERT-STATUS NOT = "00"
009008             DISPLAY "FBRULMNT0992W FBALERT WRITE FAILED -"
009018                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
009028             SET WS-ALERTS-STOPPED TO TRUE
009038         ELSE
009048             ADD 1 TO WS-ALERT-CNT
009058         END-IF
009068         .
009078  95000-RAISE-ALERT-CLEAR.
009088         MOVE SPACES TO WS-ALERT-MSG
009098         .
009108  95000-RAISE-ALERT-EXIT.
009118         EXIT.
009128**
009138  95010-ALERT-LENGTH.
009148         CONTINUE
009158         .
009168  95010-ALERT-LENGTH-EXIT.
009178         EXIT.
009188**
009198*---------------------------------------------------------------*
009208* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
009218*---------------------------------------------------------------*
009228  95100-CLOSE-ALERTS.
009238         IF WS-ALERT-OPEN
009248             CLOSE FBALERT-FILE
009258             MOVE "N" TO WS-ALERT-OPEN-SW
009268         END-IF
009278         .
009288  95100-CLOSE-ALERTS-EXIT.
009298         EXIT.
009308**
009318  END PROGRAM FBRULMNT.
