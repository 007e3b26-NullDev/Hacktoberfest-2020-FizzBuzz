000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Reclassification report over the FBCLSHST             *
000050**         classification history that FIZZBUZZ, FBRSLOAD and    *
000060**         the FBINQUIR store-back write whenever they add or    *
000070**         reclassify a position on the FBRSLT results master.   *
000080**         Lists every position whose class changed with an      *
000090**         effective date inside the requested range - old and   *
000100**         new class, old and new rule-set id, when, and which   *
000110**         program and run mode made the change - with counts    *
000120**         of history records read, changes listed, distinct     *
000130**         positions changed, and positions first added in the   *
000140**         range (counted, not listed - an add is not a change   *
000150**         of class).                                            *
000160**         PARM: FROM date YYYYMMDD (bytes 1-8), TO date         *
000170**         (bytes 9-16), optional FIRST and LAST position        *
000180**         (bytes 17-25, 26-34) to limit the scan to part of     *
000190**         the key range.  A blank TO date is today; a blank     *
000200**         FROM date is the TO date.  Bytes 35-37 name the rule  *
000205**         book to report (blank or omitted = STD).              *
000210**         RC 4 = no changes in the range; RC 16 = bad PARM;     *
000220**         RC 20 = I-O failure.                                  *
000230**                                                               *
000240** Modification History                                          *
000250** -------------------------------------------------------------*
000260** 2026-10-14  DPS  New program.                                 *
000262** 2026-10-14  DPS  Rule books - PARM bytes 35-37 name the book  *
000264**                  to report (blank = STD); the scan is limited *
000266**                  to that book's history and the selection     *
000268**                  line shows it.                               *
000270** 2026-10-14  DPS  E and W messages are also written to the     *
000272**                  shared FBALERT alert file for the morning    *
000274**                  FBALDGST exception digest.                   *
000276******************************************************************
000280  IDENTIFICATION DIVISION.
000290**-*-*-*-*-*-*-*-*-*-*-*-*-
000300  PROGRAM-ID. FBCHGRPT.
000310  AUTHOR. D P SULLIVAN.
000320  INSTALLATION. CORPORATE BATCH OPERATIONS.
000330  DATE-WRITTEN. 10/14/2026.
000340  DATE-COMPILED.
000350**-*-*-*-*-*-*-*-*-*-*--
000360  ENVIRONMENT DIVISION.
000370**-*-*-*-*-*-*-*-*-*-*--
000380  CONFIGURATION SECTION.
000390*----------------------
000400  INPUT-OUTPUT SECTION.
000410*----------------------
000420  FILE-CONTROL.
000430         SELECT FBCLSHST-FILE ASSIGN TO FBCLSHST
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS DYNAMIC
000460             RECORD KEY IS FBCH-KEY
000470             FILE STATUS IS WS-FBCLSHST-STATUS.
000480         SELECT FBCHGLST-FILE ASSIGN TO FBCHGLST
000490             ORGANIZATION IS SEQUENTIAL
000500             FILE STATUS IS WS-FBCHGLST-STATUS.
000502         SELECT FBALERT-FILE ASSIGN TO FBALERT
000504             ORGANIZATION IS SEQUENTIAL
000506             FILE STATUS IS WS-FBALERT-STATUS.
000510  DATA DIVISION.
000520**-*-*-*-*-*-*-*-
000530  FILE SECTION.
000540*-------------------------
000550  FD  FBCLSHST-FILE
000560         RECORD CONTAINS 80 CHARACTERS.
000570  COPY FBCHREC.
000580  FD  FBCHGLST-FILE
000590         RECORDING MODE IS F
000600         LABEL RECORDS ARE STANDARD
000610         RECORD CONTAINS 80 CHARACTERS.
000620  01  FBCHGLST-RECORD            PIC X(80).
000621  FD  FBALERT-FILE
000622         RECORDING MODE IS F
000623         LABEL RECORDS ARE STANDARD
000624         RECORD CONTAINS 150 CHARACTERS.
000625  COPY FBALREC.
000630  WORKING-STORAGE SECTION.
000640*-------------------------
000650  01  WS-DATA.
000660         05  WS-SWITCHES.
000670             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
000680                 88  WS-FILES-OK               VALUE "Y".
000690                 88  WS-FILES-FAILED           VALUE "N".
000700             10  WS-HIST-EOF-SW     PIC X(01)  VALUE "N".
000710                 88  WS-HIST-EOF               VALUE "Y".
000720         05  WS-FILE-STATUSES.
000730             10  WS-FBCLSHST-STATUS PIC X(02)  VALUE "00".
000740             10  WS-FBCHGLST-STATUS PIC X(02)  VALUE "00".
000750         05  WS-RUN-STAMP.
000760             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
000770*          SELECTION FROM THE PARM - DATE RANGE ON THE EFFECTIVE
000780*          DATE, POSITION RANGE ON THE KEY
000790         05  WS-SELECTION.
000800             10  WS-FROM-DATE       PIC 9(08)  VALUE ZERO.
000810             10  WS-TO-DATE         PIC 9(08)  VALUE ZERO.
000820             10  WS-FIRST           PIC 9(09)  VALUE ZERO.
000830             10  WS-LAST            PIC 9(09)  VALUE 999999999.
000835             10  WS-BOOK            PIC X(03)  VALUE "STD".
000840             10  WS-PREV-POSN       PIC 9(09)  VALUE ZERO.
000850         05  WS-CONTROL-TOTALS.
000860             10  WS-READ-COUNT        PIC 9(9) COMP  VALUE ZERO.
000870             10  WS-LISTED-COUNT      PIC 9(9) COMP  VALUE ZERO.
000880             10  WS-POSN-COUNT        PIC 9(9) COMP  VALUE ZERO.
000890             10  WS-ADD-COUNT         PIC 9(9) COMP  VALUE ZERO.
000900*---------------------------------------------------------------*
000910* FBCHGLST REPORT LINE LAYOUTS                                   *
000920*---------------------------------------------------------------*
000930         05  WS-RPT-LINES.
000940             10  WS-TTL-LINE.
000950                 15  FILLER         PIC X(40) VALUE
000960                     "FIZZBUZZ POSITION RECLASSIFICATIONS".
000970                 15  FILLER         PIC X(10) VALUE "RUN DATE ".
000980                 15  WS-TTL-DATE    PIC 9(08).
000990                 15  FILLER         PIC X(22) VALUE SPACES.
001000             10  WS-SEL-LINE.
001010                 15  FILLER         PIC X(15) VALUE
001020                     "EFFECTIVE FROM ".
001030                 15  WS-SEL-FROM    PIC 9(08).
001040                 15  FILLER         PIC X(04) VALUE " TO ".
001050                 15  WS-SEL-TO      PIC 9(08).
001060                 15  FILLER         PIC X(12) VALUE
001070                     "  POSITIONS ".
001080                 15  WS-SEL-FIRST   PIC 9(09).
001090                 15  FILLER         PIC X(03) VALUE " - ".
001100                 15  WS-SEL-LAST    PIC 9(09).
001110                 15  FILLER         PIC X(07) VALUE "  BOOK ".
001113                 15  WS-SEL-BOOK    PIC X(03).
001116                 15  FILLER         PIC X(02) VALUE SPACES.
001120             10  WS-COL-LINE.
001130                 15  FILLER         PIC X(38) VALUE
001140                     "POSITION  EFF-DATE TIME   OLD CLS     ".
001150                 15  FILLER         PIC X(42) VALUE
001160                     "NEW CLS  OLD     NEW  PROGRAM  MODE".
001170             10  WS-DTL-LINE.
001180                 15  WS-DTL-POSN    PIC 9(09).
001190                 15  FILLER         PIC X(01) VALUE SPACE.
001200                 15  WS-DTL-DATE    PIC 9(08).
001210                 15  FILLER         PIC X(01) VALUE SPACE.
001220                 15  WS-DTL-TIME    PIC 9(06).
001230                 15  FILLER         PIC X(01) VALUE SPACE.
001240                 15  WS-DTL-OLD-CLS PIC X(08).
001250                 15  FILLER         PIC X(04) VALUE " -> ".
001260                 15  WS-DTL-NEW-CLS PIC X(08).
001270                 15  FILLER         PIC X(01) VALUE SPACE.
001280                 15  WS-DTL-OLD-RS  PIC 9(04).
001290                 15  FILLER         PIC X(04) VALUE " -> ".
001300                 15  WS-DTL-NEW-RS  PIC 9(04).
001310                 15  FILLER         PIC X(01) VALUE SPACE.
001320                 15  WS-DTL-PROGRAM PIC X(08).
001330                 15  FILLER         PIC X(02) VALUE SPACES.
001340                 15  WS-DTL-MODE    PIC X(01).
001350                 15  FILLER         PIC X(09) VALUE SPACES.
001360             10  WS-CNT-LINE.
001370                 15  WS-CNT-TEXT    PIC X(25).
001380                 15  WS-CNT-VALUE   PIC 9(09).
001381                 15  FILLER         PIC X(46) VALUE SPACES.
001382*---------------------------------------------------------------*
001383* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001384* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001385* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001386*---------------------------------------------------------------*
001387  01  WS-ALERT-WORK.
001388         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001389         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001390             88  WS-ALERT-OPEN                   VALUE "Y".
001391         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001392             88  WS-ALERTS-STOPPED               VALUE "Y".
001393         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001394         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001395         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001396         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001397         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001398         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001399         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001400  LINKAGE SECTION.
001410*-------------------------
001420  01  LK-PARM.
001430         05  LK-PARM-LEN              PIC S9(4) COMP.
001440         05  LK-PARM-DATA.
001450             10  LK-PARM-FROM         PIC X(08).
001460             10  LK-PARM-TO           PIC X(08).
001470             10  LK-PARM-FIRST        PIC X(09).
001480             10  LK-PARM-LAST         PIC X(09).
001485             10  LK-PARM-BOOK         PIC X(03).
001490             10  FILLER               PIC X(23).
001500**-*-*-*-*-*-*-*-*-*-*
001510  PROCEDURE DIVISION USING LK-PARM.
001520**-*-*-*-*-*-*-*-*-*-*
001530*---------------------------------------------------------------*
001540* MAIN-PROCEDURE -- EDIT THE PARM, SCAN THE HISTORY, WRAP UP     *
001550*---------------------------------------------------------------*
001560  MAIN-PROCEDURE.
001570         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
001580         IF WS-FILES-OK
001590             PERFORM 20000-PROCESS-ENTRY
001600                 THRU 20000-PROCESS-ENTRY-EXIT
001610                 UNTIL WS-HIST-EOF
001620             PERFORM 30000-END THRU 30000-END-EXIT
001630         END-IF
001635         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001640         .
001650         STOP RUN.
001660**
001670*---------------------------------------------------------------*
001680* 10000-BEGIN -- PARM, OPENS, POSITION THE HISTORY AT FIRST,     *
001690*     HEADINGS, PRIME THE FIRST ENTRY                            *
001700*---------------------------------------------------------------*
001710  10000-BEGIN.
001720         DISPLAY "**********"
001730         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001740         PERFORM 10100-EDIT-PARM THRU 10100-EDIT-PARM-EXIT
001750         IF WS-FILES-FAILED
001760             GO TO 10000-BEGIN-EXIT
001770         END-IF
001780         OPEN INPUT FBCLSHST-FILE
001790         IF WS-FBCLSHST-STATUS NOT = "00"
001800             STRING "FBCHGRPT0020E FBCLSHST OPEN FAILED -"
001810                 " STATUS " WS-FBCLSHST-STATUS
001813                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001816             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001820             MOVE 20 TO RETURN-CODE
001830             SET WS-FILES-FAILED TO TRUE
001840             GO TO 10000-BEGIN-EXIT
001850         END-IF
001860         OPEN OUTPUT FBCHGLST-FILE
001870         IF WS-FBCHGLST-STATUS NOT = "00"
001880             STRING "FBCHGRPT0030E FBCHGLST OPEN FAILED -"
001890                 " STATUS " WS-FBCHGLST-STATUS
001893                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001896             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001900             MOVE 20 TO RETURN-CODE
001910             SET WS-FILES-FAILED TO TRUE
001920             CLOSE FBCLSHST-FILE
001930             GO TO 10000-BEGIN-EXIT
001940         END-IF
001950         MOVE WS-RUN-DATE  TO WS-TTL-DATE
001960         WRITE FBCHGLST-RECORD FROM WS-TTL-LINE
001970         MOVE WS-FROM-DATE TO WS-SEL-FROM
001980         MOVE WS-TO-DATE   TO WS-SEL-TO
001990         MOVE WS-FIRST     TO WS-SEL-FIRST
002000         MOVE WS-LAST      TO WS-SEL-LAST
002005         MOVE WS-BOOK      TO WS-SEL-BOOK
002010         WRITE FBCHGLST-RECORD FROM WS-SEL-LINE
002020         MOVE SPACES TO FBCHGLST-RECORD
002030         WRITE FBCHGLST-RECORD
002040         WRITE FBCHGLST-RECORD FROM WS-COL-LINE
002045         MOVE WS-BOOK  TO FBCH-BOOK
002050         MOVE WS-FIRST TO FBCH-POSN
002060         MOVE ZERO     TO FBCH-EFF-DATE
002070                          FBCH-EFF-TIME
002080         START FBCLSHST-FILE KEY IS NOT LESS THAN FBCH-KEY
002090             INVALID KEY
002100                 SET WS-HIST-EOF TO TRUE
002110         END-START
002120         IF NOT WS-HIST-EOF
002130             PERFORM 20900-READ-HISTORY
002140                 THRU 20900-READ-HISTORY-EXIT
002150         END-IF
002160         .
002170  10000-BEGIN-EXIT.
002180         EXIT.
002190**
002200*---------------------------------------------------------------*
002210* 10100-EDIT-PARM -- DATES MUST BE NUMERIC YYYYMMDD AND IN       *
002220*     ORDER; POSITIONS NUMERIC AND IN ORDER.  BLANKS TAKE THE    *
002230*     DEFAULTS IN THE PROGRAM HEADER.                            *
002240*---------------------------------------------------------------*
002250  10100-EDIT-PARM.
002260         MOVE WS-RUN-DATE TO WS-TO-DATE
002270         IF LK-PARM-LEN = ZERO
002280             MOVE WS-TO-DATE TO WS-FROM-DATE
002290             GO TO 10100-EDIT-PARM-EXIT
002300         END-IF
002310         IF LK-PARM-LEN > 8
002320             AND LK-PARM-TO NOT = SPACES
002330             IF LK-PARM-TO NUMERIC
002340                 MOVE LK-PARM-TO TO WS-TO-DATE
002350             ELSE
002360                 GO TO 10100-EDIT-PARM-BAD
002370             END-IF
002380         END-IF
002390         MOVE WS-TO-DATE TO WS-FROM-DATE
002400         IF LK-PARM-FROM NOT = SPACES
002410             IF LK-PARM-FROM NUMERIC
002420                 MOVE LK-PARM-FROM TO WS-FROM-DATE
002430             ELSE
002440                 GO TO 10100-EDIT-PARM-BAD
002450             END-IF
002460         END-IF
002470         IF LK-PARM-LEN > 16
002480             AND LK-PARM-FIRST NOT = SPACES
002490             IF LK-PARM-FIRST NUMERIC
002500                 MOVE LK-PARM-FIRST TO WS-FIRST
002510             ELSE
002520                 GO TO 10100-EDIT-PARM-BAD
002530             END-IF
002540         END-IF
002550         IF LK-PARM-LEN > 25
002560             AND LK-PARM-LAST NOT = SPACES
002570             IF LK-PARM-LAST NUMERIC
002580                 MOVE LK-PARM-LAST TO WS-LAST
002590             ELSE
002600                 GO TO 10100-EDIT-PARM-BAD
002610             END-IF
002620         END-IF
002622         IF LK-PARM-LEN > 34
002624             AND LK-PARM-BOOK NOT = SPACES
002626             MOVE LK-PARM-BOOK TO WS-BOOK
002628         END-IF
002630         IF WS-FROM-DATE > WS-TO-DATE
002640             OR WS-FIRST > WS-LAST
002650             GO TO 10100-EDIT-PARM-BAD
002660         END-IF
002670         GO TO 10100-EDIT-PARM-EXIT
002680         .
002690  10100-EDIT-PARM-BAD.
002700         STRING "FBCHGRPT0010E INVALID PARM - "
002710             LK-PARM-DATA(1:37)
002713             DELIMITED BY SIZE INTO WS-ALERT-MSG
002716         PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002720         DISPLAY "FBCHGRPT0010E EXPECTED FROM(8) TO(8) FIRST(9)"
002730             " LAST(9) BOOK(3)"
002740         MOVE 16 TO RETURN-CODE
002750         SET WS-FILES-FAILED TO TRUE
002760         .
002770  10100-EDIT-PARM-EXIT.
002780         EXIT.
002790**
002800*---------------------------------------------------------------*
002810* 20000-PROCESS-ENTRY -- ONE HISTORY ENTRY IN THE POSITION       *
002820*     RANGE: A RECLASSIFICATION EFFECTIVE IN THE DATE RANGE IS   *
002830*     LISTED; AN ADD IN THE RANGE IS ONLY COUNTED                *
002840*---------------------------------------------------------------*
002850  20000-PROCESS-ENTRY.
002860         IF FBCH-EFF-DATE < WS-FROM-DATE
002870             OR FBCH-EFF-DATE > WS-TO-DATE
002880             GO TO 20000-PROCESS-ENTRY-READ
002890         END-IF
002900         IF FBCH-ADDED
002910             ADD 1 TO WS-ADD-COUNT
002920             GO TO 20000-PROCESS-ENTRY-READ
002930         END-IF
002940         IF WS-LISTED-COUNT = ZERO
002950             OR FBCH-POSN NOT = WS-PREV-POSN
002960             ADD 1 TO WS-POSN-COUNT
002970             MOVE FBCH-POSN TO WS-PREV-POSN
002980         END-IF
002990         MOVE FBCH-POSN        TO WS-DTL-POSN
003000         MOVE FBCH-EFF-DATE    TO WS-DTL-DATE
003010         MOVE FBCH-EFF-TIME    TO WS-DTL-TIME
003020         MOVE FBCH-OLD-CLASS   TO WS-DTL-OLD-CLS
003030         MOVE FBCH-NEW-CLASS   TO WS-DTL-NEW-CLS
003040         MOVE FBCH-OLD-RULESET TO WS-DTL-OLD-RS
003050         MOVE FBCH-NEW-RULESET TO WS-DTL-NEW-RS
003060         MOVE FBCH-PROGRAM     TO WS-DTL-PROGRAM
003070         MOVE FBCH-RUN-MODE    TO WS-DTL-MODE
003080         WRITE FBCHGLST-RECORD FROM WS-DTL-LINE
003090         IF WS-FBCHGLST-STATUS NOT = "00"
003100             STRING "FBCHGRPT0040E FBCHGLST WRITE FAILED -"
003110                 " STATUS " WS-FBCHGLST-STATUS
003113                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003116             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003120             MOVE 20 TO RETURN-CODE
003130             SET WS-HIST-EOF TO TRUE
003140             GO TO 20000-PROCESS-ENTRY-EXIT
003150         END-IF
003160         ADD 1 TO WS-LISTED-COUNT
003170         .
003180  20000-PROCESS-ENTRY-READ.
003190         PERFORM 20900-READ-HISTORY
003200             THRU 20900-READ-HISTORY-EXIT
003210         .
003220  20000-PROCESS-ENTRY-EXIT.
003230         EXIT.
003240**
003250*---------------------------------------------------------------*
003260* 20900-READ-HISTORY -- NEXT ENTRY IN KEY ORDER; PAST THE LAST   *
003270*     POSITION WANTED, OR INTO ANOTHER BOOK, IS THE END OF THE   *
003275*     SCAN                                                       *
003280*---------------------------------------------------------------*
003290  20900-READ-HISTORY.
003300         READ FBCLSHST-FILE NEXT RECORD
003310             AT END
003320                 SET WS-HIST-EOF TO TRUE
003330                 GO TO 20900-READ-HISTORY-EXIT
003340         END-READ
003350         IF WS-FBCLSHST-STATUS NOT = "00"
003360             STRING "FBCHGRPT0050E FBCLSHST READ FAILED -"
003370                 " STATUS " WS-FBCLSHST-STATUS
003373                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003376             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003380             MOVE 20 TO RETURN-CODE
003390             SET WS-HIST-EOF TO TRUE
003400             GO TO 20900-READ-HISTORY-EXIT
003410         END-IF
003420         IF FBCH-BOOK NOT = WS-BOOK
003425             OR FBCH-POSN > WS-LAST
003430             SET WS-HIST-EOF TO TRUE
003440             GO TO 20900-READ-HISTORY-EXIT
003450         END-IF
003460         ADD 1 TO WS-READ-COUNT
003470         .
003480  20900-READ-HISTORY-EXIT.
003490         EXIT.
003500**
003510  30000-END.
003520         IF WS-LISTED-COUNT = ZERO
003530             MOVE "NO POSITION CHANGED CLASS IN THE RANGE"
003540               TO FBCHGLST-RECORD
003550             WRITE FBCHGLST-RECORD
003560         END-IF
003570         MOVE SPACES TO FBCHGLST-RECORD
003580         WRITE FBCHGLST-RECORD
003590         MOVE "HISTORY RECORDS READ   = " TO WS-CNT-TEXT
003600         MOVE WS-READ-COUNT      TO WS-CNT-VALUE
003610         WRITE FBCHGLST-RECORD FROM WS-CNT-LINE
003620         MOVE "RECLASSIFICATIONS      = " TO WS-CNT-TEXT
003630         MOVE WS-LISTED-COUNT    TO WS-CNT-VALUE
003640         WRITE FBCHGLST-RECORD FROM WS-CNT-LINE
003650         MOVE "POSITIONS RECLASSIFIED = " TO WS-CNT-TEXT
003660         MOVE WS-POSN-COUNT      TO WS-CNT-VALUE
003670         WRITE FBCHGLST-RECORD FROM WS-CNT-LINE
003680         MOVE "POSITIONS ADDED        = " TO WS-CNT-TEXT
003690         MOVE WS-ADD-COUNT       TO WS-CNT-VALUE
003700         WRITE FBCHGLST-RECORD FROM WS-CNT-LINE
003710         DISPLAY "FBCHGRPT SUMMARY"
003715         DISPLAY "RULE BOOK              = " WS-BOOK
003720         DISPLAY "EFFECTIVE FROM/TO      = " WS-FROM-DATE " "
003730             WS-TO-DATE
003740         DISPLAY "HISTORY RECORDS READ   = " WS-READ-COUNT
003750         DISPLAY "RECLASSIFICATIONS      = " WS-LISTED-COUNT
003760         DISPLAY "POSITIONS RECLASSIFIED = " WS-POSN-COUNT
003770         DISPLAY "POSITIONS ADDED        = " WS-ADD-COUNT
003780         IF WS-LISTED-COUNT = ZERO
003790             AND RETURN-CODE < 4
003800             MOVE 4 TO RETURN-CODE
003810         END-IF
003820         CLOSE FBCLSHST-FILE
003830         CLOSE FBCHGLST-FILE
003840         DISPLAY "**********"
003850         .
003860  30000-END-EXIT.
003870         EXIT.
003880**
003890*---------------------------------------------------------------*
003900* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
003910*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
003920*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
003930*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
003940*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
003950*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
003960*---------------------------------------------------------------*
003970  95000-RAISE-ALERT.
003980         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
003990             VARYING WS-ALERT-LEN FROM 132 BY -1
004000             UNTIL WS-ALERT-LEN = 1
004010             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
004020         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
004030         IF WS-ALERTS-STOPPED
004040             GO TO 95000-RAISE-ALERT-CLEAR
004050         END-IF
004060         IF NOT WS-ALERT-OPEN
004070             OPEN EXTEND FBALERT-FILE
004080             IF WS-FBALERT-STATUS NOT = "00"
004090                 DISPLAY "FBCHGRPT0990W FBALERT OPEN FAILED -"
004100                     " STATUS " WS-FBALERT-STATUS
004110                     " - NO ALERTS WRITTEN"
004120                 SET WS-ALERTS-STOPPED TO TRUE
004130                 GO TO 95000-RAISE-ALERT-CLEAR
004140             END-IF
004150             SET WS-ALERT-OPEN TO TRUE
004160         END-IF
004170         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
004180             MOVE SPACES TO WS-ALERT-MSG
004190             STRING "FBCHGRPT0991W ALERT LIMIT REACHED -"
004200                 " LATER MESSAGES ARE ON SYSOUT ONLY"
004210                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004220             DISPLAY WS-ALERT-MSG(1:72)
004230             SET WS-ALERTS-STOPPED TO TRUE
004240         END-IF
004250         MOVE SPACES TO FBAL-RECORD
004260         MOVE "FBCHGRPT" TO FBAL-PROGRAM
004270         MOVE 1 TO WS-ALERT-PTR
004280         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
004290             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
004300         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
004310         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
004320         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
004330         ACCEPT WS-ALERT-TIME FROM TIME
004340         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
004350         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
004360         WRITE FBAL-RECORD
004370         IF WS-FBALERT-STATUS NOT = "00"
004380             DISPLAY "FBCHGRPT0992W FBALERT WRITE FAILED -"
004390                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
004400             SET WS-ALERTS-STOPPED TO TRUE
004410         ELSE
004420             ADD 1 TO WS-ALERT-CNT
004430         END-IF
004440         .
004450  95000-RAISE-ALERT-CLEAR.
004460         MOVE SPACES TO WS-ALERT-MSG
004470         .
004480  95000-RAISE-ALERT-EXIT.
004490         EXIT.
004500**
004510  95010-ALERT-LENGTH.
004520         CONTINUE
004530         .
004540  95010-ALERT-LENGTH-EXIT.
004550         EXIT.
004560**
004570*---------------------------------------------------------------*
004580* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
004590*---------------------------------------------------------------*
004600  95100-CLOSE-ALERTS.
004610         IF WS-ALERT-OPEN
004620             CLOSE FBALERT-FILE
004630             MOVE "N" TO WS-ALERT-OPEN-SW
004640         END-IF
004650         .
004660  95100-CLOSE-ALERTS-EXIT.
004670         EXIT.
004680**
004690  END PROGRAM FBCHGRPT.
