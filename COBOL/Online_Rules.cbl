000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:CICS online rule master browse, transaction FBRB,     *
000050**         map FBRUL1 in mapset FBRULMS.  Pages through the      *
000060**         FBRULMST rule master fifteen rules to a screen,       *
000070**         showing every rule that is active today or staged     *
000080**         for a later effective date with its effective and     *
000090**         expiry dates and last maintenance, and heads the      *
000100**         screen with the rule-set version and last             *
000110**         maintenance from the divisor-zero control record.     *
000120**         Expired rules are not shown.  Strictly read-only -    *
000130**         rule changes still go through FBRULMNT.               *
000140**         Pseudo-conversational: the commarea carries the       *
000150**         page number and the starting divisor of every page    *
000160**         shown so far, so PF7 can page back.                   *
000170**         ENTER = refresh, PF7/PF8 = back/forward,              *
000180**         PF5 = position inquiry (FBPI, program FBPOSINQ),      *
000190**         PF3/CLEAR = end.                                      *
000195**         The browse shows the STD rule book only.              *
000200**                                                               *
000210** Modification History                                          *
000220** -------------------------------------------------------------*
000230** 2026-10-14  DPS  New program.                                 *
000232** 2026-10-14  DPS  Rule books - the browse reads the control    *
000234**                  record and rules of the STD book of the re-  *
000236**                  keyed FBRULMST and stops at the end of that  *
000238**                  book.                                        *
000240******************************************************************
000250  IDENTIFICATION DIVISION.
000260**-*-*-*-*-*-*-*-*-*-*-*-*-
000270  PROGRAM-ID. FBRULBRW.
000280  AUTHOR. D P SULLIVAN.
000290  INSTALLATION. CORPORATE BATCH OPERATIONS.
000300  DATE-WRITTEN. 10/14/2026.
000310  DATE-COMPILED.
000320**-*-*-*-*-*-*-*-*-*-*--
000330  ENVIRONMENT DIVISION.
000340**-*-*-*-*-*-*-*-*-*-*--
000350  CONFIGURATION SECTION.
000360*----------------------
000370  DATA DIVISION.
000380**-*-*-*-*-*-*-*-
000390  WORKING-STORAGE SECTION.
000400*-------------------------
000410  01  WS-DATA.
000420         05  WS-SWITCHES.
000430             10  WS-RULMST-EOF-SW   PIC X(01)  VALUE "N".
000440                 88  WS-RULMST-EOF             VALUE "Y".
000450         05  WS-CICS-WORK.
000460             10  WS-RESP            PIC S9(8)  COMP VALUE ZERO.
000470             10  WS-RESP-DISP       PIC 9(04)  VALUE ZERO.
000480             10  WS-ABSTIME         PIC S9(15) COMP-3 VALUE ZERO.
000490         05  WS-RUN-STAMP.
000500             10  WS-RUN-DATE-X      PIC X(08)  VALUE SPACES.
000510             10  WS-RUN-DATE REDEFINES WS-RUN-DATE-X
000520                                    PIC 9(08).
000530         05  WS-BOOK                PIC X(03)  VALUE "STD".
000532         05  WS-RULE-KEY.
000534             10  WS-RULE-KEY-BOOK   PIC X(03)  VALUE "STD".
000536             10  WS-RULE-KEY-DIV    PIC 9(04)  VALUE ZERO.
000540         05  WS-PAGE-WORK.
000550             10  WS-LINE-COUNT      PIC 9(4)   COMP VALUE ZERO.
000560             10  WS-LINES-PER-PAGE  PIC 9(4)   COMP VALUE 15.
000570             10  WS-PAGE-MAX        PIC 9(4)   COMP VALUE 50.
000580         05  WS-MESSAGE             PIC X(78)  VALUE SPACES.
000590         05  WS-END-TEXT            PIC X(40)
000600                 VALUE "FBRB RULE MASTER BROWSE ENDED".
000610*---------------------------------------------------------------*
000620* RULE LINE LAYOUT - COLUMNS MATCH THE MAP HEADING LINE          *
000630*---------------------------------------------------------------*
000640         05  WS-RULE-LINE.
000650             10  FILLER             PIC X(01) VALUE SPACES.
000660             10  WS-RL-DIVISOR      PIC 9(04).
000670             10  FILLER             PIC X(04) VALUE SPACES.
000680             10  WS-RL-LABEL        PIC X(08).
000690             10  FILLER             PIC X(02) VALUE SPACES.
000700             10  WS-RL-EFF-DATE     PIC 9(08).
000710             10  FILLER             PIC X(03) VALUE SPACES.
000720             10  WS-RL-EXP-DATE     PIC 9(08).
000730             10  FILLER             PIC X(03) VALUE SPACES.
000740             10  WS-RL-STATUS       PIC X(07).
000750             10  FILLER             PIC X(02) VALUE SPACES.
000760             10  WS-RL-LAST-ACTION  PIC X(01).
000770             10  FILLER             PIC X(01) VALUE SPACES.
000780             10  WS-RL-LAST-DATE    PIC 9(08).
000790             10  FILLER             PIC X(01) VALUE SPACES.
000800             10  WS-RL-LAST-USER    PIC X(08).
000810             10  FILLER             PIC X(01) VALUE SPACES.
000820*---------------------------------------------------------------*
000830* COMMAREA PASSED FROM ONE FBRB TASK TO THE NEXT - THE START     *
000840* DIVISOR OF EACH PAGE SHOWN, SO PF7 CAN GO BACK                 *
000850*---------------------------------------------------------------*
000860  01  WS-COMMAREA.
000870         05  WS-CA-PAGE-NO          PIC 9(03)  VALUE ZERO.
000880         05  WS-CA-MORE-SW          PIC X(01)  VALUE "N".
000890             88  WS-CA-MORE                    VALUE "Y".
000900             88  WS-CA-NO-MORE                 VALUE "N".
000910         05  WS-CA-NEXT-KEY         PIC 9(04)  VALUE ZERO.
000920         05  WS-CA-PAGE-KEY         PIC 9(04)  VALUE ZERO
000930                                    OCCURS 50 TIMES.
000940  COPY FBRULREC.
000950*---------------------------------------------------------------*
000960* FBRUL1 SYMBOLIC MAP - SEE COPYBOOK FBRULMS                     *
000970*---------------------------------------------------------------*
000980  COPY FBRULMS.
000990  COPY DFHAID.
001000  COPY DFHBMSCA.
001010  LINKAGE SECTION.
001020*-------------------------
001030  01  DFHCOMMAREA                   PIC X(208).
001040**-*-*-*-*-*-*-*-*-*-*
001050  PROCEDURE DIVISION.
001060**-*-*-*-*-*-*-*-*-*-*
001070*---------------------------------------------------------------*
001080* MAIN-PROCEDURE -- ONE PSEUDO-CONVERSATIONAL FBRB TASK: ACT ON  *
001090*     THE KEY PRESSED, THEN RETURN FOR THE NEXT ONE              *
001100*---------------------------------------------------------------*
001110  MAIN-PROCEDURE.
001120         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
001130         EVALUATE TRUE
001140             WHEN EIBCALEN = ZERO
001150                 MOVE 1    TO WS-CA-PAGE-NO
001160                 MOVE 0001 TO WS-CA-PAGE-KEY(1)
001170                 PERFORM 20000-BUILD-PAGE
001180                     THRU 20000-BUILD-PAGE-EXIT
001190             WHEN EIBAID = DFHPF3
001200               OR EIBAID = DFHCLEAR
001210                 PERFORM 90000-END-SESSION
001220                     THRU 90000-END-SESSION-EXIT
001230             WHEN EIBAID = DFHPF5
001240                 EXEC CICS XCTL
001250                     PROGRAM("FBPOSINQ")
001260                 END-EXEC
001270             WHEN EIBAID = DFHPF8
001280                 PERFORM 30000-PAGE-FORWARD
001290                     THRU 30000-PAGE-FORWARD-EXIT
001300             WHEN EIBAID = DFHPF7
001310                 PERFORM 30100-PAGE-BACK
001320                     THRU 30100-PAGE-BACK-EXIT
001330             WHEN EIBAID = DFHENTER
001340                 PERFORM 20000-BUILD-PAGE
001350                     THRU 20000-BUILD-PAGE-EXIT
001360             WHEN OTHER
001370                 PERFORM 20000-BUILD-PAGE
001380                     THRU 20000-BUILD-PAGE-EXIT
001390                 MOVE "FBRULBRW0010W KEY NOT IN USE - ENTER, PF7,"
001400                     TO WS-MESSAGE
001410                 MOVE " PF8, PF5, PF3 OR CLEAR"
001420                     TO WS-MESSAGE(43:23)
001430         END-EVALUATE
001440         PERFORM 80000-SEND-MAP THRU 80000-SEND-MAP-EXIT
001450         EXEC CICS RETURN
001460             TRANSID("FBRB")
001470             COMMAREA(WS-COMMAREA)
001480             LENGTH(LENGTH OF WS-COMMAREA)
001490         END-EXEC
001500         .
001510         GOBACK.
001520**
001530  10000-BEGIN.
001540         MOVE LOW-VALUES TO FBRUL1O
001550         MOVE SPACES     TO WS-MESSAGE
001560         IF EIBCALEN > ZERO
001570             MOVE DFHCOMMAREA TO WS-COMMAREA
001580         END-IF
001590         EXEC CICS ASKTIME
001600             ABSTIME(WS-ABSTIME)
001610         END-EXEC
001620         EXEC CICS FORMATTIME
001630             ABSTIME(WS-ABSTIME)
001640             YYYYMMDD(WS-RUN-DATE-X)
001650         END-EXEC
001660         .
001670  10000-BEGIN-EXIT.
001680         EXIT.
001690**
001700*---------------------------------------------------------------*
001710* 20000-BUILD-PAGE -- HEAD THE SCREEN FROM THE CONTROL RECORD,   *
001720*     THEN BROWSE FROM THIS PAGE'S START DIVISOR FOR UP TO       *
001730*     FIFTEEN ACTIVE OR STAGED RULES.  ONE MORE QUALIFYING RULE  *
001740*     PAST THE FIFTEENTH SETS UP PF8 AND IS WHERE IT STARTS.     *
001750*---------------------------------------------------------------*
001760  20000-BUILD-PAGE.
001770         MOVE LOW-VALUES TO FBRUL1O
001780         PERFORM 20100-READ-CONTROL THRU 20100-READ-CONTROL-EXIT
001790         MOVE ZERO TO WS-LINE-COUNT
001800         MOVE ZERO TO WS-CA-NEXT-KEY
001810         SET WS-CA-NO-MORE TO TRUE
001820         MOVE "N"  TO WS-RULMST-EOF-SW
001830         MOVE WS-BOOK TO WS-RULE-KEY-BOOK
001835         MOVE WS-CA-PAGE-KEY(WS-CA-PAGE-NO) TO WS-RULE-KEY-DIV
001840         EXEC CICS STARTBR
001850             FILE("FBRULMST")
001860             RIDFLD(WS-RULE-KEY)
001870             GTEQ
001880             RESP(WS-RESP)
001890         END-EXEC
001900         EVALUATE WS-RESP
001910             WHEN DFHRESP(NORMAL)
001920                 CONTINUE
001930             WHEN DFHRESP(NOTFND)
001940                 MOVE "FBRULBRW0020I NO ACTIVE OR STAGED RULES"
001950                     TO WS-MESSAGE
001960                 GO TO 20000-BUILD-PAGE-EXIT
001970             WHEN OTHER
001980                 MOVE WS-RESP TO WS-RESP-DISP
001990                 MOVE "FBRULBRW0030E FBRULMST BROWSE FAILED -"
002000                     TO WS-MESSAGE
002010                 MOVE " RESP" TO WS-MESSAGE(40:5)
002020                 MOVE WS-RESP-DISP TO WS-MESSAGE(46:4)
002030                 GO TO 20000-BUILD-PAGE-EXIT
002040         END-EVALUATE
002050         PERFORM 20200-NEXT-RULE THRU 20200-NEXT-RULE-EXIT
002060             UNTIL WS-RULMST-EOF
002070                OR WS-CA-MORE
002080         EXEC CICS ENDBR
002090             FILE("FBRULMST")
002100         END-EXEC
002110         IF WS-MESSAGE NOT = SPACES
002120             GO TO 20000-BUILD-PAGE-EXIT
002130         END-IF
002140         EVALUATE TRUE
002150             WHEN WS-LINE-COUNT = ZERO
002160                 MOVE "FBRULBRW0020I NO ACTIVE OR STAGED RULES"
002170                     TO WS-MESSAGE
002180             WHEN WS-CA-MORE
002190                 MOVE "PF8 FOR MORE RULES" TO WS-MESSAGE
002200             WHEN OTHER
002210                 MOVE "END OF RULE MASTER" TO WS-MESSAGE
002220         END-EVALUATE
002230         .
002240  20000-BUILD-PAGE-EXIT.
002250         EXIT.
002260**
002270  20100-READ-CONTROL.
002280         MOVE WS-BOOK TO WS-RULE-KEY-BOOK
002285         MOVE ZERO TO WS-RULE-KEY-DIV
002290         EXEC CICS READ
002300             FILE("FBRULMST")
002310             INTO(FBRM-RECORD)
002320             RIDFLD(WS-RULE-KEY)
002330             RESP(WS-RESP)
002340         END-EXEC
002350         EVALUATE WS-RESP
002360             WHEN DFHRESP(NORMAL)
002370                 MOVE FBRM-RECORD      TO FBRM-CONTROL-REC
002380                 MOVE FBRMC-VERSION    TO VERSO
002390                 MOVE FBRMC-LAST-DATE  TO LDATEO
002400                 MOVE FBRMC-LAST-TIME  TO LTIMEO
002410                 MOVE FBRMC-LAST-USER  TO LUSERO
002420             WHEN DFHRESP(NOTFND)
002430                 MOVE "FBRULBRW0040W NO CONTROL RECORD ON"
002440                     TO WS-MESSAGE
002450                 MOVE " FBRULMST" TO WS-MESSAGE(35:9)
002460             WHEN OTHER
002470                 MOVE WS-RESP TO WS-RESP-DISP
002480                 MOVE "FBRULBRW0050E FBRULMST READ FAILED - RESP"
002490                     TO WS-MESSAGE
002500                 MOVE WS-RESP-DISP TO WS-MESSAGE(43:4)
002510         END-EVALUATE
002520         .
002530  20100-READ-CONTROL-EXIT.
002540         EXIT.
002550**
002560*---------------------------------------------------------------*
002570* 20200-NEXT-RULE -- ONE RULE FROM THE BROWSE.  THE CONTROL      *
002580*     RECORD AND EXPIRED RULES ARE SKIPPED; A RULE NOT YET       *
002590*     EFFECTIVE SHOWS AS STAGED.                                 *
002600*---------------------------------------------------------------*
002610  20200-NEXT-RULE.
002620         EXEC CICS READNEXT
002630             FILE("FBRULMST")
002640             INTO(FBRM-RECORD)
002650             RIDFLD(WS-RULE-KEY)
002660             RESP(WS-RESP)
002670         END-EXEC
002680         EVALUATE WS-RESP
002690             WHEN DFHRESP(NORMAL)
002700                 CONTINUE
002710             WHEN DFHRESP(ENDFILE)
002720                 SET WS-RULMST-EOF TO TRUE
002730                 GO TO 20200-NEXT-RULE-EXIT
002740             WHEN OTHER
002750                 SET WS-RULMST-EOF TO TRUE
002760                 MOVE WS-RESP TO WS-RESP-DISP
002770                 MOVE "FBRULBRW0050E FBRULMST READ FAILED - RESP"
002780                     TO WS-MESSAGE
002790                 MOVE WS-RESP-DISP TO WS-MESSAGE(43:4)
002800                 GO TO 20200-NEXT-RULE-EXIT
002810         END-EVALUATE
002812         IF FBRM-BOOK NOT = WS-BOOK
002814             SET WS-RULMST-EOF TO TRUE
002816             GO TO 20200-NEXT-RULE-EXIT
002818         END-IF
002820         IF FBRM-DIVISOR = ZERO
002830             OR FBRM-EXP-DATE < WS-RUN-DATE
002840             GO TO 20200-NEXT-RULE-EXIT
002850         END-IF
002860         IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
002870             SET WS-CA-MORE TO TRUE
002880             MOVE FBRM-DIVISOR TO WS-CA-NEXT-KEY
002890             GO TO 20200-NEXT-RULE-EXIT
002900         END-IF
002910         ADD 1 TO WS-LINE-COUNT
002920         MOVE FBRM-DIVISOR     TO WS-RL-DIVISOR
002930         MOVE FBRM-LABEL       TO WS-RL-LABEL
002940         MOVE FBRM-EFF-DATE    TO WS-RL-EFF-DATE
002950         MOVE FBRM-EXP-DATE    TO WS-RL-EXP-DATE
002960         IF FBRM-EFF-DATE > WS-RUN-DATE
002970             MOVE "STAGED " TO WS-RL-STATUS
002980         ELSE
002990             MOVE "ACTIVE " TO WS-RL-STATUS
003000         END-IF
003010         MOVE FBRM-LAST-ACTION TO WS-RL-LAST-ACTION
003020         MOVE FBRM-LAST-DATE   TO WS-RL-LAST-DATE
003030         MOVE FBRM-LAST-USER   TO WS-RL-LAST-USER
003040         MOVE WS-RULE-LINE     TO RLO(WS-LINE-COUNT)
003050         .
003060  20200-NEXT-RULE-EXIT.
003070         EXIT.
003080**
003090  30000-PAGE-FORWARD.
003100         IF WS-CA-NO-MORE
003110             PERFORM 20000-BUILD-PAGE
003120                 THRU 20000-BUILD-PAGE-EXIT
003130             MOVE "FBRULBRW0060I ALREADY AT THE LAST PAGE"
003140                 TO WS-MESSAGE
003150             GO TO 30000-PAGE-FORWARD-EXIT
003160         END-IF
003170         IF WS-CA-PAGE-NO NOT < WS-PAGE-MAX
003180             PERFORM 20000-BUILD-PAGE
003190                 THRU 20000-BUILD-PAGE-EXIT
003200             MOVE "FBRULBRW0070W PAGE LIMIT REACHED - PF7 TO GO"
003210                 TO WS-MESSAGE
003220             MOVE " BACK" TO WS-MESSAGE(45:5)
003230             GO TO 30000-PAGE-FORWARD-EXIT
003240         END-IF
003250         ADD 1 TO WS-CA-PAGE-NO
003260         MOVE WS-CA-NEXT-KEY TO WS-CA-PAGE-KEY(WS-CA-PAGE-NO)
003270         PERFORM 20000-BUILD-PAGE THRU 20000-BUILD-PAGE-EXIT
003280         .
003290  30000-PAGE-FORWARD-EXIT.
003300         EXIT.
003310**
003320  30100-PAGE-BACK.
003330         IF WS-CA-PAGE-NO NOT > 1
003340             PERFORM 20000-BUILD-PAGE
003350                 THRU 20000-BUILD-PAGE-EXIT
003360             MOVE "FBRULBRW0080I ALREADY AT THE FIRST PAGE"
003370                 TO WS-MESSAGE
003380             GO TO 30100-PAGE-BACK-EXIT
003390         END-IF
003400         SUBTRACT 1 FROM WS-CA-PAGE-NO
003410         PERFORM 20000-BUILD-PAGE THRU 20000-BUILD-PAGE-EXIT
003420         .
003430  30100-PAGE-BACK-EXIT.
003440         EXIT.
003450**
003460*---------------------------------------------------------------*
003470* 80000-SEND-MAP -- PUT UP FBRUL1 WITH TODAY'S DATE, THE PAGE    *
003480*     NUMBER, THE RULE LINES BUILT AND ANY MESSAGE               *
003490*---------------------------------------------------------------*
003500  80000-SEND-MAP.
003510         MOVE WS-RUN-DATE-X TO TODAYO
003520         MOVE WS-CA-PAGE-NO TO PAGENOO
003530         MOVE WS-MESSAGE    TO MSGO
003540         EXEC CICS SEND
003550             MAP("FBRUL1")
003560             MAPSET("FBRULMS")
003570             FROM(FBRUL1O)
003580             ERASE
003590             FREEKB
003600         END-EXEC
003610         .
003620  80000-SEND-MAP-EXIT.
003630         EXIT.
003640**
003650  90000-END-SESSION.
003660         EXEC CICS SEND TEXT
003670             FROM(WS-END-TEXT)
003680             LENGTH(LENGTH OF WS-END-TEXT)
003690             ERASE
003700             FREEKB
003710         END-EXEC
003720         EXEC CICS RETURN
003730         END-EXEC
003740         .
003750  90000-END-SESSION-EXIT.
003760         EXIT.
003770**
003780  END PROGRAM FBRULBRW.
