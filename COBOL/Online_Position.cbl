000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:CICS online position inquiry, transaction FBPI, map   *
000050**         FBPOS1 in mapset FBPOSMS.  The operator keys a        *
000060**         position and is shown its FBRS-CLASS, FBRS-RULESET-ID *
000070**         and FBRS-LAST-RUN-DATE from the FBRSLT results        *
000080**         master.  A position the master does not hold yet is   *
000090**         classified on the fly under the rules active today    *
000100**         in FBRULMST, exactly as the FBINQUIR batch inquiry    *
000110**         does, and flagged COMPUTED with the rule-set id used. *
000120**         Strictly read-only - nothing is stored back and the   *
000130**         rule master is only browsed; rule changes still go    *
000140**         through FBRULMNT.  Pseudo-conversational: the         *
000150**         commarea carries the last position answered.          *
000160**         ENTER = inquire, PF5 = rule master browse (FBRB,      *
000170**         program FBRULBRW), PF3/CLEAR = end.                   *
000173**         The screen answers from the STD rule book - the       *
000176**         FBRSLT entry and the rules of that book only.         *
000180**                                                               *
000190** Modification History                                          *
000200** -------------------------------------------------------------*
000210** 2026-10-14  DPS  New program.                                 *
000212** 2026-10-14  DPS  Rule books - the inquiry reads and computes  *
000214**                  from the STD book of the re-keyed FBRSLT and *
000216**                  FBRULMST.                                    *
000220******************************************************************
000230  IDENTIFICATION DIVISION.
000240**-*-*-*-*-*-*-*-*-*-*-*-*-
000250  PROGRAM-ID. FBPOSINQ.
000260  AUTHOR. D P SULLIVAN.
000270  INSTALLATION. CORPORATE BATCH OPERATIONS.
000280  DATE-WRITTEN. 10/14/2026.
000290  DATE-COMPILED.
000300**-*-*-*-*-*-*-*-*-*-*--
000310  ENVIRONMENT DIVISION.
000320**-*-*-*-*-*-*-*-*-*-*--
000330  CONFIGURATION SECTION.
000340*----------------------
000350  DATA DIVISION.
000360**-*-*-*-*-*-*-*-
000370  WORKING-STORAGE SECTION.
000380*-------------------------
000390*---------------------------------------------------------------*
000400* FBR-RULE-TABLE - DIVISOR/LABEL RULES - SEE COPYBOOK FBRULES    *
000410*---------------------------------------------------------------*
000420  COPY FBRULES.
000430  01  WS-DATA.
000440         05  WS-SWITCHES.
000450             10  WS-RULMST-EOF-SW   PIC X(01)  VALUE "N".
000460                 88  WS-RULMST-EOF             VALUE "Y".
000470             10  WS-RULES-SW        PIC X(01)  VALUE "N".
000480                 88  WS-RULES-LOADED           VALUE "Y".
000490             10  WS-RULE-OVFL-SW    PIC X(01)  VALUE "N".
000500                 88  WS-RULE-OVERFLOW          VALUE "Y".
000510                 88  WS-RULE-NO-OVERFLOW       VALUE "N".
000520         05  WS-CICS-WORK.
000530             10  WS-RESP            PIC S9(8)  COMP VALUE ZERO.
000540             10  WS-RESP-DISP       PIC 9(04)  VALUE ZERO.
000550             10  WS-ABSTIME         PIC S9(15) COMP-3 VALUE ZERO.
000560         05  WS-RUN-STAMP.
000570             10  WS-RUN-DATE-X      PIC X(08)  VALUE SPACES.
000580             10  WS-RUN-DATE REDEFINES WS-RUN-DATE-X
000590                                    PIC 9(08).
000600         05  WS-REQUEST.
000610             10  WS-REQ-POSN-X      PIC X(09).
000620             10  WS-REQ-POSN-N REDEFINES WS-REQ-POSN-X
000630                                    PIC 9(09).
000640         05  WS-RULE-KEY.
000643             10  WS-RULE-KEY-BOOK   PIC X(03)  VALUE "STD".
000646             10  WS-RULE-KEY-DIV    PIC 9(04)  VALUE ZERO.
000650         05  WS-RESULTS.
000660             10  WS-RULE-QUOT         PIC 9(9).
000670             10  WS-RULE-REM          PIC 9(4).
000680             10  WS-RULE-ACCUM        PIC X(8)  VALUE SPACES.
000690             10  WS-RULE-PTR          PIC 9(2)  COMP.
000700             10  WS-CLASS-LABEL       PIC X(8).
000710         05  WS-MESSAGE             PIC X(78)  VALUE SPACES.
000720         05  WS-END-TEXT            PIC X(40)
000730                 VALUE "FBPI POSITION INQUIRY ENDED".
000740*---------------------------------------------------------------*
000750* COMMAREA PASSED FROM ONE FBPI TASK TO THE NEXT                 *
000760*---------------------------------------------------------------*
000770  01  WS-COMMAREA.
000780         05  WS-CA-POSN             PIC X(09)  VALUE SPACES.
000790         05  FILLER                 PIC X(11)  VALUE SPACES.
000800  COPY FBRSREC.
000810  COPY FBRULREC.
000820*---------------------------------------------------------------*
000830* FBPOS1 SYMBOLIC MAP - SEE COPYBOOK FBPOSMS                     *
000840*---------------------------------------------------------------*
000850  COPY FBPOSMS.
000860  COPY DFHAID.
000870  COPY DFHBMSCA.
000880  LINKAGE SECTION.
000890*-------------------------
000900  01  DFHCOMMAREA.
000910         05  LK-CA-POSN             PIC X(09).
000920         05  FILLER                 PIC X(11).
000930**-*-*-*-*-*-*-*-*-*-*
000940  PROCEDURE DIVISION.
000950**-*-*-*-*-*-*-*-*-*-*
000960*---------------------------------------------------------------*
000970* MAIN-PROCEDURE -- ONE PSEUDO-CONVERSATIONAL FBPI TASK: ACT ON  *
000980*     THE KEY PRESSED, THEN RETURN FOR THE NEXT ONE              *
000990*---------------------------------------------------------------*
001000  MAIN-PROCEDURE.
001010         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
001020         EVALUATE TRUE
001030             WHEN EIBCALEN = ZERO
001040                 PERFORM 80000-SEND-MAP THRU 80000-SEND-MAP-EXIT
001050             WHEN EIBAID = DFHPF3
001060               OR EIBAID = DFHCLEAR
001070                 PERFORM 90000-END-SESSION
001080                     THRU 90000-END-SESSION-EXIT
001090             WHEN EIBAID = DFHPF5
001100                 EXEC CICS XCTL
001110                     PROGRAM("FBRULBRW")
001120                 END-EXEC
001130             WHEN EIBAID = DFHENTER
001140                 PERFORM 20000-INQUIRE THRU 20000-INQUIRE-EXIT
001150             WHEN OTHER
001160                 MOVE WS-CA-POSN TO POSNO
001170                 MOVE "FBPOSINQ0010W KEY NOT IN USE - ENTER, PF5,"
001180                     TO WS-MESSAGE
001190                 MOVE " PF3 OR CLEAR" TO WS-MESSAGE(43:13)
001200                 PERFORM 80000-SEND-MAP THRU 80000-SEND-MAP-EXIT
001210         END-EVALUATE
001220         EXEC CICS RETURN
001230             TRANSID("FBPI")
001240             COMMAREA(WS-COMMAREA)
001250             LENGTH(LENGTH OF WS-COMMAREA)
001260         END-EXEC
001270         .
001280         GOBACK.
001290**
001300  10000-BEGIN.
001310         MOVE LOW-VALUES TO FBPOS1O
001320         MOVE SPACES     TO WS-MESSAGE
001330         IF EIBCALEN > ZERO
001340             MOVE DFHCOMMAREA TO WS-COMMAREA
001350         END-IF
001360         EXEC CICS ASKTIME
001370             ABSTIME(WS-ABSTIME)
001380         END-EXEC
001390         EXEC CICS FORMATTIME
001400             ABSTIME(WS-ABSTIME)
001410             YYYYMMDD(WS-RUN-DATE-X)
001420         END-EXEC
001430         .
001440  10000-BEGIN-EXIT.
001450         EXIT.
001460**
001470*---------------------------------------------------------------*
001480* 20000-INQUIRE -- RECEIVE THE POSITION, EDIT IT, READ THE       *
001490*     MASTER BY KEY AND ANSWER - COMPUTING THE CLASS UNDER       *
001500*     TODAY'S RULES WHEN THE MASTER DOES NOT HOLD IT             *
001510*---------------------------------------------------------------*
001520  20000-INQUIRE.
001530         EXEC CICS RECEIVE
001540             MAP("FBPOS1")
001550             MAPSET("FBPOSMS")
001560             INTO(FBPOS1I)
001570             RESP(WS-RESP)
001580         END-EXEC
001590         IF WS-RESP = DFHRESP(MAPFAIL)
001600             OR POSNL = ZERO
001610             MOVE "FBPOSINQ0020E ENTER A POSITION NUMBER"
001620                 TO WS-MESSAGE
001630             GO TO 20000-INQUIRE-SEND
001640         END-IF
001650         MOVE POSNI TO WS-REQ-POSN-X
001660         MOVE WS-REQ-POSN-X TO POSNO
001670         IF WS-REQ-POSN-X NOT NUMERIC
001680             MOVE "FBPOSINQ0030E POSITION MUST BE NUMERIC"
001690                 TO WS-MESSAGE
001700             GO TO 20000-INQUIRE-SEND
001710         END-IF
001720         MOVE WS-REQ-POSN-X TO WS-CA-POSN
001725         MOVE FBR-BOOK      TO FBRS-BOOK
001730         MOVE WS-REQ-POSN-N TO FBRS-POSN
001740         EXEC CICS READ
001750             FILE("FBRSLT")
001760             INTO(FBRS-RECORD)
001770             RIDFLD(FBRS-KEY)
001780             RESP(WS-RESP)
001790         END-EXEC
001800         EVALUATE WS-RESP
001810             WHEN DFHRESP(NORMAL)
001820                 MOVE FBRS-CLASS         TO CLASSO
001830                 MOVE FBRS-RULESET-ID    TO RSETO
001840                 MOVE FBRS-LAST-RUN-DATE TO LRUNO
001850                 MOVE "ON MASTER" TO SRCEO
001860             WHEN DFHRESP(NOTFND)
001870                 PERFORM 20300-COMPUTE-ANSWER
001880                     THRU 20300-COMPUTE-ANSWER-EXIT
001890             WHEN OTHER
001900                 MOVE WS-RESP TO WS-RESP-DISP
001910                 MOVE "FBPOSINQ0040E FBRSLT READ FAILED - RESP"
001920                     TO WS-MESSAGE
001930                 MOVE WS-RESP-DISP TO WS-MESSAGE(41:4)
001940         END-EVALUATE
001950         .
001960  20000-INQUIRE-SEND.
001970         PERFORM 80000-SEND-MAP THRU 80000-SEND-MAP-EXIT
001980         .
001990  20000-INQUIRE-EXIT.
002000         EXIT.
002010**
002020*---------------------------------------------------------------*
002030* 20300-COMPUTE-ANSWER -- THE MASTER DOES NOT HOLD THE           *
002040*     POSITION: CLASSIFY IT UNDER THE RULES ACTIVE TODAY.  NO    *
002050*     STORE-BACK - THE ONLINE INQUIRY NEVER UPDATES FBRSLT.      *
002060*---------------------------------------------------------------*
002070  20300-COMPUTE-ANSWER.
002080         PERFORM 10500-LOAD-RULES THRU 10500-LOAD-RULES-EXIT
002090         IF NOT WS-RULES-LOADED
002100             MOVE "NOT ON MASTER" TO SRCEO
002110             GO TO 20300-COMPUTE-ANSWER-EXIT
002120         END-IF
002130         PERFORM 40000-COMPUTE-CLASS
002140             THRU 40000-COMPUTE-CLASS-EXIT
002150         MOVE WS-CLASS-LABEL TO CLASSO
002160         MOVE FBR-RULESET-ID TO RSETO
002170         MOVE "COMPUTED - NOT ON MASTER, NOT STORED" TO SRCEO
002180         .
002190  20300-COMPUTE-ANSWER-EXIT.
002200         EXIT.
002210**
002220*---------------------------------------------------------------*
002230* 10500-LOAD-RULES -- BROWSE FBRULMST AND LOAD THE RULES ACTIVE  *
002240*     TODAY INTO FBR-RULE-TABLE, THE SAME WAY THE NIGHTLY RUN    *
002250*     AND FBINQUIR DO.  THE DIVISOR-ZERO CONTROL RECORD          *
002260*     SUPPLIES FBR-RULESET-ID.                                   *
002270*---------------------------------------------------------------*
002280  10500-LOAD-RULES.
002290         MOVE ZERO TO FBR-RULE-COUNT
002300         MOVE FBR-BOOK TO WS-RULE-KEY-BOOK
002305         MOVE ZERO TO WS-RULE-KEY-DIV
002310         MOVE "N"  TO WS-RULMST-EOF-SW
002320         EXEC CICS STARTBR
002330             FILE("FBRULMST")
002340             RIDFLD(WS-RULE-KEY)
002350             GTEQ
002360             RESP(WS-RESP)
002370         END-EXEC
002380         IF WS-RESP NOT = DFHRESP(NORMAL)
002390             MOVE WS-RESP TO WS-RESP-DISP
002400             MOVE "FBPOSINQ0050W FBRULMST UNAVAILABLE - RESP"
002410                 TO WS-MESSAGE
002420             MOVE WS-RESP-DISP TO WS-MESSAGE(43:4)
002430             GO TO 10500-LOAD-RULES-EXIT
002440         END-IF
002450         PERFORM 10510-READ-RULE THRU 10510-READ-RULE-EXIT
002460             UNTIL WS-RULMST-EOF
002470         EXEC CICS ENDBR
002480             FILE("FBRULMST")
002490         END-EXEC
002500         IF FBR-RULE-COUNT = ZERO
002510             MOVE "FBPOSINQ0060W NO RULES ACTIVE TODAY -"
002520                 TO WS-MESSAGE
002530             MOVE " POSITION CANNOT BE COMPUTED"
002540                 TO WS-MESSAGE(38:28)
002550         ELSE
002560             SET WS-RULES-LOADED TO TRUE
002570         END-IF
002580         .
002590  10500-LOAD-RULES-EXIT.
002600         EXIT.
002610**
002620  10510-READ-RULE.
002630         EXEC CICS READNEXT
002640             FILE("FBRULMST")
002650             INTO(FBRM-RECORD)
002660             RIDFLD(WS-RULE-KEY)
002670             RESP(WS-RESP)
002680         END-EXEC
002690         EVALUATE WS-RESP
002700             WHEN DFHRESP(NORMAL)
002710                 PERFORM 10520-SELECT-RULE
002720                     THRU 10520-SELECT-RULE-EXIT
002730             WHEN DFHRESP(ENDFILE)
002740                 SET WS-RULMST-EOF TO TRUE
002750             WHEN OTHER
002760                 SET WS-RULMST-EOF TO TRUE
002770                 MOVE ZERO TO FBR-RULE-COUNT
002780                 MOVE WS-RESP TO WS-RESP-DISP
002790                 MOVE "FBPOSINQ0070W FBRULMST READ FAILED - RESP"
002800                     TO WS-MESSAGE
002810                 MOVE WS-RESP-DISP TO WS-MESSAGE(43:4)
002820         END-EVALUATE
002830         .
002840  10510-READ-RULE-EXIT.
002850         EXIT.
002860**
002870  10520-SELECT-RULE.
002872         IF FBRM-BOOK NOT = FBR-BOOK
002874             SET WS-RULMST-EOF TO TRUE
002876             GO TO 10520-SELECT-RULE-EXIT
002878         END-IF
002880         IF FBRM-DIVISOR = ZERO
002890             MOVE FBRM-RECORD   TO FBRM-CONTROL-REC
002900             MOVE FBRMC-VERSION TO FBR-RULESET-ID
002910             GO TO 10520-SELECT-RULE-EXIT
002920         END-IF
002930         IF FBRM-EFF-DATE NOT > WS-RUN-DATE
002940             AND FBRM-EXP-DATE NOT < WS-RUN-DATE
002950             IF FBR-RULE-COUNT < FBR-RULE-MAX
002960                 ADD 1 TO FBR-RULE-COUNT
002970                 MOVE FBRM-DIVISOR TO FBR-DIVISOR(FBR-RULE-COUNT)
002980                 MOVE FBRM-LABEL   TO FBR-LABEL(FBR-RULE-COUNT)
002990             ELSE
003000                 MOVE "FBPOSINQ0080W RULE TABLE FULL - DIVISOR"
003010                     TO WS-MESSAGE
003020                 MOVE FBRM-DIVISOR TO WS-MESSAGE(41:4)
003030                 MOVE "IGNORED" TO WS-MESSAGE(46:7)
003040             END-IF
003050         END-IF
003060         .
003070  10520-SELECT-RULE-EXIT.
003080         EXIT.
003090**
003100*---------------------------------------------------------------*
003110* 40000-COMPUTE-CLASS -- CLASSIFY THE REQUESTED POSITION         *
003120*     AGAINST THE RULE TABLE, RETURNING WS-CLASS-LABEL.  SAME    *
003130*     RULE CONCATENATION AS 40000-COMPUTE-FIZZBUZZ IN THE        *
003140*     NIGHTLY RUN - NO MATCH CLASSIFIES AS OTHER.                *
003150*---------------------------------------------------------------*
003160  40000-COMPUTE-CLASS.
003170         MOVE SPACES TO WS-RULE-ACCUM
003180         MOVE 1      TO WS-RULE-PTR
003190         SET WS-RULE-NO-OVERFLOW TO TRUE
003200         PERFORM 40100-APPLY-RULE THRU 40100-APPLY-RULE-EXIT
003210             VARYING FBR-RULE-IDX FROM 1 BY 1
003220               UNTIL FBR-RULE-IDX > FBR-RULE-COUNT
003230         IF WS-RULE-OVERFLOW
003240             MOVE "FBPOSINQ0090E LABELS TRUNCATED - CLASS SHOWN"
003250                 TO WS-MESSAGE
003260             MOVE " IS INCOMPLETE" TO WS-MESSAGE(45:14)
003270         END-IF
003280         IF WS-RULE-ACCUM = SPACES
003290             MOVE "OTHER   " TO WS-CLASS-LABEL
003300         ELSE
003310             MOVE WS-RULE-ACCUM TO WS-CLASS-LABEL
003320         END-IF
003330         .
003340  40000-COMPUTE-CLASS-EXIT.
003350         EXIT.
003360**
003370  40100-APPLY-RULE.
003380         DIVIDE WS-REQ-POSN-N BY FBR-DIVISOR(FBR-RULE-IDX)
003390             GIVING WS-RULE-QUOT REMAINDER WS-RULE-REM
003400         IF WS-RULE-REM = ZERO
003410             STRING FBR-LABEL(FBR-RULE-IDX) DELIMITED BY SPACE
003420               INTO WS-RULE-ACCUM
003430               WITH POINTER WS-RULE-PTR
003440               ON OVERFLOW
003450                   SET WS-RULE-OVERFLOW TO TRUE
003460             END-STRING
003470         END-IF
003480         .
003490  40100-APPLY-RULE-EXIT.
003500         EXIT.
003510**
003520*---------------------------------------------------------------*
003530* 80000-SEND-MAP -- PUT UP FBPOS1 WITH TODAY'S DATE, THE ANSWER  *
003540*     FIELDS BUILT SO FAR AND ANY MESSAGE                        *
003550*---------------------------------------------------------------*
003560  80000-SEND-MAP.
003570         MOVE WS-RUN-DATE-X TO TODAYO
003580         MOVE WS-MESSAGE    TO MSGO
003590         EXEC CICS SEND
003600             MAP("FBPOS1")
003610             MAPSET("FBPOSMS")
003620             FROM(FBPOS1O)
003630             ERASE
003640             FREEKB
003650         END-EXEC
003660         .
003670  80000-SEND-MAP-EXIT.
003680         EXIT.
003690**
003700  90000-END-SESSION.
003710         EXEC CICS SEND TEXT
003720             FROM(WS-END-TEXT)
003730             LENGTH(LENGTH OF WS-END-TEXT)
003740             ERASE
003750             FREEKB
003760         END-EXEC
003770         EXEC CICS RETURN
003780         END-EXEC
003790         .
003800  90000-END-SESSION-EXIT.
003810         EXIT.
003820**
003830  END PROGRAM FBPOSINQ.
