000160**         more discrepancies found, for the scheduler to gate   *
000170**         on.  Run it after every FBRULMNT promotion, or on     *
000180**         whatever cycle the auditors want.                     *
000181**                                                               *
000182** PARM layout (optional, 3 bytes):                              *
000183**   1-3   BOOK  rule book to verify (blank or omitted = STD)  *
000184**         - only that book's results are checked, against   *
000185**         that book's rules                                 *
000190**                                                               *
000200** Modification History                                          *
000210** -------------------------------------------------------------*
000220** 2026-09-02  DPS  New program.                                 *
000222** 2026-10-14  DPS  Rule books - optional PARM names the book to *
000224**                  verify (blank = STD); the master and the     *
000226**                  rules are both read for that book only and   *
000228**                  the heading shows it.                        *
000230** 2026-10-14  DPS  E and W messages are also written to the     *
000232**                  shared FBALERT alert file for the morning    *
000234**                  FBALDGST exception digest.                   *
000236******************************************************************
000240  IDENTIFICATION DIVISION.
000250**-*-*-*-*-*-*-*-*-*-*-*-*-
000260  PROGRAM-ID. FBVERIFY.
000390         SELECT FBRSLT-FILE ASSIGN TO FBRSLT
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS SEQUENTIAL
000420             RECORD KEY IS FBRS-KEY
000430             FILE STATUS IS WS-FBRSLT-STATUS.
000440         SELECT FBRULMST-FILE ASSIGN TO FBRULMST
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS SEQUENTIAL
000470             RECORD KEY IS FBRM-KEY
000480             FILE STATUS IS WS-FBRULMST-STATUS.
000490         SELECT FBVERRPT-FILE ASSIGN TO FBVERRPT
000500             ORGANIZATION IS SEQUENTIAL
000510             FILE STATUS IS WS-FBVERRPT-STATUS.
000512         SELECT FBALERT-FILE ASSIGN TO FBALERT
000514             ORGANIZATION IS SEQUENTIAL
000516             FILE STATUS IS WS-FBALERT-STATUS.
000520  DATA DIVISION.
000530**-*-*-*-*-*-*-*-
000540  FILE SECTION.
000640         LABEL RECORDS ARE STANDARD
000650         RECORD CONTAINS 80 CHARACTERS.
000660  01  FBVERRPT-RECORD            PIC X(80).
000661  FD  FBALERT-FILE
000662         RECORDING MODE IS F
000663         LABEL RECORDS ARE STANDARD
000664         RECORD CONTAINS 150 CHARACTERS.
000665  COPY FBALREC.
000670  WORKING-STORAGE SECTION.
000680*-------------------------
000690*---------------------------------------------------------------*
001350                 15  FILLER         PIC X(20) VALUE
001360                     "  CURRENT RULESET   ".
001370                 15  WS-HDR-RULESET PIC 9(04).
001375                 15  FILLER         PIC X(07) VALUE "  BOOK ".
001380                 15  WS-HDR-BOOK    PIC X(03).
001385                 15  FILLER         PIC X(29) VALUE SPACES.
001390             10  WS-DTL-LINE.
001400                 15  FILLER         PIC X(05) VALUE "POSN ".
001410                 15  WS-DTL-POSN    PIC 9(09).
001590                 15  FILLER         PIC X(27) VALUE SPACES.
001600             10  WS-CNT-LINE.
001610                 15  WS-CNT-TEXT    PIC X(25).
001611                 15  WS-CNT-VALUE   PIC 9(09).
001612                 15  FILLER         PIC X(46) VALUE SPACES.
001613*---------------------------------------------------------------*
001614* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001615* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001616* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001617*---------------------------------------------------------------*
001618  01  WS-ALERT-WORK.
001619         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001620         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001621             88  WS-ALERT-OPEN                   VALUE "Y".
001622         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001623             88  WS-ALERTS-STOPPED               VALUE "Y".
001624         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001625         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001626         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001627         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001628         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001629         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001630         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001631  LINKAGE SECTION.
001632*-------------------------
001633  01  LK-PARM.
001634         05  LK-PARM-LEN              PIC S9(4) COMP.
001635         05  LK-PARM-DATA.
001636             10  LK-PARM-BOOK         PIC X(3).
001637             10  FILLER               PIC X(97).
001640**-*-*-*-*-*-*-*-*-*-*
001650  PROCEDURE DIVISION USING LK-PARM.
001660**-*-*-*-*-*-*-*-*-*-*
001670*---------------------------------------------------------------*
001680* MAIN-PROCEDURE -- INIT, DRIVE THE MASTER, WRAP UP             *
001750                 UNTIL WS-RSLT-EOF
001760             PERFORM 30000-END THRU 30000-END-EXIT
001770         END-IF
001775         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001780         .
001790         STOP RUN.
001800**
001810*---------------------------------------------------------------*
001820* 10000-BEGIN -- OPENS, LOAD THE CURRENT RULES, HEADING, PRIME   *
001830*     THE FIRST MASTER RECORD OF THE PARM BOOK                   *
001840*---------------------------------------------------------------*
001850  10000-BEGIN.
001860         DISPLAY "**********"
001870         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001871         IF LK-PARM-LEN > 2
001872             AND LK-PARM-BOOK NOT = SPACES
001873             MOVE LK-PARM-BOOK TO FBR-BOOK
001874         ELSE
001875             MOVE "STD"        TO FBR-BOOK
001876         END-IF
001880         OPEN OUTPUT FBVERRPT-FILE
001890         IF WS-FBVERRPT-STATUS NOT = "00"
001900             STRING "FBVERIFY0010E FBVERRPT OPEN FAILED -"
001910                 " STATUS " WS-FBVERRPT-STATUS
001913                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001916             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001920             MOVE 20 TO RETURN-CODE
001930             SET WS-FILES-FAILED TO TRUE
001940             GO TO 10000-BEGIN-EXIT
002010         END-IF
002020         OPEN INPUT FBRSLT-FILE
002030         IF WS-FBRSLT-STATUS NOT = "00"
002040             STRING "FBVERIFY0040E FBRSLT OPEN FAILED -"
002050                 " STATUS " WS-FBRSLT-STATUS
002053                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002056             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002060             MOVE 20 TO RETURN-CODE
002070             SET WS-FILES-FAILED TO TRUE
002080             CLOSE FBVERRPT-FILE
002090             GO TO 10000-BEGIN-EXIT
002100         END-IF
002101         MOVE FBR-BOOK TO FBRS-BOOK
002102         MOVE ZERO     TO FBRS-POSN
002103         START FBRSLT-FILE KEY NOT LESS THAN FBRS-KEY
002104             INVALID KEY
002105                 SET WS-RSLT-EOF TO TRUE
002106         END-START
002110         MOVE "FIZZBUZZ RESULTS MASTER VERIFICATION"
002120           TO FBVERRPT-RECORD
002130         WRITE FBVERRPT-RECORD
002140         MOVE WS-RUN-DATE    TO WS-HDR-DATE
002150         MOVE FBR-RULESET-ID TO WS-HDR-RULESET
002155         MOVE FBR-BOOK       TO WS-HDR-BOOK
002160         WRITE FBVERRPT-RECORD FROM WS-HDR-LINE
002170         MOVE SPACES TO FBVERRPT-RECORD
002180         WRITE FBVERRPT-RECORD
002190         IF NOT WS-RSLT-EOF
002200             PERFORM 20900-READ-RESULT
002203                 THRU 20900-READ-RESULT-EXIT
002206         END-IF
002210         .
002220  10000-BEGIN-EXIT.
002230         EXIT.
002270*     FROM THE FBRULMST RULE MASTER INTO FBR-RULE-TABLE.  SAME   *
002280*     SELECTION AS 10500-LOAD-RULES IN THE NIGHTLY FIZZBUZZ -    *
002290*     THE DIVISOR-ZERO CONTROL RECORD SUPPLIES FBR-RULESET-ID.   *
002295*     ONLY THE PARM BOOK IS READ.                                *
002300*---------------------------------------------------------------*
002310  10500-LOAD-RULES.
002320         MOVE ZERO TO FBR-RULE-COUNT
002330         MOVE "N"  TO WS-RULMST-EOF-SW
002340         OPEN INPUT FBRULMST-FILE
002350         IF WS-FBRULMST-STATUS NOT = "00"
002360             STRING "FBVERIFY0020E FBRULMST OPEN FAILED -"
002370                 " STATUS " WS-FBRULMST-STATUS
002373                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002376             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002380             MOVE 20 TO RETURN-CODE
002390             SET WS-FILES-FAILED TO TRUE
002400             GO TO 10500-LOAD-RULES-EXIT
002410         END-IF
002411         MOVE FBR-BOOK TO FBRM-BOOK
002412         MOVE ZERO     TO FBRM-DIVISOR
002413         START FBRULMST-FILE KEY NOT LESS THAN FBRM-KEY
002414             INVALID KEY
002415                 SET WS-RULMST-EOF TO TRUE
002416         END-START
002420         PERFORM 10510-READ-RULE THRU 10510-READ-RULE-EXIT
002430             UNTIL WS-RULMST-EOF
002440         CLOSE FBRULMST-FILE
002450         IF FBR-RULE-COUNT = ZERO
002460             STRING "FBVERIFY0030E NO RULES ACTIVE ON RUN"
002470                 " DATE " WS-RUN-DATE
002475                 " IN RULE BOOK " FBR-BOOK
002476                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002477             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002480             MOVE 16 TO RETURN-CODE
002490             SET WS-FILES-FAILED TO TRUE
002500         END-IF
002570             AT END
002580                 SET WS-RULMST-EOF TO TRUE
002590             NOT AT END
002594                 IF FBRM-BOOK NOT = FBR-BOOK
002598                     SET WS-RULMST-EOF TO TRUE
002602                 ELSE
002606                     PERFORM 10520-SELECT-RULE
002610                         THRU 10520-SELECT-RULE-EXIT
002614                 END-IF
002620         END-READ
002630         .
002640  10510-READ-RULE-EXIT.
002760                 MOVE FBRM-DIVISOR TO FBR-DIVISOR(FBR-RULE-COUNT)
002770                 MOVE FBRM-LABEL   TO FBR-LABEL(FBR-RULE-COUNT)
002780             ELSE
002790                 STRING "FBVERIFY0050W RULE TABLE FULL -"
002800                     " DIVISOR " FBRM-DIVISOR " IGNORED"
002802                     DELIMITED BY SIZE INTO WS-ALERT-MSG
002804                 PERFORM 95000-RAISE-ALERT
002806                     THRU 95000-RAISE-ALERT-EXIT
002810                 MOVE 4 TO RETURN-CODE
002820             END-IF
002830         END-IF
003280         MOVE FBR-RULESET-ID    TO WS-DTL-CRSID
003290         WRITE FBVERRPT-RECORD FROM WS-DTL-LINE
003300         IF WS-FBVERRPT-STATUS NOT = "00"
003310             STRING "FBVERIFY0060E FBVERRPT WRITE FAILED -"
003320                 " STATUS " WS-FBVERRPT-STATUS
003323                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003326             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003330             MOVE 20 TO RETURN-CODE
003340         END-IF
003350         .
003820         READ FBRSLT-FILE
003830             AT END
003840                 SET WS-RSLT-EOF TO TRUE
003842             NOT AT END
003844                 IF FBRS-BOOK NOT = FBR-BOOK
003846                     SET WS-RSLT-EOF TO TRUE
003848                 END-IF
003850         END-READ
003860         .
003870  20900-READ-RESULT-EXIT.
004150         MOVE WS-RSID-DIFF-CNT   TO WS-CNT-VALUE
004160         WRITE FBVERRPT-RECORD FROM WS-CNT-LINE
004170         DISPLAY "FBVERIFY SUMMARY"
004175         DISPLAY "RULE BOOK              = " FBR-BOOK
004180         DISPLAY "POSITIONS CHECKED      = " WS-RECORD-COUNT
004190         DISPLAY "POSITIONS DISCREPANT   = " WS-DISCREP-COUNT
004200         DISPLAY "CLASS MISMATCHES       = " WS-CLASS-DIFF-CNT
004210         DISPLAY "RULE-SET ID MISMATCHES = " WS-RSID-DIFF-CNT
004220         IF WS-VER-OVFL-CNT > ZERO
004225             MOVE WS-VER-OVFL-CNT TO WS-ALERT-NUM
004230             STRING "FBVERIFY0070W VERSION TABLE FULL - "
004240                 WS-ALERT-NUM " POSITIONS NOT IN THE"
004250                 " BY-VERSION BREAKDOWN"
004253                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004256             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004260             IF RETURN-CODE < 4
004270                 MOVE 4 TO RETURN-CODE
004280             END-IF
004340             END-IF
004350         END-IF
004360         IF WS-DISCREP-COUNT > ZERO
004370             STRING "FBVERIFY0090W STORED RESULTS DISAGREE WITH"
004380                 " THE CURRENT RULE SET"
004383                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004386             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004390             IF RETURN-CODE < 4
004400                 MOVE 4 TO RETURN-CODE
004410             END-IF
004700             VARYING FBR-RULE-IDX FROM 1 BY 1
004710               UNTIL FBR-RULE-IDX > FBR-RULE-COUNT
004720         IF WS-RULE-OVERFLOW
004730             STRING "FBVERIFY0080E LABELS TRUNCATED AT POSN "
004740                 WS-POSN
004743                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004746             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004750             ADD 1 TO WS-OVERFLOW-COUNT
004760         END-IF
004770         IF WS-RULE-ACCUM = SPACES
004980  40100-APPLY-RULE-EXIT.
004990         EXIT.
005000**
005010*---------------------------------------------------------------*
005020* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
005030*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
005040*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
005050*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
005060*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
005070*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
005080*---------------------------------------------------------------*
005090  95000-RAISE-ALERT.
005100         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
005110             VARYING WS-ALERT-LEN FROM 132 BY -1
005120             UNTIL WS-ALERT-LEN = 1
005130             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
005140         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
005150         IF WS-ALERTS-STOPPED
005160             GO TO 95000-RAISE-ALERT-CLEAR
005170         END-IF
005180         IF NOT WS-ALERT-OPEN
005190             OPEN EXTEND FBALERT-FILE
005200             IF WS-FBALERT-STATUS NOT = "00"
005210                 DISPLAY "FBVERIFY0990W FBALERT OPEN FAILED -"
005220                     " STATUS " WS-FBALERT-STATUS
005230                     " - NO ALERTS WRITTEN"
005240                 SET WS-ALERTS-STOPPED TO TRUE
005250                 GO TO 95000-RAISE-ALERT-CLEAR
005260             END-IF
005270             SET WS-ALERT-OPEN TO TRUE
005280         END-IF
005290         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
005300             MOVE SPACES TO WS-ALERT-MSG
005310             STRING "FBVERIFY0991W ALERT LIMIT REACHED -"
005320                 " LATER MESSAGES ARE ON SYSOUT ONLY"
005330                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005340             DISPLAY WS-ALERT-MSG(1:72)
005350             SET WS-ALERTS-STOPPED TO TRUE
005360         END-IF
005370         MOVE SPACES TO FBAL-RECORD
005380         MOVE "FBVERIFY" TO FBAL-PROGRAM
005390         MOVE 1 TO WS-ALERT-PTR
005400         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
005410             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
005420         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
005430         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
005440         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
005450         ACCEPT WS-ALERT-TIME FROM TIME
005460         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
005470         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
005480         WRITE FBAL-RECORD
005490         IF WS-FBALERT-STATUS NOT = "00"
005500             DISPLAY "FBVERIFY0992W FBALERT WRITE FAILED -"
005510                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
005520             SET WS-ALERTS-STOPPED TO TRUE
005530         ELSE
005540             ADD 1 TO WS-ALERT-CNT
005550         END-IF
005560         .
005570  95000-RAISE-ALERT-CLEAR.
005580         MOVE SPACES TO WS-ALERT-MSG
005590         .
005600  95000-RAISE-ALERT-EXIT.
005610         EXIT.
005620**
005630  95010-ALERT-LENGTH.
005640         CONTINUE
005650         .
005660  95010-ALERT-LENGTH-EXIT.
005670         EXIT.
005680**
005690*---------------------------------------------------------------*
005700* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
005710*---------------------------------------------------------------*
005720  95100-CLOSE-ALERTS.
005730         IF WS-ALERT-OPEN
005740             CLOSE FBALERT-FILE
005750             MOVE "N" TO WS-ALERT-OPEN-SW
005760         END-IF
005770         .
005780  95100-CLOSE-ALERTS-EXIT.
005790         EXIT.
005800**
005810  END PROGRAM FBVERIFY.
