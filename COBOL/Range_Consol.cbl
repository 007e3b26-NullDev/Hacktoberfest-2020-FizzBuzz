000150**         reconciliation failure.  A failed slice only needs    *
000160**         its own rerun - the other slice files are reused.     *
000170**                                                               *
000180** PARM layout (18 bytes, or 21):                                *
000190**   1-9   FIRST position of the original, unsplit range         *
000200**   10-18 LAST  position of the original, unsplit range         *
000202**   19-21 BOOK  rule book the slices ran under (default STD)    *
000204**         - a slice whose header names another book is not      *
000206**         merged.                                               *
000210**                                                               *
000220** Modification History                                          *
000230** -------------------------------------------------------------*
000250** 2026-08-22  DPS  Consolidated report now produced in the     *
000260**                  paginated print format of the nightly       *
000270**                  FBREPT, with a reconciliation totals page.  *
000272** 2026-10-14  DPS  Rule books - the slice headers must all name *
000274**                  the PARM book (bytes 19-21, default STD),    *
000276**                  which is carried to the merged extract       *
000278**                  header and the report heading.               *
000280** 2026-10-14  DPS  E and W messages are also written to the     *
000282**                  shared FBALERT alert file for the morning    *
000284**                  FBALDGST exception digest.                   *
000286******************************************************************
000290  IDENTIFICATION DIVISION.
000300**-*-*-*-*-*-*-*-*-*-*-*-*-
000310  PROGRAM-ID. FBCONSOL.
000590         SELECT FBREPT-FILE ASSIGN TO FBREPT
000600             ORGANIZATION IS SEQUENTIAL
000610             FILE STATUS IS WS-FBREPT-STATUS.
000612         SELECT FBALERT-FILE ASSIGN TO FBALERT
000614             ORGANIZATION IS SEQUENTIAL
000616             FILE STATUS IS WS-FBALERT-STATUS.
000620  DATA DIVISION.
000630**-*-*-*-*-*-*-*-
000640  FILE SECTION.
000930         LABEL RECORDS ARE STANDARD
000940         RECORD CONTAINS 132 CHARACTERS.
000950  01  FBREPT-RECORD              PIC X(132).
000951  FD  FBALERT-FILE
000952         RECORDING MODE IS F
000953         LABEL RECORDS ARE STANDARD
000954         RECORD CONTAINS 150 CHARACTERS.
000955  COPY FBALREC.
000960  WORKING-STORAGE SECTION.
000970*-------------------------
000980*---------------------------------------------------------------*
001070             10  WS-XTH-TIME     PIC 9(06).
001080             10  WS-XTH-FIRST    PIC 9(09).
001090             10  WS-XTH-LAST     PIC 9(09).
001100             10  FILLER          PIC X(04).
001105             10  WS-XTH-BOOK     PIC X(03).
001110         05  WS-XT-DTL REDEFINES WS-XT-RECORD.
001120             10  WS-XTD-TYPE     PIC X(01).
001130             10  WS-XTD-POSN     PIC 9(09).
001410             10  WS-MIN-SL       PIC 9(2).
001420             10  WS-NEXT-POSN    PIC 9(9).
001430             10  WS-MIN-POSN     PIC 9(9).
001435             10  WS-BOOK         PIC X(03)  VALUE "STD".
001440         05  WS-SWITCHES.
001450             10  WS-RANGE-SW        PIC X(01)  VALUE "Y".
001460                 88  WS-RANGE-VALID            VALUE "Y".
002070                 15  WS-HDR2-FIRST  PIC 9(09).
002080                 15  FILLER         PIC X(03) VALUE " - ".
002090                 15  WS-HDR2-LAST   PIC 9(09).
002093                 15  FILLER         PIC X(07) VALUE "  BOOK ".
002096                 15  WS-HDR2-BOOK   PIC X(03).
002100                 15  FILLER         PIC X(63) VALUE SPACES.
002110             10  WS-HDR3-LINE.
002120                 15  FILLER         PIC X(10) VALUE "  POSITION".
002130                 15  FILLER         PIC X(02) VALUE SPACES.
002230             10  WS-RTOT-LINE.
002240                 15  WS-RTOT-TEXT   PIC X(22).
002250                 15  WS-RTOT-VALUE  PIC 9(09).
002251                 15  FILLER         PIC X(101) VALUE SPACES.
002252*---------------------------------------------------------------*
002253* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
002254* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
002255* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
002256*---------------------------------------------------------------*
002257  01  WS-ALERT-WORK.
002258         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
002259         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
002260             88  WS-ALERT-OPEN                   VALUE "Y".
002261         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
002262             88  WS-ALERTS-STOPPED               VALUE "Y".
002263         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
002264         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
002265         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
002266         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
002267         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
002268         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
002269         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
002270  LINKAGE SECTION.
002280*-------------------------
002290  01  LK-PARM.
002310         05  LK-PARM-DATA.
002320             10  LK-PARM-FIRST        PIC 9(9).
002330             10  LK-PARM-LAST         PIC 9(9).
002340             10  LK-PARM-BOOK         PIC X(03).
002345             10  FILLER               PIC X(55).
002350**-*-*-*-*-*-*-*-*-*-*
002360  PROCEDURE DIVISION USING LK-PARM.
002370**-*-*-*-*-*-*-*-*-*-*
002450                 UNTIL WS-MERGE-DONE
002460             PERFORM 30000-END THRU 30000-END-EXIT
002470         END-IF
002475         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
002480         .
002490         STOP RUN.
002500**
002590         IF LK-PARM-LEN < 18
002600             OR LK-PARM-FIRST NOT NUMERIC
002610             OR LK-PARM-LAST NOT NUMERIC
002620             STRING "FBCONSOL0010E PARM INVALID - NEED"
002630                 " FIRST/LAST (18 BYTES)"
002633                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002636             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002640             SET WS-RANGE-INVALID TO TRUE
002650             MOVE 16 TO RETURN-CODE
002660             GO TO 10000-BEGIN-EXIT
002670         END-IF
002680         MOVE LK-PARM-FIRST TO WS-FIRST
002690         MOVE LK-PARM-LAST  TO WS-LAST
002692         IF LK-PARM-LEN > 20
002694             AND LK-PARM-BOOK NOT = SPACES
002696             MOVE LK-PARM-BOOK TO WS-BOOK
002698         END-IF
002700         IF WS-FIRST > WS-LAST
002710             STRING "FBCONSOL0020E FIRST GT LAST"
002713                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002716             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002720             SET WS-RANGE-INVALID TO TRUE
002730             MOVE 16 TO RETURN-CODE
002740             GO TO 10000-BEGIN-EXIT
002870         END-IF
002880         OPEN OUTPUT FBXTOUT-FILE
002890         IF WS-FBXTOUT-STATUS NOT = "00"
002900             STRING "FBCONSOL0030E FBXTOUT OPEN FAILED -"
002910                 " STATUS " WS-FBXTOUT-STATUS
002913                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002916             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002920             MOVE 20 TO RETURN-CODE
002930             SET WS-FILES-FAILED TO TRUE
002940             GO TO 10000-BEGIN-EXIT
002950         END-IF
002960         OPEN OUTPUT FBREPT-FILE
002970         IF WS-FBREPT-STATUS NOT = "00"
002980             STRING "FBCONSOL0040E FBREPT OPEN FAILED -"
002990                 " STATUS " WS-FBREPT-STATUS
002993                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002996             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003000             MOVE 20 TO RETURN-CODE
003010             SET WS-FILES-FAILED TO TRUE
003020             GO TO 10000-BEGIN-EXIT
003070         MOVE WS-RUN-TIME TO FBXH-RUN-TIME
003080         MOVE WS-FIRST    TO FBXH-FIRST
003090         MOVE WS-LAST     TO FBXH-LAST
003095         MOVE WS-BOOK     TO FBXH-BOOK
003100         WRITE FBXH-RECORD
003110         IF WS-FBXTOUT-STATUS NOT = "00"
003120             STRING "FBCONSOL0070E FBXTOUT WRITE FAILED -"
003130                 " STATUS " WS-FBXTOUT-STATUS
003133                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003136             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003140             MOVE 20 TO RETURN-CODE
003150             SET WS-FILES-FAILED TO TRUE
003160             GO TO 10000-BEGIN-EXIT
003410         END-IF
003420         ADD 1 TO WS-SLICES-PRESENT
003430         IF WS-XTH-TYPE NOT = "H"
003440             STRING "FBCONSOL0050E SLICE " WS-SL-NO
003450                 " DOES NOT START WITH A HEADER"
003453                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003456             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003460             ADD 1 TO WS-SLICE-ERR-COUNT
003470             GO TO 10100-PRIME-SLICE-EXIT
003480         END-IF
003481         IF WS-XTH-BOOK = SPACES
003482             MOVE "STD" TO WS-XTH-BOOK
003483         END-IF
003484         IF WS-XTH-BOOK NOT = WS-BOOK
003485             STRING "FBCONSOL0150E SLICE " WS-SL-NO
003486                 " IS RULE BOOK " WS-XTH-BOOK
003487                 " - PARM BOOK IS " WS-BOOK
003488                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003489             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003490             ADD 1 TO WS-SLICE-ERR-COUNT
003491             GO TO 10100-PRIME-SLICE-EXIT
003492         END-IF
003493         PERFORM 21100-ADVANCE-SLICE
003500             THRU 21100-ADVANCE-SLICE-EXIT
003510         .
003520  10100-PRIME-SLICE-EXIT.
003700         END-EVALUATE
003710         IF WS-CHK-STATUS NOT = "00"
003720             AND WS-CHK-STATUS NOT = "05"
003730             STRING "FBCONSOL0140E SLICE " WS-SL-NO
003740                 " OPEN FAILED - STATUS " WS-CHK-STATUS
003743                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003746             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
003750             MOVE 20 TO RETURN-CODE
003760             SET WS-FILES-FAILED TO TRUE
003770         END-IF
003980         MOVE WS-MIN-SL TO WS-SL-NO
003990         SET WS-SL-IDX TO WS-SL-NO
004000         IF WS-SL-POSN(WS-SL-IDX) NOT = WS-NEXT-POSN
004010             STRING "FBCONSOL0060E SEQUENCE BREAK - GOT "
004020                 WS-SL-POSN(WS-SL-IDX)
004030                 " EXPECTED " WS-NEXT-POSN
004033                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004036             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004040             ADD 1 TO WS-SEQ-ERR-COUNT
004050         END-IF
004060         PERFORM 20200-WRITE-MERGED
004350         MOVE WS-SL-CLASS(WS-SL-IDX) TO FBXD-CLASS
004360         WRITE FBXD-RECORD
004370         IF WS-FBXTOUT-STATUS NOT = "00"
004380             STRING "FBCONSOL0070E FBXTOUT WRITE FAILED -"
004390                 " STATUS " WS-FBXTOUT-STATUS
004393                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004396             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004400             MOVE 20 TO RETURN-CODE
004410         END-IF
004420         ADD 1 TO WS-MERGED-COUNT
004620             AFTER ADVANCING 1 LINE
004630         ADD 1 TO WS-LINE-CNT
004640         IF WS-FBREPT-STATUS NOT = "00"
004650             STRING "FBCONSOL0080E FBREPT WRITE FAILED -"
004660                 " STATUS " WS-FBREPT-STATUS
004663                 DELIMITED BY SIZE INTO WS-ALERT-MSG
004666             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
004670             MOVE 20 TO RETURN-CODE
004680         END-IF
004690         .
004770         MOVE WS-RUN-TIME TO WS-HDR2-TIME
004780         MOVE WS-FIRST    TO WS-HDR2-FIRST
004790         MOVE WS-LAST     TO WS-HDR2-LAST
004795         MOVE WS-BOOK     TO WS-HDR2-BOOK
004800         WRITE FBREPT-RECORD FROM WS-HDR1-LINE
004810             AFTER ADVANCING PAGE
004820         WRITE FBREPT-RECORD FROM WS-HDR2-LINE
005350         PERFORM 21000-READ-SLICE THRU 21000-READ-SLICE-EXIT
005360         IF WS-READ-EOF
005370             IF NOT WS-SL-TRL-SEEN(WS-SL-IDX)
005380                 STRING "FBCONSOL0090E SLICE " WS-SL-NO
005390                     " ENDED WITHOUT A TRAILER"
005392                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005394                 PERFORM 95000-RAISE-ALERT
005396                     THRU 95000-RAISE-ALERT-EXIT
005400                 ADD 1 TO WS-SLICE-ERR-COUNT
005410             END-IF
005420             MOVE "N" TO WS-SL-ACTIVE-SW(WS-SL-IDX)
005550                 PERFORM 21200-VERIFY-TRAILER
005560                     THRU 21200-VERIFY-TRAILER-EXIT
005570             WHEN OTHER
005580                 STRING "FBCONSOL0100E SLICE " WS-SL-NO
005590                     " UNEXPECTED RECORD TYPE " WS-XTD-TYPE
005592                     DELIMITED BY SIZE INTO WS-ALERT-MSG
005594                 PERFORM 95000-RAISE-ALERT
005596                     THRU 95000-RAISE-ALERT-EXIT
005600                 ADD 1 TO WS-SLICE-ERR-COUNT
005610                 MOVE "N" TO WS-SL-ACTIVE-SW(WS-SL-IDX)
005620         END-EVALUATE
005660**
005670  21200-VERIFY-TRAILER.
005680         IF WS-XTT-COUNT NOT = WS-SL-DTL-CNT(WS-SL-IDX)
005685             MOVE WS-SL-DTL-CNT(WS-SL-IDX) TO WS-ALERT-NUM
005690             STRING "FBCONSOL0110E SLICE " WS-SL-NO
005700                 " TRAILER COUNT " WS-XTT-COUNT
005710                 " BUT " WS-ALERT-NUM
005720                 " DETAILS READ"
005723                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005726             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005730             ADD 1 TO WS-SLICE-ERR-COUNT
005740         END-IF
005750         MOVE WS-SL-HASH(WS-SL-IDX) TO WS-HASH-CHECK
005760         IF WS-XTT-HASH NOT = WS-HASH-CHECK
005770             STRING "FBCONSOL0120E SLICE " WS-SL-NO
005780                 " TRAILER HASH " WS-XTT-HASH
005790                 " BUT " WS-HASH-CHECK " COMPUTED"
005793                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005796             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005800             ADD 1 TO WS-SLICE-ERR-COUNT
005810         END-IF
005820         .
005930         MOVE WS-MERGED-HASH  TO FBXT-HASH-TOTAL
005940         WRITE FBXT-RECORD
005950         IF WS-FBXTOUT-STATUS NOT = "00"
005960             STRING "FBCONSOL0070E FBXTOUT WRITE FAILED -"
005970                 " STATUS " WS-FBXTOUT-STATUS
005973                 DELIMITED BY SIZE INTO WS-ALERT-MSG
005976             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
005980             MOVE 20 TO RETURN-CODE
005990         END-IF
006000         DISPLAY "FBCONSOL SUMMARY"
006010         DISPLAY "SLICES PRESENT    = " WS-SLICES-PRESENT
006015         DISPLAY "RULE BOOK         = " WS-BOOK
006020         DISPLAY "DETAILS MERGED    = " WS-MERGED-COUNT
006030         DISPLAY "DETAILS EXPECTED  = " WS-EXPECTED-COUNT
006040         DISPLAY "SEQUENCE ERRORS   = " WS-SEQ-ERR-COUNT
006050         DISPLAY "SLICE ERRORS      = " WS-SLICE-ERR-COUNT
006060         IF WS-MERGED-COUNT NOT = WS-EXPECTED-COUNT
006070             STRING "FBCONSOL0130E MERGED COUNT NOT EQUAL"
006080                 " ORIGINAL RANGE COUNT"
006083                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006086             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
006090             IF RETURN-CODE < 8
006100                 MOVE 8 TO RETURN-CODE
006110             END-IF
006610  30100-WRITE-TOTALS-PAGE-EXIT.
006620         EXIT.
006630**
006640*---------------------------------------------------------------*
006650* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
006660*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
006670*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
006680*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
006690*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
006700*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
006710*---------------------------------------------------------------*
006720  95000-RAISE-ALERT.
006730         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
006740             VARYING WS-ALERT-LEN FROM 132 BY -1
006750             UNTIL WS-ALERT-LEN = 1
006760             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
006770         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
006780         IF WS-ALERTS-STOPPED
006790             GO TO 95000-RAISE-ALERT-CLEAR
006800         END-IF
006810         IF NOT WS-ALERT-OPEN
006820             OPEN EXTEND FBALERT-FILE
006830             IF WS-FBALERT-STATUS NOT = "00"
006840                 DISPLAY "FBCONSOL0990W FBALERT OPEN FAILED -"
006850                     " STATUS " WS-FBALERT-STATUS
006860                     " - NO ALERTS WRITTEN"
006870                 SET WS-ALERTS-STOPPED TO TRUE
006880                 GO TO 95000-RAISE-ALERT-CLEAR
006890             END-IF
006900             SET WS-ALERT-OPEN TO TRUE
006910         END-IF
006920         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
006930             MOVE SPACES TO WS-ALERT-MSG
006940             STRING "FBCONSOL0991W ALERT LIMIT REACHED -"
006950                 " LATER MESSAGES ARE ON SYSOUT ONLY"
006960                 DELIMITED BY SIZE INTO WS-ALERT-MSG
006970             DISPLAY WS-ALERT-MSG(1:72)
006980             SET WS-ALERTS-STOPPED TO TRUE
006990         END-IF
007000         MOVE SPACES TO FBAL-RECORD
007010         MOVE "FBCONSOL" TO FBAL-PROGRAM
007020         MOVE 1 TO WS-ALERT-PTR
007030         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
007040             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
007050         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
007060         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
007070         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
007080         ACCEPT WS-ALERT-TIME FROM TIME
007090         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
007100         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
007110         WRITE FBAL-RECORD
007120         IF WS-FBALERT-STATUS NOT = "00"
007130             DISPLAY "FBCONSOL0992W FBALERT WRITE FAILED -"
007140                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
007150             SET WS-ALERTS-STOPPED TO TRUE
007160         ELSE
007170             ADD 1 TO WS-ALERT-CNT
007180         END-IF
007190         .
007200  95000-RAISE-ALERT-CLEAR.
007210         MOVE SPACES TO WS-ALERT-MSG
007220         .
007230  95000-RAISE-ALERT-EXIT.
007240         EXIT.
007250**
007260  95010-ALERT-LENGTH.
007270         CONTINUE
007280         .
007290  95010-ALERT-LENGTH-EXIT.
007300         EXIT.
007310**
007320*---------------------------------------------------------------*
007330* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
007340*---------------------------------------------------------------*
007350  95100-CLOSE-ALERTS.
007360         IF WS-ALERT-OPEN
007370             CLOSE FBALERT-FILE
007380             MOVE "N" TO WS-ALERT-OPEN-SW
007390         END-IF
007400         .
007410  95100-CLOSE-ALERTS-EXIT.
007420         EXIT.
007430**
007440  END PROGRAM FBCONSOL.
