000010******************************************************************
000020** Author:D P Sullivan                                           *
000030** Date:2026, Oct the 14th                                       *
000040** Purpose:Periodic backup unload of the FBRSLT results master.  *
000050**         Reads FBRSLT end to end in key order and writes every *
000060**         record, unchanged, to a new PROD.FIZZBUZZ.RESULTS.BKUP*
000070**         generation (FBBKREC layout) between a header and a    *
000080**         control-total trailer - record count and position     *
000090**         hash, as on the FBXTREC trailer.  The header carries  *
000100**         the run stamp of the newest FBRUNHST record on file as*
000110**         the backup is taken: every run after that stamp is one*
000120**         the backup does not hold, and is what the FBRSRCVR    *
000130**         forward recovery re-applies from the archived delta   *
000140**         feeds.                                                *
000150**         The JCL holds FBRSLT DISP=OLD, so no run can update   *
000160**         the master while it is being unloaded.                *
000170**                                                               *
000180** No PARM.                                                      *
000190**                                                               *
000200** RC 4 = FBRSLT is empty, or FBRUNHST holds no run;             *
000210** RC 20 = I-O failure (the generation is not usable).           *
000220**                                                               *
000230** Modification History                                          *
000240** -------------------------------------------------------------*
000250** 2026-10-14  DPS  New program.                                 *
000252** 2026-10-14  DPS  FBRSLT is keyed by rule book + position -    *
000254**                  every book is backed up in key order.        *
000256**                  FBRUNHST is now 530 bytes.                   *
000257** 2026-10-14  DPS  E and W messages are also written to the     *
000258**                  shared FBALERT alert file for the morning    *
000259**                  FBALDGST exception digest.                   *
000260******************************************************************
000270  IDENTIFICATION DIVISION.
000280**-*-*-*-*-*-*-*-*-*-*-*-*-
000290  PROGRAM-ID. FBRSBKUP.
000300  AUTHOR. D P SULLIVAN.
000310  INSTALLATION. CORPORATE BATCH OPERATIONS.
000320  DATE-WRITTEN. 10/14/2026.
000330  DATE-COMPILED.
000340**-*-*-*-*-*-*-*-*-*-*--
000350  ENVIRONMENT DIVISION.
000360**-*-*-*-*-*-*-*-*-*-*--
000370  CONFIGURATION SECTION.
000380*----------------------
000390  INPUT-OUTPUT SECTION.
000400*----------------------
000410  FILE-CONTROL.
000420         SELECT FBRSLT-FILE ASSIGN TO FBRSLT
000430             ORGANIZATION IS INDEXED
000440             ACCESS MODE IS SEQUENTIAL
000450             RECORD KEY IS FBRS-KEY
000460             FILE STATUS IS WS-FBRSLT-STATUS.
000470         SELECT OPTIONAL FBRUNHST-FILE ASSIGN TO FBRUNHST
000480             ORGANIZATION IS SEQUENTIAL
000490             FILE STATUS IS WS-FBRUNHST-STATUS.
000500         SELECT FBRSBKP-FILE ASSIGN TO FBRSBKP
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS WS-FBRSBKP-STATUS.
000522         SELECT FBALERT-FILE ASSIGN TO FBALERT
000524             ORGANIZATION IS SEQUENTIAL
000526             FILE STATUS IS WS-FBALERT-STATUS.
000530  DATA DIVISION.
000540**-*-*-*-*-*-*-*-
000550  FILE SECTION.
000560*-------------------------
000570  FD  FBRSLT-FILE
000580         RECORD CONTAINS 40 CHARACTERS.
000590  COPY FBRSREC.
000600  FD  FBRUNHST-FILE
000610         RECORDING MODE IS F
000620         LABEL RECORDS ARE STANDARD
000630         RECORD CONTAINS 530 CHARACTERS.
000640  COPY FBRUNREC.
000650  FD  FBRSBKP-FILE
000660         RECORDING MODE IS F
000670         LABEL RECORDS ARE STANDARD
000680         RECORD CONTAINS 41 CHARACTERS.
000690  COPY FBBKREC.
000691  FD  FBALERT-FILE
000692         RECORDING MODE IS F
000693         LABEL RECORDS ARE STANDARD
000694         RECORD CONTAINS 150 CHARACTERS.
000695  COPY FBALREC.
000700  WORKING-STORAGE SECTION.
000710*-------------------------
000720  01  WS-DATA.
000730         05  WS-SWITCHES.
000740             10  WS-FILES-SW        PIC X(01)  VALUE "Y".
000750                 88  WS-FILES-OK               VALUE "Y".
000760                 88  WS-FILES-FAILED           VALUE "N".
000770             10  WS-RUNHST-EOF-SW   PIC X(01)  VALUE "N".
000780                 88  WS-RUNHST-EOF             VALUE "Y".
000790             10  WS-RESULT-EOF-SW   PIC X(01)  VALUE "N".
000800                 88  WS-RESULT-EOF             VALUE "Y".
000810         05  WS-FILE-STATUSES.
000820             10  WS-FBRSLT-STATUS   PIC X(02)  VALUE "00".
000830             10  WS-FBRUNHST-STATUS PIC X(02)  VALUE "00".
000840             10  WS-FBRSBKP-STATUS  PIC X(02)  VALUE "00".
000850         05  WS-RUN-STAMP.
000860             10  WS-RUN-DATE        PIC 9(08)  VALUE ZERO.
000870             10  WS-RUN-TIME        PIC 9(06)  VALUE ZERO.
000880             10  WS-RUN-TIME-HS     PIC 9(08)  VALUE ZERO.
000890*---------------------------------------------------------------*
000900* THE NEWEST RUN STAMP ON FBRUNHST - DATE AND TIME TOGETHER SO   *
000910* ONE COMPARE ORDERS TWO RUNS                                    *
000920*---------------------------------------------------------------*
000930         05  WS-LAST-RUN.
000940             10  WS-LAST-RUN-DATE   PIC 9(08)  VALUE ZERO.
000950             10  WS-LAST-RUN-TIME   PIC 9(06)  VALUE ZERO.
000960         05  WS-LAST-RUN-STAMP REDEFINES WS-LAST-RUN
000970                                    PIC 9(14).
000980         05  WS-THIS-RUN.
000990             10  WS-THIS-RUN-DATE   PIC 9(08)  VALUE ZERO.
001000             10  WS-THIS-RUN-TIME   PIC 9(06)  VALUE ZERO.
001010         05  WS-THIS-RUN-STAMP REDEFINES WS-THIS-RUN
001020                                    PIC 9(14).
001030         05  WS-CONTROL-TOTALS.
001040             10  WS-RUNHST-CNT        PIC 9(8) COMP  VALUE ZERO.
001050             10  WS-RESULT-CNT        PIC 9(9) COMP  VALUE ZERO.
001051             10  WS-RESULT-HASH       PIC 9(18) COMP VALUE ZERO.
001052*---------------------------------------------------------------*
001053* WS-ALERT-WORK - E AND W MESSAGES ARE BUILT HERE AND RAISED    *
001054* BY 95000-RAISE-ALERT: SHOWN ON SYSOUT AND APPENDED TO THE     *
001055* SHARED FBALERT FILE FOR THE MORNING FBALDGST DIGEST           *
001056*---------------------------------------------------------------*
001057  01  WS-ALERT-WORK.
001058         05  WS-FBALERT-STATUS      PIC X(02)  VALUE "00".
001059         05  WS-ALERT-OPEN-SW       PIC X(01)  VALUE "N".
001060             88  WS-ALERT-OPEN                   VALUE "Y".
001061         05  WS-ALERT-STOP-SW       PIC X(01)  VALUE "N".
001062             88  WS-ALERTS-STOPPED               VALUE "Y".
001063         05  WS-ALERT-CNT           PIC 9(04) COMP VALUE ZERO.
001064         05  WS-ALERT-MAX           PIC 9(04) COMP VALUE 50.
001065         05  WS-ALERT-PTR           PIC 9(04) COMP VALUE ZERO.
001066         05  WS-ALERT-LEN           PIC 9(04) COMP VALUE ZERO.
001067         05  WS-ALERT-NUM           PIC 9(09)  VALUE ZERO.
001068         05  WS-ALERT-TIME          PIC 9(08)  VALUE ZERO.
001069         05  WS-ALERT-MSG           PIC X(132) VALUE SPACES.
001070**-*-*-*-*-*-*-*-*-*-*
001080  PROCEDURE DIVISION.
001090**-*-*-*-*-*-*-*-*-*-*
001100*---------------------------------------------------------------*
001110* MAIN-PROCEDURE -- FIND THE LAST RUN, THEN ONE PASS OF FBRSLT   *
001120*---------------------------------------------------------------*
001130  MAIN-PROCEDURE.
001140         PERFORM 10000-BEGIN THRU 10000-BEGIN-EXIT
001150         IF WS-FILES-OK
001160             PERFORM 20000-UNLOAD-RESULT
001170                 THRU 20000-UNLOAD-RESULT-EXIT
001180                 UNTIL WS-RESULT-EOF
001190             PERFORM 30000-END THRU 30000-END-EXIT
001200         END-IF
001205         PERFORM 95100-CLOSE-ALERTS THRU 95100-CLOSE-ALERTS-EXIT
001210         .
001220         STOP RUN.
001230**
001240*---------------------------------------------------------------*
001250* 10000-BEGIN -- LAST RUN STAMP FROM FBRUNHST, OPENS, THE BACKUP *
001260*     HEADER, PRIME THE FIRST FBRSLT RECORD                      *
001270*---------------------------------------------------------------*
001280  10000-BEGIN.
001290         DISPLAY "**********"
001300         ACCEPT WS-RUN-DATE    FROM DATE YYYYMMDD
001310         ACCEPT WS-RUN-TIME-HS FROM TIME
001320         MOVE WS-RUN-TIME-HS(1:6) TO WS-RUN-TIME
001330         PERFORM 10100-FIND-LAST-RUN THRU 10100-FIND-LAST-RUN-EXIT
001340         IF WS-FILES-FAILED
001350             GO TO 10000-BEGIN-EXIT
001360         END-IF
001370         OPEN INPUT FBRSLT-FILE
001380         IF WS-FBRSLT-STATUS NOT = "00"
001390             STRING "FBRSBKUP0010E FBRSLT OPEN FAILED -"
001400                 " STATUS " WS-FBRSLT-STATUS
001403                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001406             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001410             MOVE 20 TO RETURN-CODE
001420             SET WS-FILES-FAILED TO TRUE
001430             GO TO 10000-BEGIN-EXIT
001440         END-IF
001450         OPEN OUTPUT FBRSBKP-FILE
001460         IF WS-FBRSBKP-STATUS NOT = "00"
001470             STRING "FBRSBKUP0020E FBRSBKP OPEN FAILED -"
001480                 " STATUS " WS-FBRSBKP-STATUS
001483                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001486             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001490             MOVE 20 TO RETURN-CODE
001500             SET WS-FILES-FAILED TO TRUE
001510             CLOSE FBRSLT-FILE
001520             GO TO 10000-BEGIN-EXIT
001530         END-IF
001540         MOVE SPACES           TO FBBH-RECORD
001550         MOVE "H"              TO FBBH-TYPE
001560         MOVE WS-RUN-DATE      TO FBBH-BKUP-DATE
001570         MOVE WS-RUN-TIME      TO FBBH-BKUP-TIME
001580         MOVE WS-LAST-RUN-DATE TO FBBH-LAST-RUN-DATE
001590         MOVE WS-LAST-RUN-TIME TO FBBH-LAST-RUN-TIME
001600         WRITE FBBH-RECORD
001610         IF WS-FBRSBKP-STATUS NOT = "00"
001620             STRING "FBRSBKUP0030E FBRSBKP WRITE FAILED -"
001630                 " STATUS " WS-FBRSBKP-STATUS
001633                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001636             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001640             MOVE 20 TO RETURN-CODE
001650             SET WS-FILES-FAILED TO TRUE
001660             CLOSE FBRSLT-FILE
001670             CLOSE FBRSBKP-FILE
001680             GO TO 10000-BEGIN-EXIT
001690         END-IF
001700         PERFORM 20900-READ-RESULT THRU 20900-READ-RESULT-EXIT
001710         .
001720  10000-BEGIN-EXIT.
001730         EXIT.
001740**
001750*---------------------------------------------------------------*
001760* 10100-FIND-LAST-RUN -- THE HIGHEST RUN STAMP ON FBRUNHST.  THE *
001770*     FILE IS IN RUN ORDER, BUT THE HIGHEST IS TAKEN RATHER      *
001780*     THAN THE LAST SO A CONVERTED OR RE-SORTED FILE CANNOT      *
001790*     MISLEAD IT.                                                *
001800*---------------------------------------------------------------*
001810  10100-FIND-LAST-RUN.
001820         OPEN INPUT FBRUNHST-FILE
001830         IF WS-FBRUNHST-STATUS NOT = "00"
001840             AND WS-FBRUNHST-STATUS NOT = "05"
001850             STRING "FBRSBKUP0040E FBRUNHST OPEN FAILED -"
001860                 " STATUS " WS-FBRUNHST-STATUS
001863                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001866             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001870             MOVE 20 TO RETURN-CODE
001880             SET WS-FILES-FAILED TO TRUE
001890             GO TO 10100-FIND-LAST-RUN-EXIT
001900         END-IF
001910         PERFORM 10110-READ-RUNHST THRU 10110-READ-RUNHST-EXIT
001920             UNTIL WS-RUNHST-EOF
001930         CLOSE FBRUNHST-FILE
001940         IF WS-RUNHST-CNT = ZERO
001950             STRING "FBRSBKUP0050W FBRUNHST HOLDS NO RUN - THE"
001960                 " BACKUP IS STAMPED AS BEFORE ANY RUN"
001963                 DELIMITED BY SIZE INTO WS-ALERT-MSG
001966             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
001970             IF RETURN-CODE < 4
001980                 MOVE 4 TO RETURN-CODE
001990             END-IF
002000         END-IF
002010         .
002020  10100-FIND-LAST-RUN-EXIT.
002030         EXIT.
002040**
002050  10110-READ-RUNHST.
002060         READ FBRUNHST-FILE
002070             AT END
002080                 SET WS-RUNHST-EOF TO TRUE
002090                 GO TO 10110-READ-RUNHST-EXIT
002100         END-READ
002110         IF WS-FBRUNHST-STATUS NOT = "00"
002120             STRING "FBRSBKUP0060E FBRUNHST READ FAILED -"
002130                 " STATUS " WS-FBRUNHST-STATUS
002133                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002136             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002140             MOVE 20 TO RETURN-CODE
002150             SET WS-FILES-FAILED TO TRUE
002160             SET WS-RUNHST-EOF TO TRUE
002170             GO TO 10110-READ-RUNHST-EXIT
002180         END-IF
002190         ADD 1 TO WS-RUNHST-CNT
002200         IF FBRH-RUN-DATE NOT NUMERIC
002210             OR FBRH-RUN-TIME NOT NUMERIC
002220             GO TO 10110-READ-RUNHST-EXIT
002230         END-IF
002240         MOVE FBRH-RUN-DATE TO WS-THIS-RUN-DATE
002250         MOVE FBRH-RUN-TIME TO WS-THIS-RUN-TIME
002260         IF WS-THIS-RUN-STAMP > WS-LAST-RUN-STAMP
002270             MOVE WS-THIS-RUN-STAMP TO WS-LAST-RUN-STAMP
002280         END-IF
002290         .
002300  10110-READ-RUNHST-EXIT.
002310         EXIT.
002320**
002330*---------------------------------------------------------------*
002340* 20000-UNLOAD-RESULT -- ONE FBRSLT RECORD TO THE BACKUP, COUNTED*
002350*     AND HASHED FOR THE TRAILER                                 *
002360*---------------------------------------------------------------*
002370  20000-UNLOAD-RESULT.
002380         MOVE "D"         TO FBBD-TYPE
002390         MOVE FBRS-RECORD TO FBBD-IMAGE
002400         WRITE FBBD-RECORD
002410         IF WS-FBRSBKP-STATUS NOT = "00"
002420             STRING "FBRSBKUP0070E FBRSBKP WRITE FAILED AT POSN "
002430                 FBRS-POSN " - STATUS " WS-FBRSBKP-STATUS
002433                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002436             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002440             MOVE 20 TO RETURN-CODE
002450             SET WS-RESULT-EOF TO TRUE
002460             GO TO 20000-UNLOAD-RESULT-EXIT
002470         END-IF
002480         ADD 1         TO WS-RESULT-CNT
002490         ADD FBRS-POSN TO WS-RESULT-HASH
002500         PERFORM 20900-READ-RESULT THRU 20900-READ-RESULT-EXIT
002510         .
002520  20000-UNLOAD-RESULT-EXIT.
002530         EXIT.
002540**
002550  20900-READ-RESULT.
002560         READ FBRSLT-FILE
002570             AT END
002580                 SET WS-RESULT-EOF TO TRUE
002590         END-READ
002600         IF NOT WS-RESULT-EOF
002610             AND WS-FBRSLT-STATUS NOT = "00"
002620             STRING "FBRSBKUP0080E FBRSLT READ FAILED -"
002630                 " STATUS " WS-FBRSLT-STATUS
002633                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002636             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002640             MOVE 20 TO RETURN-CODE
002650             SET WS-RESULT-EOF TO TRUE
002660         END-IF
002670         .
002680  20900-READ-RESULT-EXIT.
002690         EXIT.
002700**
002710*---------------------------------------------------------------*
002720* 30000-END -- THE CONTROL-TOTAL TRAILER, SUMMARY, CLOSE.  THE   *
002730*     HASH IS TRUNCATED TO 15 DIGITS AS ON THE EXTRACT TRAILERS. *
002740*---------------------------------------------------------------*
002750  30000-END.
002760         MOVE SPACES         TO FBBT-RECORD
002770         MOVE "T"            TO FBBT-TYPE
002780         MOVE WS-RESULT-CNT  TO FBBT-RECORD-COUNT
002790         MOVE WS-RESULT-HASH TO FBBT-HASH-TOTAL
002800         WRITE FBBT-RECORD
002810         IF WS-FBRSBKP-STATUS NOT = "00"
002820             STRING "FBRSBKUP0090E FBRSBKP TRAILER WRITE"
002830                 " FAILED - STATUS " WS-FBRSBKP-STATUS
002833                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002836             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002840             MOVE 20 TO RETURN-CODE
002850         END-IF
002860         IF WS-RESULT-CNT = ZERO
002870             STRING "FBRSBKUP0100W FBRSLT IS EMPTY - THE BACKUP"
002880                 " HOLDS NO RECORD"
002883                 DELIMITED BY SIZE INTO WS-ALERT-MSG
002886             PERFORM 95000-RAISE-ALERT THRU 95000-RAISE-ALERT-EXIT
002890             IF RETURN-CODE < 4
002900                 MOVE 4 TO RETURN-CODE
002910             END-IF
002920         END-IF
002930         DISPLAY "FBRSBKUP SUMMARY"
002940         DISPLAY "BACKUP TAKEN      = " WS-RUN-DATE " "
002950             WS-RUN-TIME
002960         DISPLAY "LAST RUN HELD     = " WS-LAST-RUN-DATE " "
002970             WS-LAST-RUN-TIME
002980         DISPLAY "RUNS ON FBRUNHST  = " WS-RUNHST-CNT
002990         DISPLAY "RECORDS UNLOADED  = " WS-RESULT-CNT
003000         DISPLAY "HASH TOTAL        = " FBBT-HASH-TOTAL
003010         DISPLAY "**********"
003020         CLOSE FBRSLT-FILE
003030         CLOSE FBRSBKP-FILE
003040         .
003050  30000-END-EXIT.
003060         EXIT.
003070**
003080*---------------------------------------------------------------*
003090* 95000-RAISE-ALERT -- SHOW THE MESSAGE BUILT IN WS-ALERT-MSG   *
003100*     ON SYSOUT AND APPEND IT TO THE SHARED FBALERT FILE FOR    *
003110*     THE MORNING DIGEST (SEE FBALREC).  FBALERT TROUBLE NEVER  *
003120*     FAILS THE STEP - THE MESSAGE IS STILL ON SYSOUT.  AFTER   *
003130*     WS-ALERT-MAX ALERTS THE REST GO TO SYSOUT ONLY, SO A      *
003140*     LOOPING RUN CANNOT FLOOD THE FILE.                        *
003150*---------------------------------------------------------------*
003160  95000-RAISE-ALERT.
003170         PERFORM 95010-ALERT-LENGTH THRU 95010-ALERT-LENGTH-EXIT
003180             VARYING WS-ALERT-LEN FROM 132 BY -1
003190             UNTIL WS-ALERT-LEN = 1
003200             OR WS-ALERT-MSG(WS-ALERT-LEN:1) NOT = SPACE
003210         DISPLAY WS-ALERT-MSG(1:WS-ALERT-LEN)
003220         IF WS-ALERTS-STOPPED
003230             GO TO 95000-RAISE-ALERT-CLEAR
003240         END-IF
003250         IF NOT WS-ALERT-OPEN
003260             OPEN EXTEND FBALERT-FILE
003270             IF WS-FBALERT-STATUS NOT = "00"
003280                 DISPLAY "FBRSBKUP0990W FBALERT OPEN FAILED -"
003290                     " STATUS " WS-FBALERT-STATUS
003300                     " - NO ALERTS WRITTEN"
003310                 SET WS-ALERTS-STOPPED TO TRUE
003320                 GO TO 95000-RAISE-ALERT-CLEAR
003330             END-IF
003340             SET WS-ALERT-OPEN TO TRUE
003350         END-IF
003360         IF WS-ALERT-CNT NOT < WS-ALERT-MAX
003370             MOVE SPACES TO WS-ALERT-MSG
003380             STRING "FBRSBKUP0991W ALERT LIMIT REACHED -"
003390                 " LATER MESSAGES ARE ON SYSOUT ONLY"
003400                 DELIMITED BY SIZE INTO WS-ALERT-MSG
003410             DISPLAY WS-ALERT-MSG(1:72)
003420             SET WS-ALERTS-STOPPED TO TRUE
003430         END-IF
003440         MOVE SPACES TO FBAL-RECORD
003450         MOVE "FBRSBKUP" TO FBAL-PROGRAM
003460         MOVE 1 TO WS-ALERT-PTR
003470         UNSTRING WS-ALERT-MSG DELIMITED BY SPACE
003480             INTO FBAL-MSG-ID WITH POINTER WS-ALERT-PTR
003490         MOVE WS-ALERT-MSG(WS-ALERT-PTR - 2:1) TO FBAL-SEVERITY
003500         MOVE WS-ALERT-MSG(WS-ALERT-PTR:) TO FBAL-TEXT
003510         ACCEPT FBAL-RUN-DATE FROM DATE YYYYMMDD
003520         ACCEPT WS-ALERT-TIME FROM TIME
003530         MOVE WS-ALERT-TIME(1:6) TO FBAL-RUN-TIME
003540         MOVE FBAL-RUN-DATE TO FBAL-BUS-DATE
003550         WRITE FBAL-RECORD
003560         IF WS-FBALERT-STATUS NOT = "00"
003570             DISPLAY "FBRSBKUP0992W FBALERT WRITE FAILED -"
003580                 " STATUS " WS-FBALERT-STATUS " - NO MORE ALERTS"
003590             SET WS-ALERTS-STOPPED TO TRUE
003600         ELSE
003610             ADD 1 TO WS-ALERT-CNT
003620         END-IF
003630         .
003640  95000-RAISE-ALERT-CLEAR.
003650         MOVE SPACES TO WS-ALERT-MSG
003660         .
003670  95000-RAISE-ALERT-EXIT.
003680         EXIT.
003690**
003700  95010-ALERT-LENGTH.
003710         CONTINUE
003720         .
003730  95010-ALERT-LENGTH-EXIT.
003740         EXIT.
003750**
003760*---------------------------------------------------------------*
003770* 95100-CLOSE-ALERTS -- CLOSE FBALERT IF ANY ALERT OPENED IT    *
003780*---------------------------------------------------------------*
003790  95100-CLOSE-ALERTS.
003800         IF WS-ALERT-OPEN
003810             CLOSE FBALERT-FILE
003820             MOVE "N" TO WS-ALERT-OPEN-SW
003830         END-IF
003840         .
003850  95100-CLOSE-ALERTS-EXIT.
003860         EXIT.
003870**
003880  END PROGRAM FBRSBKUP.
