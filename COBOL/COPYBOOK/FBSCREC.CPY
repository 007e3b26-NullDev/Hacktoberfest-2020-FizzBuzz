000010*----------------------------------------------------------------*
000020* FBSCREC -- NIGHTLY STEP-CONTROL RECORD (VSAM KSDS, LRECL 80,   *
000030* KEY = FBSC-KEY: BUSINESS DATE + STEP NAME)                     *
000040*                                                                *
000050* ONE RECORD PER STEP OF THE NIGHTLY CHAIN PER BUSINESS DATE -   *
000060* FIZZBUZZ, FBBALANC, FBXMIT (THE WAREHOUSE TRANSMIT, RECORDED   *
000070* BY THE FBSTEPCK UTILITY), FBFEDACK, FBHSKEEP.  EACH STEP       *
000080* READS ITS RECORD ON ENTRY AND SKIPS ITSELF (RC 1) WHEN THE     *
000090* DATE IS ALREADY COMPLETE, UNLESS FORCED; OTHERWISE IT MARKS    *
000100* THE RECORD STARTED, AND ON EXIT MARKS IT COMPLETE OR ENDED     *
000110* WITH THE STEP RETURN CODE.  A STEP THAT ABENDS NEVER REACHES   *
000120* ITS EXIT, SO ITS RECORD STAYS STARTED - FBSTPRPT REPORTS IT.   *
000130*                                                                *
000140* STATUS  S = STARTED, NOT YET ENDED (RUNNING OR ABENDED)        *
000150*         C = COMPLETE - ENDED WITH AN ACCEPTABLE RC             *
000160*         E = ENDED, NOT COMPLETE - FBSC-RETURN-CODE SAYS WHY    *
000170* FBSC-RUN-COUNT COUNTS THE STARTS, SO A RERUN SHOWS AS 002 ON.  *
000180*                                                                *
000190* BUSINESS DATE 00000000, STEP "BUSDATE " IS RESERVED FOR THE    *
000200* CONTROL RECORD (FBSC-CONTROL-REC VIEW BELOW) CARRYING THE      *
000210* BUSINESS DATE THE CHAIN IS WORKING ON.  THE FIZZBUZZ NIGHTLY   *
000220* SETS IT WHEN IT STARTS; THE LATER STEPS TAKE THEIR DATE FROM   *
000230* IT, SO A STEP RERUN AFTER MIDNIGHT STILL BELONGS TO THE NIGHT  *
000240* IT FAILED IN.                                                  *
000250*----------------------------------------------------------------*
000260  01  FBSC-RECORD.
000270         05  FBSC-KEY.
000280             10  FBSC-BUS-DATE   PIC 9(08).
000290             10  FBSC-STEP       PIC X(08).
000300         05  FBSC-STATUS         PIC X(01).
000310             88  FBSC-STARTED              VALUE "S".
000320             88  FBSC-COMPLETE             VALUE "C".
000330             88  FBSC-ENDED-BAD            VALUE "E".
000340         05  FBSC-START-DATE     PIC 9(08).
000350         05  FBSC-START-TIME     PIC 9(06).
000360         05  FBSC-END-DATE       PIC 9(08).
000370         05  FBSC-END-TIME       PIC 9(06).
000380         05  FBSC-RETURN-CODE    PIC 9(04).
000390         05  FBSC-RUN-COUNT      PIC 9(03).
000400         05  FBSC-FORCED         PIC X(01).
000410             88  FBSC-WAS-FORCED           VALUE "Y".
000420         05  FILLER              PIC X(27).
000430  01  FBSC-CONTROL-REC.
000440         05  FBSCC-KEY.
000450             10  FBSCC-BUS-DATE  PIC 9(08).
000460             10  FBSCC-STEP      PIC X(08).
000470         05  FBSCC-CURR-DATE     PIC 9(08).
000480         05  FBSCC-SET-DATE      PIC 9(08).
000490         05  FBSCC-SET-TIME      PIC 9(06).
000500         05  FILLER              PIC X(42).
