000010*----------------------------------------------------------------*
000020* FBCHREC -- CLASSIFICATION HISTORY RECORD (VSAM KSDS, LRECL 80, *
000030* KEY = FBCH-KEY: RULE BOOK + POSITION + EFFECTIVE RUN DATE +    *
000031* RUN TIME)                                                      *
000040*                                                                *
000050* ONE RECORD EACH TIME A POSITION'S CLASS ON THE FBRSLT RESULTS  *
000060* MASTER IS SET OR CHANGED - A NEW POSITION (FBCH-ADDED, OLD     *
000070* CLASS SPACES, OLD RULE-SET ZERO) OR A RECLASSIFIED ONE         *
000080* (FBCH-RECLASSIFIED).  A REWRITE THAT LEAVES THE CLASS AS IT    *
000090* WAS IS NOT RECORDED.  WRITTEN BY EVERY PROGRAM THAT UPDATES    *
000100* FBRSLT - FIZZBUZZ 20160-UPDATE-RESULTS (ALL MODES), FBRSLOAD   *
000110* AND THE FBINQUIR STORE-BACK - ALONGSIDE THE MASTER UPDATE.     *
000120*                                                                *
000130* THE KEY PUTS A POSITION'S HISTORY TOGETHER IN DATE ORDER, SO   *
000140* FBINQUIR CAN ANSWER "AS OF" A DATE BY READING FORWARD FROM     *
000150* THE POSITION, AND FBCHGRPT CAN LIST THE CHANGES IN A RANGE.    *
000160* FBCH-EFF-DATE/TIME IS THE RUN STAMP OF THE UPDATING RUN - THE  *
000170* SAME STAMP FBRS-LAST-RUN-DATE AND THE FBXTDLT FEED CARRY.      *
000171* FBCH-BOOK IS THE RULE BOOK OF THE FBRSLT RECORD THAT CHANGED,  *
000172* SO EACH BOOK HAS ITS OWN HISTORY.  FILES DEFINED BEFORE BOOKS  *
000173* EXISTED ARE CONVERTED TO BOOK STD BY THE FBINQUIR CNVBOOK STEP *
000180*----------------------------------------------------------------*
000190  01  FBCH-RECORD.
000200         05  FBCH-KEY.
000205             10  FBCH-BOOK       PIC X(03).
000210             10  FBCH-POSN       PIC 9(09).
000220             10  FBCH-EFF-DATE   PIC 9(08).
000230             10  FBCH-EFF-TIME   PIC 9(06).
000240         05  FBCH-CHANGE-TYPE    PIC X(01).
000250             88  FBCH-ADDED                VALUE "A".
000260             88  FBCH-RECLASSIFIED         VALUE "C".
000270         05  FBCH-OLD-CLASS      PIC X(08).
000280         05  FBCH-NEW-CLASS      PIC X(08).
000290         05  FBCH-OLD-RULESET    PIC 9(04).
000300         05  FBCH-NEW-RULESET    PIC 9(04).
000310         05  FBCH-PROGRAM        PIC X(08).
000320         05  FBCH-RUN-MODE       PIC X(01).
000330         05  FILLER              PIC X(20).
