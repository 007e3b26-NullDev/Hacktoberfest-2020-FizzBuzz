000010*----------------------------------------------------------------*
000020* FBRULREC -- FIZZBUZZ RULE MASTER RECORD (VSAM KSDS, LRECL 60)  *
000030*                                                                *
000040* KEY IS FBRM-KEY: RULE BOOK + DIVISOR.  DIVISOR 0000 OF EACH    *
000050* BOOK IS RESERVED FOR THE CONTROL RECORD OF THAT BOOK (FBRM-   *
000060* CONTROL-REC VIEW BELOW) WHICH CARRIES ITS RULE-SET VERSION,    *
000070* BUMPED BY FBRULMNT ON EVERY ADD, CHANGE OR DELETE IN THAT      *
000071* BOOK.  REAL RULES USE DIVISORS 0001-9999.                      *
000072*                                                                *
000073* A RULE BOOK IS THE SET OF DIVISOR/LABEL RULES OF ONE CLIENT.   *
000074* BOOK "STD" IS THE STANDARD BOOK - THE RULES THAT WERE THE      *
000075* WHOLE MASTER BEFORE BOOKS EXISTED, AND THE BOOK EVERY PROGRAM  *
000076* DEFAULTS TO WHEN NO BOOK IS NAMED.  A NEW BOOK COMES INTO      *
000077* BEING WITH ITS FIRST APPROVED ADD, WHICH ALSO CREATES ITS      *
000078* CONTROL RECORD AT VERSION 0001.  EVERY FIZZBUZZ RUN            *
000079* CLASSIFIES UNDER EXACTLY ONE BOOK (PARM BYTES 23-25).          *
000080*                                                                *
000090* A RULE IS ACTIVE ON A BUSINESS DATE WHEN                       *
000100*     FBRM-EFF-DATE <= DATE <= FBRM-EXP-DATE.                    *
000110* FIZZBUZZ LOADS ONLY ACTIVE RULES INTO FBR-RULE-TABLE (SEE      *
000120* COPYBOOK FBRULES) AT 10000-BEGIN, SO A RULE CAN BE STAGED      *
000130* AHEAD OF ITS EFFECTIVE DATE WITHOUT A PROGRAM CHANGE.          *
000131*                                                                *
000132* MASTERS DEFINED BEFORE BOOKS EXISTED (KEYS(4 0)) ARE CONVERTED *
000133* ONCE BY THE CNVBOOK STEP IN THE FBRULMNT JOB - EVERY RULE      *
000134* BECOMES A RULE OF BOOK STD.                                    *
000140*----------------------------------------------------------------*
000150  01  FBRM-RECORD.
000160         05  FBRM-KEY.
000165             10  FBRM-BOOK       PIC X(03).
000170             10  FBRM-DIVISOR    PIC 9(04).
000180         05  FBRM-LABEL          PIC X(08).
000190         05  FBRM-EFF-DATE       PIC 9(08).
000220         05  FBRM-LAST-DATE      PIC 9(08).
000230         05  FBRM-LAST-TIME      PIC 9(06).
000240         05  FBRM-LAST-ACTION    PIC X(01).
000250         05  FILLER              PIC X(06).
000260  01  FBRM-CONTROL-REC.
000270         05  FBRMC-KEY.
000271             10  FBRMC-BOOK      PIC X(03).
000272             10  FBRMC-DIVISOR   PIC 9(04).
000280         05  FBRMC-VERSION       PIC 9(04).
000290         05  FBRMC-LAST-USER     PIC X(08).
000300         05  FBRMC-LAST-DATE     PIC 9(08).
000310         05  FBRMC-LAST-TIME     PIC 9(06).
000320         05  FILLER              PIC X(27).
