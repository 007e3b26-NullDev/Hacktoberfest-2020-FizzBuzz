000116* A = ADD OR C = CHANGE, WITH THE DELTA'S OWN TRAILER COUNT      *
000117* AND HASH).  THE WAREHOUSE APPLIES THE DELTA INCREMENTALLY      *
000118* AND KEEPS THE FULL FEED FOR PERIODIC RELOADS.                  *
000119*                                                                *
000120* FBXH-RULESET-ID IS THE RULE-SET VERSION THE RUN CLASSIFIED     *
000121* UNDER (BLANK ON FEEDS WRITTEN BEFORE IT WAS ADDED, AND ON THE  *
000122* FBCONSOL MERGED EXTRACT).  THE DELTA FEEDS ARE ALSO KEPT AS    *
000123* THE PROD.FIZZBUZZ.DELTA.ARCH GENERATIONS THAT FBRSRCVR RE-     *
000124* APPLIES TO AN FBRSLT BACKUP IN A FORWARD RECOVERY.             *
000125*                                                                *
000126* FBXH-BOOK IS THE RULE BOOK THE RUN CLASSIFIED UNDER - EVERY    *
000127* DETAIL OF THE FEED BELONGS TO IT.  FEEDS WRITTEN BEFORE IT WAS *
000128* ADDED CARRY SPACES THERE, WHICH MEANS BOOK STD.                *
000129*----------------------------------------------------------------*
000130  01  FBXH-RECORD.
000140         05  FBXH-TYPE           PIC X(01).
000150             88  FBXH-IS-HEADER            VALUE "H".
000170         05  FBXH-RUN-TIME       PIC 9(06).
000180         05  FBXH-FIRST          PIC 9(09).
000190         05  FBXH-LAST           PIC 9(09).
000200         05  FBXH-RULESET-ID     PIC 9(04).
000201         05  FBXH-BOOK           PIC X(03).
000210  01  FBXD-RECORD.
000220         05  FBXD-TYPE           PIC X(01).
000230             88  FBXD-IS-DETAIL            VALUE "D".
