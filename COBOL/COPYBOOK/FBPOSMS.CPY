000010*----------------------------------------------------------------*
000020* FBPOSMS -- SYMBOLIC MAP FOR BMS MAPSET FBPOSMS, MAP FBPOS1     *
000030*                                                                *
000040* FBPI POSITION INQUIRY (PROGRAM FBPOSINQ).  KEPT BY HAND IN STEP*
000050* WITH THE MAPSET SOURCE BMS/FBPOSMS - THE MAPSET IS ASSEMBLED   *
000060* TYPE=MAP ONLY.  L = INPUT LENGTH, F/A = FLAG/ATTRIBUTE BYTE,   *
000070* I = INPUT DATA, O = OUTPUT DATA.                               *
000080*----------------------------------------------------------------*
000090  01  FBPOS1I.
000100         05  FILLER        PIC X(12).
000110         05  TODAYL        PIC S9(4) COMP.
000120         05  TODAYF        PIC X(01).
000130         05  FILLER REDEFINES TODAYF.
000140             10  TODAYA    PIC X(01).
000150         05  TODAYI        PIC X(08).
000160         05  POSNL         PIC S9(4) COMP.
000170         05  POSNF         PIC X(01).
000180         05  FILLER REDEFINES POSNF.
000190             10  POSNA     PIC X(01).
000200         05  POSNI         PIC X(09).
000210         05  CLASSL        PIC S9(4) COMP.
000220         05  CLASSF        PIC X(01).
000230         05  FILLER REDEFINES CLASSF.
000240             10  CLASSA    PIC X(01).
000250         05  CLASSI        PIC X(08).
000260         05  RSETL         PIC S9(4) COMP.
000270         05  RSETF         PIC X(01).
000280         05  FILLER REDEFINES RSETF.
000290             10  RSETA     PIC X(01).
000300         05  RSETI         PIC X(04).
000310         05  LRUNL         PIC S9(4) COMP.
000320         05  LRUNF         PIC X(01).
000330         05  FILLER REDEFINES LRUNF.
000340             10  LRUNA     PIC X(01).
000350         05  LRUNI         PIC X(08).
000360         05  SRCEL         PIC S9(4) COMP.
000370         05  SRCEF         PIC X(01).
000380         05  FILLER REDEFINES SRCEF.
000390             10  SRCEA     PIC X(01).
000400         05  SRCEI         PIC X(40).
000410         05  MSGL          PIC S9(4) COMP.
000420         05  MSGF          PIC X(01).
000430         05  FILLER REDEFINES MSGF.
000440             10  MSGA      PIC X(01).
000450         05  MSGI          PIC X(78).
000460  01  FBPOS1O REDEFINES FBPOS1I.
000470         05  FILLER        PIC X(12).
000480         05  FILLER        PIC X(03).
000490         05  TODAYO        PIC X(08).
000500         05  FILLER        PIC X(03).
000510         05  POSNO         PIC X(09).
000520         05  FILLER        PIC X(03).
000530         05  CLASSO        PIC X(08).
000540         05  FILLER        PIC X(03).
000550         05  RSETO         PIC X(04).
000560         05  FILLER        PIC X(03).
000570         05  LRUNO         PIC X(08).
000580         05  FILLER        PIC X(03).
000590         05  SRCEO         PIC X(40).
000600         05  FILLER        PIC X(03).
000610         05  MSGO          PIC X(78).
