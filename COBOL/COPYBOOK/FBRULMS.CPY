000010*----------------------------------------------------------------*
000020* FBRULMS -- SYMBOLIC MAP FOR BMS MAPSET FBRULMS, MAP FBRUL1     *
000030*                                                                *
000040* FBRB RULE MASTER BROWSE (PROGRAM FBRULBRW).  KEPT BY HAND IN   *
000050* STEP WITH THE MAPSET SOURCE BMS/FBRULMS - THE MAPSET IS        *
000060* ASSEMBLED TYPE=MAP ONLY.  THE FIFTEEN DETAIL FIELDS RL01-RL15  *
000070* ARE ADJACENT AND ALIKE, SO THEY ARE DECLARED HERE AS ONE OCCURS*
000080* GROUP (RL-IN / RL-OUT) FOR THE PROGRAM TO SUBSCRIPT.           *
000090*----------------------------------------------------------------*
000100  01  FBRUL1I.
000110         05  FILLER        PIC X(12).
000120         05  TODAYL        PIC S9(4) COMP.
000130         05  TODAYF        PIC X(01).
000140         05  FILLER REDEFINES TODAYF.
000150             10  TODAYA    PIC X(01).
000160         05  TODAYI        PIC X(08).
000170         05  PAGENOL       PIC S9(4) COMP.
000180         05  PAGENOF       PIC X(01).
000190         05  FILLER REDEFINES PAGENOF.
000200             10  PAGENOA   PIC X(01).
000210         05  PAGENOI       PIC X(03).
000220         05  VERSL         PIC S9(4) COMP.
000230         05  VERSF         PIC X(01).
000240         05  FILLER REDEFINES VERSF.
000250             10  VERSA     PIC X(01).
000260         05  VERSI         PIC X(04).
000270         05  LDATEL        PIC S9(4) COMP.
000280         05  LDATEF        PIC X(01).
000290         05  FILLER REDEFINES LDATEF.
000300             10  LDATEA    PIC X(01).
000310         05  LDATEI        PIC X(08).
000320         05  LTIMEL        PIC S9(4) COMP.
000330         05  LTIMEF        PIC X(01).
000340         05  FILLER REDEFINES LTIMEF.
000350             10  LTIMEA    PIC X(01).
000360         05  LTIMEI        PIC X(06).
000370         05  LUSERL        PIC S9(4) COMP.
000380         05  LUSERF        PIC X(01).
000390         05  FILLER REDEFINES LUSERF.
000400             10  LUSERA    PIC X(01).
000410         05  LUSERI        PIC X(08).
000420         05  RL-IN OCCURS 15 TIMES.
000430             10  RLL       PIC S9(4) COMP.
000440             10  RLF       PIC X(01).
000450             10  RLI       PIC X(70).
000460         05  MSGL          PIC S9(4) COMP.
000470         05  MSGF          PIC X(01).
000480         05  FILLER REDEFINES MSGF.
000490             10  MSGA      PIC X(01).
000500         05  MSGI          PIC X(78).
000510  01  FBRUL1O REDEFINES FBRUL1I.
000520         05  FILLER        PIC X(12).
000530         05  FILLER        PIC X(03).
000540         05  TODAYO        PIC X(08).
000550         05  FILLER        PIC X(03).
000560         05  PAGENOO       PIC X(03).
000570         05  FILLER        PIC X(03).
000580         05  VERSO         PIC X(04).
000590         05  FILLER        PIC X(03).
000600         05  LDATEO        PIC X(08).
000610         05  FILLER        PIC X(03).
000620         05  LTIMEO        PIC X(06).
000630         05  FILLER        PIC X(03).
000640         05  LUSERO        PIC X(08).
000650         05  RL-OUT OCCURS 15 TIMES.
000660             10  FILLER    PIC X(03).
000670             10  RLO       PIC X(70).
000680         05  FILLER        PIC X(03).
000690         05  MSGO          PIC X(78).
