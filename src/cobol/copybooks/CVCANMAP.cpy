000010******************************************************************
000020*                                                                *
000030*   CVCANMAP.CPY                                                *
000040*                                                                *
000050*   SYMBOLIC MAP FOR THE CV310 CANDIDATE 360 INQUIRY SCREEN     *
000060*   (MAPSET CVCANST, MAP CVCANMP - SEE CVCAND.BMS).  KEPT IN    *
000070*   STEP WITH THE BMS SOURCE BY HAND, AS THE OTHER MAPS IN      *
000080*   THIS SHOP ARE - REGENERATE FROM THE BMS MACROS IF THE       *
000090*   SCREEN LAYOUT CHANGES.  THE THIRTEEN DETAIL LINES ARE       *
000100*   OVERLAID WITH AN OCCURS AS IN CVINQMAP.CPY.                 *
000110*                                                                *
000120*   MODIFICATION HISTORY.                                       *
000130*       2026-10-15  RM  ORIGINAL LAYOUT.                        *
000140*                                                                *
000150******************************************************************
000160 05  CVCANMPI.
000170     10  FILLER              PIC X(12).
000180     10  CANDIDL             PIC S9(04) COMP.
000190     10  CANDIDF             PIC X(01).
000200     10  CANDIDI             PIC X(10).
000210     10  STATUSL             PIC S9(04) COMP.
000220     10  STATUSF             PIC X(01).
000230     10  STATUSI             PIC X(10).
000240     10  PAGEL               PIC S9(04) COMP.
000250     10  PAGEF               PIC X(01).
000260     10  PAGEI               PIC X(03).
000270     10  NAMEL               PIC S9(04) COMP.
000280     10  NAMEF               PIC X(01).
000290     10  NAMEI               PIC X(30).
000300     10  MERGEDL             PIC S9(04) COMP.
000310     10  MERGEDF             PIC X(01).
000320     10  MERGEDI             PIC X(10).
000330     10  EMAILL              PIC S9(04) COMP.
000340     10  EMAILF              PIC X(01).
000350     10  EMAILI              PIC X(40).
000360     10  PHONEL              PIC S9(04) COMP.
000370     10  PHONEF              PIC X(01).
000380     10  PHONEI              PIC X(15).
000390     10  LOCATNL             PIC S9(04) COMP.
000400     10  LOCATNF             PIC X(01).
000410     10  LOCATNI             PIC X(30).
000420     10  MSGL                PIC S9(04) COMP.
000430     10  MSGF                PIC X(01).
000440     10  MSGI                PIC X(60).
000450     10  CVCANDTLI OCCURS 13 TIMES.
000460         15  DTLL            PIC S9(04) COMP.
000470         15  DTLF            PIC X(01).
000480         15  DTLI            PIC X(79).
000490 05  CVCANMPO REDEFINES CVCANMPI.
000500     10  FILLER              PIC X(12).
000510     10  FILLER              PIC X(03).
000520     10  CANDIDO             PIC X(10).
000530     10  FILLER              PIC X(03).
000540     10  STATUSO             PIC X(10).
000550     10  FILLER              PIC X(03).
000560     10  PAGEO               PIC X(03).
000570     10  FILLER              PIC X(03).
000580     10  NAMEO               PIC X(30).
000590     10  FILLER              PIC X(03).
000600     10  MERGEDO             PIC X(10).
000610     10  FILLER              PIC X(03).
000620     10  EMAILO              PIC X(40).
000630     10  FILLER              PIC X(03).
000640     10  PHONEO              PIC X(15).
000650     10  FILLER              PIC X(03).
000660     10  LOCATNO             PIC X(30).
000670     10  FILLER              PIC X(03).
000680     10  MSGO                PIC X(60).
000690     10  CVCANDTL OCCURS 13 TIMES.
000700         15  FILLER          PIC X(03).
000710         15  DTLO            PIC X(79).
