000010******************************************************************
000020*                                                                *
000030*   CVMSTMAP.CPY                                                *
000040*                                                                *
000050*   SYMBOLIC MAP FOR THE CV250 CANDIDATE MASTER MAINTENANCE     *
000060*   SCREEN (MAPSET CVMSTST, MAP CVMSTMP - SEE CVMASTM.BMS).     *
000070*   KEPT IN STEP WITH THE BMS SOURCE BY HAND, AS THE OTHER      *
000080*   MAPS IN THIS SHOP ARE - REGENERATE FROM THE BMS MACROS IF   *
000090*   THE SCREEN LAYOUT CHANGES.                                  *
000100*                                                                *
000110*   MODIFICATION HISTORY.                                       *
000120*       2026-10-15  RM  ORIGINAL LAYOUT.                        *
000130*                                                                *
000140******************************************************************
000150 05  CVMSTMPI.
000160     10  FILLER              PIC X(12).
000170     10  CANDIDL             PIC S9(04) COMP.
000180     10  CANDIDF             PIC X(01).
000190     10  CANDIDI             PIC X(10).
000200     10  ACTIONL             PIC S9(04) COMP.
000210     10  ACTIONF             PIC X(01).
000220     10  ACTIONI             PIC X(01).
000230     10  NAMEL               PIC S9(04) COMP.
000240     10  NAMEF               PIC X(01).
000250     10  NAMEI               PIC X(30).
000260     10  EMAILL              PIC S9(04) COMP.
000270     10  EMAILF              PIC X(01).
000280     10  EMAILI              PIC X(40).
000290     10  PHONEL              PIC S9(04) COMP.
000300     10  PHONEF              PIC X(01).
000310     10  PHONEI              PIC X(15).
000320     10  LOCATNL             PIC S9(04) COMP.
000330     10  LOCATNF             PIC X(01).
000340     10  LOCATNI             PIC X(30).
000350     10  SURVIDL             PIC S9(04) COMP.
000360     10  SURVIDF             PIC X(01).
000370     10  SURVIDI             PIC X(10).
000380     10  STATUSL             PIC S9(04) COMP.
000390     10  STATUSF             PIC X(01).
000400     10  STATUSI             PIC X(10).
000410     10  MERGEDL             PIC S9(04) COMP.
000420     10  MERGEDF             PIC X(01).
000430     10  MERGEDI             PIC X(10).
000440     10  CHAINL              PIC S9(04) COMP.
000450     10  CHAINF              PIC X(01).
000460     10  CHAINI              PIC X(77).
000470     10  MSGL                PIC S9(04) COMP.
000480     10  MSGF                PIC X(01).
000490     10  MSGI                PIC X(60).
000500 05  CVMSTMPO REDEFINES CVMSTMPI.
000510     10  FILLER              PIC X(12).
000520     10  FILLER              PIC X(03).
000530     10  CANDIDO             PIC X(10).
000540     10  FILLER              PIC X(03).
000550     10  ACTIONO             PIC X(01).
000560     10  FILLER              PIC X(03).
000570     10  NAMEO               PIC X(30).
000580     10  FILLER              PIC X(03).
000590     10  EMAILO              PIC X(40).
000600     10  FILLER              PIC X(03).
000610     10  PHONEO              PIC X(15).
000620     10  FILLER              PIC X(03).
000630     10  LOCATNO             PIC X(30).
000640     10  FILLER              PIC X(03).
000650     10  SURVIDO             PIC X(10).
000660     10  FILLER              PIC X(03).
000670     10  STATUSO             PIC X(10).
000680     10  FILLER              PIC X(03).
000690     10  MERGEDO             PIC X(10).
000700     10  FILLER              PIC X(03).
000710     10  CHAINO              PIC X(77).
000720     10  FILLER              PIC X(03).
000730     10  MSGO                PIC X(60).
