000120*                                                                *
000130*   MODIFICATION HISTORY.                                       *
000140*       2026-09-01  RM  ORIGINAL LAYOUT.                        *
000145*       2026-10-15  RM  HEADCNT AND HIRED FIELDS FOR LINE 6.    *
000150*                                                                *
000160******************************************************************
000170 05  CVREQMPI.
000340     10  EFFTOL              PIC S9(04) COMP.
000350     10  EFFTOF              PIC X(01).
000360     10  EFFTOI              PIC X(08).
000361     10  HEADCNTL            PIC S9(04) COMP.
000362     10  HEADCNTF            PIC X(01).
000363     10  HEADCNTI            PIC X(03).
000364     10  HIREDL              PIC S9(04) COMP.
000365     10  HIREDF              PIC X(01).
000366     10  HIREDI              PIC X(03).
000370     10  MSGL                PIC S9(04) COMP.
000380     10  MSGF                PIC X(01).
000390     10  MSGI                PIC X(60).
000580     10  EFFFROMO            PIC X(08).
000590     10  FILLER              PIC X(03).
000600     10  EFFTOO              PIC X(08).
000602     10  FILLER              PIC X(03).
000604     10  HEADCNTO            PIC X(03).
000606     10  FILLER              PIC X(03).
000608     10  HIREDO              PIC X(03).
000610     10  FILLER              PIC X(03).
000620     10  MSGO                PIC X(60).
000630     10  CVREQSKL OCCURS 10 TIMES.
