000010******************************************************************
000020*                                                                *
000030*   CVHIRE.CPY                                                  *
000040*                                                                *
000050*   THE FIXED-LAYOUT RECORDS OF THE NEW-HIRE FEED TO HR         *
000060*   ONBOARDING (CVNEWHIRE.DAT), WRITTEN BY CV600 EACH RUN -     *
000070*   ONE HEADER, THEN FOR EACH HIRE ONE CANDIDATE RECORD         *
000080*   FOLLOWED BY ONE DETAIL PER CURRENT CVHIST NODE, THEN ONE    *
000090*   TRAILER.  A RUN WITH NO HIRES STILL SENDS THE HEADER AND A  *
000100*   ZERO TRAILER.  LIKE CVXTR.CPY THIS ONE CARRIES FULL 01      *
000110*   RECORDS - COPY IT AT THE 01 LEVEL, NOT UNDER ONE.           *
000120*                                                                *
000130*   THE TRAILER CARRIES THE RECORD COUNTS, THE SUM OF THE HIRE  *
000140*   DATES AND THE SUM OF THE NODES' NUMERIC START DATES (A      *
000150*   NODE WITH NO DATE ADDS NOTHING), SO THE RECEIVING SYSTEM    *
000160*   CAN BALANCE BEFORE LOADING THE WAY IT DOES CVEXTRACT.DAT.   *
000170*                                                                *
000180*   MODIFICATION HISTORY.                                       *
000190*       2026-10-15  RM  ORIGINAL LAYOUT.                        *
000200*                                                                *
000210******************************************************************
000220 01  CV-HIRE-HEADER-REC.
000230     03  CV-HH-REC-TYPE          PIC X(01) VALUE 'H'.
000240     03  CV-HH-RUN-DATE          PIC 9(08) VALUE ZERO.
000250     03  CV-HH-SOURCE            PIC X(40) VALUE SPACES.
000260     03  FILLER                  PIC X(391) VALUE SPACES.
000270 01  CV-HIRE-CANDIDATE-REC.
000280     03  CV-HC-REC-TYPE          PIC X(01) VALUE 'C'.
000290     03  CV-HC-CANDIDATE-ID      PIC X(10).
000300     03  CV-HC-NAME              PIC X(30).
000310     03  CV-HC-EMAIL             PIC X(40).
000320     03  CV-HC-PHONE             PIC X(15).
000330     03  CV-HC-LOCATION          PIC X(30).
000340     03  CV-HC-REQ-ID            PIC X(08).
000350     03  CV-HC-ROLE-TITLE        PIC X(40).
000360     03  CV-HC-HIRE-DATE         PIC 9(08).
000370     03  FILLER                  PIC X(258) VALUE SPACES.
000380 01  CV-HIRE-DETAIL-REC.
000390     03  CV-HD-REC-TYPE          PIC X(01) VALUE 'D'.
000400     03  CV-HD-CANDIDATE-ID      PIC X(10).
000410     03  CV-HD-SECTION-CODE      PIC X(02).
000420     03  CV-HD-TITLE             PIC X(40).
000430     03  CV-HD-ORGANIZATION      PIC X(40).
000440     03  CV-HD-START-DATE        PIC X(08).
000450     03  CV-HD-END-DATE          PIC X(08).
000460     03  CV-HD-DESCRIPTION       PIC X(320).
000470     03  CV-HD-VERSION-NUMBER    PIC 9(05).
000480     03  FILLER                  PIC X(06) VALUE SPACES.
000490 01  CV-HIRE-TRAILER-REC.
000500     03  CV-HT-REC-TYPE          PIC X(01) VALUE 'T'.
000510     03  CV-HT-HIRE-COUNT        PIC 9(07) VALUE ZERO.
000520     03  CV-HT-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
000530     03  CV-HT-HIRE-DATE-HASH    PIC 9(13) VALUE ZERO.
000540     03  CV-HT-START-DATE-HASH   PIC 9(13) VALUE ZERO.
000550     03  FILLER                  PIC X(399) VALUE SPACES.
