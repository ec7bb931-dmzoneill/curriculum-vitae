000010******************************************************************
000020*                                                                *
000030*   CVJRNL.CPY                                                  *
000040*                                                                *
000050*   ONE RECORD OF THE MASTER CHANGE JOURNAL (CVJRNL.DAT) - THE  *
000060*   BEFORE AND AFTER IMAGE OF EVERY ADD, CHANGE, INACTIVATE,    *
000070*   MERGE, CLOSE AND STAGE CHANGE MADE TO CVMAST, CVREQ AND     *
000080*   CVPIPE.  WRITTEN BY CV200, CV210 AND CV600 IN BATCH AND BY  *
000090*   THE CV250 AND CV500 TRANSACTIONS ONLINE (FCT NAME CVJRNL),  *
000100*   AND LISTED BY CV800.                                        *
000110*                                                                *
000120*   THE KEY IS DATE, TIME, PROGRAM AND A SEQUENCE NUMBER, SO    *
000130*   THE FILE READS BACK IN THE ORDER THE CHANGES WERE MADE AND  *
000140*   A DATE RANGE IS ONE START AND A SEQUENTIAL READ.  BATCH     *
000150*   PROGRAMS NUMBER THEIR RECORDS FROM 1 EACH RUN; ONLINE ONES  *
000160*   USE THE CICS TASK NUMBER.  TIME IS HHMMSSHH - ONLINE THE    *
000170*   HUNDREDTHS ARE ZERO.                                        *
000180*                                                                *
000190*   THE IMAGES ARE SIZED FOR THE LARGEST MASTER RECORD (CVREQ,  *
000200*   2136 BYTES); CVJ-IMAGE-LENGTH SAYS HOW MUCH OF EACH IS      *
000210*   THE RECORD.  AN ADD HAS A BLANK BEFORE IMAGE.               *
000220*                                                                *
000230*   MODIFICATION HISTORY.                                       *
000240*       2026-10-15  RM  ORIGINAL LAYOUT.                        *
000250*       2026-10-15  RM  CV210 LISTED AMONG THE JOURNAL WRITERS. *
000260*                                                                *
000270******************************************************************
000280 05  CVJ-RECORD-KEY.
000290     10  CVJ-JOURNAL-DATE        PIC 9(08).
000300     10  CVJ-JOURNAL-TIME        PIC 9(08).
000310     10  CVJ-PROGRAM-ID          PIC X(08).
000320     10  CVJ-SEQUENCE            PIC 9(07).
000330 05  CVJ-TRANSACTION-ID          PIC X(04).
000340 05  CVJ-TERMINAL-ID             PIC X(04).
000350 05  CVJ-USER-ID                 PIC X(08).
000360 05  CVJ-FILE-NAME               PIC X(08).
000370     88  CVJ-FILE-CVMAST             VALUE 'CVMAST'.
000380     88  CVJ-FILE-CVREQ              VALUE 'CVREQ'.
000390     88  CVJ-FILE-CVPIPE             VALUE 'CVPIPE'.
000400 05  CVJ-ACTION-CODE             PIC X(01).
000410     88  CVJ-ACTION-ADD              VALUE 'A'.
000420     88  CVJ-ACTION-CHANGE           VALUE 'C'.
000430     88  CVJ-ACTION-INACTIVATE       VALUE 'I'.
000440     88  CVJ-ACTION-MERGE            VALUE 'M'.
000450     88  CVJ-ACTION-CLOSE            VALUE 'X'.
000460     88  CVJ-ACTION-STAGE            VALUE 'S'.
000470 05  CVJ-MASTER-KEY              PIC X(20).
000480 05  CVJ-IMAGE-LENGTH            PIC 9(05).
000490 05  CVJ-BEFORE-IMAGE            PIC X(2136).
000500 05  CVJ-AFTER-IMAGE             PIC X(2136).
000510 05  FILLER                      PIC X(20).
