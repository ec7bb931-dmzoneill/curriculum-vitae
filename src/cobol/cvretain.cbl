000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV810.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - BATCH SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV810 - DATA RETENTION AND ARCHIVAL RUN.                    *
000100*                                                               *
000110*   AGES OUT WHAT THE DATA-PROTECTION POLICY SAYS WE MAY NO     *
000120*   LONGER KEEP.  EACH EXPIRED RECORD IS WRITTEN TO THE RUN'S   *
000130*   DATED ARCHIVE FILE FOR ITS CLASS, LISTED ON THE RETENTION   *
000140*   CERTIFICATE CVRETCRT.YYYYMMDD.TXT, AND THEN DELETED FROM    *
000150*   THE LIVE FILE.  THE CLASSES AND THEIR ARCHIVES ARE -        *
000160*                                                               *
000170*     INACTIVE MASTERS  CVMAST.DAT STATUS I WITH NO NODE SEEN   *
000180*                       AND NO MASTER CHANGE JOURNALLED WITHIN  *
000190*                       THE PERIOD.  THEIR REMAINING CVHIST     *
000200*                       NODES GO WITH THEM.  CVARCMST (MASTER)  *
000210*                       AND CVARCHST (NODES).YYYYMMDD.DAT.      *
000220*     MISSING HISTORY   CVHIST.DAT STATUS M NOT SEEN WITHIN THE *
000230*                       PERIOD.  CVARCHST.YYYYMMDD.DAT.         *
000240*     CLOSED PIPELINE   CVPIPE.DAT RECORDS ON A FILLED OR       *
000250*                       CANCELLED REQUISITION, AGED FROM THE    *
000260*                       LATER OF THE CLOSE (EFFECTIVE-TO) AND   *
000270*                       STAGE DATES.  CVARCPIP.YYYYMMDD.DAT.    *
000280*     STATISTICS        CVSTATS.DAT RUN AND FILE RECORDS BY     *
000290*                       RUN DATE.  CVARCSTA.YYYYMMDD.DAT.       *
000300*     JOURNAL           CVJRNL.DAT ENTRIES BY JOURNAL DATE.     *
000310*                       CVARCJRN.YYYYMMDD.DAT.                  *
000320*                                                               *
000330*   THE PERIODS COME FROM CVRETAIN.TXT, ONE KEY=VALUE PER       *
000340*   LINE IN DAYS, '*' IN COLUMN 1 FOR A COMMENT -               *
000350*                                                               *
000360*       INACTIVE-MASTER-DAYS=NNNNN                              *
000370*       MISSING-HISTORY-DAYS=NNNNN                              *
000380*       CLOSED-PIPELINE-DAYS=NNNNN                              *
000390*       STATISTICS-DAYS=NNNNN                                   *
000400*       JOURNAL-DAYS=NNNNN                                      *
000410*                                                               *
000420*   A CLASS WITH NO PERIOD IS NOT RUN - NOTHING IS EVER         *
000430*   REMOVED BY DEFAULT.  JOURNAL-DAYS SHOULD BE NO SHORTER      *
000440*   THAN INACTIVE-MASTER-DAYS, OR THE JOURNAL NO LONGER SHOWS   *
000450*   THE RECENT MASTER CHANGES THAT HOLD A CANDIDATE.            *
000460*                                                               *
000470*   A CANDIDATE WITH OPEN PIPELINE ACTIVITY - A CVPIPE RECORD   *
000480*   NOT DECLINED OR WITHDRAWN ON A REQUISITION THAT IS STILL    *
000490*   OPEN OR NOT ON CVREQ.DAT - IS SKIPPED BY ALL THREE          *
000500*   CANDIDATE CLASSES.  AN INACTIVE MASTER IS ALSO HELD WHILE   *
000510*   IT HAS ANY PIPELINE RECORD AT ALL ON FILE, WHILE ANOTHER    *
000520*   MASTER IS MERGED INTO IT, AND WHILE IT HAS A JOURNALLED     *
000530*   CHANGE WITHIN THE PERIOD (THE MERGE OR INACTIVATION ITSELF  *
000540*   COUNTS), AND IS LISTED AS HELD ON THE CERTIFICATE.  THESE   *
000550*   HOLDS ARE TABLED BEFORE ANYTHING IS DELETED; IF THE TABLE   *
000560*   CANNOT BE BUILT NO CANDIDATE DATA IS REMOVED THIS RUN.      *
000570*                                                               *
000580*   SAFE TO RERUN - EVERY RECORD IS ARCHIVED AND CERTIFIED      *
000590*   BEFORE IT IS DELETED, AND THE ARCHIVES AND CERTIFICATE ARE  *
000600*   EXTENDED, NOT REPLACED, SO A RERUN ON THE SAME DAY ONLY     *
000610*   PICKS UP WHAT IS STILL ON THE LIVE FILES.  A RECORD CAUGHT  *
000620*   BETWEEN ITS ARCHIVE WRITE AND ITS DELETE IS ARCHIVED AGAIN  *
000630*   BY THE RERUN - TWICE, NEVER NOT AT ALL.  CVSTATS.DAT IS     *
000640*   LINE SEQUENTIAL, SO THE RECORDS KEPT ARE COPIED TO          *
000650*   CVSTATS.WRK, CLOSED OFF WITH A COUNT TRAILER, AND COPIED    *
000660*   BACK; A WORK FILE FOUND COMPLETE AT START IS A COPY-BACK    *
000670*   THAT DID NOT FINISH, AND IS FINISHED FIRST.                 *
000680*                                                               *
000690*   RETENTION DELETES ARE NOT WRITTEN TO THE CHANGE JOURNAL -   *
000700*   ITS BEFORE IMAGE WOULD KEEP THE VERY DATA BEING AGED OUT.   *
000710*   RUN WHEN CV100, CV200 AND CV600 ARE NOT RUNNING.            *
000720*                                                               *
000730*   CONDITION CODES FOLLOW CV100 - 0 CLEAN, 4 WARNINGS (NO      *
000740*   PARAMETERS, A PARAMETER LINE IGNORED), 8 CANDIDATE CLASSES  *
000750*   NOT RUN (HOLD TABLE FULL), 12 I/O ERROR - RERUN ONCE THE    *
000760*   CAUSE IS CLEARED.                                           *
000770*                                                               *
000780*   MODIFICATION HISTORY.                                      *
000790*       2026-10-15  RM  ORIGINAL VERSION.                      *
000800*                                                               *
000810*****************************************************************
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT CVRT-PARM-FILE
000860         ASSIGN TO 'CVRETAIN.TXT'
000870         ORGANIZATION LINE SEQUENTIAL
000880         FILE STATUS IS CVRT-PARM-STATUS.
000890     SELECT CVRT-MASTER-FILE
000900         ASSIGN TO 'CVMAST.DAT'
000910         ORGANIZATION INDEXED
000920         ACCESS DYNAMIC
000930         RECORD KEY CVM-CANDIDATE-ID
000940         FILE STATUS IS CVRT-MASTER-STATUS.
000950     SELECT CVRT-HISTORY-FILE
000960         ASSIGN TO 'CVHIST.DAT'
000970         ORGANIZATION INDEXED
000980         ACCESS DYNAMIC
000990         RECORD KEY CVH-RECORD-KEY
001000         FILE STATUS IS CVRT-HISTORY-STATUS.
001010     SELECT CVRT-PIPE-FILE
001020         ASSIGN TO 'CVPIPE.DAT'
001030         ORGANIZATION INDEXED
001040         ACCESS DYNAMIC
001050         RECORD KEY CVP-RECORD-KEY
001060         FILE STATUS IS CVRT-PIPE-STATUS.
001070     SELECT CVRT-REQMAST-FILE
001080         ASSIGN TO 'CVREQ.DAT'
001090         ORGANIZATION INDEXED
001100         ACCESS RANDOM
001110         RECORD KEY CVR-REQ-ID
001120         FILE STATUS IS CVRT-REQMAST-STATUS.
001130     SELECT CVRT-JOURNAL-FILE
001140         ASSIGN TO 'CVJRNL.DAT'
001150         ORGANIZATION INDEXED
001160         ACCESS DYNAMIC
001170         RECORD KEY CVJ-RECORD-KEY
001180         FILE STATUS IS CVRT-JOURNAL-STATUS.
001190     SELECT CVRT-STATS-FILE
001200         ASSIGN TO 'CVSTATS.DAT'
001210         ORGANIZATION LINE SEQUENTIAL
001220         FILE STATUS IS CVRT-STATS-STATUS.
001230     SELECT CVRT-STATWORK-FILE
001240         ASSIGN TO 'CVSTATS.WRK'
001250         ORGANIZATION LINE SEQUENTIAL
001260         FILE STATUS IS CVRT-STATWORK-STATUS.
001270     SELECT CVRT-CERT-FILE
001280         ASSIGN DYNAMIC CVRT-CERT-FILE-NAME
001290         ORGANIZATION LINE SEQUENTIAL
001300         FILE STATUS IS CVRT-CERT-STATUS.
001310     SELECT CVRT-ARCMAST-FILE
001320         ASSIGN DYNAMIC CVRT-ARCMAST-FILE-NAME
001330         ORGANIZATION LINE SEQUENTIAL
001340         FILE STATUS IS CVRT-ARCMAST-STATUS.
001350     SELECT CVRT-ARCHIST-FILE
001360         ASSIGN DYNAMIC CVRT-ARCHIST-FILE-NAME
001370         ORGANIZATION LINE SEQUENTIAL
001380         FILE STATUS IS CVRT-ARCHIST-STATUS.
001390     SELECT CVRT-ARCPIPE-FILE
001400         ASSIGN DYNAMIC CVRT-ARCPIPE-FILE-NAME
001410         ORGANIZATION LINE SEQUENTIAL
001420         FILE STATUS IS CVRT-ARCPIPE-STATUS.
001430     SELECT CVRT-ARCSTAT-FILE
001440         ASSIGN DYNAMIC CVRT-ARCSTAT-FILE-NAME
001450         ORGANIZATION LINE SEQUENTIAL
001460         FILE STATUS IS CVRT-ARCSTAT-STATUS.
001470     SELECT CVRT-ARCJRNL-FILE
001480         ASSIGN DYNAMIC CVRT-ARCJRNL-FILE-NAME
001490         ORGANIZATION LINE SEQUENTIAL
001500         FILE STATUS IS CVRT-ARCJRNL-STATUS.
001510 DATA DIVISION.
001520 FILE SECTION.
001530 FD  CVRT-PARM-FILE.
001540 01  CVRT-PARM-LINE              PIC X(80).
001550 FD  CVRT-MASTER-FILE.
001560 01  CVRT-MASTER-RECORD.
001570     COPY CVMAST.
001580 FD  CVRT-HISTORY-FILE.
001590 01  CVRT-HISTORY-RECORD.
001600     COPY CVHIST.
001610 FD  CVRT-PIPE-FILE.
001620 01  CVRT-PIPE-RECORD.
001630     COPY CVPIPE.
001640 FD  CVRT-REQMAST-FILE.
001650 01  CVRT-REQMAST-RECORD.
001660     COPY CVREQ.
001670 FD  CVRT-JOURNAL-FILE.
001680 01  CVRT-JOURNAL-RECORD.
001690     COPY CVJRNL.
001700 FD  CVRT-STATS-FILE.
001710 01  CVRT-STATS-LINE             PIC X(340).
001720 FD  CVRT-STATWORK-FILE.
001730 01  CVRT-STATWORK-LINE          PIC X(340).
001740 FD  CVRT-CERT-FILE.
001750 01  CVRT-CERT-LINE              PIC X(132).
001760 FD  CVRT-ARCMAST-FILE.
001770 01  CVRT-ARCMAST-LINE           PIC X(150).
001780 FD  CVRT-ARCHIST-FILE.
001790 01  CVRT-ARCHIST-LINE           PIC X(458).
001800 FD  CVRT-ARCPIPE-FILE.
001810 01  CVRT-ARCPIPE-LINE           PIC X(50).
001820 FD  CVRT-ARCSTAT-FILE.
001830 01  CVRT-ARCSTAT-LINE           PIC X(340).
001840 FD  CVRT-ARCJRNL-FILE.
001850 01  CVRT-ARCJRNL-LINE           PIC X(4373).
001860 WORKING-STORAGE SECTION.
001870 77  CVRT-PARM-STATUS            PIC X(02) VALUE '00'.
001880     88  CVRT-PARM-FOUND             VALUE '00'.
001890     88  CVRT-PARM-MISSING           VALUE '35'.
001900 77  CVRT-MASTER-STATUS          PIC X(02) VALUE '00'.
001910     88  CVRT-MASTER-STATUS-OK       VALUE '00'.
001920     88  CVRT-MASTER-AT-END          VALUE '10'.
001930     88  CVRT-MASTER-ABSENT          VALUE '35'.
001940 77  CVRT-HISTORY-STATUS         PIC X(02) VALUE '00'.
001950     88  CVRT-HISTORY-STATUS-OK      VALUE '00'.
001960     88  CVRT-HISTORY-AT-END         VALUE '10'.
001970     88  CVRT-HISTORY-NOT-FOUND      VALUE '23'.
001980     88  CVRT-HISTORY-ABSENT         VALUE '35'.
001990 77  CVRT-PIPE-STATUS            PIC X(02) VALUE '00'.
002000     88  CVRT-PIPE-STATUS-OK         VALUE '00'.
002010     88  CVRT-PIPE-AT-END            VALUE '10'.
002020     88  CVRT-PIPE-ABSENT            VALUE '35'.
002030 77  CVRT-REQMAST-STATUS         PIC X(02) VALUE '00'.
002040     88  CVRT-REQMAST-STATUS-OK      VALUE '00'.
002050     88  CVRT-REQMAST-NOT-FOUND      VALUE '23'.
002060     88  CVRT-REQMAST-ABSENT         VALUE '35'.
002070 77  CVRT-JOURNAL-STATUS         PIC X(02) VALUE '00'.
002080     88  CVRT-JOURNAL-STATUS-OK      VALUE '00'.
002090     88  CVRT-JOURNAL-AT-END         VALUE '10'.
002100     88  CVRT-JOURNAL-ABSENT         VALUE '35'.
002110 77  CVRT-STATS-STATUS           PIC X(02) VALUE '00'.
002120     88  CVRT-STATS-STATUS-OK        VALUE '00'.
002130     88  CVRT-STATS-MISSING          VALUE '35'.
002140 77  CVRT-STATWORK-STATUS        PIC X(02) VALUE '00'.
002150     88  CVRT-STATWORK-STATUS-OK     VALUE '00'.
002160     88  CVRT-STATWORK-MISSING       VALUE '35'.
002170 77  CVRT-CERT-STATUS            PIC X(02) VALUE '00'.
002180     88  CVRT-CERT-OPEN-OK           VALUE '00'.
002190 77  CVRT-ARCMAST-STATUS         PIC X(02) VALUE '00'.
002200     88  CVRT-ARCMAST-OPEN-OK        VALUE '00'.
002210 77  CVRT-ARCHIST-STATUS         PIC X(02) VALUE '00'.
002220     88  CVRT-ARCHIST-OPEN-OK        VALUE '00'.
002230 77  CVRT-ARCPIPE-STATUS         PIC X(02) VALUE '00'.
002240     88  CVRT-ARCPIPE-OPEN-OK        VALUE '00'.
002250 77  CVRT-ARCSTAT-STATUS         PIC X(02) VALUE '00'.
002260     88  CVRT-ARCSTAT-OPEN-OK        VALUE '00'.
002270 77  CVRT-ARCJRNL-STATUS         PIC X(02) VALUE '00'.
002280     88  CVRT-ARCJRNL-OPEN-OK        VALUE '00'.
002290 77  CVRT-PARM-EOF-SWITCH        PIC X(01) VALUE 'N'.
002300     88  CVRT-PARM-EOF               VALUE 'Y'.
002310 77  CVRT-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
002320     88  CVRT-MASTER-EOF             VALUE 'Y'.
002330 77  CVRT-HISTORY-EOF-SWITCH     PIC X(01) VALUE 'N'.
002340     88  CVRT-HISTORY-EOF            VALUE 'Y'.
002350 77  CVRT-PIPE-EOF-SWITCH        PIC X(01) VALUE 'N'.
002360     88  CVRT-PIPE-EOF               VALUE 'Y'.
002370 77  CVRT-JOURNAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
002380     88  CVRT-JOURNAL-EOF            VALUE 'Y'.
002390 77  CVRT-STATS-EOF-SWITCH       PIC X(01) VALUE 'N'.
002400     88  CVRT-STATS-EOF              VALUE 'Y'.
002410 77  CVRT-STATWORK-EOF-SWITCH    PIC X(01) VALUE 'N'.
002420     88  CVRT-STATWORK-EOF           VALUE 'Y'.
002430 77  CVRT-HISTORY-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002440     88  CVRT-HISTORY-OPENED         VALUE 'Y'.
002450 77  CVRT-REQMAST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002460     88  CVRT-REQMAST-OPENED         VALUE 'Y'.
002470 77  CVRT-CERT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002480     88  CVRT-CERT-OPENED            VALUE 'Y'.
002490 77  CVRT-ARCMAST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002500     88  CVRT-ARCMAST-OPENED         VALUE 'Y'.
002510 77  CVRT-ARCHIST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002520     88  CVRT-ARCHIST-OPENED         VALUE 'Y'.
002530 77  CVRT-ARCPIPE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002540     88  CVRT-ARCPIPE-OPENED         VALUE 'Y'.
002550 77  CVRT-ARCSTAT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002560     88  CVRT-ARCSTAT-OPENED         VALUE 'Y'.
002570 77  CVRT-ARCJRNL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002580     88  CVRT-ARCJRNL-OPENED         VALUE 'Y'.
002590 77  CVRT-RUN-READY-SWITCH       PIC X(01) VALUE 'N'.
002600     88  CVRT-RUN-READY              VALUE 'Y'.
002610 77  CVRT-HOLD-VALID-SWITCH      PIC X(01) VALUE 'N'.
002620     88  CVRT-HOLD-TABLE-VALID       VALUE 'Y'.
002630 77  CVRT-REQ-FOUND-SWITCH       PIC X(01) VALUE 'N'.
002640     88  CVRT-REQ-FOUND              VALUE 'Y'.
002650 77  CVRT-PIPE-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002660     88  CVRT-PIPE-IS-OPEN           VALUE 'Y'.
002670 77  CVRT-STATWORK-DONE-SWITCH   PIC X(01) VALUE 'N'.
002680     88  CVRT-STATWORK-COMPLETE      VALUE 'Y'.
002690*
002700*    RETENTION PERIODS IN DAYS - ZERO MEANS THE CLASS IS NOT RUN.
002710*
002720 77  CVRT-MASTER-DAYS            PIC 9(05) VALUE ZERO.
002730 77  CVRT-HISTORY-DAYS           PIC 9(05) VALUE ZERO.
002740 77  CVRT-PIPELINE-DAYS          PIC 9(05) VALUE ZERO.
002750 77  CVRT-STATS-DAYS             PIC 9(05) VALUE ZERO.
002760 77  CVRT-JOURNAL-DAYS           PIC 9(05) VALUE ZERO.
002770 77  CVRT-PARM-KEY               PIC X(30).
002780 77  CVRT-PARM-VALUE             PIC X(40).
002790 77  CVRT-PARM-DIGITS            PIC X(10).
002800 77  CVRT-PARM-LENGTH            PIC 9(02) COMP VALUE ZERO.
002810 77  CVRT-PARM-NUMBER            PIC 9(05) VALUE ZERO.
002820 77  CVRT-RUN-DATE               PIC 9(08).
002830 77  CVRT-RUN-TIME               PIC 9(08).
002840 77  CVRT-RUN-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
002850 77  CVRT-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
002860 77  CVRT-AGE-DAYS               PIC S9(07) COMP VALUE ZERO.
002870 77  CVRT-LATEST-DATE            PIC 9(08) VALUE ZERO.
002880 77  CVRT-DAY-YEAR-WORK          PIC 9(07) COMP VALUE ZERO.
002890 77  CVRT-DAY-LEAP-WORK          PIC 9(07) COMP VALUE ZERO.
002900 77  CVRT-DAY-LEAP-4             PIC 9(07) COMP VALUE ZERO.
002910 77  CVRT-DAY-LEAP-100           PIC 9(07) COMP VALUE ZERO.
002920 77  CVRT-DAY-LEAP-400           PIC 9(07) COMP VALUE ZERO.
002930 77  CVRT-CERT-FILE-NAME         PIC X(40) VALUE SPACES.
002940 77  CVRT-ARCMAST-FILE-NAME      PIC X(40) VALUE SPACES.
002950 77  CVRT-ARCHIST-FILE-NAME      PIC X(40) VALUE SPACES.
002960 77  CVRT-ARCPIPE-FILE-NAME      PIC X(40) VALUE SPACES.
002970 77  CVRT-ARCSTAT-FILE-NAME      PIC X(40) VALUE SPACES.
002980 77  CVRT-ARCJRNL-FILE-NAME      PIC X(40) VALUE SPACES.
002990 77  CVRT-CERT-ACTION            PIC X(08) VALUE SPACES.
003000 77  CVRT-CERT-TAG               PIC X(08) VALUE SPACES.
003010 77  CVRT-CERT-KEY               PIC X(60) VALUE SPACES.
003020 77  CVRT-CERT-NOTE              PIC X(40) VALUE SPACES.
003030 77  CVRT-CANDIDATE-ID           PIC X(10) VALUE SPACES.
003040 77  CVRT-MASTER-REMOVED         PIC 9(07) COMP VALUE ZERO.
003050 77  CVRT-MASTER-HELD            PIC 9(07) COMP VALUE ZERO.
003060 77  CVRT-HISTORY-REMOVED        PIC 9(07) COMP VALUE ZERO.
003070 77  CVRT-HISTORY-HELD           PIC 9(07) COMP VALUE ZERO.
003080 77  CVRT-NODES-REMOVED          PIC 9(07) COMP VALUE ZERO.
003090 77  CVRT-CANDIDATE-NODES        PIC 9(05) COMP VALUE ZERO.
003100 77  CVRT-PIPE-REMOVED           PIC 9(07) COMP VALUE ZERO.
003110 77  CVRT-PIPE-HELD              PIC 9(07) COMP VALUE ZERO.
003120 77  CVRT-STATS-REMOVED          PIC 9(07) COMP VALUE ZERO.
003130 77  CVRT-STATS-KEPT             PIC 9(07) COMP VALUE ZERO.
003140 77  CVRT-STATWORK-READ          PIC 9(07) COMP VALUE ZERO.
003150 77  CVRT-JOURNAL-REMOVED        PIC 9(07) COMP VALUE ZERO.
003160 77  CVRT-COUNT-TEXT             PIC 9(07).
003170 77  CVRT-HELD-TEXT              PIC 9(07).
003180 77  CVRT-NODES-TEXT             PIC 9(05).
003190 77  CVRT-CONDITION-CODE         PIC 9(02) COMP VALUE ZERO.
003200 77  CVRT-RAISE-CC-VALUE         PIC 9(02) COMP VALUE ZERO.
003210 77  CVRT-IO-ERROR-SWITCH        PIC X(01) VALUE 'N'.
003220     88  CVRT-IO-ERROR-SEEN          VALUE 'Y'.
003230*
003240*    CANDIDATES THAT MUST NOT LOSE DATA THIS RUN, EACH WITH THE
003250*    STRONGEST REASON SEEN - O OPEN PIPELINE ACTIVITY (HOLDS
003260*    EVERY CANDIDATE CLASS), P PIPELINE RECORD ON FILE, T
003270*    ANOTHER MASTER MERGED INTO IT, J MASTER CHANGE JOURNALLED
003280*    WITHIN THE PERIOD (THESE THREE HOLD THE MASTER ONLY).
003290*
003300 77  CVRT-HOLD-COUNT             PIC 9(05) COMP VALUE ZERO.
003310 77  CVRT-HOLD-MAX               PIC 9(05) COMP VALUE 20000.
003320 77  CVRT-HOLD-INDEX             PIC 9(05) COMP VALUE ZERO.
003330 77  CVRT-HOLD-FOUND-INDEX       PIC 9(05) COMP VALUE ZERO.
003340 77  CVRT-HOLD-CHECK-ID          PIC X(10) VALUE SPACES.
003350 77  CVRT-HOLD-NEW-REASON        PIC X(01) VALUE SPACES.
003360 01  CVRT-HOLD-AREA.
003370     03  CVRT-HOLD-ENTRY OCCURS 20000 TIMES.
003380         05  CVRT-HOLD-ID        PIC X(10).
003390         05  CVRT-HOLD-REASON    PIC X(01).
003400             88  CVRT-HOLD-OPEN-PIPELINE VALUE 'O'.
003410             88  CVRT-HOLD-PIPELINE      VALUE 'P'.
003420             88  CVRT-HOLD-MERGE-TARGET  VALUE 'T'.
003430             88  CVRT-HOLD-RECENT-CHANGE VALUE 'J'.
003440*
003450*    THE COUNT TRAILER THAT CLOSES OFF A COMPLETE CVSTATS.WRK.
003460*
003470 01  CVRT-STATWORK-TRAILER.
003480     03  CVRT-ST-REC-TYPE        PIC X(01) VALUE 'T'.
003490     03  CVRT-ST-RECORD-COUNT    PIC 9(07) VALUE ZERO.
003500     03  FILLER                  PIC X(332) VALUE SPACES.
003510*
003520*    DATE WORK AREA AND THE CUMULATIVE DAYS BEFORE EACH MONTH,
003530*    FOR THE SERIAL DAY NUMBER EVERY AGE IS MEASURED IN.  THE
003540*    LEAP DAY FOR THE WORK YEAR ITSELF IS ADDED ONLY WHEN THE
003550*    DATE IS PAST FEBRUARY.
003560*
003570 01  CVRT-DATE-WORK-AREA.
003580     03  CVRT-DATE-WORK          PIC X(08).
003590     03  CVRT-DATE-WORK-N REDEFINES CVRT-DATE-WORK
003600                                 PIC 9(08).
003610     03  FILLER REDEFINES CVRT-DATE-WORK.
003620         05  CVRT-DATE-WORK-YEAR PIC 9(04).
003630         05  CVRT-DATE-WORK-MONTH
003640                                 PIC 9(02).
003650         05  CVRT-DATE-WORK-DAY  PIC 9(02).
003660 01  CVRT-MONTH-DAYS-AREA.
003670     03  CVRT-MONTH-DAYS-VALUES.
003680         05  FILLER              PIC 9(03) VALUE 000.
003690         05  FILLER              PIC 9(03) VALUE 031.
003700         05  FILLER              PIC 9(03) VALUE 059.
003710         05  FILLER              PIC 9(03) VALUE 090.
003720         05  FILLER              PIC 9(03) VALUE 120.
003730         05  FILLER              PIC 9(03) VALUE 151.
003740         05  FILLER              PIC 9(03) VALUE 181.
003750         05  FILLER              PIC 9(03) VALUE 212.
003760         05  FILLER              PIC 9(03) VALUE 243.
003770         05  FILLER              PIC 9(03) VALUE 273.
003780         05  FILLER              PIC 9(03) VALUE 304.
003790         05  FILLER              PIC 9(03) VALUE 334.
003800     03  FILLER REDEFINES CVRT-MONTH-DAYS-VALUES.
003810         05  CVRT-MONTH-DAYS OCCURS 12 TIMES
003820                                 PIC 9(03).
003830 PROCEDURE DIVISION.
003840*****************************************************************
003850*    0000-MAINLINE                                              *
003860*****************************************************************
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003890     IF CVRT-RUN-READY
003900         IF CVRT-MASTER-DAYS > ZERO
003910             OR CVRT-HISTORY-DAYS > ZERO
003920             OR CVRT-PIPELINE-DAYS > ZERO
003930             PERFORM 2000-BUILD-HOLD-TABLE THRU 2000-EXIT
003940         END-IF
003950         IF CVRT-PIPELINE-DAYS > ZERO
003960             AND CVRT-HOLD-TABLE-VALID
003970             PERFORM 3000-PURGE-PIPELINE THRU 3000-EXIT
003980         END-IF
003990         IF CVRT-HISTORY-DAYS > ZERO
004000             AND CVRT-HOLD-TABLE-VALID
004010             PERFORM 4000-PURGE-MISSING-HISTORY THRU 4000-EXIT
004020         END-IF
004030         IF CVRT-MASTER-DAYS > ZERO
004040             AND CVRT-HOLD-TABLE-VALID
004050             PERFORM 5000-PURGE-INACTIVE-MASTERS THRU 5000-EXIT
004060         END-IF
004070         IF CVRT-STATS-DAYS > ZERO
004080             PERFORM 6000-PURGE-STATISTICS THRU 6000-EXIT
004090         END-IF
004100         IF CVRT-JOURNAL-DAYS > ZERO
004110             PERFORM 7000-PURGE-JOURNAL THRU 7000-EXIT
004120         END-IF
004130         PERFORM 8900-WRITE-CERT-TOTALS THRU 8900-EXIT
004140     END-IF.
004150     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004160     GOBACK.
004170*****************************************************************
004180*    1000-INITIALIZE                                            *
004190*****************************************************************
004200 1000-INITIALIZE.
004210     ACCEPT CVRT-RUN-DATE FROM DATE YYYYMMDD.
004220     ACCEPT CVRT-RUN-TIME FROM TIME.
004230     MOVE CVRT-RUN-DATE TO CVRT-DATE-WORK-N.
004240     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
004250     MOVE CVRT-DAY-NUMBER TO CVRT-RUN-DAY-NUMBER.
004260     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
004270     IF CVRT-MASTER-DAYS = ZERO
004280         AND CVRT-HISTORY-DAYS = ZERO
004290         AND CVRT-PIPELINE-DAYS = ZERO
004300         AND CVRT-STATS-DAYS = ZERO
004310         AND CVRT-JOURNAL-DAYS = ZERO
004320         DISPLAY 'CV810W - NO RETENTION PERIODS SET - NOTHING'
004330             ' REMOVED'
004340         MOVE 4 TO CVRT-RAISE-CC-VALUE
004350         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
004360         GO TO 1000-EXIT
004370     END-IF.
004380     IF CVRT-MASTER-DAYS > ZERO
004390         AND CVRT-JOURNAL-DAYS > ZERO
004400         AND CVRT-JOURNAL-DAYS < CVRT-MASTER-DAYS
004410         DISPLAY 'CV810W - JOURNAL-DAYS IS SHORTER THAN'
004420             ' INACTIVE-MASTER-DAYS - OLDER MASTER CHANGES'
004430             ' CANNOT HOLD A CANDIDATE'
004440         MOVE 4 TO CVRT-RAISE-CC-VALUE
004450         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
004460     END-IF.
004470     STRING 'CVRETCRT.' DELIMITED BY SIZE
004480            CVRT-RUN-DATE DELIMITED BY SIZE
004490            '.TXT' DELIMITED BY SIZE
004500         INTO CVRT-CERT-FILE-NAME.
004510     OPEN EXTEND CVRT-CERT-FILE.
004520     IF NOT CVRT-CERT-OPEN-OK
004530         OPEN OUTPUT CVRT-CERT-FILE
004540     END-IF.
004550     IF NOT CVRT-CERT-OPEN-OK
004560         DISPLAY 'CV810E - CANNOT OPEN ' CVRT-CERT-FILE-NAME
004570             ' STATUS=' CVRT-CERT-STATUS ' - NOTHING REMOVED'
004580         SET CVRT-IO-ERROR-SEEN TO TRUE
004590         GO TO 1000-EXIT
004600     END-IF.
004610     SET CVRT-CERT-OPENED TO TRUE.
004620     PERFORM 1200-WRITE-CERT-HEADING THRU 1200-EXIT.
004630     PERFORM 1100-OPEN-ARCHIVES THRU 1100-EXIT.
004640     IF CVRT-IO-ERROR-SEEN
004650         DISPLAY 'CV810E - ARCHIVES NOT AVAILABLE - NOTHING'
004660             ' REMOVED'
004670         GO TO 1000-EXIT
004680     END-IF.
004690     SET CVRT-RUN-READY TO TRUE.
004700 1000-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    1050-LOAD-PARAMETERS                                       *
004740*                                                                *
004750*    READS THE RETENTION PERIODS FROM CVRETAIN.TXT.  WITHOUT    *
004760*    THE FILE THERE IS NO PERIOD FOR ANY CLASS AND THE RUN      *
004770*    REMOVES NOTHING.                                           *
004780*****************************************************************
004790 1050-LOAD-PARAMETERS.
004800     OPEN INPUT CVRT-PARM-FILE.
004810     EVALUATE TRUE
004820         WHEN CVRT-PARM-FOUND
004830             CONTINUE
004840         WHEN CVRT-PARM-MISSING
004850             DISPLAY 'CV810W - CVRETAIN.TXT NOT FOUND'
004860             GO TO 1050-EXIT
004870         WHEN OTHER
004880             DISPLAY 'CV810E - I/O ERROR OPENING CVRETAIN.TXT'
004890                 ' STATUS=' CVRT-PARM-STATUS
004900             SET CVRT-IO-ERROR-SEEN TO TRUE
004910             GO TO 1050-EXIT
004920     END-EVALUATE.
004930     READ CVRT-PARM-FILE
004940         AT END SET CVRT-PARM-EOF TO TRUE
004950     END-READ.
004960     PERFORM 1060-APPLY-PARAMETER THRU 1060-EXIT
004970         UNTIL CVRT-PARM-EOF.
004980     CLOSE CVRT-PARM-FILE.
004990 1050-EXIT.
005000     EXIT.
005010*****************************************************************
005020*    1060-APPLY-PARAMETER                                       *
005030*                                                                *
005040*    A PERIOD IS ONE TO FIVE DIGITS OF DAYS.  ZERO IS REFUSED - *
005050*    IT WOULD AGE OUT EVERYTHING IN THE CLASS AT ONCE.          *
005060*****************************************************************
005070 1060-APPLY-PARAMETER.
005080     IF CVRT-PARM-LINE = SPACES
005090         OR CVRT-PARM-LINE(1:1) = '*'
005100         GO TO 1060-READ-NEXT
005110     END-IF.
005120     MOVE SPACES TO CVRT-PARM-KEY.
005130     MOVE SPACES TO CVRT-PARM-VALUE.
005140     MOVE SPACES TO CVRT-PARM-DIGITS.
005150     MOVE ZERO TO CVRT-PARM-LENGTH.
005160     UNSTRING CVRT-PARM-LINE DELIMITED BY '='
005170         INTO CVRT-PARM-KEY CVRT-PARM-VALUE.
005180     UNSTRING CVRT-PARM-VALUE DELIMITED BY SPACE
005190         INTO CVRT-PARM-DIGITS COUNT IN CVRT-PARM-LENGTH.
005200     IF CVRT-PARM-LENGTH < 1
005210         OR CVRT-PARM-LENGTH > 5
005220         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
005230         GO TO 1060-READ-NEXT
005240     END-IF.
005250     IF CVRT-PARM-DIGITS(1:CVRT-PARM-LENGTH) NOT NUMERIC
005260         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
005270         GO TO 1060-READ-NEXT
005280     END-IF.
005290     MOVE CVRT-PARM-DIGITS(1:CVRT-PARM-LENGTH)
005300         TO CVRT-PARM-NUMBER.
005310     IF CVRT-PARM-NUMBER = ZERO
005320         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
005330         GO TO 1060-READ-NEXT
005340     END-IF.
005350     EVALUATE CVRT-PARM-KEY
005360         WHEN 'INACTIVE-MASTER-DAYS'
005370             MOVE CVRT-PARM-NUMBER TO CVRT-MASTER-DAYS
005380         WHEN 'MISSING-HISTORY-DAYS'
005390             MOVE CVRT-PARM-NUMBER TO CVRT-HISTORY-DAYS
005400         WHEN 'CLOSED-PIPELINE-DAYS'
005410             MOVE CVRT-PARM-NUMBER TO CVRT-PIPELINE-DAYS
005420         WHEN 'STATISTICS-DAYS'
005430             MOVE CVRT-PARM-NUMBER TO CVRT-STATS-DAYS
005440         WHEN 'JOURNAL-DAYS'
005450             MOVE CVRT-PARM-NUMBER TO CVRT-JOURNAL-DAYS
005460         WHEN OTHER
005470             PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
005480     END-EVALUATE.
005490 1060-READ-NEXT.
005500     READ CVRT-PARM-FILE
005510         AT END SET CVRT-PARM-EOF TO TRUE
005520     END-READ.
005530 1060-EXIT.
005540     EXIT.
005550*****************************************************************
005560*    1070-REJECT-PARAMETER                                      *
005570*****************************************************************
005580 1070-REJECT-PARAMETER.
005590     DISPLAY 'CV810W - PARAMETER LINE IGNORED - '
005600         CVRT-PARM-LINE(1:50).
005610     MOVE 4 TO CVRT-RAISE-CC-VALUE.
005620     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
005630 1070-EXIT.
005640     EXIT.
005650*****************************************************************
005660*    1100-OPEN-ARCHIVES                                         *
005670*                                                                *
005680*    OPENS THE DATED ARCHIVE OF EACH CLASS BEING RUN, EXTENDED  *
005690*    SO A RERUN ON THE SAME DAY ADDS TO WHAT THE FIRST RUN      *
005700*    ARCHIVED.  INACTIVE MASTERS TAKE THEIR NODES WITH THEM,    *
005710*    SO THE NODE ARCHIVE SERVES BOTH CANDIDATE CLASSES.         *
005720*****************************************************************
005730 1100-OPEN-ARCHIVES.
005740     IF CVRT-MASTER-DAYS > ZERO
005750         STRING 'CVARCMST.' DELIMITED BY SIZE
005760                CVRT-RUN-DATE DELIMITED BY SIZE
005770                '.DAT' DELIMITED BY SIZE
005780             INTO CVRT-ARCMAST-FILE-NAME
005790         OPEN EXTEND CVRT-ARCMAST-FILE
005800         IF NOT CVRT-ARCMAST-OPEN-OK
005810             OPEN OUTPUT CVRT-ARCMAST-FILE
005820         END-IF
005830         IF CVRT-ARCMAST-OPEN-OK
005840             SET CVRT-ARCMAST-OPENED TO TRUE
005850         ELSE
005860             DISPLAY 'CV810E - CANNOT OPEN '
005870                 CVRT-ARCMAST-FILE-NAME
005880                 ' STATUS=' CVRT-ARCMAST-STATUS
005890             SET CVRT-IO-ERROR-SEEN TO TRUE
005900         END-IF
005910     END-IF.
005920     IF CVRT-MASTER-DAYS > ZERO
005930         OR CVRT-HISTORY-DAYS > ZERO
005940         STRING 'CVARCHST.' DELIMITED BY SIZE
005950                CVRT-RUN-DATE DELIMITED BY SIZE
005960                '.DAT' DELIMITED BY SIZE
005970             INTO CVRT-ARCHIST-FILE-NAME
005980         OPEN EXTEND CVRT-ARCHIST-FILE
005990         IF NOT CVRT-ARCHIST-OPEN-OK
006000             OPEN OUTPUT CVRT-ARCHIST-FILE
006010         END-IF
006020         IF CVRT-ARCHIST-OPEN-OK
006030             SET CVRT-ARCHIST-OPENED TO TRUE
006040         ELSE
006050             DISPLAY 'CV810E - CANNOT OPEN '
006060                 CVRT-ARCHIST-FILE-NAME
006070                 ' STATUS=' CVRT-ARCHIST-STATUS
006080             SET CVRT-IO-ERROR-SEEN TO TRUE
006090         END-IF
006100     END-IF.
006110     IF CVRT-PIPELINE-DAYS > ZERO
006120         STRING 'CVARCPIP.' DELIMITED BY SIZE
006130                CVRT-RUN-DATE DELIMITED BY SIZE
006140                '.DAT' DELIMITED BY SIZE
006150             INTO CVRT-ARCPIPE-FILE-NAME
006160         OPEN EXTEND CVRT-ARCPIPE-FILE
006170         IF NOT CVRT-ARCPIPE-OPEN-OK
006180             OPEN OUTPUT CVRT-ARCPIPE-FILE
006190         END-IF
006200         IF CVRT-ARCPIPE-OPEN-OK
006210             SET CVRT-ARCPIPE-OPENED TO TRUE
006220         ELSE
006230             DISPLAY 'CV810E - CANNOT OPEN '
006240                 CVRT-ARCPIPE-FILE-NAME
006250                 ' STATUS=' CVRT-ARCPIPE-STATUS
006260             SET CVRT-IO-ERROR-SEEN TO TRUE
006270         END-IF
006280     END-IF.
006290     IF CVRT-STATS-DAYS > ZERO
006300         STRING 'CVARCSTA.' DELIMITED BY SIZE
006310                CVRT-RUN-DATE DELIMITED BY SIZE
006320                '.DAT' DELIMITED BY SIZE
006330             INTO CVRT-ARCSTAT-FILE-NAME
006340         OPEN EXTEND CVRT-ARCSTAT-FILE
006350         IF NOT CVRT-ARCSTAT-OPEN-OK
006360             OPEN OUTPUT CVRT-ARCSTAT-FILE
006370         END-IF
006380         IF CVRT-ARCSTAT-OPEN-OK
006390             SET CVRT-ARCSTAT-OPENED TO TRUE
006400         ELSE
006410             DISPLAY 'CV810E - CANNOT OPEN '
006420                 CVRT-ARCSTAT-FILE-NAME
006430                 ' STATUS=' CVRT-ARCSTAT-STATUS
006440             SET CVRT-IO-ERROR-SEEN TO TRUE
006450         END-IF
006460     END-IF.
006470     IF CVRT-JOURNAL-DAYS > ZERO
006480         STRING 'CVARCJRN.' DELIMITED BY SIZE
006490                CVRT-RUN-DATE DELIMITED BY SIZE
006500                '.DAT' DELIMITED BY SIZE
006510             INTO CVRT-ARCJRNL-FILE-NAME
006520         OPEN EXTEND CVRT-ARCJRNL-FILE
006530         IF NOT CVRT-ARCJRNL-OPEN-OK
006540             OPEN OUTPUT CVRT-ARCJRNL-FILE
006550         END-IF
006560         IF CVRT-ARCJRNL-OPEN-OK
006570             SET CVRT-ARCJRNL-OPENED TO TRUE
006580         ELSE
006590             DISPLAY 'CV810E - CANNOT OPEN '
006600                 CVRT-ARCJRNL-FILE-NAME
006610                 ' STATUS=' CVRT-ARCJRNL-STATUS
006620             SET CVRT-IO-ERROR-SEEN TO TRUE
006630         END-IF
006640     END-IF.
006650 1100-EXIT.
006660     EXIT.
006670*****************************************************************
006680*    1200-WRITE-CERT-HEADING                                    *
006690*                                                                *
006700*    EACH RUN, RERUNS INCLUDED, STARTS ITS OWN SECTION OF THE   *
006710*    DAY'S CERTIFICATE WITH THE PERIODS IT WAS GIVEN.           *
006720*****************************************************************
006730 1200-WRITE-CERT-HEADING.
006740     MOVE SPACES TO CVRT-CERT-LINE.
006750     STRING 'CV810 - DATA RETENTION CERTIFICATE    RUN '
006760                DELIMITED BY SIZE
006770            CVRT-RUN-DATE DELIMITED BY SIZE
006780            ' ' DELIMITED BY SIZE
006790            CVRT-RUN-TIME(1:6) DELIMITED BY SIZE
006800         INTO CVRT-CERT-LINE.
006810     WRITE CVRT-CERT-LINE.
006820     MOVE 'RETENTION PERIODS IN DAYS (00000 = CLASS NOT RUN)'
006830         TO CVRT-CERT-LINE.
006840     WRITE CVRT-CERT-LINE.
006850     MOVE SPACES TO CVRT-CERT-LINE.
006860     STRING '  INACTIVE-MASTER-DAYS ' DELIMITED BY SIZE
006870            CVRT-MASTER-DAYS DELIMITED BY SIZE
006880            '  MISSING-HISTORY-DAYS ' DELIMITED BY SIZE
006890            CVRT-HISTORY-DAYS DELIMITED BY SIZE
006900            '  CLOSED-PIPELINE-DAYS ' DELIMITED BY SIZE
006910            CVRT-PIPELINE-DAYS DELIMITED BY SIZE
006920         INTO CVRT-CERT-LINE.
006930     WRITE CVRT-CERT-LINE.
006940     MOVE SPACES TO CVRT-CERT-LINE.
006950     STRING '  STATISTICS-DAYS      ' DELIMITED BY SIZE
006960            CVRT-STATS-DAYS DELIMITED BY SIZE
006970            '  JOURNAL-DAYS         ' DELIMITED BY SIZE
006980            CVRT-JOURNAL-DAYS DELIMITED BY SIZE
006990         INTO CVRT-CERT-LINE.
007000     WRITE CVRT-CERT-LINE.
007010     MOVE SPACES TO CVRT-CERT-LINE.
007020     WRITE CVRT-CERT-LINE.
007030 1200-EXIT.
007040     EXIT.
007050*****************************************************************
007060*    2000-BUILD-HOLD-TABLE                                      *
007070*                                                                *
007080*    TABLES EVERY CANDIDATE ON THE PIPELINE BEFORE ANY CLASS    *
007090*    DELETES ANYTHING - OPEN ACTIVITY AS O, ANYTHING ELSE AS P. *
007100*    WHEN INACTIVE MASTERS ARE BEING AGED, MERGE TARGETS AND    *
007110*    RECENTLY JOURNALLED MASTERS ARE ADDED.  A MISSING CVREQ    *
007120*    LEAVES EVERY PIPELINE RECORD LOOKING OPEN, WHICH ERRS ON   *
007130*    THE SIDE OF KEEPING.                                       *
007140*****************************************************************
007150 2000-BUILD-HOLD-TABLE.
007160     MOVE ZERO TO CVRT-HOLD-COUNT.
007170     SET CVRT-HOLD-TABLE-VALID TO TRUE.
007180     OPEN INPUT CVRT-PIPE-FILE.
007190     EVALUATE TRUE
007200         WHEN CVRT-PIPE-STATUS-OK
007210             CONTINUE
007220         WHEN CVRT-PIPE-ABSENT
007230             GO TO 2000-MASTER-HOLDS
007240         WHEN OTHER
007250             DISPLAY 'CV810E - I/O ERROR OPENING CVPIPE.DAT'
007260                 ' STATUS=' CVRT-PIPE-STATUS
007270             SET CVRT-IO-ERROR-SEEN TO TRUE
007280             MOVE 'N' TO CVRT-HOLD-VALID-SWITCH
007290             GO TO 2000-CHECK-VALID
007300     END-EVALUATE.
007310     PERFORM 2050-OPEN-REQMAST THRU 2050-EXIT.
007320     MOVE 'N' TO CVRT-PIPE-EOF-SWITCH.
007330     PERFORM 2110-READ-PIPE-NEXT THRU 2110-EXIT.
007340     PERFORM 2100-HOLD-ONE-PIPE THRU 2100-EXIT
007350         UNTIL CVRT-PIPE-EOF.
007360     CLOSE CVRT-PIPE-FILE.
007370     IF CVRT-REQMAST-OPENED
007380         CLOSE CVRT-REQMAST-FILE
007390         MOVE 'N' TO CVRT-REQMAST-OPEN-SWITCH
007400     END-IF.
007410     IF CVRT-IO-ERROR-SEEN
007420         MOVE 'N' TO CVRT-HOLD-VALID-SWITCH
007430     END-IF.
007440 2000-MASTER-HOLDS.
007450     IF CVRT-MASTER-DAYS > ZERO
007460         AND CVRT-HOLD-TABLE-VALID
007470         PERFORM 2200-HOLD-MERGE-TARGETS THRU 2200-EXIT
007480     END-IF.
007490     IF CVRT-MASTER-DAYS > ZERO
007500         AND CVRT-HOLD-TABLE-VALID
007510         PERFORM 2300-HOLD-RECENT-CHANGES THRU 2300-EXIT
007520     END-IF.
007530 2000-CHECK-VALID.
007540     IF NOT CVRT-HOLD-TABLE-VALID
007550         DISPLAY 'CV810E - HOLD TABLE NOT BUILT - NO CANDIDATE'
007560             ' DATA REMOVED THIS RUN'
007570         MOVE 8 TO CVRT-RAISE-CC-VALUE
007580         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
007590     END-IF.
007600 2000-EXIT.
007610     EXIT.
007620*****************************************************************
007630*    2050-OPEN-REQMAST                                          *
007640*                                                                *
007650*    A REQUISITION MASTER NOT YET CREATED IS NOT AN ERROR - NO  *
007660*    REQUISITION IS THEN KNOWN TO BE CLOSED.                    *
007670*****************************************************************
007680 2050-OPEN-REQMAST.
007690     OPEN INPUT CVRT-REQMAST-FILE.
007700     EVALUATE TRUE
007710         WHEN CVRT-REQMAST-STATUS-OK
007720             SET CVRT-REQMAST-OPENED TO TRUE
007730         WHEN CVRT-REQMAST-ABSENT
007740             CONTINUE
007750         WHEN OTHER
007760             DISPLAY 'CV810E - I/O ERROR OPENING CVREQ.DAT'
007770                 ' STATUS=' CVRT-REQMAST-STATUS
007780             SET CVRT-IO-ERROR-SEEN TO TRUE
007790     END-EVALUATE.
007800 2050-EXIT.
007810     EXIT.
007820*****************************************************************
007830*    2100-HOLD-ONE-PIPE                                         *
007840*****************************************************************
007850 2100-HOLD-ONE-PIPE.
007860     PERFORM 2120-READ-PIPE-REQ THRU 2120-EXIT.
007870     MOVE CVP-CANDIDATE-ID TO CVRT-HOLD-CHECK-ID.
007880     IF CVRT-PIPE-IS-OPEN
007890         MOVE 'O' TO CVRT-HOLD-NEW-REASON
007900     ELSE
007910         MOVE 'P' TO CVRT-HOLD-NEW-REASON
007920     END-IF.
007930     PERFORM 7550-ADD-HOLD THRU 7550-EXIT.
007940     PERFORM 2110-READ-PIPE-NEXT THRU 2110-EXIT.
007950 2100-EXIT.
007960     EXIT.
007970*****************************************************************
007980*    2110-READ-PIPE-NEXT                                        *
007990*****************************************************************
008000 2110-READ-PIPE-NEXT.
008010     READ CVRT-PIPE-FILE NEXT.
008020     EVALUATE TRUE
008030         WHEN CVRT-PIPE-STATUS-OK
008040             CONTINUE
008050         WHEN CVRT-PIPE-AT-END
008060             SET CVRT-PIPE-EOF TO TRUE
008070         WHEN OTHER
008080             DISPLAY 'CV810E - I/O ERROR READING CVPIPE.DAT'
008090                 ' STATUS=' CVRT-PIPE-STATUS
008100             SET CVRT-PIPE-EOF TO TRUE
008110             SET CVRT-IO-ERROR-SEEN TO TRUE
008120     END-EVALUATE.
008130 2110-EXIT.
008140     EXIT.
008150*****************************************************************
008160*    2120-READ-PIPE-REQ                                         *
008170*                                                                *
008180*    READS THE REQUISITION OF THE CURRENT PIPELINE RECORD AND   *
008190*    DECIDES WHETHER THE RECORD IS OPEN ACTIVITY - NOT DECLINED *
008200*    OR WITHDRAWN, ON A REQUISITION NOT KNOWN TO BE FILLED OR   *
008210*    CANCELLED.                                                 *
008220*****************************************************************
008230 2120-READ-PIPE-REQ.
008240     MOVE 'N' TO CVRT-REQ-FOUND-SWITCH.
008250     SET CVRT-PIPE-IS-OPEN TO TRUE.
008260     IF CVRT-REQMAST-OPENED
008270         MOVE CVP-REQ-ID TO CVR-REQ-ID
008280         READ CVRT-REQMAST-FILE
008290         EVALUATE TRUE
008300             WHEN CVRT-REQMAST-STATUS-OK
008310                 SET CVRT-REQ-FOUND TO TRUE
008320             WHEN CVRT-REQMAST-NOT-FOUND
008330                 CONTINUE
008340             WHEN OTHER
008350                 DISPLAY 'CV810E - I/O ERROR READING CVREQ.DAT'
008360                     ' STATUS=' CVRT-REQMAST-STATUS
008370                     ' REQ ' CVP-REQ-ID
008380                 SET CVRT-IO-ERROR-SEEN TO TRUE
008390         END-EVALUATE
008400     END-IF.
008410     IF CVP-STAGE-DECLINED OR CVP-STAGE-WITHDRAWN
008420         MOVE 'N' TO CVRT-PIPE-OPEN-SWITCH
008430     END-IF.
008440     IF CVRT-REQ-FOUND
008450         AND (CVR-STATUS-FILLED OR CVR-STATUS-CANCELLED)
008460         MOVE 'N' TO CVRT-PIPE-OPEN-SWITCH
008470     END-IF.
008480 2120-EXIT.
008490     EXIT.
008500*****************************************************************
008510*    2200-HOLD-MERGE-TARGETS                                    *
008520*                                                                *
008530*    A MASTER OTHERS ARE MERGED INTO STAYS WHILE THEY DO, OR    *
008540*    THEIR MERGED-INTO POINTERS WOULD LEAD NOWHERE.             *
008550*****************************************************************
008560 2200-HOLD-MERGE-TARGETS.
008570     OPEN INPUT CVRT-MASTER-FILE.
008580     EVALUATE TRUE
008590         WHEN CVRT-MASTER-STATUS-OK
008600             CONTINUE
008610         WHEN CVRT-MASTER-ABSENT
008620             GO TO 2200-EXIT
008630         WHEN OTHER
008640             DISPLAY 'CV810E - I/O ERROR OPENING CVMAST.DAT'
008650                 ' STATUS=' CVRT-MASTER-STATUS
008660             SET CVRT-IO-ERROR-SEEN TO TRUE
008670             MOVE 'N' TO CVRT-HOLD-VALID-SWITCH
008680             GO TO 2200-EXIT
008690     END-EVALUATE.
008700     MOVE 'N' TO CVRT-MASTER-EOF-SWITCH.
008710     PERFORM 2210-READ-MASTER-NEXT THRU 2210-EXIT.
008720     PERFORM 2220-HOLD-ONE-TARGET THRU 2220-EXIT
008730         UNTIL CVRT-MASTER-EOF.
008740     CLOSE CVRT-MASTER-FILE.
008750     IF CVRT-IO-ERROR-SEEN
008760         MOVE 'N' TO CVRT-HOLD-VALID-SWITCH
008770     END-IF.
008780 2200-EXIT.
008790     EXIT.
008800*****************************************************************
008810*    2210-READ-MASTER-NEXT                                      *
008820*****************************************************************
008830 2210-READ-MASTER-NEXT.
008840     READ CVRT-MASTER-FILE NEXT.
008850     EVALUATE TRUE
008860         WHEN CVRT-MASTER-STATUS-OK
008870             CONTINUE
008880         WHEN CVRT-MASTER-AT-END
008890             SET CVRT-MASTER-EOF TO TRUE
008900         WHEN OTHER
008910             DISPLAY 'CV810E - I/O ERROR READING CVMAST.DAT'
008920                 ' STATUS=' CVRT-MASTER-STATUS
008930             SET CVRT-MASTER-EOF TO TRUE
008940             SET CVRT-IO-ERROR-SEEN TO TRUE
008950     END-EVALUATE.
008960 2210-EXIT.
008970     EXIT.
008980*****************************************************************
008990*    2220-HOLD-ONE-TARGET                                       *
009000*****************************************************************
009010 2220-HOLD-ONE-TARGET.
009020     IF CVM-MERGED-INTO-ID NOT = SPACES
009030         MOVE CVM-MERGED-INTO-ID TO CVRT-HOLD-CHECK-ID
009040         MOVE 'T' TO CVRT-HOLD-NEW-REASON
009050         PERFORM 7550-ADD-HOLD THRU 7550-EXIT
009060     END-IF.
009070     PERFORM 2210-READ-MASTER-NEXT THRU 2210-EXIT.
009080 2220-EXIT.
009090     EXIT.
009100*****************************************************************
009110*    2300-HOLD-RECENT-CHANGES                                   *
009120*                                                                *
009130*    ANY CVMAST CHANGE JOURNALLED WITHIN THE INACTIVE-MASTER    *
009140*    PERIOD - THE INACTIVATION OR MERGE INCLUDED - HOLDS THE    *
009150*    CANDIDATE.  NO JOURNAL YET MEANS NO SUCH CHANGES.          *
009160*****************************************************************
009170 2300-HOLD-RECENT-CHANGES.
009180     OPEN INPUT CVRT-JOURNAL-FILE.
009190     EVALUATE TRUE
009200         WHEN CVRT-JOURNAL-STATUS-OK
009210             CONTINUE
009220         WHEN CVRT-JOURNAL-ABSENT
009230             GO TO 2300-EXIT
009240         WHEN OTHER
009250             DISPLAY 'CV810E - I/O ERROR OPENING CVJRNL.DAT'
009260                 ' STATUS=' CVRT-JOURNAL-STATUS
009270             SET CVRT-IO-ERROR-SEEN TO TRUE
009280             MOVE 'N' TO CVRT-HOLD-VALID-SWITCH
009290             GO TO 2300-EXIT
009300     END-EVALUATE.
009310     MOVE 'N' TO CVRT-JOURNAL-EOF-SWITCH.
009320     PERFORM 2320-READ-JOURNAL-NEXT THRU 2320-EXIT.
009330     PERFORM 2310-HOLD-ONE-CHANGE THRU 2310-EXIT
009340         UNTIL CVRT-JOURNAL-EOF.
009350     CLOSE CVRT-JOURNAL-FILE.
009360     IF CVRT-IO-ERROR-SEEN
009370         MOVE 'N' TO CVRT-HOLD-VALID-SWITCH
009380     END-IF.
009390 2300-EXIT.
009400     EXIT.
009410*****************************************************************
009420*    2310-HOLD-ONE-CHANGE                                       *
009430*****************************************************************
009440 2310-HOLD-ONE-CHANGE.
009450     IF CVJ-FILE-CVMAST
009460         MOVE CVJ-JOURNAL-DATE TO CVRT-DATE-WORK-N
009470         PERFORM 8200-COMPUTE-AGE THRU 8200-EXIT
009480         IF CVRT-AGE-DAYS NOT > CVRT-MASTER-DAYS
009490             MOVE CVJ-MASTER-KEY(1:10) TO CVRT-HOLD-CHECK-ID
009500             MOVE 'J' TO CVRT-HOLD-NEW-REASON
009510             PERFORM 7550-ADD-HOLD THRU 7550-EXIT
009520         END-IF
009530     END-IF.
009540     PERFORM 2320-READ-JOURNAL-NEXT THRU 2320-EXIT.
009550 2310-EXIT.
009560     EXIT.
009570*****************************************************************
009580*    2320-READ-JOURNAL-NEXT                                     *
009590*****************************************************************
009600 2320-READ-JOURNAL-NEXT.
009610     READ CVRT-JOURNAL-FILE NEXT.
009620     EVALUATE TRUE
009630         WHEN CVRT-JOURNAL-STATUS-OK
009640             CONTINUE
009650         WHEN CVRT-JOURNAL-AT-END
009660             SET CVRT-JOURNAL-EOF TO TRUE
009670         WHEN OTHER
009680             DISPLAY 'CV810E - I/O ERROR READING CVJRNL.DAT'
009690                 ' STATUS=' CVRT-JOURNAL-STATUS
009700             SET CVRT-JOURNAL-EOF TO TRUE
009710             SET CVRT-IO-ERROR-SEEN TO TRUE
009720     END-EVALUATE.
009730 2320-EXIT.
009740     EXIT.
009750*****************************************************************
009760*    3000-PURGE-PIPELINE                                        *
009770*                                                                *
009780*    AGES OUT PIPELINE RECORDS ON FILLED AND CANCELLED          *
009790*    REQUISITIONS, MEASURED FROM THE LATER OF THE CLOSE DATE    *
009800*    AND THE LAST STAGE CHANGE.                                 *
009810*****************************************************************
009820 3000-PURGE-PIPELINE.
009830     OPEN I-O CVRT-PIPE-FILE.
009840     EVALUATE TRUE
009850         WHEN CVRT-PIPE-STATUS-OK
009860             CONTINUE
009870         WHEN CVRT-PIPE-ABSENT
009880             GO TO 3000-EXIT
009890         WHEN OTHER
009900             DISPLAY 'CV810E - I/O ERROR OPENING CVPIPE.DAT'
009910                 ' STATUS=' CVRT-PIPE-STATUS
009920             SET CVRT-IO-ERROR-SEEN TO TRUE
009930             GO TO 3000-EXIT
009940     END-EVALUATE.
009950     PERFORM 2050-OPEN-REQMAST THRU 2050-EXIT.
009960     IF NOT CVRT-REQMAST-OPENED
009970         CLOSE CVRT-PIPE-FILE
009980         GO TO 3000-EXIT
009990     END-IF.
010000     MOVE 'N' TO CVRT-PIPE-EOF-SWITCH.
010010     PERFORM 2110-READ-PIPE-NEXT THRU 2110-EXIT.
010020     PERFORM 3100-AGE-ONE-PIPE THRU 3100-EXIT
010030         UNTIL CVRT-PIPE-EOF.
010040     CLOSE CVRT-PIPE-FILE.
010050     CLOSE CVRT-REQMAST-FILE.
010060     MOVE 'N' TO CVRT-REQMAST-OPEN-SWITCH.
010070 3000-EXIT.
010080     EXIT.
010090*****************************************************************
010100*    3100-AGE-ONE-PIPE                                          *
010110*****************************************************************
010120 3100-AGE-ONE-PIPE.
010130     PERFORM 2120-READ-PIPE-REQ THRU 2120-EXIT.
010140     IF NOT CVRT-REQ-FOUND
010150         OR CVR-STATUS-OPEN
010160         GO TO 3100-READ-NEXT
010170     END-IF.
010180     MOVE CVP-STAGE-DATE TO CVRT-LATEST-DATE.
010190     IF CVR-EFFECTIVE-TO NUMERIC
010200         AND CVR-EFFECTIVE-TO > CVRT-LATEST-DATE
010210         MOVE CVR-EFFECTIVE-TO TO CVRT-LATEST-DATE
010220     END-IF.
010230     MOVE CVRT-LATEST-DATE TO CVRT-DATE-WORK-N.
010240     PERFORM 8200-COMPUTE-AGE THRU 8200-EXIT.
010250     IF CVRT-AGE-DAYS NOT > CVRT-PIPELINE-DAYS
010260         GO TO 3100-READ-NEXT
010270     END-IF.
010280     MOVE CVP-CANDIDATE-ID TO CVRT-HOLD-CHECK-ID.
010290     PERFORM 7500-FIND-HOLD THRU 7500-EXIT.
010300     IF CVRT-HOLD-FOUND-INDEX > ZERO
010310         IF CVRT-HOLD-OPEN-PIPELINE(CVRT-HOLD-FOUND-INDEX)
010320             ADD 1 TO CVRT-PIPE-HELD
010330             GO TO 3100-READ-NEXT
010340         END-IF
010350     END-IF.
010360     WRITE CVRT-ARCPIPE-LINE FROM CVRT-PIPE-RECORD.
010370     IF NOT CVRT-ARCPIPE-OPEN-OK
010380         DISPLAY 'CV810E - ' CVRT-ARCPIPE-FILE-NAME
010390             ' WRITE FAILED STATUS=' CVRT-ARCPIPE-STATUS
010400         SET CVRT-IO-ERROR-SEEN TO TRUE
010410         SET CVRT-PIPE-EOF TO TRUE
010420         GO TO 3100-EXIT
010430     END-IF.
010440     MOVE 'REMOVED' TO CVRT-CERT-ACTION.
010450     MOVE 'CVPIPE' TO CVRT-CERT-TAG.
010460     STRING CVP-REQ-ID DELIMITED BY SIZE
010470            ' ' DELIMITED BY SIZE
010480            CVP-CANDIDATE-ID DELIMITED BY SIZE
010490         INTO CVRT-CERT-KEY.
010500     STRING 'REQUISITION ' DELIMITED BY SIZE
010510            CVR-STATUS-CODE DELIMITED BY SIZE
010520            ' STAGE ' DELIMITED BY SIZE
010530            CVP-STAGE-CODE DELIMITED BY SIZE
010540         INTO CVRT-CERT-NOTE.
010550     PERFORM 8000-WRITE-CERT-LINE THRU 8000-EXIT.
010560     DELETE CVRT-PIPE-FILE RECORD.
010570     IF NOT CVRT-PIPE-STATUS-OK
010580         DISPLAY 'CV810E - CVPIPE.DAT DELETE FAILED STATUS='
010590             CVRT-PIPE-STATUS ' REQ ' CVP-REQ-ID
010600             ' CANDIDATE ' CVP-CANDIDATE-ID
010610         SET CVRT-IO-ERROR-SEEN TO TRUE
010620         SET CVRT-PIPE-EOF TO TRUE
010630         GO TO 3100-EXIT
010640     END-IF.
010650     ADD 1 TO CVRT-PIPE-REMOVED.
010660 3100-READ-NEXT.
010670     PERFORM 2110-READ-PIPE-NEXT THRU 2110-EXIT.
010680 3100-EXIT.
010690     EXIT.
010700*****************************************************************
010710*    4000-PURGE-MISSING-HISTORY                                 *
010720*                                                                *
010730*    AGES OUT NODES CV100 HAS MARKED MISSING (STATUS M) THAT    *
010740*    HAVE NOT BEEN SEEN IN ANY CV FOR THE PERIOD.               *
010750*****************************************************************
010760 4000-PURGE-MISSING-HISTORY.
010770     OPEN I-O CVRT-HISTORY-FILE.
010780     EVALUATE TRUE
010790         WHEN CVRT-HISTORY-STATUS-OK
010800             CONTINUE
010810         WHEN CVRT-HISTORY-ABSENT
010820             GO TO 4000-EXIT
010830         WHEN OTHER
010840             DISPLAY 'CV810E - I/O ERROR OPENING CVHIST.DAT'
010850                 ' STATUS=' CVRT-HISTORY-STATUS
010860             SET CVRT-IO-ERROR-SEEN TO TRUE
010870             GO TO 4000-EXIT
010880     END-EVALUATE.
010890     MOVE 'N' TO CVRT-HISTORY-EOF-SWITCH.
010900     PERFORM 4110-READ-HISTORY-NEXT THRU 4110-EXIT.
010910     PERFORM 4100-AGE-ONE-NODE THRU 4100-EXIT
010920         UNTIL CVRT-HISTORY-EOF.
010930     CLOSE CVRT-HISTORY-FILE.
010940 4000-EXIT.
010950     EXIT.
010960*****************************************************************
010970*    4100-AGE-ONE-NODE                                          *
010980*****************************************************************
010990 4100-AGE-ONE-NODE.
011000     IF NOT CVH-STATUS-MISSING
011010         GO TO 4100-READ-NEXT
011020     END-IF.
011030     MOVE CVH-LAST-SEEN-DATE TO CVRT-DATE-WORK-N.
011040     PERFORM 8200-COMPUTE-AGE THRU 8200-EXIT.
011050     IF CVRT-AGE-DAYS NOT > CVRT-HISTORY-DAYS
011060         GO TO 4100-READ-NEXT
011070     END-IF.
011080     MOVE CVH-CANDIDATE-ID TO CVRT-HOLD-CHECK-ID.
011090     PERFORM 7500-FIND-HOLD THRU 7500-EXIT.
011100     IF CVRT-HOLD-FOUND-INDEX > ZERO
011110         IF CVRT-HOLD-OPEN-PIPELINE(CVRT-HOLD-FOUND-INDEX)
011120             ADD 1 TO CVRT-HISTORY-HELD
011130             GO TO 4100-READ-NEXT
011140         END-IF
011150     END-IF.
011160     MOVE 'MISSING SINCE LAST SEEN' TO CVRT-CERT-NOTE.
011170     PERFORM 4200-REMOVE-NODE THRU 4200-EXIT.
011180     IF CVRT-IO-ERROR-SEEN
011190         SET CVRT-HISTORY-EOF TO TRUE
011200         GO TO 4100-EXIT
011210     END-IF.
011220     ADD 1 TO CVRT-HISTORY-REMOVED.
011230 4100-READ-NEXT.
011240     PERFORM 4110-READ-HISTORY-NEXT THRU 4110-EXIT.
011250 4100-EXIT.
011260     EXIT.
011270*****************************************************************
011280*    4110-READ-HISTORY-NEXT                                     *
011290*****************************************************************
011300 4110-READ-HISTORY-NEXT.
011310     READ CVRT-HISTORY-FILE NEXT.
011320     EVALUATE TRUE
011330         WHEN CVRT-HISTORY-STATUS-OK
011340             CONTINUE
011350         WHEN CVRT-HISTORY-AT-END
011360             SET CVRT-HISTORY-EOF TO TRUE
011370         WHEN OTHER
011380             DISPLAY 'CV810E - I/O ERROR READING CVHIST.DAT'
011390                 ' STATUS=' CVRT-HISTORY-STATUS
011400             SET CVRT-HISTORY-EOF TO TRUE
011410             SET CVRT-IO-ERROR-SEEN TO TRUE
011420     END-EVALUATE.
011430 4110-EXIT.
011440     EXIT.
011450*****************************************************************
011460*    4200-REMOVE-NODE                                           *
011470*                                                                *
011480*    ARCHIVES, CERTIFIES AND DELETES THE NODE JUST READ, IN     *
011490*    THAT ORDER.  THE CALLER SETS THE CERTIFICATE NOTE.         *
011500*****************************************************************
011510 4200-REMOVE-NODE.
011520     WRITE CVRT-ARCHIST-LINE FROM CVRT-HISTORY-RECORD.
011530     IF NOT CVRT-ARCHIST-OPEN-OK
011540         DISPLAY 'CV810E - ' CVRT-ARCHIST-FILE-NAME
011550             ' WRITE FAILED STATUS=' CVRT-ARCHIST-STATUS
011560         SET CVRT-IO-ERROR-SEEN TO TRUE
011570         GO TO 4200-EXIT
011580     END-IF.
011590     MOVE 'REMOVED' TO CVRT-CERT-ACTION.
011600     MOVE 'CVHIST' TO CVRT-CERT-TAG.
011610     STRING CVH-CANDIDATE-ID DELIMITED BY SIZE
011620            ' ' DELIMITED BY SIZE
011630            CVH-SECTION-CODE DELIMITED BY SIZE
011640            ' ' DELIMITED BY SIZE
011650            CVH-TITLE DELIMITED BY SIZE
011660         INTO CVRT-CERT-KEY.
011670     PERFORM 8000-WRITE-CERT-LINE THRU 8000-EXIT.
011680     DELETE CVRT-HISTORY-FILE RECORD.
011690     IF NOT CVRT-HISTORY-STATUS-OK
011700         DISPLAY 'CV810E - CVHIST.DAT DELETE FAILED STATUS='
011710             CVRT-HISTORY-STATUS ' CANDIDATE ' CVH-CANDIDATE-ID
011720         SET CVRT-IO-ERROR-SEEN TO TRUE
011730     END-IF.
011740 4200-EXIT.
011750     EXIT.
011760*****************************************************************
011770*    5000-PURGE-INACTIVE-MASTERS                                *
011780*                                                                *
011790*    AGES OUT INACTIVE CANDIDATES WHOSE LATEST NODE WAS LAST    *
011800*    SEEN BEFORE THE PERIOD (OR WHO HAVE NO NODES LEFT) AND     *
011810*    WHO ARE NOT HELD.  THE NODES GO FIRST AND THE MASTER LAST, *
011820*    SO A RUN THAT STOPS BETWEEN THEM STILL FINDS THE MASTER    *
011830*    NEXT TIME AND FINISHES THE JOB.                            *
011840*****************************************************************
011850 5000-PURGE-INACTIVE-MASTERS.
011860     OPEN I-O CVRT-MASTER-FILE.
011870     EVALUATE TRUE
011880         WHEN CVRT-MASTER-STATUS-OK
011890             CONTINUE
011900         WHEN CVRT-MASTER-ABSENT
011910             GO TO 5000-EXIT
011920         WHEN OTHER
011930             DISPLAY 'CV810E - I/O ERROR OPENING CVMAST.DAT'
011940                 ' STATUS=' CVRT-MASTER-STATUS
011950             SET CVRT-IO-ERROR-SEEN TO TRUE
011960             GO TO 5000-EXIT
011970     END-EVALUATE.
011980     OPEN I-O CVRT-HISTORY-FILE.
011990     EVALUATE TRUE
012000         WHEN CVRT-HISTORY-STATUS-OK
012010             SET CVRT-HISTORY-OPENED TO TRUE
012020         WHEN CVRT-HISTORY-ABSENT
012030             CONTINUE
012040         WHEN OTHER
012050             DISPLAY 'CV810E - I/O ERROR OPENING CVHIST.DAT'
012060                 ' STATUS=' CVRT-HISTORY-STATUS
012070             SET CVRT-IO-ERROR-SEEN TO TRUE
012080             CLOSE CVRT-MASTER-FILE
012090             GO TO 5000-EXIT
012100     END-EVALUATE.
012110     MOVE 'N' TO CVRT-MASTER-EOF-SWITCH.
012120     PERFORM 2210-READ-MASTER-NEXT THRU 2210-EXIT.
012130     PERFORM 5100-AGE-ONE-MASTER THRU 5100-EXIT
012140         UNTIL CVRT-MASTER-EOF.
012150     CLOSE CVRT-MASTER-FILE.
012160     IF CVRT-HISTORY-OPENED
012170         CLOSE CVRT-HISTORY-FILE
012180         MOVE 'N' TO CVRT-HISTORY-OPEN-SWITCH
012190     END-IF.
012200 5000-EXIT.
012210     EXIT.
012220*****************************************************************
012230*    5100-AGE-ONE-MASTER                                        *
012240*****************************************************************
012250 5100-AGE-ONE-MASTER.
012260     IF NOT CVM-STATUS-INACTIVE
012270         GO TO 5100-READ-NEXT
012280     END-IF.
012290     MOVE CVM-CANDIDATE-ID TO CVRT-CANDIDATE-ID.
012300     PERFORM 5200-FIND-LAST-SEEN THRU 5200-EXIT.
012310     IF CVRT-IO-ERROR-SEEN
012320         SET CVRT-MASTER-EOF TO TRUE
012330         GO TO 5100-EXIT
012340     END-IF.
012350     IF CVRT-LATEST-DATE > ZERO
012360         MOVE CVRT-LATEST-DATE TO CVRT-DATE-WORK-N
012370         PERFORM 8200-COMPUTE-AGE THRU 8200-EXIT
012380         IF CVRT-AGE-DAYS NOT > CVRT-MASTER-DAYS
012390             GO TO 5100-READ-NEXT
012400         END-IF
012410     END-IF.
012420     MOVE CVRT-CANDIDATE-ID TO CVRT-HOLD-CHECK-ID.
012430     PERFORM 7500-FIND-HOLD THRU 7500-EXIT.
012440     IF CVRT-HOLD-FOUND-INDEX > ZERO
012450         PERFORM 5400-CERTIFY-HELD THRU 5400-EXIT
012460         ADD 1 TO CVRT-MASTER-HELD
012470         GO TO 5100-READ-NEXT
012480     END-IF.
012490     PERFORM 5300-REMOVE-CANDIDATE-NODES THRU 5300-EXIT.
012500     IF CVRT-IO-ERROR-SEEN
012510         SET CVRT-MASTER-EOF TO TRUE
012520         GO TO 5100-EXIT
012530     END-IF.
012540     WRITE CVRT-ARCMAST-LINE FROM CVRT-MASTER-RECORD.
012550     IF NOT CVRT-ARCMAST-OPEN-OK
012560         DISPLAY 'CV810E - ' CVRT-ARCMAST-FILE-NAME
012570             ' WRITE FAILED STATUS=' CVRT-ARCMAST-STATUS
012580         SET CVRT-IO-ERROR-SEEN TO TRUE
012590         SET CVRT-MASTER-EOF TO TRUE
012600         GO TO 5100-EXIT
012610     END-IF.
012620     MOVE CVRT-CANDIDATE-NODES TO CVRT-NODES-TEXT.
012630     MOVE 'REMOVED' TO CVRT-CERT-ACTION.
012640     MOVE 'CVMAST' TO CVRT-CERT-TAG.
012650     MOVE CVRT-CANDIDATE-ID TO CVRT-CERT-KEY.
012660     STRING 'INACTIVE - NODES REMOVED ' DELIMITED BY SIZE
012670            CVRT-NODES-TEXT DELIMITED BY SIZE
012680         INTO CVRT-CERT-NOTE.
012690     PERFORM 8000-WRITE-CERT-LINE THRU 8000-EXIT.
012700     DELETE CVRT-MASTER-FILE RECORD.
012710     IF NOT CVRT-MASTER-STATUS-OK
012720         DISPLAY 'CV810E - CVMAST.DAT DELETE FAILED STATUS='
012730             CVRT-MASTER-STATUS ' CANDIDATE ' CVRT-CANDIDATE-ID
012740         SET CVRT-IO-ERROR-SEEN TO TRUE
012750         SET CVRT-MASTER-EOF TO TRUE
012760         GO TO 5100-EXIT
012770     END-IF.
012780     ADD 1 TO CVRT-MASTER-REMOVED.
012790 5100-READ-NEXT.
012800     PERFORM 2210-READ-MASTER-NEXT THRU 2210-EXIT.
012810 5100-EXIT.
012820     EXIT.
012830*****************************************************************
012840*    5200-FIND-LAST-SEEN                                        *
012850*                                                                *
012860*    THE LATEST LAST-SEEN DATE OVER ALL THE CANDIDATE'S NODES,  *
012870*    PRESENT OR MISSING - ZERO WHEN THERE ARE NONE.             *
012880*****************************************************************
012890 5200-FIND-LAST-SEEN.
012900     MOVE ZERO TO CVRT-LATEST-DATE.
012910     IF NOT CVRT-HISTORY-OPENED
012920         GO TO 5200-EXIT
012930     END-IF.
012940     PERFORM 5250-START-CANDIDATE-NODES THRU 5250-EXIT.
012950     PERFORM 5210-CHECK-ONE-NODE THRU 5210-EXIT
012960         UNTIL CVRT-HISTORY-EOF.
012970 5200-EXIT.
012980     EXIT.
012990*****************************************************************
013000*    5210-CHECK-ONE-NODE                                        *
013010*****************************************************************
013020 5210-CHECK-ONE-NODE.
013030     IF CVH-LAST-SEEN-DATE NUMERIC
013040         AND CVH-LAST-SEEN-DATE > CVRT-LATEST-DATE
013050         MOVE CVH-LAST-SEEN-DATE TO CVRT-LATEST-DATE
013060     END-IF.
013070     PERFORM 5260-READ-CANDIDATE-NODE THRU 5260-EXIT.
013080 5210-EXIT.
013090     EXIT.
013100*****************************************************************
013110*    5250-START-CANDIDATE-NODES                                 *
013120*                                                                *
013130*    POSITIONS CVHIST AT THE CANDIDATE'S FIRST NODE AND READS   *
013140*    IT.  HISTORY-EOF IS SET WHEN THERE ARE NONE.               *
013150*****************************************************************
013160 5250-START-CANDIDATE-NODES.
013170     MOVE 'N' TO CVRT-HISTORY-EOF-SWITCH.
013180     MOVE LOW-VALUES TO CVH-RECORD-KEY.
013190     MOVE CVRT-CANDIDATE-ID TO CVH-CANDIDATE-ID.
013200     START CVRT-HISTORY-FILE KEY NOT < CVH-RECORD-KEY.
013210     EVALUATE TRUE
013220         WHEN CVRT-HISTORY-STATUS-OK
013230             PERFORM 5260-READ-CANDIDATE-NODE THRU 5260-EXIT
013240         WHEN CVRT-HISTORY-NOT-FOUND
013250             SET CVRT-HISTORY-EOF TO TRUE
013260         WHEN OTHER
013270             DISPLAY 'CV810E - CVHIST.DAT START FAILED STATUS='
013280                 CVRT-HISTORY-STATUS ' CANDIDATE '
013290                 CVRT-CANDIDATE-ID
013300             SET CVRT-HISTORY-EOF TO TRUE
013310             SET CVRT-IO-ERROR-SEEN TO TRUE
013320     END-EVALUATE.
013330 5250-EXIT.
013340     EXIT.
013350*****************************************************************
013360*    5260-READ-CANDIDATE-NODE                                   *
013370*****************************************************************
013380 5260-READ-CANDIDATE-NODE.
013390     PERFORM 4110-READ-HISTORY-NEXT THRU 4110-EXIT.
013400     IF NOT CVRT-HISTORY-EOF
013410         AND CVH-CANDIDATE-ID NOT = CVRT-CANDIDATE-ID
013420         SET CVRT-HISTORY-EOF TO TRUE
013430     END-IF.
013440 5260-EXIT.
013450     EXIT.
013460*****************************************************************
013470*    5300-REMOVE-CANDIDATE-NODES                                *
013480*****************************************************************
013490 5300-REMOVE-CANDIDATE-NODES.
013500     MOVE ZERO TO CVRT-CANDIDATE-NODES.
013510     IF NOT CVRT-HISTORY-OPENED
013520         GO TO 5300-EXIT
013530     END-IF.
013540     PERFORM 5250-START-CANDIDATE-NODES THRU 5250-EXIT.
013550     PERFORM 5310-REMOVE-ONE-NODE THRU 5310-EXIT
013560         UNTIL CVRT-HISTORY-EOF.
013570 5300-EXIT.
013580     EXIT.
013590*****************************************************************
013600*    5310-REMOVE-ONE-NODE                                       *
013610*****************************************************************
013620 5310-REMOVE-ONE-NODE.
013630     MOVE 'WITH INACTIVE MASTER' TO CVRT-CERT-NOTE.
013640     PERFORM 4200-REMOVE-NODE THRU 4200-EXIT.
013650     IF CVRT-IO-ERROR-SEEN
013660         SET CVRT-HISTORY-EOF TO TRUE
013670         GO TO 5310-EXIT
013680     END-IF.
013690     ADD 1 TO CVRT-CANDIDATE-NODES.
013700     ADD 1 TO CVRT-NODES-REMOVED.
013710     PERFORM 5260-READ-CANDIDATE-NODE THRU 5260-EXIT.
013720 5310-EXIT.
013730     EXIT.
013740*****************************************************************
013750*    5400-CERTIFY-HELD                                          *
013760*                                                                *
013770*    AN EXPIRED INACTIVE MASTER KEPT BACK IS LISTED WITH THE    *
013780*    REASON, SO THE CERTIFICATE ACCOUNTS FOR IT.                *
013790*****************************************************************
013800 5400-CERTIFY-HELD.
013810     MOVE 'HELD' TO CVRT-CERT-ACTION.
013820     MOVE 'CVMAST' TO CVRT-CERT-TAG.
013830     MOVE CVRT-CANDIDATE-ID TO CVRT-CERT-KEY.
013840     EVALUATE TRUE
013850         WHEN CVRT-HOLD-OPEN-PIPELINE(CVRT-HOLD-FOUND-INDEX)
013860             MOVE 'OPEN PIPELINE ACTIVITY' TO CVRT-CERT-NOTE
013870         WHEN CVRT-HOLD-PIPELINE(CVRT-HOLD-FOUND-INDEX)
013880             MOVE 'PIPELINE RECORDS ON FILE' TO CVRT-CERT-NOTE
013890         WHEN CVRT-HOLD-MERGE-TARGET(CVRT-HOLD-FOUND-INDEX)
013900             MOVE 'OTHER MASTERS MERGED INTO IT'
013910                 TO CVRT-CERT-NOTE
013920         WHEN CVRT-HOLD-RECENT-CHANGE(CVRT-HOLD-FOUND-INDEX)
013930             MOVE 'MASTER CHANGED WITHIN PERIOD'
013940                 TO CVRT-CERT-NOTE
013950     END-EVALUATE.
013960     PERFORM 8000-WRITE-CERT-LINE THRU 8000-EXIT.
013970 5400-EXIT.
013980     EXIT.
013990*****************************************************************
014000*    6000-PURGE-STATISTICS                                      *
014010*                                                                *
014020*    CVSTATS.DAT CANNOT BE DELETED FROM IN PLACE.  THE RECORDS  *
014030*    KEPT ARE COPIED TO CVSTATS.WRK AND, ONLY IF ANY EXPIRED,   *
014040*    THE WORK FILE IS CLOSED OFF WITH ITS COUNT TRAILER AND     *
014050*    COPIED BACK OVER CVSTATS.DAT.  A COMPLETE WORK FILE LEFT   *
014060*    BY A RUN THAT STOPPED DURING THE COPY-BACK IS COPIED BACK  *
014070*    FIRST; AN INCOMPLETE ONE IS SIMPLY WRITTEN OVER.           *
014080*****************************************************************
014090 6000-PURGE-STATISTICS.
014100     PERFORM 6100-CHECK-STATS-WORK THRU 6100-EXIT.
014110     IF CVRT-IO-ERROR-SEEN
014120         GO TO 6000-EXIT
014130     END-IF.
014140     IF CVRT-STATWORK-COMPLETE
014150         DISPLAY 'CV810I - COMPLETING INTERRUPTED CVSTATS.DAT'
014160             ' REWRITE'
014170         PERFORM 6300-COPY-BACK-STATS THRU 6300-EXIT
014180         IF CVRT-IO-ERROR-SEEN
014190             GO TO 6000-EXIT
014200         END-IF
014210     END-IF.
014220     OPEN INPUT CVRT-STATS-FILE.
014230     EVALUATE TRUE
014240         WHEN CVRT-STATS-STATUS-OK
014250             CONTINUE
014260         WHEN CVRT-STATS-MISSING
014270             GO TO 6000-EXIT
014280         WHEN OTHER
014290             DISPLAY 'CV810E - I/O ERROR OPENING CVSTATS.DAT'
014300                 ' STATUS=' CVRT-STATS-STATUS
014310             SET CVRT-IO-ERROR-SEEN TO TRUE
014320             GO TO 6000-EXIT
014330     END-EVALUATE.
014340     OPEN OUTPUT CVRT-STATWORK-FILE.
014350     IF NOT CVRT-STATWORK-STATUS-OK
014360         DISPLAY 'CV810E - CANNOT OPEN CVSTATS.WRK STATUS='
014370             CVRT-STATWORK-STATUS
014380         SET CVRT-IO-ERROR-SEEN TO TRUE
014390         CLOSE CVRT-STATS-FILE
014400         GO TO 6000-EXIT
014410     END-IF.
014420     MOVE ZERO TO CVRT-STATS-KEPT.
014430     MOVE 'N' TO CVRT-STATS-EOF-SWITCH.
014440     READ CVRT-STATS-FILE
014450         AT END SET CVRT-STATS-EOF TO TRUE
014460     END-READ.
014470     PERFORM 6200-AGE-ONE-STATS-LINE THRU 6200-EXIT
014480         UNTIL CVRT-STATS-EOF.
014490     CLOSE CVRT-STATS-FILE.
014500     IF CVRT-IO-ERROR-SEEN
014510         CLOSE CVRT-STATWORK-FILE
014520         GO TO 6000-EXIT
014530     END-IF.
014540     IF CVRT-STATS-REMOVED = ZERO
014550         CLOSE CVRT-STATWORK-FILE
014560         OPEN OUTPUT CVRT-STATWORK-FILE
014570         CLOSE CVRT-STATWORK-FILE
014580         GO TO 6000-EXIT
014590     END-IF.
014600     MOVE CVRT-STATS-KEPT TO CVRT-ST-RECORD-COUNT.
014610     WRITE CVRT-STATWORK-LINE FROM CVRT-STATWORK-TRAILER.
014620     CLOSE CVRT-STATWORK-FILE.
014630     PERFORM 6300-COPY-BACK-STATS THRU 6300-EXIT.
014640 6000-EXIT.
014650     EXIT.
014660*****************************************************************
014670*    6100-CHECK-STATS-WORK                                      *
014680*                                                                *
014690*    THE WORK FILE IS COMPLETE ONLY WHEN ITS LAST LINE IS THE   *
014700*    TRAILER AND THE TRAILER COUNT MATCHES THE LINES BEFORE IT. *
014710*****************************************************************
014720 6100-CHECK-STATS-WORK.
014730     MOVE 'N' TO CVRT-STATWORK-DONE-SWITCH.
014740     MOVE ZERO TO CVRT-STATWORK-READ.
014750     OPEN INPUT CVRT-STATWORK-FILE.
014760     EVALUATE TRUE
014770         WHEN CVRT-STATWORK-STATUS-OK
014780             CONTINUE
014790         WHEN CVRT-STATWORK-MISSING
014800             GO TO 6100-EXIT
014810         WHEN OTHER
014820             DISPLAY 'CV810E - I/O ERROR OPENING CVSTATS.WRK'
014830                 ' STATUS=' CVRT-STATWORK-STATUS
014840             SET CVRT-IO-ERROR-SEEN TO TRUE
014850             GO TO 6100-EXIT
014860     END-EVALUATE.
014870     MOVE 'N' TO CVRT-STATWORK-EOF-SWITCH.
014880     READ CVRT-STATWORK-FILE
014890         AT END SET CVRT-STATWORK-EOF TO TRUE
014900     END-READ.
014910     PERFORM 6110-CHECK-ONE-WORK-LINE THRU 6110-EXIT
014920         UNTIL CVRT-STATWORK-EOF.
014930     CLOSE CVRT-STATWORK-FILE.
014940 6100-EXIT.
014950     EXIT.
014960*****************************************************************
014970*    6110-CHECK-ONE-WORK-LINE                                   *
014980*****************************************************************
014990 6110-CHECK-ONE-WORK-LINE.
015000     MOVE 'N' TO CVRT-STATWORK-DONE-SWITCH.
015010     IF CVRT-STATWORK-LINE(1:1) = 'T'
015020         AND CVRT-STATWORK-LINE(2:7) NUMERIC
015030         MOVE CVRT-STATWORK-LINE TO CVRT-STATWORK-TRAILER
015040         IF CVRT-ST-RECORD-COUNT = CVRT-STATWORK-READ
015050             SET CVRT-STATWORK-COMPLETE TO TRUE
015060         END-IF
015070     ELSE
015080         ADD 1 TO CVRT-STATWORK-READ
015090     END-IF.
015100     READ CVRT-STATWORK-FILE
015110         AT END SET CVRT-STATWORK-EOF TO TRUE
015120     END-READ.
015130 6110-EXIT.
015140     EXIT.
015150*****************************************************************
015160*    6200-AGE-ONE-STATS-LINE                                    *
015170*                                                                *
015180*    RUN AND FILE RECORDS BOTH CARRY THE RUN DATE IN BYTES 2-9. *
015190*    A LINE WITHOUT A VALID DATE IS KEPT.                       *
015200*****************************************************************
015210 6200-AGE-ONE-STATS-LINE.
015220     MOVE ZERO TO CVRT-AGE-DAYS.
015230     IF CVRT-STATS-LINE(2:8) NUMERIC
015240         MOVE CVRT-STATS-LINE(2:8) TO CVRT-DATE-WORK
015250         PERFORM 8200-COMPUTE-AGE THRU 8200-EXIT
015260     END-IF.
015270     IF CVRT-AGE-DAYS NOT > CVRT-STATS-DAYS
015280         WRITE CVRT-STATWORK-LINE FROM CVRT-STATS-LINE
015290         ADD 1 TO CVRT-STATS-KEPT
015300         GO TO 6200-READ-NEXT
015310     END-IF.
015320     WRITE CVRT-ARCSTAT-LINE FROM CVRT-STATS-LINE.
015330     IF NOT CVRT-ARCSTAT-OPEN-OK
015340         DISPLAY 'CV810E - ' CVRT-ARCSTAT-FILE-NAME
015350             ' WRITE FAILED STATUS=' CVRT-ARCSTAT-STATUS
015360         SET CVRT-IO-ERROR-SEEN TO TRUE
015370         SET CVRT-STATS-EOF TO TRUE
015380         GO TO 6200-EXIT
015390     END-IF.
015400     MOVE 'REMOVED' TO CVRT-CERT-ACTION.
015410     MOVE 'CVSTATS' TO CVRT-CERT-TAG.
015420     STRING CVRT-STATS-LINE(1:1) DELIMITED BY SIZE
015430            ' ' DELIMITED BY SIZE
015440            CVRT-STATS-LINE(2:8) DELIMITED BY SIZE
015450         INTO CVRT-CERT-KEY.
015460     IF CVRT-STATS-LINE(1:1) = 'F'
015470         MOVE CVRT-STATS-LINE(10:40) TO CVRT-CERT-NOTE
015480     END-IF.
015490     PERFORM 8000-WRITE-CERT-LINE THRU 8000-EXIT.
015500     ADD 1 TO CVRT-STATS-REMOVED.
015510 6200-READ-NEXT.
015520     READ CVRT-STATS-FILE
015530         AT END SET CVRT-STATS-EOF TO TRUE
015540     END-READ.
015550 6200-EXIT.
015560     EXIT.
015570*****************************************************************
015580*    6300-COPY-BACK-STATS                                       *
015590*                                                                *
015600*    REPLACES CVSTATS.DAT WITH THE KEPT LINES UP TO THE         *
015610*    TRAILER, THEN EMPTIES THE WORK FILE SO IT IS NOT COPIED    *
015620*    BACK AGAIN.                                                *
015630*****************************************************************
015640 6300-COPY-BACK-STATS.
015650     OPEN INPUT CVRT-STATWORK-FILE.
015660     IF NOT CVRT-STATWORK-STATUS-OK
015670         DISPLAY 'CV810E - I/O ERROR OPENING CVSTATS.WRK'
015680             ' STATUS=' CVRT-STATWORK-STATUS
015690         SET CVRT-IO-ERROR-SEEN TO TRUE
015700         GO TO 6300-EXIT
015710     END-IF.
015720     OPEN OUTPUT CVRT-STATS-FILE.
015730     IF NOT CVRT-STATS-STATUS-OK
015740         DISPLAY 'CV810E - CANNOT REWRITE CVSTATS.DAT STATUS='
015750             CVRT-STATS-STATUS
015760         SET CVRT-IO-ERROR-SEEN TO TRUE
015770         CLOSE CVRT-STATWORK-FILE
015780         GO TO 6300-EXIT
015790     END-IF.
015800     MOVE 'N' TO CVRT-STATWORK-EOF-SWITCH.
015810     READ CVRT-STATWORK-FILE
015820         AT END SET CVRT-STATWORK-EOF TO TRUE
015830     END-READ.
015840     PERFORM 6310-COPY-ONE-WORK-LINE THRU 6310-EXIT
015850         UNTIL CVRT-STATWORK-EOF.
015860     CLOSE CVRT-STATS-FILE.
015870     CLOSE CVRT-STATWORK-FILE.
015880     IF NOT CVRT-IO-ERROR-SEEN
015890         OPEN OUTPUT CVRT-STATWORK-FILE
015900         CLOSE CVRT-STATWORK-FILE
015910     END-IF.
015920 6300-EXIT.
015930     EXIT.
015940*****************************************************************
015950*    6310-COPY-ONE-WORK-LINE                                    *
015960*****************************************************************
015970 6310-COPY-ONE-WORK-LINE.
015980     IF CVRT-STATWORK-LINE(1:1) = 'T'
015990         SET CVRT-STATWORK-EOF TO TRUE
016000         GO TO 6310-EXIT
016010     END-IF.
016020     WRITE CVRT-STATS-LINE FROM CVRT-STATWORK-LINE.
016030     IF NOT CVRT-STATS-STATUS-OK
016040         DISPLAY 'CV810E - CVSTATS.DAT WRITE FAILED STATUS='
016050             CVRT-STATS-STATUS ' - RERUN TO COMPLETE'
016060         SET CVRT-IO-ERROR-SEEN TO TRUE
016070         SET CVRT-STATWORK-EOF TO TRUE
016080         GO TO 6310-EXIT
016090     END-IF.
016100     READ CVRT-STATWORK-FILE
016110         AT END SET CVRT-STATWORK-EOF TO TRUE
016120     END-READ.
016130 6310-EXIT.
016140     EXIT.
016150*****************************************************************
016160*    7000-PURGE-JOURNAL                                         *
016170*                                                                *
016180*    THE JOURNAL IS KEYED DATE FIRST, SO THE EXPIRED ENTRIES    *
016190*    ARE ALL AT THE FRONT AND THE PASS STOPS AT THE FIRST ONE   *
016200*    STILL WITHIN THE PERIOD.                                   *
016210*****************************************************************
016220 7000-PURGE-JOURNAL.
016230     OPEN I-O CVRT-JOURNAL-FILE.
016240     EVALUATE TRUE
016250         WHEN CVRT-JOURNAL-STATUS-OK
016260             CONTINUE
016270         WHEN CVRT-JOURNAL-ABSENT
016280             GO TO 7000-EXIT
016290         WHEN OTHER
016300             DISPLAY 'CV810E - I/O ERROR OPENING CVJRNL.DAT'
016310                 ' STATUS=' CVRT-JOURNAL-STATUS
016320             SET CVRT-IO-ERROR-SEEN TO TRUE
016330             GO TO 7000-EXIT
016340     END-EVALUATE.
016350     MOVE 'N' TO CVRT-JOURNAL-EOF-SWITCH.
016360     PERFORM 2320-READ-JOURNAL-NEXT THRU 2320-EXIT.
016370     PERFORM 7100-AGE-ONE-ENTRY THRU 7100-EXIT
016380         UNTIL CVRT-JOURNAL-EOF.
016390     CLOSE CVRT-JOURNAL-FILE.
016400 7000-EXIT.
016410     EXIT.
016420*****************************************************************
016430*    7100-AGE-ONE-ENTRY                                         *
016440*****************************************************************
016450 7100-AGE-ONE-ENTRY.
016460     MOVE CVJ-JOURNAL-DATE TO CVRT-DATE-WORK-N.
016470     PERFORM 8200-COMPUTE-AGE THRU 8200-EXIT.
016480     IF CVRT-AGE-DAYS NOT > CVRT-JOURNAL-DAYS
016490         SET CVRT-JOURNAL-EOF TO TRUE
016500         GO TO 7100-EXIT
016510     END-IF.
016520     WRITE CVRT-ARCJRNL-LINE FROM CVRT-JOURNAL-RECORD.
016530     IF NOT CVRT-ARCJRNL-OPEN-OK
016540         DISPLAY 'CV810E - ' CVRT-ARCJRNL-FILE-NAME
016550             ' WRITE FAILED STATUS=' CVRT-ARCJRNL-STATUS
016560         SET CVRT-IO-ERROR-SEEN TO TRUE
016570         SET CVRT-JOURNAL-EOF TO TRUE
016580         GO TO 7100-EXIT
016590     END-IF.
016600     MOVE 'REMOVED' TO CVRT-CERT-ACTION.
016610     MOVE 'CVJRNL' TO CVRT-CERT-TAG.
016620     STRING CVJ-JOURNAL-DATE DELIMITED BY SIZE
016630            ' ' DELIMITED BY SIZE
016640            CVJ-JOURNAL-TIME DELIMITED BY SIZE
016650            ' ' DELIMITED BY SIZE
016660            CVJ-PROGRAM-ID DELIMITED BY SIZE
016670            ' ' DELIMITED BY SIZE
016680            CVJ-SEQUENCE DELIMITED BY SIZE
016690         INTO CVRT-CERT-KEY.
016700     STRING CVJ-FILE-NAME DELIMITED BY SIZE
016710            ' ' DELIMITED BY SIZE
016720            CVJ-MASTER-KEY DELIMITED BY SIZE
016730         INTO CVRT-CERT-NOTE.
016740     PERFORM 8000-WRITE-CERT-LINE THRU 8000-EXIT.
016750     DELETE CVRT-JOURNAL-FILE RECORD.
016760     IF NOT CVRT-JOURNAL-STATUS-OK
016770         DISPLAY 'CV810E - CVJRNL.DAT DELETE FAILED STATUS='
016780             CVRT-JOURNAL-STATUS
016790         SET CVRT-IO-ERROR-SEEN TO TRUE
016800         SET CVRT-JOURNAL-EOF TO TRUE
016810         GO TO 7100-EXIT
016820     END-IF.
016830     ADD 1 TO CVRT-JOURNAL-REMOVED.
016840     PERFORM 2320-READ-JOURNAL-NEXT THRU 2320-EXIT.
016850 7100-EXIT.
016860     EXIT.
016870*****************************************************************
016880*    7500-FIND-HOLD                                             *
016890*                                                                *
016900*    SETS CVRT-HOLD-FOUND-INDEX TO THE ENTRY FOR                *
016910*    CVRT-HOLD-CHECK-ID, OR ZERO IF THE CANDIDATE IS NOT HELD.  *
016920*****************************************************************
016930 7500-FIND-HOLD.
016940     MOVE ZERO TO CVRT-HOLD-FOUND-INDEX.
016950     PERFORM 7510-CHECK-ONE-HOLD THRU 7510-EXIT
016960         VARYING CVRT-HOLD-INDEX FROM 1 BY 1
016970         UNTIL CVRT-HOLD-INDEX > CVRT-HOLD-COUNT
016980            OR CVRT-HOLD-FOUND-INDEX > ZERO.
016990 7500-EXIT.
017000     EXIT.
017010*****************************************************************
017020*    7510-CHECK-ONE-HOLD                                        *
017030*****************************************************************
017040 7510-CHECK-ONE-HOLD.
017050     IF CVRT-HOLD-ID(CVRT-HOLD-INDEX) = CVRT-HOLD-CHECK-ID
017060         MOVE CVRT-HOLD-INDEX TO CVRT-HOLD-FOUND-INDEX
017070     END-IF.
017080 7510-EXIT.
017090     EXIT.
017100*****************************************************************
017110*    7550-ADD-HOLD                                              *
017120*                                                                *
017130*    ONE ENTRY PER CANDIDATE.  OPEN PIPELINE ACTIVITY OUTRANKS  *
017140*    ANY OTHER REASON ALREADY TABLED.  A FULL TABLE MEANS THE   *
017150*    HOLDS ARE INCOMPLETE, SO NO CANDIDATE CLASS IS RUN.        *
017160*****************************************************************
017170 7550-ADD-HOLD.
017180     PERFORM 7500-FIND-HOLD THRU 7500-EXIT.
017190     IF CVRT-HOLD-FOUND-INDEX > ZERO
017200         IF CVRT-HOLD-NEW-REASON = 'O'
017210             MOVE 'O' TO CVRT-HOLD-REASON(CVRT-HOLD-FOUND-INDEX)
017220         END-IF
017230         GO TO 7550-EXIT
017240     END-IF.
017250     IF CVRT-HOLD-COUNT >= CVRT-HOLD-MAX
017260         IF CVRT-HOLD-TABLE-VALID
017270             DISPLAY 'CV810E - HOLD TABLE FULL AT '
017280                 CVRT-HOLD-MAX ' CANDIDATES'
017290             MOVE 'N' TO CVRT-HOLD-VALID-SWITCH
017300         END-IF
017310         GO TO 7550-EXIT
017320     END-IF.
017330     ADD 1 TO CVRT-HOLD-COUNT.
017340     MOVE CVRT-HOLD-CHECK-ID TO CVRT-HOLD-ID(CVRT-HOLD-COUNT).
017350     MOVE CVRT-HOLD-NEW-REASON
017360         TO CVRT-HOLD-REASON(CVRT-HOLD-COUNT).
017370 7550-EXIT.
017380     EXIT.
017390*****************************************************************
017400*    8000-WRITE-CERT-LINE                                       *
017410*                                                                *
017420*    ONE CERTIFICATE LINE FROM THE ACTION, FILE, KEY AND NOTE,  *
017430*    WHICH ARE THEN CLEARED FOR THE NEXT.                       *
017440*****************************************************************
017450 8000-WRITE-CERT-LINE.
017460     MOVE SPACES TO CVRT-CERT-LINE.
017470     STRING CVRT-CERT-ACTION DELIMITED BY SIZE
017480            ' ' DELIMITED BY SIZE
017490            CVRT-CERT-TAG DELIMITED BY SIZE
017500            ' ' DELIMITED BY SIZE
017510            CVRT-CERT-KEY DELIMITED BY SIZE
017520            ' ' DELIMITED BY SIZE
017530            CVRT-CERT-NOTE DELIMITED BY SIZE
017540         INTO CVRT-CERT-LINE.
017550     WRITE CVRT-CERT-LINE.
017560     MOVE SPACES TO CVRT-CERT-ACTION.
017570     MOVE SPACES TO CVRT-CERT-TAG.
017580     MOVE SPACES TO CVRT-CERT-KEY.
017590     MOVE SPACES TO CVRT-CERT-NOTE.
017600 8000-EXIT.
017610     EXIT.
017620*****************************************************************
017630*    8100-COMPUTE-DAY-NUMBER                                    *
017640*                                                                *
017650*    SERIAL DAY NUMBER FOR THE DATE IN CVRT-DATE-WORK - WHOLE   *
017660*    YEARS AT 365 PLUS ONE PER LEAP YEAR BEFORE THE WORK        *
017670*    YEAR, THE CUMULATIVE DAYS BEFORE THE MONTH, THE DAY, AND   *
017680*    THE WORK YEAR'S OWN LEAP DAY ONLY ONCE FEBRUARY IS PAST.   *
017690*    TWO SERIALS SUBTRACT TO A CALENDAR DAY COUNT.              *
017700*****************************************************************
017710 8100-COMPUTE-DAY-NUMBER.
017720     MOVE ZERO TO CVRT-DAY-NUMBER.
017730     IF CVRT-DATE-WORK NOT NUMERIC
017740         GO TO 8100-EXIT
017750     END-IF.
017760     IF CVRT-DATE-WORK-MONTH < 01
017770         OR CVRT-DATE-WORK-MONTH > 12
017780         GO TO 8100-EXIT
017790     END-IF.
017800     COMPUTE CVRT-DAY-YEAR-WORK = CVRT-DATE-WORK-YEAR - 1.
017810     DIVIDE CVRT-DAY-YEAR-WORK BY 4 GIVING CVRT-DAY-LEAP-4.
017820     DIVIDE CVRT-DAY-YEAR-WORK BY 100 GIVING CVRT-DAY-LEAP-100.
017830     DIVIDE CVRT-DAY-YEAR-WORK BY 400 GIVING CVRT-DAY-LEAP-400.
017840     COMPUTE CVRT-DAY-LEAP-WORK =
017850         CVRT-DAY-LEAP-4 - CVRT-DAY-LEAP-100 + CVRT-DAY-LEAP-400.
017860     COMPUTE CVRT-DAY-NUMBER =
017870         CVRT-DAY-YEAR-WORK * 365
017880         + CVRT-DAY-LEAP-WORK
017890         + CVRT-MONTH-DAYS(CVRT-DATE-WORK-MONTH)
017900         + CVRT-DATE-WORK-DAY.
017910     IF CVRT-DATE-WORK-MONTH > 02
017920         DIVIDE CVRT-DATE-WORK-YEAR BY 4
017930             GIVING CVRT-DAY-YEAR-WORK
017940             REMAINDER CVRT-DAY-LEAP-WORK
017950         IF CVRT-DAY-LEAP-WORK = ZERO
017960             DIVIDE CVRT-DATE-WORK-YEAR BY 100
017970                 GIVING CVRT-DAY-YEAR-WORK
017980                 REMAINDER CVRT-DAY-LEAP-WORK
017990             IF CVRT-DAY-LEAP-WORK NOT = ZERO
018000                 ADD 1 TO CVRT-DAY-NUMBER
018010             ELSE
018020                 DIVIDE CVRT-DATE-WORK-YEAR BY 400
018030                     GIVING CVRT-DAY-YEAR-WORK
018040                     REMAINDER CVRT-DAY-LEAP-WORK
018050                 IF CVRT-DAY-LEAP-WORK = ZERO
018060                     ADD 1 TO CVRT-DAY-NUMBER
018070                 END-IF
018080             END-IF
018090         END-IF
018100     END-IF.
018110 8100-EXIT.
018120     EXIT.
018130*****************************************************************
018140*    8200-COMPUTE-AGE                                           *
018150*                                                                *
018160*    AGE IN DAYS AT THE RUN DATE OF THE DATE IN CVRT-DATE-WORK. *
018170*    A DATE THAT IS NOT A DATE GIVES AGE ZERO, WHICH NEVER      *
018180*    EXPIRES ANYTHING.                                          *
018190*****************************************************************
018200 8200-COMPUTE-AGE.
018210     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
018220     IF CVRT-DAY-NUMBER = ZERO
018230         MOVE ZERO TO CVRT-AGE-DAYS
018240     ELSE
018250         COMPUTE CVRT-AGE-DAYS =
018260             CVRT-RUN-DAY-NUMBER - CVRT-DAY-NUMBER
018270     END-IF.
018280 8200-EXIT.
018290     EXIT.
018300*****************************************************************
018310*    8900-WRITE-CERT-TOTALS                                     *
018320*****************************************************************
018330 8900-WRITE-CERT-TOTALS.
018340     MOVE SPACES TO CVRT-CERT-LINE.
018350     WRITE CVRT-CERT-LINE.
018360     MOVE CVRT-MASTER-REMOVED TO CVRT-COUNT-TEXT.
018370     MOVE CVRT-MASTER-HELD TO CVRT-HELD-TEXT.
018380     MOVE SPACES TO CVRT-CERT-LINE.
018390     STRING 'CVMAST   INACTIVE MASTERS  REMOVED '
018400                DELIMITED BY SIZE
018410            CVRT-COUNT-TEXT DELIMITED BY SIZE
018420            '  HELD ' DELIMITED BY SIZE
018430            CVRT-HELD-TEXT DELIMITED BY SIZE
018440         INTO CVRT-CERT-LINE.
018450     WRITE CVRT-CERT-LINE.
018460     MOVE CVRT-NODES-REMOVED TO CVRT-COUNT-TEXT.
018470     MOVE SPACES TO CVRT-CERT-LINE.
018480     STRING 'CVHIST   WITH THE MASTERS  REMOVED '
018490                DELIMITED BY SIZE
018500            CVRT-COUNT-TEXT DELIMITED BY SIZE
018510         INTO CVRT-CERT-LINE.
018520     WRITE CVRT-CERT-LINE.
018530     MOVE CVRT-HISTORY-REMOVED TO CVRT-COUNT-TEXT.
018540     MOVE CVRT-HISTORY-HELD TO CVRT-HELD-TEXT.
018550     MOVE SPACES TO CVRT-CERT-LINE.
018560     STRING 'CVHIST   MISSING NODES     REMOVED '
018570                DELIMITED BY SIZE
018580            CVRT-COUNT-TEXT DELIMITED BY SIZE
018590            '  HELD ' DELIMITED BY SIZE
018600            CVRT-HELD-TEXT DELIMITED BY SIZE
018610         INTO CVRT-CERT-LINE.
018620     WRITE CVRT-CERT-LINE.
018630     MOVE CVRT-PIPE-REMOVED TO CVRT-COUNT-TEXT.
018640     MOVE CVRT-PIPE-HELD TO CVRT-HELD-TEXT.
018650     MOVE SPACES TO CVRT-CERT-LINE.
018660     STRING 'CVPIPE   CLOSED PIPELINE   REMOVED '
018670                DELIMITED BY SIZE
018680            CVRT-COUNT-TEXT DELIMITED BY SIZE
018690            '  HELD ' DELIMITED BY SIZE
018700            CVRT-HELD-TEXT DELIMITED BY SIZE
018710         INTO CVRT-CERT-LINE.
018720     WRITE CVRT-CERT-LINE.
018730     MOVE CVRT-STATS-REMOVED TO CVRT-COUNT-TEXT.
018740     MOVE SPACES TO CVRT-CERT-LINE.
018750     STRING 'CVSTATS  STATISTICS        REMOVED '
018760                DELIMITED BY SIZE
018770            CVRT-COUNT-TEXT DELIMITED BY SIZE
018780         INTO CVRT-CERT-LINE.
018790     WRITE CVRT-CERT-LINE.
018800     MOVE CVRT-JOURNAL-REMOVED TO CVRT-COUNT-TEXT.
018810     MOVE SPACES TO CVRT-CERT-LINE.
018820     STRING 'CVJRNL   JOURNAL ENTRIES   REMOVED '
018830                DELIMITED BY SIZE
018840            CVRT-COUNT-TEXT DELIMITED BY SIZE
018850         INTO CVRT-CERT-LINE.
018860     WRITE CVRT-CERT-LINE.
018870     IF CVRT-IO-ERROR-SEEN
018880         OR (NOT CVRT-HOLD-TABLE-VALID
018890             AND (CVRT-MASTER-DAYS > ZERO
018900                 OR CVRT-HISTORY-DAYS > ZERO
018910                 OR CVRT-PIPELINE-DAYS > ZERO))
018920         MOVE 'RUN INCOMPLETE - RERUN ONCE THE ERROR IS CLEARED'
018930             TO CVRT-CERT-LINE
018940     ELSE
018950         MOVE 'RUN COMPLETE' TO CVRT-CERT-LINE
018960     END-IF.
018970     WRITE CVRT-CERT-LINE.
018980     MOVE SPACES TO CVRT-CERT-LINE.
018990     WRITE CVRT-CERT-LINE.
019000 8900-EXIT.
019010     EXIT.
019020*****************************************************************
019030*    9900-RAISE-CONDITION                                       *
019040*****************************************************************
019050 9900-RAISE-CONDITION.
019060     IF CVRT-RAISE-CC-VALUE > CVRT-CONDITION-CODE
019070         MOVE CVRT-RAISE-CC-VALUE TO CVRT-CONDITION-CODE
019080     END-IF.
019090 9900-EXIT.
019100     EXIT.
019110*****************************************************************
019120*    9999-TERMINATE                                             *
019130*****************************************************************
019140 9999-TERMINATE.
019150     IF CVRT-CERT-OPENED
019160         CLOSE CVRT-CERT-FILE
019170     END-IF.
019180     IF CVRT-ARCMAST-OPENED
019190         CLOSE CVRT-ARCMAST-FILE
019200     END-IF.
019210     IF CVRT-ARCHIST-OPENED
019220         CLOSE CVRT-ARCHIST-FILE
019230     END-IF.
019240     IF CVRT-ARCPIPE-OPENED
019250         CLOSE CVRT-ARCPIPE-FILE
019260     END-IF.
019270     IF CVRT-ARCSTAT-OPENED
019280         CLOSE CVRT-ARCSTAT-FILE
019290     END-IF.
019300     IF CVRT-ARCJRNL-OPENED
019310         CLOSE CVRT-ARCJRNL-FILE
019320     END-IF.
019330     IF CVRT-IO-ERROR-SEEN
019340         MOVE 12 TO CVRT-RAISE-CC-VALUE
019350         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
019360     END-IF.
019370     DISPLAY 'CV810 - DATA RETENTION SUMMARY'.
019380     DISPLAY '  CVMAST REMOVED       : ' CVRT-MASTER-REMOVED.
019390     DISPLAY '  CVMAST HELD          : ' CVRT-MASTER-HELD.
019400     DISPLAY '  CVHIST WITH MASTERS  : ' CVRT-NODES-REMOVED.
019410     DISPLAY '  CVHIST MISSING NODES : ' CVRT-HISTORY-REMOVED.
019420     DISPLAY '  CVPIPE REMOVED       : ' CVRT-PIPE-REMOVED.
019430     DISPLAY '  CVSTATS REMOVED      : ' CVRT-STATS-REMOVED.
019440     DISPLAY '  CVJRNL REMOVED       : ' CVRT-JOURNAL-REMOVED.
019450     DISPLAY 'CV810 - ENDING WITH CONDITION CODE '
019460         CVRT-CONDITION-CODE.
019470     MOVE CVRT-CONDITION-CODE TO RETURN-CODE.
019480 9999-EXIT.
019490     EXIT.
