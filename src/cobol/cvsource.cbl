000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV840.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - BATCH SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV840 - SOURCE-OF-HIRE AND AGENCY PERFORMANCE REPORT.       *
000100*                                                               *
000110*   MONTHLY REPORT (CVSRCHIR.TXT) OF HOW CANDIDATES FROM EACH   *
000120*   SOURCE CHANNEL GET ON.  A CANDIDATE'S CHANNEL COMES FROM    *
000130*   THE FILE RECORDS CV100 ADDS TO THE CUMULATIVE STATISTICS    *
000140*   FILE CVSTATS.DAT FOR EVERY YAML FILE IT OPENS.  AN AGENCY   *
000150*   FILE IS NAMED PREFIX.<CANDIDATE-ID>.yaml, AS THE CV150      *
000160*   FEED WRITES CVAGY.<CANDIDATE-ID>.yaml - THE NAME UP TO ITS  *
000170*   FIRST '.' IS THE FILE PREFIX, THE NAME UP TO THE NEXT THE   *
000180*   CANDIDATE.                                                  *
000190*                                                               *
000200*     A PREFIX ON THE AGENCY FEE FILE (CVAGYFEE.TXT) IS THAT    *
000210*     AGENCY.  CVAGY (THE CV150 FEED) NOT ON THE FEE FILE IS    *
000220*     STILL AN AGENCY, REPORTED UNDER CODE CVAGY WITH NO FEE    *
000230*     RATE.  THE FIRST AGENCY FILE THAT ADDED NODES FOR THE     *
000240*     CANDIDATE, OR FOR A MASTER SINCE MERGED INTO THEM, BY THE *
000250*     END OF THE MONTH IS THEIR CHANNEL.  EVERY OTHER CANDIDATE *
000260*     HAS NODES ON CVHIST FROM SOME OTHER FILE AND IS DIRECT.   *
000270*     CV810 AGES OFF OLD STATISTICS, SO A CANDIDATE WHOSE       *
000280*     AGENCY FILE HAS GONE FROM CVSTATS.DAT COUNTS AS DIRECT.   *
000290*                                                               *
000300*   EACH CANDIDATE (MERGED MASTERS ARE PASSED OVER) IS LOADED   *
000310*   ON THE EARLIEST FIRST-SEEN DATE OF THEIR CVHIST NODES AND   *
000320*   IS FOLLOWED THROUGH CVPIPE.DAT TO THE FURTHEST STAGE ANY    *
000330*   REQUISITION REACHED - ANY PIPELINE RECORD IS SHORTLISTED;   *
000340*   CONTACTED, DECLINED OR WITHDRAWN IS CONTACTED; THEN         *
000350*   INTERVIEWED, OFFERED, HIRED.  CVPIPE KEEPS ONLY THE LATEST  *
000360*   STAGE, SO A CANDIDATE DECLINED AFTER INTERVIEW COUNTS AS    *
000370*   CONTACTED ONLY.  THE REPORT IS AS AT THE END OF THE         *
000380*   REPORT MONTH - LATER LOADS AND PIPELINE RECORDS FIRST       *
000390*   ACTIONED LATER ARE LEFT OUT, AND A LATER HIRE COUNTS AS     *
000400*   OFFERED.                                                    *
000410*                                                               *
000420*   THE REPORT SHOWS PER CHANNEL THE COUNTS LOADED (AND NEW IN  *
000430*   THE MONTH), SHORTLISTED, CONTACTED, INTERVIEWED, OFFERED,   *
000440*   HIRED (AND HIRED IN THE MONTH) WITH AVERAGE DAYS FROM LOAD  *
000450*   TO HIRE, THEN THE CONVERSION RATE FROM EACH STAGE TO THE    *
000460*   NEXT, THEN PER AGENCY EVERY HIRE IN THE MONTH WITH THE      *
000470*   PLACEMENT FEE ACCRUED ON IT, FOR FINANCE TO CHECK THE       *
000480*   AGENCY INVOICES AGAINST.                                    *
000490*                                                               *
000500*   CVAGYFEE.TXT HAS ONE LINE PER AGENCY FILE PREFIX, '*' IN    *
000510*   COLUMN 1 FOR A COMMENT -                                    *
000520*                                                               *
000530*       FILE-PREFIX|AGENCY-CODE|FEE-PER-HIRE|AGENCY-NAME        *
000540*                                                               *
000550*   THE FEE IS A FLAT AMOUNT PER HIRE, UP TO 7 WHOLE DIGITS     *
000560*   AND 2 DECIMALS (2500 OR 2500.00) - CVREQ HOLDS NO SALARY    *
000570*   TO TAKE A PERCENTAGE OF.  THE MONTH COMES FROM CVSOURCE.TXT *
000580*   KEY=VALUE, '*' IN COLUMN 1 FOR A COMMENT -                  *
000590*                                                               *
000600*       REPORT-MONTH=YYYYMM                                     *
000610*                                                               *
000620*   AND IS THE CALENDAR MONTH BEFORE THE RUN DATE WITHOUT IT.   *
000630*   RUN AFTER CV100 AND CV600.  NOTHING IS UPDATED.             *
000640*                                                               *
000650*   CONDITION CODES FOLLOW CV100 - 0 CLEAN, 4 WARNINGS (A       *
000660*   PARAMETER OR FEE LINE IGNORED, NO FEE FILE, AN AGENCY HIRE  *
000670*   WITH NO FEE RATE), 8 REPORT INCOMPLETE (A TABLE FULL), 12   *
000680*   I/O ERROR.                                                  *
000690*                                                               *
000700*   MODIFICATION HISTORY.                                      *
000710*       2026-10-15  RM  ORIGINAL VERSION.                      *
000720*       2026-10-15  RM  CHANNEL FROM CVSTATS.DAT, NOT CVINQ.   *
000730*                                                               *
000740*****************************************************************
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT CVSH-PARM-FILE
000790         ASSIGN TO 'CVSOURCE.TXT'
000800         ORGANIZATION LINE SEQUENTIAL
000810         FILE STATUS IS CVSH-PARM-STATUS.
000820     SELECT CVSH-FEE-FILE
000830         ASSIGN TO 'CVAGYFEE.TXT'
000840         ORGANIZATION LINE SEQUENTIAL
000850         FILE STATUS IS CVSH-FEE-STATUS.
000860     SELECT CVSH-MASTER-FILE
000870         ASSIGN TO 'CVMAST.DAT'
000880         ORGANIZATION INDEXED
000890         ACCESS SEQUENTIAL
000900         RECORD KEY CVM-CANDIDATE-ID
000910         FILE STATUS IS CVSH-MASTER-STATUS.
000920     SELECT CVSH-STATS-FILE
000930         ASSIGN TO 'CVSTATS.DAT'
000940         ORGANIZATION LINE SEQUENTIAL
000950         FILE STATUS IS CVSH-STATS-STATUS.
000960     SELECT CVSH-HISTORY-FILE
000970         ASSIGN TO 'CVHIST.DAT'
000980         ORGANIZATION INDEXED
000990         ACCESS DYNAMIC
001000         RECORD KEY CVH-RECORD-KEY
001010         FILE STATUS IS CVSH-HISTORY-STATUS.
001020     SELECT CVSH-PIPE-FILE
001030         ASSIGN TO 'CVPIPE.DAT'
001040         ORGANIZATION INDEXED
001050         ACCESS SEQUENTIAL
001060         RECORD KEY CVP-RECORD-KEY
001070         FILE STATUS IS CVSH-PIPE-STATUS.
001080     SELECT CVSH-REPORT-FILE
001090         ASSIGN TO 'CVSRCHIR.TXT'
001100         ORGANIZATION LINE SEQUENTIAL
001110         FILE STATUS IS CVSH-REPORT-STATUS.
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  CVSH-PARM-FILE.
001150 01  CVSH-PARM-LINE              PIC X(80).
001160 FD  CVSH-FEE-FILE.
001170 01  CVSH-FEE-LINE               PIC X(100).
001180 FD  CVSH-MASTER-FILE.
001190 01  CVSH-MASTER-RECORD.
001200     COPY CVMAST.
001210 FD  CVSH-STATS-FILE.
001220 01  CVSH-STATS-LINE             PIC X(340).
001230 FD  CVSH-HISTORY-FILE.
001240 01  CVSH-HISTORY-RECORD.
001250     COPY CVHIST.
001260 FD  CVSH-PIPE-FILE.
001270 01  CVSH-PIPE-RECORD.
001280     COPY CVPIPE.
001290 FD  CVSH-REPORT-FILE.
001300 01  CVSH-REPORT-LINE            PIC X(132).
001310 WORKING-STORAGE SECTION.
001320 77  CVSH-PARM-STATUS            PIC X(02) VALUE '00'.
001330     88  CVSH-PARM-FOUND             VALUE '00'.
001340     88  CVSH-PARM-MISSING           VALUE '35'.
001350 77  CVSH-FEE-STATUS             PIC X(02) VALUE '00'.
001360     88  CVSH-FEE-FOUND              VALUE '00'.
001370     88  CVSH-FEE-MISSING            VALUE '35'.
001380 77  CVSH-MASTER-STATUS          PIC X(02) VALUE '00'.
001390     88  CVSH-MASTER-STATUS-OK       VALUE '00'.
001400     88  CVSH-MASTER-AT-END          VALUE '10'.
001410     88  CVSH-MASTER-ABSENT          VALUE '35'.
001420 77  CVSH-STATS-STATUS           PIC X(02) VALUE '00'.
001430     88  CVSH-STATS-STATUS-OK        VALUE '00'.
001440     88  CVSH-STATS-AT-END           VALUE '10'.
001450     88  CVSH-STATS-ABSENT           VALUE '35'.
001460 77  CVSH-HISTORY-STATUS         PIC X(02) VALUE '00'.
001470     88  CVSH-HISTORY-STATUS-OK      VALUE '00'.
001480     88  CVSH-HISTORY-AT-END         VALUE '10'.
001490     88  CVSH-HISTORY-NOT-FOUND      VALUE '23'.
001500     88  CVSH-HISTORY-ABSENT         VALUE '35'.
001510 77  CVSH-PIPE-STATUS            PIC X(02) VALUE '00'.
001520     88  CVSH-PIPE-STATUS-OK         VALUE '00'.
001530     88  CVSH-PIPE-AT-END            VALUE '10'.
001540     88  CVSH-PIPE-ABSENT            VALUE '35'.
001550 77  CVSH-REPORT-STATUS          PIC X(02) VALUE '00'.
001560     88  CVSH-REPORT-OPEN-OK         VALUE '00'.
001570 77  CVSH-PARM-EOF-SWITCH        PIC X(01) VALUE 'N'.
001580     88  CVSH-PARM-EOF               VALUE 'Y'.
001590 77  CVSH-FEE-EOF-SWITCH         PIC X(01) VALUE 'N'.
001600     88  CVSH-FEE-EOF                VALUE 'Y'.
001610 77  CVSH-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
001620     88  CVSH-MASTER-EOF             VALUE 'Y'.
001630 77  CVSH-STATS-EOF-SWITCH       PIC X(01) VALUE 'N'.
001640     88  CVSH-STATS-EOF              VALUE 'Y'.
001650 77  CVSH-HISTORY-EOF-SWITCH     PIC X(01) VALUE 'N'.
001660     88  CVSH-HISTORY-EOF            VALUE 'Y'.
001670 77  CVSH-PIPE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001680     88  CVSH-PIPE-EOF               VALUE 'Y'.
001690 77  CVSH-MASTER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001700     88  CVSH-MASTER-OPENED          VALUE 'Y'.
001710 77  CVSH-HISTORY-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001720     88  CVSH-HISTORY-OPENED         VALUE 'Y'.
001730 77  CVSH-REPORT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001740     88  CVSH-REPORT-OPENED          VALUE 'Y'.
001750 77  CVSH-RUN-READY-SWITCH       PIC X(01) VALUE 'N'.
001760     88  CVSH-RUN-READY              VALUE 'Y'.
001770 77  CVSH-PARM-KEY               PIC X(30).
001780 77  CVSH-PARM-VALUE             PIC X(40).
001790 77  CVSH-PARM-DIGITS            PIC X(10).
001800 77  CVSH-PARM-LENGTH            PIC 9(02) COMP VALUE ZERO.
001810 77  CVSH-FEE-PREFIX             PIC X(20).
001820 77  CVSH-FEE-CODE               PIC X(08).
001830 77  CVSH-FEE-TEXT               PIC X(20).
001840 77  CVSH-FEE-NAME               PIC X(30).
001850 77  CVSH-FEE-WHOLE-TEXT         PIC X(10).
001860 77  CVSH-FEE-CENTS-TEXT         PIC X(10).
001870 77  CVSH-FEE-WHOLE-LENGTH       PIC 9(02) COMP VALUE ZERO.
001880 77  CVSH-FEE-CENTS-LENGTH       PIC 9(02) COMP VALUE ZERO.
001890 77  CVSH-FEE-WHOLE              PIC 9(07) VALUE ZERO.
001900 77  CVSH-FEE-CENTS              PIC 9(02) VALUE ZERO.
001910 77  CVSH-FEE-VALID-SWITCH       PIC X(01) VALUE 'N'.
001920     88  CVSH-FEE-VALID              VALUE 'Y'.
001930 77  CVSH-RUN-DATE               PIC 9(08).
001940 77  CVSH-REPORT-MONTH           PIC 9(06) VALUE ZERO.
001950 77  CVSH-MONTH-START            PIC 9(08) VALUE ZERO.
001960 77  CVSH-MONTH-END              PIC 9(08) VALUE ZERO.
001970 77  CVSH-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
001980 77  CVSH-LOAD-DAY-NUMBER        PIC 9(07) COMP VALUE ZERO.
001990 77  CVSH-DAYS-TO-HIRE           PIC S9(07) COMP VALUE ZERO.
002000 77  CVSH-DAY-YEAR-WORK          PIC 9(07) COMP VALUE ZERO.
002010 77  CVSH-DAY-LEAP-WORK          PIC 9(07) COMP VALUE ZERO.
002020 77  CVSH-DAY-LEAP-4             PIC 9(07) COMP VALUE ZERO.
002030 77  CVSH-DAY-LEAP-100           PIC 9(07) COMP VALUE ZERO.
002040 77  CVSH-DAY-LEAP-400           PIC 9(07) COMP VALUE ZERO.
002050 77  CVSH-SOURCE-PREFIX          PIC X(20).
002060 77  CVSH-SOURCE-ID              PIC X(10).
002070 77  CVSH-CHECK-PREFIX           PIC X(20).
002080 77  CVSH-CHECK-ID               PIC X(10) VALUE SPACES.
002090 77  CVSH-FOUND-INDEX            PIC 9(05) COMP VALUE ZERO.
002100 77  CVSH-CAND-CHANNEL           PIC 9(03) COMP VALUE ZERO.
002110 77  CVSH-MERGE-LINKS            PIC 9(02) COMP VALUE ZERO.
002120 77  CVSH-LOAD-DATE              PIC 9(08) VALUE ZERO.
002130 77  CVSH-STAGE-RANK             PIC 9(01) VALUE ZERO.
002140 77  CVSH-PCT-NUMERATOR          PIC 9(07) COMP VALUE ZERO.
002150 77  CVSH-PCT-DENOMINATOR        PIC 9(07) COMP VALUE ZERO.
002160 77  CVSH-PCT                    PIC 9(03) COMP VALUE ZERO.
002170 77  CVSH-PCT-TEXT               PIC 9(03).
002180 77  CVSH-COUNT-TEXT             PIC 9(07).
002190 77  CVSH-DAYS-TEXT              PIC 9(05).
002200 77  CVSH-AVERAGE-DAYS           PIC 9(05) COMP VALUE ZERO.
002210 77  CVSH-FEE-DISPLAY            PIC X(12).
002220 77  CVSH-MASTERS-READ           PIC 9(07) COMP VALUE ZERO.
002230 77  CVSH-MERGED-COUNT           PIC 9(07) COMP VALUE ZERO.
002240 77  CVSH-NO-NODES-COUNT         PIC 9(07) COMP VALUE ZERO.
002250 77  CVSH-LATER-COUNT            PIC 9(07) COMP VALUE ZERO.
002260 77  CVSH-PIPE-READ              PIC 9(07) COMP VALUE ZERO.
002270 77  CVSH-PIPE-LATER-COUNT       PIC 9(07) COMP VALUE ZERO.
002280 77  CVSH-PIPE-UNMATCHED         PIC 9(07) COMP VALUE ZERO.
002290 77  CVSH-AGENCY-FILES           PIC 9(07) COMP VALUE ZERO.
002300 77  CVSH-AGENCY-UNMATCHED       PIC 9(07) COMP VALUE ZERO.
002310 77  CVSH-AGENCY-CANDIDATES      PIC 9(07) COMP VALUE ZERO.
002320 77  CVSH-ACCRUED-COUNT          PIC 9(07) COMP VALUE ZERO.
002330 77  CVSH-UNPRICED-COUNT         PIC 9(07) COMP VALUE ZERO.
002340 77  CVSH-CONDITION-CODE         PIC 9(02) COMP VALUE ZERO.
002350 77  CVSH-RAISE-CC-VALUE         PIC 9(02) COMP VALUE ZERO.
002360 77  CVSH-IO-ERROR-SWITCH        PIC X(01) VALUE 'N'.
002370     88  CVSH-IO-ERROR-SEEN          VALUE 'Y'.
002380*
002390*    THE SOURCE CHANNELS.  ENTRY 1 IS DIRECT, THEN ONE PER
002400*    CVAGYFEE.TXT LINE, THEN CVAGY IF IT TURNS UP WITHOUT A FEE
002410*    LINE.  THE COUNTS ARE LAID OUT AS THE PRINT ROW BELOW SO A
002420*    CHANNEL'S COUNTS MOVE TO IT WHOLE.
002440*
002450 77  CVSH-CHANNEL-COUNT          PIC 9(03) COMP VALUE ZERO.
002460 77  CVSH-CHANNEL-MAX            PIC 9(03) COMP VALUE 50.
002470 77  CVSH-CHANNEL-INDEX          PIC 9(03) COMP VALUE ZERO.
002480 77  CVSH-DIRECT-CHANNEL         PIC 9(03) COMP VALUE 1.
002490 01  CVSH-CHANNEL-TABLE.
002500     03  CVSH-CHANNEL-ENTRY OCCURS 50 TIMES.
002510         05  CVSH-CH-CODE        PIC X(08).
002520         05  CVSH-CH-NAME        PIC X(30).
002530         05  CVSH-CH-PREFIX      PIC X(20).
002540         05  CVSH-CH-AGENCY-SWITCH
002550                                 PIC X(01).
002560             88  CVSH-CH-IS-AGENCY   VALUE 'Y'.
002570         05  CVSH-CH-FEE-SWITCH  PIC X(01).
002580             88  CVSH-CH-FEE-KNOWN   VALUE 'Y'.
002590         05  CVSH-CH-FEE         PIC 9(07)V99.
002600         05  CVSH-CH-COUNTS.
002610             07  CVSH-CH-LOADED  PIC 9(07) COMP.
002620             07  CVSH-CH-NEW     PIC 9(07) COMP.
002630             07  CVSH-CH-SHORT   PIC 9(07) COMP.
002640             07  CVSH-CH-CONTACT PIC 9(07) COMP.
002650             07  CVSH-CH-INTERVIEW
002660                                 PIC 9(07) COMP.
002670             07  CVSH-CH-OFFER   PIC 9(07) COMP.
002680             07  CVSH-CH-HIRED   PIC 9(07) COMP.
002690             07  CVSH-CH-HIRED-MONTH
002700                                 PIC 9(07) COMP.
002710             07  CVSH-CH-DAYS-TOTAL
002720                                 PIC 9(09) COMP.
002730             07  CVSH-CH-FEE-TOTAL
002740                                 PIC 9(09)V99 COMP-3.
002750 01  CVSH-PRINT-ROW.
002760     03  CVSH-PR-LOADED          PIC 9(07) COMP.
002770     03  CVSH-PR-NEW             PIC 9(07) COMP.
002780     03  CVSH-PR-SHORT           PIC 9(07) COMP.
002790     03  CVSH-PR-CONTACT         PIC 9(07) COMP.
002800     03  CVSH-PR-INTERVIEW       PIC 9(07) COMP.
002810     03  CVSH-PR-OFFER           PIC 9(07) COMP.
002820     03  CVSH-PR-HIRED           PIC 9(07) COMP.
002830     03  CVSH-PR-HIRED-MONTH     PIC 9(07) COMP.
002840     03  CVSH-PR-DAYS-TOTAL      PIC 9(09) COMP.
002850     03  CVSH-PR-FEE-TOTAL       PIC 9(09)V99 COMP-3.
002860 01  CVSH-TOTAL-ROW.
002870     03  CVSH-TR-LOADED          PIC 9(07) COMP VALUE ZERO.
002880     03  CVSH-TR-NEW             PIC 9(07) COMP VALUE ZERO.
002890     03  CVSH-TR-SHORT           PIC 9(07) COMP VALUE ZERO.
002900     03  CVSH-TR-CONTACT         PIC 9(07) COMP VALUE ZERO.
002910     03  CVSH-TR-INTERVIEW       PIC 9(07) COMP VALUE ZERO.
002920     03  CVSH-TR-OFFER           PIC 9(07) COMP VALUE ZERO.
002930     03  CVSH-TR-HIRED           PIC 9(07) COMP VALUE ZERO.
002940     03  CVSH-TR-HIRED-MONTH     PIC 9(07) COMP VALUE ZERO.
002950     03  CVSH-TR-DAYS-TOTAL      PIC 9(09) COMP VALUE ZERO.
002960     03  CVSH-TR-FEE-TOTAL       PIC 9(09)V99 COMP-3
002970                                 VALUE ZERO.
002980*
002990*    ONE ENTRY PER CANDIDATE LOADED BY THE END OF THE MONTH -
003000*    CHANNEL, LOAD DATE, FURTHEST STAGE RANK (1 SHORTLISTED,
003010*    2 CONTACTED, 3 INTERVIEWED, 4 OFFERED, 5 HIRED) AND THE
003020*    HIRE.  CVMAST IS READ IN KEY ORDER, SO THE TABLE IS TOO.
003030*
003040 77  CVSH-CAND-COUNT             PIC 9(05) COMP VALUE ZERO.
003050 77  CVSH-CAND-MAX               PIC 9(05) COMP VALUE 20000.
003060 77  CVSH-CAND-INDEX             PIC 9(05) COMP VALUE ZERO.
003070 01  CVSH-CAND-TABLE.
003080     03  CVSH-CAND-ENTRY OCCURS 20000 TIMES.
003090         05  CVSH-CT-ID          PIC X(10).
003100         05  CVSH-CT-NAME        PIC X(30).
003110         05  CVSH-CT-CHANNEL     PIC 9(03) COMP.
003120         05  CVSH-CT-LOAD-DATE   PIC 9(08).
003130         05  CVSH-CT-RANK        PIC 9(01).
003140         05  CVSH-CT-HIRE-DATE   PIC 9(08).
003150         05  CVSH-CT-HIRE-REQ    PIC X(08).
003160*
003170*    EACH MERGED MASTER AND THE MASTER IT WAS MERGED INTO, SO AN
003180*    AGENCY FILE LOADED UNDER THE OLD ID CAN BE FOLLOWED TO THE
003190*    SURVIVOR.
003200*
003210 77  CVSH-MERGE-COUNT            PIC 9(05) COMP VALUE ZERO.
003220 77  CVSH-MERGE-MAX              PIC 9(05) COMP VALUE 5000.
003230 77  CVSH-MERGE-INDEX            PIC 9(05) COMP VALUE ZERO.
003240 01  CVSH-MERGE-TABLE.
003250     03  CVSH-MERGE-ENTRY OCCURS 5000 TIMES.
003260         05  CVSH-MT-LOSER-ID    PIC X(10).
003270         05  CVSH-MT-SURVIVOR-ID PIC X(10).
003280*
003290*    MONEY WORK AREA - THE WHOLE AND PENCE PARTS ARE PRINTED
003300*    EITHER SIDE OF A POINT.
003310*
003320 01  CVSH-AMOUNT-AREA.
003330     03  CVSH-AMOUNT             PIC 9(09)V99.
003340     03  FILLER REDEFINES CVSH-AMOUNT.
003350         05  CVSH-AMOUNT-WHOLE   PIC 9(09).
003360         05  CVSH-AMOUNT-CENTS   PIC 9(02).
003370 77  CVSH-GRAND-FEE-TOTAL        PIC 9(09)V99 COMP-3
003380                                 VALUE ZERO.
003390*
003400*    DATE WORK AREA AND THE CUMULATIVE DAYS BEFORE EACH MONTH,
003410*    FOR THE SERIAL DAY NUMBER THE DAYS TO HIRE ARE COUNTED
003420*    IN - AS IN CV810.
003430*
003440 01  CVSH-DATE-WORK-AREA.
003450     03  CVSH-DATE-WORK          PIC X(08).
003460     03  CVSH-DATE-WORK-N REDEFINES CVSH-DATE-WORK
003470                                 PIC 9(08).
003480     03  FILLER REDEFINES CVSH-DATE-WORK.
003490         05  CVSH-DATE-WORK-YEAR PIC 9(04).
003500         05  CVSH-DATE-WORK-MONTH
003510                                 PIC 9(02).
003520         05  CVSH-DATE-WORK-DAY  PIC 9(02).
003530 01  CVSH-MONTH-WORK-AREA.
003540     03  CVSH-MONTH-WORK         PIC 9(06).
003550     03  FILLER REDEFINES CVSH-MONTH-WORK.
003560         05  CVSH-MONTH-WORK-YEAR
003570                                 PIC 9(04).
003580         05  CVSH-MONTH-WORK-MONTH
003590                                 PIC 9(02).
003600 01  CVSH-MONTH-DAYS-AREA.
003610     03  CVSH-MONTH-DAYS-VALUES.
003620         05  FILLER              PIC 9(03) VALUE 000.
003630         05  FILLER              PIC 9(03) VALUE 031.
003640         05  FILLER              PIC 9(03) VALUE 059.
003650         05  FILLER              PIC 9(03) VALUE 090.
003660         05  FILLER              PIC 9(03) VALUE 120.
003670         05  FILLER              PIC 9(03) VALUE 151.
003680         05  FILLER              PIC 9(03) VALUE 181.
003690         05  FILLER              PIC 9(03) VALUE 212.
003700         05  FILLER              PIC 9(03) VALUE 243.
003710         05  FILLER              PIC 9(03) VALUE 273.
003720         05  FILLER              PIC 9(03) VALUE 304.
003730         05  FILLER              PIC 9(03) VALUE 334.
003740     03  FILLER REDEFINES CVSH-MONTH-DAYS-VALUES.
003750         05  CVSH-MONTH-DAYS OCCURS 12 TIMES
003760                                 PIC 9(03).
003770*
003780*    THE STATISTICS RECORD LAYOUTS, SHARED WITH CV100.
003790*
003800     COPY CVSTATS.
003810 PROCEDURE DIVISION.
003820*****************************************************************
003830*    0000-MAINLINE                                              *
003840*****************************************************************
003850 0000-MAINLINE.
003860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003870     IF CVSH-RUN-READY
003880         PERFORM 2000-LOAD-CANDIDATES THRU 2000-EXIT
003890         PERFORM 3000-FOLLOW-PIPELINE THRU 3000-EXIT
003900         PERFORM 4000-ADD-UP-CHANNELS THRU 4000-EXIT
003910         PERFORM 5000-WRITE-CHANNEL-COUNTS THRU 5000-EXIT
003920         PERFORM 5200-WRITE-CHANNEL-RATES THRU 5200-EXIT
003930         PERFORM 6000-WRITE-FEE-ACCRUAL THRU 6000-EXIT
003940         PERFORM 8900-WRITE-REPORT-TRAILER THRU 8900-EXIT
003950     END-IF.
003960     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003970     GOBACK.
003980*****************************************************************
003990*    1000-INITIALIZE                                            *
004000*                                                                *
004010*    THE REPORT IS REWRITTEN EVERY RUN.  WITHOUT IT, OR         *
004020*    WITHOUT CVMAST, THERE IS NOTHING TO DO.                    *
004030*****************************************************************
004040 1000-INITIALIZE.
004050     ACCEPT CVSH-RUN-DATE FROM DATE YYYYMMDD.
004060     PERFORM 1020-SET-DEFAULT-MONTH THRU 1020-EXIT.
004070     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
004080     MOVE CVSH-REPORT-MONTH TO CVSH-DATE-WORK(1:6).
004090     MOVE '01' TO CVSH-DATE-WORK(7:2).
004100     MOVE CVSH-DATE-WORK-N TO CVSH-MONTH-START.
004110     MOVE '31' TO CVSH-DATE-WORK(7:2).
004120     MOVE CVSH-DATE-WORK-N TO CVSH-MONTH-END.
004130     PERFORM 1200-SET-FIXED-CHANNELS THRU 1200-EXIT.
004140     PERFORM 1300-LOAD-FEE-RATES THRU 1300-EXIT.
004150     OPEN OUTPUT CVSH-REPORT-FILE.
004160     IF NOT CVSH-REPORT-OPEN-OK
004170         DISPLAY 'CV840E - CANNOT OPEN CVSRCHIR.TXT STATUS='
004180             CVSH-REPORT-STATUS ' - NOTHING DONE'
004190         SET CVSH-IO-ERROR-SEEN TO TRUE
004200         GO TO 1000-EXIT
004210     END-IF.
004220     SET CVSH-REPORT-OPENED TO TRUE.
004230     PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT.
004240     OPEN INPUT CVSH-MASTER-FILE.
004250     EVALUATE TRUE
004260         WHEN CVSH-MASTER-STATUS-OK
004270             SET CVSH-MASTER-OPENED TO TRUE
004280         WHEN CVSH-MASTER-ABSENT
004290             DISPLAY 'CV840W - CVMAST.DAT NOT FOUND - NO'
004300                 ' CANDIDATES TO REPORT'
004310             GO TO 1000-EXIT
004320         WHEN OTHER
004330             DISPLAY 'CV840E - I/O ERROR OPENING CVMAST.DAT'
004340                 ' STATUS=' CVSH-MASTER-STATUS
004350             SET CVSH-IO-ERROR-SEEN TO TRUE
004360             GO TO 1000-EXIT
004370     END-EVALUATE.
004380     OPEN INPUT CVSH-HISTORY-FILE.
004390     EVALUATE TRUE
004400         WHEN CVSH-HISTORY-STATUS-OK
004410             SET CVSH-HISTORY-OPENED TO TRUE
004420         WHEN CVSH-HISTORY-ABSENT
004430             CONTINUE
004440         WHEN OTHER
004450             DISPLAY 'CV840E - I/O ERROR OPENING CVHIST.DAT'
004460                 ' STATUS=' CVSH-HISTORY-STATUS
004470             SET CVSH-IO-ERROR-SEEN TO TRUE
004480     END-EVALUATE.
004490     SET CVSH-RUN-READY TO TRUE.
004500 1000-EXIT.
004510     EXIT.
004520*****************************************************************
004530*    1020-SET-DEFAULT-MONTH                                     *
004540*                                                                *
004550*    THE CALENDAR MONTH BEFORE THE RUN DATE.                    *
004560*****************************************************************
004570 1020-SET-DEFAULT-MONTH.
004580     MOVE CVSH-RUN-DATE(1:6) TO CVSH-MONTH-WORK.
004590     IF CVSH-MONTH-WORK-MONTH = 01
004600         MOVE 12 TO CVSH-MONTH-WORK-MONTH
004610         SUBTRACT 1 FROM CVSH-MONTH-WORK-YEAR
004620     ELSE
004630         SUBTRACT 1 FROM CVSH-MONTH-WORK-MONTH
004640     END-IF.
004650     MOVE CVSH-MONTH-WORK TO CVSH-REPORT-MONTH.
004660 1020-EXIT.
004670     EXIT.
004680*****************************************************************
004690*    1050-LOAD-PARAMETERS                                       *
004700*****************************************************************
004710 1050-LOAD-PARAMETERS.
004720     OPEN INPUT CVSH-PARM-FILE.
004730     EVALUATE TRUE
004740         WHEN CVSH-PARM-FOUND
004750             CONTINUE
004760         WHEN CVSH-PARM-MISSING
004770             GO TO 1050-EXIT
004780         WHEN OTHER
004790             DISPLAY 'CV840E - I/O ERROR OPENING CVSOURCE.TXT'
004800                 ' STATUS=' CVSH-PARM-STATUS
004810             SET CVSH-IO-ERROR-SEEN TO TRUE
004820             GO TO 1050-EXIT
004830     END-EVALUATE.
004840     READ CVSH-PARM-FILE
004850         AT END SET CVSH-PARM-EOF TO TRUE
004860     END-READ.
004870     PERFORM 1060-APPLY-PARAMETER THRU 1060-EXIT
004880         UNTIL CVSH-PARM-EOF.
004890     CLOSE CVSH-PARM-FILE.
004900 1050-EXIT.
004910     EXIT.
004920*****************************************************************
004930*    1060-APPLY-PARAMETER                                       *
004940*                                                                *
004950*    THE MONTH IS SIX DIGITS, YYYYMM, MONTH 01 TO 12.           *
004960*****************************************************************
004970 1060-APPLY-PARAMETER.
004980     IF CVSH-PARM-LINE = SPACES
004990         OR CVSH-PARM-LINE(1:1) = '*'
005000         GO TO 1060-READ-NEXT
005010     END-IF.
005020     MOVE SPACES TO CVSH-PARM-KEY.
005030     MOVE SPACES TO CVSH-PARM-VALUE.
005040     MOVE SPACES TO CVSH-PARM-DIGITS.
005050     MOVE ZERO TO CVSH-PARM-LENGTH.
005060     UNSTRING CVSH-PARM-LINE DELIMITED BY '='
005070         INTO CVSH-PARM-KEY CVSH-PARM-VALUE.
005080     UNSTRING CVSH-PARM-VALUE DELIMITED BY SPACE
005090         INTO CVSH-PARM-DIGITS COUNT IN CVSH-PARM-LENGTH.
005100     IF CVSH-PARM-KEY NOT = 'REPORT-MONTH'
005110         OR CVSH-PARM-LENGTH NOT = 6
005120         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
005130         GO TO 1060-READ-NEXT
005140     END-IF.
005150     IF CVSH-PARM-DIGITS(1:6) NOT NUMERIC
005160         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
005170         GO TO 1060-READ-NEXT
005180     END-IF.
005190     MOVE CVSH-PARM-DIGITS(1:6) TO CVSH-MONTH-WORK.
005200     IF CVSH-MONTH-WORK-MONTH < 01
005210         OR CVSH-MONTH-WORK-MONTH > 12
005220         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
005230         GO TO 1060-READ-NEXT
005240     END-IF.
005250     MOVE CVSH-MONTH-WORK TO CVSH-REPORT-MONTH.
005260 1060-READ-NEXT.
005270     READ CVSH-PARM-FILE
005280         AT END SET CVSH-PARM-EOF TO TRUE
005290     END-READ.
005300 1060-EXIT.
005310     EXIT.
005320*****************************************************************
005330*    1070-REJECT-PARAMETER                                      *
005340*****************************************************************
005350 1070-REJECT-PARAMETER.
005360     DISPLAY 'CV840W - PARAMETER LINE IGNORED - '
005370         CVSH-PARM-LINE(1:50).
005380     MOVE 4 TO CVSH-RAISE-CC-VALUE.
005390     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
005400 1070-EXIT.
005410     EXIT.
005420*****************************************************************
005430*    1100-WRITE-REPORT-HEADING                                  *
005440*****************************************************************
005450 1100-WRITE-REPORT-HEADING.
005460     MOVE SPACES TO CVSH-REPORT-LINE.
005470     STRING 'CV840 - SOURCE OF HIRE AND AGENCY PERFORMANCE'
005480                DELIMITED BY SIZE
005490            '    MONTH ' DELIMITED BY SIZE
005500            CVSH-REPORT-MONTH DELIMITED BY SIZE
005510            '    RUN DATE ' DELIMITED BY SIZE
005520            CVSH-RUN-DATE DELIMITED BY SIZE
005530         INTO CVSH-REPORT-LINE.
005540     WRITE CVSH-REPORT-LINE.
005550 1100-EXIT.
005560     EXIT.
005570*****************************************************************
005580*    1200-SET-FIXED-CHANNELS                                    *
005590*****************************************************************
005600 1200-SET-FIXED-CHANNELS.
005610     MOVE 1 TO CVSH-CHANNEL-COUNT.
005620     PERFORM 1210-CLEAR-CHANNEL THRU 1210-EXIT
005630         VARYING CVSH-CHANNEL-INDEX FROM 1 BY 1
005640         UNTIL CVSH-CHANNEL-INDEX > CVSH-CHANNEL-COUNT.
005650     MOVE 'DIRECT' TO CVSH-CH-CODE(CVSH-DIRECT-CHANNEL).
005660     MOVE 'DIRECT APPLICATIONS'
005670         TO CVSH-CH-NAME(CVSH-DIRECT-CHANNEL).
005680 1200-EXIT.
005690     EXIT.
005700*****************************************************************
005710*    1210-CLEAR-CHANNEL                                         *
005720*****************************************************************
005730 1210-CLEAR-CHANNEL.
005740     MOVE SPACES TO CVSH-CH-CODE(CVSH-CHANNEL-INDEX).
005750     MOVE SPACES TO CVSH-CH-NAME(CVSH-CHANNEL-INDEX).
005760     MOVE SPACES TO CVSH-CH-PREFIX(CVSH-CHANNEL-INDEX).
005770     MOVE 'N' TO CVSH-CH-AGENCY-SWITCH(CVSH-CHANNEL-INDEX).
005780     MOVE 'N' TO CVSH-CH-FEE-SWITCH(CVSH-CHANNEL-INDEX).
005790     MOVE ZERO TO CVSH-CH-FEE(CVSH-CHANNEL-INDEX).
005800     MOVE ZERO TO CVSH-CH-LOADED(CVSH-CHANNEL-INDEX).
005810     MOVE ZERO TO CVSH-CH-NEW(CVSH-CHANNEL-INDEX).
005820     MOVE ZERO TO CVSH-CH-SHORT(CVSH-CHANNEL-INDEX).
005830     MOVE ZERO TO CVSH-CH-CONTACT(CVSH-CHANNEL-INDEX).
005840     MOVE ZERO TO CVSH-CH-INTERVIEW(CVSH-CHANNEL-INDEX).
005850     MOVE ZERO TO CVSH-CH-OFFER(CVSH-CHANNEL-INDEX).
005860     MOVE ZERO TO CVSH-CH-HIRED(CVSH-CHANNEL-INDEX).
005870     MOVE ZERO TO CVSH-CH-HIRED-MONTH(CVSH-CHANNEL-INDEX).
005880     MOVE ZERO TO CVSH-CH-DAYS-TOTAL(CVSH-CHANNEL-INDEX).
005890     MOVE ZERO TO CVSH-CH-FEE-TOTAL(CVSH-CHANNEL-INDEX).
005900 1210-EXIT.
005910     EXIT.
005920*****************************************************************
005930*    1300-LOAD-FEE-RATES                                        *
005940*                                                                *
005950*    ONE AGENCY CHANNEL PER GOOD CVAGYFEE.TXT LINE.  WITHOUT    *
005960*    THE FILE NO FEE CAN BE ACCRUED, BUT CVAGY CANDIDATES ARE   *
005970*    STILL REPORTED AS AN AGENCY.                               *
005980*****************************************************************
005990 1300-LOAD-FEE-RATES.
006000     OPEN INPUT CVSH-FEE-FILE.
006010     EVALUATE TRUE
006020         WHEN CVSH-FEE-FOUND
006030             CONTINUE
006040         WHEN CVSH-FEE-MISSING
006050             DISPLAY 'CV840W - CVAGYFEE.TXT NOT FOUND - NO'
006060                 ' AGENCY FEES ACCRUED'
006070             MOVE 4 TO CVSH-RAISE-CC-VALUE
006080             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
006090             GO TO 1300-EXIT
006100         WHEN OTHER
006110             DISPLAY 'CV840E - I/O ERROR OPENING CVAGYFEE.TXT'
006120                 ' STATUS=' CVSH-FEE-STATUS
006130             SET CVSH-IO-ERROR-SEEN TO TRUE
006140             GO TO 1300-EXIT
006150     END-EVALUATE.
006160     READ CVSH-FEE-FILE
006170         AT END SET CVSH-FEE-EOF TO TRUE
006180     END-READ.
006190     PERFORM 1310-TABLE-ONE-FEE THRU 1310-EXIT
006200         UNTIL CVSH-FEE-EOF.
006210     CLOSE CVSH-FEE-FILE.
006220 1300-EXIT.
006230     EXIT.
006240*****************************************************************
006250*    1310-TABLE-ONE-FEE                                         *
006260*                                                                *
006270*    A PREFIX ALREADY TABLED, OR A LINE SHORT OF A PREFIX, CODE *
006280*    OR GOOD FEE, IS IGNORED WITH A WARNING.                    *
006290*****************************************************************
006300 1310-TABLE-ONE-FEE.
006310     IF CVSH-FEE-LINE = SPACES
006320         OR CVSH-FEE-LINE(1:1) = '*'
006330         GO TO 1310-READ-NEXT
006340     END-IF.
006350     MOVE SPACES TO CVSH-FEE-PREFIX.
006360     MOVE SPACES TO CVSH-FEE-CODE.
006370     MOVE SPACES TO CVSH-FEE-TEXT.
006380     MOVE SPACES TO CVSH-FEE-NAME.
006390     UNSTRING CVSH-FEE-LINE DELIMITED BY '|'
006400         INTO CVSH-FEE-PREFIX CVSH-FEE-CODE
006410              CVSH-FEE-TEXT CVSH-FEE-NAME.
006420     IF CVSH-FEE-PREFIX = SPACES
006430         OR CVSH-FEE-CODE = SPACES
006440         PERFORM 1330-REJECT-FEE THRU 1330-EXIT
006450         GO TO 1310-READ-NEXT
006460     END-IF.
006470     PERFORM 1320-CHECK-FEE-AMOUNT THRU 1320-EXIT.
006480     IF NOT CVSH-FEE-VALID
006490         PERFORM 1330-REJECT-FEE THRU 1330-EXIT
006500         GO TO 1310-READ-NEXT
006510     END-IF.
006520     MOVE CVSH-FEE-PREFIX TO CVSH-CHECK-PREFIX.
006530     PERFORM 7000-FIND-PREFIX THRU 7000-EXIT.
006540     IF CVSH-FOUND-INDEX > ZERO
006550         PERFORM 1330-REJECT-FEE THRU 1330-EXIT
006560         GO TO 1310-READ-NEXT
006570     END-IF.
006580     IF CVSH-CHANNEL-COUNT >= CVSH-CHANNEL-MAX - 1
006590         DISPLAY 'CV840W - CHANNEL TABLE FULL - FEE LINE'
006600             ' IGNORED - ' CVSH-FEE-LINE(1:50)
006610         MOVE 4 TO CVSH-RAISE-CC-VALUE
006620         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
006630         GO TO 1310-READ-NEXT
006640     END-IF.
006650     ADD 1 TO CVSH-CHANNEL-COUNT.
006660     MOVE CVSH-CHANNEL-COUNT TO CVSH-CHANNEL-INDEX.
006670     PERFORM 1210-CLEAR-CHANNEL THRU 1210-EXIT.
006680     MOVE CVSH-FEE-CODE TO CVSH-CH-CODE(CVSH-CHANNEL-INDEX).
006690     MOVE CVSH-FEE-NAME TO CVSH-CH-NAME(CVSH-CHANNEL-INDEX).
006700     MOVE CVSH-FEE-PREFIX TO CVSH-CH-PREFIX(CVSH-CHANNEL-INDEX).
006710     SET CVSH-CH-IS-AGENCY(CVSH-CHANNEL-INDEX) TO TRUE.
006720     SET CVSH-CH-FEE-KNOWN(CVSH-CHANNEL-INDEX) TO TRUE.
006730     COMPUTE CVSH-CH-FEE(CVSH-CHANNEL-INDEX) =
006740         CVSH-FEE-WHOLE + (CVSH-FEE-CENTS / 100).
006750 1310-READ-NEXT.
006760     READ CVSH-FEE-FILE
006770         AT END SET CVSH-FEE-EOF TO TRUE
006780     END-READ.
006790 1310-EXIT.
006800     EXIT.
006810*****************************************************************
006820*    1320-CHECK-FEE-AMOUNT                                      *
006830*                                                                *
006840*    ONE TO SEVEN WHOLE DIGITS, THEN OPTIONALLY A POINT AND ONE *
006850*    OR TWO DECIMALS.                                           *
006860*****************************************************************
006870 1320-CHECK-FEE-AMOUNT.
006880     MOVE 'N' TO CVSH-FEE-VALID-SWITCH.
006890     MOVE SPACES TO CVSH-FEE-WHOLE-TEXT.
006900     MOVE SPACES TO CVSH-FEE-CENTS-TEXT.
006910     MOVE ZERO TO CVSH-FEE-WHOLE-LENGTH.
006920     MOVE ZERO TO CVSH-FEE-CENTS-LENGTH.
006930     MOVE ZERO TO CVSH-FEE-CENTS.
006940     UNSTRING CVSH-FEE-TEXT DELIMITED BY '.' OR SPACE
006950         INTO CVSH-FEE-WHOLE-TEXT
006960                  COUNT IN CVSH-FEE-WHOLE-LENGTH
006970              CVSH-FEE-CENTS-TEXT
006980                  COUNT IN CVSH-FEE-CENTS-LENGTH.
006990     IF CVSH-FEE-WHOLE-LENGTH < 1
007000         OR CVSH-FEE-WHOLE-LENGTH > 7
007010         OR CVSH-FEE-CENTS-LENGTH > 2
007020         GO TO 1320-EXIT
007030     END-IF.
007040     IF CVSH-FEE-WHOLE-TEXT(1:CVSH-FEE-WHOLE-LENGTH)
007050         NOT NUMERIC
007060         GO TO 1320-EXIT
007070     END-IF.
007080     MOVE CVSH-FEE-WHOLE-TEXT(1:CVSH-FEE-WHOLE-LENGTH)
007090         TO CVSH-FEE-WHOLE.
007100     IF CVSH-FEE-CENTS-LENGTH > ZERO
007110         IF CVSH-FEE-CENTS-TEXT(1:CVSH-FEE-CENTS-LENGTH)
007120             NOT NUMERIC
007130             GO TO 1320-EXIT
007140         END-IF
007150         IF CVSH-FEE-CENTS-LENGTH = 1
007160             MOVE '0' TO CVSH-FEE-CENTS-TEXT(2:1)
007170         END-IF
007180         MOVE CVSH-FEE-CENTS-TEXT(1:2) TO CVSH-FEE-CENTS
007190     END-IF.
007200     SET CVSH-FEE-VALID TO TRUE.
007210 1320-EXIT.
007220     EXIT.
007230*****************************************************************
007240*    1330-REJECT-FEE                                            *
007250*****************************************************************
007260 1330-REJECT-FEE.
007270     DISPLAY 'CV840W - FEE LINE IGNORED - '
007280         CVSH-FEE-LINE(1:50).
007290     MOVE 4 TO CVSH-RAISE-CC-VALUE.
007300     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
007310 1330-EXIT.
007320     EXIT.
007330*****************************************************************
007340*    2000-LOAD-CANDIDATES                                       *
007350*****************************************************************
007360 2000-LOAD-CANDIDATES.
007370     IF NOT CVSH-MASTER-OPENED
007380         GO TO 2000-EXIT
007390     END-IF.
007400     MOVE 'N' TO CVSH-MASTER-EOF-SWITCH.
007410     PERFORM 2010-READ-MASTER-NEXT THRU 2010-EXIT.
007420     PERFORM 2100-TABLE-ONE-CANDIDATE THRU 2100-EXIT
007430         UNTIL CVSH-MASTER-EOF.
007440     PERFORM 2200-FIND-AGENCY-CHANNELS THRU 2200-EXIT.
007450 2000-EXIT.
007460     EXIT.
007470*****************************************************************
007480*    2010-READ-MASTER-NEXT                                      *
007490*****************************************************************
007500 2010-READ-MASTER-NEXT.
007510     READ CVSH-MASTER-FILE NEXT.
007520     EVALUATE TRUE
007530         WHEN CVSH-MASTER-STATUS-OK
007540             ADD 1 TO CVSH-MASTERS-READ
007550         WHEN CVSH-MASTER-AT-END
007560             SET CVSH-MASTER-EOF TO TRUE
007570         WHEN OTHER
007580             DISPLAY 'CV840E - I/O ERROR READING CVMAST.DAT'
007590                 ' STATUS=' CVSH-MASTER-STATUS
007600             SET CVSH-MASTER-EOF TO TRUE
007610             SET CVSH-IO-ERROR-SEEN TO TRUE
007620     END-EVALUATE.
007630 2010-EXIT.
007640     EXIT.
007650*****************************************************************
007660*    2100-TABLE-ONE-CANDIDATE                                   *
007670*                                                                *
007680*    A MERGED MASTER'S NODES NOW BELONG TO THE SURVIVOR - ONLY  *
007690*    THE MERGE IS KEPT.  A CANDIDATE WITH NO NODES LEFT, OR     *
007700*    FIRST SEEN AFTER THE MONTH, WAS NOT LOADED AS AT THE MONTH *
007710*    END.  EVERY CANDIDATE IS DIRECT UNTIL AN AGENCY FILE IS    *
007720*    FOUND FOR THEM.                                            *
007730*****************************************************************
007740 2100-TABLE-ONE-CANDIDATE.
007750     IF CVM-MERGED-INTO-ID NOT = SPACES
007760         ADD 1 TO CVSH-MERGED-COUNT
007770         PERFORM 2150-TABLE-ONE-MERGE THRU 2150-EXIT
007780         GO TO 2100-READ-NEXT
007790     END-IF.
007800     PERFORM 2300-FIND-LOAD-DATE THRU 2300-EXIT.
007810     IF CVSH-LOAD-DATE = ZERO
007820         ADD 1 TO CVSH-NO-NODES-COUNT
007830         GO TO 2100-READ-NEXT
007840     END-IF.
007850     IF CVSH-LOAD-DATE > CVSH-MONTH-END
007860         ADD 1 TO CVSH-LATER-COUNT
007870         GO TO 2100-READ-NEXT
007880     END-IF.
007890     IF CVSH-CAND-COUNT >= CVSH-CAND-MAX
007900         DISPLAY 'CV840E - CANDIDATE TABLE FULL AT '
007910             CVSH-CAND-MAX ' - REPORT INCOMPLETE'
007920         MOVE 8 TO CVSH-RAISE-CC-VALUE
007930         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
007940         SET CVSH-MASTER-EOF TO TRUE
007950         GO TO 2100-EXIT
007960     END-IF.
007970     ADD 1 TO CVSH-CAND-COUNT.
007980     MOVE CVM-CANDIDATE-ID TO CVSH-CT-ID(CVSH-CAND-COUNT).
007990     MOVE CVM-NAME TO CVSH-CT-NAME(CVSH-CAND-COUNT).
008000     MOVE CVSH-DIRECT-CHANNEL TO CVSH-CT-CHANNEL(CVSH-CAND-COUNT).
008010     MOVE CVSH-LOAD-DATE TO CVSH-CT-LOAD-DATE(CVSH-CAND-COUNT).
008020     MOVE ZERO TO CVSH-CT-RANK(CVSH-CAND-COUNT).
008030     MOVE ZERO TO CVSH-CT-HIRE-DATE(CVSH-CAND-COUNT).
008040     MOVE SPACES TO CVSH-CT-HIRE-REQ(CVSH-CAND-COUNT).
008050 2100-READ-NEXT.
008060     PERFORM 2010-READ-MASTER-NEXT THRU 2010-EXIT.
008070 2100-EXIT.
008080     EXIT.
008090*****************************************************************
008100*    2150-TABLE-ONE-MERGE                                       *
008110*****************************************************************
008120 2150-TABLE-ONE-MERGE.
008130     IF CVSH-MERGE-COUNT >= CVSH-MERGE-MAX
008140         DISPLAY 'CV840E - MERGE TABLE FULL AT ' CVSH-MERGE-MAX
008150             ' - REPORT INCOMPLETE'
008160         MOVE 8 TO CVSH-RAISE-CC-VALUE
008170         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
008180         GO TO 2150-EXIT
008190     END-IF.
008200     ADD 1 TO CVSH-MERGE-COUNT.
008210     MOVE CVM-CANDIDATE-ID TO CVSH-MT-LOSER-ID(CVSH-MERGE-COUNT).
008220     MOVE CVM-MERGED-INTO-ID
008230         TO CVSH-MT-SURVIVOR-ID(CVSH-MERGE-COUNT).
008240 2150-EXIT.
008250     EXIT.
008260*****************************************************************
008270*    2200-FIND-AGENCY-CHANNELS                                  *
008280*                                                                *
008290*    READS THE FILE RECORDS ON CVSTATS.DAT IN THE ORDER CV100   *
008300*    WROTE THEM, SO A CANDIDATE'S FIRST AGENCY FILE IS THE ONE  *
008310*    KEPT.  WITHOUT THE FILE EVERY CANDIDATE IS DIRECT.         *
008320*****************************************************************
008330 2200-FIND-AGENCY-CHANNELS.
008340     IF CVSH-CAND-COUNT = ZERO
008350         GO TO 2200-EXIT
008360     END-IF.
008370     OPEN INPUT CVSH-STATS-FILE.
008380     EVALUATE TRUE
008390         WHEN CVSH-STATS-STATUS-OK
008400             CONTINUE
008410         WHEN CVSH-STATS-ABSENT
008420             DISPLAY 'CV840W - CVSTATS.DAT NOT FOUND - EVERY'
008430                 ' CANDIDATE REPORTED AS DIRECT'
008440             MOVE 4 TO CVSH-RAISE-CC-VALUE
008450             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
008460             GO TO 2200-EXIT
008470         WHEN OTHER
008480             DISPLAY 'CV840E - I/O ERROR OPENING CVSTATS.DAT'
008490                 ' STATUS=' CVSH-STATS-STATUS
008500             SET CVSH-IO-ERROR-SEEN TO TRUE
008510             GO TO 2200-EXIT
008520     END-EVALUATE.
008530     MOVE 'N' TO CVSH-STATS-EOF-SWITCH.
008540     PERFORM 2210-READ-STATS-LINE THRU 2210-EXIT.
008550     PERFORM 2220-CLASSIFY-ONE-FILE THRU 2220-EXIT
008560         UNTIL CVSH-STATS-EOF.
008570     CLOSE CVSH-STATS-FILE.
008580 2200-EXIT.
008590     EXIT.
008600*****************************************************************
008610*    2210-READ-STATS-LINE                                       *
008620*****************************************************************
008630 2210-READ-STATS-LINE.
008640     READ CVSH-STATS-FILE.
008650     EVALUATE TRUE
008660         WHEN CVSH-STATS-STATUS-OK
008670             CONTINUE
008680         WHEN CVSH-STATS-AT-END
008690             SET CVSH-STATS-EOF TO TRUE
008700         WHEN OTHER
008710             DISPLAY 'CV840E - I/O ERROR READING CVSTATS.DAT'
008720                 ' STATUS=' CVSH-STATS-STATUS
008730             SET CVSH-STATS-EOF TO TRUE
008740             SET CVSH-IO-ERROR-SEEN TO TRUE
008750     END-EVALUATE.
008760 2210-EXIT.
008770     EXIT.
008780*****************************************************************
008790*    2220-CLASSIFY-ONE-FILE                                     *
008800*                                                                *
008810*    ONLY AN AGENCY FILE THAT ADDED NODES BY THE END OF THE     *
008820*    MONTH COUNTS.  ITS CANDIDATE IS FOLLOWED THROUGH ANY       *
008830*    MERGES TO THE MASTER ON THE TABLE.                         *
008840*****************************************************************
008850 2220-CLASSIFY-ONE-FILE.
008860     IF CVSH-STATS-LINE(1:1) NOT = 'F'
008870         GO TO 2220-READ-NEXT
008880     END-IF.
008890     MOVE CVSH-STATS-LINE TO CV-STATS-FILE-REC.
008900     IF CV-SF-RUN-DATE NOT NUMERIC
008910         OR CV-SF-RUN-DATE > CVSH-MONTH-END
008920         GO TO 2220-READ-NEXT
008930     END-IF.
008940     IF CV-SF-NODES-ADDED NOT NUMERIC
008950         OR CV-SF-NODES-ADDED = ZERO
008960         GO TO 2220-READ-NEXT
008970     END-IF.
008980     MOVE SPACES TO CVSH-SOURCE-PREFIX.
008990     MOVE SPACES TO CVSH-SOURCE-ID.
009000     UNSTRING CV-SF-FILE-NAME DELIMITED BY '.'
009010         INTO CVSH-SOURCE-PREFIX CVSH-SOURCE-ID.
009020     MOVE CVSH-SOURCE-PREFIX TO CVSH-CHECK-PREFIX.
009030     PERFORM 7000-FIND-PREFIX THRU 7000-EXIT.
009040     IF CVSH-FOUND-INDEX = ZERO
009050         AND CVSH-SOURCE-PREFIX = 'CVAGY'
009060         PERFORM 2230-ADD-UNPRICED-AGENCY THRU 2230-EXIT
009070     END-IF.
009080     IF CVSH-FOUND-INDEX = ZERO
009090         GO TO 2220-READ-NEXT
009100     END-IF.
009110     ADD 1 TO CVSH-AGENCY-FILES.
009120     MOVE CVSH-FOUND-INDEX TO CVSH-CAND-CHANNEL.
009130     MOVE CVSH-SOURCE-ID TO CVSH-CHECK-ID.
009140     PERFORM 2240-FOLLOW-MERGES THRU 2240-EXIT.
009150     PERFORM 7100-FIND-CANDIDATE THRU 7100-EXIT.
009160     IF CVSH-FOUND-INDEX = ZERO
009170         ADD 1 TO CVSH-AGENCY-UNMATCHED
009180         GO TO 2220-READ-NEXT
009190     END-IF.
009200     IF CVSH-CT-CHANNEL(CVSH-FOUND-INDEX) = CVSH-DIRECT-CHANNEL
009210         MOVE CVSH-CAND-CHANNEL
009220             TO CVSH-CT-CHANNEL(CVSH-FOUND-INDEX)
009230         ADD 1 TO CVSH-AGENCY-CANDIDATES
009240     END-IF.
009250 2220-READ-NEXT.
009260     PERFORM 2210-READ-STATS-LINE THRU 2210-EXIT.
009270 2220-EXIT.
009280     EXIT.
009290*****************************************************************
009300*    2230-ADD-UNPRICED-AGENCY                                   *
009310*                                                                *
009320*    CVAGY FILES WITH NO FEE LINE ARE STILL AGENCY CANDIDATES - *
009330*    ONE CHANNEL IS KEPT FREE IN THE TABLE FOR THEM.            *
009340*****************************************************************
009350 2230-ADD-UNPRICED-AGENCY.
009360     ADD 1 TO CVSH-CHANNEL-COUNT.
009370     MOVE CVSH-CHANNEL-COUNT TO CVSH-CHANNEL-INDEX.
009380     PERFORM 1210-CLEAR-CHANNEL THRU 1210-EXIT.
009390     MOVE 'CVAGY' TO CVSH-CH-CODE(CVSH-CHANNEL-INDEX).
009400     MOVE 'NOT ON CVAGYFEE.TXT'
009410         TO CVSH-CH-NAME(CVSH-CHANNEL-INDEX).
009420     MOVE 'CVAGY' TO CVSH-CH-PREFIX(CVSH-CHANNEL-INDEX).
009430     SET CVSH-CH-IS-AGENCY(CVSH-CHANNEL-INDEX) TO TRUE.
009440     DISPLAY 'CV840W - NO CVAGYFEE.TXT LINE FOR PREFIX CVAGY -'
009450         ' NO FEE ACCRUED ON ITS HIRES'.
009460     MOVE 4 TO CVSH-RAISE-CC-VALUE.
009470     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
009480     MOVE CVSH-CHANNEL-COUNT TO CVSH-FOUND-INDEX.
009490 2230-EXIT.
009500     EXIT.
009510*****************************************************************
009520*    2240-FOLLOW-MERGES                                         *
009530*                                                                *
009540*    MOVES CVSH-CHECK-ID ALONG ITS MERGES TO THE MASTER THAT     *
009550*    SURVIVED, NO MORE THAN 10 LINKS IN CASE OF A LOOP.         *
009560*****************************************************************
009570 2240-FOLLOW-MERGES.
009580     MOVE ZERO TO CVSH-MERGE-LINKS.
009590     PERFORM 7200-FIND-MERGE THRU 7200-EXIT.
009600     PERFORM 2250-FOLLOW-ONE-MERGE THRU 2250-EXIT
009610         UNTIL CVSH-FOUND-INDEX = ZERO
009620            OR CVSH-MERGE-LINKS >= 10.
009630 2240-EXIT.
009640     EXIT.
009650*****************************************************************
009660*    2250-FOLLOW-ONE-MERGE                                      *
009670*****************************************************************
009680 2250-FOLLOW-ONE-MERGE.
009690     MOVE CVSH-MT-SURVIVOR-ID(CVSH-FOUND-INDEX) TO CVSH-CHECK-ID.
009700     ADD 1 TO CVSH-MERGE-LINKS.
009710     PERFORM 7200-FIND-MERGE THRU 7200-EXIT.
009720 2250-EXIT.
009730     EXIT.
009740*****************************************************************
009750*    2300-FIND-LOAD-DATE                                        *
009760*                                                                *
009770*    THE EARLIEST FIRST-SEEN DATE OF THE CANDIDATE'S NODES,     *
009780*    PRESENT OR MISSING - ZERO WHEN THERE ARE NONE.             *
009790*****************************************************************
009800 2300-FIND-LOAD-DATE.
009810     MOVE ZERO TO CVSH-LOAD-DATE.
009820     IF NOT CVSH-HISTORY-OPENED
009830         GO TO 2300-EXIT
009840     END-IF.
009850     MOVE LOW-VALUES TO CVH-RECORD-KEY.
009860     MOVE CVM-CANDIDATE-ID TO CVH-CANDIDATE-ID.
009870     START CVSH-HISTORY-FILE KEY NOT < CVH-RECORD-KEY.
009880     EVALUATE TRUE
009890         WHEN CVSH-HISTORY-STATUS-OK
009900             CONTINUE
009910         WHEN CVSH-HISTORY-NOT-FOUND
009920             GO TO 2300-EXIT
009930         WHEN OTHER
009940             DISPLAY 'CV840E - I/O ERROR STARTING CVHIST.DAT'
009950                 ' STATUS=' CVSH-HISTORY-STATUS
009960                 ' CANDIDATE ' CVM-CANDIDATE-ID
009970             SET CVSH-IO-ERROR-SEEN TO TRUE
009980             GO TO 2300-EXIT
009990     END-EVALUATE.
010000     MOVE 'N' TO CVSH-HISTORY-EOF-SWITCH.
010010     PERFORM 2310-READ-HISTORY-NEXT THRU 2310-EXIT.
010020     PERFORM 2320-CHECK-ONE-NODE THRU 2320-EXIT
010030         UNTIL CVSH-HISTORY-EOF.
010040 2300-EXIT.
010050     EXIT.
010060*****************************************************************
010070*    2310-READ-HISTORY-NEXT                                     *
010080*****************************************************************
010090 2310-READ-HISTORY-NEXT.
010100     READ CVSH-HISTORY-FILE NEXT.
010110     EVALUATE TRUE
010120         WHEN CVSH-HISTORY-STATUS-OK
010130             IF CVH-CANDIDATE-ID NOT = CVM-CANDIDATE-ID
010140                 SET CVSH-HISTORY-EOF TO TRUE
010150             END-IF
010160         WHEN CVSH-HISTORY-AT-END
010170             SET CVSH-HISTORY-EOF TO TRUE
010180         WHEN OTHER
010190             DISPLAY 'CV840E - I/O ERROR READING CVHIST.DAT'
010200                 ' STATUS=' CVSH-HISTORY-STATUS
010210                 ' CANDIDATE ' CVM-CANDIDATE-ID
010220             SET CVSH-HISTORY-EOF TO TRUE
010230             SET CVSH-IO-ERROR-SEEN TO TRUE
010240     END-EVALUATE.
010250 2310-EXIT.
010260     EXIT.
010270*****************************************************************
010280*    2320-CHECK-ONE-NODE                                        *
010290*****************************************************************
010300 2320-CHECK-ONE-NODE.
010310     IF CVH-FIRST-SEEN-DATE NUMERIC
010320         AND CVH-FIRST-SEEN-DATE > ZERO
010330         IF CVSH-LOAD-DATE = ZERO
010340             OR CVH-FIRST-SEEN-DATE < CVSH-LOAD-DATE
010350             MOVE CVH-FIRST-SEEN-DATE TO CVSH-LOAD-DATE
010360         END-IF
010370     END-IF.
010380     PERFORM 2310-READ-HISTORY-NEXT THRU 2310-EXIT.
010390 2320-EXIT.
010400     EXIT.
010410*****************************************************************
010420*    3000-FOLLOW-PIPELINE                                       *
010430*                                                                *
010440*    RAISES EACH CANDIDATE'S RANK TO THE FURTHEST STAGE ANY OF  *
010450*    THEIR PIPELINE RECORDS HAS REACHED.  NO PIPELINE YET MEANS *
010460*    NOBODY IS SHORTLISTED.                                     *
010470*****************************************************************
010480 3000-FOLLOW-PIPELINE.
010490     OPEN INPUT CVSH-PIPE-FILE.
010500     EVALUATE TRUE
010510         WHEN CVSH-PIPE-STATUS-OK
010520             CONTINUE
010530         WHEN CVSH-PIPE-ABSENT
010540             GO TO 3000-EXIT
010550         WHEN OTHER
010560             DISPLAY 'CV840E - I/O ERROR OPENING CVPIPE.DAT'
010570                 ' STATUS=' CVSH-PIPE-STATUS
010580             SET CVSH-IO-ERROR-SEEN TO TRUE
010590             GO TO 3000-EXIT
010600     END-EVALUATE.
010610     MOVE 'N' TO CVSH-PIPE-EOF-SWITCH.
010620     PERFORM 3010-READ-PIPE-NEXT THRU 3010-EXIT.
010630     PERFORM 3100-RANK-ONE-PIPE THRU 3100-EXIT
010640         UNTIL CVSH-PIPE-EOF.
010650     CLOSE CVSH-PIPE-FILE.
010660 3000-EXIT.
010670     EXIT.
010680*****************************************************************
010690*    3010-READ-PIPE-NEXT                                        *
010700*****************************************************************
010710 3010-READ-PIPE-NEXT.
010720     READ CVSH-PIPE-FILE NEXT.
010730     EVALUATE TRUE
010740         WHEN CVSH-PIPE-STATUS-OK
010750             ADD 1 TO CVSH-PIPE-READ
010760         WHEN CVSH-PIPE-AT-END
010770             SET CVSH-PIPE-EOF TO TRUE
010780         WHEN OTHER
010790             DISPLAY 'CV840E - I/O ERROR READING CVPIPE.DAT'
010800                 ' STATUS=' CVSH-PIPE-STATUS
010810             SET CVSH-PIPE-EOF TO TRUE
010820             SET CVSH-IO-ERROR-SEEN TO TRUE
010830     END-EVALUATE.
010840 3010-EXIT.
010850     EXIT.
010860*****************************************************************
010870*    3100-RANK-ONE-PIPE                                         *
010880*                                                                *
010890*    A RECORD FIRST ACTIONED AFTER THE MONTH IS LEFT OUT.  A    *
010900*    HIRE AFTER THE MONTH WAS STILL AN OFFER AT ITS END.  THE   *
010910*    EARLIEST HIRE IS THE ONE KEPT.                             *
010920*****************************************************************
010930 3100-RANK-ONE-PIPE.
010940     IF CVP-FIRST-ACTION-DATE NUMERIC
010950         AND CVP-FIRST-ACTION-DATE > CVSH-MONTH-END
010960         ADD 1 TO CVSH-PIPE-LATER-COUNT
010970         GO TO 3100-READ-NEXT
010980     END-IF.
010990     MOVE CVP-CANDIDATE-ID TO CVSH-CHECK-ID.
011000     PERFORM 7100-FIND-CANDIDATE THRU 7100-EXIT.
011010     IF CVSH-FOUND-INDEX = ZERO
011020         ADD 1 TO CVSH-PIPE-UNMATCHED
011030         GO TO 3100-READ-NEXT
011040     END-IF.
011050     EVALUATE TRUE
011060         WHEN CVP-STAGE-CONTACTED
011070         WHEN CVP-STAGE-DECLINED
011080         WHEN CVP-STAGE-WITHDRAWN
011090             MOVE 2 TO CVSH-STAGE-RANK
011100         WHEN CVP-STAGE-INTERVIEWING
011110             MOVE 3 TO CVSH-STAGE-RANK
011120         WHEN CVP-STAGE-OFFERED
011130             MOVE 4 TO CVSH-STAGE-RANK
011140         WHEN CVP-STAGE-HIRED
011150             IF CVP-STAGE-DATE > CVSH-MONTH-END
011160                 MOVE 4 TO CVSH-STAGE-RANK
011170             ELSE
011180                 MOVE 5 TO CVSH-STAGE-RANK
011190             END-IF
011200         WHEN OTHER
011210             MOVE 1 TO CVSH-STAGE-RANK
011220     END-EVALUATE.
011230     IF CVSH-STAGE-RANK = 5
011240         IF CVSH-CT-RANK(CVSH-FOUND-INDEX) < 5
011250             OR CVP-STAGE-DATE <
011260                 CVSH-CT-HIRE-DATE(CVSH-FOUND-INDEX)
011270             MOVE CVP-STAGE-DATE
011280                 TO CVSH-CT-HIRE-DATE(CVSH-FOUND-INDEX)
011290             MOVE CVP-REQ-ID TO CVSH-CT-HIRE-REQ(CVSH-FOUND-INDEX)
011300         END-IF
011310     END-IF.
011320     IF CVSH-STAGE-RANK > CVSH-CT-RANK(CVSH-FOUND-INDEX)
011330         MOVE CVSH-STAGE-RANK TO CVSH-CT-RANK(CVSH-FOUND-INDEX)
011340     END-IF.
011350 3100-READ-NEXT.
011360     PERFORM 3010-READ-PIPE-NEXT THRU 3010-EXIT.
011370 3100-EXIT.
011380     EXIT.
011390*****************************************************************
011400*    4000-ADD-UP-CHANNELS                                       *
011410*****************************************************************
011420 4000-ADD-UP-CHANNELS.
011430     PERFORM 4100-ADD-ONE-CANDIDATE THRU 4100-EXIT
011440         VARYING CVSH-CAND-INDEX FROM 1 BY 1
011450         UNTIL CVSH-CAND-INDEX > CVSH-CAND-COUNT.
011460 4000-EXIT.
011470     EXIT.
011480*****************************************************************
011490*    4100-ADD-ONE-CANDIDATE                                     *
011500*                                                                *
011510*    EACH STAGE COUNTS EVERY CANDIDATE WHO GOT AT LEAST THAT    *
011520*    FAR.  DAYS TO HIRE RUN FROM THE LOAD DATE TO THE HIRE.     *
011530*    A HIRE IN THE MONTH THROUGH A PRICED AGENCY ACCRUES ITS    *
011540*    FEE.                                                       *
011550*****************************************************************
011560 4100-ADD-ONE-CANDIDATE.
011570     MOVE CVSH-CT-CHANNEL(CVSH-CAND-INDEX) TO CVSH-CHANNEL-INDEX.
011580     ADD 1 TO CVSH-CH-LOADED(CVSH-CHANNEL-INDEX).
011590     IF CVSH-CT-LOAD-DATE(CVSH-CAND-INDEX) NOT < CVSH-MONTH-START
011600         ADD 1 TO CVSH-CH-NEW(CVSH-CHANNEL-INDEX)
011610     END-IF.
011620     IF CVSH-CT-RANK(CVSH-CAND-INDEX) > ZERO
011630         ADD 1 TO CVSH-CH-SHORT(CVSH-CHANNEL-INDEX)
011640     END-IF.
011650     IF CVSH-CT-RANK(CVSH-CAND-INDEX) > 1
011660         ADD 1 TO CVSH-CH-CONTACT(CVSH-CHANNEL-INDEX)
011670     END-IF.
011680     IF CVSH-CT-RANK(CVSH-CAND-INDEX) > 2
011690         ADD 1 TO CVSH-CH-INTERVIEW(CVSH-CHANNEL-INDEX)
011700     END-IF.
011710     IF CVSH-CT-RANK(CVSH-CAND-INDEX) > 3
011720         ADD 1 TO CVSH-CH-OFFER(CVSH-CHANNEL-INDEX)
011730     END-IF.
011740     IF CVSH-CT-RANK(CVSH-CAND-INDEX) < 5
011750         GO TO 4100-EXIT
011760     END-IF.
011770     ADD 1 TO CVSH-CH-HIRED(CVSH-CHANNEL-INDEX).
011780     MOVE CVSH-CT-LOAD-DATE(CVSH-CAND-INDEX) TO CVSH-DATE-WORK-N.
011790     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
011800     MOVE CVSH-DAY-NUMBER TO CVSH-LOAD-DAY-NUMBER.
011810     MOVE CVSH-CT-HIRE-DATE(CVSH-CAND-INDEX) TO CVSH-DATE-WORK-N.
011820     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
011830     COMPUTE CVSH-DAYS-TO-HIRE =
011840         CVSH-DAY-NUMBER - CVSH-LOAD-DAY-NUMBER.
011850     IF CVSH-DAYS-TO-HIRE > ZERO
011860         AND CVSH-LOAD-DAY-NUMBER > ZERO
011870         ADD CVSH-DAYS-TO-HIRE
011880             TO CVSH-CH-DAYS-TOTAL(CVSH-CHANNEL-INDEX)
011890     END-IF.
011900     IF CVSH-CT-HIRE-DATE(CVSH-CAND-INDEX) < CVSH-MONTH-START
011910         GO TO 4100-EXIT
011920     END-IF.
011930     ADD 1 TO CVSH-CH-HIRED-MONTH(CVSH-CHANNEL-INDEX).
011940     IF NOT CVSH-CH-IS-AGENCY(CVSH-CHANNEL-INDEX)
011950         GO TO 4100-EXIT
011960     END-IF.
011970     IF CVSH-CH-FEE-KNOWN(CVSH-CHANNEL-INDEX)
011980         ADD 1 TO CVSH-ACCRUED-COUNT
011990         ADD CVSH-CH-FEE(CVSH-CHANNEL-INDEX)
012000             TO CVSH-CH-FEE-TOTAL(CVSH-CHANNEL-INDEX)
012010         ADD CVSH-CH-FEE(CVSH-CHANNEL-INDEX)
012020             TO CVSH-GRAND-FEE-TOTAL
012030     ELSE
012040         ADD 1 TO CVSH-UNPRICED-COUNT
012050     END-IF.
012060 4100-EXIT.
012070     EXIT.
012080*****************************************************************
012090*    5000-WRITE-CHANNEL-COUNTS                                  *
012100*****************************************************************
012110 5000-WRITE-CHANNEL-COUNTS.
012120     MOVE SPACES TO CVSH-REPORT-LINE.
012130     WRITE CVSH-REPORT-LINE.
012140     MOVE 'CANDIDATES BY SOURCE CHANNEL TO THE END OF THE MONTH'
012150         TO CVSH-REPORT-LINE.
012160     WRITE CVSH-REPORT-LINE.
012170     MOVE SPACES TO CVSH-REPORT-LINE.
012180     WRITE CVSH-REPORT-LINE.
012190     MOVE SPACES TO CVSH-REPORT-LINE.
012200     MOVE 'CHANNEL  SOURCE' TO CVSH-REPORT-LINE(1:15).
012210     MOVE ' LOADED' TO CVSH-REPORT-LINE(35:7).
012220     MOVE 'NEW-MTH' TO CVSH-REPORT-LINE(43:7).
012230     MOVE '  SHORT' TO CVSH-REPORT-LINE(51:7).
012240     MOVE 'CONTACT' TO CVSH-REPORT-LINE(59:7).
012250     MOVE ' INTERV' TO CVSH-REPORT-LINE(67:7).
012260     MOVE ' OFFERD' TO CVSH-REPORT-LINE(75:7).
012270     MOVE '  HIRED' TO CVSH-REPORT-LINE(83:7).
012280     MOVE 'HIR-MTH' TO CVSH-REPORT-LINE(91:7).
012290     MOVE 'AVG DAYS' TO CVSH-REPORT-LINE(99:8).
012300     WRITE CVSH-REPORT-LINE.
012310     PERFORM 5100-WRITE-ONE-CHANNEL THRU 5100-EXIT
012320         VARYING CVSH-CHANNEL-INDEX FROM 1 BY 1
012330         UNTIL CVSH-CHANNEL-INDEX > CVSH-CHANNEL-COUNT.
012340     MOVE CVSH-TOTAL-ROW TO CVSH-PRINT-ROW.
012350     MOVE SPACES TO CVSH-REPORT-LINE.
012360     MOVE 'TOTAL    ALL CHANNELS' TO CVSH-REPORT-LINE(1:21).
012370     PERFORM 5110-FORMAT-COUNTS THRU 5110-EXIT.
012380     WRITE CVSH-REPORT-LINE.
012390 5000-EXIT.
012400     EXIT.
012410*****************************************************************
012420*    5100-WRITE-ONE-CHANNEL                                     *
012430*****************************************************************
012440 5100-WRITE-ONE-CHANNEL.
012450     MOVE CVSH-CH-COUNTS(CVSH-CHANNEL-INDEX) TO CVSH-PRINT-ROW.
012460     ADD CVSH-PR-LOADED TO CVSH-TR-LOADED.
012470     ADD CVSH-PR-NEW TO CVSH-TR-NEW.
012480     ADD CVSH-PR-SHORT TO CVSH-TR-SHORT.
012490     ADD CVSH-PR-CONTACT TO CVSH-TR-CONTACT.
012500     ADD CVSH-PR-INTERVIEW TO CVSH-TR-INTERVIEW.
012510     ADD CVSH-PR-OFFER TO CVSH-TR-OFFER.
012520     ADD CVSH-PR-HIRED TO CVSH-TR-HIRED.
012530     ADD CVSH-PR-HIRED-MONTH TO CVSH-TR-HIRED-MONTH.
012540     ADD CVSH-PR-DAYS-TOTAL TO CVSH-TR-DAYS-TOTAL.
012550     ADD CVSH-PR-FEE-TOTAL TO CVSH-TR-FEE-TOTAL.
012560     MOVE SPACES TO CVSH-REPORT-LINE.
012570     MOVE CVSH-CH-CODE(CVSH-CHANNEL-INDEX)
012580         TO CVSH-REPORT-LINE(1:8).
012590     MOVE CVSH-CH-NAME(CVSH-CHANNEL-INDEX)
012600         TO CVSH-REPORT-LINE(10:24).
012610     PERFORM 5110-FORMAT-COUNTS THRU 5110-EXIT.
012620     WRITE CVSH-REPORT-LINE.
012630 5100-EXIT.
012640     EXIT.
012650*****************************************************************
012660*    5110-FORMAT-COUNTS                                         *
012670*                                                                *
012680*    PUTS THE PRINT ROW'S COUNTS AND AVERAGE DAYS TO HIRE IN    *
012690*    THEIR COLUMNS.                                             *
012700*****************************************************************
012710 5110-FORMAT-COUNTS.
012720     MOVE CVSH-PR-LOADED TO CVSH-COUNT-TEXT.
012730     MOVE CVSH-COUNT-TEXT TO CVSH-REPORT-LINE(35:7).
012740     MOVE CVSH-PR-NEW TO CVSH-COUNT-TEXT.
012750     MOVE CVSH-COUNT-TEXT TO CVSH-REPORT-LINE(43:7).
012760     MOVE CVSH-PR-SHORT TO CVSH-COUNT-TEXT.
012770     MOVE CVSH-COUNT-TEXT TO CVSH-REPORT-LINE(51:7).
012780     MOVE CVSH-PR-CONTACT TO CVSH-COUNT-TEXT.
012790     MOVE CVSH-COUNT-TEXT TO CVSH-REPORT-LINE(59:7).
012800     MOVE CVSH-PR-INTERVIEW TO CVSH-COUNT-TEXT.
012810     MOVE CVSH-COUNT-TEXT TO CVSH-REPORT-LINE(67:7).
012820     MOVE CVSH-PR-OFFER TO CVSH-COUNT-TEXT.
012830     MOVE CVSH-COUNT-TEXT TO CVSH-REPORT-LINE(75:7).
012840     MOVE CVSH-PR-HIRED TO CVSH-COUNT-TEXT.
012850     MOVE CVSH-COUNT-TEXT TO CVSH-REPORT-LINE(83:7).
012860     MOVE CVSH-PR-HIRED-MONTH TO CVSH-COUNT-TEXT.
012870     MOVE CVSH-COUNT-TEXT TO CVSH-REPORT-LINE(91:7).
012880     MOVE ZERO TO CVSH-AVERAGE-DAYS.
012890     IF CVSH-PR-HIRED > ZERO
012900         COMPUTE CVSH-AVERAGE-DAYS =
012910             CVSH-PR-DAYS-TOTAL / CVSH-PR-HIRED
012920     END-IF.
012930     MOVE CVSH-AVERAGE-DAYS TO CVSH-DAYS-TEXT.
012940     MOVE CVSH-DAYS-TEXT TO CVSH-REPORT-LINE(102:5).
012950 5110-EXIT.
012960     EXIT.
012970*****************************************************************
012980*    5200-WRITE-CHANNEL-RATES                                   *
012990*                                                                *
013000*    WHOLE PERCENTAGES, EACH STAGE OVER THE ONE BEFORE IT, AND  *
013010*    HIRED OVER LOADED.  NOTHING TO DIVIDE BY SHOWS AS ZERO.    *
013020*****************************************************************
013030 5200-WRITE-CHANNEL-RATES.
013040     MOVE SPACES TO CVSH-REPORT-LINE.
013050     WRITE CVSH-REPORT-LINE.
013060     MOVE 'CONVERSION RATES PCT' TO CVSH-REPORT-LINE.
013070     WRITE CVSH-REPORT-LINE.
013080     MOVE SPACES TO CVSH-REPORT-LINE.
013090     WRITE CVSH-REPORT-LINE.
013100     MOVE SPACES TO CVSH-REPORT-LINE.
013110     MOVE 'CHANNEL  SOURCE' TO CVSH-REPORT-LINE(1:15).
013120     MOVE 'SHT/LOD' TO CVSH-REPORT-LINE(35:7).
013130     MOVE 'CON/SHT' TO CVSH-REPORT-LINE(43:7).
013140     MOVE 'INT/CON' TO CVSH-REPORT-LINE(51:7).
013150     MOVE 'OFF/INT' TO CVSH-REPORT-LINE(59:7).
013160     MOVE 'HIR/OFF' TO CVSH-REPORT-LINE(67:7).
013170     MOVE 'HIR/LOD' TO CVSH-REPORT-LINE(75:7).
013180     WRITE CVSH-REPORT-LINE.
013190     PERFORM 5210-WRITE-ONE-RATE-LINE THRU 5210-EXIT
013200         VARYING CVSH-CHANNEL-INDEX FROM 1 BY 1
013210         UNTIL CVSH-CHANNEL-INDEX > CVSH-CHANNEL-COUNT.
013220     MOVE CVSH-TOTAL-ROW TO CVSH-PRINT-ROW.
013230     MOVE SPACES TO CVSH-REPORT-LINE.
013240     MOVE 'TOTAL    ALL CHANNELS' TO CVSH-REPORT-LINE(1:21).
013250     PERFORM 5220-FORMAT-RATES THRU 5220-EXIT.
013260     WRITE CVSH-REPORT-LINE.
013270 5200-EXIT.
013280     EXIT.
013290*****************************************************************
013300*    5210-WRITE-ONE-RATE-LINE                                   *
013310*****************************************************************
013320 5210-WRITE-ONE-RATE-LINE.
013330     MOVE CVSH-CH-COUNTS(CVSH-CHANNEL-INDEX) TO CVSH-PRINT-ROW.
013340     MOVE SPACES TO CVSH-REPORT-LINE.
013350     MOVE CVSH-CH-CODE(CVSH-CHANNEL-INDEX)
013360         TO CVSH-REPORT-LINE(1:8).
013370     MOVE CVSH-CH-NAME(CVSH-CHANNEL-INDEX)
013380         TO CVSH-REPORT-LINE(10:24).
013390     PERFORM 5220-FORMAT-RATES THRU 5220-EXIT.
013400     WRITE CVSH-REPORT-LINE.
013410 5210-EXIT.
013420     EXIT.
013430*****************************************************************
013440*    5220-FORMAT-RATES                                          *
013450*****************************************************************
013460 5220-FORMAT-RATES.
013470     MOVE CVSH-PR-SHORT TO CVSH-PCT-NUMERATOR.
013480     MOVE CVSH-PR-LOADED TO CVSH-PCT-DENOMINATOR.
013490     PERFORM 5230-COMPUTE-PCT THRU 5230-EXIT.
013500     MOVE CVSH-PCT-TEXT TO CVSH-REPORT-LINE(39:3).
013510     MOVE CVSH-PR-CONTACT TO CVSH-PCT-NUMERATOR.
013520     MOVE CVSH-PR-SHORT TO CVSH-PCT-DENOMINATOR.
013530     PERFORM 5230-COMPUTE-PCT THRU 5230-EXIT.
013540     MOVE CVSH-PCT-TEXT TO CVSH-REPORT-LINE(47:3).
013550     MOVE CVSH-PR-INTERVIEW TO CVSH-PCT-NUMERATOR.
013560     MOVE CVSH-PR-CONTACT TO CVSH-PCT-DENOMINATOR.
013570     PERFORM 5230-COMPUTE-PCT THRU 5230-EXIT.
013580     MOVE CVSH-PCT-TEXT TO CVSH-REPORT-LINE(55:3).
013590     MOVE CVSH-PR-OFFER TO CVSH-PCT-NUMERATOR.
013600     MOVE CVSH-PR-INTERVIEW TO CVSH-PCT-DENOMINATOR.
013610     PERFORM 5230-COMPUTE-PCT THRU 5230-EXIT.
013620     MOVE CVSH-PCT-TEXT TO CVSH-REPORT-LINE(63:3).
013630     MOVE CVSH-PR-HIRED TO CVSH-PCT-NUMERATOR.
013640     MOVE CVSH-PR-OFFER TO CVSH-PCT-DENOMINATOR.
013650     PERFORM 5230-COMPUTE-PCT THRU 5230-EXIT.
013660     MOVE CVSH-PCT-TEXT TO CVSH-REPORT-LINE(71:3).
013670     MOVE CVSH-PR-HIRED TO CVSH-PCT-NUMERATOR.
013680     MOVE CVSH-PR-LOADED TO CVSH-PCT-DENOMINATOR.
013690     PERFORM 5230-COMPUTE-PCT THRU 5230-EXIT.
013700     MOVE CVSH-PCT-TEXT TO CVSH-REPORT-LINE(79:3).
013710 5220-EXIT.
013720     EXIT.
013730*****************************************************************
013740*    5230-COMPUTE-PCT                                           *
013750*****************************************************************
013760 5230-COMPUTE-PCT.
013770     MOVE ZERO TO CVSH-PCT.
013780     IF CVSH-PCT-DENOMINATOR > ZERO
013790         COMPUTE CVSH-PCT =
013800             (CVSH-PCT-NUMERATOR * 100) / CVSH-PCT-DENOMINATOR
013810     END-IF.
013820     MOVE CVSH-PCT TO CVSH-PCT-TEXT.
013830 5230-EXIT.
013840     EXIT.
013850*****************************************************************
013860*    6000-WRITE-FEE-ACCRUAL                                     *
013870*                                                                *
013880*    PER AGENCY, EVERY HIRE IN THE MONTH WITH THE FEE ACCRUED   *
013890*    ON IT, THEN THE AGENCY'S TOTAL.  AN AGENCY WITH NO FEE     *
013900*    RATE HAS ITS HIRES LISTED UNPRICED.                        *
013910*****************************************************************
013920 6000-WRITE-FEE-ACCRUAL.
013930     MOVE SPACES TO CVSH-REPORT-LINE.
013940     WRITE CVSH-REPORT-LINE.
013950     MOVE 'AGENCY PLACEMENT FEES ACCRUED ON HIRES IN THE MONTH'
013960         TO CVSH-REPORT-LINE.
013970     WRITE CVSH-REPORT-LINE.
013980     MOVE SPACES TO CVSH-REPORT-LINE.
013990     WRITE CVSH-REPORT-LINE.
014000     MOVE SPACES TO CVSH-REPORT-LINE.
014010     MOVE 'AGENCY   CANDIDATE  NAME' TO CVSH-REPORT-LINE(1:24).
014020     MOVE 'REQ-ID   HIRED' TO CVSH-REPORT-LINE(52:14).
014030     MOVE 'FEE ACCRUED' TO CVSH-REPORT-LINE(72:11).
014040     WRITE CVSH-REPORT-LINE.
014050     PERFORM 6100-WRITE-ONE-AGENCY THRU 6100-EXIT
014060         VARYING CVSH-CHANNEL-INDEX FROM 1 BY 1
014070         UNTIL CVSH-CHANNEL-INDEX > CVSH-CHANNEL-COUNT.
014080     MOVE SPACES TO CVSH-REPORT-LINE.
014090     WRITE CVSH-REPORT-LINE.
014100     MOVE CVSH-GRAND-FEE-TOTAL TO CVSH-AMOUNT.
014110     PERFORM 6300-FORMAT-AMOUNT THRU 6300-EXIT.
014120     MOVE SPACES TO CVSH-REPORT-LINE.
014130     MOVE 'TOTAL FEES ACCRUED' TO CVSH-REPORT-LINE(1:18).
014140     MOVE CVSH-FEE-DISPLAY TO CVSH-REPORT-LINE(71:12).
014150     WRITE CVSH-REPORT-LINE.
014160     IF CVSH-UNPRICED-COUNT > ZERO
014170         MOVE CVSH-UNPRICED-COUNT TO CVSH-COUNT-TEXT
014180         MOVE SPACES TO CVSH-REPORT-LINE
014190         STRING 'AGENCY HIRES WITH NO FEE RATE ' DELIMITED BY SIZE
014200                CVSH-COUNT-TEXT DELIMITED BY SIZE
014210             INTO CVSH-REPORT-LINE
014220         WRITE CVSH-REPORT-LINE
014230     END-IF.
014240 6000-EXIT.
014250     EXIT.
014260*****************************************************************
014270*    6100-WRITE-ONE-AGENCY                                      *
014280*****************************************************************
014290 6100-WRITE-ONE-AGENCY.
014300     IF NOT CVSH-CH-IS-AGENCY(CVSH-CHANNEL-INDEX)
014310         GO TO 6100-EXIT
014320     END-IF.
014330     MOVE SPACES TO CVSH-REPORT-LINE.
014340     WRITE CVSH-REPORT-LINE.
014350     MOVE SPACES TO CVSH-REPORT-LINE.
014360     IF CVSH-CH-FEE-KNOWN(CVSH-CHANNEL-INDEX)
014370         MOVE CVSH-CH-FEE(CVSH-CHANNEL-INDEX) TO CVSH-AMOUNT
014380         PERFORM 6300-FORMAT-AMOUNT THRU 6300-EXIT
014390         STRING CVSH-CH-CODE(CVSH-CHANNEL-INDEX)
014400                    DELIMITED BY SIZE
014410                ' ' DELIMITED BY SIZE
014420                CVSH-CH-NAME(CVSH-CHANNEL-INDEX)
014430                    DELIMITED BY SIZE
014440                '  FILE PREFIX ' DELIMITED BY SIZE
014450                CVSH-CH-PREFIX(CVSH-CHANNEL-INDEX)
014460                    DELIMITED BY SPACE
014470                '  FEE PER HIRE ' DELIMITED BY SIZE
014480                CVSH-FEE-DISPLAY DELIMITED BY SIZE
014490             INTO CVSH-REPORT-LINE
014500     ELSE
014510         STRING CVSH-CH-CODE(CVSH-CHANNEL-INDEX)
014520                    DELIMITED BY SIZE
014530                ' ' DELIMITED BY SIZE
014540                CVSH-CH-NAME(CVSH-CHANNEL-INDEX)
014550                    DELIMITED BY SIZE
014560                '  NO FEE RATE - HIRES NOT PRICED'
014570                    DELIMITED BY SIZE
014580             INTO CVSH-REPORT-LINE
014590     END-IF.
014600     WRITE CVSH-REPORT-LINE.
014610     PERFORM 6200-WRITE-ONE-HIRE THRU 6200-EXIT
014620         VARYING CVSH-CAND-INDEX FROM 1 BY 1
014630         UNTIL CVSH-CAND-INDEX > CVSH-CAND-COUNT.
014640     MOVE CVSH-CH-HIRED-MONTH(CVSH-CHANNEL-INDEX)
014650         TO CVSH-COUNT-TEXT.
014660     MOVE CVSH-CH-FEE-TOTAL(CVSH-CHANNEL-INDEX) TO CVSH-AMOUNT.
014670     PERFORM 6300-FORMAT-AMOUNT THRU 6300-EXIT.
014680     MOVE SPACES TO CVSH-REPORT-LINE.
014690     STRING 'TOTAL    ' DELIMITED BY SIZE
014700            CVSH-CH-CODE(CVSH-CHANNEL-INDEX) DELIMITED BY SIZE
014710            '  HIRES ' DELIMITED BY SIZE
014720            CVSH-COUNT-TEXT DELIMITED BY SIZE
014730         INTO CVSH-REPORT-LINE.
014740     MOVE CVSH-FEE-DISPLAY TO CVSH-REPORT-LINE(71:12).
014750     WRITE CVSH-REPORT-LINE.
014760 6100-EXIT.
014770     EXIT.
014780*****************************************************************
014790*    6200-WRITE-ONE-HIRE                                        *
014800*****************************************************************
014810 6200-WRITE-ONE-HIRE.
014820     IF CVSH-CT-CHANNEL(CVSH-CAND-INDEX) NOT = CVSH-CHANNEL-INDEX
014830         OR CVSH-CT-RANK(CVSH-CAND-INDEX) < 5
014840         OR CVSH-CT-HIRE-DATE(CVSH-CAND-INDEX) < CVSH-MONTH-START
014850         GO TO 6200-EXIT
014860     END-IF.
014870     MOVE SPACES TO CVSH-REPORT-LINE.
014880     MOVE CVSH-CH-CODE(CVSH-CHANNEL-INDEX)
014890         TO CVSH-REPORT-LINE(1:8).
014900     MOVE CVSH-CT-ID(CVSH-CAND-INDEX) TO CVSH-REPORT-LINE(10:10).
014910     MOVE CVSH-CT-NAME(CVSH-CAND-INDEX)
014920         TO CVSH-REPORT-LINE(21:30).
014930     MOVE CVSH-CT-HIRE-REQ(CVSH-CAND-INDEX)
014940         TO CVSH-REPORT-LINE(52:8).
014950     MOVE CVSH-CT-HIRE-DATE(CVSH-CAND-INDEX)
014960         TO CVSH-REPORT-LINE(61:8).
014970     IF CVSH-CH-FEE-KNOWN(CVSH-CHANNEL-INDEX)
014980         MOVE CVSH-CH-FEE(CVSH-CHANNEL-INDEX) TO CVSH-AMOUNT
014990         PERFORM 6300-FORMAT-AMOUNT THRU 6300-EXIT
015000         MOVE CVSH-FEE-DISPLAY TO CVSH-REPORT-LINE(71:12)
015010     ELSE
015020         MOVE 'NOT PRICED' TO CVSH-REPORT-LINE(73:10)
015030     END-IF.
015040     WRITE CVSH-REPORT-LINE.
015050 6200-EXIT.
015060     EXIT.
015070*****************************************************************
015080*    6300-FORMAT-AMOUNT                                         *
015090*                                                                *
015100*    CVSH-AMOUNT AS WHOLE.PENCE IN CVSH-FEE-DISPLAY.            *
015110*****************************************************************
015120 6300-FORMAT-AMOUNT.
015130     MOVE SPACES TO CVSH-FEE-DISPLAY.
015140     STRING CVSH-AMOUNT-WHOLE DELIMITED BY SIZE
015150            '.' DELIMITED BY SIZE
015160            CVSH-AMOUNT-CENTS DELIMITED BY SIZE
015170         INTO CVSH-FEE-DISPLAY.
015180 6300-EXIT.
015190     EXIT.
015200*****************************************************************
015210*    7000-FIND-PREFIX                                           *
015220*                                                                *
015230*    LEAVES THE AGENCY CHANNEL WHOSE FILE PREFIX IS             *
015240*    CVSH-CHECK-PREFIX IN CVSH-FOUND-INDEX, OR ZERO.            *
015250*****************************************************************
015260 7000-FIND-PREFIX.
015270     MOVE ZERO TO CVSH-FOUND-INDEX.
015280     PERFORM 7010-MATCH-PREFIX THRU 7010-EXIT
015290         VARYING CVSH-CHANNEL-INDEX FROM 1 BY 1
015300         UNTIL CVSH-CHANNEL-INDEX > CVSH-CHANNEL-COUNT
015310            OR CVSH-FOUND-INDEX > ZERO.
015320 7000-EXIT.
015330     EXIT.
015340*****************************************************************
015350*    7010-MATCH-PREFIX                                          *
015360*****************************************************************
015370 7010-MATCH-PREFIX.
015380     IF CVSH-CH-IS-AGENCY(CVSH-CHANNEL-INDEX)
015390         AND CVSH-CH-PREFIX(CVSH-CHANNEL-INDEX) =
015400             CVSH-CHECK-PREFIX
015410         MOVE CVSH-CHANNEL-INDEX TO CVSH-FOUND-INDEX
015420     END-IF.
015430 7010-EXIT.
015440     EXIT.
015450*****************************************************************
015460*    7100-FIND-CANDIDATE                                        *
015470*                                                                *
015480*    LEAVES THE POSITION OF CVSH-CHECK-ID IN THE CANDIDATE      *
015490*    TABLE IN CVSH-FOUND-INDEX, OR ZERO WHEN IT IS NOT THERE.   *
015500*****************************************************************
015510 7100-FIND-CANDIDATE.
015520     MOVE ZERO TO CVSH-FOUND-INDEX.
015530     PERFORM 7110-MATCH-CANDIDATE THRU 7110-EXIT
015540         VARYING CVSH-CAND-INDEX FROM 1 BY 1
015550         UNTIL CVSH-CAND-INDEX > CVSH-CAND-COUNT
015560            OR CVSH-FOUND-INDEX > ZERO.
015570 7100-EXIT.
015580     EXIT.
015590*****************************************************************
015600*    7110-MATCH-CANDIDATE                                       *
015610*****************************************************************
015620 7110-MATCH-CANDIDATE.
015630     IF CVSH-CT-ID(CVSH-CAND-INDEX) = CVSH-CHECK-ID
015640         MOVE CVSH-CAND-INDEX TO CVSH-FOUND-INDEX
015650     END-IF.
015660 7110-EXIT.
015670     EXIT.
015680*****************************************************************
015690*    7200-FIND-MERGE                                            *
015700*                                                                *
015710*    LEAVES THE POSITION OF CVSH-CHECK-ID IN THE MERGE TABLE IN *
015720*    CVSH-FOUND-INDEX, OR ZERO WHEN IT WAS NOT MERGED.          *
015730*****************************************************************
015740 7200-FIND-MERGE.
015750     MOVE ZERO TO CVSH-FOUND-INDEX.
015760     PERFORM 7210-MATCH-MERGE THRU 7210-EXIT
015770         VARYING CVSH-MERGE-INDEX FROM 1 BY 1
015780         UNTIL CVSH-MERGE-INDEX > CVSH-MERGE-COUNT
015790            OR CVSH-FOUND-INDEX > ZERO.
015800 7200-EXIT.
015810     EXIT.
015820*****************************************************************
015830*    7210-MATCH-MERGE                                           *
015840*****************************************************************
015850 7210-MATCH-MERGE.
015860     IF CVSH-MT-LOSER-ID(CVSH-MERGE-INDEX) = CVSH-CHECK-ID
015870         MOVE CVSH-MERGE-INDEX TO CVSH-FOUND-INDEX
015880     END-IF.
015890 7210-EXIT.
015900     EXIT.
015910*****************************************************************
015920*    8100-COMPUTE-DAY-NUMBER                                    *
015930*                                                                *
015940*    SERIAL DAY NUMBER FOR THE DATE IN CVSH-DATE-WORK, AS IN    *
015950*    CV810 - ZERO WHEN IT IS NOT A DATE.                        *
015960*****************************************************************
015970 8100-COMPUTE-DAY-NUMBER.
015980     MOVE ZERO TO CVSH-DAY-NUMBER.
015990     IF CVSH-DATE-WORK NOT NUMERIC
016000         GO TO 8100-EXIT
016010     END-IF.
016020     IF CVSH-DATE-WORK-MONTH < 01
016030         OR CVSH-DATE-WORK-MONTH > 12
016040         GO TO 8100-EXIT
016050     END-IF.
016060     COMPUTE CVSH-DAY-YEAR-WORK = CVSH-DATE-WORK-YEAR - 1.
016070     DIVIDE CVSH-DAY-YEAR-WORK BY 4 GIVING CVSH-DAY-LEAP-4.
016080     DIVIDE CVSH-DAY-YEAR-WORK BY 100 GIVING CVSH-DAY-LEAP-100.
016090     DIVIDE CVSH-DAY-YEAR-WORK BY 400 GIVING CVSH-DAY-LEAP-400.
016100     COMPUTE CVSH-DAY-LEAP-WORK =
016110         CVSH-DAY-LEAP-4 - CVSH-DAY-LEAP-100 + CVSH-DAY-LEAP-400.
016120     COMPUTE CVSH-DAY-NUMBER =
016130         CVSH-DAY-YEAR-WORK * 365
016140         + CVSH-DAY-LEAP-WORK
016150         + CVSH-MONTH-DAYS(CVSH-DATE-WORK-MONTH)
016160         + CVSH-DATE-WORK-DAY.
016170     IF CVSH-DATE-WORK-MONTH > 02
016180         DIVIDE CVSH-DATE-WORK-YEAR BY 4
016190             GIVING CVSH-DAY-YEAR-WORK
016200             REMAINDER CVSH-DAY-LEAP-WORK
016210         IF CVSH-DAY-LEAP-WORK = ZERO
016220             DIVIDE CVSH-DATE-WORK-YEAR BY 100
016230                 GIVING CVSH-DAY-YEAR-WORK
016240                 REMAINDER CVSH-DAY-LEAP-WORK
016250             IF CVSH-DAY-LEAP-WORK NOT = ZERO
016260                 ADD 1 TO CVSH-DAY-NUMBER
016270             ELSE
016280                 DIVIDE CVSH-DATE-WORK-YEAR BY 400
016290                     GIVING CVSH-DAY-YEAR-WORK
016300                     REMAINDER CVSH-DAY-LEAP-WORK
016310                 IF CVSH-DAY-LEAP-WORK = ZERO
016320                     ADD 1 TO CVSH-DAY-NUMBER
016330                 END-IF
016340             END-IF
016350         END-IF
016360     END-IF.
016370 8100-EXIT.
016380     EXIT.
016390*****************************************************************
016400*    8900-WRITE-REPORT-TRAILER                                  *
016410*****************************************************************
016420 8900-WRITE-REPORT-TRAILER.
016430     MOVE SPACES TO CVSH-REPORT-LINE.
016440     WRITE CVSH-REPORT-LINE.
016450     MOVE CVSH-CAND-COUNT TO CVSH-COUNT-TEXT.
016460     MOVE SPACES TO CVSH-REPORT-LINE.
016470     STRING 'CANDIDATES REPORTED  ' DELIMITED BY SIZE
016480            CVSH-COUNT-TEXT DELIMITED BY SIZE
016490         INTO CVSH-REPORT-LINE.
016500     WRITE CVSH-REPORT-LINE.
016510     IF CVSH-IO-ERROR-SEEN
016520         MOVE 'RUN INCOMPLETE - I/O ERROR, SEE THE JOB LOG'
016530             TO CVSH-REPORT-LINE
016540         WRITE CVSH-REPORT-LINE
016550     END-IF.
016560 8900-EXIT.
016570     EXIT.
016580*****************************************************************
016590*    9900-RAISE-CONDITION                                       *
016600*****************************************************************
016610 9900-RAISE-CONDITION.
016620     IF CVSH-RAISE-CC-VALUE > CVSH-CONDITION-CODE
016630         MOVE CVSH-RAISE-CC-VALUE TO CVSH-CONDITION-CODE
016640     END-IF.
016650 9900-EXIT.
016660     EXIT.
016670*****************************************************************
016680*    9999-TERMINATE                                             *
016690*****************************************************************
016700 9999-TERMINATE.
016710     IF CVSH-MASTER-OPENED
016720         CLOSE CVSH-MASTER-FILE
016730     END-IF.
016740     IF CVSH-HISTORY-OPENED
016750         CLOSE CVSH-HISTORY-FILE
016760     END-IF.
016770     IF CVSH-REPORT-OPENED
016780         CLOSE CVSH-REPORT-FILE
016790     END-IF.
016800     IF CVSH-UNPRICED-COUNT > ZERO
016810         MOVE 4 TO CVSH-RAISE-CC-VALUE
016820         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
016830     END-IF.
016840     IF CVSH-IO-ERROR-SEEN
016850         MOVE 12 TO CVSH-RAISE-CC-VALUE
016860         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
016870     END-IF.
016880     DISPLAY 'CV840 - SOURCE OF HIRE REPORT SUMMARY'.
016890     DISPLAY '  REPORT MONTH         : ' CVSH-REPORT-MONTH.
016900     DISPLAY '  MASTERS READ         : ' CVSH-MASTERS-READ.
016910     DISPLAY '  MERGED - PASSED OVER : ' CVSH-MERGED-COUNT.
016920     DISPLAY '  NO NODES ON CVHIST   : ' CVSH-NO-NODES-COUNT.
016930     DISPLAY '  LOADED AFTER MONTH   : ' CVSH-LATER-COUNT.
016940     DISPLAY '  CANDIDATES REPORTED  : ' CVSH-CAND-COUNT.
016950     DISPLAY '  AGENCY FILES         : ' CVSH-AGENCY-FILES.
016960     DISPLAY '  AGENCY FILE NO MATCH : ' CVSH-AGENCY-UNMATCHED.
016970     DISPLAY '  AGENCY CANDIDATES    : ' CVSH-AGENCY-CANDIDATES.
016980     DISPLAY '  PIPELINE READ        : ' CVSH-PIPE-READ.
016990     DISPLAY '  PIPELINE AFTER MONTH : ' CVSH-PIPE-LATER-COUNT.
017000     DISPLAY '  PIPELINE NOT MATCHED : ' CVSH-PIPE-UNMATCHED.
017010     DISPLAY '  AGENCY FEES ACCRUED  : ' CVSH-ACCRUED-COUNT.
017020     DISPLAY '  AGENCY HIRES UNPRICED: ' CVSH-UNPRICED-COUNT.
017030     DISPLAY 'CV840 - ENDING WITH CONDITION CODE '
017040         CVSH-CONDITION-CODE.
017050     MOVE CVSH-CONDITION-CODE TO RETURN-CODE.
017060 9999-EXIT.
017070     EXIT.
