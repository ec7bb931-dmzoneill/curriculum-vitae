000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV850.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - BATCH SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV850 - SUBJECT ACCESS REQUEST RUN.                         *
000100*                                                               *
000110*   A CANDIDATE MAY ASK FOR A COPY OF EVERYTHING WE HOLD ABOUT  *
000120*   THEM, AND MUST HAVE IT WITHIN A MONTH.  EACH LINE OF THE    *
000130*   REQUEST FILE (CVSARREQ.TXT), '*' IN COLUMN 1 FOR A          *
000140*   COMMENT, IS ONE REQUEST -                                   *
000150*                                                               *
000160*       CANDIDATE-ID|DATE-RECEIVED (YYYYMMDD)                   *
000170*                                                               *
000180*   AND GETS ONE DISCLOSURE DOCUMENT,                           *
000190*   CVSAR.<CANDIDATE-ID>.<RUN DATE>.TXT, HOLDING -              *
000200*                                                               *
000210*     THE CANDIDATE MASTER RECORD (CVMAST.DAT) AND EVERY        *
000220*     MASTER MERGED INTO IT, DIRECTLY OR DOWN A CHAIN.  AN ID   *
000230*     ITSELF SINCE MERGED INTO ANOTHER IS FIRST FOLLOWED TO THE *
000240*     MASTER THAT SURVIVED, AND THE DOCUMENT SAYS SO.           *
000250*     EVERY CV ENTRY ON CVHIST.DAT UNDER THE CANDIDATE OR A     *
000260*     MERGED ID, WITH ITS FIRST-SEEN AND LAST-SEEN DATES.       *
000270*     EVERY ENTRY AND SOURCE FILE OF THE LAST LOAD (CVINQ.DAT), *
000280*     REJECTED ONES WITH THEIR REASON.                          *
000290*     EVERY REQUISITION THEY WERE SHORTLISTED OR WORKED FOR     *
000300*     (CVPIPE.DAT) AND ITS STAGE HISTORY FROM THE CHANGE        *
000310*     JOURNAL (CVJRNL.DAT), THEN THE JOURNALLED CHANGES TO      *
000320*     THE MASTER RECORD.                                        *
000330*     THE FILES AND FEEDS THE DATA WENT TO - THE CV100 RUNS     *
000340*     THAT SENT THE ENTRIES ON CVEXTRACT.DAT (THE FIRST-SEEN    *
000350*     AND LAST-SEEN RUN DATES; RUNS BETWEEN ARE NOT RECORDED    *
000360*     PER CANDIDATE), EACH HIRE SENT ON CVNEWHIRE.DAT, AND      *
000370*     EVERY REPORT OR FEED STILL ON HAND WITH A LINE NAMING     *
000380*     ONE OF THE CANDIDATE'S IDS, INCLUDING THE CVCHANGE,       *
000390*     CVCERT AND CVAUDIT FILES OF THOSE RUN DATES.              *
000400*                                                               *
000410*   EACH REQUEST FULFILLED IS APPENDED TO THE REQUEST LOG       *
000420*   (CVSARLOG.TXT) -                                            *
000430*                                                               *
000440*       ID|RECEIVED|DUE|FULFILLED|ON TIME OR LATE|              *
000450*       DISCLOSED OR NO DATA HELD|DOCUMENT                      *
000460*                                                               *
000470*   THE DUE DATE IS THE SAME DAY OF THE NEXT MONTH (THE LAST    *
000480*   DAY WHEN IT HAS NO SUCH DAY).  A REQUEST ALREADY ON THE LOG *
000490*   WITH THE SAME DATE RECEIVED IS NOT DONE AGAIN - THE LAST    *
000500*   5000 LOG LINES ARE CHECKED.  CV810 RETENTION ARCHIVES ARE   *
000510*   NOT SEARCHED.  NOTHING IS UPDATED BUT THE LOG.              *
000520*                                                               *
000530*   CONDITION CODES FOLLOW CV100 - 0 CLEAN, 4 WARNINGS (A       *
000540*   REQUEST LINE IGNORED, A REQUEST FULFILLED LATE), 8 A        *
000550*   DISCLOSURE MAY BE INCOMPLETE (A TABLE FULL), 12 I/O ERROR.  *
000560*                                                               *
000570*   MODIFICATION HISTORY.                                      *
000580*       2026-10-15  RM  ORIGINAL VERSION.                      *
000590*       2026-10-15  RM  MERGED ID FOLLOWED TO ITS SURVIVOR;    *
000600*                       DAY RECEIVED CHECKED AGAINST MONTH.    *
000610*       2026-10-15  RM  IDS MATCHED IN REPORT LINES AS WHOLE   *
000620*                       WORDS ONLY.                            *
000630*                                                               *
000640*****************************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CVSA-REQUEST-FILE
000690         ASSIGN TO 'CVSARREQ.TXT'
000700         ORGANIZATION LINE SEQUENTIAL
000710         FILE STATUS IS CVSA-REQUEST-STATUS.
000720     SELECT CVSA-LOG-FILE
000730         ASSIGN TO 'CVSARLOG.TXT'
000740         ORGANIZATION LINE SEQUENTIAL
000750         FILE STATUS IS CVSA-LOG-STATUS.
000760     SELECT CVSA-MASTER-FILE
000770         ASSIGN TO 'CVMAST.DAT'
000780         ORGANIZATION INDEXED
000790         ACCESS DYNAMIC
000800         RECORD KEY CVM-CANDIDATE-ID
000810         FILE STATUS IS CVSA-MASTER-STATUS.
000820     SELECT CVSA-HISTORY-FILE
000830         ASSIGN TO 'CVHIST.DAT'
000840         ORGANIZATION INDEXED
000850         ACCESS DYNAMIC
000860         RECORD KEY CVH-RECORD-KEY
000870         FILE STATUS IS CVSA-HISTORY-STATUS.
000880     SELECT CVSA-INQUIRY-FILE
000890         ASSIGN TO 'CVINQ.DAT'
000900         ORGANIZATION INDEXED
000910         ACCESS DYNAMIC
000920         RECORD KEY CVQ-RECORD-KEY
000930         FILE STATUS IS CVSA-INQUIRY-STATUS.
000940     SELECT CVSA-PIPE-FILE
000950         ASSIGN TO 'CVPIPE.DAT'
000960         ORGANIZATION INDEXED
000970         ACCESS SEQUENTIAL
000980         RECORD KEY CVP-RECORD-KEY
000990         FILE STATUS IS CVSA-PIPE-STATUS.
001000     SELECT CVSA-REQMAST-FILE
001010         ASSIGN TO 'CVREQ.DAT'
001020         ORGANIZATION INDEXED
001030         ACCESS RANDOM
001040         RECORD KEY CVR-REQ-ID
001050         FILE STATUS IS CVSA-REQMAST-STATUS.
001060     SELECT CVSA-JOURNAL-FILE
001070         ASSIGN TO 'CVJRNL.DAT'
001080         ORGANIZATION INDEXED
001090         ACCESS SEQUENTIAL
001100         RECORD KEY CVJ-RECORD-KEY
001110         FILE STATUS IS CVSA-JOURNAL-STATUS.
001120     SELECT CVSA-DOC-FILE
001130         ASSIGN DYNAMIC CVSA-DOC-FILE-NAME
001140         ORGANIZATION LINE SEQUENTIAL
001150         FILE STATUS IS CVSA-DOC-STATUS.
001160     SELECT CVSA-SCAN-FILE
001170         ASSIGN DYNAMIC CVSA-SCAN-FILE-NAME
001180         ORGANIZATION LINE SEQUENTIAL
001190         FILE STATUS IS CVSA-SCAN-STATUS.
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  CVSA-REQUEST-FILE.
001230 01  CVSA-REQUEST-LINE           PIC X(80).
001240 FD  CVSA-LOG-FILE.
001250 01  CVSA-LOG-LINE               PIC X(132).
001260 FD  CVSA-MASTER-FILE.
001270 01  CVSA-MASTER-RECORD.
001280     COPY CVMAST.
001290 FD  CVSA-HISTORY-FILE.
001300 01  CVSA-HISTORY-RECORD.
001310     COPY CVHIST.
001320 FD  CVSA-INQUIRY-FILE.
001330 01  CVSA-INQUIRY-RECORD.
001340     COPY CVINQ.
001350 FD  CVSA-PIPE-FILE.
001360 01  CVSA-PIPE-RECORD.
001370     COPY CVPIPE.
001380 FD  CVSA-REQMAST-FILE.
001390 01  CVSA-REQMAST-RECORD.
001400     COPY CVREQ.
001410 FD  CVSA-JOURNAL-FILE.
001420 01  CVSA-JOURNAL-RECORD.
001430     COPY CVJRNL.
001440 FD  CVSA-DOC-FILE.
001450 01  CVSA-DOC-LINE               PIC X(132).
001460 FD  CVSA-SCAN-FILE.
001470 01  CVSA-SCAN-LINE              PIC X(440).
001480 WORKING-STORAGE SECTION.
001490 77  CVSA-REQUEST-STATUS         PIC X(02) VALUE '00'.
001500     88  CVSA-REQUEST-FOUND          VALUE '00'.
001510     88  CVSA-REQUEST-MISSING        VALUE '35'.
001520 77  CVSA-LOG-STATUS             PIC X(02) VALUE '00'.
001530     88  CVSA-LOG-STATUS-OK          VALUE '00'.
001540     88  CVSA-LOG-MISSING            VALUE '35'.
001550 77  CVSA-MASTER-STATUS          PIC X(02) VALUE '00'.
001560     88  CVSA-MASTER-STATUS-OK       VALUE '00'.
001570     88  CVSA-MASTER-AT-END          VALUE '10'.
001580     88  CVSA-MASTER-NOT-FOUND       VALUE '23'.
001590     88  CVSA-MASTER-ABSENT          VALUE '35'.
001600 77  CVSA-HISTORY-STATUS         PIC X(02) VALUE '00'.
001610     88  CVSA-HISTORY-STATUS-OK      VALUE '00'.
001620     88  CVSA-HISTORY-AT-END         VALUE '10'.
001630     88  CVSA-HISTORY-NOT-FOUND      VALUE '23'.
001640     88  CVSA-HISTORY-ABSENT         VALUE '35'.
001650 77  CVSA-INQUIRY-STATUS         PIC X(02) VALUE '00'.
001660     88  CVSA-INQUIRY-STATUS-OK      VALUE '00'.
001670     88  CVSA-INQUIRY-AT-END         VALUE '10'.
001680     88  CVSA-INQUIRY-NOT-FOUND      VALUE '23'.
001690     88  CVSA-INQUIRY-ABSENT         VALUE '35'.
001700 77  CVSA-PIPE-STATUS            PIC X(02) VALUE '00'.
001710     88  CVSA-PIPE-STATUS-OK         VALUE '00'.
001720     88  CVSA-PIPE-AT-END            VALUE '10'.
001730     88  CVSA-PIPE-ABSENT            VALUE '35'.
001740 77  CVSA-REQMAST-STATUS         PIC X(02) VALUE '00'.
001750     88  CVSA-REQMAST-STATUS-OK      VALUE '00'.
001760     88  CVSA-REQMAST-NOT-FOUND      VALUE '23'.
001770     88  CVSA-REQMAST-ABSENT         VALUE '35'.
001780 77  CVSA-JOURNAL-STATUS         PIC X(02) VALUE '00'.
001790     88  CVSA-JOURNAL-STATUS-OK      VALUE '00'.
001800     88  CVSA-JOURNAL-AT-END         VALUE '10'.
001810     88  CVSA-JOURNAL-ABSENT         VALUE '35'.
001820 77  CVSA-DOC-STATUS             PIC X(02) VALUE '00'.
001830     88  CVSA-DOC-OPEN-OK            VALUE '00'.
001840 77  CVSA-SCAN-STATUS            PIC X(02) VALUE '00'.
001850     88  CVSA-SCAN-STATUS-OK         VALUE '00'.
001860     88  CVSA-SCAN-AT-END            VALUE '10'.
001870     88  CVSA-SCAN-ABSENT            VALUE '35'.
001880 77  CVSA-DOC-FILE-NAME          PIC X(40).
001890 77  CVSA-SCAN-FILE-NAME         PIC X(40).
001900 77  CVSA-REQUEST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001910     88  CVSA-REQUEST-EOF            VALUE 'Y'.
001920 77  CVSA-LOG-EOF-SWITCH         PIC X(01) VALUE 'N'.
001930     88  CVSA-LOG-EOF                VALUE 'Y'.
001940 77  CVSA-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
001950     88  CVSA-MASTER-EOF             VALUE 'Y'.
001960 77  CVSA-HISTORY-EOF-SWITCH     PIC X(01) VALUE 'N'.
001970     88  CVSA-HISTORY-EOF            VALUE 'Y'.
001980 77  CVSA-INQUIRY-EOF-SWITCH     PIC X(01) VALUE 'N'.
001990     88  CVSA-INQUIRY-EOF            VALUE 'Y'.
002000 77  CVSA-PIPE-EOF-SWITCH        PIC X(01) VALUE 'N'.
002010     88  CVSA-PIPE-EOF               VALUE 'Y'.
002020 77  CVSA-JOURNAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
002030     88  CVSA-JOURNAL-EOF            VALUE 'Y'.
002040 77  CVSA-SCAN-EOF-SWITCH        PIC X(01) VALUE 'N'.
002050     88  CVSA-SCAN-EOF               VALUE 'Y'.
002060 77  CVSA-REQUEST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002070     88  CVSA-REQUEST-OPENED         VALUE 'Y'.
002080 77  CVSA-LOG-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002090     88  CVSA-LOG-OPENED             VALUE 'Y'.
002100 77  CVSA-MASTER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
002110     88  CVSA-MASTER-OPENED          VALUE 'Y'.
002120 77  CVSA-HISTORY-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002130     88  CVSA-HISTORY-OPENED         VALUE 'Y'.
002140 77  CVSA-INQUIRY-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002150     88  CVSA-INQUIRY-OPENED         VALUE 'Y'.
002160 77  CVSA-REQMAST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002170     88  CVSA-REQMAST-OPENED         VALUE 'Y'.
002180 77  CVSA-DOC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002190     88  CVSA-DOC-OPENED             VALUE 'Y'.
002200 77  CVSA-RUN-READY-SWITCH       PIC X(01) VALUE 'N'.
002210     88  CVSA-RUN-READY              VALUE 'Y'.
002220 77  CVSA-CHAIN-DONE-SWITCH      PIC X(01) VALUE 'N'.
002230     88  CVSA-CHAIN-DONE             VALUE 'Y'.
002240 77  CVSA-DATE-VALID-SWITCH      PIC X(01) VALUE 'Y'.
002250     88  CVSA-DATE-IS-VALID          VALUE 'Y'.
002260     88  CVSA-DATE-IS-INVALID        VALUE 'N'.
002270 77  CVSA-RUN-DATE               PIC 9(08).
002280 77  CVSA-RUN-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
002290 77  CVSA-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
002300 77  CVSA-FIRST-DAY-NUMBER       PIC 9(07) COMP VALUE ZERO.
002310 77  CVSA-MONTH-LENGTH           PIC 9(02) VALUE ZERO.
002320 77  CVSA-DAY-YEAR-WORK          PIC 9(07) COMP VALUE ZERO.
002330 77  CVSA-DAY-LEAP-WORK          PIC 9(07) COMP VALUE ZERO.
002340 77  CVSA-DAY-LEAP-4             PIC 9(07) COMP VALUE ZERO.
002350 77  CVSA-DAY-LEAP-100           PIC 9(07) COMP VALUE ZERO.
002360 77  CVSA-DAY-LEAP-400           PIC 9(07) COMP VALUE ZERO.
002370 77  CVSA-DATE-DAYS-IN-MONTH     PIC 9(02) COMP VALUE ZERO.
002380 77  CVSA-DATE-LEAP-REM-4        PIC 9(04) COMP VALUE ZERO.
002390 77  CVSA-DATE-LEAP-REM-100      PIC 9(04) COMP VALUE ZERO.
002400 77  CVSA-DATE-LEAP-REM-400      PIC 9(04) COMP VALUE ZERO.
002410 77  CVSA-DATE-LEAP-QUOT         PIC 9(04) COMP VALUE ZERO.
002420 77  CVSA-REQ-ID                 PIC X(10).
002430 77  CVSA-RESOLVED-ID            PIC X(10).
002440 77  CVSA-REQ-RECEIVED-TEXT      PIC X(10).
002450 77  CVSA-REQ-RECEIVED           PIC 9(08) VALUE ZERO.
002460 77  CVSA-REQ-DUE                PIC 9(08) VALUE ZERO.
002470 77  CVSA-LOG-FIELD-ID           PIC X(10).
002480 77  CVSA-LOG-FIELD-RECEIVED     PIC X(08).
002490 77  CVSA-TIMELINESS             PIC X(07).
002500 77  CVSA-OUTCOME                PIC X(12).
002510 77  CVSA-CHECK-ID               PIC X(10) VALUE SPACES.
002520 77  CVSA-CHAIN-ID               PIC X(10) VALUE SPACES.
002530 77  CVSA-CHAIN-LINKS            PIC 9(02) COMP VALUE ZERO.
002540 77  CVSA-FOUND-INDEX            PIC 9(05) COMP VALUE ZERO.
002550 77  CVSA-SECTION-TITLE          PIC X(80).
002560 77  CVSA-FIELD-LABEL            PIC X(20).
002570 77  CVSA-FIELD-VALUE            PIC X(100).
002580 77  CVSA-STAGE-CODE             PIC X(01).
002590 77  CVSA-STAGE-WORD             PIC X(12).
002600 77  CVSA-BEFORE-STAGE-WORD      PIC X(12).
002610 77  CVSA-ACTION-WORD            PIC X(12).
002620 77  CVSA-STATUS-WORD            PIC X(10).
002630 77  CVSA-DATE-TEXT              PIC 9(08).
002640 77  CVSA-COUNT-TEXT             PIC 9(07).
002650 77  CVSA-JOURNAL-WANTED         PIC X(08).
002660 77  CVSA-JOURNAL-ID             PIC X(10).
002670 77  CVSA-SECTION-COUNT          PIC 9(07) COMP VALUE ZERO.
002680 77  CVSA-ITEMS-FOUND            PIC 9(07) COMP VALUE ZERO.
002690 77  CVSA-HIT-COUNT              PIC 9(07) COMP VALUE ZERO.
002700 77  CVSA-LINE-HITS              PIC 9(05) COMP VALUE ZERO.
002710 77  CVSA-SCAN-LINE-SIZE         PIC 9(03) COMP VALUE 440.
002720 77  CVSA-SCAN-POS               PIC 9(03) COMP VALUE ZERO.
002730 77  CVSA-SCAN-LAST              PIC 9(03) COMP VALUE ZERO.
002740 77  CVSA-SCAN-AFTER             PIC 9(03) COMP VALUE ZERO.
002750 77  CVSA-EDGE-BYTE              PIC X(01) VALUE SPACE.
002760     88  CVSA-EDGE-IN-ID             VALUE 'A' THRU 'Z'
002770                                           'a' THRU 'z'
002780                                           '0' THRU '9'.
002790 77  CVSA-DESC-OFFSET            PIC 9(03) COMP VALUE ZERO.
002800 77  CVSA-SCAN-DESCRIPTION       PIC X(40).
002810 77  CVSA-REQUESTS-READ          PIC 9(07) COMP VALUE ZERO.
002820 77  CVSA-FULFILLED-COUNT        PIC 9(07) COMP VALUE ZERO.
002830 77  CVSA-LATE-COUNT             PIC 9(07) COMP VALUE ZERO.
002840 77  CVSA-NO-DATA-COUNT          PIC 9(07) COMP VALUE ZERO.
002850 77  CVSA-ALREADY-COUNT          PIC 9(07) COMP VALUE ZERO.
002860 77  CVSA-IGNORED-COUNT          PIC 9(07) COMP VALUE ZERO.
002870 77  CVSA-CONDITION-CODE         PIC 9(02) COMP VALUE ZERO.
002880 77  CVSA-RAISE-CC-VALUE         PIC 9(02) COMP VALUE ZERO.
002890 77  CVSA-IO-ERROR-SWITCH        PIC X(01) VALUE 'N'.
002900     88  CVSA-IO-ERROR-SEEN          VALUE 'Y'.
002910*
002920*    EVERY MERGED MASTER AND THE ONE IT WAS MERGED INTO, TABLED
002930*    ONCE FROM CVMAST SO EACH REQUEST CAN FIND ITS MERGED-FROM
002940*    IDS WITHOUT A PASS OF ITS OWN.
002950*
002960 77  CVSA-MERGE-COUNT            PIC 9(05) COMP VALUE ZERO.
002970 77  CVSA-MERGE-MAX              PIC 9(05) COMP VALUE 5000.
002980 77  CVSA-MERGE-INDEX            PIC 9(05) COMP VALUE ZERO.
002990 77  CVSA-MERGE-SCAN             PIC 9(05) COMP VALUE ZERO.
003000 77  CVSA-MERGE-FULL-SWITCH      PIC X(01) VALUE 'N'.
003010     88  CVSA-MERGE-TABLE-FULL       VALUE 'Y'.
003020 01  CVSA-MERGE-TABLE.
003030     03  CVSA-MERGE-ENTRY OCCURS 5000 TIMES.
003040         05  CVSA-MG-LOSER-ID    PIC X(10).
003050         05  CVSA-MG-SURVIVOR-ID PIC X(10).
003060*
003070*    THE REQUESTING CANDIDATE'S IDS - ENTRY 1 IS THE ONE ASKED
003080*    FOR, THE REST WERE MERGED INTO IT - WITH THE LENGTH OF
003090*    EACH FOR FINDING IT IN A REPORT LINE.
003100*
003110 77  CVSA-ID-COUNT               PIC 9(03) COMP VALUE ZERO.
003120 77  CVSA-ID-MAX                 PIC 9(03) COMP VALUE 20.
003130 77  CVSA-ID-INDEX               PIC 9(03) COMP VALUE ZERO.
003140 77  CVSA-DOC-ID-INDEX           PIC 9(03) COMP VALUE ZERO.
003150 77  CVSA-ID-FULL-SWITCH         PIC X(01) VALUE 'N'.
003160     88  CVSA-ID-SET-FULL            VALUE 'Y'.
003170 01  CVSA-ID-TABLE.
003180     03  CVSA-ID-ENTRY OCCURS 20 TIMES.
003190         05  CVSA-ID             PIC X(10).
003200         05  CVSA-ID-LENGTH      PIC 9(02) COMP.
003210*
003220*    THE CV100 RUN DATES THAT SAW THE CANDIDATE'S ENTRIES, IN
003230*    DATE ORDER, AND THE HIRES SENT ON THE NEW-HIRE FEED.
003240*
003250 77  CVSA-RUN-COUNT              PIC 9(03) COMP VALUE ZERO.
003260 77  CVSA-RUN-MAX                PIC 9(03) COMP VALUE 100.
003270 77  CVSA-RUN-INDEX              PIC 9(03) COMP VALUE ZERO.
003280 77  CVSA-RUN-SHIFT              PIC 9(03) COMP VALUE ZERO.
003290 77  CVSA-RUN-INSERT-AT          PIC 9(03) COMP VALUE ZERO.
003300 77  CVSA-RUN-NEW-DATE           PIC 9(08) VALUE ZERO.
003310 77  CVSA-RUN-OVERFLOW           PIC 9(05) COMP VALUE ZERO.
003320 01  CVSA-RUN-TABLE.
003330     03  CVSA-RUN-DATE-ENTRY     PIC 9(08) OCCURS 100 TIMES.
003340 77  CVSA-HIRE-COUNT             PIC 9(03) COMP VALUE ZERO.
003350 77  CVSA-HIRE-MAX               PIC 9(03) COMP VALUE 20.
003360 77  CVSA-HIRE-INDEX             PIC 9(03) COMP VALUE ZERO.
003370 01  CVSA-HIRE-TABLE.
003380     03  CVSA-HIRE-ENTRY OCCURS 20 TIMES.
003390         05  CVSA-HR-REQ-ID      PIC X(08).
003400         05  CVSA-HR-DATE        PIC 9(08).
003410*
003420*    THE REQUESTS ALREADY ON THE LOG - THE LATEST 5000, THE
003430*    TABLE WRAPPING ROUND WHEN THE LOG IS LONGER.
003440*
003450 77  CVSA-LOGGED-COUNT           PIC 9(05) COMP VALUE ZERO.
003460 77  CVSA-LOGGED-MAX             PIC 9(05) COMP VALUE 5000.
003470 77  CVSA-LOGGED-NEXT            PIC 9(05) COMP VALUE 1.
003480 77  CVSA-LOGGED-INDEX           PIC 9(05) COMP VALUE ZERO.
003490 01  CVSA-LOGGED-TABLE.
003500     03  CVSA-LOGGED-ENTRY OCCURS 5000 TIMES.
003510         05  CVSA-LG-ID          PIC X(10).
003520         05  CVSA-LG-RECEIVED    PIC X(08).
003530*
003540*    THE REPORTS AND FEEDS LOOKED THROUGH FOR THE CANDIDATE'S
003550*    IDS, WITH WHAT EACH IS.
003560*
003570 77  CVSA-KNOWN-FILE-COUNT       PIC 9(03) COMP VALUE 15.
003580 77  CVSA-KNOWN-FILE-INDEX       PIC 9(03) COMP VALUE ZERO.
003590 01  CVSA-KNOWN-FILE-AREA.
003600     03  CVSA-KNOWN-FILE-VALUES.
003610         05  FILLER              PIC X(20) VALUE 'CVEXTRACT.DAT'.
003620         05  FILLER              PIC X(40)
003630             VALUE 'HR EXTRACT FEED (CV100)'.
003640         05  FILLER              PIC X(20) VALUE 'CVRESEND.DAT'.
003650         05  FILLER              PIC X(40)
003660             VALUE 'HR EXTRACT RESEND FEED (CV400)'.
003670         05  FILLER              PIC X(20) VALUE 'CVRECON.TXT'.
003680         05  FILLER              PIC X(40)
003690             VALUE 'HR EXTRACT RECONCILIATION (CV400)'.
003700         05  FILLER              PIC X(20) VALUE 'CVNEWHIRE.DAT'.
003710         05  FILLER              PIC X(40)
003720             VALUE 'NEW-HIRE FEED TO HR ONBOARDING (CV600)'.
003730         05  FILLER              PIC X(20) VALUE 'CVREPORT.TXT'.
003740         05  FILLER              PIC X(40)
003750             VALUE 'CV BATCH REPORT (CV100)'.
003760         05  FILLER              PIC X(20) VALUE 'CVMATCH.TXT'.
003770         05  FILLER              PIC X(40)
003780             VALUE 'REQUISITION SHORTLISTS (CV100)'.
003790         05  FILLER              PIC X(20) VALUE 'CVPOOL.TXT'.
003800         05  FILLER              PIC X(40)
003810             VALUE 'TALENT-POOL MATCHES (CV110)'.
003820         05  FILLER              PIC X(20) VALUE 'CVDUPS.TXT'.
003830         05  FILLER              PIC X(40)
003840             VALUE 'DUPLICATE CANDIDATE REPORT (CV200)'.
003850         05  FILLER              PIC X(20) VALUE 'CVPIPERPT.TXT'.
003860         05  FILLER              PIC X(40)
003870             VALUE 'PIPELINE REPORT (CV600)'.
003880         05  FILLER              PIC X(20) VALUE 'CVJRNRPT.TXT'.
003890         05  FILLER              PIC X(40)
003900             VALUE 'CHANGE JOURNAL REPORT (CV800)'.
003910         05  FILLER              PIC X(20) VALUE 'CVINTEG.TXT'.
003920         05  FILLER              PIC X(40)
003930             VALUE 'INTEGRITY CHECK REPORT (CV820)'.
003940         05  FILLER              PIC X(20) VALUE 'CVRENEW.TXT'.
003950         05  FILLER              PIC X(40)
003960             VALUE 'CONSENT RENEWAL LIST (CV830)'.
003970         05  FILLER              PIC X(20) VALUE 'CVCONREV.TXT'.
003980         05  FILLER              PIC X(40)
003990             VALUE 'LAPSED CONSENT REVIEW LIST (CV830)'.
004000         05  FILLER              PIC X(20) VALUE 'CVERASE.TXT'.
004010         05  FILLER              PIC X(40)
004020             VALUE 'ERASURE QUEUE (CV100)'.
004030         05  FILLER              PIC X(20) VALUE 'CVSRCHIR.TXT'.
004040         05  FILLER              PIC X(40)
004050             VALUE 'SOURCE OF HIRE REPORT (CV840)'.
004060     03  FILLER REDEFINES CVSA-KNOWN-FILE-VALUES.
004070         05  CVSA-KNOWN-FILE OCCURS 15 TIMES.
004080             07  CVSA-KF-NAME    PIC X(20).
004090             07  CVSA-KF-DESCRIPTION
004100                                 PIC X(40).
004110*
004120*    DATE WORK AREA AND THE CUMULATIVE DAYS BEFORE EACH MONTH,
004130*    FOR THE SERIAL DAY NUMBER THE DUE DATE IS WORKED OUT IN -
004140*    AS IN CV810.
004150*
004160 01  CVSA-DATE-WORK-AREA.
004170     03  CVSA-DATE-WORK          PIC X(08).
004180     03  CVSA-DATE-WORK-N REDEFINES CVSA-DATE-WORK
004190                                 PIC 9(08).
004200     03  FILLER REDEFINES CVSA-DATE-WORK.
004210         05  CVSA-DATE-WORK-YEAR PIC 9(04).
004220         05  CVSA-DATE-WORK-MONTH
004230                                 PIC 9(02).
004240         05  CVSA-DATE-WORK-DAY  PIC 9(02).
004250 01  CVSA-DUE-WORK-AREA.
004260     03  CVSA-DUE-WORK           PIC 9(08).
004270     03  FILLER REDEFINES CVSA-DUE-WORK.
004280         05  CVSA-DUE-WORK-YEAR  PIC 9(04).
004290         05  CVSA-DUE-WORK-MONTH PIC 9(02).
004300         05  CVSA-DUE-WORK-DAY   PIC 9(02).
004310 01  CVSA-MONTH-DAYS-AREA.
004320     03  CVSA-MONTH-DAYS-VALUES.
004330         05  FILLER              PIC 9(03) VALUE 000.
004340         05  FILLER              PIC 9(03) VALUE 031.
004350         05  FILLER              PIC 9(03) VALUE 059.
004360         05  FILLER              PIC 9(03) VALUE 090.
004370         05  FILLER              PIC 9(03) VALUE 120.
004380         05  FILLER              PIC 9(03) VALUE 151.
004390         05  FILLER              PIC 9(03) VALUE 181.
004400         05  FILLER              PIC 9(03) VALUE 212.
004410         05  FILLER              PIC 9(03) VALUE 243.
004420         05  FILLER              PIC 9(03) VALUE 273.
004430         05  FILLER              PIC 9(03) VALUE 304.
004440         05  FILLER              PIC 9(03) VALUE 334.
004450     03  FILLER REDEFINES CVSA-MONTH-DAYS-VALUES.
004460         05  CVSA-MONTH-DAYS OCCURS 12 TIMES
004470                                 PIC 9(03).
004480 PROCEDURE DIVISION.
004490*****************************************************************
004500*    0000-MAINLINE                                              *
004510*****************************************************************
004520 0000-MAINLINE.
004530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004540     IF CVSA-RUN-READY
004550         PERFORM 2000-BUILD-MERGE-TABLE THRU 2000-EXIT
004560         PERFORM 3000-PROCESS-REQUESTS THRU 3000-EXIT
004570     END-IF.
004580     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004590     GOBACK.
004600*****************************************************************
004610*    1000-INITIALIZE                                            *
004620*                                                                *
004630*    NO REQUEST FILE IS NOTHING TO DO.  A MISSING MASTER OR     *
004640*    NODE FILE ONLY MEANS NOTHING IS HELD THERE.                *
004650*****************************************************************
004660 1000-INITIALIZE.
004670     ACCEPT CVSA-RUN-DATE FROM DATE YYYYMMDD.
004680     MOVE CVSA-RUN-DATE TO CVSA-DATE-WORK-N.
004690     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
004700     MOVE CVSA-DAY-NUMBER TO CVSA-RUN-DAY-NUMBER.
004710     OPEN INPUT CVSA-REQUEST-FILE.
004720     EVALUATE TRUE
004730         WHEN CVSA-REQUEST-FOUND
004740             SET CVSA-REQUEST-OPENED TO TRUE
004750         WHEN CVSA-REQUEST-MISSING
004760             DISPLAY 'CV850I - CVSARREQ.TXT NOT FOUND - NO'
004770                 ' REQUESTS TO FULFIL'
004780             GO TO 1000-EXIT
004790         WHEN OTHER
004800             DISPLAY 'CV850E - I/O ERROR OPENING CVSARREQ.TXT'
004810                 ' STATUS=' CVSA-REQUEST-STATUS
004820             SET CVSA-IO-ERROR-SEEN TO TRUE
004830             GO TO 1000-EXIT
004840     END-EVALUATE.
004850     PERFORM 1100-LOAD-REQUEST-LOG THRU 1100-EXIT.
004860     IF NOT CVSA-LOG-OPENED
004870         GO TO 1000-EXIT
004880     END-IF.
004890     OPEN INPUT CVSA-MASTER-FILE.
004900     EVALUATE TRUE
004910         WHEN CVSA-MASTER-STATUS-OK
004920             SET CVSA-MASTER-OPENED TO TRUE
004930         WHEN CVSA-MASTER-ABSENT
004940             CONTINUE
004950         WHEN OTHER
004960             DISPLAY 'CV850E - I/O ERROR OPENING CVMAST.DAT'
004970                 ' STATUS=' CVSA-MASTER-STATUS
004980                 ' - NOTHING DONE'
004990             SET CVSA-IO-ERROR-SEEN TO TRUE
005000             GO TO 1000-EXIT
005010     END-EVALUATE.
005020     OPEN INPUT CVSA-HISTORY-FILE.
005030     EVALUATE TRUE
005040         WHEN CVSA-HISTORY-STATUS-OK
005050             SET CVSA-HISTORY-OPENED TO TRUE
005060         WHEN CVSA-HISTORY-ABSENT
005070             CONTINUE
005080         WHEN OTHER
005090             DISPLAY 'CV850E - I/O ERROR OPENING CVHIST.DAT'
005100                 ' STATUS=' CVSA-HISTORY-STATUS
005110                 ' - NOTHING DONE'
005120             SET CVSA-IO-ERROR-SEEN TO TRUE
005130             GO TO 1000-EXIT
005140     END-EVALUATE.
005150     OPEN INPUT CVSA-INQUIRY-FILE.
005160     EVALUATE TRUE
005170         WHEN CVSA-INQUIRY-STATUS-OK
005180             SET CVSA-INQUIRY-OPENED TO TRUE
005190         WHEN CVSA-INQUIRY-ABSENT
005200             CONTINUE
005210         WHEN OTHER
005220             DISPLAY 'CV850E - I/O ERROR OPENING CVINQ.DAT'
005230                 ' STATUS=' CVSA-INQUIRY-STATUS
005240                 ' - NOTHING DONE'
005250             SET CVSA-IO-ERROR-SEEN TO TRUE
005260             GO TO 1000-EXIT
005270     END-EVALUATE.
005280     OPEN INPUT CVSA-REQMAST-FILE.
005290     EVALUATE TRUE
005300         WHEN CVSA-REQMAST-STATUS-OK
005310             SET CVSA-REQMAST-OPENED TO TRUE
005320         WHEN CVSA-REQMAST-ABSENT
005330             CONTINUE
005340         WHEN OTHER
005350             DISPLAY 'CV850E - I/O ERROR OPENING CVREQ.DAT'
005360                 ' STATUS=' CVSA-REQMAST-STATUS
005370             SET CVSA-IO-ERROR-SEEN TO TRUE
005380     END-EVALUATE.
005390     SET CVSA-RUN-READY TO TRUE.
005400 1000-EXIT.
005410     EXIT.
005420*****************************************************************
005430*    1100-LOAD-REQUEST-LOG                                      *
005440*                                                                *
005450*    TABLES THE REQUESTS ALREADY FULFILLED, THEN REOPENS THE    *
005460*    LOG EXTENDED FOR THIS RUN'S - CREATED IF THERE IS NONE.    *
005470*    WITHOUT THE LOG NOTHING IS FULFILLED, AS THERE WOULD BE NO *
005480*    PROOF OF IT.                                               *
005490*****************************************************************
005500 1100-LOAD-REQUEST-LOG.
005510     OPEN INPUT CVSA-LOG-FILE.
005520     EVALUATE TRUE
005530         WHEN CVSA-LOG-STATUS-OK
005540             CONTINUE
005550         WHEN CVSA-LOG-MISSING
005560             GO TO 1100-OPEN-EXTEND
005570         WHEN OTHER
005580             DISPLAY 'CV850E - I/O ERROR OPENING CVSARLOG.TXT'
005590                 ' STATUS=' CVSA-LOG-STATUS ' - NOTHING DONE'
005600             SET CVSA-IO-ERROR-SEEN TO TRUE
005610             GO TO 1100-EXIT
005620     END-EVALUATE.
005630     READ CVSA-LOG-FILE
005640         AT END SET CVSA-LOG-EOF TO TRUE
005650     END-READ.
005660     PERFORM 1110-TABLE-ONE-LOG-LINE THRU 1110-EXIT
005670         UNTIL CVSA-LOG-EOF.
005680     CLOSE CVSA-LOG-FILE.
005690 1100-OPEN-EXTEND.
005700     OPEN EXTEND CVSA-LOG-FILE.
005710     IF NOT CVSA-LOG-STATUS-OK
005720         OPEN OUTPUT CVSA-LOG-FILE
005730     END-IF.
005740     IF CVSA-LOG-STATUS-OK
005750         SET CVSA-LOG-OPENED TO TRUE
005760     ELSE
005770         DISPLAY 'CV850E - CANNOT OPEN CVSARLOG.TXT FOR OUTPUT'
005780             ' STATUS=' CVSA-LOG-STATUS ' - NOTHING DONE'
005790         SET CVSA-IO-ERROR-SEEN TO TRUE
005800     END-IF.
005810 1100-EXIT.
005820     EXIT.
005830*****************************************************************
005840*    1110-TABLE-ONE-LOG-LINE                                    *
005850*****************************************************************
005860 1110-TABLE-ONE-LOG-LINE.
005870     IF CVSA-LOG-LINE = SPACES
005880         GO TO 1110-READ-NEXT
005890     END-IF.
005900     MOVE SPACES TO CVSA-LOG-FIELD-ID.
005910     MOVE SPACES TO CVSA-LOG-FIELD-RECEIVED.
005920     UNSTRING CVSA-LOG-LINE DELIMITED BY '|'
005930         INTO CVSA-LOG-FIELD-ID CVSA-LOG-FIELD-RECEIVED.
005940     PERFORM 1120-ADD-LOGGED THRU 1120-EXIT.
005950 1110-READ-NEXT.
005960     READ CVSA-LOG-FILE
005970         AT END SET CVSA-LOG-EOF TO TRUE
005980     END-READ.
005990 1110-EXIT.
006000     EXIT.
006010*****************************************************************
006020*    1120-ADD-LOGGED                                            *
006030*                                                                *
006040*    PUTS THE LOG FIELDS IN THE NEXT SLOT, GOING BACK TO THE    *
006050*    FIRST ONCE THE TABLE IS FULL.                              *
006060*****************************************************************
006070 1120-ADD-LOGGED.
006080     MOVE CVSA-LOG-FIELD-ID TO CVSA-LG-ID(CVSA-LOGGED-NEXT).
006090     MOVE CVSA-LOG-FIELD-RECEIVED
006100         TO CVSA-LG-RECEIVED(CVSA-LOGGED-NEXT).
006110     IF CVSA-LOGGED-COUNT < CVSA-LOGGED-MAX
006120         ADD 1 TO CVSA-LOGGED-COUNT
006130     END-IF.
006140     ADD 1 TO CVSA-LOGGED-NEXT.
006150     IF CVSA-LOGGED-NEXT > CVSA-LOGGED-MAX
006160         MOVE 1 TO CVSA-LOGGED-NEXT
006170     END-IF.
006180 1120-EXIT.
006190     EXIT.
006200*****************************************************************
006210*    2000-BUILD-MERGE-TABLE                                     *
006220*****************************************************************
006230 2000-BUILD-MERGE-TABLE.
006240     IF NOT CVSA-MASTER-OPENED
006250         GO TO 2000-EXIT
006260     END-IF.
006270     MOVE 'N' TO CVSA-MASTER-EOF-SWITCH.
006280     PERFORM 2010-READ-MASTER-NEXT THRU 2010-EXIT.
006290     PERFORM 2100-TABLE-ONE-MERGE THRU 2100-EXIT
006300         UNTIL CVSA-MASTER-EOF.
006310 2000-EXIT.
006320     EXIT.
006330*****************************************************************
006340*    2010-READ-MASTER-NEXT                                      *
006350*****************************************************************
006360 2010-READ-MASTER-NEXT.
006370     READ CVSA-MASTER-FILE NEXT.
006380     EVALUATE TRUE
006390         WHEN CVSA-MASTER-STATUS-OK
006400             CONTINUE
006410         WHEN CVSA-MASTER-AT-END
006420             SET CVSA-MASTER-EOF TO TRUE
006430         WHEN OTHER
006440             DISPLAY 'CV850E - I/O ERROR READING CVMAST.DAT'
006450                 ' STATUS=' CVSA-MASTER-STATUS
006460             SET CVSA-MASTER-EOF TO TRUE
006470             SET CVSA-IO-ERROR-SEEN TO TRUE
006480     END-EVALUATE.
006490 2010-EXIT.
006500     EXIT.
006510*****************************************************************
006520*    2100-TABLE-ONE-MERGE                                       *
006530*****************************************************************
006540 2100-TABLE-ONE-MERGE.
006550     IF CVM-MERGED-INTO-ID = SPACES
006560         GO TO 2100-READ-NEXT
006570     END-IF.
006580     IF CVSA-MERGE-COUNT >= CVSA-MERGE-MAX
006590         DISPLAY 'CV850E - MERGE TABLE FULL AT ' CVSA-MERGE-MAX
006600             ' - MERGED-FROM IDS MAY BE INCOMPLETE'
006610         SET CVSA-MERGE-TABLE-FULL TO TRUE
006620         MOVE 8 TO CVSA-RAISE-CC-VALUE
006630         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
006640         SET CVSA-MASTER-EOF TO TRUE
006650         GO TO 2100-EXIT
006660     END-IF.
006670     ADD 1 TO CVSA-MERGE-COUNT.
006680     MOVE CVM-CANDIDATE-ID TO CVSA-MG-LOSER-ID(CVSA-MERGE-COUNT).
006690     MOVE CVM-MERGED-INTO-ID
006700         TO CVSA-MG-SURVIVOR-ID(CVSA-MERGE-COUNT).
006710 2100-READ-NEXT.
006720     PERFORM 2010-READ-MASTER-NEXT THRU 2010-EXIT.
006730 2100-EXIT.
006740     EXIT.
006750*****************************************************************
006760*    3000-PROCESS-REQUESTS                                      *
006770*****************************************************************
006780 3000-PROCESS-REQUESTS.
006790     MOVE 'N' TO CVSA-REQUEST-EOF-SWITCH.
006800     READ CVSA-REQUEST-FILE
006810         AT END SET CVSA-REQUEST-EOF TO TRUE
006820     END-READ.
006830     PERFORM 3100-PROCESS-ONE-REQUEST THRU 3100-EXIT
006840         UNTIL CVSA-REQUEST-EOF.
006850 3000-EXIT.
006860     EXIT.
006870*****************************************************************
006880*    3100-PROCESS-ONE-REQUEST                                   *
006890*                                                                *
006900*    A LINE WITHOUT AN ID, OR WITH A DATE RECEIVED THAT IS NOT  *
006910*    A DATE OR IS IN THE FUTURE, IS IGNORED WITH A WARNING FOR  *
006920*    THE LINE TO BE PUT RIGHT AND RERUN.                        *
006930*****************************************************************
006940 3100-PROCESS-ONE-REQUEST.
006950     IF CVSA-REQUEST-LINE = SPACES
006960         OR CVSA-REQUEST-LINE(1:1) = '*'
006970         GO TO 3100-READ-NEXT
006980     END-IF.
006990     ADD 1 TO CVSA-REQUESTS-READ.
007000     MOVE SPACES TO CVSA-REQ-ID.
007010     MOVE SPACES TO CVSA-REQ-RECEIVED-TEXT.
007020     UNSTRING CVSA-REQUEST-LINE DELIMITED BY '|'
007030         INTO CVSA-REQ-ID CVSA-REQ-RECEIVED-TEXT.
007040     IF CVSA-REQ-ID = SPACES
007050         PERFORM 3190-REJECT-REQUEST THRU 3190-EXIT
007060         GO TO 3100-READ-NEXT
007070     END-IF.
007080     MOVE CVSA-REQ-RECEIVED-TEXT(1:8) TO CVSA-DATE-WORK.
007090     PERFORM 3110-VALIDATE-RECEIVED-DATE THRU 3110-EXIT.
007100     IF CVSA-DATE-IS-INVALID
007110         OR CVSA-REQ-RECEIVED-TEXT(9:2) NOT = SPACES
007120         OR CVSA-DATE-WORK-N > CVSA-RUN-DATE
007130         PERFORM 3190-REJECT-REQUEST THRU 3190-EXIT
007140         GO TO 3100-READ-NEXT
007150     END-IF.
007160     MOVE CVSA-DATE-WORK-N TO CVSA-REQ-RECEIVED.
007170     PERFORM 7000-FIND-LOGGED THRU 7000-EXIT.
007180     IF CVSA-FOUND-INDEX > ZERO
007190         DISPLAY 'CV850I - REQUEST FOR ' CVSA-REQ-ID
007200             ' RECEIVED ' CVSA-REQ-RECEIVED
007210             ' IS ALREADY ON CVSARLOG.TXT - NOT DONE AGAIN'
007220         ADD 1 TO CVSA-ALREADY-COUNT
007230         GO TO 3100-READ-NEXT
007240     END-IF.
007250     PERFORM 3150-COMPUTE-DUE-DATE THRU 3150-EXIT.
007260     PERFORM 3200-BUILD-ID-SET THRU 3200-EXIT.
007270     PERFORM 3300-OPEN-DOCUMENT THRU 3300-EXIT.
007280     IF NOT CVSA-DOC-OPENED
007290         GO TO 3100-READ-NEXT
007300     END-IF.
007310     MOVE ZERO TO CVSA-ITEMS-FOUND.
007320     MOVE ZERO TO CVSA-RUN-COUNT.
007330     MOVE ZERO TO CVSA-RUN-OVERFLOW.
007340     MOVE ZERO TO CVSA-HIRE-COUNT.
007350     PERFORM 4000-WRITE-MASTER-SECTION THRU 4000-EXIT.
007360     PERFORM 4100-WRITE-MERGED-SECTION THRU 4100-EXIT.
007370     PERFORM 4200-WRITE-NODE-SECTION THRU 4200-EXIT.
007380     PERFORM 4300-WRITE-SOURCE-SECTION THRU 4300-EXIT.
007390     PERFORM 4400-WRITE-PIPELINE-SECTION THRU 4400-EXIT.
007400     MOVE 'CVPIPE' TO CVSA-JOURNAL-WANTED.
007410     PERFORM 4500-WRITE-JOURNAL-SECTION THRU 4500-EXIT.
007420     MOVE 'CVMAST' TO CVSA-JOURNAL-WANTED.
007430     PERFORM 4500-WRITE-JOURNAL-SECTION THRU 4500-EXIT.
007440     PERFORM 4700-WRITE-FEEDS-SECTION THRU 4700-EXIT.
007450     PERFORM 3400-CLOSE-DOCUMENT THRU 3400-EXIT.
007460     PERFORM 3500-WRITE-LOG-ENTRY THRU 3500-EXIT.
007470 3100-READ-NEXT.
007480     READ CVSA-REQUEST-FILE
007490         AT END SET CVSA-REQUEST-EOF TO TRUE
007500     END-READ.
007510 3100-EXIT.
007520     EXIT.
007530*****************************************************************
007540*    3110-VALIDATE-RECEIVED-DATE                                *
007550*                                                                *
007560*    CHECKS THAT CVSA-DATE-WORK HOLDS A REAL CALENDAR DATE IN   *
007570*    YYYYMMDD FORM - ALL DIGITS, MONTH 01-12, DAY WITHIN THE    *
007580*    MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR - AS CV600 DOES.    *
007590*****************************************************************
007600 3110-VALIDATE-RECEIVED-DATE.
007610     SET CVSA-DATE-IS-INVALID TO TRUE.
007620     IF CVSA-DATE-WORK NOT NUMERIC
007630         GO TO 3110-EXIT
007640     END-IF.
007650     IF CVSA-DATE-WORK-MONTH < 01
007660         OR CVSA-DATE-WORK-MONTH > 12
007670         GO TO 3110-EXIT
007680     END-IF.
007690     EVALUATE CVSA-DATE-WORK-MONTH
007700         WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
007710             MOVE 31 TO CVSA-DATE-DAYS-IN-MONTH
007720         WHEN 04 WHEN 06 WHEN 09 WHEN 11
007730             MOVE 30 TO CVSA-DATE-DAYS-IN-MONTH
007740         WHEN 02
007750             MOVE 28 TO CVSA-DATE-DAYS-IN-MONTH
007760             DIVIDE CVSA-DATE-WORK-YEAR BY 4
007770                 GIVING CVSA-DATE-LEAP-QUOT
007780                 REMAINDER CVSA-DATE-LEAP-REM-4
007790             DIVIDE CVSA-DATE-WORK-YEAR BY 100
007800                 GIVING CVSA-DATE-LEAP-QUOT
007810                 REMAINDER CVSA-DATE-LEAP-REM-100
007820             DIVIDE CVSA-DATE-WORK-YEAR BY 400
007830                 GIVING CVSA-DATE-LEAP-QUOT
007840                 REMAINDER CVSA-DATE-LEAP-REM-400
007850             IF CVSA-DATE-LEAP-REM-400 = ZERO
007860                 OR (CVSA-DATE-LEAP-REM-4 = ZERO
007870                     AND CVSA-DATE-LEAP-REM-100 NOT = ZERO)
007880                 MOVE 29 TO CVSA-DATE-DAYS-IN-MONTH
007890             END-IF
007900     END-EVALUATE.
007910     IF CVSA-DATE-WORK-DAY < 01
007920         OR CVSA-DATE-WORK-DAY > CVSA-DATE-DAYS-IN-MONTH
007930         GO TO 3110-EXIT
007940     END-IF.
007950     SET CVSA-DATE-IS-VALID TO TRUE.
007960 3110-EXIT.
007970     EXIT.
007980*****************************************************************
007990*    3150-COMPUTE-DUE-DATE                                      *
008000*                                                                *
008010*    THE SAME DAY OF THE FOLLOWING MONTH, OR THAT MONTH'S LAST  *
008020*    DAY - ITS LENGTH IS THE DAYS FROM ITS FIRST TO THE FIRST   *
008030*    OF THE MONTH AFTER.                                        *
008040*****************************************************************
008050 3150-COMPUTE-DUE-DATE.
008060     MOVE CVSA-REQ-RECEIVED TO CVSA-DUE-WORK.
008070     IF CVSA-DUE-WORK-MONTH = 12
008080         MOVE 01 TO CVSA-DUE-WORK-MONTH
008090         ADD 1 TO CVSA-DUE-WORK-YEAR
008100     ELSE
008110         ADD 1 TO CVSA-DUE-WORK-MONTH
008120     END-IF.
008130     MOVE CVSA-DUE-WORK TO CVSA-DATE-WORK-N.
008140     MOVE 01 TO CVSA-DATE-WORK-DAY.
008150     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
008160     MOVE CVSA-DAY-NUMBER TO CVSA-FIRST-DAY-NUMBER.
008170     IF CVSA-DATE-WORK-MONTH = 12
008180         MOVE 01 TO CVSA-DATE-WORK-MONTH
008190         ADD 1 TO CVSA-DATE-WORK-YEAR
008200     ELSE
008210         ADD 1 TO CVSA-DATE-WORK-MONTH
008220     END-IF.
008230     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
008240     COMPUTE CVSA-MONTH-LENGTH =
008250         CVSA-DAY-NUMBER - CVSA-FIRST-DAY-NUMBER.
008260     IF CVSA-DUE-WORK-DAY > CVSA-MONTH-LENGTH
008270         MOVE CVSA-MONTH-LENGTH TO CVSA-DUE-WORK-DAY
008280     END-IF.
008290     MOVE CVSA-DUE-WORK TO CVSA-REQ-DUE.
008300 3150-EXIT.
008310     EXIT.
008320*****************************************************************
008330*    3190-REJECT-REQUEST                                        *
008340*****************************************************************
008350 3190-REJECT-REQUEST.
008360     DISPLAY 'CV850W - REQUEST LINE IGNORED - '
008370         CVSA-REQUEST-LINE(1:50).
008380     ADD 1 TO CVSA-IGNORED-COUNT.
008390     MOVE 4 TO CVSA-RAISE-CC-VALUE.
008400     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
008410 3190-EXIT.
008420     EXIT.
008430*****************************************************************
008440*    3200-BUILD-ID-SET                                          *
008450*                                                                *
008460*    THE ID ASKED FOR IS FIRST FOLLOWED DOWN ITS OWN MERGES TO  *
008470*    THE MASTER THAT SURVIVED.  THE SET IS THAT MASTER, THEN    *
008480*    EVERY MASTER WHOSE MERGE CHAIN ENDS AT IT - THE ID ASKED   *
008490*    FOR AMONG THEM - EACH CHAIN FOLLOWED UP TO 10 LINKS AS     *
008500*    CV820 DOES.                                                *
008510*****************************************************************
008520 3200-BUILD-ID-SET.
008530     MOVE 'N' TO CVSA-ID-FULL-SWITCH.
008540     MOVE CVSA-REQ-ID TO CVSA-RESOLVED-ID.
008550     MOVE ZERO TO CVSA-CHAIN-LINKS.
008560     MOVE 'N' TO CVSA-CHAIN-DONE-SWITCH.
008570     PERFORM 3205-RESOLVE-ONE-LINK THRU 3205-EXIT
008580         UNTIL CVSA-CHAIN-DONE.
008590     MOVE 1 TO CVSA-ID-COUNT.
008600     MOVE CVSA-RESOLVED-ID TO CVSA-ID(1).
008610     PERFORM 3210-CHECK-ONE-MERGE THRU 3210-EXIT
008620         VARYING CVSA-MERGE-INDEX FROM 1 BY 1
008630         UNTIL CVSA-MERGE-INDEX > CVSA-MERGE-COUNT.
008640     MOVE CVSA-REQ-ID TO CVSA-CHECK-ID.
008650     PERFORM 7200-FIND-IN-ID-SET THRU 7200-EXIT.
008660     IF CVSA-FOUND-INDEX = ZERO
008670         AND CVSA-ID-COUNT < CVSA-ID-MAX
008680         ADD 1 TO CVSA-ID-COUNT
008690         MOVE CVSA-REQ-ID TO CVSA-ID(CVSA-ID-COUNT)
008700     END-IF.
008710     PERFORM 3230-SET-ID-LENGTH THRU 3230-EXIT
008720         VARYING CVSA-ID-INDEX FROM 1 BY 1
008730         UNTIL CVSA-ID-INDEX > CVSA-ID-COUNT.
008740 3200-EXIT.
008750     EXIT.
008760*****************************************************************
008770*    3205-RESOLVE-ONE-LINK                                      *
008780*****************************************************************
008790 3205-RESOLVE-ONE-LINK.
008800     MOVE CVSA-RESOLVED-ID TO CVSA-CHECK-ID.
008810     PERFORM 7100-FIND-MERGE-LOSER THRU 7100-EXIT.
008820     IF CVSA-FOUND-INDEX = ZERO
008830         SET CVSA-CHAIN-DONE TO TRUE
008840         GO TO 3205-EXIT
008850     END-IF.
008860     MOVE CVSA-MG-SURVIVOR-ID(CVSA-FOUND-INDEX)
008870         TO CVSA-RESOLVED-ID.
008880     ADD 1 TO CVSA-CHAIN-LINKS.
008890     IF CVSA-CHAIN-LINKS >= 10
008900         SET CVSA-CHAIN-DONE TO TRUE
008910     END-IF.
008920 3205-EXIT.
008930     EXIT.
008940*****************************************************************
008950*    3210-CHECK-ONE-MERGE                                       *
008960*****************************************************************
008970 3210-CHECK-ONE-MERGE.
008980     MOVE CVSA-MG-SURVIVOR-ID(CVSA-MERGE-INDEX) TO CVSA-CHAIN-ID.
008990     MOVE ZERO TO CVSA-CHAIN-LINKS.
009000     MOVE 'N' TO CVSA-CHAIN-DONE-SWITCH.
009010     PERFORM 3220-FOLLOW-ONE-LINK THRU 3220-EXIT
009020         UNTIL CVSA-CHAIN-DONE.
009030 3210-EXIT.
009040     EXIT.
009050*****************************************************************
009060*    3220-FOLLOW-ONE-LINK                                       *
009070*****************************************************************
009080 3220-FOLLOW-ONE-LINK.
009090     ADD 1 TO CVSA-CHAIN-LINKS.
009100     IF CVSA-CHAIN-ID = CVSA-RESOLVED-ID
009110         SET CVSA-CHAIN-DONE TO TRUE
009120         PERFORM 3225-ADD-MERGED-ID THRU 3225-EXIT
009130         GO TO 3220-EXIT
009140     END-IF.
009150     IF CVSA-CHAIN-LINKS >= 10
009160         SET CVSA-CHAIN-DONE TO TRUE
009170         GO TO 3220-EXIT
009180     END-IF.
009190     MOVE CVSA-CHAIN-ID TO CVSA-CHECK-ID.
009200     PERFORM 7100-FIND-MERGE-LOSER THRU 7100-EXIT.
009210     IF CVSA-FOUND-INDEX = ZERO
009220         SET CVSA-CHAIN-DONE TO TRUE
009230     ELSE
009240         MOVE CVSA-MG-SURVIVOR-ID(CVSA-FOUND-INDEX)
009250             TO CVSA-CHAIN-ID
009260     END-IF.
009270 3220-EXIT.
009280     EXIT.
009290*****************************************************************
009300*    3225-ADD-MERGED-ID                                         *
009310*****************************************************************
009320 3225-ADD-MERGED-ID.
009330     IF CVSA-MG-LOSER-ID(CVSA-MERGE-INDEX) = CVSA-RESOLVED-ID
009340         GO TO 3225-EXIT
009350     END-IF.
009360     IF CVSA-ID-COUNT >= CVSA-ID-MAX
009370         IF NOT CVSA-ID-SET-FULL
009380             DISPLAY 'CV850E - MORE THAN ' CVSA-ID-MAX
009390                 ' IDS FOR CANDIDATE ' CVSA-REQ-ID
009400                 ' - DISCLOSURE INCOMPLETE'
009410             SET CVSA-ID-SET-FULL TO TRUE
009420             MOVE 8 TO CVSA-RAISE-CC-VALUE
009430             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
009440         END-IF
009450         GO TO 3225-EXIT
009460     END-IF.
009470     ADD 1 TO CVSA-ID-COUNT.
009480     MOVE CVSA-MG-LOSER-ID(CVSA-MERGE-INDEX)
009490         TO CVSA-ID(CVSA-ID-COUNT).
009500 3225-EXIT.
009510     EXIT.
009520*****************************************************************
009530*    3230-SET-ID-LENGTH                                         *
009540*****************************************************************
009550 3230-SET-ID-LENGTH.
009560     MOVE ZERO TO CVSA-ID-LENGTH(CVSA-ID-INDEX).
009570     INSPECT CVSA-ID(CVSA-ID-INDEX)
009580         TALLYING CVSA-ID-LENGTH(CVSA-ID-INDEX)
009590         FOR CHARACTERS BEFORE INITIAL SPACE.
009600 3230-EXIT.
009610     EXIT.
009620*****************************************************************
009630*    3300-OPEN-DOCUMENT                                         *
009640*****************************************************************
009650 3300-OPEN-DOCUMENT.
009660     MOVE 'N' TO CVSA-DOC-OPEN-SWITCH.
009670     MOVE SPACES TO CVSA-DOC-FILE-NAME.
009680     STRING 'CVSAR.' DELIMITED BY SIZE
009690            CVSA-REQ-ID DELIMITED BY SPACE
009700            '.' DELIMITED BY SIZE
009710            CVSA-RUN-DATE DELIMITED BY SIZE
009720            '.TXT' DELIMITED BY SIZE
009730         INTO CVSA-DOC-FILE-NAME.
009740     OPEN OUTPUT CVSA-DOC-FILE.
009750     IF NOT CVSA-DOC-OPEN-OK
009760         DISPLAY 'CV850E - CANNOT OPEN ' CVSA-DOC-FILE-NAME
009770             ' STATUS=' CVSA-DOC-STATUS
009780             ' - REQUEST FOR ' CVSA-REQ-ID ' NOT FULFILLED'
009790         SET CVSA-IO-ERROR-SEEN TO TRUE
009800         GO TO 3300-EXIT
009810     END-IF.
009820     SET CVSA-DOC-OPENED TO TRUE.
009830     MOVE 'SUBJECT ACCESS REQUEST - PERSONAL DATA HELD'
009840         TO CVSA-DOC-LINE.
009850     WRITE CVSA-DOC-LINE.
009860     MOVE SPACES TO CVSA-DOC-LINE.
009870     WRITE CVSA-DOC-LINE.
009880     MOVE SPACES TO CVSA-DOC-LINE.
009890     STRING 'CANDIDATE ID      ' DELIMITED BY SIZE
009900            CVSA-REQ-ID DELIMITED BY SIZE
009910         INTO CVSA-DOC-LINE.
009920     WRITE CVSA-DOC-LINE.
009930     MOVE SPACES TO CVSA-DOC-LINE.
009940     STRING 'REQUEST RECEIVED  ' DELIMITED BY SIZE
009950            CVSA-REQ-RECEIVED DELIMITED BY SIZE
009960            '    RESPONSE DUE ' DELIMITED BY SIZE
009970            CVSA-REQ-DUE DELIMITED BY SIZE
009980            '    PREPARED ' DELIMITED BY SIZE
009990            CVSA-RUN-DATE DELIMITED BY SIZE
010000         INTO CVSA-DOC-LINE.
010010     WRITE CVSA-DOC-LINE.
010020 3300-EXIT.
010030     EXIT.
010040*****************************************************************
010050*    3400-CLOSE-DOCUMENT                                        *
010060*****************************************************************
010070 3400-CLOSE-DOCUMENT.
010080     MOVE SPACES TO CVSA-DOC-LINE.
010090     WRITE CVSA-DOC-LINE.
010100     IF CVSA-ITEMS-FOUND = ZERO
010110         MOVE 'NO PERSONAL DATA IS HELD UNDER THIS CANDIDATE ID.'
010120             TO CVSA-DOC-LINE
010130         WRITE CVSA-DOC-LINE
010140     END-IF.
010150     IF CVSA-ID-SET-FULL OR CVSA-MERGE-TABLE-FULL
010160         MOVE 'MERGED RECORDS MAY BE MISSING FROM THIS DOCUMENT -'
010170           & ' SEE THE JOB LOG.' TO CVSA-DOC-LINE
010180         WRITE CVSA-DOC-LINE
010190     END-IF.
010200     MOVE 'END OF DOCUMENT' TO CVSA-DOC-LINE.
010210     WRITE CVSA-DOC-LINE.
010220     CLOSE CVSA-DOC-FILE.
010230     MOVE 'N' TO CVSA-DOC-OPEN-SWITCH.
010240 3400-EXIT.
010250     EXIT.
010260*****************************************************************
010270*    3500-WRITE-LOG-ENTRY                                       *
010280*                                                                *
010290*    THE FULFILLED DATE IS THE RUN DATE.  LATE IS AFTER THE     *
010300*    DUE DATE.                                                  *
010310*****************************************************************
010320 3500-WRITE-LOG-ENTRY.
010330     ADD 1 TO CVSA-FULFILLED-COUNT.
010340     IF CVSA-RUN-DATE > CVSA-REQ-DUE
010350         MOVE 'LATE' TO CVSA-TIMELINESS
010360         ADD 1 TO CVSA-LATE-COUNT
010370         DISPLAY 'CV850W - REQUEST FOR ' CVSA-REQ-ID
010380             ' RECEIVED ' CVSA-REQ-RECEIVED
010390             ' FULFILLED AFTER ITS DUE DATE ' CVSA-REQ-DUE
010400         MOVE 4 TO CVSA-RAISE-CC-VALUE
010410         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
010420     ELSE
010430         MOVE 'ON TIME' TO CVSA-TIMELINESS
010440     END-IF.
010450     IF CVSA-ITEMS-FOUND = ZERO
010460         MOVE 'NO DATA HELD' TO CVSA-OUTCOME
010470         ADD 1 TO CVSA-NO-DATA-COUNT
010480     ELSE
010490         MOVE 'DISCLOSED' TO CVSA-OUTCOME
010500     END-IF.
010510     MOVE SPACES TO CVSA-LOG-LINE.
010520     STRING CVSA-REQ-ID DELIMITED BY SPACE
010530            '|' DELIMITED BY SIZE
010540            CVSA-REQ-RECEIVED DELIMITED BY SIZE
010550            '|' DELIMITED BY SIZE
010560            CVSA-REQ-DUE DELIMITED BY SIZE
010570            '|' DELIMITED BY SIZE
010580            CVSA-RUN-DATE DELIMITED BY SIZE
010590            '|' DELIMITED BY SIZE
010600            CVSA-TIMELINESS DELIMITED BY SIZE
010610            '|' DELIMITED BY SIZE
010620            CVSA-OUTCOME DELIMITED BY SIZE
010630            '|' DELIMITED BY SIZE
010640            CVSA-DOC-FILE-NAME DELIMITED BY SPACE
010650         INTO CVSA-LOG-LINE.
010660     WRITE CVSA-LOG-LINE.
010670     IF NOT CVSA-LOG-STATUS-OK
010680         DISPLAY 'CV850E - CVSARLOG.TXT WRITE FAILED STATUS='
010690             CVSA-LOG-STATUS ' CANDIDATE ' CVSA-REQ-ID
010700         SET CVSA-IO-ERROR-SEEN TO TRUE
010710     END-IF.
010720     MOVE CVSA-REQ-ID TO CVSA-LOG-FIELD-ID.
010730     MOVE CVSA-REQ-RECEIVED TO CVSA-LOG-FIELD-RECEIVED.
010740     PERFORM 1120-ADD-LOGGED THRU 1120-EXIT.
010750 3500-EXIT.
010760     EXIT.
010770*****************************************************************
010780*    4000-WRITE-MASTER-SECTION                                  *
010790*****************************************************************
010800 4000-WRITE-MASTER-SECTION.
010810     MOVE 'CANDIDATE MASTER RECORD (CVMAST.DAT)'
010820         TO CVSA-SECTION-TITLE.
010830     PERFORM 4900-WRITE-SECTION-HEADING THRU 4900-EXIT.
010840     IF CVSA-RESOLVED-ID NOT = CVSA-REQ-ID
010850         MOVE 'ID REQUESTED' TO CVSA-FIELD-LABEL
010860         MOVE CVSA-REQ-ID TO CVSA-FIELD-VALUE
010870         PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT
010880         MOVE 'RESOLVED TO' TO CVSA-FIELD-LABEL
010890         MOVE CVSA-RESOLVED-ID TO CVSA-FIELD-VALUE
010900         PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT
010910     END-IF.
010920     MOVE CVSA-RESOLVED-ID TO CVSA-CHECK-ID.
010930     PERFORM 7500-READ-MASTER THRU 7500-EXIT.
010940     IF NOT CVSA-MASTER-STATUS-OK
010950         PERFORM 4920-WRITE-NONE-HELD THRU 4920-EXIT
010960         GO TO 4000-EXIT
010970     END-IF.
010980     ADD 1 TO CVSA-ITEMS-FOUND.
010990     MOVE 'CANDIDATE ID' TO CVSA-FIELD-LABEL.
011000     MOVE CVM-CANDIDATE-ID TO CVSA-FIELD-VALUE.
011010     PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT.
011020     MOVE 'NAME' TO CVSA-FIELD-LABEL.
011030     MOVE CVM-NAME TO CVSA-FIELD-VALUE.
011040     PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT.
011050     MOVE 'EMAIL' TO CVSA-FIELD-LABEL.
011060     MOVE CVM-EMAIL TO CVSA-FIELD-VALUE.
011070     PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT.
011080     MOVE 'PHONE' TO CVSA-FIELD-LABEL.
011090     MOVE CVM-PHONE TO CVSA-FIELD-VALUE.
011100     PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT.
011110     MOVE 'LOCATION' TO CVSA-FIELD-LABEL.
011120     MOVE CVM-LOCATION TO CVSA-FIELD-VALUE.
011130     PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT.
011140     MOVE 'STATUS' TO CVSA-FIELD-LABEL.
011150     IF CVM-STATUS-ACTIVE
011160         MOVE 'ACTIVE' TO CVSA-FIELD-VALUE
011170     ELSE
011180         MOVE 'INACTIVE' TO CVSA-FIELD-VALUE
011190     END-IF.
011200     PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT.
011210     IF CVM-MERGED-INTO-ID NOT = SPACES
011220         MOVE 'MERGED INTO' TO CVSA-FIELD-LABEL
011230         MOVE CVM-MERGED-INTO-ID TO CVSA-FIELD-VALUE
011240         PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT
011250     END-IF.
011260     MOVE 'CONSENT GIVEN' TO CVSA-FIELD-LABEL.
011270     MOVE 'NOT RECORDED' TO CVSA-FIELD-VALUE.
011280     IF CVM-CONSENT-GIVEN-DATE NUMERIC
011290         AND CVM-CONSENT-GIVEN-DATE > ZERO
011300         MOVE CVM-CONSENT-GIVEN-DATE TO CVSA-DATE-TEXT
011310         MOVE CVSA-DATE-TEXT TO CVSA-FIELD-VALUE
011320     END-IF.
011330     PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT.
011340     MOVE 'CONSENT EXPIRES' TO CVSA-FIELD-LABEL.
011350     MOVE 'NOT RECORDED' TO CVSA-FIELD-VALUE.
011360     IF CVM-CONSENT-EXPIRY-DATE NUMERIC
011370         AND CVM-CONSENT-EXPIRY-DATE > ZERO
011380         MOVE CVM-CONSENT-EXPIRY-DATE TO CVSA-DATE-TEXT
011390         MOVE CVSA-DATE-TEXT TO CVSA-FIELD-VALUE
011400     END-IF.
011410     PERFORM 4910-WRITE-FIELD-LINE THRU 4910-EXIT.
011420 4000-EXIT.
011430     EXIT.
011440*****************************************************************
011450*    4100-WRITE-MERGED-SECTION                                  *
011460*****************************************************************
011470 4100-WRITE-MERGED-SECTION.
011480     MOVE 'RECORDS MERGED INTO THIS CANDIDATE (CVMAST.DAT)'
011490         TO CVSA-SECTION-TITLE.
011500     PERFORM 4900-WRITE-SECTION-HEADING THRU 4900-EXIT.
011510     IF CVSA-ID-COUNT < 2
011520         PERFORM 4920-WRITE-NONE-HELD THRU 4920-EXIT
011530         GO TO 4100-EXIT
011540     END-IF.
011550     PERFORM 4110-WRITE-ONE-MERGED THRU 4110-EXIT
011560         VARYING CVSA-ID-INDEX FROM 2 BY 1
011570         UNTIL CVSA-ID-INDEX > CVSA-ID-COUNT.
011580 4100-EXIT.
011590     EXIT.
011600*****************************************************************
011610*    4110-WRITE-ONE-MERGED                                      *
011620*****************************************************************
011630 4110-WRITE-ONE-MERGED.
011640     ADD 1 TO CVSA-ITEMS-FOUND.
011650     MOVE CVSA-ID(CVSA-ID-INDEX) TO CVSA-CHECK-ID.
011660     PERFORM 7500-READ-MASTER THRU 7500-EXIT.
011670     MOVE SPACES TO CVSA-DOC-LINE.
011680     IF CVSA-MASTER-STATUS-OK
011690         STRING '  ' DELIMITED BY SIZE
011700                CVM-CANDIDATE-ID DELIMITED BY SIZE
011710                '  ' DELIMITED BY SIZE
011720                CVM-NAME DELIMITED BY SIZE
011730                ' ' DELIMITED BY SIZE
011740                CVM-EMAIL DELIMITED BY SIZE
011750                ' ' DELIMITED BY SIZE
011760                CVM-PHONE DELIMITED BY SIZE
011770                ' MERGED INTO ' DELIMITED BY SIZE
011780                CVM-MERGED-INTO-ID DELIMITED BY SIZE
011790             INTO CVSA-DOC-LINE
011800     ELSE
011810         STRING '  ' DELIMITED BY SIZE
011820                CVSA-CHECK-ID DELIMITED BY SIZE
011830             INTO CVSA-DOC-LINE
011840     END-IF.
011850     WRITE CVSA-DOC-LINE.
011860 4110-EXIT.
011870     EXIT.
011880*****************************************************************
011890*    4200-WRITE-NODE-SECTION                                    *
011900*                                                                *
011910*    EVERY NODE UNDER ANY OF THE IDS, PRESENT OR MISSING, WITH  *
011920*    ITS DESCRIPTION IN 80-BYTE LINES.  THE FIRST-SEEN AND      *
011930*    LAST-SEEN DATES ARE KEPT AS CV100 RUN DATES FOR THE FEEDS  *
011940*    SECTION.                                                   *
011950*****************************************************************
011960 4200-WRITE-NODE-SECTION.
011970     MOVE 'CV ENTRIES ON THE NODE HISTORY MASTER (CVHIST.DAT)'
011980         TO CVSA-SECTION-TITLE.
011990     PERFORM 4900-WRITE-SECTION-HEADING THRU 4900-EXIT.
012000     MOVE ZERO TO CVSA-SECTION-COUNT.
012010     IF CVSA-HISTORY-OPENED
012020         PERFORM 4210-LIST-NODES-FOR-ID THRU 4210-EXIT
012030             VARYING CVSA-ID-INDEX FROM 1 BY 1
012040             UNTIL CVSA-ID-INDEX > CVSA-ID-COUNT
012050     END-IF.
012060     IF CVSA-SECTION-COUNT = ZERO
012070         PERFORM 4920-WRITE-NONE-HELD THRU 4920-EXIT
012080     END-IF.
012090 4200-EXIT.
012100     EXIT.
012110*****************************************************************
012120*    4210-LIST-NODES-FOR-ID                                     *
012130*****************************************************************
012140 4210-LIST-NODES-FOR-ID.
012150     MOVE LOW-VALUES TO CVH-RECORD-KEY.
012160     MOVE CVSA-ID(CVSA-ID-INDEX) TO CVH-CANDIDATE-ID.
012170     START CVSA-HISTORY-FILE KEY NOT < CVH-RECORD-KEY.
012180     EVALUATE TRUE
012190         WHEN CVSA-HISTORY-STATUS-OK
012200             CONTINUE
012210         WHEN CVSA-HISTORY-NOT-FOUND
012220             GO TO 4210-EXIT
012230         WHEN OTHER
012240             DISPLAY 'CV850E - I/O ERROR STARTING CVHIST.DAT'
012250                 ' STATUS=' CVSA-HISTORY-STATUS
012260                 ' CANDIDATE ' CVSA-ID(CVSA-ID-INDEX)
012270             SET CVSA-IO-ERROR-SEEN TO TRUE
012280             GO TO 4210-EXIT
012290     END-EVALUATE.
012300     MOVE 'N' TO CVSA-HISTORY-EOF-SWITCH.
012310     PERFORM 4220-READ-HISTORY-NEXT THRU 4220-EXIT.
012320     PERFORM 4230-WRITE-ONE-NODE THRU 4230-EXIT
012330         UNTIL CVSA-HISTORY-EOF.
012340 4210-EXIT.
012350     EXIT.
012360*****************************************************************
012370*    4220-READ-HISTORY-NEXT                                     *
012380*****************************************************************
012390 4220-READ-HISTORY-NEXT.
012400     READ CVSA-HISTORY-FILE NEXT.
012410     EVALUATE TRUE
012420         WHEN CVSA-HISTORY-STATUS-OK
012430             IF CVH-CANDIDATE-ID NOT = CVSA-ID(CVSA-ID-INDEX)
012440                 SET CVSA-HISTORY-EOF TO TRUE
012450             END-IF
012460         WHEN CVSA-HISTORY-AT-END
012470             SET CVSA-HISTORY-EOF TO TRUE
012480         WHEN OTHER
012490             DISPLAY 'CV850E - I/O ERROR READING CVHIST.DAT'
012500                 ' STATUS=' CVSA-HISTORY-STATUS
012510                 ' CANDIDATE ' CVSA-ID(CVSA-ID-INDEX)
012520             SET CVSA-HISTORY-EOF TO TRUE
012530             SET CVSA-IO-ERROR-SEEN TO TRUE
012540     END-EVALUATE.
012550 4220-EXIT.
012560     EXIT.
012570*****************************************************************
012580*    4230-WRITE-ONE-NODE                                        *
012590*****************************************************************
012600 4230-WRITE-ONE-NODE.
012610     ADD 1 TO CVSA-SECTION-COUNT.
012620     ADD 1 TO CVSA-ITEMS-FOUND.
012630     IF CVH-STATUS-MISSING
012640         MOVE 'MISSING' TO CVSA-STATUS-WORD
012650     ELSE
012660         MOVE 'PRESENT' TO CVSA-STATUS-WORD
012670     END-IF.
012680     MOVE SPACES TO CVSA-DOC-LINE.
012690     WRITE CVSA-DOC-LINE.
012700     MOVE SPACES TO CVSA-DOC-LINE.
012710     STRING '  ' DELIMITED BY SIZE
012720            CVH-CANDIDATE-ID DELIMITED BY SIZE
012730            ' ' DELIMITED BY SIZE
012740            CVH-SECTION-CODE DELIMITED BY SIZE
012750            ' ' DELIMITED BY SIZE
012760            CVH-TITLE DELIMITED BY SIZE
012770            ' ' DELIMITED BY SIZE
012780            CVH-ORGANIZATION DELIMITED BY SIZE
012790            ' ' DELIMITED BY SIZE
012800            CVH-START-DATE DELIMITED BY SIZE
012810            ' ' DELIMITED BY SIZE
012820            CVH-END-DATE DELIMITED BY SIZE
012830         INTO CVSA-DOC-LINE.
012840     WRITE CVSA-DOC-LINE.
012850     MOVE SPACES TO CVSA-DOC-LINE.
012860     STRING '      VERSION ' DELIMITED BY SIZE
012870            CVH-VERSION-NUMBER DELIMITED BY SIZE
012880            '  ' DELIMITED BY SIZE
012890            CVSA-STATUS-WORD DELIMITED BY SIZE
012900            '  FIRST SEEN ' DELIMITED BY SIZE
012910            CVH-FIRST-SEEN-DATE DELIMITED BY SIZE
012920            '  LAST SEEN ' DELIMITED BY SIZE
012930            CVH-LAST-SEEN-DATE DELIMITED BY SIZE
012940         INTO CVSA-DOC-LINE.
012950     WRITE CVSA-DOC-LINE.
012960     PERFORM 4240-WRITE-DESCRIPTION-PART THRU 4240-EXIT
012970         VARYING CVSA-DESC-OFFSET FROM 1 BY 80
012980         UNTIL CVSA-DESC-OFFSET > 320.
012990     IF CVH-FIRST-SEEN-DATE NUMERIC
013000         MOVE CVH-FIRST-SEEN-DATE TO CVSA-RUN-NEW-DATE
013010         PERFORM 7300-ADD-RUN-DATE THRU 7300-EXIT
013020     END-IF.
013030     IF CVH-LAST-SEEN-DATE NUMERIC
013040         MOVE CVH-LAST-SEEN-DATE TO CVSA-RUN-NEW-DATE
013050         PERFORM 7300-ADD-RUN-DATE THRU 7300-EXIT
013060     END-IF.
013070     PERFORM 4220-READ-HISTORY-NEXT THRU 4220-EXIT.
013080 4230-EXIT.
013090     EXIT.
013100*****************************************************************
013110*    4240-WRITE-DESCRIPTION-PART                                *
013120*****************************************************************
013130 4240-WRITE-DESCRIPTION-PART.
013140     IF CVH-DESCRIPTION(CVSA-DESC-OFFSET:80) = SPACES
013150         GO TO 4240-EXIT
013160     END-IF.
013170     MOVE SPACES TO CVSA-DOC-LINE.
013180     MOVE CVH-DESCRIPTION(CVSA-DESC-OFFSET:80)
013190         TO CVSA-DOC-LINE(7:80).
013200     WRITE CVSA-DOC-LINE.
013210 4240-EXIT.
013220     EXIT.
013230*****************************************************************
013240*    4300-WRITE-SOURCE-SECTION                                  *
013250*                                                                *
013260*    WHAT THE LAST CV100 RUN HELD ON CVINQ.DAT FOR THE IDS -    *
013270*    THE SOURCE FILE OF EVERY ENTRY, AND THE ENTRIES IT         *
013280*    REJECTED WITH THE REASON.                                  *
013290*****************************************************************
013300 4300-WRITE-SOURCE-SECTION.
013310     MOVE 'CV ENTRIES AND SOURCE FILES OF THE LAST LOAD'
013320       & ' (CVINQ.DAT)' TO CVSA-SECTION-TITLE.
013330     PERFORM 4900-WRITE-SECTION-HEADING THRU 4900-EXIT.
013340     MOVE ZERO TO CVSA-SECTION-COUNT.
013350     IF CVSA-INQUIRY-OPENED
013360         PERFORM 4310-LIST-INQUIRY-FOR-ID THRU 4310-EXIT
013370             VARYING CVSA-ID-INDEX FROM 1 BY 1
013380             UNTIL CVSA-ID-INDEX > CVSA-ID-COUNT
013390     END-IF.
013400     IF CVSA-SECTION-COUNT = ZERO
013410         PERFORM 4920-WRITE-NONE-HELD THRU 4920-EXIT
013420     END-IF.
013430 4300-EXIT.
013440     EXIT.
013450*****************************************************************
013460*    4310-LIST-INQUIRY-FOR-ID                                   *
013470*****************************************************************
013480 4310-LIST-INQUIRY-FOR-ID.
013490     MOVE CVSA-ID(CVSA-ID-INDEX) TO CVQ-CANDIDATE-ID.
013500     MOVE ZERO TO CVQ-RECORD-SEQ.
013510     START CVSA-INQUIRY-FILE KEY NOT < CVQ-RECORD-KEY.
013520     EVALUATE TRUE
013530         WHEN CVSA-INQUIRY-STATUS-OK
013540             CONTINUE
013550         WHEN CVSA-INQUIRY-NOT-FOUND
013560             GO TO 4310-EXIT
013570         WHEN OTHER
013580             DISPLAY 'CV850E - I/O ERROR STARTING CVINQ.DAT'
013590                 ' STATUS=' CVSA-INQUIRY-STATUS
013600                 ' CANDIDATE ' CVSA-ID(CVSA-ID-INDEX)
013610             SET CVSA-IO-ERROR-SEEN TO TRUE
013620             GO TO 4310-EXIT
013630     END-EVALUATE.
013640     MOVE 'N' TO CVSA-INQUIRY-EOF-SWITCH.
013650     PERFORM 4320-READ-INQUIRY-NEXT THRU 4320-EXIT.
013660     PERFORM 4330-WRITE-ONE-INQUIRY THRU 4330-EXIT
013670         UNTIL CVSA-INQUIRY-EOF.
013680 4310-EXIT.
013690     EXIT.
013700*****************************************************************
013710*    4320-READ-INQUIRY-NEXT                                     *
013720*****************************************************************
013730 4320-READ-INQUIRY-NEXT.
013740     READ CVSA-INQUIRY-FILE NEXT.
013750     EVALUATE TRUE
013760         WHEN CVSA-INQUIRY-STATUS-OK
013770             IF CVQ-CANDIDATE-ID NOT = CVSA-ID(CVSA-ID-INDEX)
013780                 SET CVSA-INQUIRY-EOF TO TRUE
013790             END-IF
013800         WHEN CVSA-INQUIRY-AT-END
013810             SET CVSA-INQUIRY-EOF TO TRUE
013820         WHEN OTHER
013830             DISPLAY 'CV850E - I/O ERROR READING CVINQ.DAT'
013840                 ' STATUS=' CVSA-INQUIRY-STATUS
013850                 ' CANDIDATE ' CVSA-ID(CVSA-ID-INDEX)
013860             SET CVSA-INQUIRY-EOF TO TRUE
013870             SET CVSA-IO-ERROR-SEEN TO TRUE
013880     END-EVALUATE.
013890 4320-EXIT.
013900     EXIT.
013910*****************************************************************
013920*    4330-WRITE-ONE-INQUIRY                                     *
013930*****************************************************************
013940 4330-WRITE-ONE-INQUIRY.
013950     ADD 1 TO CVSA-SECTION-COUNT.
013960     ADD 1 TO CVSA-ITEMS-FOUND.
013970     EVALUATE TRUE
013980         WHEN CVQ-STATUS-CURRENT
013990             MOVE 'CURRENT' TO CVSA-STATUS-WORD
014000         WHEN CVQ-STATUS-SUPERSEDED
014010             MOVE 'SUPERSEDED' TO CVSA-STATUS-WORD
014020         WHEN OTHER
014030             MOVE 'REJECTED' TO CVSA-STATUS-WORD
014040     END-EVALUATE.
014050     MOVE SPACES TO CVSA-DOC-LINE.
014060     STRING '  ' DELIMITED BY SIZE
014070            CVQ-CANDIDATE-ID DELIMITED BY SIZE
014080            ' ' DELIMITED BY SIZE
014090            CVQ-SECTION-CODE DELIMITED BY SIZE
014100            ' ' DELIMITED BY SIZE
014110            CVQ-TITLE DELIMITED BY SIZE
014120            ' ' DELIMITED BY SIZE
014130            CVSA-STATUS-WORD DELIMITED BY SIZE
014140            ' FROM ' DELIMITED BY SIZE
014150            CVQ-SOURCE-FILE DELIMITED BY SIZE
014160         INTO CVSA-DOC-LINE.
014170     WRITE CVSA-DOC-LINE.
014180     IF CVQ-STATUS-REJECTED
014190         MOVE SPACES TO CVSA-DOC-LINE
014200         STRING '      REJECTED - ' DELIMITED BY SIZE
014210                CVQ-REJECT-REASON DELIMITED BY SIZE
014220                '  LOADED ' DELIMITED BY SIZE
014230                CVQ-BATCH-DATE DELIMITED BY SIZE
014240             INTO CVSA-DOC-LINE
014250         WRITE CVSA-DOC-LINE
014260     END-IF.
014270     PERFORM 4320-READ-INQUIRY-NEXT THRU 4320-EXIT.
014280 4330-EXIT.
014290     EXIT.
014300*****************************************************************
014310*    4400-WRITE-PIPELINE-SECTION                                *
014320*                                                                *
014330*    CVPIPE IS KEYED REQUISITION FIRST, SO IT IS READ THROUGH   *
014340*    FOR EACH REQUEST.  A HIRE IS KEPT FOR THE FEEDS SECTION.   *
014350*****************************************************************
014360 4400-WRITE-PIPELINE-SECTION.
014370     MOVE 'REQUISITIONS SHORTLISTED OR WORKED FOR (CVPIPE.DAT)'
014380         TO CVSA-SECTION-TITLE.
014390     PERFORM 4900-WRITE-SECTION-HEADING THRU 4900-EXIT.
014400     MOVE ZERO TO CVSA-SECTION-COUNT.
014410     OPEN INPUT CVSA-PIPE-FILE.
014420     EVALUATE TRUE
014430         WHEN CVSA-PIPE-STATUS-OK
014440             CONTINUE
014450         WHEN CVSA-PIPE-ABSENT
014460             GO TO 4400-CHECK-NONE
014470         WHEN OTHER
014480             DISPLAY 'CV850E - I/O ERROR OPENING CVPIPE.DAT'
014490                 ' STATUS=' CVSA-PIPE-STATUS
014500             SET CVSA-IO-ERROR-SEEN TO TRUE
014510             GO TO 4400-CHECK-NONE
014520     END-EVALUATE.
014530     MOVE 'N' TO CVSA-PIPE-EOF-SWITCH.
014540     PERFORM 4410-READ-PIPE-NEXT THRU 4410-EXIT.
014550     PERFORM 4420-CHECK-ONE-PIPE THRU 4420-EXIT
014560         UNTIL CVSA-PIPE-EOF.
014570     CLOSE CVSA-PIPE-FILE.
014580 4400-CHECK-NONE.
014590     IF CVSA-SECTION-COUNT = ZERO
014600         PERFORM 4920-WRITE-NONE-HELD THRU 4920-EXIT
014610     END-IF.
014620 4400-EXIT.
014630     EXIT.
014640*****************************************************************
014650*    4410-READ-PIPE-NEXT                                        *
014660*****************************************************************
014670 4410-READ-PIPE-NEXT.
014680     READ CVSA-PIPE-FILE NEXT.
014690     EVALUATE TRUE
014700         WHEN CVSA-PIPE-STATUS-OK
014710             CONTINUE
014720         WHEN CVSA-PIPE-AT-END
014730             SET CVSA-PIPE-EOF TO TRUE
014740         WHEN OTHER
014750             DISPLAY 'CV850E - I/O ERROR READING CVPIPE.DAT'
014760                 ' STATUS=' CVSA-PIPE-STATUS
014770             SET CVSA-PIPE-EOF TO TRUE
014780             SET CVSA-IO-ERROR-SEEN TO TRUE
014790     END-EVALUATE.
014800 4410-EXIT.
014810     EXIT.
014820*****************************************************************
014830*    4420-CHECK-ONE-PIPE                                        *
014840*****************************************************************
014850 4420-CHECK-ONE-PIPE.
014860     MOVE CVP-CANDIDATE-ID TO CVSA-CHECK-ID.
014870     PERFORM 7200-FIND-IN-ID-SET THRU 7200-EXIT.
014880     IF CVSA-FOUND-INDEX = ZERO
014890         GO TO 4420-READ-NEXT
014900     END-IF.
014910     ADD 1 TO CVSA-SECTION-COUNT.
014920     ADD 1 TO CVSA-ITEMS-FOUND.
014930     MOVE CVP-STAGE-CODE TO CVSA-STAGE-CODE.
014940     PERFORM 7400-SET-STAGE-WORD THRU 7400-EXIT.
014950     PERFORM 7600-READ-REQUISITION THRU 7600-EXIT.
014960     MOVE SPACES TO CVSA-DOC-LINE.
014970     STRING '  ' DELIMITED BY SIZE
014980            CVP-REQ-ID DELIMITED BY SIZE
014990            ' ' DELIMITED BY SIZE
015000            CVR-ROLE-TITLE DELIMITED BY SIZE
015010            ' ' DELIMITED BY SIZE
015020            CVP-CANDIDATE-ID DELIMITED BY SIZE
015030            ' ' DELIMITED BY SIZE
015040            CVSA-STAGE-WORD DELIMITED BY SIZE
015050            ' ' DELIMITED BY SIZE
015060            CVP-STAGE-DATE DELIMITED BY SIZE
015070            '  FIRST ACTIONED ' DELIMITED BY SIZE
015080            CVP-FIRST-ACTION-DATE DELIMITED BY SIZE
015090         INTO CVSA-DOC-LINE.
015100     WRITE CVSA-DOC-LINE.
015110     IF CVP-STAGE-HIRED
015120         AND CVSA-HIRE-COUNT < CVSA-HIRE-MAX
015130         ADD 1 TO CVSA-HIRE-COUNT
015140         MOVE CVP-REQ-ID TO CVSA-HR-REQ-ID(CVSA-HIRE-COUNT)
015150         MOVE CVP-STAGE-DATE TO CVSA-HR-DATE(CVSA-HIRE-COUNT)
015160     END-IF.
015170 4420-READ-NEXT.
015180     PERFORM 4410-READ-PIPE-NEXT THRU 4410-EXIT.
015190 4420-EXIT.
015200     EXIT.
015210*****************************************************************
015220*    4500-WRITE-JOURNAL-SECTION                                 *
015230*                                                                *
015240*    THE CHANGE JOURNAL ENTRIES FOR CVSA-JOURNAL-WANTED - THE   *
015250*    STAGE HISTORY OF THE REQUISITIONS (CVPIPE) OR THE CHANGES  *
015260*    TO THE MASTER RECORDS (CVMAST) - IN THE ORDER MADE.  THE   *
015270*    CANDIDATE IS THE LAST TEN BYTES OF A CVPIPE KEY AND THE    *
015280*    FIRST TEN OF A CVMAST ONE.                                 *
015290*****************************************************************
015300 4500-WRITE-JOURNAL-SECTION.
015310     IF CVSA-JOURNAL-WANTED = 'CVPIPE'
015320         MOVE 'REQUISITION STAGE HISTORY (CVJRNL.DAT)'
015330             TO CVSA-SECTION-TITLE
015340     ELSE
015350         MOVE 'CHANGES MADE TO THE MASTER RECORDS (CVJRNL.DAT)'
015360             TO CVSA-SECTION-TITLE
015370     END-IF.
015380     PERFORM 4900-WRITE-SECTION-HEADING THRU 4900-EXIT.
015390     MOVE ZERO TO CVSA-SECTION-COUNT.
015400     OPEN INPUT CVSA-JOURNAL-FILE.
015410     EVALUATE TRUE
015420         WHEN CVSA-JOURNAL-STATUS-OK
015430             CONTINUE
015440         WHEN CVSA-JOURNAL-ABSENT
015450             GO TO 4500-CHECK-NONE
015460         WHEN OTHER
015470             DISPLAY 'CV850E - I/O ERROR OPENING CVJRNL.DAT'
015480                 ' STATUS=' CVSA-JOURNAL-STATUS
015490             SET CVSA-IO-ERROR-SEEN TO TRUE
015500             GO TO 4500-CHECK-NONE
015510     END-EVALUATE.
015520     MOVE 'N' TO CVSA-JOURNAL-EOF-SWITCH.
015530     PERFORM 4510-READ-JOURNAL-NEXT THRU 4510-EXIT.
015540     PERFORM 4520-CHECK-ONE-JOURNAL THRU 4520-EXIT
015550         UNTIL CVSA-JOURNAL-EOF.
015560     CLOSE CVSA-JOURNAL-FILE.
015570 4500-CHECK-NONE.
015580     IF CVSA-SECTION-COUNT = ZERO
015590         PERFORM 4920-WRITE-NONE-HELD THRU 4920-EXIT
015600     END-IF.
015610 4500-EXIT.
015620     EXIT.
015630*****************************************************************
015640*    4510-READ-JOURNAL-NEXT                                     *
015650*****************************************************************
015660 4510-READ-JOURNAL-NEXT.
015670     READ CVSA-JOURNAL-FILE NEXT.
015680     EVALUATE TRUE
015690         WHEN CVSA-JOURNAL-STATUS-OK
015700             CONTINUE
015710         WHEN CVSA-JOURNAL-AT-END
015720             SET CVSA-JOURNAL-EOF TO TRUE
015730         WHEN OTHER
015740             DISPLAY 'CV850E - I/O ERROR READING CVJRNL.DAT'
015750                 ' STATUS=' CVSA-JOURNAL-STATUS
015760             SET CVSA-JOURNAL-EOF TO TRUE
015770             SET CVSA-IO-ERROR-SEEN TO TRUE
015780     END-EVALUATE.
015790 4510-EXIT.
015800     EXIT.
015810*****************************************************************
015820*    4520-CHECK-ONE-JOURNAL                                     *
015830*****************************************************************
015840 4520-CHECK-ONE-JOURNAL.
015850     IF CVJ-FILE-NAME NOT = CVSA-JOURNAL-WANTED
015860         GO TO 4520-READ-NEXT
015870     END-IF.
015880     IF CVJ-FILE-CVPIPE
015890         MOVE CVJ-MASTER-KEY(9:10) TO CVSA-JOURNAL-ID
015900     ELSE
015910         MOVE CVJ-MASTER-KEY(1:10) TO CVSA-JOURNAL-ID
015920     END-IF.
015930     MOVE CVSA-JOURNAL-ID TO CVSA-CHECK-ID.
015940     PERFORM 7200-FIND-IN-ID-SET THRU 7200-EXIT.
015950     IF CVSA-FOUND-INDEX = ZERO
015960         GO TO 4520-READ-NEXT
015970     END-IF.
015980     ADD 1 TO CVSA-SECTION-COUNT.
015990     ADD 1 TO CVSA-ITEMS-FOUND.
016000     PERFORM 7700-SET-ACTION-WORD THRU 7700-EXIT.
016010     IF CVJ-FILE-CVPIPE
016020         PERFORM 4530-WRITE-STAGE-CHANGE THRU 4530-EXIT
016030     ELSE
016040         PERFORM 4540-WRITE-MASTER-CHANGE THRU 4540-EXIT
016050     END-IF.
016060 4520-READ-NEXT.
016070     PERFORM 4510-READ-JOURNAL-NEXT THRU 4510-EXIT.
016080 4520-EXIT.
016090     EXIT.
016100*****************************************************************
016110*    4530-WRITE-STAGE-CHANGE                                    *
016120*                                                                *
016130*    THE IMAGES ARE LAID OVER THE CVPIPE RECORD AREA TO READ    *
016140*    THEM - THE FILE IS CLOSED BY NOW.  AN ADD HAS NO BEFORE    *
016150*    IMAGE.                                                     *
016160*****************************************************************
016170 4530-WRITE-STAGE-CHANGE.
016180     MOVE 'NONE' TO CVSA-BEFORE-STAGE-WORD.
016190     IF CVJ-BEFORE-IMAGE NOT = SPACES
016200         MOVE CVJ-BEFORE-IMAGE TO CVSA-PIPE-RECORD
016210         MOVE CVP-STAGE-CODE TO CVSA-STAGE-CODE
016220         PERFORM 7400-SET-STAGE-WORD THRU 7400-EXIT
016230         MOVE CVSA-STAGE-WORD TO CVSA-BEFORE-STAGE-WORD
016240     END-IF.
016250     MOVE CVJ-AFTER-IMAGE TO CVSA-PIPE-RECORD.
016260     MOVE CVP-STAGE-CODE TO CVSA-STAGE-CODE.
016270     PERFORM 7400-SET-STAGE-WORD THRU 7400-EXIT.
016280     MOVE SPACES TO CVSA-DOC-LINE.
016290     STRING '  ' DELIMITED BY SIZE
016300            CVJ-JOURNAL-DATE DELIMITED BY SIZE
016310            ' ' DELIMITED BY SIZE
016320            CVJ-JOURNAL-TIME DELIMITED BY SIZE
016330            ' ' DELIMITED BY SIZE
016340            CVJ-PROGRAM-ID DELIMITED BY SIZE
016350            ' ' DELIMITED BY SIZE
016360            CVSA-ACTION-WORD DELIMITED BY SIZE
016370            ' REQ ' DELIMITED BY SIZE
016380            CVP-REQ-ID DELIMITED BY SIZE
016390            ' ' DELIMITED BY SIZE
016400            CVP-CANDIDATE-ID DELIMITED BY SIZE
016410            ' FROM ' DELIMITED BY SIZE
016420            CVSA-BEFORE-STAGE-WORD DELIMITED BY SIZE
016430            ' TO ' DELIMITED BY SIZE
016440            CVSA-STAGE-WORD DELIMITED BY SIZE
016450            ' DATED ' DELIMITED BY SIZE
016460            CVP-STAGE-DATE DELIMITED BY SIZE
016470         INTO CVSA-DOC-LINE.
016480     WRITE CVSA-DOC-LINE.
016490 4530-EXIT.
016500     EXIT.
016510*****************************************************************
016520*    4540-WRITE-MASTER-CHANGE                                   *
016530*                                                                *
016540*    THE RECORD AS IT STOOD AFTER THE CHANGE, READ THROUGH THE  *
016550*    CVMAST RECORD AREA AS IN 4530.                             *
016560*****************************************************************
016570 4540-WRITE-MASTER-CHANGE.
016580     MOVE CVJ-AFTER-IMAGE TO CVSA-MASTER-RECORD.
016590     MOVE SPACES TO CVSA-DOC-LINE.
016600     STRING '  ' DELIMITED BY SIZE
016610            CVJ-JOURNAL-DATE DELIMITED BY SIZE
016620            ' ' DELIMITED BY SIZE
016630            CVJ-JOURNAL-TIME DELIMITED BY SIZE
016640            ' ' DELIMITED BY SIZE
016650            CVJ-PROGRAM-ID DELIMITED BY SIZE
016660            ' ' DELIMITED BY SIZE
016670            CVJ-USER-ID DELIMITED BY SIZE
016680            ' ' DELIMITED BY SIZE
016690            CVSA-ACTION-WORD DELIMITED BY SIZE
016700            ' ' DELIMITED BY SIZE
016710            CVSA-JOURNAL-ID DELIMITED BY SIZE
016720         INTO CVSA-DOC-LINE.
016730     WRITE CVSA-DOC-LINE.
016740     MOVE SPACES TO CVSA-DOC-LINE.
016750     STRING '      ' DELIMITED BY SIZE
016760            CVM-NAME DELIMITED BY SIZE
016770            ' ' DELIMITED BY SIZE
016780            CVM-EMAIL DELIMITED BY SIZE
016790            ' ' DELIMITED BY SIZE
016800            CVM-PHONE DELIMITED BY SIZE
016810            ' ' DELIMITED BY SIZE
016820            CVM-LOCATION DELIMITED BY SIZE
016830         INTO CVSA-DOC-LINE.
016840     WRITE CVSA-DOC-LINE.
016850 4540-EXIT.
016860     EXIT.
016870*****************************************************************
016880*    4700-WRITE-FEEDS-SECTION                                   *
016890*****************************************************************
016900 4700-WRITE-FEEDS-SECTION.
016910     MOVE 'FILES AND FEEDS THE DATA WAS SENT TO'
016920         TO CVSA-SECTION-TITLE.
016930     PERFORM 4900-WRITE-SECTION-HEADING THRU 4900-EXIT.
016940     MOVE ZERO TO CVSA-SECTION-COUNT.
016950     PERFORM 4710-WRITE-ONE-EXTRACT-RUN THRU 4710-EXIT
016960         VARYING CVSA-RUN-INDEX FROM 1 BY 1
016970         UNTIL CVSA-RUN-INDEX > CVSA-RUN-COUNT.
016980     IF CVSA-RUN-OVERFLOW > ZERO
016990         MOVE '  FURTHER CV100 RUN DATES NOT LISTED'
017000             TO CVSA-DOC-LINE
017010         WRITE CVSA-DOC-LINE
017020     END-IF.
017030     PERFORM 4720-WRITE-ONE-HIRE-FEED THRU 4720-EXIT
017040         VARYING CVSA-HIRE-INDEX FROM 1 BY 1
017050         UNTIL CVSA-HIRE-INDEX > CVSA-HIRE-COUNT.
017060     PERFORM 4730-SCAN-KNOWN-FILE THRU 4730-EXIT
017070         VARYING CVSA-KNOWN-FILE-INDEX FROM 1 BY 1
017080         UNTIL CVSA-KNOWN-FILE-INDEX > CVSA-KNOWN-FILE-COUNT.
017090     PERFORM 4740-SCAN-CANDIDATE-DOC THRU 4740-EXIT
017100         VARYING CVSA-DOC-ID-INDEX FROM 1 BY 1
017110         UNTIL CVSA-DOC-ID-INDEX > CVSA-ID-COUNT.
017120     PERFORM 4750-SCAN-RUN-REPORTS THRU 4750-EXIT
017130         VARYING CVSA-RUN-INDEX FROM 1 BY 1
017140         UNTIL CVSA-RUN-INDEX > CVSA-RUN-COUNT.
017150     IF CVSA-SECTION-COUNT = ZERO
017160         PERFORM 4920-WRITE-NONE-HELD THRU 4920-EXIT
017170     END-IF.
017180 4700-EXIT.
017190     EXIT.
017200*****************************************************************
017210*    4710-WRITE-ONE-EXTRACT-RUN                                 *
017220*****************************************************************
017230 4710-WRITE-ONE-EXTRACT-RUN.
017240     ADD 1 TO CVSA-SECTION-COUNT.
017250     MOVE SPACES TO CVSA-DOC-LINE.
017260     STRING '  CVEXTRACT.DAT        HR EXTRACT FEED'
017270                DELIMITED BY SIZE
017280            ' - CV100 RUN OF ' DELIMITED BY SIZE
017290            CVSA-RUN-DATE-ENTRY(CVSA-RUN-INDEX) DELIMITED BY SIZE
017300         INTO CVSA-DOC-LINE.
017310     WRITE CVSA-DOC-LINE.
017320 4710-EXIT.
017330     EXIT.
017340*****************************************************************
017350*    4720-WRITE-ONE-HIRE-FEED                                   *
017360*****************************************************************
017370 4720-WRITE-ONE-HIRE-FEED.
017380     ADD 1 TO CVSA-SECTION-COUNT.
017390     MOVE SPACES TO CVSA-DOC-LINE.
017400     STRING '  CVNEWHIRE.DAT        NEW-HIRE FEED'
017410                DELIMITED BY SIZE
017420            ' TO HR ONBOARDING' DELIMITED BY SIZE
017430            ' - HIRE OF ' DELIMITED BY SIZE
017440            CVSA-HR-DATE(CVSA-HIRE-INDEX) DELIMITED BY SIZE
017450            ' ON REQ ' DELIMITED BY SIZE
017460            CVSA-HR-REQ-ID(CVSA-HIRE-INDEX) DELIMITED BY SIZE
017470         INTO CVSA-DOC-LINE.
017480     WRITE CVSA-DOC-LINE.
017490 4720-EXIT.
017500     EXIT.
017510*****************************************************************
017520*    4730-SCAN-KNOWN-FILE                                       *
017530*****************************************************************
017540 4730-SCAN-KNOWN-FILE.
017550     MOVE CVSA-KF-NAME(CVSA-KNOWN-FILE-INDEX)
017560         TO CVSA-SCAN-FILE-NAME.
017570     MOVE CVSA-KF-DESCRIPTION(CVSA-KNOWN-FILE-INDEX)
017580         TO CVSA-SCAN-DESCRIPTION.
017590     PERFORM 4800-SCAN-ONE-FILE THRU 4800-EXIT.
017600 4730-EXIT.
017610     EXIT.
017620*****************************************************************
017630*    4740-SCAN-CANDIDATE-DOC                                    *
017640*****************************************************************
017650 4740-SCAN-CANDIDATE-DOC.
017660     MOVE SPACES TO CVSA-SCAN-FILE-NAME.
017670     STRING 'CVDOC.' DELIMITED BY SIZE
017680            CVSA-ID(CVSA-DOC-ID-INDEX) DELIMITED BY SPACE
017690            '.TXT' DELIMITED BY SIZE
017700         INTO CVSA-SCAN-FILE-NAME.
017710     MOVE 'CANDIDATE CV DOCUMENT (CV100)'
017720         TO CVSA-SCAN-DESCRIPTION.
017730     PERFORM 4800-SCAN-ONE-FILE THRU 4800-EXIT.
017740 4740-EXIT.
017750     EXIT.
017760*****************************************************************
017770*    4750-SCAN-RUN-REPORTS                                      *
017780*                                                                *
017790*    THE CHANGE, CERTIFICATION AND AUDIT REPORTS CV100 WROTE ON *
017800*    ONE OF THE CANDIDATE'S RUN DATES.                          *
017810*****************************************************************
017820 4750-SCAN-RUN-REPORTS.
017830     MOVE SPACES TO CVSA-SCAN-FILE-NAME.
017840     STRING 'CVCHANGE.' DELIMITED BY SIZE
017850            CVSA-RUN-DATE-ENTRY(CVSA-RUN-INDEX) DELIMITED BY SIZE
017860            '.TXT' DELIMITED BY SIZE
017870         INTO CVSA-SCAN-FILE-NAME.
017880     MOVE 'NODE CHANGE REPORT (CV100)' TO CVSA-SCAN-DESCRIPTION.
017890     PERFORM 4800-SCAN-ONE-FILE THRU 4800-EXIT.
017900     MOVE SPACES TO CVSA-SCAN-FILE-NAME.
017910     STRING 'CVCERT.' DELIMITED BY SIZE
017920            CVSA-RUN-DATE-ENTRY(CVSA-RUN-INDEX) DELIMITED BY SIZE
017930            '.TXT' DELIMITED BY SIZE
017940         INTO CVSA-SCAN-FILE-NAME.
017950     MOVE 'CERTIFICATION EXPIRY REPORT (CV100)'
017960         TO CVSA-SCAN-DESCRIPTION.
017970     PERFORM 4800-SCAN-ONE-FILE THRU 4800-EXIT.
017980     MOVE SPACES TO CVSA-SCAN-FILE-NAME.
017990     STRING 'CVAUDIT.' DELIMITED BY SIZE
018000            CVSA-RUN-DATE-ENTRY(CVSA-RUN-INDEX) DELIMITED BY SIZE
018010            '.TXT' DELIMITED BY SIZE
018020         INTO CVSA-SCAN-FILE-NAME.
018030     MOVE 'SOURCE FILE AUDIT LOG (CV100)'
018040         TO CVSA-SCAN-DESCRIPTION.
018050     PERFORM 4800-SCAN-ONE-FILE THRU 4800-EXIT.
018060 4750-EXIT.
018070     EXIT.
018080*****************************************************************
018090*    4800-SCAN-ONE-FILE                                         *
018100*                                                                *
018110*    COUNTS THE LINES OF CVSA-SCAN-FILE-NAME THAT NAME ANY OF   *
018120*    THE CANDIDATE'S IDS AND LISTS THE FILE IF THERE ARE ANY.   *
018130*    AN ID COUNTS ONLY AS A WHOLE WORD - WITH NO LETTER OR      *
018140*    DIGIT EITHER SIDE OF IT - SO C12 IS NOT FOUND IN C123.     *
018150*    A FILE NOT ON HAND IS PASSED OVER.                         *
018160*****************************************************************
018170 4800-SCAN-ONE-FILE.
018180     MOVE ZERO TO CVSA-HIT-COUNT.
018190     OPEN INPUT CVSA-SCAN-FILE.
018200     EVALUATE TRUE
018210         WHEN CVSA-SCAN-STATUS-OK
018220             CONTINUE
018230         WHEN CVSA-SCAN-ABSENT
018240             GO TO 4800-EXIT
018250         WHEN OTHER
018260             DISPLAY 'CV850E - I/O ERROR OPENING '
018270                 CVSA-SCAN-FILE-NAME ' STATUS=' CVSA-SCAN-STATUS
018280             SET CVSA-IO-ERROR-SEEN TO TRUE
018290             GO TO 4800-EXIT
018300     END-EVALUATE.
018310     MOVE 'N' TO CVSA-SCAN-EOF-SWITCH.
018320     PERFORM 4810-READ-SCAN-NEXT THRU 4810-EXIT.
018330     PERFORM 4820-CHECK-ONE-SCAN-LINE THRU 4820-EXIT
018340         UNTIL CVSA-SCAN-EOF.
018350     CLOSE CVSA-SCAN-FILE.
018360     IF CVSA-HIT-COUNT = ZERO
018370         GO TO 4800-EXIT
018380     END-IF.
018390     ADD 1 TO CVSA-SECTION-COUNT.
018400     ADD 1 TO CVSA-ITEMS-FOUND.
018410     MOVE CVSA-HIT-COUNT TO CVSA-COUNT-TEXT.
018420     MOVE SPACES TO CVSA-DOC-LINE.
018430     MOVE CVSA-SCAN-FILE-NAME TO CVSA-DOC-LINE(3:20).
018440     MOVE CVSA-SCAN-DESCRIPTION TO CVSA-DOC-LINE(24:40).
018450     MOVE 'LINES NAMING THE CANDIDATE ' TO CVSA-DOC-LINE(65:27).
018460     MOVE CVSA-COUNT-TEXT TO CVSA-DOC-LINE(92:7).
018470     WRITE CVSA-DOC-LINE.
018480 4800-EXIT.
018490     EXIT.
018500*****************************************************************
018510*    4810-READ-SCAN-NEXT                                        *
018520*****************************************************************
018530 4810-READ-SCAN-NEXT.
018540     READ CVSA-SCAN-FILE.
018550     EVALUATE TRUE
018560         WHEN CVSA-SCAN-STATUS-OK
018570             CONTINUE
018580         WHEN CVSA-SCAN-AT-END
018590             SET CVSA-SCAN-EOF TO TRUE
018600         WHEN OTHER
018610             DISPLAY 'CV850E - I/O ERROR READING '
018620                 CVSA-SCAN-FILE-NAME ' STATUS=' CVSA-SCAN-STATUS
018630             SET CVSA-SCAN-EOF TO TRUE
018640             SET CVSA-IO-ERROR-SEEN TO TRUE
018650     END-EVALUATE.
018660 4810-EXIT.
018670     EXIT.
018680*****************************************************************
018690*    4820-CHECK-ONE-SCAN-LINE                                   *
018700*****************************************************************
018710 4820-CHECK-ONE-SCAN-LINE.
018720     MOVE ZERO TO CVSA-LINE-HITS.
018730     PERFORM 4830-COUNT-ONE-ID THRU 4830-EXIT
018740         VARYING CVSA-ID-INDEX FROM 1 BY 1
018750         UNTIL CVSA-ID-INDEX > CVSA-ID-COUNT
018760            OR CVSA-LINE-HITS > ZERO.
018770     IF CVSA-LINE-HITS > ZERO
018780         ADD 1 TO CVSA-HIT-COUNT
018790     END-IF.
018800     PERFORM 4810-READ-SCAN-NEXT THRU 4810-EXIT.
018810 4820-EXIT.
018820     EXIT.
018830*****************************************************************
018840*    4830-COUNT-ONE-ID                                          *
018850*****************************************************************
018860 4830-COUNT-ONE-ID.
018870     IF CVSA-ID-LENGTH(CVSA-ID-INDEX) = ZERO
018880         GO TO 4830-EXIT
018890     END-IF.
018900     COMPUTE CVSA-SCAN-LAST = CVSA-SCAN-LINE-SIZE + 1
018910         - CVSA-ID-LENGTH(CVSA-ID-INDEX).
018920     PERFORM 4840-MATCH-AT-POSITION THRU 4840-EXIT
018930         VARYING CVSA-SCAN-POS FROM 1 BY 1
018940         UNTIL CVSA-SCAN-POS > CVSA-SCAN-LAST
018950            OR CVSA-LINE-HITS > ZERO.
018960 4830-EXIT.
018970     EXIT.
018980*****************************************************************
018990*    4840-MATCH-AT-POSITION                                     *
019000*                                                                *
019010*    THE ID AT CVSA-SCAN-POS COUNTS ONLY IF THE BYTES EITHER    *
019020*    SIDE OF IT ARE NOT LETTERS OR DIGITS.                      *
019030*****************************************************************
019040 4840-MATCH-AT-POSITION.
019050     IF CVSA-SCAN-LINE
019060            (CVSA-SCAN-POS:CVSA-ID-LENGTH(CVSA-ID-INDEX))
019070         NOT = CVSA-ID(CVSA-ID-INDEX)
019080                   (1:CVSA-ID-LENGTH(CVSA-ID-INDEX))
019090         GO TO 4840-EXIT
019100     END-IF.
019110     IF CVSA-SCAN-POS > 1
019120         MOVE CVSA-SCAN-LINE(CVSA-SCAN-POS - 1:1)
019130             TO CVSA-EDGE-BYTE
019140         IF CVSA-EDGE-IN-ID
019150             GO TO 4840-EXIT
019160         END-IF
019170     END-IF.
019180     COMPUTE CVSA-SCAN-AFTER = CVSA-SCAN-POS
019190         + CVSA-ID-LENGTH(CVSA-ID-INDEX).
019200     IF CVSA-SCAN-AFTER NOT > CVSA-SCAN-LINE-SIZE
019210         MOVE CVSA-SCAN-LINE(CVSA-SCAN-AFTER:1) TO CVSA-EDGE-BYTE
019220         IF CVSA-EDGE-IN-ID
019230             GO TO 4840-EXIT
019240         END-IF
019250     END-IF.
019260     ADD 1 TO CVSA-LINE-HITS.
019270 4840-EXIT.
019280     EXIT.
019290*****************************************************************
019300*    4900-WRITE-SECTION-HEADING                                 *
019310*****************************************************************
019320 4900-WRITE-SECTION-HEADING.
019330     MOVE SPACES TO CVSA-DOC-LINE.
019340     WRITE CVSA-DOC-LINE.
019350     MOVE CVSA-SECTION-TITLE TO CVSA-DOC-LINE.
019360     WRITE CVSA-DOC-LINE.
019370 4900-EXIT.
019380     EXIT.
019390*****************************************************************
019400*    4910-WRITE-FIELD-LINE                                      *
019410*****************************************************************
019420 4910-WRITE-FIELD-LINE.
019430     MOVE SPACES TO CVSA-DOC-LINE.
019440     MOVE CVSA-FIELD-LABEL TO CVSA-DOC-LINE(3:20).
019450     MOVE CVSA-FIELD-VALUE TO CVSA-DOC-LINE(23:100).
019460     WRITE CVSA-DOC-LINE.
019470 4910-EXIT.
019480     EXIT.
019490*****************************************************************
019500*    4920-WRITE-NONE-HELD                                       *
019510*****************************************************************
019520 4920-WRITE-NONE-HELD.
019530     MOVE '  NONE HELD' TO CVSA-DOC-LINE.
019540     WRITE CVSA-DOC-LINE.
019550 4920-EXIT.
019560     EXIT.
019570*****************************************************************
019580*    7000-FIND-LOGGED                                           *
019590*                                                                *
019600*    WHETHER THE REQUEST (ID AND DATE RECEIVED) IS ON THE LOG   *
019610*    TABLE - ITS POSITION IN CVSA-FOUND-INDEX, OR ZERO.         *
019620*****************************************************************
019630 7000-FIND-LOGGED.
019640     MOVE ZERO TO CVSA-FOUND-INDEX.
019650     MOVE CVSA-REQ-RECEIVED TO CVSA-DATE-TEXT.
019660     PERFORM 7010-MATCH-LOGGED THRU 7010-EXIT
019670         VARYING CVSA-LOGGED-INDEX FROM 1 BY 1
019680         UNTIL CVSA-LOGGED-INDEX > CVSA-LOGGED-COUNT
019690            OR CVSA-FOUND-INDEX > ZERO.
019700 7000-EXIT.
019710     EXIT.
019720*****************************************************************
019730*    7010-MATCH-LOGGED                                          *
019740*****************************************************************
019750 7010-MATCH-LOGGED.
019760     IF CVSA-LG-ID(CVSA-LOGGED-INDEX) = CVSA-REQ-ID
019770         AND CVSA-LG-RECEIVED(CVSA-LOGGED-INDEX) = CVSA-DATE-TEXT
019780         MOVE CVSA-LOGGED-INDEX TO CVSA-FOUND-INDEX
019790     END-IF.
019800 7010-EXIT.
019810     EXIT.
019820*****************************************************************
019830*    7100-FIND-MERGE-LOSER                                      *
019840*                                                                *
019850*    THE MERGE TABLE ENTRY WHOSE MERGED MASTER IS CVSA-CHECK-ID *
019860*    IN CVSA-FOUND-INDEX, OR ZERO.                              *
019870*****************************************************************
019880 7100-FIND-MERGE-LOSER.
019890     MOVE ZERO TO CVSA-FOUND-INDEX.
019900     PERFORM 7110-MATCH-MERGE-LOSER THRU 7110-EXIT
019910         VARYING CVSA-MERGE-SCAN FROM 1 BY 1
019920         UNTIL CVSA-MERGE-SCAN > CVSA-MERGE-COUNT
019930            OR CVSA-FOUND-INDEX > ZERO.
019940 7100-EXIT.
019950     EXIT.
019960*****************************************************************
019970*    7110-MATCH-MERGE-LOSER                                     *
019980*****************************************************************
019990 7110-MATCH-MERGE-LOSER.
020000     IF CVSA-MG-LOSER-ID(CVSA-MERGE-SCAN) = CVSA-CHECK-ID
020010         MOVE CVSA-MERGE-SCAN TO CVSA-FOUND-INDEX
020020     END-IF.
020030 7110-EXIT.
020040     EXIT.
020050*****************************************************************
020060*    7200-FIND-IN-ID-SET                                        *
020070*****************************************************************
020080 7200-FIND-IN-ID-SET.
020090     MOVE ZERO TO CVSA-FOUND-INDEX.
020100     PERFORM 7210-MATCH-ID-SET THRU 7210-EXIT
020110         VARYING CVSA-ID-INDEX FROM 1 BY 1
020120         UNTIL CVSA-ID-INDEX > CVSA-ID-COUNT
020130            OR CVSA-FOUND-INDEX > ZERO.
020140 7200-EXIT.
020150     EXIT.
020160*****************************************************************
020170*    7210-MATCH-ID-SET                                          *
020180*****************************************************************
020190 7210-MATCH-ID-SET.
020200     IF CVSA-ID(CVSA-ID-INDEX) = CVSA-CHECK-ID
020210         MOVE CVSA-ID-INDEX TO CVSA-FOUND-INDEX
020220     END-IF.
020230 7210-EXIT.
020240     EXIT.
020250*****************************************************************
020260*    7300-ADD-RUN-DATE                                          *
020270*                                                                *
020280*    PUTS CVSA-RUN-NEW-DATE IN ITS PLACE IN THE RUN DATE TABLE  *
020290*    UNLESS IT IS ZERO OR ALREADY THERE.                        *
020300*****************************************************************
020310 7300-ADD-RUN-DATE.
020320     IF CVSA-RUN-NEW-DATE = ZERO
020330         GO TO 7300-EXIT
020340     END-IF.
020350     MOVE ZERO TO CVSA-RUN-INSERT-AT.
020360     PERFORM 7310-FIND-RUN-SLOT THRU 7310-EXIT
020370         VARYING CVSA-RUN-INDEX FROM 1 BY 1
020380         UNTIL CVSA-RUN-INDEX > CVSA-RUN-COUNT
020390            OR CVSA-RUN-INSERT-AT > ZERO.
020400     IF CVSA-RUN-INSERT-AT > ZERO
020410         IF CVSA-RUN-DATE-ENTRY(CVSA-RUN-INSERT-AT) =
020420             CVSA-RUN-NEW-DATE
020430             GO TO 7300-EXIT
020440         END-IF
020450     ELSE
020460         COMPUTE CVSA-RUN-INSERT-AT = CVSA-RUN-COUNT + 1
020470     END-IF.
020480     IF CVSA-RUN-COUNT >= CVSA-RUN-MAX
020490         ADD 1 TO CVSA-RUN-OVERFLOW
020500         GO TO 7300-EXIT
020510     END-IF.
020520     PERFORM 7320-SHIFT-RUN-UP THRU 7320-EXIT
020530         VARYING CVSA-RUN-SHIFT FROM CVSA-RUN-COUNT BY -1
020540         UNTIL CVSA-RUN-SHIFT < CVSA-RUN-INSERT-AT.
020550     MOVE CVSA-RUN-NEW-DATE
020560         TO CVSA-RUN-DATE-ENTRY(CVSA-RUN-INSERT-AT).
020570     ADD 1 TO CVSA-RUN-COUNT.
020580 7300-EXIT.
020590     EXIT.
020600*****************************************************************
020610*    7310-FIND-RUN-SLOT                                         *
020620*                                                                *
020630*    THE FIRST ENTRY NOT BEFORE THE NEW DATE.                   *
020640*****************************************************************
020650 7310-FIND-RUN-SLOT.
020660     IF CVSA-RUN-DATE-ENTRY(CVSA-RUN-INDEX) NOT <
020670         CVSA-RUN-NEW-DATE
020680         MOVE CVSA-RUN-INDEX TO CVSA-RUN-INSERT-AT
020690     END-IF.
020700 7310-EXIT.
020710     EXIT.
020720*****************************************************************
020730*    7320-SHIFT-RUN-UP                                          *
020740*****************************************************************
020750 7320-SHIFT-RUN-UP.
020760     IF CVSA-RUN-SHIFT = ZERO
020770         GO TO 7320-EXIT
020780     END-IF.
020790     MOVE CVSA-RUN-DATE-ENTRY(CVSA-RUN-SHIFT)
020800         TO CVSA-RUN-DATE-ENTRY(CVSA-RUN-SHIFT + 1).
020810 7320-EXIT.
020820     EXIT.
020830*****************************************************************
020840*    7400-SET-STAGE-WORD                                        *
020850*****************************************************************
020860 7400-SET-STAGE-WORD.
020870     EVALUATE CVSA-STAGE-CODE
020880         WHEN 'C'
020890             MOVE 'CONTACTED' TO CVSA-STAGE-WORD
020900         WHEN 'I'
020910             MOVE 'INTERVIEWING' TO CVSA-STAGE-WORD
020920         WHEN 'O'
020930             MOVE 'OFFERED' TO CVSA-STAGE-WORD
020940         WHEN 'H'
020950             MOVE 'HIRED' TO CVSA-STAGE-WORD
020960         WHEN 'D'
020970             MOVE 'DECLINED' TO CVSA-STAGE-WORD
020980         WHEN 'W'
020990             MOVE 'WITHDRAWN' TO CVSA-STAGE-WORD
021000         WHEN OTHER
021010             MOVE 'SHORTLISTED' TO CVSA-STAGE-WORD
021020     END-EVALUATE.
021030 7400-EXIT.
021040     EXIT.
021050*****************************************************************
021060*    7500-READ-MASTER                                           *
021070*                                                                *
021080*    READS CVSA-CHECK-ID FROM CVMAST.  THE CALLER TESTS         *
021090*    CVSA-MASTER-STATUS-OK.                                     *
021100*****************************************************************
021110 7500-READ-MASTER.
021120     IF NOT CVSA-MASTER-OPENED
021130         MOVE '35' TO CVSA-MASTER-STATUS
021140         GO TO 7500-EXIT
021150     END-IF.
021160     MOVE CVSA-CHECK-ID TO CVM-CANDIDATE-ID.
021170     READ CVSA-MASTER-FILE.
021180     EVALUATE TRUE
021190         WHEN CVSA-MASTER-STATUS-OK
021200             CONTINUE
021210         WHEN CVSA-MASTER-NOT-FOUND
021220             CONTINUE
021230         WHEN OTHER
021240             DISPLAY 'CV850E - I/O ERROR READING CVMAST.DAT'
021250                 ' STATUS=' CVSA-MASTER-STATUS
021260                 ' CANDIDATE ' CVSA-CHECK-ID
021270             SET CVSA-IO-ERROR-SEEN TO TRUE
021280     END-EVALUATE.
021290 7500-EXIT.
021300     EXIT.
021310*****************************************************************
021320*    7600-READ-REQUISITION                                      *
021330*                                                                *
021340*    THE ROLE TITLE FOR THE PIPELINE LINE - BLANK WHEN THE      *
021350*    REQUISITION IS NOT ON CVREQ.DAT.                           *
021360*****************************************************************
021370 7600-READ-REQUISITION.
021380     MOVE SPACES TO CVR-ROLE-TITLE.
021390     IF NOT CVSA-REQMAST-OPENED
021400         GO TO 7600-EXIT
021410     END-IF.
021420     MOVE CVP-REQ-ID TO CVR-REQ-ID.
021430     READ CVSA-REQMAST-FILE.
021440     EVALUATE TRUE
021450         WHEN CVSA-REQMAST-STATUS-OK
021460             CONTINUE
021470         WHEN CVSA-REQMAST-NOT-FOUND
021480             MOVE SPACES TO CVR-ROLE-TITLE
021490         WHEN OTHER
021500             DISPLAY 'CV850E - I/O ERROR READING CVREQ.DAT'
021510                 ' STATUS=' CVSA-REQMAST-STATUS
021520                 ' REQ ' CVP-REQ-ID
021530             SET CVSA-IO-ERROR-SEEN TO TRUE
021540             MOVE SPACES TO CVR-ROLE-TITLE
021550     END-EVALUATE.
021560 7600-EXIT.
021570     EXIT.
021580*****************************************************************
021590*    7700-SET-ACTION-WORD                                       *
021600*****************************************************************
021610 7700-SET-ACTION-WORD.
021620     EVALUATE TRUE
021630         WHEN CVJ-ACTION-ADD
021640             MOVE 'ADDED' TO CVSA-ACTION-WORD
021650         WHEN CVJ-ACTION-CHANGE
021660             MOVE 'CHANGED' TO CVSA-ACTION-WORD
021670         WHEN CVJ-ACTION-INACTIVATE
021680             MOVE 'INACTIVATED' TO CVSA-ACTION-WORD
021690         WHEN CVJ-ACTION-MERGE
021700             MOVE 'MERGED' TO CVSA-ACTION-WORD
021710         WHEN CVJ-ACTION-CLOSE
021720             MOVE 'CLOSED' TO CVSA-ACTION-WORD
021730         WHEN CVJ-ACTION-STAGE
021740             MOVE 'STAGE CHANGE' TO CVSA-ACTION-WORD
021750         WHEN OTHER
021760             MOVE CVJ-ACTION-CODE TO CVSA-ACTION-WORD
021770     END-EVALUATE.
021780 7700-EXIT.
021790     EXIT.
021800*****************************************************************
021810*    8100-COMPUTE-DAY-NUMBER                                    *
021820*                                                                *
021830*    SERIAL DAY NUMBER FOR THE DATE IN CVSA-DATE-WORK, AS IN    *
021840*    CV810 - ZERO WHEN IT IS NOT A DATE.                        *
021850*****************************************************************
021860 8100-COMPUTE-DAY-NUMBER.
021870     MOVE ZERO TO CVSA-DAY-NUMBER.
021880     IF CVSA-DATE-WORK NOT NUMERIC
021890         GO TO 8100-EXIT
021900     END-IF.
021910     IF CVSA-DATE-WORK-MONTH < 01
021920         OR CVSA-DATE-WORK-MONTH > 12
021930         GO TO 8100-EXIT
021940     END-IF.
021950     COMPUTE CVSA-DAY-YEAR-WORK = CVSA-DATE-WORK-YEAR - 1.
021960     DIVIDE CVSA-DAY-YEAR-WORK BY 4 GIVING CVSA-DAY-LEAP-4.
021970     DIVIDE CVSA-DAY-YEAR-WORK BY 100 GIVING CVSA-DAY-LEAP-100.
021980     DIVIDE CVSA-DAY-YEAR-WORK BY 400 GIVING CVSA-DAY-LEAP-400.
021990     COMPUTE CVSA-DAY-LEAP-WORK =
022000         CVSA-DAY-LEAP-4 - CVSA-DAY-LEAP-100 + CVSA-DAY-LEAP-400.
022010     COMPUTE CVSA-DAY-NUMBER =
022020         CVSA-DAY-YEAR-WORK * 365
022030         + CVSA-DAY-LEAP-WORK
022040         + CVSA-MONTH-DAYS(CVSA-DATE-WORK-MONTH)
022050         + CVSA-DATE-WORK-DAY.
022060     IF CVSA-DATE-WORK-MONTH > 02
022070         DIVIDE CVSA-DATE-WORK-YEAR BY 4
022080             GIVING CVSA-DAY-YEAR-WORK
022090             REMAINDER CVSA-DAY-LEAP-WORK
022100         IF CVSA-DAY-LEAP-WORK = ZERO
022110             DIVIDE CVSA-DATE-WORK-YEAR BY 100
022120                 GIVING CVSA-DAY-YEAR-WORK
022130                 REMAINDER CVSA-DAY-LEAP-WORK
022140             IF CVSA-DAY-LEAP-WORK NOT = ZERO
022150                 ADD 1 TO CVSA-DAY-NUMBER
022160             ELSE
022170                 DIVIDE CVSA-DATE-WORK-YEAR BY 400
022180                     GIVING CVSA-DAY-YEAR-WORK
022190                     REMAINDER CVSA-DAY-LEAP-WORK
022200                 IF CVSA-DAY-LEAP-WORK = ZERO
022210                     ADD 1 TO CVSA-DAY-NUMBER
022220                 END-IF
022230             END-IF
022240         END-IF
022250     END-IF.
022260 8100-EXIT.
022270     EXIT.
022280*****************************************************************
022290*    9900-RAISE-CONDITION                                       *
022300*****************************************************************
022310 9900-RAISE-CONDITION.
022320     IF CVSA-RAISE-CC-VALUE > CVSA-CONDITION-CODE
022330         MOVE CVSA-RAISE-CC-VALUE TO CVSA-CONDITION-CODE
022340     END-IF.
022350 9900-EXIT.
022360     EXIT.
022370*****************************************************************
022380*    9999-TERMINATE                                             *
022390*****************************************************************
022400 9999-TERMINATE.
022410     IF CVSA-DOC-OPENED
022420         CLOSE CVSA-DOC-FILE
022430     END-IF.
022440     IF CVSA-REQUEST-OPENED
022450         CLOSE CVSA-REQUEST-FILE
022460     END-IF.
022470     IF CVSA-LOG-OPENED
022480         CLOSE CVSA-LOG-FILE
022490     END-IF.
022500     IF CVSA-MASTER-OPENED
022510         CLOSE CVSA-MASTER-FILE
022520     END-IF.
022530     IF CVSA-HISTORY-OPENED
022540         CLOSE CVSA-HISTORY-FILE
022550     END-IF.
022560     IF CVSA-INQUIRY-OPENED
022570         CLOSE CVSA-INQUIRY-FILE
022580     END-IF.
022590     IF CVSA-REQMAST-OPENED
022600         CLOSE CVSA-REQMAST-FILE
022610     END-IF.
022620     IF CVSA-IO-ERROR-SEEN
022630         MOVE 12 TO CVSA-RAISE-CC-VALUE
022640         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
022650     END-IF.
022660     DISPLAY 'CV850 - SUBJECT ACCESS REQUEST RUN SUMMARY'.
022670     DISPLAY '  REQUESTS READ        : ' CVSA-REQUESTS-READ.
022680     DISPLAY '  FULFILLED            : ' CVSA-FULFILLED-COUNT.
022690     DISPLAY '  OF WHICH LATE        : ' CVSA-LATE-COUNT.
022700     DISPLAY '  OF WHICH NO DATA HELD: ' CVSA-NO-DATA-COUNT.
022710     DISPLAY '  ALREADY ON THE LOG   : ' CVSA-ALREADY-COUNT.
022720     DISPLAY '  LINES IGNORED        : ' CVSA-IGNORED-COUNT.
022730     DISPLAY 'CV850 - ENDING WITH CONDITION CODE '
022740         CVSA-CONDITION-CODE.
022750     MOVE CVSA-CONDITION-CODE TO RETURN-CODE.
022760 9999-EXIT.
022770     EXIT.
