000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV830.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - BATCH SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV830 - CANDIDATE CONSENT RUN.                              *
000100*                                                               *
000110*   WE MAY KEEP A CANDIDATE'S CV ONLY WHILE WE HOLD THEIR       *
000120*   CONSENT.  CV200 RECORDS THE CONSENT-GIVEN AND CONSENT-      *
000130*   EXPIRY DATES ON CVMAST; THIS RUN READS EVERY MASTER AND -   *
000140*                                                               *
000150*     LISTS ON CVRENEW.TXT, WITH NAME AND EMAIL, EACH           *
000160*     CANDIDATE WHOSE CONSENT EXPIRES WITHIN THE RENEWAL        *
000170*     WINDOW, SO THE RENEWAL REQUESTS CAN GO OUT.               *
000180*                                                               *
000190*     QUEUES EACH CANDIDATE WHOSE CONSENT HAS LAPSED (EXPIRY    *
000200*     BEFORE THE RUN DATE) FOR ERASURE BY ADDING A LINE TO      *
000210*     CVERASE.TXT - CANDIDATE-ID|REQUESTED-BY - FOR THE NEXT    *
000220*     CV100 RUN TO PURGE.  THE REQUESTER IS GIVEN AS CV830      *
000230*     CONSENT LAPSED WITH THE EXPIRY DATE, SO THE PURGE         *
000240*     CERTIFICATE SHOWS WHY.                                    *
000250*                                                               *
000260*     LISTS ON CVCONREV.TXT INSTEAD EACH LAPSED CANDIDATE WITH  *
000270*     LIVE PIPELINE ACTIVITY - A CVPIPE RECORD NOT DECLINED OR  *
000280*     WITHDRAWN ON A REQUISITION THAT IS STILL OPEN OR NOT ON   *
000290*     CVREQ.DAT, AS CV810 RECKONS IT - FOR A RECRUITER TO       *
000300*     RENEW OR CLOSE OFF BY HAND.                               *
000310*                                                               *
000320*   THE WINDOW COMES FROM CVCONSNT.TXT, KEY=VALUE, '*' IN       *
000330*   COLUMN 1 FOR A COMMENT -                                    *
000340*                                                               *
000350*       RENEWAL-WINDOW-DAYS=NNNNN                               *
000360*                                                               *
000370*   AND IS 30 DAYS WITHOUT IT.                                  *
000380*                                                               *
000390*   NOTHING IS QUEUED TWICE - A CANDIDATE ALREADY IN            *
000400*   CVERASE.TXT, OR WITH NO NODES LEFT ON CVHIST.DAT, IS ONLY   *
000410*   COUNTED.  CV100 NEVER EMPTIES CVERASE.TXT, SO EACH RUN      *
000420*   FIRST WRITES IT BACK WITHOUT THE REQUESTS WHOSE CANDIDATE   *
000430*   HAS NO NODES LEFT - CV100 HAS ALREADY CARRIED THEM OUT.     *
000440*   ONLY THE REQUESTS STILL PENDING COUNT TOWARD THE 100 CV100  *
000450*   TAKES A RUN, SO THE FILE IS NEVER FILLED PAST THAT; A       *
000460*   LAPSED CANDIDATE THAT DOES NOT FIT GOES ON THE REVIEW LIST  *
000470*   AS DEFERRED AND IS QUEUED BY A LATER RUN, ONCE CV100 HAS    *
000480*   WORKED THE QUEUE DOWN.  A MERGED MASTER IS PASSED OVER -    *
000490*   ITS NODES NOW BELONG TO THE SURVIVOR, WHOSE CONSENT         *
000500*   GOVERNS.  A MASTER WITH NO CONSENT RECORDED IS COUNTED AND  *
000510*   LEFT ALONE.  NOTHING ON CVMAST IS CHANGED.                  *
000520*                                                               *
000530*   IF THE PIPELINE CANNOT BE READ IN FULL, NO ERASURE IS       *
000540*   QUEUED THIS RUN - EVERY LAPSED CANDIDATE GOES ON THE        *
000550*   REVIEW LIST.  RUN BEFORE CV100, AND NOT ALONGSIDE CV600.    *
000560*                                                               *
000570*   CONDITION CODES FOLLOW CV100 - 0 CLEAN, 4 WARNINGS (A       *
000580*   PARAMETER LINE IGNORED, CANDIDATES LEFT FOR REVIEW), 8 NO   *
000590*   ERASURES QUEUED (LIVE TABLE FULL), 12 I/O ERROR.            *
000600*                                                               *
000610*   MODIFICATION HISTORY.                                      *
000620*       2026-10-15  RM  ORIGINAL VERSION.                      *
000630*       2026-10-15  RM  CVERASE.TXT WRITTEN BACK EACH RUN      *
000640*                       WITHOUT THE REQUESTS CV100 HAS CARRIED *
000650*                       OUT, SO ONLY PENDING ONES COUNT TOWARD *
000660*                       THE 100 LIMIT.                         *
000670*                                                               *
000680*****************************************************************
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT CVCN-PARM-FILE
000730         ASSIGN TO 'CVCONSNT.TXT'
000740         ORGANIZATION LINE SEQUENTIAL
000750         FILE STATUS IS CVCN-PARM-STATUS.
000760     SELECT CVCN-MASTER-FILE
000770         ASSIGN TO 'CVMAST.DAT'
000780         ORGANIZATION INDEXED
000790         ACCESS SEQUENTIAL
000800         RECORD KEY CVM-CANDIDATE-ID
000810         FILE STATUS IS CVCN-MASTER-STATUS.
000820     SELECT CVCN-PIPE-FILE
000830         ASSIGN TO 'CVPIPE.DAT'
000840         ORGANIZATION INDEXED
000850         ACCESS SEQUENTIAL
000860         RECORD KEY CVP-RECORD-KEY
000870         FILE STATUS IS CVCN-PIPE-STATUS.
000880     SELECT CVCN-REQMAST-FILE
000890         ASSIGN TO 'CVREQ.DAT'
000900         ORGANIZATION INDEXED
000910         ACCESS RANDOM
000920         RECORD KEY CVR-REQ-ID
000930         FILE STATUS IS CVCN-REQMAST-STATUS.
000940     SELECT CVCN-HISTORY-FILE
000950         ASSIGN TO 'CVHIST.DAT'
000960         ORGANIZATION INDEXED
000970         ACCESS DYNAMIC
000980         RECORD KEY CVH-RECORD-KEY
000990         FILE STATUS IS CVCN-HISTORY-STATUS.
001000     SELECT CVCN-ERASE-FILE
001010         ASSIGN TO 'CVERASE.TXT'
001020         ORGANIZATION LINE SEQUENTIAL
001030         FILE STATUS IS CVCN-ERASE-STATUS.
001040     SELECT CVCN-RENEW-FILE
001050         ASSIGN TO 'CVRENEW.TXT'
001060         ORGANIZATION LINE SEQUENTIAL
001070         FILE STATUS IS CVCN-RENEW-STATUS.
001080     SELECT CVCN-REVIEW-FILE
001090         ASSIGN TO 'CVCONREV.TXT'
001100         ORGANIZATION LINE SEQUENTIAL
001110         FILE STATUS IS CVCN-REVIEW-STATUS.
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  CVCN-PARM-FILE.
001150 01  CVCN-PARM-LINE              PIC X(80).
001160 FD  CVCN-MASTER-FILE.
001170 01  CVCN-MASTER-RECORD.
001180     COPY CVMAST.
001190 FD  CVCN-PIPE-FILE.
001200 01  CVCN-PIPE-RECORD.
001210     COPY CVPIPE.
001220 FD  CVCN-REQMAST-FILE.
001230 01  CVCN-REQMAST-RECORD.
001240     COPY CVREQ.
001250 FD  CVCN-HISTORY-FILE.
001260 01  CVCN-HISTORY-RECORD.
001270     COPY CVHIST.
001280 FD  CVCN-ERASE-FILE.
001290 01  CVCN-ERASE-LINE             PIC X(80).
001300 FD  CVCN-RENEW-FILE.
001310 01  CVCN-RENEW-LINE             PIC X(132).
001320 FD  CVCN-REVIEW-FILE.
001330 01  CVCN-REVIEW-LINE            PIC X(132).
001340 WORKING-STORAGE SECTION.
001350 77  CVCN-PARM-STATUS            PIC X(02) VALUE '00'.
001360     88  CVCN-PARM-FOUND             VALUE '00'.
001370     88  CVCN-PARM-MISSING           VALUE '35'.
001380 77  CVCN-MASTER-STATUS          PIC X(02) VALUE '00'.
001390     88  CVCN-MASTER-STATUS-OK       VALUE '00'.
001400     88  CVCN-MASTER-AT-END          VALUE '10'.
001410     88  CVCN-MASTER-ABSENT          VALUE '35'.
001420 77  CVCN-PIPE-STATUS            PIC X(02) VALUE '00'.
001430     88  CVCN-PIPE-STATUS-OK         VALUE '00'.
001440     88  CVCN-PIPE-AT-END            VALUE '10'.
001450     88  CVCN-PIPE-ABSENT            VALUE '35'.
001460 77  CVCN-REQMAST-STATUS         PIC X(02) VALUE '00'.
001470     88  CVCN-REQMAST-STATUS-OK      VALUE '00'.
001480     88  CVCN-REQMAST-NOT-FOUND      VALUE '23'.
001490     88  CVCN-REQMAST-ABSENT         VALUE '35'.
001500 77  CVCN-HISTORY-STATUS         PIC X(02) VALUE '00'.
001510     88  CVCN-HISTORY-STATUS-OK      VALUE '00'.
001520     88  CVCN-HISTORY-AT-END         VALUE '10'.
001530     88  CVCN-HISTORY-NOT-FOUND      VALUE '23'.
001540     88  CVCN-HISTORY-ABSENT         VALUE '35'.
001550 77  CVCN-ERASE-STATUS           PIC X(02) VALUE '00'.
001560     88  CVCN-ERASE-STATUS-OK        VALUE '00'.
001570     88  CVCN-ERASE-MISSING          VALUE '35'.
001580 77  CVCN-RENEW-STATUS           PIC X(02) VALUE '00'.
001590     88  CVCN-RENEW-OPEN-OK          VALUE '00'.
001600 77  CVCN-REVIEW-STATUS          PIC X(02) VALUE '00'.
001610     88  CVCN-REVIEW-OPEN-OK         VALUE '00'.
001620 77  CVCN-PARM-EOF-SWITCH        PIC X(01) VALUE 'N'.
001630     88  CVCN-PARM-EOF               VALUE 'Y'.
001640 77  CVCN-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
001650     88  CVCN-MASTER-EOF             VALUE 'Y'.
001660 77  CVCN-PIPE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001670     88  CVCN-PIPE-EOF               VALUE 'Y'.
001680 77  CVCN-ERASE-EOF-SWITCH       PIC X(01) VALUE 'N'.
001690     88  CVCN-ERASE-EOF              VALUE 'Y'.
001700 77  CVCN-MASTER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001710     88  CVCN-MASTER-OPENED          VALUE 'Y'.
001720 77  CVCN-REQMAST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001730     88  CVCN-REQMAST-OPENED         VALUE 'Y'.
001740 77  CVCN-HISTORY-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001750     88  CVCN-HISTORY-OPENED         VALUE 'Y'.
001760 77  CVCN-ERASE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001770     88  CVCN-ERASE-OPENED           VALUE 'Y'.
001780 77  CVCN-RENEW-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001790     88  CVCN-RENEW-OPENED           VALUE 'Y'.
001800 77  CVCN-REVIEW-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001810     88  CVCN-REVIEW-OPENED          VALUE 'Y'.
001820 77  CVCN-RUN-READY-SWITCH       PIC X(01) VALUE 'N'.
001830     88  CVCN-RUN-READY              VALUE 'Y'.
001840 77  CVCN-ERASE-ALLOWED-SWITCH   PIC X(01) VALUE 'N'.
001850     88  CVCN-ERASE-ALLOWED          VALUE 'Y'.
001860 77  CVCN-REQ-FOUND-SWITCH       PIC X(01) VALUE 'N'.
001870     88  CVCN-REQ-FOUND              VALUE 'Y'.
001880 77  CVCN-PIPE-LIVE-SWITCH       PIC X(01) VALUE 'N'.
001890     88  CVCN-PIPE-IS-LIVE           VALUE 'Y'.
001900 77  CVCN-NODES-HELD-SWITCH      PIC X(01) VALUE 'N'.
001910     88  CVCN-NODES-HELD             VALUE 'Y'.
001920 77  CVCN-WINDOW-DAYS            PIC 9(05) VALUE 30.
001930 77  CVCN-PARM-KEY               PIC X(30).
001940 77  CVCN-PARM-VALUE             PIC X(40).
001950 77  CVCN-PARM-DIGITS            PIC X(10).
001960 77  CVCN-PARM-LENGTH            PIC 9(02) COMP VALUE ZERO.
001970 77  CVCN-PARM-NUMBER            PIC 9(05) VALUE ZERO.
001980 77  CVCN-RUN-DATE               PIC 9(08).
001990 77  CVCN-RUN-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
002000 77  CVCN-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
002010 77  CVCN-DAYS-LEFT              PIC S9(07) COMP VALUE ZERO.
002020 77  CVCN-DAY-YEAR-WORK          PIC 9(07) COMP VALUE ZERO.
002030 77  CVCN-DAY-LEAP-WORK          PIC 9(07) COMP VALUE ZERO.
002040 77  CVCN-DAY-LEAP-4             PIC 9(07) COMP VALUE ZERO.
002050 77  CVCN-DAY-LEAP-100           PIC 9(07) COMP VALUE ZERO.
002060 77  CVCN-DAY-LEAP-400           PIC 9(07) COMP VALUE ZERO.
002070 77  CVCN-EXPIRY-DATE            PIC 9(08) VALUE ZERO.
002080 77  CVCN-CHECK-ID               PIC X(10) VALUE SPACES.
002090 77  CVCN-FOUND-INDEX            PIC 9(05) COMP VALUE ZERO.
002100 77  CVCN-ERASE-FIELD-ID         PIC X(10).
002110 77  CVCN-REQUESTED-BY           PIC X(30).
002120 77  CVCN-REVIEW-REASON          PIC X(30).
002130 77  CVCN-STATUS-WORD            PIC X(08).
002140 77  CVCN-DAYS-TEXT              PIC 9(05).
002150 77  CVCN-COUNT-TEXT             PIC 9(07).
002160 77  CVCN-MASTERS-READ           PIC 9(07) COMP VALUE ZERO.
002170 77  CVCN-NO-CONSENT-COUNT       PIC 9(07) COMP VALUE ZERO.
002180 77  CVCN-MERGED-COUNT           PIC 9(07) COMP VALUE ZERO.
002190 77  CVCN-RENEW-COUNT            PIC 9(07) COMP VALUE ZERO.
002200 77  CVCN-LAPSED-COUNT           PIC 9(07) COMP VALUE ZERO.
002210 77  CVCN-QUEUED-COUNT           PIC 9(07) COMP VALUE ZERO.
002220 77  CVCN-ALREADY-COUNT          PIC 9(07) COMP VALUE ZERO.
002230 77  CVCN-NO-NODES-COUNT         PIC 9(07) COMP VALUE ZERO.
002240 77  CVCN-REVIEW-COUNT           PIC 9(07) COMP VALUE ZERO.
002250 77  CVCN-DEFERRED-COUNT         PIC 9(07) COMP VALUE ZERO.
002260 77  CVCN-CLEARED-COUNT          PIC 9(07) COMP VALUE ZERO.
002270 77  CVCN-CONDITION-CODE         PIC 9(02) COMP VALUE ZERO.
002280 77  CVCN-RAISE-CC-VALUE         PIC 9(02) COMP VALUE ZERO.
002290 77  CVCN-IO-ERROR-SWITCH        PIC X(01) VALUE 'N'.
002300     88  CVCN-IO-ERROR-SEEN          VALUE 'Y'.
002310*
002320*    CANDIDATES WITH LIVE PIPELINE ACTIVITY, TABLED FROM CVPIPE
002330*    BEFORE ANY ERASURE IS QUEUED.
002340*
002350 77  CVCN-LIVE-COUNT             PIC 9(05) COMP VALUE ZERO.
002360 77  CVCN-LIVE-MAX               PIC 9(05) COMP VALUE 20000.
002370 77  CVCN-LIVE-INDEX             PIC 9(05) COMP VALUE ZERO.
002380 01  CVCN-LIVE-AREA.
002390     03  CVCN-LIVE-ID            PIC X(10) OCCURS 20000 TIMES.
002400*
002410*    THE ERASURE REQUESTS IN CVERASE.TXT, TABLED WHOLE SO THE
002420*    FILE CAN BE WRITTEN BACK WITHOUT THOSE CV100 HAS CARRIED
002430*    OUT.  ONLY THE PENDING ONES COUNT AGAINST THE 100 CV100
002440*    TAKES A RUN.
002450*
002460 77  CVCN-QUEUE-COUNT            PIC 9(05) COMP VALUE ZERO.
002470 77  CVCN-QUEUE-MAX              PIC 9(05) COMP VALUE 1000.
002480 77  CVCN-QUEUE-INDEX            PIC 9(05) COMP VALUE ZERO.
002490 77  CVCN-PENDING-COUNT          PIC 9(05) COMP VALUE ZERO.
002500 77  CVCN-PENDING-MAX            PIC 9(05) COMP VALUE 100.
002510 77  CVCN-QUEUE-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
002520     88  CVCN-QUEUE-OVERFLOWED       VALUE 'Y'.
002530 01  CVCN-QUEUE-AREA.
002540     03  CVCN-QUEUE-ENTRY OCCURS 1000 TIMES.
002550         05  CVCN-QUEUE-ID       PIC X(10).
002560         05  CVCN-QUEUE-LINE     PIC X(80).
002570*
002580*    DATE WORK AREA AND THE CUMULATIVE DAYS BEFORE EACH MONTH,
002590*    FOR THE SERIAL DAY NUMBER THE DAYS TO EXPIRY ARE COUNTED
002600*    IN - AS IN CV810.
002610*
002620 01  CVCN-DATE-WORK-AREA.
002630     03  CVCN-DATE-WORK          PIC X(08).
002640     03  CVCN-DATE-WORK-N REDEFINES CVCN-DATE-WORK
002650                                 PIC 9(08).
002660     03  FILLER REDEFINES CVCN-DATE-WORK.
002670         05  CVCN-DATE-WORK-YEAR PIC 9(04).
002680         05  CVCN-DATE-WORK-MONTH
002690                                 PIC 9(02).
002700         05  CVCN-DATE-WORK-DAY  PIC 9(02).
002710 01  CVCN-MONTH-DAYS-AREA.
002720     03  CVCN-MONTH-DAYS-VALUES.
002730         05  FILLER              PIC 9(03) VALUE 000.
002740         05  FILLER              PIC 9(03) VALUE 031.
002750         05  FILLER              PIC 9(03) VALUE 059.
002760         05  FILLER              PIC 9(03) VALUE 090.
002770         05  FILLER              PIC 9(03) VALUE 120.
002780         05  FILLER              PIC 9(03) VALUE 151.
002790         05  FILLER              PIC 9(03) VALUE 181.
002800         05  FILLER              PIC 9(03) VALUE 212.
002810         05  FILLER              PIC 9(03) VALUE 243.
002820         05  FILLER              PIC 9(03) VALUE 273.
002830         05  FILLER              PIC 9(03) VALUE 304.
002840         05  FILLER              PIC 9(03) VALUE 334.
002850     03  FILLER REDEFINES CVCN-MONTH-DAYS-VALUES.
002860         05  CVCN-MONTH-DAYS OCCURS 12 TIMES
002870                                 PIC 9(03).
002880 PROCEDURE DIVISION.
002890*****************************************************************
002900*    0000-MAINLINE                                              *
002910*****************************************************************
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940     IF CVCN-RUN-READY
002950         PERFORM 2000-BUILD-LIVE-TABLE THRU 2000-EXIT
002960         PERFORM 3000-LOAD-ERASE-QUEUE THRU 3000-EXIT
002970         PERFORM 4000-SCAN-MASTERS THRU 4000-EXIT
002980         PERFORM 8900-WRITE-LIST-TOTALS THRU 8900-EXIT
002990     END-IF.
003000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003010     GOBACK.
003020*****************************************************************
003030*    1000-INITIALIZE                                            *
003040*                                                                *
003050*    BOTH LISTS ARE REWRITTEN EVERY RUN.  WITHOUT THEM, OR      *
003060*    WITHOUT CVMAST, THERE IS NOTHING TO DO.                    *
003070*****************************************************************
003080 1000-INITIALIZE.
003090     ACCEPT CVCN-RUN-DATE FROM DATE YYYYMMDD.
003100     MOVE CVCN-RUN-DATE TO CVCN-DATE-WORK-N.
003110     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
003120     MOVE CVCN-DAY-NUMBER TO CVCN-RUN-DAY-NUMBER.
003130     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
003140     OPEN OUTPUT CVCN-RENEW-FILE.
003150     IF NOT CVCN-RENEW-OPEN-OK
003160         DISPLAY 'CV830E - CANNOT OPEN CVRENEW.TXT STATUS='
003170             CVCN-RENEW-STATUS ' - NOTHING DONE'
003180         SET CVCN-IO-ERROR-SEEN TO TRUE
003190         GO TO 1000-EXIT
003200     END-IF.
003210     SET CVCN-RENEW-OPENED TO TRUE.
003220     OPEN OUTPUT CVCN-REVIEW-FILE.
003230     IF NOT CVCN-REVIEW-OPEN-OK
003240         DISPLAY 'CV830E - CANNOT OPEN CVCONREV.TXT STATUS='
003250             CVCN-REVIEW-STATUS ' - NOTHING DONE'
003260         SET CVCN-IO-ERROR-SEEN TO TRUE
003270         GO TO 1000-EXIT
003280     END-IF.
003290     SET CVCN-REVIEW-OPENED TO TRUE.
003300     PERFORM 1100-WRITE-LIST-HEADINGS THRU 1100-EXIT.
003310     OPEN INPUT CVCN-MASTER-FILE.
003320     EVALUATE TRUE
003330         WHEN CVCN-MASTER-STATUS-OK
003340             SET CVCN-MASTER-OPENED TO TRUE
003350         WHEN CVCN-MASTER-ABSENT
003360             DISPLAY 'CV830W - CVMAST.DAT NOT FOUND - NO'
003370                 ' CANDIDATES TO CHECK'
003380             GO TO 1000-EXIT
003390         WHEN OTHER
003400             DISPLAY 'CV830E - I/O ERROR OPENING CVMAST.DAT'
003410                 ' STATUS=' CVCN-MASTER-STATUS
003420             SET CVCN-IO-ERROR-SEEN TO TRUE
003430             GO TO 1000-EXIT
003440     END-EVALUATE.
003450     OPEN INPUT CVCN-HISTORY-FILE.
003460     EVALUATE TRUE
003470         WHEN CVCN-HISTORY-STATUS-OK
003480             SET CVCN-HISTORY-OPENED TO TRUE
003490         WHEN CVCN-HISTORY-ABSENT
003500             CONTINUE
003510         WHEN OTHER
003520             DISPLAY 'CV830E - I/O ERROR OPENING CVHIST.DAT'
003530                 ' STATUS=' CVCN-HISTORY-STATUS
003540             SET CVCN-IO-ERROR-SEEN TO TRUE
003550     END-EVALUATE.
003560     SET CVCN-RUN-READY TO TRUE.
003570 1000-EXIT.
003580     EXIT.
003590*****************************************************************
003600*    1050-LOAD-PARAMETERS                                       *
003610*****************************************************************
003620 1050-LOAD-PARAMETERS.
003630     OPEN INPUT CVCN-PARM-FILE.
003640     EVALUATE TRUE
003650         WHEN CVCN-PARM-FOUND
003660             CONTINUE
003670         WHEN CVCN-PARM-MISSING
003680             GO TO 1050-EXIT
003690         WHEN OTHER
003700             DISPLAY 'CV830E - I/O ERROR OPENING CVCONSNT.TXT'
003710                 ' STATUS=' CVCN-PARM-STATUS
003720             SET CVCN-IO-ERROR-SEEN TO TRUE
003730             GO TO 1050-EXIT
003740     END-EVALUATE.
003750     READ CVCN-PARM-FILE
003760         AT END SET CVCN-PARM-EOF TO TRUE
003770     END-READ.
003780     PERFORM 1060-APPLY-PARAMETER THRU 1060-EXIT
003790         UNTIL CVCN-PARM-EOF.
003800     CLOSE CVCN-PARM-FILE.
003810 1050-EXIT.
003820     EXIT.
003830*****************************************************************
003840*    1060-APPLY-PARAMETER                                       *
003850*                                                                *
003860*    THE WINDOW IS ONE TO FIVE DIGITS OF DAYS.  ZERO IS ALLOWED *
003870*    AND LISTS ONLY THOSE EXPIRING ON THE RUN DATE.             *
003880*****************************************************************
003890 1060-APPLY-PARAMETER.
003900     IF CVCN-PARM-LINE = SPACES
003910         OR CVCN-PARM-LINE(1:1) = '*'
003920         GO TO 1060-READ-NEXT
003930     END-IF.
003940     MOVE SPACES TO CVCN-PARM-KEY.
003950     MOVE SPACES TO CVCN-PARM-VALUE.
003960     MOVE SPACES TO CVCN-PARM-DIGITS.
003970     MOVE ZERO TO CVCN-PARM-LENGTH.
003980     UNSTRING CVCN-PARM-LINE DELIMITED BY '='
003990         INTO CVCN-PARM-KEY CVCN-PARM-VALUE.
004000     UNSTRING CVCN-PARM-VALUE DELIMITED BY SPACE
004010         INTO CVCN-PARM-DIGITS COUNT IN CVCN-PARM-LENGTH.
004020     IF CVCN-PARM-LENGTH < 1
004030         OR CVCN-PARM-LENGTH > 5
004040         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
004050         GO TO 1060-READ-NEXT
004060     END-IF.
004070     IF CVCN-PARM-DIGITS(1:CVCN-PARM-LENGTH) NOT NUMERIC
004080         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
004090         GO TO 1060-READ-NEXT
004100     END-IF.
004110     MOVE CVCN-PARM-DIGITS(1:CVCN-PARM-LENGTH)
004120         TO CVCN-PARM-NUMBER.
004130     IF CVCN-PARM-KEY = 'RENEWAL-WINDOW-DAYS'
004140         MOVE CVCN-PARM-NUMBER TO CVCN-WINDOW-DAYS
004150     ELSE
004160         PERFORM 1070-REJECT-PARAMETER THRU 1070-EXIT
004170     END-IF.
004180 1060-READ-NEXT.
004190     READ CVCN-PARM-FILE
004200         AT END SET CVCN-PARM-EOF TO TRUE
004210     END-READ.
004220 1060-EXIT.
004230     EXIT.
004240*****************************************************************
004250*    1070-REJECT-PARAMETER                                      *
004260*****************************************************************
004270 1070-REJECT-PARAMETER.
004280     DISPLAY 'CV830W - PARAMETER LINE IGNORED - '
004290         CVCN-PARM-LINE(1:50).
004300     MOVE 4 TO CVCN-RAISE-CC-VALUE.
004310     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
004320 1070-EXIT.
004330     EXIT.
004340*****************************************************************
004350*    1100-WRITE-LIST-HEADINGS                                   *
004360*****************************************************************
004370 1100-WRITE-LIST-HEADINGS.
004380     MOVE CVCN-WINDOW-DAYS TO CVCN-DAYS-TEXT.
004390     MOVE SPACES TO CVCN-RENEW-LINE.
004400     STRING 'CV830 - CONSENT RENEWALS DUE    RUN DATE '
004410                DELIMITED BY SIZE
004420            CVCN-RUN-DATE DELIMITED BY SIZE
004430            '    WINDOW ' DELIMITED BY SIZE
004440            CVCN-DAYS-TEXT DELIMITED BY SIZE
004450            ' DAYS' DELIMITED BY SIZE
004460         INTO CVCN-RENEW-LINE.
004470     WRITE CVCN-RENEW-LINE.
004480     MOVE SPACES TO CVCN-RENEW-LINE.
004490     WRITE CVCN-RENEW-LINE.
004500     MOVE SPACES TO CVCN-RENEW-LINE.
004510     STRING 'CANDIDATE  NAME                           '
004520                DELIMITED BY SIZE
004530            'EMAIL                                    '
004540                DELIMITED BY SIZE
004550            'EXPIRES   DAYS  STATUS' DELIMITED BY SIZE
004560         INTO CVCN-RENEW-LINE.
004570     WRITE CVCN-RENEW-LINE.
004580     MOVE SPACES TO CVCN-REVIEW-LINE.
004590     STRING 'CV830 - LAPSED CONSENT FOR REVIEW    RUN DATE '
004600                DELIMITED BY SIZE
004610            CVCN-RUN-DATE DELIMITED BY SIZE
004620         INTO CVCN-REVIEW-LINE.
004630     WRITE CVCN-REVIEW-LINE.
004640     MOVE SPACES TO CVCN-REVIEW-LINE.
004650     WRITE CVCN-REVIEW-LINE.
004660     MOVE SPACES TO CVCN-REVIEW-LINE.
004670     STRING 'CANDIDATE  NAME                           '
004680                DELIMITED BY SIZE
004690            'EMAIL                                    '
004700                DELIMITED BY SIZE
004710            'EXPIRED   REASON' DELIMITED BY SIZE
004720         INTO CVCN-REVIEW-LINE.
004730     WRITE CVCN-REVIEW-LINE.
004740 1100-EXIT.
004750     EXIT.
004760*****************************************************************
004770*    2000-BUILD-LIVE-TABLE                                      *
004780*                                                                *
004790*    TABLES EVERY CANDIDATE WITH LIVE PIPELINE ACTIVITY.  NO    *
004800*    PIPELINE YET MEANS NO ACTIVITY.  A MISSING CVREQ LEAVES    *
004810*    EVERY RECORD NOT DECLINED OR WITHDRAWN LOOKING LIVE, WHICH *
004820*    ERRS ON THE SIDE OF KEEPING.  ERASURES ARE ALLOWED ONLY    *
004830*    ONCE THE WHOLE PIPELINE HAS BEEN READ.                     *
004840*****************************************************************
004850 2000-BUILD-LIVE-TABLE.
004860     MOVE ZERO TO CVCN-LIVE-COUNT.
004870     OPEN INPUT CVCN-PIPE-FILE.
004880     EVALUATE TRUE
004890         WHEN CVCN-PIPE-STATUS-OK
004900             CONTINUE
004910         WHEN CVCN-PIPE-ABSENT
004920             SET CVCN-ERASE-ALLOWED TO TRUE
004930             GO TO 2000-EXIT
004940         WHEN OTHER
004950             DISPLAY 'CV830E - I/O ERROR OPENING CVPIPE.DAT'
004960                 ' STATUS=' CVCN-PIPE-STATUS
004970             SET CVCN-IO-ERROR-SEEN TO TRUE
004980             GO TO 2000-CHECK-ALLOWED
004990     END-EVALUATE.
005000     SET CVCN-ERASE-ALLOWED TO TRUE.
005010     PERFORM 2050-OPEN-REQMAST THRU 2050-EXIT.
005020     MOVE 'N' TO CVCN-PIPE-EOF-SWITCH.
005030     PERFORM 2110-READ-PIPE-NEXT THRU 2110-EXIT.
005040     PERFORM 2100-TABLE-ONE-PIPE THRU 2100-EXIT
005050         UNTIL CVCN-PIPE-EOF.
005060     CLOSE CVCN-PIPE-FILE.
005070     IF CVCN-REQMAST-OPENED
005080         CLOSE CVCN-REQMAST-FILE
005090         MOVE 'N' TO CVCN-REQMAST-OPEN-SWITCH
005100     END-IF.
005110     IF CVCN-IO-ERROR-SEEN
005120         MOVE 'N' TO CVCN-ERASE-ALLOWED-SWITCH
005130     END-IF.
005140 2000-CHECK-ALLOWED.
005150     IF NOT CVCN-ERASE-ALLOWED
005160         DISPLAY 'CV830E - PIPELINE NOT READ IN FULL - NO'
005170             ' ERASURES QUEUED THIS RUN'
005180     END-IF.
005190 2000-EXIT.
005200     EXIT.
005210*****************************************************************
005220*    2050-OPEN-REQMAST                                          *
005230*****************************************************************
005240 2050-OPEN-REQMAST.
005250     OPEN INPUT CVCN-REQMAST-FILE.
005260     EVALUATE TRUE
005270         WHEN CVCN-REQMAST-STATUS-OK
005280             SET CVCN-REQMAST-OPENED TO TRUE
005290         WHEN CVCN-REQMAST-ABSENT
005300             CONTINUE
005310         WHEN OTHER
005320             DISPLAY 'CV830E - I/O ERROR OPENING CVREQ.DAT'
005330                 ' STATUS=' CVCN-REQMAST-STATUS
005340             SET CVCN-IO-ERROR-SEEN TO TRUE
005350     END-EVALUATE.
005360 2050-EXIT.
005370     EXIT.
005380*****************************************************************
005390*    2100-TABLE-ONE-PIPE                                        *
005400*****************************************************************
005410 2100-TABLE-ONE-PIPE.
005420     PERFORM 2120-READ-PIPE-REQ THRU 2120-EXIT.
005430     IF NOT CVCN-PIPE-IS-LIVE
005440         GO TO 2100-READ-NEXT
005450     END-IF.
005460     MOVE CVP-CANDIDATE-ID TO CVCN-CHECK-ID.
005470     PERFORM 7000-FIND-LIVE THRU 7000-EXIT.
005480     IF CVCN-FOUND-INDEX > ZERO
005490         GO TO 2100-READ-NEXT
005500     END-IF.
005510     IF CVCN-LIVE-COUNT >= CVCN-LIVE-MAX
005520         DISPLAY 'CV830E - LIVE PIPELINE TABLE FULL AT '
005530             CVCN-LIVE-MAX ' - NO ERASURES QUEUED THIS RUN'
005540         MOVE 'N' TO CVCN-ERASE-ALLOWED-SWITCH
005550         MOVE 8 TO CVCN-RAISE-CC-VALUE
005560         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
005570         SET CVCN-PIPE-EOF TO TRUE
005580         GO TO 2100-EXIT
005590     END-IF.
005600     ADD 1 TO CVCN-LIVE-COUNT.
005610     MOVE CVCN-CHECK-ID TO CVCN-LIVE-ID(CVCN-LIVE-COUNT).
005620 2100-READ-NEXT.
005630     PERFORM 2110-READ-PIPE-NEXT THRU 2110-EXIT.
005640 2100-EXIT.
005650     EXIT.
005660*****************************************************************
005670*    2110-READ-PIPE-NEXT                                        *
005680*****************************************************************
005690 2110-READ-PIPE-NEXT.
005700     READ CVCN-PIPE-FILE NEXT.
005710     EVALUATE TRUE
005720         WHEN CVCN-PIPE-STATUS-OK
005730             CONTINUE
005740         WHEN CVCN-PIPE-AT-END
005750             SET CVCN-PIPE-EOF TO TRUE
005760         WHEN OTHER
005770             DISPLAY 'CV830E - I/O ERROR READING CVPIPE.DAT'
005780                 ' STATUS=' CVCN-PIPE-STATUS
005790             SET CVCN-PIPE-EOF TO TRUE
005800             SET CVCN-IO-ERROR-SEEN TO TRUE
005810     END-EVALUATE.
005820 2110-EXIT.
005830     EXIT.
005840*****************************************************************
005850*    2120-READ-PIPE-REQ                                         *
005860*                                                                *
005870*    LIVE IS NOT DECLINED OR WITHDRAWN, ON A REQUISITION NOT    *
005880*    KNOWN TO BE FILLED OR CANCELLED.                           *
005890*****************************************************************
005900 2120-READ-PIPE-REQ.
005910     MOVE 'N' TO CVCN-REQ-FOUND-SWITCH.
005920     SET CVCN-PIPE-IS-LIVE TO TRUE.
005930     IF CVP-STAGE-DECLINED OR CVP-STAGE-WITHDRAWN
005940         MOVE 'N' TO CVCN-PIPE-LIVE-SWITCH
005950         GO TO 2120-EXIT
005960     END-IF.
005970     IF NOT CVCN-REQMAST-OPENED
005980         GO TO 2120-EXIT
005990     END-IF.
006000     MOVE CVP-REQ-ID TO CVR-REQ-ID.
006010     READ CVCN-REQMAST-FILE.
006020     EVALUATE TRUE
006030         WHEN CVCN-REQMAST-STATUS-OK
006040             SET CVCN-REQ-FOUND TO TRUE
006050         WHEN CVCN-REQMAST-NOT-FOUND
006060             CONTINUE
006070         WHEN OTHER
006080             DISPLAY 'CV830E - I/O ERROR READING CVREQ.DAT'
006090                 ' STATUS=' CVCN-REQMAST-STATUS
006100                 ' REQ ' CVP-REQ-ID
006110             SET CVCN-IO-ERROR-SEEN TO TRUE
006120     END-EVALUATE.
006130     IF CVCN-REQ-FOUND
006140         AND (CVR-STATUS-FILLED OR CVR-STATUS-CANCELLED)
006150         MOVE 'N' TO CVCN-PIPE-LIVE-SWITCH
006160     END-IF.
006170 2120-EXIT.
006180     EXIT.
006190*****************************************************************
006200*    3000-LOAD-ERASE-QUEUE                                      *
006210*                                                                *
006220*    TABLES THE REQUESTS WAITING IN CVERASE.TXT.  A REQUEST     *
006230*    WHOSE CANDIDATE HAS NO NODES LEFT ON CVHIST HAS BEEN       *
006240*    CARRIED OUT BY CV100 AND IS DROPPED - THE FILE IS WRITTEN  *
006250*    BACK WITHOUT IT AND THIS RUN'S ADDITIONS FOLLOW.  WITH     *
006260*    NOTHING DROPPED IT IS REOPENED EXTENDED - CREATED IF       *
006270*    THERE IS NONE YET.  WITHOUT CVHIST NOTHING IS DROPPED.     *
006280*****************************************************************
006290 3000-LOAD-ERASE-QUEUE.
006300     IF NOT CVCN-ERASE-ALLOWED
006310         GO TO 3000-EXIT
006320     END-IF.
006330     MOVE ZERO TO CVCN-QUEUE-COUNT.
006340     MOVE ZERO TO CVCN-PENDING-COUNT.
006350     OPEN INPUT CVCN-ERASE-FILE.
006360     EVALUATE TRUE
006370         WHEN CVCN-ERASE-STATUS-OK
006380             CONTINUE
006390         WHEN CVCN-ERASE-MISSING
006400             GO TO 3000-OPEN-EXTEND
006410         WHEN OTHER
006420             DISPLAY 'CV830E - I/O ERROR OPENING CVERASE.TXT'
006430                 ' STATUS=' CVCN-ERASE-STATUS
006440                 ' - NO ERASURES QUEUED THIS RUN'
006450             SET CVCN-IO-ERROR-SEEN TO TRUE
006460             MOVE 'N' TO CVCN-ERASE-ALLOWED-SWITCH
006470             GO TO 3000-EXIT
006480     END-EVALUATE.
006490     MOVE 'N' TO CVCN-ERASE-EOF-SWITCH.
006500     READ CVCN-ERASE-FILE
006510         AT END SET CVCN-ERASE-EOF TO TRUE
006520     END-READ.
006530     PERFORM 3100-TABLE-ONE-REQUEST THRU 3100-EXIT
006540         UNTIL CVCN-ERASE-EOF.
006550     CLOSE CVCN-ERASE-FILE.
006560     IF CVCN-QUEUE-OVERFLOWED
006570         DISPLAY 'CV830W - MORE THAN 1000 LINES IN CVERASE.TXT'
006580             ' - NOT WRITTEN BACK THIS RUN'
006590         MOVE ZERO TO CVCN-CLEARED-COUNT
006600         MOVE 4 TO CVCN-RAISE-CC-VALUE
006610         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
006620     END-IF.
006630     IF CVCN-CLEARED-COUNT = ZERO
006640         GO TO 3000-OPEN-EXTEND
006650     END-IF.
006660     PERFORM 3200-REWRITE-ERASE-QUEUE THRU 3200-EXIT.
006670     GO TO 3000-EXIT.
006680 3000-OPEN-EXTEND.
006690     OPEN EXTEND CVCN-ERASE-FILE.
006700     IF NOT CVCN-ERASE-STATUS-OK
006710         OPEN OUTPUT CVCN-ERASE-FILE
006720     END-IF.
006730     IF CVCN-ERASE-STATUS-OK
006740         SET CVCN-ERASE-OPENED TO TRUE
006750     ELSE
006760         DISPLAY 'CV830E - CANNOT OPEN CVERASE.TXT FOR OUTPUT'
006770             ' STATUS=' CVCN-ERASE-STATUS
006780             ' - NO ERASURES QUEUED THIS RUN'
006790         SET CVCN-IO-ERROR-SEEN TO TRUE
006800         MOVE 'N' TO CVCN-ERASE-ALLOWED-SWITCH
006810     END-IF.
006820 3000-EXIT.
006830     EXIT.
006840*****************************************************************
006850*    3100-TABLE-ONE-REQUEST                                     *
006860*                                                                *
006870*    A LINE WITH NO CANDIDATE ID IS KEPT AS IT STANDS BUT NOT   *
006880*    COUNTED - CV100 PASSES IT OVER TOO.  A BLANK LINE IS       *
006890*    DROPPED.                                                   *
006900*****************************************************************
006910 3100-TABLE-ONE-REQUEST.
006920     IF CVCN-ERASE-LINE = SPACES
006930         GO TO 3100-READ-NEXT
006940     END-IF.
006950     MOVE SPACES TO CVCN-ERASE-FIELD-ID.
006960     UNSTRING CVCN-ERASE-LINE DELIMITED BY '|'
006970         INTO CVCN-ERASE-FIELD-ID.
006980     IF CVCN-ERASE-FIELD-ID = SPACES
006990         GO TO 3100-TABLE-LINE
007000     END-IF.
007010     IF CVCN-HISTORY-OPENED
007020         MOVE CVCN-ERASE-FIELD-ID TO CVCN-CHECK-ID
007030         PERFORM 7200-CHECK-NODES THRU 7200-EXIT
007040         IF NOT CVCN-NODES-HELD
007050             ADD 1 TO CVCN-CLEARED-COUNT
007060             GO TO 3100-READ-NEXT
007070         END-IF
007080     END-IF.
007090     ADD 1 TO CVCN-PENDING-COUNT.
007100 3100-TABLE-LINE.
007110     IF CVCN-QUEUE-COUNT >= CVCN-QUEUE-MAX
007120         SET CVCN-QUEUE-OVERFLOWED TO TRUE
007130         GO TO 3100-READ-NEXT
007140     END-IF.
007150     ADD 1 TO CVCN-QUEUE-COUNT.
007160     MOVE CVCN-ERASE-FIELD-ID TO CVCN-QUEUE-ID(CVCN-QUEUE-COUNT).
007170     MOVE CVCN-ERASE-LINE TO CVCN-QUEUE-LINE(CVCN-QUEUE-COUNT).
007180 3100-READ-NEXT.
007190     READ CVCN-ERASE-FILE
007200         AT END SET CVCN-ERASE-EOF TO TRUE
007210     END-READ.
007220 3100-EXIT.
007230     EXIT.
007240*****************************************************************
007250*    3200-REWRITE-ERASE-QUEUE                                   *
007260*                                                                *
007270*    WRITES THE PENDING REQUESTS BACK AND LEAVES THE FILE OPEN  *
007280*    FOR THIS RUN'S ADDITIONS.  IF A WRITE FAILS, EVERY LINE    *
007290*    NOT WRITTEN GOES TO THE JOB LOG TO BE KEYED BACK IN.       *
007300*****************************************************************
007310 3200-REWRITE-ERASE-QUEUE.
007320     OPEN OUTPUT CVCN-ERASE-FILE.
007330     IF NOT CVCN-ERASE-STATUS-OK
007340         DISPLAY 'CV830E - CANNOT REWRITE CVERASE.TXT STATUS='
007350             CVCN-ERASE-STATUS ' - NO ERASURES QUEUED THIS RUN'
007360         SET CVCN-IO-ERROR-SEEN TO TRUE
007370         MOVE 'N' TO CVCN-ERASE-ALLOWED-SWITCH
007380         GO TO 3200-EXIT
007390     END-IF.
007400     SET CVCN-ERASE-OPENED TO TRUE.
007410     PERFORM 3210-WRITE-KEPT-REQUEST THRU 3210-EXIT
007420         VARYING CVCN-QUEUE-INDEX FROM 1 BY 1
007430         UNTIL CVCN-QUEUE-INDEX > CVCN-QUEUE-COUNT.
007440 3200-EXIT.
007450     EXIT.
007460*****************************************************************
007470*    3210-WRITE-KEPT-REQUEST                                    *
007480*****************************************************************
007490 3210-WRITE-KEPT-REQUEST.
007500     IF CVCN-ERASE-ALLOWED
007510         WRITE CVCN-ERASE-LINE
007520             FROM CVCN-QUEUE-LINE(CVCN-QUEUE-INDEX)
007530         IF NOT CVCN-ERASE-STATUS-OK
007540             DISPLAY 'CV830E - CVERASE.TXT WRITE FAILED STATUS='
007550                 CVCN-ERASE-STATUS ' - REQUESTS NOT WRITTEN BACK'
007560                 ' FOLLOW'
007570             SET CVCN-IO-ERROR-SEEN TO TRUE
007580             MOVE 'N' TO CVCN-ERASE-ALLOWED-SWITCH
007590         END-IF
007600     END-IF.
007610     IF NOT CVCN-ERASE-ALLOWED
007620         DISPLAY 'CV830E - NOT WRITTEN: '
007630             CVCN-QUEUE-LINE(CVCN-QUEUE-INDEX)
007640     END-IF.
007650 3210-EXIT.
007660     EXIT.
007670*****************************************************************
007680*    4000-SCAN-MASTERS                                          *
007690*****************************************************************
007700 4000-SCAN-MASTERS.
007710     IF NOT CVCN-MASTER-OPENED
007720         GO TO 4000-EXIT
007730     END-IF.
007740     MOVE 'N' TO CVCN-MASTER-EOF-SWITCH.
007750     PERFORM 4010-READ-MASTER-NEXT THRU 4010-EXIT.
007760     PERFORM 4100-CHECK-ONE-MASTER THRU 4100-EXIT
007770         UNTIL CVCN-MASTER-EOF.
007780 4000-EXIT.
007790     EXIT.
007800*****************************************************************
007810*    4010-READ-MASTER-NEXT                                      *
007820*****************************************************************
007830 4010-READ-MASTER-NEXT.
007840     READ CVCN-MASTER-FILE NEXT.
007850     EVALUATE TRUE
007860         WHEN CVCN-MASTER-STATUS-OK
007870             ADD 1 TO CVCN-MASTERS-READ
007880         WHEN CVCN-MASTER-AT-END
007890             SET CVCN-MASTER-EOF TO TRUE
007900         WHEN OTHER
007910             DISPLAY 'CV830E - I/O ERROR READING CVMAST.DAT'
007920                 ' STATUS=' CVCN-MASTER-STATUS
007930             SET CVCN-MASTER-EOF TO TRUE
007940             SET CVCN-IO-ERROR-SEEN TO TRUE
007950     END-EVALUATE.
007960 4010-EXIT.
007970     EXIT.
007980*****************************************************************
007990*    4100-CHECK-ONE-MASTER                                      *
008000*                                                                *
008010*    THE EXPIRY IS THE LAST DAY CONSENT IS HELD - IT HAS LAPSED *
008020*    ONCE THE RUN DATE IS PAST IT.                              *
008030*****************************************************************
008040 4100-CHECK-ONE-MASTER.
008050     IF CVM-MERGED-INTO-ID NOT = SPACES
008060         ADD 1 TO CVCN-MERGED-COUNT
008070         GO TO 4100-READ-NEXT
008080     END-IF.
008090     IF CVM-CONSENT-EXPIRY-DATE NOT NUMERIC
008100         ADD 1 TO CVCN-NO-CONSENT-COUNT
008110         GO TO 4100-READ-NEXT
008120     END-IF.
008130     IF CVM-CONSENT-EXPIRY-DATE = ZERO
008140         ADD 1 TO CVCN-NO-CONSENT-COUNT
008150         GO TO 4100-READ-NEXT
008160     END-IF.
008170     MOVE CVM-CONSENT-EXPIRY-DATE TO CVCN-EXPIRY-DATE.
008180     MOVE CVCN-EXPIRY-DATE TO CVCN-DATE-WORK-N.
008190     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
008200     IF CVCN-DAY-NUMBER = ZERO
008210         ADD 1 TO CVCN-NO-CONSENT-COUNT
008220         GO TO 4100-READ-NEXT
008230     END-IF.
008240     COMPUTE CVCN-DAYS-LEFT =
008250         CVCN-DAY-NUMBER - CVCN-RUN-DAY-NUMBER.
008260     IF CVCN-DAYS-LEFT < ZERO
008270         PERFORM 4200-LAPSED-CONSENT THRU 4200-EXIT
008280         GO TO 4100-READ-NEXT
008290     END-IF.
008300     IF CVCN-DAYS-LEFT NOT > CVCN-WINDOW-DAYS
008310         PERFORM 4300-WRITE-RENEWAL THRU 4300-EXIT
008320     END-IF.
008330 4100-READ-NEXT.
008340     PERFORM 4010-READ-MASTER-NEXT THRU 4010-EXIT.
008350 4100-EXIT.
008360     EXIT.
008370*****************************************************************
008380*    4200-LAPSED-CONSENT                                        *
008390*                                                                *
008400*    ALREADY QUEUED, OR NOTHING LEFT ON CVHIST, IS ONLY         *
008410*    COUNTED.  LIVE ACTIVITY, A RUN THAT MAY NOT QUEUE, OR A    *
008420*    FULL QUEUE SENDS THE CANDIDATE TO THE REVIEW LIST.         *
008430*****************************************************************
008440 4200-LAPSED-CONSENT.
008450     ADD 1 TO CVCN-LAPSED-COUNT.
008460     MOVE CVM-CANDIDATE-ID TO CVCN-CHECK-ID.
008470     PERFORM 7100-FIND-QUEUED THRU 7100-EXIT.
008480     IF CVCN-FOUND-INDEX > ZERO
008490         ADD 1 TO CVCN-ALREADY-COUNT
008500         GO TO 4200-EXIT
008510     END-IF.
008520     PERFORM 7000-FIND-LIVE THRU 7000-EXIT.
008530     IF CVCN-FOUND-INDEX > ZERO
008540         MOVE 'LIVE PIPELINE ACTIVITY' TO CVCN-REVIEW-REASON
008550         PERFORM 4400-WRITE-REVIEW THRU 4400-EXIT
008560         GO TO 4200-EXIT
008570     END-IF.
008580     IF NOT CVCN-ERASE-ALLOWED
008590         MOVE 'NOT QUEUED - SEE THE JOB LOG' TO CVCN-REVIEW-REASON
008600         PERFORM 4400-WRITE-REVIEW THRU 4400-EXIT
008610         GO TO 4200-EXIT
008620     END-IF.
008630     PERFORM 7200-CHECK-NODES THRU 7200-EXIT.
008640     IF NOT CVCN-NODES-HELD
008650         ADD 1 TO CVCN-NO-NODES-COUNT
008660         GO TO 4200-EXIT
008670     END-IF.
008680     IF CVCN-PENDING-COUNT >= CVCN-PENDING-MAX
008690         MOVE 'DEFERRED - CVERASE.TXT IS FULL' TO
008700             CVCN-REVIEW-REASON
008710         ADD 1 TO CVCN-DEFERRED-COUNT
008720         PERFORM 4400-WRITE-REVIEW THRU 4400-EXIT
008730         GO TO 4200-EXIT
008740     END-IF.
008750     PERFORM 4500-QUEUE-ERASURE THRU 4500-EXIT.
008760 4200-EXIT.
008770     EXIT.
008780*****************************************************************
008790*    4300-WRITE-RENEWAL                                         *
008800*****************************************************************
008810 4300-WRITE-RENEWAL.
008820     ADD 1 TO CVCN-RENEW-COUNT.
008830     MOVE CVCN-DAYS-LEFT TO CVCN-DAYS-TEXT.
008840     IF CVM-STATUS-ACTIVE
008850         MOVE 'ACTIVE' TO CVCN-STATUS-WORD
008860     ELSE
008870         MOVE 'INACTIVE' TO CVCN-STATUS-WORD
008880     END-IF.
008890     MOVE SPACES TO CVCN-RENEW-LINE.
008900     STRING CVM-CANDIDATE-ID DELIMITED BY SIZE
008910            ' ' DELIMITED BY SIZE
008920            CVM-NAME DELIMITED BY SIZE
008930            ' ' DELIMITED BY SIZE
008940            CVM-EMAIL DELIMITED BY SIZE
008950            ' ' DELIMITED BY SIZE
008960            CVCN-EXPIRY-DATE DELIMITED BY SIZE
008970            '  ' DELIMITED BY SIZE
008980            CVCN-DAYS-TEXT DELIMITED BY SIZE
008990            ' ' DELIMITED BY SIZE
009000            CVCN-STATUS-WORD DELIMITED BY SIZE
009010         INTO CVCN-RENEW-LINE.
009020     WRITE CVCN-RENEW-LINE.
009030 4300-EXIT.
009040     EXIT.
009050*****************************************************************
009060*    4400-WRITE-REVIEW                                          *
009070*****************************************************************
009080 4400-WRITE-REVIEW.
009090     ADD 1 TO CVCN-REVIEW-COUNT.
009100     MOVE SPACES TO CVCN-REVIEW-LINE.
009110     STRING CVM-CANDIDATE-ID DELIMITED BY SIZE
009120            ' ' DELIMITED BY SIZE
009130            CVM-NAME DELIMITED BY SIZE
009140            ' ' DELIMITED BY SIZE
009150            CVM-EMAIL DELIMITED BY SIZE
009160            ' ' DELIMITED BY SIZE
009170            CVCN-EXPIRY-DATE DELIMITED BY SIZE
009180            '  ' DELIMITED BY SIZE
009190            CVCN-REVIEW-REASON DELIMITED BY SIZE
009200         INTO CVCN-REVIEW-LINE.
009210     WRITE CVCN-REVIEW-LINE.
009220 4400-EXIT.
009230     EXIT.
009240*****************************************************************
009250*    4500-QUEUE-ERASURE                                         *
009260*                                                                *
009270*    ONE CVERASE.TXT LINE IN THE FORM CV100 READS, AND INTO THE *
009280*    TABLE SO THE 100 LIMIT HOLDS FOR THE REST OF THE RUN.      *
009290*****************************************************************
009300 4500-QUEUE-ERASURE.
009310     MOVE SPACES TO CVCN-REQUESTED-BY.
009320     STRING 'CV830 CONSENT LAPSED ' DELIMITED BY SIZE
009330            CVCN-EXPIRY-DATE DELIMITED BY SIZE
009340         INTO CVCN-REQUESTED-BY.
009350     MOVE SPACES TO CVCN-ERASE-LINE.
009360     STRING CVM-CANDIDATE-ID DELIMITED BY SPACE
009370            '|' DELIMITED BY SIZE
009380            CVCN-REQUESTED-BY DELIMITED BY SIZE
009390         INTO CVCN-ERASE-LINE.
009400     WRITE CVCN-ERASE-LINE.
009410     IF NOT CVCN-ERASE-STATUS-OK
009420         DISPLAY 'CV830E - CVERASE.TXT WRITE FAILED STATUS='
009430             CVCN-ERASE-STATUS ' CANDIDATE ' CVM-CANDIDATE-ID
009440         SET CVCN-IO-ERROR-SEEN TO TRUE
009450         MOVE 'N' TO CVCN-ERASE-ALLOWED-SWITCH
009460         MOVE 'NOT QUEUED - SEE THE JOB LOG' TO CVCN-REVIEW-REASON
009470         PERFORM 4400-WRITE-REVIEW THRU 4400-EXIT
009480         GO TO 4500-EXIT
009490     END-IF.
009500     ADD 1 TO CVCN-QUEUED-COUNT.
009510     ADD 1 TO CVCN-PENDING-COUNT.
009520     IF CVCN-QUEUE-COUNT < CVCN-QUEUE-MAX
009530         ADD 1 TO CVCN-QUEUE-COUNT
009540         MOVE CVM-CANDIDATE-ID TO CVCN-QUEUE-ID(CVCN-QUEUE-COUNT)
009550     END-IF.
009560 4500-EXIT.
009570     EXIT.
009580*****************************************************************
009590*    7000-FIND-LIVE                                             *
009600*                                                                *
009610*    LEAVES THE POSITION OF CVCN-CHECK-ID IN THE LIVE TABLE IN  *
009620*    CVCN-FOUND-INDEX, OR ZERO WHEN IT IS NOT THERE.            *
009630*****************************************************************
009640 7000-FIND-LIVE.
009650     MOVE ZERO TO CVCN-FOUND-INDEX.
009660     PERFORM 7010-MATCH-LIVE THRU 7010-EXIT
009670         VARYING CVCN-LIVE-INDEX FROM 1 BY 1
009680         UNTIL CVCN-LIVE-INDEX > CVCN-LIVE-COUNT
009690            OR CVCN-FOUND-INDEX > ZERO.
009700 7000-EXIT.
009710     EXIT.
009720*****************************************************************
009730*    7010-MATCH-LIVE                                            *
009740*****************************************************************
009750 7010-MATCH-LIVE.
009760     IF CVCN-LIVE-ID(CVCN-LIVE-INDEX) = CVCN-CHECK-ID
009770         MOVE CVCN-LIVE-INDEX TO CVCN-FOUND-INDEX
009780     END-IF.
009790 7010-EXIT.
009800     EXIT.
009810*****************************************************************
009820*    7100-FIND-QUEUED                                           *
009830*                                                                *
009840*    AS 7000, FOR THE ERASURE REQUESTS ALREADY IN CVERASE.TXT.  *
009850*****************************************************************
009860 7100-FIND-QUEUED.
009870     MOVE ZERO TO CVCN-FOUND-INDEX.
009880     PERFORM 7110-MATCH-QUEUED THRU 7110-EXIT
009890         VARYING CVCN-QUEUE-INDEX FROM 1 BY 1
009900         UNTIL CVCN-QUEUE-INDEX > CVCN-QUEUE-COUNT
009910            OR CVCN-FOUND-INDEX > ZERO.
009920 7100-EXIT.
009930     EXIT.
009940*****************************************************************
009950*    7110-MATCH-QUEUED                                          *
009960*****************************************************************
009970 7110-MATCH-QUEUED.
009980     IF CVCN-QUEUE-ID(CVCN-QUEUE-INDEX) = CVCN-CHECK-ID
009990         MOVE CVCN-QUEUE-INDEX TO CVCN-FOUND-INDEX
010000     END-IF.
010010 7110-EXIT.
010020     EXIT.
010030*****************************************************************
010040*    7200-CHECK-NODES                                           *
010050*                                                                *
010060*    WHETHER CVHIST STILL HOLDS ANY NODE OF CVCN-CHECK-ID -     *
010070*    PRESENT OR MISSING, BOTH ARE PERSONAL DATA.  NO NODE FILE  *
010080*    YET MEANS NONE.  A READ ERROR IS TAKEN AS NODES HELD, SO   *
010090*    THE CANDIDATE IS QUEUED RATHER THAN PASSED OVER.           *
010100*****************************************************************
010110 7200-CHECK-NODES.
010120     MOVE 'N' TO CVCN-NODES-HELD-SWITCH.
010130     IF NOT CVCN-HISTORY-OPENED
010140         GO TO 7200-EXIT
010150     END-IF.
010160     MOVE LOW-VALUES TO CVH-RECORD-KEY.
010170     MOVE CVCN-CHECK-ID TO CVH-CANDIDATE-ID.
010180     START CVCN-HISTORY-FILE KEY NOT < CVH-RECORD-KEY.
010190     EVALUATE TRUE
010200         WHEN CVCN-HISTORY-STATUS-OK
010210             CONTINUE
010220         WHEN CVCN-HISTORY-NOT-FOUND
010230             GO TO 7200-EXIT
010240         WHEN OTHER
010250             DISPLAY 'CV830E - I/O ERROR STARTING CVHIST.DAT'
010260                 ' STATUS=' CVCN-HISTORY-STATUS
010270                 ' CANDIDATE ' CVCN-CHECK-ID
010280             SET CVCN-IO-ERROR-SEEN TO TRUE
010290             SET CVCN-NODES-HELD TO TRUE
010300             GO TO 7200-EXIT
010310     END-EVALUATE.
010320     READ CVCN-HISTORY-FILE NEXT.
010330     EVALUATE TRUE
010340         WHEN CVCN-HISTORY-STATUS-OK
010350             IF CVH-CANDIDATE-ID = CVCN-CHECK-ID
010360                 SET CVCN-NODES-HELD TO TRUE
010370             END-IF
010380         WHEN CVCN-HISTORY-AT-END
010390             CONTINUE
010400         WHEN OTHER
010410             DISPLAY 'CV830E - I/O ERROR READING CVHIST.DAT'
010420                 ' STATUS=' CVCN-HISTORY-STATUS
010430                 ' CANDIDATE ' CVCN-CHECK-ID
010440             SET CVCN-IO-ERROR-SEEN TO TRUE
010450             SET CVCN-NODES-HELD TO TRUE
010460     END-EVALUATE.
010470 7200-EXIT.
010480     EXIT.
010490*****************************************************************
010500*    8100-COMPUTE-DAY-NUMBER                                    *
010510*                                                                *
010520*    SERIAL DAY NUMBER FOR THE DATE IN CVCN-DATE-WORK, AS IN    *
010530*    CV810 - ZERO WHEN IT IS NOT A DATE.                        *
010540*****************************************************************
010550 8100-COMPUTE-DAY-NUMBER.
010560     MOVE ZERO TO CVCN-DAY-NUMBER.
010570     IF CVCN-DATE-WORK NOT NUMERIC
010580         GO TO 8100-EXIT
010590     END-IF.
010600     IF CVCN-DATE-WORK-MONTH < 01
010610         OR CVCN-DATE-WORK-MONTH > 12
010620         GO TO 8100-EXIT
010630     END-IF.
010640     COMPUTE CVCN-DAY-YEAR-WORK = CVCN-DATE-WORK-YEAR - 1.
010650     DIVIDE CVCN-DAY-YEAR-WORK BY 4 GIVING CVCN-DAY-LEAP-4.
010660     DIVIDE CVCN-DAY-YEAR-WORK BY 100 GIVING CVCN-DAY-LEAP-100.
010670     DIVIDE CVCN-DAY-YEAR-WORK BY 400 GIVING CVCN-DAY-LEAP-400.
010680     COMPUTE CVCN-DAY-LEAP-WORK =
010690         CVCN-DAY-LEAP-4 - CVCN-DAY-LEAP-100 + CVCN-DAY-LEAP-400.
010700     COMPUTE CVCN-DAY-NUMBER =
010710         CVCN-DAY-YEAR-WORK * 365
010720         + CVCN-DAY-LEAP-WORK
010730         + CVCN-MONTH-DAYS(CVCN-DATE-WORK-MONTH)
010740         + CVCN-DATE-WORK-DAY.
010750     IF CVCN-DATE-WORK-MONTH > 02
010760         DIVIDE CVCN-DATE-WORK-YEAR BY 4
010770             GIVING CVCN-DAY-YEAR-WORK
010780             REMAINDER CVCN-DAY-LEAP-WORK
010790         IF CVCN-DAY-LEAP-WORK = ZERO
010800             DIVIDE CVCN-DATE-WORK-YEAR BY 100
010810                 GIVING CVCN-DAY-YEAR-WORK
010820                 REMAINDER CVCN-DAY-LEAP-WORK
010830             IF CVCN-DAY-LEAP-WORK NOT = ZERO
010840                 ADD 1 TO CVCN-DAY-NUMBER
010850             ELSE
010860                 DIVIDE CVCN-DATE-WORK-YEAR BY 400
010870                     GIVING CVCN-DAY-YEAR-WORK
010880                     REMAINDER CVCN-DAY-LEAP-WORK
010890                 IF CVCN-DAY-LEAP-WORK = ZERO
010900                     ADD 1 TO CVCN-DAY-NUMBER
010910                 END-IF
010920             END-IF
010930         END-IF
010940     END-IF.
010950 8100-EXIT.
010960     EXIT.
010970*****************************************************************
010980*    8900-WRITE-LIST-TOTALS                                     *
010990*****************************************************************
011000 8900-WRITE-LIST-TOTALS.
011010     MOVE SPACES TO CVCN-RENEW-LINE.
011020     WRITE CVCN-RENEW-LINE.
011030     MOVE CVCN-RENEW-COUNT TO CVCN-COUNT-TEXT.
011040     MOVE SPACES TO CVCN-RENEW-LINE.
011050     STRING 'RENEWALS DUE     ' DELIMITED BY SIZE
011060            CVCN-COUNT-TEXT DELIMITED BY SIZE
011070         INTO CVCN-RENEW-LINE.
011080     WRITE CVCN-RENEW-LINE.
011090     MOVE SPACES TO CVCN-REVIEW-LINE.
011100     WRITE CVCN-REVIEW-LINE.
011110     MOVE CVCN-REVIEW-COUNT TO CVCN-COUNT-TEXT.
011120     MOVE SPACES TO CVCN-REVIEW-LINE.
011130     STRING 'FOR REVIEW       ' DELIMITED BY SIZE
011140            CVCN-COUNT-TEXT DELIMITED BY SIZE
011150         INTO CVCN-REVIEW-LINE.
011160     WRITE CVCN-REVIEW-LINE.
011170     MOVE CVCN-QUEUED-COUNT TO CVCN-COUNT-TEXT.
011180     MOVE SPACES TO CVCN-REVIEW-LINE.
011190     STRING 'QUEUED TO ERASE  ' DELIMITED BY SIZE
011200            CVCN-COUNT-TEXT DELIMITED BY SIZE
011210         INTO CVCN-REVIEW-LINE.
011220     WRITE CVCN-REVIEW-LINE.
011230     IF CVCN-IO-ERROR-SEEN
011240         MOVE 'RUN INCOMPLETE - I/O ERROR, SEE THE JOB LOG'
011250             TO CVCN-REVIEW-LINE
011260         WRITE CVCN-REVIEW-LINE
011270     END-IF.
011280 8900-EXIT.
011290     EXIT.
011300*****************************************************************
011310*    9900-RAISE-CONDITION                                       *
011320*****************************************************************
011330 9900-RAISE-CONDITION.
011340     IF CVCN-RAISE-CC-VALUE > CVCN-CONDITION-CODE
011350         MOVE CVCN-RAISE-CC-VALUE TO CVCN-CONDITION-CODE
011360     END-IF.
011370 9900-EXIT.
011380     EXIT.
011390*****************************************************************
011400*    9999-TERMINATE                                             *
011410*****************************************************************
011420 9999-TERMINATE.
011430     IF CVCN-MASTER-OPENED
011440         CLOSE CVCN-MASTER-FILE
011450     END-IF.
011460     IF CVCN-HISTORY-OPENED
011470         CLOSE CVCN-HISTORY-FILE
011480     END-IF.
011490     IF CVCN-ERASE-OPENED
011500         CLOSE CVCN-ERASE-FILE
011510     END-IF.
011520     IF CVCN-RENEW-OPENED
011530         CLOSE CVCN-RENEW-FILE
011540     END-IF.
011550     IF CVCN-REVIEW-OPENED
011560         CLOSE CVCN-REVIEW-FILE
011570     END-IF.
011580     IF CVCN-REVIEW-COUNT > ZERO
011590         MOVE 4 TO CVCN-RAISE-CC-VALUE
011600         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
011610     END-IF.
011620     IF CVCN-IO-ERROR-SEEN
011630         MOVE 12 TO CVCN-RAISE-CC-VALUE
011640         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
011650     END-IF.
011660     DISPLAY 'CV830 - CONSENT RUN SUMMARY'.
011670     DISPLAY '  MASTERS READ         : ' CVCN-MASTERS-READ.
011680     DISPLAY '  NO CONSENT RECORDED  : ' CVCN-NO-CONSENT-COUNT.
011690     DISPLAY '  MERGED - PASSED OVER : ' CVCN-MERGED-COUNT.
011700     DISPLAY '  RENEWALS DUE         : ' CVCN-RENEW-COUNT.
011710     DISPLAY '  CONSENT LAPSED       : ' CVCN-LAPSED-COUNT.
011720     DISPLAY '  QUEUED TO ERASE      : ' CVCN-QUEUED-COUNT.
011730     DISPLAY '  ALREADY QUEUED       : ' CVCN-ALREADY-COUNT.
011740     DISPLAY '  NO NODES LEFT        : ' CVCN-NO-NODES-COUNT.
011750     DISPLAY '  FOR REVIEW           : ' CVCN-REVIEW-COUNT.
011760     DISPLAY '  OF WHICH DEFERRED    : ' CVCN-DEFERRED-COUNT.
011770     DISPLAY '  ERASURES CLEARED     : ' CVCN-CLEARED-COUNT.
011780     DISPLAY 'CV830 - ENDING WITH CONDITION CODE '
011790         CVCN-CONDITION-CODE.
011800     MOVE CVCN-CONDITION-CODE TO RETURN-CODE.
011810 9999-EXIT.
011820     EXIT.
