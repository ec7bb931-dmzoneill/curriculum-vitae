000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV110.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - BATCH SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV110 - TALENT POOL MATCH.                                  *
000100*                                                               *
000110*   SCORES OPEN REQUISITIONS ON CVREQ.DAT AGAINST THE WHOLE     *
000120*   NODE HISTORY MASTER (CVHIST.DAT) INSTEAD OF ONLY THE NODES  *
000130*   IN ONE CV100 RUN'S NODE TABLE, SO A CANDIDATE WHOSE CV      *
000140*   LOADED LAST MONTH IS STILL SHORTLISTED.  ONLY PRESENT       *
000150*   SKILLS (SK) AND LANGUAGE (LA) RECORDS COUNT, AND ONLY FOR   *
000160*   CANDIDATES WHO ARE ACTIVE ON CVMAST.DAT - A MERGED-AWAY OR  *
000170*   INACTIVATED CANDIDATE IS NEVER OFFERED.                     *
000180*                                                               *
000190*   THE SCORING IS CV100'S - REQUIRED SKILLS MATCHED FIRST,     *
000200*   DESIRABLE SKILLS AS THE TIEBREAK, BOTH SIDES NORMALIZED     *
000210*   THROUGH THE CVSKILLS.TXT REFERENCE WHEN IT IS PRESENT - AND *
000220*   THE FULL RANKED SHORTLIST PER REQUISITION GOES TO           *
000230*   CVPOOL.TXT, WITH CANDIDATES ALREADY ON CVPIPE.DAT FLAGGED   *
000240*   UNDER THEIR RANK LINE.                                      *
000250*                                                               *
000260*   THE JOB IS RUN ON DEMAND.  WITH NO CVPOOLRQ.TXT EVERY OPEN  *
000270*   REQUISITION INSIDE ITS EFFECTIVE WINDOW IS MATCHED.  WHEN   *
000280*   CVPOOLRQ.TXT IS PRESENT ONLY THE REQUISITION IDS LISTED IN  *
000290*   IT, ONE PER LINE, ARE MATCHED - SO A REQUISITION OPENED ON  *
000300*   CV500 THIS MORNING CAN HAVE ITS SHORTLIST THIS AFTERNOON.   *
000310*   A '*' IN COLUMN 1 MARKS A COMMENT LINE.                     *
000320*                                                               *
000330*   CONDITION CODES FOLLOW CV100 - 0 CLEAN, 4 WARNINGS (A       *
000340*   SELECTED REQUISITION NOT FOUND OR NOT OPEN, OR A TABLE      *
000350*   FULL), 12 I/O ERROR OR A REQUIRED MASTER NOT AVAILABLE.     *
000360*                                                               *
000370*   MODIFICATION HISTORY.                                      *
000380*       2026-10-15  RM  ORIGINAL VERSION.                      *
000390*                                                               *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CVT-REQMAST-FILE
000450         ASSIGN TO 'CVREQ.DAT'
000460         ORGANIZATION INDEXED
000470         ACCESS DYNAMIC
000480         RECORD KEY CVR-REQ-ID
000490         FILE STATUS IS CVT-REQMAST-STATUS.
000500     SELECT CVT-HISTORY-FILE
000510         ASSIGN TO 'CVHIST.DAT'
000520         ORGANIZATION INDEXED
000530         ACCESS SEQUENTIAL
000540         RECORD KEY CVH-RECORD-KEY
000550         FILE STATUS IS CVT-HISTORY-STATUS.
000560     SELECT CVT-MASTER-FILE
000570         ASSIGN TO 'CVMAST.DAT'
000580         ORGANIZATION INDEXED
000590         ACCESS RANDOM
000600         RECORD KEY CVM-CANDIDATE-ID
000610         FILE STATUS IS CVT-MASTER-STATUS.
000620     SELECT CVT-PIPE-FILE
000630         ASSIGN TO 'CVPIPE.DAT'
000640         ORGANIZATION INDEXED
000650         ACCESS RANDOM
000660         RECORD KEY CVP-RECORD-KEY
000670         FILE STATUS IS CVT-PIPE-STATUS.
000680     SELECT CVT-SKILLREF-FILE
000690         ASSIGN TO 'CVSKILLS.TXT'
000700         ORGANIZATION LINE SEQUENTIAL
000710         FILE STATUS IS CVT-SKILLREF-STATUS.
000720     SELECT CVT-SELECT-FILE
000730         ASSIGN TO 'CVPOOLRQ.TXT'
000740         ORGANIZATION LINE SEQUENTIAL
000750         FILE STATUS IS CVT-SELECT-STATUS.
000760     SELECT CVT-REPORT-FILE
000770         ASSIGN TO 'CVPOOL.TXT'
000780         ORGANIZATION LINE SEQUENTIAL
000790         FILE STATUS IS CVT-REPORT-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CVT-REQMAST-FILE.
000830 01  CVT-REQMAST-RECORD.
000840     COPY CVREQ.
000850 FD  CVT-HISTORY-FILE.
000860 01  CVT-HISTORY-RECORD.
000870     COPY CVHIST.
000880 FD  CVT-MASTER-FILE.
000890 01  CVT-MASTER-RECORD.
000900     COPY CVMAST.
000910 FD  CVT-PIPE-FILE.
000920 01  CVT-PIPE-RECORD.
000930     COPY CVPIPE.
000940 FD  CVT-SKILLREF-FILE.
000950 01  CVT-SKILLREF-LINE           PIC X(90).
000960 FD  CVT-SELECT-FILE.
000970 01  CVT-SELECT-LINE             PIC X(80).
000980 FD  CVT-REPORT-FILE.
000990 01  CVT-REPORT-LINE             PIC X(132).
001000 WORKING-STORAGE SECTION.
001010 77  CVT-REQMAST-STATUS          PIC X(02) VALUE '00'.
001020     88  CVT-REQMAST-STATUS-OK       VALUE '00'.
001030     88  CVT-REQMAST-AT-END          VALUE '10'.
001040     88  CVT-REQMAST-NOT-FOUND       VALUE '23'.
001050     88  CVT-REQMAST-MISSING         VALUE '35'.
001060 77  CVT-HISTORY-STATUS          PIC X(02) VALUE '00'.
001070     88  CVT-HISTORY-STATUS-OK       VALUE '00'.
001080     88  CVT-HISTORY-AT-END          VALUE '10'.
001090     88  CVT-HISTORY-MISSING         VALUE '35'.
001100 77  CVT-MASTER-STATUS           PIC X(02) VALUE '00'.
001110     88  CVT-MASTER-STATUS-OK        VALUE '00'.
001120 77  CVT-PIPE-STATUS             PIC X(02) VALUE '00'.
001130     88  CVT-PIPE-STATUS-OK          VALUE '00'.
001140     88  CVT-PIPE-ABSENT             VALUE '35'.
001150 77  CVT-SKILLREF-STATUS         PIC X(02) VALUE '00'.
001160     88  CVT-SKILLREF-FOUND          VALUE '00'.
001170     88  CVT-SKILLREF-MISSING        VALUE '35'.
001180 77  CVT-SELECT-STATUS           PIC X(02) VALUE '00'.
001190     88  CVT-SELECT-FOUND            VALUE '00'.
001200     88  CVT-SELECT-MISSING          VALUE '35'.
001210 77  CVT-REPORT-STATUS           PIC X(02) VALUE '00'.
001220     88  CVT-REPORT-OPEN-OK          VALUE '00'.
001230 77  CVT-REQMAST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001240     88  CVT-REQMAST-EOF             VALUE 'Y'.
001250 77  CVT-HISTORY-EOF-SWITCH      PIC X(01) VALUE 'N'.
001260     88  CVT-HISTORY-EOF             VALUE 'Y'.
001270 77  CVT-SKILLREF-EOF-SWITCH     PIC X(01) VALUE 'N'.
001280     88  CVT-SKILLREF-EOF            VALUE 'Y'.
001290 77  CVT-SELECT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001300     88  CVT-SELECT-EOF              VALUE 'Y'.
001310 77  CVT-REQMAST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001320     88  CVT-REQMAST-OPENED          VALUE 'Y'.
001330 77  CVT-HISTORY-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001340     88  CVT-HISTORY-OPENED          VALUE 'Y'.
001350 77  CVT-MASTER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001360     88  CVT-MASTER-OPENED           VALUE 'Y'.
001370 77  CVT-PIPE-AVAIL-SWITCH       PIC X(01) VALUE 'N'.
001380     88  CVT-PIPE-AVAILABLE          VALUE 'Y'.
001390 77  CVT-REPORT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001400     88  CVT-REPORT-OPENED           VALUE 'Y'.
001410 77  CVT-RUN-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001420     88  CVT-RUN-ABORTED             VALUE 'Y'.
001430 77  CVT-CAND-ELIGIBLE-SWITCH    PIC X(01) VALUE 'N'.
001440     88  CVT-CAND-ELIGIBLE           VALUE 'Y'.
001450 77  CVT-POOL-FULL-SWITCH        PIC X(01) VALUE 'N'.
001460     88  CVT-POOL-FULL-SEEN          VALUE 'Y'.
001470 77  CVT-SHORT-FULL-SWITCH       PIC X(01) VALUE 'N'.
001480     88  CVT-SHORT-FULL-SEEN         VALUE 'Y'.
001490 77  CVT-SKREF-FULL-SWITCH       PIC X(01) VALUE 'N'.
001500     88  CVT-SKREF-FULL-SEEN         VALUE 'Y'.
001510 77  CVT-CAND-FULL-SWITCH        PIC X(01) VALUE 'N'.
001520     88  CVT-CAND-FULL-SEEN          VALUE 'Y'.
001530 77  CVT-SORT-SWAP-SWITCH        PIC X(01) VALUE 'N'.
001540     88  CVT-SORT-SWAPPED            VALUE 'Y'.
001550 77  CVT-RUN-DATE                PIC 9(08).
001560 77  CVT-PRIOR-CANDIDATE         PIC X(10) VALUE SPACES.
001570 77  CVT-POOL-COUNT              PIC 9(05) COMP VALUE ZERO.
001580 77  CVT-POOL-MAX                PIC 9(05) COMP VALUE 20000.
001590 77  CVT-POOL-INDEX              PIC 9(05) COMP VALUE ZERO.
001600 77  CVT-CAND-COUNT              PIC 9(05) COMP VALUE ZERO.
001610 77  CVT-CAND-MAX                PIC 9(05) COMP VALUE 5000.
001620 77  CVT-CAND-INDEX              PIC 9(05) COMP VALUE ZERO.
001630 77  CVT-SHORT-COUNT             PIC 9(05) COMP VALUE ZERO.
001640 77  CVT-SHORT-MAX               PIC 9(05) COMP VALUE 5000.
001650 77  CVT-SHORT-INDEX             PIC 9(05) COMP VALUE ZERO.
001660 77  CVT-SHORT-SCAN-INDEX        PIC 9(05) COMP VALUE ZERO.
001670 77  CVT-SHORT-RANK              PIC 9(05) COMP VALUE ZERO.
001680 77  CVT-SHORT-RANK-TEXT         PIC 9(05).
001690 77  CVT-SHORT-REQ-TEXT          PIC 9(03).
001700 77  CVT-SHORT-DES-TEXT          PIC 9(03).
001710 77  CVT-REQ-SKILL-COUNT         PIC 9(03) COMP VALUE ZERO.
001720 77  CVT-REQ-SKILL-MAX           PIC 9(03) COMP VALUE 50.
001730 77  CVT-REQ-SKILL-INDEX         PIC 9(03) COMP VALUE ZERO.
001740 77  CVT-REQ-REQUIRED-TOTAL      PIC 9(03) COMP VALUE ZERO.
001750 77  CVT-REQ-DESIRABL-TOTAL      PIC 9(03) COMP VALUE ZERO.
001760 77  CVT-REQ-REQTOT-TEXT         PIC 9(03).
001770 77  CVT-REQ-DESTOT-TEXT         PIC 9(03).
001780 77  CVT-SCORE-REQ-COUNT         PIC 9(03) COMP VALUE ZERO.
001790 77  CVT-SCORE-DES-COUNT         PIC 9(03) COMP VALUE ZERO.
001800 77  CVT-SELECT-COUNT            PIC 9(03) COMP VALUE ZERO.
001810 77  CVT-SELECT-MAX              PIC 9(03) COMP VALUE 100.
001820 77  CVT-SELECT-INDEX            PIC 9(03) COMP VALUE ZERO.
001830 77  CVT-SKREF-COUNT             PIC 9(03) COMP VALUE ZERO.
001840 77  CVT-SKREF-MAX               PIC 9(03) COMP VALUE 500.
001850 77  CVT-SKREF-INDEX             PIC 9(03) COMP VALUE ZERO.
001860 77  CVT-SKREF-MATCH-INDEX       PIC 9(03) COMP VALUE ZERO.
001870 77  CVT-SKREF-REC-TYPE          PIC X(03).
001880 77  CVT-SKREF-FIELD-2           PIC X(40).
001890 77  CVT-SKREF-FIELD-3           PIC X(40).
001900 77  CVT-SKREF-CURRENT-CANON     PIC X(40) VALUE SPACES.
001910 77  CVT-SKREF-LOOKUP-NAME       PIC X(40).
001920 77  CVT-PIPE-STAGE-WORD         PIC X(12).
001930 77  CVT-HISTORY-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001940 77  CVT-INACTIVE-SKIP-COUNT     PIC 9(05) COMP VALUE ZERO.
001950 77  CVT-NO-MASTER-SKIP-COUNT    PIC 9(05) COMP VALUE ZERO.
001960 77  CVT-REQS-MATCHED-COUNT      PIC 9(05) COMP VALUE ZERO.
001970 77  CVT-REQS-SKIPPED-COUNT      PIC 9(05) COMP VALUE ZERO.
001980 77  CVT-LISTED-COUNT            PIC 9(07) COMP VALUE ZERO.
001990 77  CVT-PIPE-FLAG-COUNT         PIC 9(05) COMP VALUE ZERO.
002000 77  CVT-COUNT-TEXT              PIC 9(05).
002010 77  CVT-CONDITION-CODE          PIC 9(02) COMP VALUE ZERO.
002020 77  CVT-RAISE-CC-VALUE          PIC 9(02) COMP VALUE ZERO.
002030 77  CVT-IO-ERROR-SWITCH         PIC X(01) VALUE 'N'.
002040     88  CVT-IO-ERROR-SEEN           VALUE 'Y'.
002050*
002060*    THE TALENT POOL - EVERY PRESENT SK/LA TITLE HELD FOR AN
002070*    ACTIVE CANDIDATE, IN CVHIST.DAT KEY ORDER SO EACH
002080*    CANDIDATE'S TITLES SIT TOGETHER.  THE CANDIDATE TABLE
002090*    POINTS AT EACH CANDIDATE'S FIRST AND LAST POOL ENTRY AND
002100*    CARRIES THE NAME READ FROM THE MASTER, SO NEITHER FILE IS
002110*    READ AGAIN FOR EACH REQUISITION.
002120*
002130 01  CVT-POOL-TABLE.
002140     03  CVT-POOL-ENTRY OCCURS 20000 TIMES.
002150         05  CVT-POOL-CANDIDATE  PIC X(10).
002160         05  CVT-POOL-TITLE      PIC X(40).
002170 01  CVT-CAND-TABLE.
002180     03  CVT-CAND-ENTRY OCCURS 5000 TIMES.
002190         05  CVT-CAND-ID         PIC X(10).
002200         05  CVT-CAND-NAME       PIC X(30).
002210         05  CVT-CAND-FIRST      PIC 9(05) COMP.
002220         05  CVT-CAND-LAST       PIC 9(05) COMP.
002230*
002240*    THE SKILLS ASKED FOR BY THE REQUISITION BEING MATCHED, AND
002250*    ITS SHORTLIST - ONE ENTRY PER CANDIDATE MATCHING AT LEAST
002260*    ONE SKILL, POINTING BACK AT THE CANDIDATE TABLE.  THE
002270*    PER-SKILL MATCH SWITCH IS REUSED FOR EACH CANDIDATE SCORED.
002280*
002290 01  CVT-REQ-SKILL-TABLE.
002300     03  CVT-REQ-SKILL-ENTRY OCCURS 50 TIMES.
002310         05  CVT-REQ-SKILL-TITLE PIC X(40).
002320         05  CVT-REQ-SKILL-TYPE  PIC X(01).
002330             88  CVT-REQ-SKILL-REQUIRED  VALUE 'R'.
002340             88  CVT-REQ-SKILL-DESIRABLE VALUE 'D'.
002350         05  CVT-REQ-SKILL-MATCH-SW
002360                                 PIC X(01).
002370             88  CVT-REQ-SKILL-MATCHED   VALUE 'Y'.
002380 01  CVT-SHORT-TABLE.
002390     03  CVT-SHORT-ENTRY OCCURS 5000 TIMES.
002400         05  CVT-SHORT-CAND-INDEX
002410                                 PIC 9(05) COMP.
002420         05  CVT-SHORT-REQ-COUNT PIC 9(03) COMP.
002430         05  CVT-SHORT-DES-COUNT PIC 9(03) COMP.
002440 01  CVT-SHORT-SWAP-ENTRY.
002450     03  CVT-SHORT-SWAP-CAND-INDEX
002460                                 PIC 9(05) COMP.
002470     03  CVT-SHORT-SWAP-REQ      PIC 9(03) COMP.
002480     03  CVT-SHORT-SWAP-DES      PIC 9(03) COMP.
002490*
002500*    REQUISITION IDS ASKED FOR IN CVPOOLRQ.TXT, AND THE SKILLS
002510*    REFERENCE LOADED FROM CVSKILLS.TXT THE SAME WAY CV100
002520*    LOADS IT - ONE ENTRY PER CANONICAL NAME AND ONE PER
002530*    SYNONYM, EACH CARRYING ITS CANONICAL FORM.
002540*
002550 01  CVT-SELECT-TABLE.
002560     03  CVT-SELECT-REQ-ID OCCURS 100 TIMES
002570                                 PIC X(08).
002580 01  CVT-SKILL-REF-TABLE.
002590     03  CVT-SKREF-ENTRY OCCURS 500 TIMES.
002600         05  CVT-SKREF-NAME      PIC X(40).
002610         05  CVT-SKREF-CANONICAL PIC X(40).
002620 PROCEDURE DIVISION.
002630*****************************************************************
002640*    0000-MAINLINE                                              *
002650*****************************************************************
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     IF NOT CVT-RUN-ABORTED
002690         PERFORM 2000-LOAD-TALENT-POOL THRU 2000-EXIT
002700         PERFORM 3000-MATCH-REQUISITIONS THRU 3000-EXIT
002710     END-IF.
002720     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002730     GOBACK.
002740*****************************************************************
002750*    1000-INITIALIZE                                            *
002760*                                                                *
002770*    THE REQUISITION, HISTORY AND CANDIDATE MASTERS ARE ALL     *
002780*    REQUIRED - WITHOUT THE CANDIDATE MASTER THERE IS NO WAY    *
002790*    TO HOLD BACK INACTIVE CANDIDATES, SO THE RUN STOPS RATHER  *
002800*    THAN SHORTLIST THEM.  THE PIPELINE FILE IS OPTIONAL, AS    *
002810*    IT IS IN CV100.                                            *
002820*****************************************************************
002830 1000-INITIALIZE.
002840     ACCEPT CVT-RUN-DATE FROM DATE YYYYMMDD.
002850     PERFORM 1050-LOAD-REQ-SELECTION THRU 1050-EXIT.
002860     PERFORM 1070-LOAD-SKILL-REFERENCE THRU 1070-EXIT.
002870     OPEN INPUT CVT-REQMAST-FILE.
002880     EVALUATE TRUE
002890         WHEN CVT-REQMAST-STATUS-OK
002900             SET CVT-REQMAST-OPENED TO TRUE
002910         WHEN CVT-REQMAST-MISSING
002920             DISPLAY 'CV110I - CVREQ.DAT NOT FOUND - NO'
002930                 ' REQUISITIONS TO MATCH'
002940             SET CVT-RUN-ABORTED TO TRUE
002950             GO TO 1000-EXIT
002960         WHEN OTHER
002970             DISPLAY 'CV110E - I/O ERROR OPENING CVREQ.DAT'
002980                 ' STATUS=' CVT-REQMAST-STATUS
002990             SET CVT-IO-ERROR-SEEN TO TRUE
003000             SET CVT-RUN-ABORTED TO TRUE
003010             GO TO 1000-EXIT
003020     END-EVALUATE.
003030     OPEN INPUT CVT-HISTORY-FILE.
003040     EVALUATE TRUE
003050         WHEN CVT-HISTORY-STATUS-OK
003060             SET CVT-HISTORY-OPENED TO TRUE
003070         WHEN CVT-HISTORY-MISSING
003080             DISPLAY 'CV110I - CVHIST.DAT NOT FOUND - NO'
003090                 ' CANDIDATES TO MATCH'
003100             SET CVT-RUN-ABORTED TO TRUE
003110             GO TO 1000-EXIT
003120         WHEN OTHER
003130             DISPLAY 'CV110E - I/O ERROR OPENING CVHIST.DAT'
003140                 ' STATUS=' CVT-HISTORY-STATUS
003150             SET CVT-IO-ERROR-SEEN TO TRUE
003160             SET CVT-RUN-ABORTED TO TRUE
003170             GO TO 1000-EXIT
003180     END-EVALUATE.
003190     OPEN INPUT CVT-MASTER-FILE.
003200     IF CVT-MASTER-STATUS-OK
003210         SET CVT-MASTER-OPENED TO TRUE
003220     ELSE
003230         DISPLAY 'CV110E - CANDIDATE MASTER CVMAST.DAT NOT'
003240             ' AVAILABLE STATUS=' CVT-MASTER-STATUS
003250             ' - ACTIVE CANDIDATES CANNOT BE TOLD APART'
003260         SET CVT-IO-ERROR-SEEN TO TRUE
003270         SET CVT-RUN-ABORTED TO TRUE
003280         GO TO 1000-EXIT
003290     END-IF.
003300     OPEN INPUT CVT-PIPE-FILE.
003310     IF CVT-PIPE-STATUS-OK
003320         SET CVT-PIPE-AVAILABLE TO TRUE
003330     ELSE
003340         IF NOT CVT-PIPE-ABSENT
003350             DISPLAY 'CV110W - CVPIPE.DAT NOT AVAILABLE'
003360                 ' STATUS=' CVT-PIPE-STATUS
003370                 ' - PIPELINE FLAGS NOT SHOWN'
003380         END-IF
003390     END-IF.
003400     OPEN OUTPUT CVT-REPORT-FILE.
003410     IF NOT CVT-REPORT-OPEN-OK
003420         DISPLAY 'CV110E - CANNOT OPEN CVPOOL.TXT STATUS='
003430             CVT-REPORT-STATUS ' - MATCH RUN SKIPPED'
003440         SET CVT-IO-ERROR-SEEN TO TRUE
003450         SET CVT-RUN-ABORTED TO TRUE
003460         GO TO 1000-EXIT
003470     END-IF.
003480     SET CVT-REPORT-OPENED TO TRUE.
003490     MOVE SPACES TO CVT-REPORT-LINE.
003500     STRING 'TALENT POOL MATCH REPORT - RUN DATE '
003510                DELIMITED BY SIZE
003520            CVT-RUN-DATE DELIMITED BY SIZE
003530         INTO CVT-REPORT-LINE.
003540     WRITE CVT-REPORT-LINE.
003550 1000-EXIT.
003560     EXIT.
003570*****************************************************************
003580*    1050-LOAD-REQ-SELECTION                                    *
003590*                                                                *
003600*    READS THE OPTIONAL LIST OF REQUISITION IDS TO MATCH.  A    *
003610*    MISSING FILE IS THE NORMAL CASE AND MEANS "EVERY OPEN      *
003620*    REQUISITION".                                              *
003630*****************************************************************
003640 1050-LOAD-REQ-SELECTION.
003650     MOVE ZERO TO CVT-SELECT-COUNT.
003660     OPEN INPUT CVT-SELECT-FILE.
003670     EVALUATE TRUE
003680         WHEN CVT-SELECT-FOUND
003690             CONTINUE
003700         WHEN CVT-SELECT-MISSING
003710             GO TO 1050-EXIT
003720         WHEN OTHER
003730             DISPLAY 'CV110E - I/O ERROR OPENING CVPOOLRQ.TXT'
003740                 ' STATUS=' CVT-SELECT-STATUS
003750                 ' - ALL OPEN REQUISITIONS WILL BE MATCHED'
003760             SET CVT-IO-ERROR-SEEN TO TRUE
003770             GO TO 1050-EXIT
003780     END-EVALUATE.
003790     READ CVT-SELECT-FILE
003800         AT END SET CVT-SELECT-EOF TO TRUE
003810     END-READ.
003820     PERFORM 1060-ADD-SELECTED-REQ THRU 1060-EXIT
003830         UNTIL CVT-SELECT-EOF.
003840     CLOSE CVT-SELECT-FILE.
003850     IF CVT-SELECT-COUNT > ZERO
003860         MOVE CVT-SELECT-COUNT TO CVT-COUNT-TEXT
003870         DISPLAY 'CV110I - MATCHING ' CVT-COUNT-TEXT
003880             ' REQUISITION(S) LISTED IN CVPOOLRQ.TXT'
003890     END-IF.
003900 1050-EXIT.
003910     EXIT.
003920*****************************************************************
003930*    1060-ADD-SELECTED-REQ                                      *
003940*****************************************************************
003950 1060-ADD-SELECTED-REQ.
003960     IF CVT-SELECT-LINE NOT = SPACES
003970         AND CVT-SELECT-LINE(1:1) NOT = '*'
003980         IF CVT-SELECT-COUNT < CVT-SELECT-MAX
003990             ADD 1 TO CVT-SELECT-COUNT
004000             MOVE CVT-SELECT-LINE(1:8) TO
004010                 CVT-SELECT-REQ-ID(CVT-SELECT-COUNT)
004020         ELSE
004030             DISPLAY 'CV110W - MORE THAN ' CVT-SELECT-MAX
004040                 ' REQUISITIONS LISTED - ' CVT-SELECT-LINE(1:8)
004050                 ' IGNORED'
004060             MOVE 4 TO CVT-RAISE-CC-VALUE
004070             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
004080         END-IF
004090     END-IF.
004100     READ CVT-SELECT-FILE
004110         AT END SET CVT-SELECT-EOF TO TRUE
004120     END-READ.
004130 1060-EXIT.
004140     EXIT.
004150*****************************************************************
004160*    1070-LOAD-SKILL-REFERENCE                                  *
004170*                                                                *
004180*    THE CVSKILLS.TXT REFERENCE, LOADED THE WAY CV100 LOADS IT  *
004190*    -  CAN|CANONICAL NAME|CATEGORY  AND  SYN|SYNONYM NAME,     *
004200*    EACH SYN BELONGING TO THE CAN MOST RECENTLY OPENED.  THE   *
004210*    HISTORY TITLES WERE ALREADY NORMALIZED BY CV100 AS THEY    *
004220*    LOADED, SO ONLY THE REQUISITION SIDE NEEDS IT HERE.  A     *
004230*    MISSING FILE LEAVES THE TABLE EMPTY AND THE TITLES ARE     *
004240*    MATCHED AS WRITTEN.                                        *
004250*****************************************************************
004260 1070-LOAD-SKILL-REFERENCE.
004270     MOVE ZERO TO CVT-SKREF-COUNT.
004280     MOVE SPACES TO CVT-SKREF-CURRENT-CANON.
004290     OPEN INPUT CVT-SKILLREF-FILE.
004300     EVALUATE TRUE
004310         WHEN CVT-SKILLREF-FOUND
004320             CONTINUE
004330         WHEN CVT-SKILLREF-MISSING
004340             GO TO 1070-EXIT
004350         WHEN OTHER
004360             DISPLAY 'CV110E - I/O ERROR OPENING CVSKILLS.TXT'
004370                 ' STATUS=' CVT-SKILLREF-STATUS
004380                 ' - SKILLS NOT NORMALIZED'
004390             SET CVT-IO-ERROR-SEEN TO TRUE
004400             GO TO 1070-EXIT
004410     END-EVALUATE.
004420     READ CVT-SKILLREF-FILE
004430         AT END SET CVT-SKILLREF-EOF TO TRUE
004440     END-READ.
004450     PERFORM 1080-ADD-SKILL-REF-ENTRY THRU 1080-EXIT
004460         UNTIL CVT-SKILLREF-EOF.
004470     CLOSE CVT-SKILLREF-FILE.
004480 1070-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    1080-ADD-SKILL-REF-ENTRY                                   *
004520*****************************************************************
004530 1080-ADD-SKILL-REF-ENTRY.
004540     IF CVT-SKILLREF-LINE = SPACES
004550         OR CVT-SKILLREF-LINE(1:1) = '*'
004560         GO TO 1080-READ-NEXT
004570     END-IF.
004580     MOVE SPACES TO CVT-SKREF-REC-TYPE.
004590     MOVE SPACES TO CVT-SKREF-FIELD-2.
004600     MOVE SPACES TO CVT-SKREF-FIELD-3.
004610     UNSTRING CVT-SKILLREF-LINE DELIMITED BY '|'
004620         INTO CVT-SKREF-REC-TYPE CVT-SKREF-FIELD-2
004630              CVT-SKREF-FIELD-3.
004640     IF CVT-SKREF-FIELD-2 = SPACES
004650         GO TO 1080-READ-NEXT
004660     END-IF.
004670     IF CVT-SKREF-COUNT >= CVT-SKREF-MAX
004680         IF NOT CVT-SKREF-FULL-SEEN
004690             SET CVT-SKREF-FULL-SEEN TO TRUE
004700             DISPLAY 'CV110W - SKILL REFERENCE TABLE FULL AT '
004710                 CVT-SKREF-MAX ' - FURTHER ENTRIES IGNORED'
004720             MOVE 4 TO CVT-RAISE-CC-VALUE
004730             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
004740         END-IF
004750         GO TO 1080-READ-NEXT
004760     END-IF.
004770     EVALUATE CVT-SKREF-REC-TYPE
004780         WHEN 'CAN'
004790             MOVE CVT-SKREF-FIELD-2 TO CVT-SKREF-CURRENT-CANON
004800             ADD 1 TO CVT-SKREF-COUNT
004810             MOVE CVT-SKREF-FIELD-2 TO
004820                 CVT-SKREF-NAME(CVT-SKREF-COUNT)
004830             MOVE CVT-SKREF-FIELD-2 TO
004840                 CVT-SKREF-CANONICAL(CVT-SKREF-COUNT)
004850         WHEN 'SYN'
004860             IF CVT-SKREF-CURRENT-CANON NOT = SPACES
004870                 ADD 1 TO CVT-SKREF-COUNT
004880                 MOVE CVT-SKREF-FIELD-2 TO
004890                     CVT-SKREF-NAME(CVT-SKREF-COUNT)
004900                 MOVE CVT-SKREF-CURRENT-CANON TO
004910                     CVT-SKREF-CANONICAL(CVT-SKREF-COUNT)
004920             END-IF
004930         WHEN OTHER
004940             CONTINUE
004950     END-EVALUATE.
004960 1080-READ-NEXT.
004970     READ CVT-SKILLREF-FILE
004980         AT END SET CVT-SKILLREF-EOF TO TRUE
004990     END-READ.
005000 1080-EXIT.
005010     EXIT.
005020*****************************************************************
005030*    2000-LOAD-TALENT-POOL                                      *
005040*                                                                *
005050*    ONE SEQUENTIAL PASS OF CVHIST.DAT.  THE FILE IS KEYED ON   *
005060*    CANDIDATE FIRST, SO THE CANDIDATE MASTER IS READ ONCE PER  *
005070*    CANDIDATE, AT THE KEY BREAK, AND EVERY PRESENT SK/LA       *
005080*    RECORD OF AN ACTIVE CANDIDATE GOES INTO THE POOL.          *
005090*****************************************************************
005100 2000-LOAD-TALENT-POOL.
005110     MOVE SPACES TO CVT-PRIOR-CANDIDATE.
005120     MOVE 'N' TO CVT-CAND-ELIGIBLE-SWITCH.
005130     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
005140     PERFORM 2200-POOL-ONE-RECORD THRU 2200-EXIT
005150         UNTIL CVT-HISTORY-EOF.
005160     MOVE CVT-CAND-COUNT TO CVT-COUNT-TEXT.
005170     DISPLAY 'CV110I - ' CVT-COUNT-TEXT
005180         ' ACTIVE CANDIDATES IN THE TALENT POOL'.
005190 2000-EXIT.
005200     EXIT.
005210*****************************************************************
005220*    2100-READ-HISTORY                                          *
005230*****************************************************************
005240 2100-READ-HISTORY.
005250     READ CVT-HISTORY-FILE.
005260     EVALUATE TRUE
005270         WHEN CVT-HISTORY-STATUS-OK
005280             ADD 1 TO CVT-HISTORY-READ-COUNT
005290         WHEN CVT-HISTORY-AT-END
005300             SET CVT-HISTORY-EOF TO TRUE
005310         WHEN OTHER
005320             DISPLAY 'CV110E - I/O ERROR READING CVHIST.DAT'
005330                 ' STATUS=' CVT-HISTORY-STATUS
005340             SET CVT-HISTORY-EOF TO TRUE
005350             SET CVT-IO-ERROR-SEEN TO TRUE
005360     END-EVALUATE.
005370 2100-EXIT.
005380     EXIT.
005390*****************************************************************
005400*    2200-POOL-ONE-RECORD                                       *
005410*****************************************************************
005420 2200-POOL-ONE-RECORD.
005430     IF NOT CVH-STATUS-PRESENT
005440         OR (CVH-SECTION-CODE NOT = 'SK'
005450             AND CVH-SECTION-CODE NOT = 'LA')
005460         GO TO 2200-READ-NEXT
005470     END-IF.
005480     IF CVH-CANDIDATE-ID NOT = CVT-PRIOR-CANDIDATE
005490         MOVE CVH-CANDIDATE-ID TO CVT-PRIOR-CANDIDATE
005500         PERFORM 2300-CHECK-CANDIDATE THRU 2300-EXIT
005510     END-IF.
005520     IF NOT CVT-CAND-ELIGIBLE
005530         GO TO 2200-READ-NEXT
005540     END-IF.
005550     IF CVT-POOL-COUNT >= CVT-POOL-MAX
005560         IF NOT CVT-POOL-FULL-SEEN
005570             SET CVT-POOL-FULL-SEEN TO TRUE
005580             DISPLAY 'CV110W - TALENT POOL TABLE FULL AT '
005590                 CVT-POOL-MAX ' - FURTHER SKILLS NOT MATCHED'
005600             MOVE 4 TO CVT-RAISE-CC-VALUE
005610             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
005620         END-IF
005630         GO TO 2200-READ-NEXT
005640     END-IF.
005650     ADD 1 TO CVT-POOL-COUNT.
005660     MOVE CVH-CANDIDATE-ID TO CVT-POOL-CANDIDATE(CVT-POOL-COUNT).
005670     MOVE CVH-TITLE TO CVT-POOL-TITLE(CVT-POOL-COUNT).
005680     MOVE CVT-POOL-COUNT TO CVT-CAND-LAST(CVT-CAND-COUNT).
005690 2200-READ-NEXT.
005700     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
005710 2200-EXIT.
005720     EXIT.
005730*****************************************************************
005740*    2300-CHECK-CANDIDATE                                       *
005750*                                                                *
005760*    A NEW CANDIDATE ON THE HISTORY FILE.  ONLY AN ACTIVE       *
005770*    MASTER RECORD MAKES THE CANDIDATE ELIGIBLE; THE CANDIDATE  *
005780*    TABLE ENTRY IS OPENED HERE AND ITS POOL RANGE IS FILLED    *
005790*    IN AS THE TITLES ARE ADDED.                                *
005800*****************************************************************
005810 2300-CHECK-CANDIDATE.
005820     MOVE 'N' TO CVT-CAND-ELIGIBLE-SWITCH.
005830     MOVE CVH-CANDIDATE-ID TO CVM-CANDIDATE-ID.
005840     READ CVT-MASTER-FILE.
005850     IF NOT CVT-MASTER-STATUS-OK
005860         ADD 1 TO CVT-NO-MASTER-SKIP-COUNT
005870         GO TO 2300-EXIT
005880     END-IF.
005890     IF NOT CVM-STATUS-ACTIVE
005900         ADD 1 TO CVT-INACTIVE-SKIP-COUNT
005910         GO TO 2300-EXIT
005920     END-IF.
005930     IF CVT-CAND-COUNT >= CVT-CAND-MAX
005940         IF NOT CVT-CAND-FULL-SEEN
005950             SET CVT-CAND-FULL-SEEN TO TRUE
005960             DISPLAY 'CV110W - CANDIDATE TABLE FULL AT '
005970                 CVT-CAND-MAX ' - FURTHER CANDIDATES NOT MATCHED'
005980             MOVE 4 TO CVT-RAISE-CC-VALUE
005990             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
006000         END-IF
006010         GO TO 2300-EXIT
006020     END-IF.
006030     ADD 1 TO CVT-CAND-COUNT.
006040     MOVE CVH-CANDIDATE-ID TO CVT-CAND-ID(CVT-CAND-COUNT).
006050     MOVE CVM-NAME TO CVT-CAND-NAME(CVT-CAND-COUNT).
006060     COMPUTE CVT-CAND-FIRST(CVT-CAND-COUNT) = CVT-POOL-COUNT + 1.
006070     MOVE CVT-POOL-COUNT TO CVT-CAND-LAST(CVT-CAND-COUNT).
006080     SET CVT-CAND-ELIGIBLE TO TRUE.
006090 2300-EXIT.
006100     EXIT.
006110*****************************************************************
006120*    3000-MATCH-REQUISITIONS                                    *
006130*                                                                *
006140*    EITHER THE REQUISITIONS LISTED IN CVPOOLRQ.TXT, EACH READ  *
006150*    BY KEY, OR A FULL BROWSE OF CVREQ.DAT.  EITHER WAY ONLY AN *
006160*    OPEN REQUISITION INSIDE ITS EFFECTIVE WINDOW IS MATCHED,   *
006170*    THE SAME RULE CV100 APPLIES.                               *
006180*****************************************************************
006190 3000-MATCH-REQUISITIONS.
006200     IF CVT-SELECT-COUNT > ZERO
006210         PERFORM 3050-MATCH-SELECTED-REQ THRU 3050-EXIT
006220             VARYING CVT-SELECT-INDEX FROM 1 BY 1
006230             UNTIL CVT-SELECT-INDEX > CVT-SELECT-COUNT
006240         GO TO 3000-EXIT
006250     END-IF.
006260     MOVE LOW-VALUES TO CVR-REQ-ID.
006270     START CVT-REQMAST-FILE KEY NOT < CVR-REQ-ID.
006280     IF NOT CVT-REQMAST-STATUS-OK
006290         MOVE '  REQUISITION MASTER IS EMPTY' TO CVT-REPORT-LINE
006300         WRITE CVT-REPORT-LINE
006310         GO TO 3000-EXIT
006320     END-IF.
006330     PERFORM 3020-READ-REQMAST-NEXT THRU 3020-EXIT.
006340     PERFORM 3030-MATCH-BROWSED-REQ THRU 3030-EXIT
006350         UNTIL CVT-REQMAST-EOF.
006360 3000-EXIT.
006370     EXIT.
006380*****************************************************************
006390*    3020-READ-REQMAST-NEXT                                     *
006400*****************************************************************
006410 3020-READ-REQMAST-NEXT.
006420     READ CVT-REQMAST-FILE NEXT.
006430     EVALUATE TRUE
006440         WHEN CVT-REQMAST-STATUS-OK
006450             CONTINUE
006460         WHEN CVT-REQMAST-AT-END
006470             SET CVT-REQMAST-EOF TO TRUE
006480         WHEN OTHER
006490             DISPLAY 'CV110E - I/O ERROR READING CVREQ.DAT'
006500                 ' STATUS=' CVT-REQMAST-STATUS
006510             SET CVT-REQMAST-EOF TO TRUE
006520             SET CVT-IO-ERROR-SEEN TO TRUE
006530     END-EVALUATE.
006540 3020-EXIT.
006550     EXIT.
006560*****************************************************************
006570*    3030-MATCH-BROWSED-REQ                                     *
006580*****************************************************************
006590 3030-MATCH-BROWSED-REQ.
006600     IF CVR-STATUS-OPEN
006610         AND CVR-EFFECTIVE-FROM NOT > CVT-RUN-DATE
006620         AND (CVR-EFFECTIVE-TO = ZERO
006630             OR CVR-EFFECTIVE-TO NOT < CVT-RUN-DATE)
006640         PERFORM 3100-PROCESS-REQUISITION THRU 3100-EXIT
006650     END-IF.
006660     PERFORM 3020-READ-REQMAST-NEXT THRU 3020-EXIT.
006670 3030-EXIT.
006680     EXIT.
006690*****************************************************************
006700*    3050-MATCH-SELECTED-REQ                                    *
006710*                                                                *
006720*    A LISTED REQUISITION THAT IS NOT ON FILE, OR NOT OPEN AND  *
006730*    EFFECTIVE TODAY, IS REPORTED AND SKIPPED - THE PERSON WHO  *
006740*    ASKED FOR IT SEES WHY IN THE REPORT, NOT JUST THE LOG.     *
006750*****************************************************************
006760 3050-MATCH-SELECTED-REQ.
006770     MOVE CVT-SELECT-REQ-ID(CVT-SELECT-INDEX) TO CVR-REQ-ID.
006780     READ CVT-REQMAST-FILE.
006790     EVALUATE TRUE
006800         WHEN CVT-REQMAST-STATUS-OK
006810             CONTINUE
006820         WHEN CVT-REQMAST-NOT-FOUND
006830             MOVE SPACES TO CVT-REPORT-LINE
006840             WRITE CVT-REPORT-LINE
006850             MOVE SPACES TO CVT-REPORT-LINE
006860             STRING 'REQUISITION ' DELIMITED BY SIZE
006870                    CVT-SELECT-REQ-ID(CVT-SELECT-INDEX)
006880                        DELIMITED BY SIZE
006890                    ' NOT ON FILE - NOT MATCHED'
006900                        DELIMITED BY SIZE
006910                 INTO CVT-REPORT-LINE
006920             WRITE CVT-REPORT-LINE
006930             DISPLAY 'CV110W - REQUISITION '
006940                 CVT-SELECT-REQ-ID(CVT-SELECT-INDEX)
006950                 ' NOT ON FILE'
006960             ADD 1 TO CVT-REQS-SKIPPED-COUNT
006970             MOVE 4 TO CVT-RAISE-CC-VALUE
006980             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
006990             GO TO 3050-EXIT
007000         WHEN OTHER
007010             DISPLAY 'CV110E - I/O ERROR READING CVREQ.DAT'
007020                 ' STATUS=' CVT-REQMAST-STATUS
007030             SET CVT-IO-ERROR-SEEN TO TRUE
007040             GO TO 3050-EXIT
007050     END-EVALUATE.
007060     IF CVR-STATUS-OPEN
007070         AND CVR-EFFECTIVE-FROM NOT > CVT-RUN-DATE
007080         AND (CVR-EFFECTIVE-TO = ZERO
007090             OR CVR-EFFECTIVE-TO NOT < CVT-RUN-DATE)
007100         PERFORM 3100-PROCESS-REQUISITION THRU 3100-EXIT
007110         GO TO 3050-EXIT
007120     END-IF.
007130     MOVE SPACES TO CVT-REPORT-LINE.
007140     WRITE CVT-REPORT-LINE.
007150     MOVE SPACES TO CVT-REPORT-LINE.
007160     STRING 'REQUISITION ' DELIMITED BY SIZE
007170            CVR-REQ-ID DELIMITED BY SIZE
007180            ' ' DELIMITED BY SIZE
007190            CVR-ROLE-TITLE DELIMITED BY SIZE
007200            ' NOT OPEN OR NOT EFFECTIVE - NOT MATCHED'
007210                DELIMITED BY SIZE
007220         INTO CVT-REPORT-LINE.
007230     WRITE CVT-REPORT-LINE.
007240     DISPLAY 'CV110W - REQUISITION ' CVR-REQ-ID
007250         ' NOT OPEN OR NOT EFFECTIVE'.
007260     ADD 1 TO CVT-REQS-SKIPPED-COUNT.
007270     MOVE 4 TO CVT-RAISE-CC-VALUE.
007280     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
007290 3050-EXIT.
007300     EXIT.
007310*****************************************************************
007320*    3100-PROCESS-REQUISITION                                   *
007330*                                                                *
007340*    SCORES EVERY CANDIDATE IN THE POOL AGAINST THE             *
007350*    REQUISITION NOW IN THE RECORD AREA, RANKS THE ONES THAT    *
007360*    MATCH ANYTHING, AND WRITES THE FULL SHORTLIST.             *
007370*****************************************************************
007380 3100-PROCESS-REQUISITION.
007390     ADD 1 TO CVT-REQS-MATCHED-COUNT.
007400     MOVE 'N' TO CVT-SHORT-FULL-SWITCH.
007410     MOVE ZERO TO CVT-REQ-SKILL-COUNT.
007420     MOVE ZERO TO CVT-REQ-REQUIRED-TOTAL.
007430     MOVE ZERO TO CVT-REQ-DESIRABL-TOTAL.
007440     PERFORM 3120-LOAD-REQ-SKILL THRU 3120-EXIT
007450         VARYING CVT-REQ-SKILL-INDEX FROM 1 BY 1
007460         UNTIL CVT-REQ-SKILL-INDEX > CVR-SKILL-COUNT
007470         OR CVT-REQ-SKILL-INDEX > CVT-REQ-SKILL-MAX.
007480     MOVE ZERO TO CVT-SHORT-COUNT.
007490     PERFORM 3150-SHORTLIST-CANDIDATE THRU 3150-EXIT
007500         VARYING CVT-CAND-INDEX FROM 1 BY 1
007510         UNTIL CVT-CAND-INDEX > CVT-CAND-COUNT.
007520     PERFORM 3300-SORT-SHORTLIST THRU 3300-EXIT.
007530     PERFORM 3400-WRITE-SHORTLIST THRU 3400-EXIT.
007540 3100-EXIT.
007550     EXIT.
007560*****************************************************************
007570*    3120-LOAD-REQ-SKILL                                        *
007580*                                                                *
007590*    ONE MASTER SKILL INTO THE WORKING TABLE, CARRIED TO ITS    *
007600*    CANONICAL NAME WHEN THE REFERENCE KNOWS IT.                *
007610*****************************************************************
007620 3120-LOAD-REQ-SKILL.
007630     ADD 1 TO CVT-REQ-SKILL-COUNT.
007640     MOVE CVR-SKILL-TITLE(CVT-REQ-SKILL-INDEX) TO
007650         CVT-REQ-SKILL-TITLE(CVT-REQ-SKILL-COUNT).
007660     MOVE CVR-SKILL-TYPE(CVT-REQ-SKILL-INDEX) TO
007670         CVT-REQ-SKILL-TYPE(CVT-REQ-SKILL-COUNT).
007680     IF CVT-REQ-SKILL-REQUIRED(CVT-REQ-SKILL-COUNT)
007690         ADD 1 TO CVT-REQ-REQUIRED-TOTAL
007700     ELSE
007710         ADD 1 TO CVT-REQ-DESIRABL-TOTAL
007720     END-IF.
007730     IF CVT-SKREF-COUNT = ZERO
007740         GO TO 3120-EXIT
007750     END-IF.
007760     MOVE CVT-REQ-SKILL-TITLE(CVT-REQ-SKILL-COUNT) TO
007770         CVT-SKREF-LOOKUP-NAME.
007780     MOVE ZERO TO CVT-SKREF-MATCH-INDEX.
007790     PERFORM 3130-LOOKUP-SKILL-REF THRU 3130-EXIT
007800         VARYING CVT-SKREF-INDEX FROM 1 BY 1
007810         UNTIL CVT-SKREF-INDEX > CVT-SKREF-COUNT
007820         OR CVT-SKREF-MATCH-INDEX > ZERO.
007830     IF CVT-SKREF-MATCH-INDEX > ZERO
007840         MOVE CVT-SKREF-CANONICAL(CVT-SKREF-MATCH-INDEX) TO
007850             CVT-REQ-SKILL-TITLE(CVT-REQ-SKILL-COUNT)
007860     END-IF.
007870 3120-EXIT.
007880     EXIT.
007890*****************************************************************
007900*    3130-LOOKUP-SKILL-REF                                      *
007910*****************************************************************
007920 3130-LOOKUP-SKILL-REF.
007930     IF CVT-SKREF-NAME(CVT-SKREF-INDEX) = CVT-SKREF-LOOKUP-NAME
007940         MOVE CVT-SKREF-INDEX TO CVT-SKREF-MATCH-INDEX
007950     END-IF.
007960 3130-EXIT.
007970     EXIT.
007980*****************************************************************
007990*    3150-SHORTLIST-CANDIDATE                                   *
008000*                                                                *
008010*    A CANDIDATE MATCHING NOTHING AT ALL IS LEFT OFF THE LIST,  *
008020*    AS IN CV100.                                               *
008030*****************************************************************
008040 3150-SHORTLIST-CANDIDATE.
008050     PERFORM 3200-SCORE-CANDIDATE THRU 3200-EXIT.
008060     IF CVT-SCORE-REQ-COUNT = ZERO
008070         AND CVT-SCORE-DES-COUNT = ZERO
008080         GO TO 3150-EXIT
008090     END-IF.
008100     IF CVT-SHORT-COUNT >= CVT-SHORT-MAX
008110         IF NOT CVT-SHORT-FULL-SEEN
008120             SET CVT-SHORT-FULL-SEEN TO TRUE
008130             DISPLAY 'CV110W - SHORTLIST TABLE FULL FOR '
008140                 CVR-REQ-ID ' - FURTHER CANDIDATES NOT LISTED'
008150             MOVE 4 TO CVT-RAISE-CC-VALUE
008160             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
008170         END-IF
008180         GO TO 3150-EXIT
008190     END-IF.
008200     ADD 1 TO CVT-SHORT-COUNT.
008210     MOVE CVT-CAND-INDEX TO CVT-SHORT-CAND-INDEX(CVT-SHORT-COUNT).
008220     MOVE CVT-SCORE-REQ-COUNT TO
008230         CVT-SHORT-REQ-COUNT(CVT-SHORT-COUNT).
008240     MOVE CVT-SCORE-DES-COUNT TO
008250         CVT-SHORT-DES-COUNT(CVT-SHORT-COUNT).
008260 3150-EXIT.
008270     EXIT.
008280*****************************************************************
008290*    3200-SCORE-CANDIDATE                                       *
008300*                                                                *
008310*    SETS THE PER-SKILL MATCH SWITCHES FOR THE CANDIDATE AT     *
008320*    CVT-CAND-INDEX FROM THAT CANDIDATE'S RANGE OF THE POOL,    *
008330*    AND LEAVES THE REQUIRED/DESIRABLE MATCH COUNTS IN          *
008340*    CVT-SCORE-REQ-COUNT / CVT-SCORE-DES-COUNT.  A SWITCH, NOT  *
008350*    A COUNTER, SO A SKILL HELD TWICE IS NOT COUNTED TWICE.     *
008360*****************************************************************
008370 3200-SCORE-CANDIDATE.
008380     PERFORM 3210-CLEAR-MATCH-SWITCH THRU 3210-EXIT
008390         VARYING CVT-REQ-SKILL-INDEX FROM 1 BY 1
008400         UNTIL CVT-REQ-SKILL-INDEX > CVT-REQ-SKILL-COUNT.
008410     PERFORM 3220-MATCH-POOL-TITLE THRU 3220-EXIT
008420         VARYING CVT-POOL-INDEX
008430         FROM CVT-CAND-FIRST(CVT-CAND-INDEX) BY 1
008440         UNTIL CVT-POOL-INDEX > CVT-CAND-LAST(CVT-CAND-INDEX).
008450     MOVE ZERO TO CVT-SCORE-REQ-COUNT.
008460     MOVE ZERO TO CVT-SCORE-DES-COUNT.
008470     PERFORM 3240-COUNT-MATCH THRU 3240-EXIT
008480         VARYING CVT-REQ-SKILL-INDEX FROM 1 BY 1
008490         UNTIL CVT-REQ-SKILL-INDEX > CVT-REQ-SKILL-COUNT.
008500 3200-EXIT.
008510     EXIT.
008520*****************************************************************
008530*    3210-CLEAR-MATCH-SWITCH                                    *
008540*****************************************************************
008550 3210-CLEAR-MATCH-SWITCH.
008560     MOVE 'N' TO CVT-REQ-SKILL-MATCH-SW(CVT-REQ-SKILL-INDEX).
008570 3210-EXIT.
008580     EXIT.
008590*****************************************************************
008600*    3220-MATCH-POOL-TITLE                                      *
008610*****************************************************************
008620 3220-MATCH-POOL-TITLE.
008630     PERFORM 3230-MATCH-ONE-SKILL THRU 3230-EXIT
008640         VARYING CVT-REQ-SKILL-INDEX FROM 1 BY 1
008650         UNTIL CVT-REQ-SKILL-INDEX > CVT-REQ-SKILL-COUNT.
008660 3220-EXIT.
008670     EXIT.
008680*****************************************************************
008690*    3230-MATCH-ONE-SKILL                                       *
008700*****************************************************************
008710 3230-MATCH-ONE-SKILL.
008720     IF CVT-REQ-SKILL-TITLE(CVT-REQ-SKILL-INDEX) =
008730         CVT-POOL-TITLE(CVT-POOL-INDEX)
008740         SET CVT-REQ-SKILL-MATCHED(CVT-REQ-SKILL-INDEX) TO TRUE
008750     END-IF.
008760 3230-EXIT.
008770     EXIT.
008780*****************************************************************
008790*    3240-COUNT-MATCH                                           *
008800*****************************************************************
008810 3240-COUNT-MATCH.
008820     IF CVT-REQ-SKILL-MATCHED(CVT-REQ-SKILL-INDEX)
008830         IF CVT-REQ-SKILL-REQUIRED(CVT-REQ-SKILL-INDEX)
008840             ADD 1 TO CVT-SCORE-REQ-COUNT
008850         ELSE
008860             ADD 1 TO CVT-SCORE-DES-COUNT
008870         END-IF
008880     END-IF.
008890 3240-EXIT.
008900     EXIT.
008910*****************************************************************
008920*    3300-SORT-SHORTLIST                                        *
008930*                                                                *
008940*    BUBBLE PASS, THE SAME SHAPE AS CV100'S SHORTLIST SORT.     *
008950*    HIGHEST REQUIRED COVERAGE FIRST, DESIRABLE COVERAGE AS THE *
008960*    TIEBREAK.  A PASS THAT SWAPS NOTHING ENDS THE SORT EARLY - *
008970*    A POOL SHORTLIST CAN RUN TO THOUSANDS OF NAMES.            *
008980*****************************************************************
008990 3300-SORT-SHORTLIST.
009000     PERFORM 3310-SHORTLIST-PASS THRU 3310-EXIT
009010         VARYING CVT-SHORT-INDEX FROM 1 BY 1
009020         UNTIL CVT-SHORT-INDEX >= CVT-SHORT-COUNT.
009030 3300-EXIT.
009040     EXIT.
009050*****************************************************************
009060*    3310-SHORTLIST-PASS                                        *
009070*****************************************************************
009080 3310-SHORTLIST-PASS.
009090     MOVE 'N' TO CVT-SORT-SWAP-SWITCH.
009100     PERFORM 3320-SHORTLIST-COMPARE THRU 3320-EXIT
009110         VARYING CVT-SHORT-SCAN-INDEX FROM 1 BY 1
009120         UNTIL CVT-SHORT-SCAN-INDEX >=
009130             CVT-SHORT-COUNT - CVT-SHORT-INDEX + 1.
009140     IF NOT CVT-SORT-SWAPPED
009150         MOVE CVT-SHORT-COUNT TO CVT-SHORT-INDEX
009160     END-IF.
009170 3310-EXIT.
009180     EXIT.
009190*****************************************************************
009200*    3320-SHORTLIST-COMPARE                                     *
009210*****************************************************************
009220 3320-SHORTLIST-COMPARE.
009230     IF CVT-SHORT-REQ-COUNT(CVT-SHORT-SCAN-INDEX) <
009240         CVT-SHORT-REQ-COUNT(CVT-SHORT-SCAN-INDEX + 1)
009250         OR (CVT-SHORT-REQ-COUNT(CVT-SHORT-SCAN-INDEX) =
009260                 CVT-SHORT-REQ-COUNT(CVT-SHORT-SCAN-INDEX + 1)
009270             AND CVT-SHORT-DES-COUNT(CVT-SHORT-SCAN-INDEX) <
009280                 CVT-SHORT-DES-COUNT(CVT-SHORT-SCAN-INDEX + 1))
009290         MOVE CVT-SHORT-ENTRY(CVT-SHORT-SCAN-INDEX) TO
009300             CVT-SHORT-SWAP-ENTRY
009310         MOVE CVT-SHORT-ENTRY(CVT-SHORT-SCAN-INDEX + 1) TO
009320             CVT-SHORT-ENTRY(CVT-SHORT-SCAN-INDEX)
009330         MOVE CVT-SHORT-SWAP-ENTRY TO
009340             CVT-SHORT-ENTRY(CVT-SHORT-SCAN-INDEX + 1)
009350         SET CVT-SORT-SWAPPED TO TRUE
009360     END-IF.
009370 3320-EXIT.
009380     EXIT.
009390*****************************************************************
009400*    3400-WRITE-SHORTLIST                                       *
009410*                                                                *
009420*    ONE BLOCK PER REQUISITION, LAID OUT AS IN CVMATCH.TXT -    *
009430*    CANDIDATES IN RANK ORDER, EACH WITH THE SKILLS MATCHED     *
009440*    AND THE REQUIRED SKILLS MISSING.                           *
009450*****************************************************************
009460 3400-WRITE-SHORTLIST.
009470     MOVE CVT-REQ-REQUIRED-TOTAL TO CVT-REQ-REQTOT-TEXT.
009480     MOVE CVT-REQ-DESIRABL-TOTAL TO CVT-REQ-DESTOT-TEXT.
009490     MOVE CVT-SHORT-COUNT TO CVT-COUNT-TEXT.
009500     MOVE SPACES TO CVT-REPORT-LINE.
009510     WRITE CVT-REPORT-LINE.
009520     MOVE SPACES TO CVT-REPORT-LINE.
009530     STRING 'REQUISITION ' DELIMITED BY SIZE
009540            CVR-REQ-ID DELIMITED BY SIZE
009550            ' ' DELIMITED BY SIZE
009560            CVR-ROLE-TITLE DELIMITED BY SIZE
009570         INTO CVT-REPORT-LINE.
009580     WRITE CVT-REPORT-LINE.
009590     MOVE SPACES TO CVT-REPORT-LINE.
009600     STRING '  REQUIRED SKILLS ' DELIMITED BY SIZE
009610            CVT-REQ-REQTOT-TEXT DELIMITED BY SIZE
009620            '  DESIRABLE SKILLS ' DELIMITED BY SIZE
009630            CVT-REQ-DESTOT-TEXT DELIMITED BY SIZE
009640            '  CANDIDATES MATCHED ' DELIMITED BY SIZE
009650            CVT-COUNT-TEXT DELIMITED BY SIZE
009660         INTO CVT-REPORT-LINE.
009670     WRITE CVT-REPORT-LINE.
009680     MOVE ZERO TO CVT-SHORT-RANK.
009690     PERFORM 3420-WRITE-SHORTLIST-ENTRY THRU 3420-EXIT
009700         VARYING CVT-SHORT-INDEX FROM 1 BY 1
009710         UNTIL CVT-SHORT-INDEX > CVT-SHORT-COUNT.
009720     IF CVT-SHORT-RANK = ZERO
009730         MOVE '  NO MATCHING CANDIDATES' TO CVT-REPORT-LINE
009740         WRITE CVT-REPORT-LINE
009750     END-IF.
009760 3400-EXIT.
009770     EXIT.
009780*****************************************************************
009790*    3420-WRITE-SHORTLIST-ENTRY                                 *
009800*****************************************************************
009810 3420-WRITE-SHORTLIST-ENTRY.
009820     ADD 1 TO CVT-SHORT-RANK.
009830     ADD 1 TO CVT-LISTED-COUNT.
009840     MOVE CVT-SHORT-RANK TO CVT-SHORT-RANK-TEXT.
009850     MOVE CVT-SHORT-CAND-INDEX(CVT-SHORT-INDEX) TO CVT-CAND-INDEX.
009860     MOVE CVT-SHORT-REQ-COUNT(CVT-SHORT-INDEX) TO
009870         CVT-SHORT-REQ-TEXT.
009880     MOVE CVT-SHORT-DES-COUNT(CVT-SHORT-INDEX) TO
009890         CVT-SHORT-DES-TEXT.
009900     MOVE SPACES TO CVT-REPORT-LINE.
009910     STRING '  RANK ' DELIMITED BY SIZE
009920            CVT-SHORT-RANK-TEXT DELIMITED BY SIZE
009930            ' ' DELIMITED BY SIZE
009940            CVT-CAND-ID(CVT-CAND-INDEX) DELIMITED BY SIZE
009950            ' ' DELIMITED BY SIZE
009960            CVT-CAND-NAME(CVT-CAND-INDEX) DELIMITED BY SIZE
009970            ' REQUIRED ' DELIMITED BY SIZE
009980            CVT-SHORT-REQ-TEXT DELIMITED BY SIZE
009990            ' OF ' DELIMITED BY SIZE
010000            CVT-REQ-REQTOT-TEXT DELIMITED BY SIZE
010010            ' DESIRABLE ' DELIMITED BY SIZE
010020            CVT-SHORT-DES-TEXT DELIMITED BY SIZE
010030            ' OF ' DELIMITED BY SIZE
010040            CVT-REQ-DESTOT-TEXT DELIMITED BY SIZE
010050         INTO CVT-REPORT-LINE.
010060     WRITE CVT-REPORT-LINE.
010070     IF CVT-PIPE-AVAILABLE
010080         PERFORM 3430-FLAG-PIPELINE THRU 3430-EXIT
010090     END-IF.
010100     PERFORM 3200-SCORE-CANDIDATE THRU 3200-EXIT.
010110     PERFORM 3440-WRITE-SKILL-LINE THRU 3440-EXIT
010120         VARYING CVT-REQ-SKILL-INDEX FROM 1 BY 1
010130         UNTIL CVT-REQ-SKILL-INDEX > CVT-REQ-SKILL-COUNT.
010140 3420-EXIT.
010150     EXIT.
010160*****************************************************************
010170*    3430-FLAG-PIPELINE                                         *
010180*                                                                *
010190*    RANDOM READ OF THE CV600 PIPELINE FILE ON REQUISITION /    *
010200*    CANDIDATE, AS IN CV100'S 6430-FLAG-PIPELINE.  A HIT MEANS  *
010210*    A RECRUITER HAS ALREADY DISPOSITIONED THIS CANDIDATE FOR   *
010220*    THIS REQUISITION, AND THE SHORTLIST SAYS SO UNDER THE      *
010230*    RANK LINE.                                                 *
010240*****************************************************************
010250 3430-FLAG-PIPELINE.
010260     MOVE CVR-REQ-ID TO CVP-REQ-ID.
010270     MOVE CVT-CAND-ID(CVT-CAND-INDEX) TO CVP-CANDIDATE-ID.
010280     READ CVT-PIPE-FILE.
010290     IF NOT CVT-PIPE-STATUS-OK
010300         GO TO 3430-EXIT
010310     END-IF.
010320     ADD 1 TO CVT-PIPE-FLAG-COUNT.
010330     EVALUATE TRUE
010340         WHEN CVP-STAGE-CONTACTED
010350             MOVE 'CONTACTED   ' TO CVT-PIPE-STAGE-WORD
010360         WHEN CVP-STAGE-INTERVIEWING
010370             MOVE 'INTERVIEWING' TO CVT-PIPE-STAGE-WORD
010380         WHEN CVP-STAGE-OFFERED
010390             MOVE 'OFFERED     ' TO CVT-PIPE-STAGE-WORD
010400         WHEN CVP-STAGE-HIRED
010410             MOVE 'HIRED       ' TO CVT-PIPE-STAGE-WORD
010420         WHEN CVP-STAGE-DECLINED
010430             MOVE 'DECLINED    ' TO CVT-PIPE-STAGE-WORD
010440         WHEN CVP-STAGE-WITHDRAWN
010450             MOVE 'WITHDRAWN   ' TO CVT-PIPE-STAGE-WORD
010460         WHEN OTHER
010470             MOVE '????????????' TO CVT-PIPE-STAGE-WORD
010480     END-EVALUATE.
010490     MOVE SPACES TO CVT-REPORT-LINE.
010500     STRING '    ALREADY IN PIPELINE - ' DELIMITED BY SIZE
010510            CVT-PIPE-STAGE-WORD DELIMITED BY SIZE
010520            ' SINCE ' DELIMITED BY SIZE
010530            CVP-STAGE-DATE DELIMITED BY SIZE
010540         INTO CVT-REPORT-LINE.
010550     WRITE CVT-REPORT-LINE.
010560 3430-EXIT.
010570     EXIT.
010580*****************************************************************
010590*    3440-WRITE-SKILL-LINE                                      *
010600*****************************************************************
010610 3440-WRITE-SKILL-LINE.
010620     MOVE SPACES TO CVT-REPORT-LINE.
010630     IF CVT-REQ-SKILL-MATCHED(CVT-REQ-SKILL-INDEX)
010640         STRING '    HAS   ' DELIMITED BY SIZE
010650             CVT-REQ-SKILL-TITLE(CVT-REQ-SKILL-INDEX)
010660                 DELIMITED BY SIZE
010670             INTO CVT-REPORT-LINE
010680         WRITE CVT-REPORT-LINE
010690         GO TO 3440-EXIT
010700     END-IF.
010710     IF CVT-REQ-SKILL-REQUIRED(CVT-REQ-SKILL-INDEX)
010720         STRING '    LACKS ' DELIMITED BY SIZE
010730             CVT-REQ-SKILL-TITLE(CVT-REQ-SKILL-INDEX)
010740                 DELIMITED BY SIZE
010750             INTO CVT-REPORT-LINE
010760         WRITE CVT-REPORT-LINE
010770     END-IF.
010780 3440-EXIT.
010790     EXIT.
010800*****************************************************************
010810*    9900-RAISE-CONDITION                                       *
010820*****************************************************************
010830 9900-RAISE-CONDITION.
010840     IF CVT-RAISE-CC-VALUE > CVT-CONDITION-CODE
010850         MOVE CVT-RAISE-CC-VALUE TO CVT-CONDITION-CODE
010860     END-IF.
010870 9900-EXIT.
010880     EXIT.
010890*****************************************************************
010900*    9999-TERMINATE                                             *
010910*****************************************************************
010920 9999-TERMINATE.
010930     IF CVT-REQMAST-OPENED
010940         CLOSE CVT-REQMAST-FILE
010950     END-IF.
010960     IF CVT-HISTORY-OPENED
010970         CLOSE CVT-HISTORY-FILE
010980     END-IF.
010990     IF CVT-MASTER-OPENED
011000         CLOSE CVT-MASTER-FILE
011010     END-IF.
011020     IF CVT-PIPE-AVAILABLE
011030         CLOSE CVT-PIPE-FILE
011040     END-IF.
011050     IF CVT-REPORT-OPENED
011060         CLOSE CVT-REPORT-FILE
011070     END-IF.
011080     IF CVT-IO-ERROR-SEEN
011090         MOVE 12 TO CVT-RAISE-CC-VALUE
011100         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
011110     END-IF.
011120     DISPLAY 'CV110 - TALENT POOL MATCH SUMMARY'.
011130     DISPLAY '  HISTORY RECORDS READ : ' CVT-HISTORY-READ-COUNT.
011140     DISPLAY '  CANDIDATES IN POOL   : ' CVT-CAND-COUNT.
011150     DISPLAY '  SKILLS IN POOL       : ' CVT-POOL-COUNT.
011160     DISPLAY '  INACTIVE SKIPPED     : ' CVT-INACTIVE-SKIP-COUNT.
011170     DISPLAY '  NO MASTER SKIPPED    : ' CVT-NO-MASTER-SKIP-COUNT.
011180     DISPLAY '  REQUISITIONS MATCHED : ' CVT-REQS-MATCHED-COUNT.
011190     DISPLAY '  REQUISITIONS SKIPPED : ' CVT-REQS-SKIPPED-COUNT.
011200     DISPLAY '  SHORTLIST LINES      : ' CVT-LISTED-COUNT.
011210     DISPLAY '  ALREADY IN PIPELINE  : ' CVT-PIPE-FLAG-COUNT.
011220     DISPLAY 'CV110 - ENDING WITH CONDITION CODE '
011230         CVT-CONDITION-CODE.
011240     MOVE CVT-CONDITION-CODE TO RETURN-CODE.
011250 9999-EXIT.
011260     EXIT.
