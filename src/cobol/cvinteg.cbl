000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV820.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - BATCH SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV820 - CROSS-FILE INTEGRITY CHECK.                         *
000100*                                                               *
000110*   NIGHTLY CHECK THAT THE KEYS CARRIED BETWEEN THE MASTERS     *
000120*   STILL LINE UP.  READS CVMAST, CVPIPE AND CVHIST IN FULL     *
000130*   AND LOOKS UP CVREQ AND CVMAST BY KEY, AND LISTS EVERY       *
000140*   FINDING BY FILE AND KEY ON CVINTEG.TXT WITH COUNTS AT THE   *
000150*   END.  NOTHING IS CHANGED.  THE FINDINGS ARE -               *
000160*                                                               *
000170*   MERGE CHAIN (CVMAST) - A MERGED-INTO ID THAT IS THE         *
000180*       RECORD'S OWN, IS NOT ON FILE, IS ITSELF MERGED (THE     *
000190*       CHAIN IS WALKED TO ITS END), LOOPS BACK, RUNS PAST TEN  *
000200*       LINKS, OR ENDS AT AN INACTIVE SURVIVOR.                 *
000210*   ORPHAN - A CVPIPE RECORD WHOSE REQUISITION IS NOT ON CVREQ  *
000220*       OR WHOSE CANDIDATE IS NOT ON CVMAST; CVHIST NODES WHOSE *
000230*       CANDIDATE IS NOT ON CVMAST (ONE LINE PER CANDIDATE,     *
000240*       WITH THE NODE COUNT).                                   *
000250*   CONFLICT - A CVMAST RECORD MERGED BUT STILL ACTIVE; A       *
000260*       CVPIPE RECORD FOR A MERGED CANDIDATE, OR AT AN OPEN     *
000270*       STAGE (C, I, O) ON A FILLED OR CANCELLED REQUISITION OR *
000280*       FOR AN INACTIVE CANDIDATE; CVHIST NODES FOR A MERGED OR *
000290*       INACTIVE CANDIDATE.                                     *
000300*                                                               *
000310*   ORPHANS AND BROKEN MERGE CHAINS MEAN CV100 WOULD LOAD, AND  *
000320*   CV400 RECONCILE, AGAINST MASTERS THAT DO NOT AGREE - THEY   *
000330*   SET CONDITION CODE 8, AND THE SCHEDULE HOLDS CV100 AND      *
000340*   CV400 ON A CV820 CODE OF 8 OR MORE.  CONFLICTS ALONE ARE    *
000350*   REPORTED WITH CODE 4 AND HOLD NOTHING.  12 IS AN I/O ERROR  *
000360*   (THE CHECK IS INCOMPLETE, SO IT HOLDS THEM TOO).  A MASTER  *
000370*   NOT YET CREATED IS CHECKED AS EMPTY.                        *
000380*                                                               *
000390*   MODIFICATION HISTORY.                                      *
000400*       2026-10-15  RM  ORIGINAL VERSION.                      *
000410*                                                               *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CVIG-MASTER-FILE
000470         ASSIGN TO 'CVMAST.DAT'
000480         ORGANIZATION INDEXED
000490         ACCESS DYNAMIC
000500         RECORD KEY CVM-CANDIDATE-ID
000510         FILE STATUS IS CVIG-MASTER-STATUS.
000520     SELECT CVIG-REQMAST-FILE
000530         ASSIGN TO 'CVREQ.DAT'
000540         ORGANIZATION INDEXED
000550         ACCESS RANDOM
000560         RECORD KEY CVR-REQ-ID
000570         FILE STATUS IS CVIG-REQMAST-STATUS.
000580     SELECT CVIG-PIPE-FILE
000590         ASSIGN TO 'CVPIPE.DAT'
000600         ORGANIZATION INDEXED
000610         ACCESS SEQUENTIAL
000620         RECORD KEY CVP-RECORD-KEY
000630         FILE STATUS IS CVIG-PIPE-STATUS.
000640     SELECT CVIG-HISTORY-FILE
000650         ASSIGN TO 'CVHIST.DAT'
000660         ORGANIZATION INDEXED
000670         ACCESS SEQUENTIAL
000680         RECORD KEY CVH-RECORD-KEY
000690         FILE STATUS IS CVIG-HISTORY-STATUS.
000700     SELECT CVIG-REPORT-FILE
000710         ASSIGN TO 'CVINTEG.TXT'
000720         ORGANIZATION LINE SEQUENTIAL
000730         FILE STATUS IS CVIG-REPORT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CVIG-MASTER-FILE.
000770 01  CVIG-MASTER-RECORD.
000780     COPY CVMAST.
000790 FD  CVIG-REQMAST-FILE.
000800 01  CVIG-REQMAST-RECORD.
000810     COPY CVREQ.
000820 FD  CVIG-PIPE-FILE.
000830 01  CVIG-PIPE-RECORD.
000840     COPY CVPIPE.
000850 FD  CVIG-HISTORY-FILE.
000860 01  CVIG-HISTORY-RECORD.
000870     COPY CVHIST.
000880 FD  CVIG-REPORT-FILE.
000890 01  CVIG-REPORT-LINE            PIC X(132).
000900 WORKING-STORAGE SECTION.
000910 77  CVIG-MASTER-STATUS          PIC X(02) VALUE '00'.
000920     88  CVIG-MASTER-STATUS-OK       VALUE '00'.
000930     88  CVIG-MASTER-AT-END          VALUE '10'.
000940     88  CVIG-MASTER-NOT-FOUND       VALUE '23'.
000950     88  CVIG-MASTER-ABSENT          VALUE '35'.
000960 77  CVIG-REQMAST-STATUS         PIC X(02) VALUE '00'.
000970     88  CVIG-REQMAST-STATUS-OK      VALUE '00'.
000980     88  CVIG-REQMAST-NOT-FOUND      VALUE '23'.
000990     88  CVIG-REQMAST-ABSENT         VALUE '35'.
001000 77  CVIG-PIPE-STATUS            PIC X(02) VALUE '00'.
001010     88  CVIG-PIPE-STATUS-OK         VALUE '00'.
001020     88  CVIG-PIPE-AT-END            VALUE '10'.
001030     88  CVIG-PIPE-ABSENT            VALUE '35'.
001040 77  CVIG-HISTORY-STATUS         PIC X(02) VALUE '00'.
001050     88  CVIG-HISTORY-STATUS-OK      VALUE '00'.
001060     88  CVIG-HISTORY-AT-END         VALUE '10'.
001070     88  CVIG-HISTORY-ABSENT         VALUE '35'.
001080 77  CVIG-REPORT-STATUS          PIC X(02) VALUE '00'.
001090     88  CVIG-REPORT-OPEN-OK         VALUE '00'.
001100 77  CVIG-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
001110     88  CVIG-MASTER-EOF             VALUE 'Y'.
001120 77  CVIG-PIPE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001130     88  CVIG-PIPE-EOF               VALUE 'Y'.
001140 77  CVIG-HISTORY-EOF-SWITCH     PIC X(01) VALUE 'N'.
001150     88  CVIG-HISTORY-EOF            VALUE 'Y'.
001160 77  CVIG-MASTER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001170     88  CVIG-MASTER-OPENED          VALUE 'Y'.
001180 77  CVIG-REQMAST-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001190     88  CVIG-REQMAST-OPENED         VALUE 'Y'.
001200 77  CVIG-REPORT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001210     88  CVIG-REPORT-OPENED          VALUE 'Y'.
001220 77  CVIG-MASTER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001230     88  CVIG-MASTER-FOUND           VALUE 'Y'.
001240     88  CVIG-MASTER-READ-FAILED     VALUE 'E'.
001250 77  CVIG-REQ-FOUND-SWITCH       PIC X(01) VALUE 'N'.
001260     88  CVIG-REQ-FOUND              VALUE 'Y'.
001270 77  CVIG-CHAIN-DONE-SWITCH      PIC X(01) VALUE 'N'.
001280     88  CVIG-CHAIN-DONE             VALUE 'Y'.
001290 77  CVIG-CHAIN-WALKED-SWITCH    PIC X(01) VALUE 'N'.
001300     88  CVIG-CHAIN-WALKED           VALUE 'Y'.
001310 77  CVIG-CHAIN-LOOP-SWITCH      PIC X(01) VALUE 'N'.
001320     88  CVIG-CHAIN-LOOPS            VALUE 'Y'.
001330 77  CVIG-RUN-DATE               PIC 9(08).
001340 77  CVIG-START-ID               PIC X(10) VALUE SPACES.
001350 77  CVIG-FIRST-TARGET-ID        PIC X(10) VALUE SPACES.
001360 77  CVIG-CHAIN-NEXT-ID          PIC X(10) VALUE SPACES.
001370 77  CVIG-CHAIN-HOPS             PIC 9(02) COMP VALUE ZERO.
001380 77  CVIG-CHAIN-HOP-MAX          PIC 9(02) COMP VALUE 10.
001390 77  CVIG-CHAIN-INDEX            PIC 9(02) COMP VALUE ZERO.
001400 77  CVIG-GROUP-ID               PIC X(10) VALUE SPACES.
001410 77  CVIG-GROUP-NODES            PIC 9(05) COMP VALUE ZERO.
001420 77  CVIG-NODES-TEXT             PIC 9(05).
001430 77  CVIG-FIND-TAG               PIC X(08) VALUE SPACES.
001440 77  CVIG-FIND-KEY               PIC X(20) VALUE SPACES.
001450 77  CVIG-FIND-CATEGORY          PIC X(11) VALUE SPACES.
001460     88  CVIG-FIND-ORPHAN            VALUE 'ORPHAN'.
001470     88  CVIG-FIND-MERGE-CHAIN       VALUE 'MERGE CHAIN'.
001480     88  CVIG-FIND-CONFLICT          VALUE 'CONFLICT'.
001490 77  CVIG-FIND-TEXT              PIC X(70) VALUE SPACES.
001500 77  CVIG-MASTERS-READ           PIC 9(07) COMP VALUE ZERO.
001510 77  CVIG-PIPES-READ             PIC 9(07) COMP VALUE ZERO.
001520 77  CVIG-NODES-READ             PIC 9(07) COMP VALUE ZERO.
001530 77  CVIG-MAST-CHAIN-COUNT       PIC 9(07) COMP VALUE ZERO.
001540 77  CVIG-MAST-CONFLICT-COUNT    PIC 9(07) COMP VALUE ZERO.
001550 77  CVIG-PIPE-ORPHAN-COUNT      PIC 9(07) COMP VALUE ZERO.
001560 77  CVIG-PIPE-CONFLICT-COUNT    PIC 9(07) COMP VALUE ZERO.
001570 77  CVIG-HIST-ORPHAN-COUNT      PIC 9(07) COMP VALUE ZERO.
001580 77  CVIG-HIST-ORPHAN-NODES      PIC 9(07) COMP VALUE ZERO.
001590 77  CVIG-HIST-CONFLICT-COUNT    PIC 9(07) COMP VALUE ZERO.
001600 77  CVIG-HIST-CONFLICT-NODES    PIC 9(07) COMP VALUE ZERO.
001610 77  CVIG-FINDING-COUNT          PIC 9(07) COMP VALUE ZERO.
001620 77  CVIG-COUNT-TEXT             PIC 9(07).
001630 77  CVIG-NODE-COUNT-TEXT        PIC 9(07).
001640 77  CVIG-CONDITION-CODE         PIC 9(02) COMP VALUE ZERO.
001650 77  CVIG-RAISE-CC-VALUE         PIC 9(02) COMP VALUE ZERO.
001660 77  CVIG-IO-ERROR-SWITCH        PIC X(01) VALUE 'N'.
001670     88  CVIG-IO-ERROR-SEEN          VALUE 'Y'.
001680*
001690*    THE IDS ALREADY WALKED ON THE CURRENT MERGE CHAIN - THE
001700*    STARTING RECORD AND ONE PER LINK - FOR LOOP DETECTION.
001710*
001720 01  CVIG-CHAIN-TABLE.
001730     03  CVIG-CHAIN-SEEN-ID      PIC X(10) OCCURS 11 TIMES.
001740 PROCEDURE DIVISION.
001750*****************************************************************
001760*    0000-MAINLINE                                              *
001770*****************************************************************
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     IF CVIG-REPORT-OPENED
001810         PERFORM 2000-CHECK-MASTERS THRU 2000-EXIT
001820         PERFORM 3000-CHECK-PIPELINE THRU 3000-EXIT
001830         PERFORM 4000-CHECK-HISTORY THRU 4000-EXIT
001840         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001850     END-IF.
001860     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001870     GOBACK.
001880*****************************************************************
001890*    1000-INITIALIZE                                            *
001900*                                                                *
001910*    CVMAST AND CVREQ STAY OPEN FOR THE KEYED LOOKUPS OF ALL    *
001920*    THREE PASSES.  EITHER ONE MISSING IS CHECKED AS EMPTY -    *
001930*    EVERY REFERENCE INTO IT IS THEN AN ORPHAN.                 *
001940*****************************************************************
001950 1000-INITIALIZE.
001960     ACCEPT CVIG-RUN-DATE FROM DATE YYYYMMDD.
001970     OPEN OUTPUT CVIG-REPORT-FILE.
001980     IF NOT CVIG-REPORT-OPEN-OK
001990         DISPLAY 'CV820E - CANNOT OPEN CVINTEG.TXT STATUS='
002000             CVIG-REPORT-STATUS ' - NOTHING CHECKED'
002010         SET CVIG-IO-ERROR-SEEN TO TRUE
002020         GO TO 1000-EXIT
002030     END-IF.
002040     SET CVIG-REPORT-OPENED TO TRUE.
002050     OPEN INPUT CVIG-MASTER-FILE.
002060     EVALUATE TRUE
002070         WHEN CVIG-MASTER-STATUS-OK
002080             SET CVIG-MASTER-OPENED TO TRUE
002090         WHEN CVIG-MASTER-ABSENT
002100             DISPLAY 'CV820W - CVMAST.DAT NOT FOUND - CHECKED'
002110                 ' AS EMPTY'
002120         WHEN OTHER
002130             DISPLAY 'CV820E - I/O ERROR OPENING CVMAST.DAT'
002140                 ' STATUS=' CVIG-MASTER-STATUS
002150             SET CVIG-IO-ERROR-SEEN TO TRUE
002160     END-EVALUATE.
002170     OPEN INPUT CVIG-REQMAST-FILE.
002180     EVALUATE TRUE
002190         WHEN CVIG-REQMAST-STATUS-OK
002200             SET CVIG-REQMAST-OPENED TO TRUE
002210         WHEN CVIG-REQMAST-ABSENT
002220             DISPLAY 'CV820W - CVREQ.DAT NOT FOUND - CHECKED'
002230                 ' AS EMPTY'
002240         WHEN OTHER
002250             DISPLAY 'CV820E - I/O ERROR OPENING CVREQ.DAT'
002260                 ' STATUS=' CVIG-REQMAST-STATUS
002270             SET CVIG-IO-ERROR-SEEN TO TRUE
002280     END-EVALUATE.
002290     MOVE SPACES TO CVIG-REPORT-LINE.
002300     STRING 'CV820 - CROSS-FILE INTEGRITY CHECK    RUN DATE '
002310                DELIMITED BY SIZE
002320            CVIG-RUN-DATE DELIMITED BY SIZE
002330         INTO CVIG-REPORT-LINE.
002340     WRITE CVIG-REPORT-LINE.
002350     MOVE SPACES TO CVIG-REPORT-LINE.
002360     WRITE CVIG-REPORT-LINE.
002370     MOVE 'FILE     KEY                  FINDING     DETAIL'
002380         TO CVIG-REPORT-LINE.
002390     WRITE CVIG-REPORT-LINE.
002400 1000-EXIT.
002410     EXIT.
002420*****************************************************************
002430*    2000-CHECK-MASTERS                                         *
002440*                                                                *
002450*    EVERY MERGED RECORD HAS ITS CHAIN WALKED BY KEYED READS OF *
002460*    THE SAME FILE, SO THE BROWSE IS RESTARTED JUST PAST THE    *
002470*    RECORD AFTERWARDS.                                         *
002480*****************************************************************
002490 2000-CHECK-MASTERS.
002500     IF NOT CVIG-MASTER-OPENED
002510         GO TO 2000-EXIT
002520     END-IF.
002530     MOVE 'N' TO CVIG-MASTER-EOF-SWITCH.
002540     PERFORM 2010-READ-MASTER-NEXT THRU 2010-EXIT.
002550     PERFORM 2100-CHECK-ONE-MASTER THRU 2100-EXIT
002560         UNTIL CVIG-MASTER-EOF.
002570 2000-EXIT.
002580     EXIT.
002590*****************************************************************
002600*    2010-READ-MASTER-NEXT                                      *
002610*****************************************************************
002620 2010-READ-MASTER-NEXT.
002630     READ CVIG-MASTER-FILE NEXT.
002640     EVALUATE TRUE
002650         WHEN CVIG-MASTER-STATUS-OK
002660             ADD 1 TO CVIG-MASTERS-READ
002670         WHEN CVIG-MASTER-AT-END
002680             SET CVIG-MASTER-EOF TO TRUE
002690         WHEN OTHER
002700             DISPLAY 'CV820E - I/O ERROR READING CVMAST.DAT'
002710                 ' STATUS=' CVIG-MASTER-STATUS
002720             SET CVIG-MASTER-EOF TO TRUE
002730             SET CVIG-IO-ERROR-SEEN TO TRUE
002740     END-EVALUATE.
002750 2010-EXIT.
002760     EXIT.
002770*****************************************************************
002780*    2100-CHECK-ONE-MASTER                                      *
002790*****************************************************************
002800 2100-CHECK-ONE-MASTER.
002810     MOVE 'N' TO CVIG-CHAIN-WALKED-SWITCH.
002820     IF CVM-MERGED-INTO-ID = SPACES
002830         GO TO 2100-READ-NEXT
002840     END-IF.
002850     MOVE CVM-CANDIDATE-ID TO CVIG-START-ID.
002860     IF CVM-STATUS-ACTIVE
002870         MOVE 'CVMAST' TO CVIG-FIND-TAG
002880         MOVE CVIG-START-ID TO CVIG-FIND-KEY
002890         MOVE 'CONFLICT' TO CVIG-FIND-CATEGORY
002900         STRING 'MERGED INTO ' DELIMITED BY SIZE
002910                CVM-MERGED-INTO-ID DELIMITED BY SPACE
002920                ' BUT STILL ACTIVE' DELIMITED BY SIZE
002930             INTO CVIG-FIND-TEXT
002940         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
002950         ADD 1 TO CVIG-MAST-CONFLICT-COUNT
002960     END-IF.
002970     PERFORM 2200-WALK-MERGE-CHAIN THRU 2200-EXIT.
002980     IF CVIG-FIND-TEXT NOT = SPACES
002990         MOVE 'CVMAST' TO CVIG-FIND-TAG
003000         MOVE CVIG-START-ID TO CVIG-FIND-KEY
003010         MOVE 'MERGE CHAIN' TO CVIG-FIND-CATEGORY
003020         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
003030         ADD 1 TO CVIG-MAST-CHAIN-COUNT
003040     END-IF.
003050 2100-READ-NEXT.
003060     IF CVIG-CHAIN-WALKED
003070         MOVE CVIG-START-ID TO CVM-CANDIDATE-ID
003080         START CVIG-MASTER-FILE KEY > CVM-CANDIDATE-ID
003090         EVALUATE TRUE
003100             WHEN CVIG-MASTER-STATUS-OK
003110                 CONTINUE
003120             WHEN CVIG-MASTER-NOT-FOUND
003130                 SET CVIG-MASTER-EOF TO TRUE
003140                 GO TO 2100-EXIT
003150             WHEN OTHER
003160                 DISPLAY 'CV820E - CVMAST.DAT START FAILED'
003170                     ' STATUS=' CVIG-MASTER-STATUS
003180                 SET CVIG-IO-ERROR-SEEN TO TRUE
003190                 SET CVIG-MASTER-EOF TO TRUE
003200                 GO TO 2100-EXIT
003210         END-EVALUATE
003220     END-IF.
003230     PERFORM 2010-READ-MASTER-NEXT THRU 2010-EXIT.
003240 2100-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    2200-WALK-MERGE-CHAIN                                      *
003280*                                                                *
003290*    FOLLOWS MERGED-INTO FROM THE CURRENT RECORD TO THE FIRST   *
003300*    RECORD NOT ITSELF MERGED.  A GOOD CHAIN IS ONE LINK TO AN  *
003310*    ACTIVE SURVIVOR; ANYTHING ELSE LEAVES THE PROBLEM IN       *
003320*    CVIG-FIND-TEXT.                                            *
003330*****************************************************************
003340 2200-WALK-MERGE-CHAIN.
003350     MOVE SPACES TO CVIG-FIND-TEXT.
003360     MOVE SPACES TO CVIG-CHAIN-TABLE.
003370     MOVE ZERO TO CVIG-CHAIN-HOPS.
003380     MOVE 'N' TO CVIG-CHAIN-DONE-SWITCH.
003390     MOVE CVM-MERGED-INTO-ID TO CVIG-FIRST-TARGET-ID.
003400     MOVE CVM-MERGED-INTO-ID TO CVIG-CHAIN-NEXT-ID.
003410     MOVE CVIG-START-ID TO CVIG-CHAIN-SEEN-ID(1).
003420     IF CVIG-CHAIN-NEXT-ID = CVIG-START-ID
003430         MOVE 'MERGED INTO ITSELF' TO CVIG-FIND-TEXT
003440         GO TO 2200-EXIT
003450     END-IF.
003460     SET CVIG-CHAIN-WALKED TO TRUE.
003470     PERFORM 2210-FOLLOW-ONE-LINK THRU 2210-EXIT
003480         UNTIL CVIG-CHAIN-DONE.
003490 2200-EXIT.
003500     EXIT.
003510*****************************************************************
003520*    2210-FOLLOW-ONE-LINK                                       *
003530*****************************************************************
003540 2210-FOLLOW-ONE-LINK.
003550     SET CVIG-CHAIN-DONE TO TRUE.
003560     IF CVIG-CHAIN-HOPS NOT < CVIG-CHAIN-HOP-MAX
003570         STRING 'MERGE CHAIN FROM ' DELIMITED BY SIZE
003580                CVIG-FIRST-TARGET-ID DELIMITED BY SPACE
003590                ' RUNS PAST TEN LINKS' DELIMITED BY SIZE
003600             INTO CVIG-FIND-TEXT
003610         GO TO 2210-EXIT
003620     END-IF.
003630     ADD 1 TO CVIG-CHAIN-HOPS.
003640     MOVE 'N' TO CVIG-CHAIN-LOOP-SWITCH.
003650     PERFORM 2220-CHECK-SEEN THRU 2220-EXIT
003660         VARYING CVIG-CHAIN-INDEX FROM 1 BY 1
003670         UNTIL CVIG-CHAIN-INDEX > CVIG-CHAIN-HOPS.
003680     IF CVIG-CHAIN-LOOPS
003690         STRING 'MERGE CHAIN FROM ' DELIMITED BY SIZE
003700                CVIG-FIRST-TARGET-ID DELIMITED BY SPACE
003710                ' LOOPS BACK TO ' DELIMITED BY SIZE
003720                CVIG-CHAIN-NEXT-ID DELIMITED BY SPACE
003730             INTO CVIG-FIND-TEXT
003740         GO TO 2210-EXIT
003750     END-IF.
003760     MOVE CVIG-CHAIN-NEXT-ID TO CVM-CANDIDATE-ID.
003770     READ CVIG-MASTER-FILE.
003780     EVALUATE TRUE
003790         WHEN CVIG-MASTER-STATUS-OK
003800             CONTINUE
003810         WHEN CVIG-MASTER-NOT-FOUND
003820             IF CVIG-CHAIN-HOPS = 1
003830                 STRING 'MERGED INTO ' DELIMITED BY SIZE
003840                        CVIG-CHAIN-NEXT-ID DELIMITED BY SPACE
003850                        ' - NOT ON CVMAST' DELIMITED BY SIZE
003860                     INTO CVIG-FIND-TEXT
003870             ELSE
003880                 STRING 'MERGE CHAIN FROM ' DELIMITED BY SIZE
003890                        CVIG-FIRST-TARGET-ID DELIMITED BY SPACE
003900                        ' BREAKS AT ' DELIMITED BY SIZE
003910                        CVIG-CHAIN-NEXT-ID DELIMITED BY SPACE
003920                        ' - NOT ON CVMAST' DELIMITED BY SIZE
003930                     INTO CVIG-FIND-TEXT
003940             END-IF
003950             GO TO 2210-EXIT
003960         WHEN OTHER
003970             DISPLAY 'CV820E - I/O ERROR READING CVMAST.DAT'
003980                 ' STATUS=' CVIG-MASTER-STATUS
003990                 ' CANDIDATE ' CVIG-CHAIN-NEXT-ID
004000             SET CVIG-IO-ERROR-SEEN TO TRUE
004010             GO TO 2210-EXIT
004020     END-EVALUATE.
004030     COMPUTE CVIG-CHAIN-INDEX = CVIG-CHAIN-HOPS + 1.
004040     MOVE CVIG-CHAIN-NEXT-ID
004050         TO CVIG-CHAIN-SEEN-ID(CVIG-CHAIN-INDEX).
004060     IF CVM-MERGED-INTO-ID NOT = SPACES
004070         MOVE CVM-MERGED-INTO-ID TO CVIG-CHAIN-NEXT-ID
004080         MOVE 'N' TO CVIG-CHAIN-DONE-SWITCH
004090         GO TO 2210-EXIT
004100     END-IF.
004110     IF CVIG-CHAIN-HOPS > 1
004120         STRING 'MERGED INTO ' DELIMITED BY SIZE
004130                CVIG-FIRST-TARGET-ID DELIMITED BY SPACE
004140                ' - ITSELF MERGED, CHAIN ENDS AT '
004150                    DELIMITED BY SIZE
004160                CVM-CANDIDATE-ID DELIMITED BY SPACE
004170             INTO CVIG-FIND-TEXT
004180         GO TO 2210-EXIT
004190     END-IF.
004200     IF CVM-STATUS-INACTIVE
004210         STRING 'MERGED INTO ' DELIMITED BY SIZE
004220                CVM-CANDIDATE-ID DELIMITED BY SPACE
004230                ' - SURVIVOR IS INACTIVE' DELIMITED BY SIZE
004240             INTO CVIG-FIND-TEXT
004250     END-IF.
004260 2210-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    2220-CHECK-SEEN                                            *
004300*****************************************************************
004310 2220-CHECK-SEEN.
004320     IF CVIG-CHAIN-SEEN-ID(CVIG-CHAIN-INDEX) = CVIG-CHAIN-NEXT-ID
004330         SET CVIG-CHAIN-LOOPS TO TRUE
004340     END-IF.
004350 2220-EXIT.
004360     EXIT.
004370*****************************************************************
004380*    3000-CHECK-PIPELINE                                        *
004390*****************************************************************
004400 3000-CHECK-PIPELINE.
004410     OPEN INPUT CVIG-PIPE-FILE.
004420     EVALUATE TRUE
004430         WHEN CVIG-PIPE-STATUS-OK
004440             CONTINUE
004450         WHEN CVIG-PIPE-ABSENT
004460             GO TO 3000-EXIT
004470         WHEN OTHER
004480             DISPLAY 'CV820E - I/O ERROR OPENING CVPIPE.DAT'
004490                 ' STATUS=' CVIG-PIPE-STATUS
004500             SET CVIG-IO-ERROR-SEEN TO TRUE
004510             GO TO 3000-EXIT
004520     END-EVALUATE.
004530     MOVE 'N' TO CVIG-PIPE-EOF-SWITCH.
004540     PERFORM 3010-READ-PIPE-NEXT THRU 3010-EXIT.
004550     PERFORM 3100-CHECK-ONE-PIPE THRU 3100-EXIT
004560         UNTIL CVIG-PIPE-EOF.
004570     CLOSE CVIG-PIPE-FILE.
004580 3000-EXIT.
004590     EXIT.
004600*****************************************************************
004610*    3010-READ-PIPE-NEXT                                        *
004620*****************************************************************
004630 3010-READ-PIPE-NEXT.
004640     READ CVIG-PIPE-FILE NEXT.
004650     EVALUATE TRUE
004660         WHEN CVIG-PIPE-STATUS-OK
004670             ADD 1 TO CVIG-PIPES-READ
004680         WHEN CVIG-PIPE-AT-END
004690             SET CVIG-PIPE-EOF TO TRUE
004700         WHEN OTHER
004710             DISPLAY 'CV820E - I/O ERROR READING CVPIPE.DAT'
004720                 ' STATUS=' CVIG-PIPE-STATUS
004730             SET CVIG-PIPE-EOF TO TRUE
004740             SET CVIG-IO-ERROR-SEEN TO TRUE
004750     END-EVALUATE.
004760 3010-EXIT.
004770     EXIT.
004780*****************************************************************
004790*    3100-CHECK-ONE-PIPE                                        *
004800*                                                                *
004810*    ONE LINE PER FINDING, SO A RECORD CAN APPEAR MORE THAN     *
004820*    ONCE - AN ORPHANED REQUISITION AND A MERGED CANDIDATE ARE  *
004830*    TWO SEPARATE REPAIRS.                                      *
004840*****************************************************************
004850 3100-CHECK-ONE-PIPE.
004860     MOVE 'N' TO CVIG-REQ-FOUND-SWITCH.
004870     IF CVIG-REQMAST-OPENED
004880         MOVE CVP-REQ-ID TO CVR-REQ-ID
004890         READ CVIG-REQMAST-FILE
004900         EVALUATE TRUE
004910             WHEN CVIG-REQMAST-STATUS-OK
004920                 SET CVIG-REQ-FOUND TO TRUE
004930             WHEN CVIG-REQMAST-NOT-FOUND
004940                 CONTINUE
004950             WHEN OTHER
004960                 DISPLAY 'CV820E - I/O ERROR READING CVREQ.DAT'
004970                     ' STATUS=' CVIG-REQMAST-STATUS
004980                     ' REQ ' CVP-REQ-ID
004990                 SET CVIG-IO-ERROR-SEEN TO TRUE
005000                 GO TO 3100-READ-NEXT
005010         END-EVALUATE
005020     END-IF.
005030     IF NOT CVIG-REQ-FOUND
005040         MOVE 'ORPHAN' TO CVIG-FIND-CATEGORY
005050         MOVE 'REQUISITION NOT ON CVREQ' TO CVIG-FIND-TEXT
005060         PERFORM 3200-WRITE-PIPE-FINDING THRU 3200-EXIT
005070         ADD 1 TO CVIG-PIPE-ORPHAN-COUNT
005080     END-IF.
005090     IF CVIG-REQ-FOUND
005100         AND (CVR-STATUS-FILLED OR CVR-STATUS-CANCELLED)
005110         AND (CVP-STAGE-CONTACTED OR CVP-STAGE-INTERVIEWING
005120              OR CVP-STAGE-OFFERED)
005130         MOVE 'CONFLICT' TO CVIG-FIND-CATEGORY
005140         STRING 'STAGE ' DELIMITED BY SIZE
005150                CVP-STAGE-CODE DELIMITED BY SIZE
005160                ' STILL OPEN ON REQUISITION STATUS '
005170                    DELIMITED BY SIZE
005180                CVR-STATUS-CODE DELIMITED BY SIZE
005190             INTO CVIG-FIND-TEXT
005200         PERFORM 3200-WRITE-PIPE-FINDING THRU 3200-EXIT
005210         ADD 1 TO CVIG-PIPE-CONFLICT-COUNT
005220     END-IF.
005230     MOVE CVP-CANDIDATE-ID TO CVM-CANDIDATE-ID.
005240     PERFORM 7000-READ-MASTER THRU 7000-EXIT.
005250     IF CVIG-MASTER-READ-FAILED
005260         SET CVIG-PIPE-EOF TO TRUE
005270         GO TO 3100-EXIT
005280     END-IF.
005290     IF NOT CVIG-MASTER-FOUND
005300         MOVE 'ORPHAN' TO CVIG-FIND-CATEGORY
005310         MOVE 'CANDIDATE NOT ON CVMAST' TO CVIG-FIND-TEXT
005320         PERFORM 3200-WRITE-PIPE-FINDING THRU 3200-EXIT
005330         ADD 1 TO CVIG-PIPE-ORPHAN-COUNT
005340         GO TO 3100-READ-NEXT
005350     END-IF.
005360     IF CVM-MERGED-INTO-ID NOT = SPACES
005370         MOVE 'CONFLICT' TO CVIG-FIND-CATEGORY
005380         STRING 'CANDIDATE MERGED INTO ' DELIMITED BY SIZE
005390                CVM-MERGED-INTO-ID DELIMITED BY SPACE
005400             INTO CVIG-FIND-TEXT
005410         PERFORM 3200-WRITE-PIPE-FINDING THRU 3200-EXIT
005420         ADD 1 TO CVIG-PIPE-CONFLICT-COUNT
005430         GO TO 3100-READ-NEXT
005440     END-IF.
005450     IF CVM-STATUS-INACTIVE
005460         AND (CVP-STAGE-CONTACTED OR CVP-STAGE-INTERVIEWING
005470              OR CVP-STAGE-OFFERED)
005480         MOVE 'CONFLICT' TO CVIG-FIND-CATEGORY
005490         STRING 'STAGE ' DELIMITED BY SIZE
005500                CVP-STAGE-CODE DELIMITED BY SIZE
005510                ' STILL OPEN FOR INACTIVE CANDIDATE'
005520                    DELIMITED BY SIZE
005530             INTO CVIG-FIND-TEXT
005540         PERFORM 3200-WRITE-PIPE-FINDING THRU 3200-EXIT
005550         ADD 1 TO CVIG-PIPE-CONFLICT-COUNT
005560     END-IF.
005570 3100-READ-NEXT.
005580     PERFORM 3010-READ-PIPE-NEXT THRU 3010-EXIT.
005590 3100-EXIT.
005600     EXIT.
005610*****************************************************************
005620*    3200-WRITE-PIPE-FINDING                                    *
005630*****************************************************************
005640 3200-WRITE-PIPE-FINDING.
005650     MOVE 'CVPIPE' TO CVIG-FIND-TAG.
005660     STRING CVP-REQ-ID DELIMITED BY SIZE
005670            ' ' DELIMITED BY SIZE
005680            CVP-CANDIDATE-ID DELIMITED BY SIZE
005690         INTO CVIG-FIND-KEY.
005700     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
005710 3200-EXIT.
005720     EXIT.
005730*****************************************************************
005740*    4000-CHECK-HISTORY                                         *
005750*                                                                *
005760*    CVHIST IS KEYED CANDIDATE FIRST, SO EACH CANDIDATE'S       *
005770*    NODES ARE COUNTED AS A GROUP AND THE GROUP IS CHECKED      *
005780*    ONCE AGAINST CVMAST WHEN THE CANDIDATE CHANGES.            *
005790*****************************************************************
005800 4000-CHECK-HISTORY.
005810     OPEN INPUT CVIG-HISTORY-FILE.
005820     EVALUATE TRUE
005830         WHEN CVIG-HISTORY-STATUS-OK
005840             CONTINUE
005850         WHEN CVIG-HISTORY-ABSENT
005860             GO TO 4000-EXIT
005870         WHEN OTHER
005880             DISPLAY 'CV820E - I/O ERROR OPENING CVHIST.DAT'
005890                 ' STATUS=' CVIG-HISTORY-STATUS
005900             SET CVIG-IO-ERROR-SEEN TO TRUE
005910             GO TO 4000-EXIT
005920     END-EVALUATE.
005930     MOVE SPACES TO CVIG-GROUP-ID.
005940     MOVE ZERO TO CVIG-GROUP-NODES.
005950     MOVE 'N' TO CVIG-HISTORY-EOF-SWITCH.
005960     PERFORM 4010-READ-HISTORY-NEXT THRU 4010-EXIT.
005970     PERFORM 4100-COUNT-ONE-NODE THRU 4100-EXIT
005980         UNTIL CVIG-HISTORY-EOF.
005990     IF CVIG-GROUP-ID NOT = SPACES
006000         PERFORM 4200-CHECK-NODE-GROUP THRU 4200-EXIT
006010     END-IF.
006020     CLOSE CVIG-HISTORY-FILE.
006030 4000-EXIT.
006040     EXIT.
006050*****************************************************************
006060*    4010-READ-HISTORY-NEXT                                     *
006070*****************************************************************
006080 4010-READ-HISTORY-NEXT.
006090     READ CVIG-HISTORY-FILE NEXT.
006100     EVALUATE TRUE
006110         WHEN CVIG-HISTORY-STATUS-OK
006120             ADD 1 TO CVIG-NODES-READ
006130         WHEN CVIG-HISTORY-AT-END
006140             SET CVIG-HISTORY-EOF TO TRUE
006150         WHEN OTHER
006160             DISPLAY 'CV820E - I/O ERROR READING CVHIST.DAT'
006170                 ' STATUS=' CVIG-HISTORY-STATUS
006180             SET CVIG-HISTORY-EOF TO TRUE
006190             SET CVIG-IO-ERROR-SEEN TO TRUE
006200     END-EVALUATE.
006210 4010-EXIT.
006220     EXIT.
006230*****************************************************************
006240*    4100-COUNT-ONE-NODE                                        *
006250*****************************************************************
006260 4100-COUNT-ONE-NODE.
006270     IF CVH-CANDIDATE-ID NOT = CVIG-GROUP-ID
006280         IF CVIG-GROUP-ID NOT = SPACES
006290             PERFORM 4200-CHECK-NODE-GROUP THRU 4200-EXIT
006300         END-IF
006310         MOVE CVH-CANDIDATE-ID TO CVIG-GROUP-ID
006320         MOVE ZERO TO CVIG-GROUP-NODES
006330     END-IF.
006340     ADD 1 TO CVIG-GROUP-NODES.
006350     PERFORM 4010-READ-HISTORY-NEXT THRU 4010-EXIT.
006360 4100-EXIT.
006370     EXIT.
006380*****************************************************************
006390*    4200-CHECK-NODE-GROUP                                      *
006400*****************************************************************
006410 4200-CHECK-NODE-GROUP.
006420     MOVE CVIG-GROUP-ID TO CVM-CANDIDATE-ID.
006430     PERFORM 7000-READ-MASTER THRU 7000-EXIT.
006440     IF CVIG-MASTER-READ-FAILED
006450         SET CVIG-HISTORY-EOF TO TRUE
006460         GO TO 4200-EXIT
006470     END-IF.
006480     MOVE CVIG-GROUP-NODES TO CVIG-NODES-TEXT.
006490     MOVE 'CVHIST' TO CVIG-FIND-TAG.
006500     MOVE CVIG-GROUP-ID TO CVIG-FIND-KEY.
006510     EVALUATE TRUE
006520         WHEN NOT CVIG-MASTER-FOUND
006530             MOVE 'ORPHAN' TO CVIG-FIND-CATEGORY
006540             STRING CVIG-NODES-TEXT DELIMITED BY SIZE
006550                    ' NODES - CANDIDATE NOT ON CVMAST'
006560                        DELIMITED BY SIZE
006570                 INTO CVIG-FIND-TEXT
006580             ADD 1 TO CVIG-HIST-ORPHAN-COUNT
006590             ADD CVIG-GROUP-NODES TO CVIG-HIST-ORPHAN-NODES
006600         WHEN CVM-MERGED-INTO-ID NOT = SPACES
006610             MOVE 'CONFLICT' TO CVIG-FIND-CATEGORY
006620             STRING CVIG-NODES-TEXT DELIMITED BY SIZE
006630                    ' NODES - CANDIDATE MERGED INTO '
006640                        DELIMITED BY SIZE
006650                    CVM-MERGED-INTO-ID DELIMITED BY SPACE
006660                 INTO CVIG-FIND-TEXT
006670             ADD 1 TO CVIG-HIST-CONFLICT-COUNT
006680             ADD CVIG-GROUP-NODES TO CVIG-HIST-CONFLICT-NODES
006690         WHEN CVM-STATUS-INACTIVE
006700             MOVE 'CONFLICT' TO CVIG-FIND-CATEGORY
006710             STRING CVIG-NODES-TEXT DELIMITED BY SIZE
006720                    ' NODES - CANDIDATE INACTIVE'
006730                        DELIMITED BY SIZE
006740                 INTO CVIG-FIND-TEXT
006750             ADD 1 TO CVIG-HIST-CONFLICT-COUNT
006760             ADD CVIG-GROUP-NODES TO CVIG-HIST-CONFLICT-NODES
006770         WHEN OTHER
006780             MOVE SPACES TO CVIG-FIND-TAG
006790             MOVE SPACES TO CVIG-FIND-KEY
006800             GO TO 4200-EXIT
006810     END-EVALUATE.
006820     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
006830 4200-EXIT.
006840     EXIT.
006850*****************************************************************
006860*    5000-WRITE-TOTALS                                          *
006870*****************************************************************
006880 5000-WRITE-TOTALS.
006890     MOVE SPACES TO CVIG-REPORT-LINE.
006900     WRITE CVIG-REPORT-LINE.
006910     IF CVIG-FINDING-COUNT = ZERO
006920         MOVE 'NO FINDINGS - THE MASTERS ARE CONSISTENT'
006930             TO CVIG-REPORT-LINE
006940         WRITE CVIG-REPORT-LINE
006950         MOVE SPACES TO CVIG-REPORT-LINE
006960         WRITE CVIG-REPORT-LINE
006970     END-IF.
006980     MOVE CVIG-MASTERS-READ TO CVIG-COUNT-TEXT.
006990     MOVE SPACES TO CVIG-REPORT-LINE.
007000     STRING 'CVMAST   RECORDS READ     ' DELIMITED BY SIZE
007010            CVIG-COUNT-TEXT DELIMITED BY SIZE
007020         INTO CVIG-REPORT-LINE.
007030     WRITE CVIG-REPORT-LINE.
007040     MOVE CVIG-MAST-CHAIN-COUNT TO CVIG-COUNT-TEXT.
007050     MOVE SPACES TO CVIG-REPORT-LINE.
007060     STRING '         MERGE CHAIN      ' DELIMITED BY SIZE
007070            CVIG-COUNT-TEXT DELIMITED BY SIZE
007080         INTO CVIG-REPORT-LINE.
007090     WRITE CVIG-REPORT-LINE.
007100     MOVE CVIG-MAST-CONFLICT-COUNT TO CVIG-COUNT-TEXT.
007110     MOVE SPACES TO CVIG-REPORT-LINE.
007120     STRING '         CONFLICT         ' DELIMITED BY SIZE
007130            CVIG-COUNT-TEXT DELIMITED BY SIZE
007140         INTO CVIG-REPORT-LINE.
007150     WRITE CVIG-REPORT-LINE.
007160     MOVE CVIG-PIPES-READ TO CVIG-COUNT-TEXT.
007170     MOVE SPACES TO CVIG-REPORT-LINE.
007180     STRING 'CVPIPE   RECORDS READ     ' DELIMITED BY SIZE
007190            CVIG-COUNT-TEXT DELIMITED BY SIZE
007200         INTO CVIG-REPORT-LINE.
007210     WRITE CVIG-REPORT-LINE.
007220     MOVE CVIG-PIPE-ORPHAN-COUNT TO CVIG-COUNT-TEXT.
007230     MOVE SPACES TO CVIG-REPORT-LINE.
007240     STRING '         ORPHAN           ' DELIMITED BY SIZE
007250            CVIG-COUNT-TEXT DELIMITED BY SIZE
007260         INTO CVIG-REPORT-LINE.
007270     WRITE CVIG-REPORT-LINE.
007280     MOVE CVIG-PIPE-CONFLICT-COUNT TO CVIG-COUNT-TEXT.
007290     MOVE SPACES TO CVIG-REPORT-LINE.
007300     STRING '         CONFLICT         ' DELIMITED BY SIZE
007310            CVIG-COUNT-TEXT DELIMITED BY SIZE
007320         INTO CVIG-REPORT-LINE.
007330     WRITE CVIG-REPORT-LINE.
007340     MOVE CVIG-NODES-READ TO CVIG-COUNT-TEXT.
007350     MOVE SPACES TO CVIG-REPORT-LINE.
007360     STRING 'CVHIST   RECORDS READ     ' DELIMITED BY SIZE
007370            CVIG-COUNT-TEXT DELIMITED BY SIZE
007380         INTO CVIG-REPORT-LINE.
007390     WRITE CVIG-REPORT-LINE.
007400     MOVE CVIG-HIST-ORPHAN-COUNT TO CVIG-COUNT-TEXT.
007410     MOVE CVIG-HIST-ORPHAN-NODES TO CVIG-NODE-COUNT-TEXT.
007420     MOVE SPACES TO CVIG-REPORT-LINE.
007430     STRING '         ORPHAN           ' DELIMITED BY SIZE
007440            CVIG-COUNT-TEXT DELIMITED BY SIZE
007450            ' CANDIDATES ' DELIMITED BY SIZE
007460            CVIG-NODE-COUNT-TEXT DELIMITED BY SIZE
007470            ' NODES' DELIMITED BY SIZE
007480         INTO CVIG-REPORT-LINE.
007490     WRITE CVIG-REPORT-LINE.
007500     MOVE CVIG-HIST-CONFLICT-COUNT TO CVIG-COUNT-TEXT.
007510     MOVE CVIG-HIST-CONFLICT-NODES TO CVIG-NODE-COUNT-TEXT.
007520     MOVE SPACES TO CVIG-REPORT-LINE.
007530     STRING '         CONFLICT         ' DELIMITED BY SIZE
007540            CVIG-COUNT-TEXT DELIMITED BY SIZE
007550            ' CANDIDATES ' DELIMITED BY SIZE
007560            CVIG-NODE-COUNT-TEXT DELIMITED BY SIZE
007570            ' NODES' DELIMITED BY SIZE
007580         INTO CVIG-REPORT-LINE.
007590     WRITE CVIG-REPORT-LINE.
007600     MOVE CVIG-FINDING-COUNT TO CVIG-COUNT-TEXT.
007610     MOVE SPACES TO CVIG-REPORT-LINE.
007620     STRING 'TOTAL    FINDINGS         ' DELIMITED BY SIZE
007630            CVIG-COUNT-TEXT DELIMITED BY SIZE
007640         INTO CVIG-REPORT-LINE.
007650     WRITE CVIG-REPORT-LINE.
007660     IF CVIG-IO-ERROR-SEEN
007670         MOVE 'CHECK INCOMPLETE - I/O ERROR, SEE THE JOB LOG'
007680             TO CVIG-REPORT-LINE
007690         WRITE CVIG-REPORT-LINE
007700     END-IF.
007710 5000-EXIT.
007720     EXIT.
007730*****************************************************************
007740*    7000-READ-MASTER                                           *
007750*                                                                *
007760*    KEYED READ OF CVMAST FOR THE ID IN CVM-CANDIDATE-ID.  A    *
007770*    MASTER NOT YET CREATED FINDS NOTHING.                      *
007780*****************************************************************
007790 7000-READ-MASTER.
007800     MOVE 'N' TO CVIG-MASTER-FOUND-SWITCH.
007810     IF NOT CVIG-MASTER-OPENED
007820         GO TO 7000-EXIT
007830     END-IF.
007840     READ CVIG-MASTER-FILE.
007850     EVALUATE TRUE
007860         WHEN CVIG-MASTER-STATUS-OK
007870             SET CVIG-MASTER-FOUND TO TRUE
007880         WHEN CVIG-MASTER-NOT-FOUND
007890             CONTINUE
007900         WHEN OTHER
007910             DISPLAY 'CV820E - I/O ERROR READING CVMAST.DAT'
007920                 ' STATUS=' CVIG-MASTER-STATUS
007930                 ' CANDIDATE ' CVM-CANDIDATE-ID
007940             SET CVIG-MASTER-READ-FAILED TO TRUE
007950             SET CVIG-IO-ERROR-SEEN TO TRUE
007960     END-EVALUATE.
007970 7000-EXIT.
007980     EXIT.
007990*****************************************************************
008000*    8000-WRITE-FINDING                                         *
008010*                                                                *
008020*    ONE REPORT LINE - FILE, KEY, FINDING, DETAIL.  ORPHANS AND *
008030*    MERGE CHAINS RAISE THE HOLD CODE 8, CONFLICTS 4.           *
008040*****************************************************************
008050 8000-WRITE-FINDING.
008060     ADD 1 TO CVIG-FINDING-COUNT.
008070     MOVE SPACES TO CVIG-REPORT-LINE.
008080     STRING CVIG-FIND-TAG DELIMITED BY SIZE
008090            ' ' DELIMITED BY SIZE
008100            CVIG-FIND-KEY DELIMITED BY SIZE
008110            ' ' DELIMITED BY SIZE
008120            CVIG-FIND-CATEGORY DELIMITED BY SIZE
008130            ' ' DELIMITED BY SIZE
008140            CVIG-FIND-TEXT DELIMITED BY SIZE
008150         INTO CVIG-REPORT-LINE.
008160     WRITE CVIG-REPORT-LINE.
008170     IF CVIG-FIND-CONFLICT
008180         MOVE 4 TO CVIG-RAISE-CC-VALUE
008190     ELSE
008200         MOVE 8 TO CVIG-RAISE-CC-VALUE
008210     END-IF.
008220     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
008230     MOVE SPACES TO CVIG-FIND-TAG.
008240     MOVE SPACES TO CVIG-FIND-KEY.
008250     MOVE SPACES TO CVIG-FIND-CATEGORY.
008260     MOVE SPACES TO CVIG-FIND-TEXT.
008270 8000-EXIT.
008280     EXIT.
008290*****************************************************************
008300*    9900-RAISE-CONDITION                                       *
008310*****************************************************************
008320 9900-RAISE-CONDITION.
008330     IF CVIG-RAISE-CC-VALUE > CVIG-CONDITION-CODE
008340         MOVE CVIG-RAISE-CC-VALUE TO CVIG-CONDITION-CODE
008350     END-IF.
008360 9900-EXIT.
008370     EXIT.
008380*****************************************************************
008390*    9999-TERMINATE                                             *
008400*****************************************************************
008410 9999-TERMINATE.
008420     IF CVIG-MASTER-OPENED
008430         CLOSE CVIG-MASTER-FILE
008440     END-IF.
008450     IF CVIG-REQMAST-OPENED
008460         CLOSE CVIG-REQMAST-FILE
008470     END-IF.
008480     IF CVIG-REPORT-OPENED
008490         CLOSE CVIG-REPORT-FILE
008500     END-IF.
008510     IF CVIG-IO-ERROR-SEEN
008520         MOVE 12 TO CVIG-RAISE-CC-VALUE
008530         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
008540     END-IF.
008550     DISPLAY 'CV820 - INTEGRITY CHECK SUMMARY'.
008560     DISPLAY '  CVMAST MERGE CHAINS  : ' CVIG-MAST-CHAIN-COUNT.
008570     DISPLAY '  CVMAST CONFLICTS     : ' CVIG-MAST-CONFLICT-COUNT.
008580     DISPLAY '  CVPIPE ORPHANS       : ' CVIG-PIPE-ORPHAN-COUNT.
008590     DISPLAY '  CVPIPE CONFLICTS     : ' CVIG-PIPE-CONFLICT-COUNT.
008600     DISPLAY '  CVHIST ORPHANS       : ' CVIG-HIST-ORPHAN-COUNT.
008610     DISPLAY '  CVHIST CONFLICTS     : ' CVIG-HIST-CONFLICT-COUNT.
008620     IF CVIG-CONDITION-CODE NOT < 8
008630         DISPLAY 'CV820E - MASTERS INCONSISTENT - HOLD CV100'
008640             ' AND CV400'
008650     END-IF.
008660     DISPLAY 'CV820 - ENDING WITH CONDITION CODE '
008670         CVIG-CONDITION-CODE.
008680     MOVE CVIG-CONDITION-CODE TO RETURN-CODE.
008690 9999-EXIT.
008700     EXIT.
