000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV250.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - ONLINE SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV250 - CANDIDATE MASTER MAINTENANCE (TRANSACTION CVMM).    *
000100*                                                               *
000110*   PSEUDO-CONVERSATIONAL CICS MAINTENANCE OVER THE CVMAST      *
000120*   CANDIDATE MASTER, BUILT THE SAME WAY AS CV500 AND APPLYING  *
000130*   THE SAME FIELD RULES AS THE CV200 BATCH TRANSACTIONS.  KEY  *
000140*   IN A CANDIDATE ID AND AN ACTION -                           *
000150*                                                               *
000160*       A - ADD A NEW ACTIVE CANDIDATE (NAME REQUIRED)          *
000170*       C - CHANGE NAME / EMAIL / PHONE / LOCATION; A FIELD     *
000180*           LEFT BLANK KEEPS THE STORED VALUE                   *
000190*       I - INACTIVATE (THE RECORD IS KEPT, STATUS 'I')         *
000200*       M - MERGE THE CANDIDATE INTO THE SURVIVOR KEYED IN      *
000210*           MERGE INTO ID.  THE SURVIVOR MUST BE ON FILE AND    *
000220*           ACTIVE AND DIFFERENT FROM THE CANDIDATE; THE        *
000230*           CANDIDATE MUST BE ON FILE AND NOT ALREADY MERGED    *
000240*       Q - INQUIRE / DISPLAY                                   *
000250*                                                               *
000260*   I STAYS "INACTIVATE" AS IT IS ON THE CVMSTTRN.TXT DECK, SO  *
000270*   INQUIRY TAKES Q HERE RATHER THAN THE I CV500 USES.  EVERY   *
000280*   DISPLAY SHOWS THE CVM-MERGED-INTO-ID CHAIN - THE CANDIDATE, *
000290*   THE RECORD IT WAS MERGED INTO, THAT RECORD'S OWN SURVIVOR   *
000300*   AND SO ON - SO A RECRUITER CAN SEE WHERE A FOLDED ID NOW    *
000310*   LIVES.  MAPSET CVMSTST / MAP CVMSTMP (CVMASTM.BMS).         *
000320*                                                               *
000330*   FILES (FCT):  CVMAST - CANDIDATE MASTER, KEY X(10)          *
000340*                 CVJRNL - CHANGE JOURNAL, KEY X(31)            *
000350*                                                               *
000360*   MODIFICATION HISTORY.                                      *
000370*       2026-10-15  RM  ORIGINAL VERSION.                      *
000380*       2026-10-15  RM  EVERY ADD, CHANGE, INACTIVATE AND      *
000390*                       MERGE NOW WRITES ITS BEFORE AND AFTER  *
000400*                       IMAGE TO THE CHANGE JOURNAL (FCT       *
000410*                       CVJRNL), AS CV500 DOES.                *
000420*       2026-10-15  RM  A NEW CANDIDATE STARTS WITH ZERO       *
000430*                       CONSENT DATES - NO CONSENT RECORDED.   *
000440*                                                               *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490 77  CVMM-RESP                   PIC S9(08) COMP.
000500 77  CVMM-JOURNAL-RESP           PIC S9(08) COMP.
000510 77  CVMM-ABSTIME                PIC S9(15) COMP-3.
000520 77  CVMM-USERID                 PIC X(08).
000530 77  CVMM-JOURNAL-ACTION         PIC X(01).
000540 77  CVMM-JOURNAL-SW             PIC X(01) VALUE 'N'.
000550     88  CVMM-JOURNAL-WRITTEN        VALUE 'Y'.
000560 77  CVMM-BEFORE-IMAGE           PIC X(150).
000570 77  CVMM-SURVIVOR-ID            PIC X(10).
000580 77  CVMM-CHAIN-NEXT-ID          PIC X(10).
000590 77  CVMM-CHAIN-POINTER          PIC 9(03) COMP VALUE 1.
000600 77  CVMM-CHAIN-HOPS             PIC 9(03) COMP VALUE ZERO.
000610 77  CVMM-CHAIN-HOP-MAX          PIC 9(03) COMP VALUE 4.
000620 77  CVMM-CHAIN-INDEX            PIC 9(03) COMP VALUE ZERO.
000630 77  CVMM-CHAIN-DONE-SWITCH      PIC X(01) VALUE 'N'.
000640     88  CVMM-CHAIN-DONE             VALUE 'Y'.
000650 77  CVMM-CHAIN-LOOP-SWITCH      PIC X(01) VALUE 'N'.
000660     88  CVMM-CHAIN-LOOPS            VALUE 'Y'.
000670 77  CVMM-CHAIN-TEXT             PIC X(77).
000680 77  CVMM-EXIT-MSG-LEN           PIC S9(04) COMP VALUE +18.
000690 77  CVMM-EXIT-MESSAGE           PIC X(18)
000700                                 VALUE 'CVMM SESSION ENDED'.
000710 01  CVMM-NOW-AREA.
000720     03  CVMM-NOW-DATE           PIC X(08).
000730     03  CVMM-NOW-DATE-N REDEFINES CVMM-NOW-DATE
000740                                 PIC 9(08).
000750     03  CVMM-NOW-TIME           PIC X(06).
000760     03  CVMM-NOW-TIME-N REDEFINES CVMM-NOW-TIME
000770                                 PIC 9(06).
000780     COPY DFHAID.
000790*
000800*    IDS ALREADY WALKED ON THE MERGE CHAIN.  A SURVIVOR MUST BE
000810*    ACTIVE AT MERGE TIME, SO A CHAIN SHOULD NEVER COME BACK ON
000820*    ITSELF - BUT A HAND-PATCHED MASTER CAN, AND THE WALK MUST
000830*    STOP RATHER THAN SPIN THE TASK.
000840*
000850 01  CVMM-CHAIN-TABLE.
000860     03  CVMM-CHAIN-SEEN-ID      PIC X(10) OCCURS 5 TIMES.
000870 01  CVMM-COMMAREA.
000880     03  CVMM-CA-LAST-CANDIDATE  PIC X(10).
000890 01  CVMM-MAP-AREA.
000900     COPY CVMSTMAP.
000910 01  CVMM-MASTER-RECORD.
000920     COPY CVMAST.
000930 01  CVMM-JOURNAL-RECORD.
000940     COPY CVJRNL.
000950 LINKAGE SECTION.
000960 01  DFHCOMMAREA.
000970     03  FILLER                  PIC X(10).
000980 PROCEDURE DIVISION.
000990*****************************************************************
001000*    0000-MAINLINE                                              *
001010*                                                                *
001020*    FIRST TIME THROUGH (NO COMMAREA) PAINTS AN EMPTY SCREEN;   *
001030*    AFTER THAT EVERY ENTER APPLIES ONE ACTION AND RETURNS      *
001040*    WITH THE TRANSID SO THE TERMINAL STAYS ON THE SCREEN.      *
001050*    PF3 EXITS, CLEAR REPAINTS EMPTY.                           *
001060*****************************************************************
001070 0000-MAINLINE.
001080     IF EIBCALEN = ZERO
001090         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
001100         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
001110     END-IF.
001120     IF EIBAID = DFHPF3
001130         EXEC CICS
001140             SEND TEXT FROM(CVMM-EXIT-MESSAGE)
001150                 LENGTH(CVMM-EXIT-MSG-LEN) ERASE FREEKB
001160         END-EXEC
001170         EXEC CICS
001180             RETURN
001190         END-EXEC
001200     END-IF.
001210     IF EIBAID = DFHCLEAR
001220         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
001230         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
001240     END-IF.
001250     PERFORM 2000-RECEIVE-AND-APPLY THRU 2000-EXIT.
001260     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
001270     GOBACK.
001280*****************************************************************
001290*    1000-SEND-FRESH-MAP                                        *
001300*****************************************************************
001310 1000-SEND-FRESH-MAP.
001320     MOVE LOW-VALUES TO CVMSTMPO.
001330     MOVE 'ENTER A CANDIDATE ID, AN ACTION AND PRESS ENTER'
001340         TO MSGO.
001350     EXEC CICS
001360         SEND MAP('CVMSTMP') MAPSET('CVMSTST')
001370             FROM(CVMSTMPO) ERASE FREEKB
001380     END-EXEC.
001390 1000-EXIT.
001400     EXIT.
001410*****************************************************************
001420*    2000-RECEIVE-AND-APPLY                                     *
001430*****************************************************************
001440 2000-RECEIVE-AND-APPLY.
001450     EXEC CICS
001460         RECEIVE MAP('CVMSTMP') MAPSET('CVMSTST')
001470             INTO(CVMSTMPI) RESP(CVMM-RESP)
001480     END-EXEC.
001490     IF CVMM-RESP NOT = DFHRESP(NORMAL)
001500         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
001510         GO TO 2000-EXIT
001520     END-IF.
001530     PERFORM 2050-CLEAR-OUTPUT-FIELDS THRU 2050-EXIT.
001540     IF CANDIDI = SPACES OR CANDIDI = LOW-VALUES
001550         MOVE 'CANDIDATE ID IS REQUIRED' TO MSGO
001560         PERFORM 8000-SEND-MAP-DATAONLY THRU 8000-EXIT
001570         GO TO 2000-EXIT
001580     END-IF.
001590     MOVE CANDIDI TO CVMM-CA-LAST-CANDIDATE.
001600     EVALUATE ACTIONI
001610         WHEN 'A'
001620             PERFORM 3000-ADD-CANDIDATE THRU 3000-EXIT
001630         WHEN 'C'
001640             PERFORM 4000-CHANGE-CANDIDATE THRU 4000-EXIT
001650         WHEN 'I'
001660             PERFORM 5000-INACTIVATE-CANDIDATE THRU 5000-EXIT
001670         WHEN 'M'
001680             PERFORM 5500-MERGE-CANDIDATE THRU 5500-EXIT
001690         WHEN 'Q'
001700             PERFORM 6000-INQUIRE-CANDIDATE THRU 6000-EXIT
001710         WHEN OTHER
001720             MOVE 'ACTION MUST BE A, C, I, M OR Q' TO MSGO
001730     END-EVALUATE.
001740     PERFORM 8000-SEND-MAP-DATAONLY THRU 8000-EXIT.
001750 2000-EXIT.
001760     EXIT.
001770*****************************************************************
001780*    2050-CLEAR-OUTPUT-FIELDS                                   *
001790*                                                                *
001800*    THE RESULT GOES OUT DATAONLY, AND LOW-VALUES FIELDS ARE    *
001810*    LEFT OFF THE DATASTREAM - SO THE DISPLAY-ONLY FIELDS ARE   *
001820*    SET TO SPACES HERE, OR THE PREVIOUS CANDIDATE'S VALUES     *
001830*    WOULD STAY ON THE SCREEN UNDER THE NEW ONE.  THE KEYED     *
001840*    INPUT FIELDS ARE LEFT ALONE.                               *
001850*****************************************************************
001860 2050-CLEAR-OUTPUT-FIELDS.
001870     MOVE SPACES TO STATUSO.
001880     MOVE SPACES TO MERGEDO.
001890     MOVE SPACES TO CHAINO.
001900     MOVE SPACES TO MSGO.
001910 2050-EXIT.
001920     EXIT.
001930*****************************************************************
001940*    3000-ADD-CANDIDATE                                         *
001950*****************************************************************
001960 3000-ADD-CANDIDATE.
001970     IF NAMEI = SPACES OR NAMEI = LOW-VALUES
001980         MOVE 'NAME IS REQUIRED ON AN ADD' TO MSGO
001990         GO TO 3000-EXIT
002000     END-IF.
002010     MOVE SPACES TO CVMM-MASTER-RECORD.
002020     MOVE ZERO TO CVM-CONSENT-GIVEN-DATE
002030                  CVM-CONSENT-EXPIRY-DATE.
002040     MOVE SPACES TO CVMM-BEFORE-IMAGE.
002050     MOVE CANDIDI TO CVM-CANDIDATE-ID.
002060     MOVE NAMEI TO CVM-NAME.
002070     IF EMAILI NOT = LOW-VALUES
002080         MOVE EMAILI TO CVM-EMAIL
002090     END-IF.
002100     IF PHONEI NOT = LOW-VALUES
002110         MOVE PHONEI TO CVM-PHONE
002120     END-IF.
002130     IF LOCATNI NOT = LOW-VALUES
002140         MOVE LOCATNI TO CVM-LOCATION
002150     END-IF.
002160     SET CVM-STATUS-ACTIVE TO TRUE.
002170     EXEC CICS
002180         WRITE FILE('CVMAST') FROM(CVMM-MASTER-RECORD)
002190             RIDFLD(CVM-CANDIDATE-ID) RESP(CVMM-RESP)
002200     END-EXEC.
002210     EVALUATE CVMM-RESP
002220         WHEN DFHRESP(NORMAL)
002230             MOVE 'A' TO CVMM-JOURNAL-ACTION
002240             PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
002250             IF CVMM-JOURNAL-WRITTEN
002260                 MOVE 'CANDIDATE ADDED' TO MSGO
002270                 PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT
002280             END-IF
002290         WHEN DFHRESP(DUPREC)
002300             MOVE 'CANDIDATE ALREADY ON FILE - USE C TO CHANGE'
002310                 TO MSGO
002320         WHEN OTHER
002330             MOVE 'CVMAST WRITE FAILED - ADD NOT APPLIED' TO MSGO
002340     END-EVALUATE.
002350 3000-EXIT.
002360     EXIT.
002370*****************************************************************
002380*    4000-CHANGE-CANDIDATE                                      *
002390*                                                                *
002400*    A BLANK FIELD ON A CHANGE LEAVES THE EXISTING VALUE IN     *
002410*    PLACE, AS ON THE CV200 C TRANSACTION.                      *
002420*****************************************************************
002430 4000-CHANGE-CANDIDATE.
002440     MOVE CANDIDI TO CVM-CANDIDATE-ID.
002450     EXEC CICS
002460         READ FILE('CVMAST') INTO(CVMM-MASTER-RECORD)
002470             RIDFLD(CVM-CANDIDATE-ID) UPDATE RESP(CVMM-RESP)
002480     END-EXEC.
002490     IF CVMM-RESP NOT = DFHRESP(NORMAL)
002500         MOVE 'CANDIDATE NOT ON FILE' TO MSGO
002510         GO TO 4000-EXIT
002520     END-IF.
002530     MOVE CVMM-MASTER-RECORD TO CVMM-BEFORE-IMAGE.
002540     IF NAMEI NOT = SPACES AND NAMEI NOT = LOW-VALUES
002550         MOVE NAMEI TO CVM-NAME
002560     END-IF.
002570     IF EMAILI NOT = SPACES AND EMAILI NOT = LOW-VALUES
002580         MOVE EMAILI TO CVM-EMAIL
002590     END-IF.
002600     IF PHONEI NOT = SPACES AND PHONEI NOT = LOW-VALUES
002610         MOVE PHONEI TO CVM-PHONE
002620     END-IF.
002630     IF LOCATNI NOT = SPACES AND LOCATNI NOT = LOW-VALUES
002640         MOVE LOCATNI TO CVM-LOCATION
002650     END-IF.
002660     EXEC CICS
002670         REWRITE FILE('CVMAST') FROM(CVMM-MASTER-RECORD)
002680             RESP(CVMM-RESP)
002690     END-EXEC.
002700     IF CVMM-RESP = DFHRESP(NORMAL)
002710         MOVE 'C' TO CVMM-JOURNAL-ACTION
002720         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
002730         IF CVMM-JOURNAL-WRITTEN
002740             MOVE 'CANDIDATE CHANGED' TO MSGO
002750             PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT
002760         END-IF
002770     ELSE
002780         MOVE 'CVMAST REWRITE FAILED - CHANGE NOT APPLIED'
002790             TO MSGO
002800     END-IF.
002810 4000-EXIT.
002820     EXIT.
002830*****************************************************************
002840*    5000-INACTIVATE-CANDIDATE                                  *
002850*                                                                *
002860*    THE RECORD IS KEPT WITH STATUS 'I' - NEVER DELETED - SO    *
002870*    CV100 CAN STILL RESOLVE THE NAME ON HISTORICAL REPORTS.    *
002880*****************************************************************
002890 5000-INACTIVATE-CANDIDATE.
002900     MOVE CANDIDI TO CVM-CANDIDATE-ID.
002910     EXEC CICS
002920         READ FILE('CVMAST') INTO(CVMM-MASTER-RECORD)
002930             RIDFLD(CVM-CANDIDATE-ID) UPDATE RESP(CVMM-RESP)
002940     END-EXEC.
002950     IF CVMM-RESP NOT = DFHRESP(NORMAL)
002960         MOVE 'CANDIDATE NOT ON FILE' TO MSGO
002970         GO TO 5000-EXIT
002980     END-IF.
002990     MOVE CVMM-MASTER-RECORD TO CVMM-BEFORE-IMAGE.
003000     SET CVM-STATUS-INACTIVE TO TRUE.
003010     EXEC CICS
003020         REWRITE FILE('CVMAST') FROM(CVMM-MASTER-RECORD)
003030             RESP(CVMM-RESP)
003040     END-EXEC.
003050     IF CVMM-RESP = DFHRESP(NORMAL)
003060         MOVE 'I' TO CVMM-JOURNAL-ACTION
003070         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
003080         IF CVMM-JOURNAL-WRITTEN
003090             MOVE 'CANDIDATE INACTIVATED' TO MSGO
003100             PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT
003110         END-IF
003120     ELSE
003130         MOVE 'CVMAST REWRITE FAILED - INACTIVATE NOT APPLIED'
003140             TO MSGO
003150     END-IF.
003160 5000-EXIT.
003170     EXIT.
003180*****************************************************************
003190*    5500-MERGE-CANDIDATE                                       *
003200*                                                                *
003210*    FOLDS THE KEYED CANDIDATE INTO THE SURVIVOR IN MERGE INTO  *
003220*    ID, UNDER THE CV200 M RULES: THE SURVIVOR MUST BE ON FILE, *
003230*    ACTIVE, AND NOT THE CANDIDATE ITSELF; THE CANDIDATE MUST   *
003240*    BE ON FILE AND NOT ALREADY MERGED.  THE SURVIVOR IS READ   *
003250*    WITHOUT UPDATE FIRST SO A REJECTED MERGE NEVER HOLDS AN    *
003260*    UPDATE LOCK; THE LOSER GOES INACTIVE POINTING AT THE       *
003270*    SURVIVOR AND THE NEXT CV100 RUN RE-KEYS ITS NODES.         *
003280*****************************************************************
003290 5500-MERGE-CANDIDATE.
003300     IF SURVIDI = SPACES OR SURVIDI = LOW-VALUES
003310         MOVE 'MERGE INTO ID IS REQUIRED ON A MERGE' TO MSGO
003320         GO TO 5500-EXIT
003330     END-IF.
003340     MOVE SURVIDI TO CVMM-SURVIVOR-ID.
003350     IF CVMM-SURVIVOR-ID = CANDIDI
003360         MOVE 'A CANDIDATE CANNOT BE MERGED INTO ITSELF'
003370             TO MSGO
003380         GO TO 5500-EXIT
003390     END-IF.
003400     MOVE CVMM-SURVIVOR-ID TO CVM-CANDIDATE-ID.
003410     EXEC CICS
003420         READ FILE('CVMAST') INTO(CVMM-MASTER-RECORD)
003430             RIDFLD(CVM-CANDIDATE-ID) RESP(CVMM-RESP)
003440     END-EXEC.
003450     IF CVMM-RESP NOT = DFHRESP(NORMAL)
003460         MOVE 'MERGE SURVIVOR NOT ON FILE' TO MSGO
003470         GO TO 5500-EXIT
003480     END-IF.
003490     IF NOT CVM-STATUS-ACTIVE
003500         MOVE 'MERGE SURVIVOR IS NOT ACTIVE' TO MSGO
003510         GO TO 5500-EXIT
003520     END-IF.
003530     MOVE CANDIDI TO CVM-CANDIDATE-ID.
003540     EXEC CICS
003550         READ FILE('CVMAST') INTO(CVMM-MASTER-RECORD)
003560             RIDFLD(CVM-CANDIDATE-ID) UPDATE RESP(CVMM-RESP)
003570     END-EXEC.
003580     IF CVMM-RESP NOT = DFHRESP(NORMAL)
003590         MOVE 'CANDIDATE NOT ON FILE' TO MSGO
003600         GO TO 5500-EXIT
003610     END-IF.
003620     IF CVM-MERGED-INTO-ID NOT = SPACES
003630         EXEC CICS
003640             UNLOCK FILE('CVMAST') RESP(CVMM-RESP)
003650         END-EXEC
003660         MOVE 'CANDIDATE ALREADY MERGED - SEE MERGE CHAIN'
003670             TO MSGO
003680         PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT
003690         GO TO 5500-EXIT
003700     END-IF.
003710     MOVE CVMM-MASTER-RECORD TO CVMM-BEFORE-IMAGE.
003720     SET CVM-STATUS-INACTIVE TO TRUE.
003730     MOVE CVMM-SURVIVOR-ID TO CVM-MERGED-INTO-ID.
003740     EXEC CICS
003750         REWRITE FILE('CVMAST') FROM(CVMM-MASTER-RECORD)
003760             RESP(CVMM-RESP)
003770     END-EXEC.
003780     IF CVMM-RESP = DFHRESP(NORMAL)
003790         MOVE 'M' TO CVMM-JOURNAL-ACTION
003800         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
003810         IF CVMM-JOURNAL-WRITTEN
003820             MOVE 'CANDIDATE MERGED' TO MSGO
003830             PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT
003840         END-IF
003850     ELSE
003860         MOVE 'CVMAST REWRITE FAILED - MERGE NOT APPLIED'
003870             TO MSGO
003880     END-IF.
003890 5500-EXIT.
003900     EXIT.
003910*****************************************************************
003920*    6000-INQUIRE-CANDIDATE                                     *
003930*****************************************************************
003940 6000-INQUIRE-CANDIDATE.
003950     MOVE CANDIDI TO CVM-CANDIDATE-ID.
003960     EXEC CICS
003970         READ FILE('CVMAST') INTO(CVMM-MASTER-RECORD)
003980             RIDFLD(CVM-CANDIDATE-ID) RESP(CVMM-RESP)
003990     END-EXEC.
004000     IF CVMM-RESP NOT = DFHRESP(NORMAL)
004010         MOVE 'CANDIDATE NOT ON FILE' TO MSGO
004020         GO TO 6000-EXIT
004030     END-IF.
004040     MOVE 'CANDIDATE DISPLAYED' TO MSGO.
004050     PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT.
004060 6000-EXIT.
004070     EXIT.
004080*****************************************************************
004090*    7100-DISPLAY-RECORD                                        *
004100*                                                                *
004110*    PUTS THE RECORD IN CVMM-MASTER-RECORD ON THE SCREEN AND    *
004120*    THEN WALKS ITS MERGE CHAIN.  THE WALK READS EACH LINK      *
004130*    INTO THE SAME RECORD AREA, SO IT MUST COME LAST.           *
004140*****************************************************************
004150 7100-DISPLAY-RECORD.
004160     MOVE CVM-NAME TO NAMEO.
004170     MOVE CVM-EMAIL TO EMAILO.
004180     MOVE CVM-PHONE TO PHONEO.
004190     MOVE CVM-LOCATION TO LOCATNO.
004200     EVALUATE TRUE
004210         WHEN CVM-MERGED-INTO-ID NOT = SPACES
004220             MOVE 'MERGED    ' TO STATUSO
004230         WHEN CVM-STATUS-ACTIVE
004240             MOVE 'ACTIVE    ' TO STATUSO
004250         WHEN CVM-STATUS-INACTIVE
004260             MOVE 'INACTIVE  ' TO STATUSO
004270         WHEN OTHER
004280             MOVE '??????????' TO STATUSO
004290     END-EVALUATE.
004300     MOVE CVM-MERGED-INTO-ID TO MERGEDO.
004310     PERFORM 7200-BUILD-MERGE-CHAIN THRU 7200-EXIT.
004320     MOVE CVMM-CHAIN-TEXT TO CHAINO.
004330 7100-EXIT.
004340     EXIT.
004350*****************************************************************
004360*    7200-BUILD-MERGE-CHAIN                                     *
004370*                                                                *
004380*    BUILDS "ID > SURVIVOR > ITS SURVIVOR ... (STATE)" FOR THE  *
004390*    CHAIN LINE.  THE WALK ENDS AT THE FIRST RECORD WITH NO     *
004400*    MERGED-INTO ID (ITS STATUS IS SHOWN), AT A LINK NOT ON     *
004410*    FILE, AT AN ID ALREADY WALKED (A LOOP), OR AFTER FOUR      *
004420*    HOPS, WHICH IS AS MANY AS THE LINE HOLDS.                  *
004430*****************************************************************
004440 7200-BUILD-MERGE-CHAIN.
004450     MOVE SPACES TO CVMM-CHAIN-TEXT.
004460     MOVE SPACES TO CVMM-CHAIN-TABLE.
004470     MOVE 1 TO CVMM-CHAIN-POINTER.
004480     MOVE ZERO TO CVMM-CHAIN-HOPS.
004490     MOVE 'N' TO CVMM-CHAIN-DONE-SWITCH.
004500     IF CVM-MERGED-INTO-ID = SPACES
004510         MOVE 'NOT MERGED' TO CVMM-CHAIN-TEXT
004520         GO TO 7200-EXIT
004530     END-IF.
004540     MOVE CVM-CANDIDATE-ID TO CVMM-CHAIN-SEEN-ID(1).
004550     STRING CVM-CANDIDATE-ID DELIMITED BY SPACE
004560         INTO CVMM-CHAIN-TEXT
004570         WITH POINTER CVMM-CHAIN-POINTER.
004580     MOVE CVM-MERGED-INTO-ID TO CVMM-CHAIN-NEXT-ID.
004590     PERFORM 7210-FOLLOW-ONE-LINK THRU 7210-EXIT
004600         UNTIL CVMM-CHAIN-DONE.
004610 7200-EXIT.
004620     EXIT.
004630*****************************************************************
004640*    7210-FOLLOW-ONE-LINK                                       *
004650*****************************************************************
004660 7210-FOLLOW-ONE-LINK.
004670     IF CVMM-CHAIN-HOPS NOT < CVMM-CHAIN-HOP-MAX
004680         STRING ' > ...' DELIMITED BY SIZE
004690             INTO CVMM-CHAIN-TEXT
004700             WITH POINTER CVMM-CHAIN-POINTER
004710         SET CVMM-CHAIN-DONE TO TRUE
004720         GO TO 7210-EXIT
004730     END-IF.
004740     ADD 1 TO CVMM-CHAIN-HOPS.
004750     STRING ' > ' DELIMITED BY SIZE
004760            CVMM-CHAIN-NEXT-ID DELIMITED BY SPACE
004770         INTO CVMM-CHAIN-TEXT
004780         WITH POINTER CVMM-CHAIN-POINTER.
004790     MOVE 'N' TO CVMM-CHAIN-LOOP-SWITCH.
004800     PERFORM 7220-CHECK-SEEN THRU 7220-EXIT
004810         VARYING CVMM-CHAIN-INDEX FROM 1 BY 1
004820         UNTIL CVMM-CHAIN-INDEX > CVMM-CHAIN-HOPS.
004830     IF CVMM-CHAIN-LOOPS
004840         STRING ' (LOOP)' DELIMITED BY SIZE
004850             INTO CVMM-CHAIN-TEXT
004860             WITH POINTER CVMM-CHAIN-POINTER
004870         SET CVMM-CHAIN-DONE TO TRUE
004880         GO TO 7210-EXIT
004890     END-IF.
004900     MOVE CVMM-CHAIN-NEXT-ID TO CVM-CANDIDATE-ID.
004910     EXEC CICS
004920         READ FILE('CVMAST') INTO(CVMM-MASTER-RECORD)
004930             RIDFLD(CVM-CANDIDATE-ID) RESP(CVMM-RESP)
004940     END-EXEC.
004950     IF CVMM-RESP NOT = DFHRESP(NORMAL)
004960         STRING ' (NOT ON FILE)' DELIMITED BY SIZE
004970             INTO CVMM-CHAIN-TEXT
004980             WITH POINTER CVMM-CHAIN-POINTER
004990         SET CVMM-CHAIN-DONE TO TRUE
005000         GO TO 7210-EXIT
005010     END-IF.
005020     COMPUTE CVMM-CHAIN-INDEX = CVMM-CHAIN-HOPS + 1.
005030     MOVE CVM-CANDIDATE-ID TO
005040         CVMM-CHAIN-SEEN-ID(CVMM-CHAIN-INDEX).
005050     IF CVM-MERGED-INTO-ID NOT = SPACES
005060         MOVE CVM-MERGED-INTO-ID TO CVMM-CHAIN-NEXT-ID
005070         GO TO 7210-EXIT
005080     END-IF.
005090     IF CVM-STATUS-ACTIVE
005100         STRING ' (ACTIVE)' DELIMITED BY SIZE
005110             INTO CVMM-CHAIN-TEXT
005120             WITH POINTER CVMM-CHAIN-POINTER
005130     ELSE
005140         STRING ' (INACTIVE)' DELIMITED BY SIZE
005150             INTO CVMM-CHAIN-TEXT
005160             WITH POINTER CVMM-CHAIN-POINTER
005170     END-IF.
005180     SET CVMM-CHAIN-DONE TO TRUE.
005190 7210-EXIT.
005200     EXIT.
005210*****************************************************************
005220*    7220-CHECK-SEEN                                            *
005230*****************************************************************
005240 7220-CHECK-SEEN.
005250     IF CVMM-CHAIN-SEEN-ID(CVMM-CHAIN-INDEX) = CVMM-CHAIN-NEXT-ID
005260         SET CVMM-CHAIN-LOOPS TO TRUE
005270     END-IF.
005280 7220-EXIT.
005290     EXIT.
005300*****************************************************************
005310*    7500-WRITE-JOURNAL                                         *
005320*                                                                *
005330*    WRITES THE BEFORE AND AFTER IMAGE OF THE CANDIDATE JUST    *
005340*    UPDATED TO THE CHANGE JOURNAL, THE SAME WAY CV500 DOES FOR *
005350*    REQUISITIONS.  CVMAST AND CVJRNL ARE BOTH RECOVERABLE, SO  *
005360*    IF THE JOURNAL CANNOT BE WRITTEN THE SYNCPOINT ROLLBACK    *
005370*    TAKES THE UPDATE BACK OUT.                                 *
005380*****************************************************************
005390 7500-WRITE-JOURNAL.
005400     MOVE 'N' TO CVMM-JOURNAL-SW.
005410     MOVE ZERO TO CVMM-JOURNAL-RESP.
005420     EXEC CICS
005430         ASKTIME ABSTIME(CVMM-ABSTIME)
005440     END-EXEC.
005450     EXEC CICS
005460         FORMATTIME ABSTIME(CVMM-ABSTIME)
005470             YYYYMMDD(CVMM-NOW-DATE)
005480             TIME(CVMM-NOW-TIME)
005490     END-EXEC.
005500     EXEC CICS
005510         ASSIGN USERID(CVMM-USERID)
005520     END-EXEC.
005530     MOVE SPACES TO CVMM-JOURNAL-RECORD.
005540     MOVE CVMM-NOW-DATE-N TO CVJ-JOURNAL-DATE.
005550     COMPUTE CVJ-JOURNAL-TIME = CVMM-NOW-TIME-N * 100.
005560     MOVE 'CV250' TO CVJ-PROGRAM-ID.
005570     MOVE EIBTASKN TO CVJ-SEQUENCE.
005580     MOVE EIBTRNID TO CVJ-TRANSACTION-ID.
005590     MOVE EIBTRMID TO CVJ-TERMINAL-ID.
005600     MOVE CVMM-USERID TO CVJ-USER-ID.
005610     SET CVJ-FILE-CVMAST TO TRUE.
005620     MOVE CVMM-JOURNAL-ACTION TO CVJ-ACTION-CODE.
005630     MOVE CVM-CANDIDATE-ID TO CVJ-MASTER-KEY.
005640     MOVE 150 TO CVJ-IMAGE-LENGTH.
005650     MOVE CVMM-BEFORE-IMAGE TO CVJ-BEFORE-IMAGE.
005660     MOVE CVMM-MASTER-RECORD TO CVJ-AFTER-IMAGE.
005670     PERFORM 7510-WRITE-JOURNAL-RECORD THRU 7510-EXIT.
005680     PERFORM 7510-WRITE-JOURNAL-RECORD THRU 7510-EXIT
005690         UNTIL CVMM-JOURNAL-RESP NOT = DFHRESP(DUPREC).
005700     IF CVMM-JOURNAL-RESP = DFHRESP(NORMAL)
005710         SET CVMM-JOURNAL-WRITTEN TO TRUE
005720     ELSE
005730         EXEC CICS
005740             SYNCPOINT ROLLBACK
005750         END-EXEC
005760         MOVE 'CVJRNL WRITE FAILED - UPDATE BACKED OUT' TO MSGO
005770     END-IF.
005780 7500-EXIT.
005790     EXIT.
005800*****************************************************************
005810*    7510-WRITE-JOURNAL-RECORD                                  *
005820*****************************************************************
005830 7510-WRITE-JOURNAL-RECORD.
005840     IF CVMM-JOURNAL-RESP = DFHRESP(DUPREC)
005850         ADD 1 TO CVJ-SEQUENCE
005860     END-IF.
005870     EXEC CICS
005880         WRITE FILE('CVJRNL') FROM(CVMM-JOURNAL-RECORD)
005890             RIDFLD(CVJ-RECORD-KEY) RESP(CVMM-JOURNAL-RESP)
005900     END-EXEC.
005910 7510-EXIT.
005920     EXIT.
005930*****************************************************************
005940*    8000-SEND-MAP-DATAONLY                                     *
005950*****************************************************************
005960 8000-SEND-MAP-DATAONLY.
005970     EXEC CICS
005980         SEND MAP('CVMSTMP') MAPSET('CVMSTST')
005990             FROM(CVMSTMPO) DATAONLY FREEKB
006000     END-EXEC.
006010 8000-EXIT.
006020     EXIT.
006030*****************************************************************
006040*    9000-RETURN-TRANSID                                        *
006050*****************************************************************
006060 9000-RETURN-TRANSID.
006070     EXEC CICS
006080         RETURN TRANSID('CVMM') COMMAREA(CVMM-COMMAREA)
006090             LENGTH(10)
006100     END-EXEC.
006110 9000-EXIT.
006120     EXIT.
