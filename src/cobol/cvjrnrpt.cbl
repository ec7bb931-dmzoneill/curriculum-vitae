000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV800.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - BATCH SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV800 - MASTER CHANGE JOURNAL REPORT.                       *
000100*                                                               *
000110*   LISTS THE CHANGE JOURNAL CVJRNL.DAT (CVJRNL.CPY) WRITTEN    *
000120*   BY CV200, CV210, CV600, CV250 AND CV500 - ONE ENTRY PER     *
000130*   ADD, CHANGE, INACTIVATE, MERGE, CLOSE OR STAGE CHANGE MADE  *
000140*   TO CVMAST, CVREQ OR CVPIPE, WITH WHO MADE IT, FROM WHERE,   *
000150*   AND WHEN, AND THE PARTS OF THE RECORD IT CHANGED - FOR      *
000160*   AUDIT, AND SO A BAD CHANGE CAN BE BACKED OUT BY HAND FROM   *
000170*   ITS BEFORE IMAGE.  THE REPORT GOES TO CVJRNRPT.TXT.         *
000180*                                                               *
000190*   THE OPTIONAL SELECTION FILE CVJRSEL.TXT NARROWS THE LIST,   *
000200*   ONE KEY=VALUE PER LINE, '*' IN COLUMN 1 FOR A COMMENT -     *
000210*                                                               *
000220*       FROM-DATE=YYYYMMDD   FIRST JOURNAL DATE LISTED          *
000230*       TO-DATE=YYYYMMDD     LAST JOURNAL DATE LISTED           *
000240*       FILE=CVMAST          ONE FILE ONLY (CVMAST, CVREQ OR    *
000250*                            CVPIPE)                            *
000260*       KEY=XXXXXXXXXX       ONE RECORD KEY ONLY.  ON CVPIPE    *
000270*                            THE REQUISITION ID OR THE          *
000280*                            CANDIDATE ID ALONE ALSO MATCHES,   *
000290*                            SO KEY=<CANDIDATE> LISTS BOTH THE  *
000300*                            MASTER AND THE PIPELINE CHANGES    *
000310*                            FOR THAT CANDIDATE.                *
000320*                                                               *
000330*   WITH NO SELECTION FILE THE WHOLE JOURNAL IS LISTED.  EACH   *
000340*   CHANGE PRINTS A HEADER LINE, THEN THE RECORD IN 100-BYTE    *
000350*   SEGMENTS - ONLY THE SEGMENTS THE CHANGE TOUCHED, BEFORE     *
000360*   AND AFTER, WITH THE BYTE OFFSET OF EACH (AN ADD HAS NO      *
000370*   BEFORE IMAGE, SO ONLY ITS AFTER SEGMENTS PRINT).            *
000380*                                                               *
000390*   CONDITION CODES FOLLOW CV100 - 0 CLEAN, 4 WARNINGS (NO      *
000400*   JOURNAL YET, NOTHING SELECTED, OR A SELECTION LINE          *
000410*   IGNORED), 12 I/O ERROR.                                     *
000420*                                                               *
000430*   MODIFICATION HISTORY.                                      *
000440*       2026-10-15  RM  ORIGINAL VERSION.                      *
000450*       2026-10-15  RM  CV210 ADDED TO THE JOURNAL WRITERS.    *
000460*                                                               *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CVJR-JOURNAL-FILE
000520         ASSIGN TO 'CVJRNL.DAT'
000530         ORGANIZATION INDEXED
000540         ACCESS DYNAMIC
000550         RECORD KEY CVJ-RECORD-KEY
000560         FILE STATUS IS CVJR-JOURNAL-STATUS.
000570     SELECT CVJR-SELECT-FILE
000580         ASSIGN TO 'CVJRSEL.TXT'
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS IS CVJR-SELECT-STATUS.
000610     SELECT CVJR-REPORT-FILE
000620         ASSIGN TO 'CVJRNRPT.TXT'
000630         ORGANIZATION LINE SEQUENTIAL
000640         FILE STATUS IS CVJR-REPORT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CVJR-JOURNAL-FILE.
000680 01  CVJR-JOURNAL-RECORD.
000690     COPY CVJRNL.
000700 FD  CVJR-SELECT-FILE.
000710 01  CVJR-SELECT-LINE            PIC X(80).
000720 FD  CVJR-REPORT-FILE.
000730 01  CVJR-REPORT-LINE            PIC X(132).
000740 WORKING-STORAGE SECTION.
000750 77  CVJR-JOURNAL-STATUS         PIC X(02) VALUE '00'.
000760     88  CVJR-JOURNAL-STATUS-OK      VALUE '00'.
000770     88  CVJR-JOURNAL-AT-END         VALUE '10'.
000780     88  CVJR-JOURNAL-NOT-FOUND      VALUE '23'.
000790     88  CVJR-JOURNAL-MISSING        VALUE '35'.
000800 77  CVJR-SELECT-STATUS          PIC X(02) VALUE '00'.
000810     88  CVJR-SELECT-FOUND           VALUE '00'.
000820     88  CVJR-SELECT-MISSING         VALUE '35'.
000830 77  CVJR-REPORT-STATUS          PIC X(02) VALUE '00'.
000840     88  CVJR-REPORT-OPEN-OK         VALUE '00'.
000850 77  CVJR-JOURNAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
000860     88  CVJR-JOURNAL-EOF            VALUE 'Y'.
000870 77  CVJR-SELECT-EOF-SWITCH      PIC X(01) VALUE 'N'.
000880     88  CVJR-SELECT-EOF             VALUE 'Y'.
000890 77  CVJR-JOURNAL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000900     88  CVJR-JOURNAL-OPENED         VALUE 'Y'.
000910 77  CVJR-REPORT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000920     88  CVJR-REPORT-OPENED          VALUE 'Y'.
000930 77  CVJR-KEY-MATCH-SWITCH       PIC X(01) VALUE 'N'.
000940     88  CVJR-KEY-MATCHES            VALUE 'Y'.
000950 77  CVJR-RUN-DATE               PIC 9(08).
000960 77  CVJR-SEL-FROM-DATE          PIC 9(08) VALUE ZERO.
000970 77  CVJR-SEL-TO-DATE            PIC 9(08) VALUE 99999999.
000980 77  CVJR-SEL-FILE               PIC X(08) VALUE SPACES.
000990 77  CVJR-SEL-KEY                PIC X(20) VALUE SPACES.
001000 77  CVJR-PARM-KEY               PIC X(20).
001010 77  CVJR-PARM-VALUE             PIC X(40).
001020 77  CVJR-ACTION-WORD            PIC X(10).
001030 77  CVJR-IMAGE-OFFSET           PIC 9(05) COMP VALUE ZERO.
001040 77  CVJR-IMAGE-REMAINING        PIC 9(05) COMP VALUE ZERO.
001050 77  CVJR-SEGMENT-LENGTH         PIC 9(03) COMP VALUE ZERO.
001060 77  CVJR-OFFSET-TEXT            PIC 9(05).
001070 77  CVJR-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
001080 77  CVJR-LISTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001090 77  CVJR-CVMAST-COUNT           PIC 9(07) COMP VALUE ZERO.
001100 77  CVJR-CVREQ-COUNT            PIC 9(07) COMP VALUE ZERO.
001110 77  CVJR-CVPIPE-COUNT           PIC 9(07) COMP VALUE ZERO.
001120 77  CVJR-COUNT-TEXT             PIC 9(07).
001130 77  CVJR-CONDITION-CODE         PIC 9(02) COMP VALUE ZERO.
001140 77  CVJR-RAISE-CC-VALUE         PIC 9(02) COMP VALUE ZERO.
001150 77  CVJR-IO-ERROR-SWITCH        PIC X(01) VALUE 'N'.
001160     88  CVJR-IO-ERROR-SEEN          VALUE 'Y'.
001170*
001180*    JOURNAL TIME HHMMSSHH, BROKEN OUT FOR THE HH:MM:SS SHOWN
001190*    ON THE REPORT, AND THE TWO 100-BYTE IMAGE SEGMENTS BEING
001200*    COMPARED.
001210*
001220 01  CVJR-TIME-WORK-AREA.
001230     03  CVJR-TIME-WORK          PIC 9(08).
001240     03  FILLER REDEFINES CVJR-TIME-WORK.
001250         05  CVJR-TIME-HH        PIC X(02).
001260         05  CVJR-TIME-MM        PIC X(02).
001270         05  CVJR-TIME-SS        PIC X(02).
001280         05  CVJR-TIME-HUNDREDTHS
001290                                 PIC X(02).
001300 01  CVJR-SEGMENT-AREA.
001310     03  CVJR-BEFORE-SEGMENT     PIC X(100).
001320     03  CVJR-AFTER-SEGMENT      PIC X(100).
001330 PROCEDURE DIVISION.
001340*****************************************************************
001350*    0000-MAINLINE                                              *
001360*****************************************************************
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     IF CVJR-JOURNAL-OPENED AND CVJR-REPORT-OPENED
001400         PERFORM 2000-LIST-JOURNAL THRU 2000-EXIT
001410     END-IF.
001420     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001430     GOBACK.
001440*****************************************************************
001450*    1000-INITIALIZE                                            *
001460*****************************************************************
001470 1000-INITIALIZE.
001480     ACCEPT CVJR-RUN-DATE FROM DATE YYYYMMDD.
001490     PERFORM 1050-LOAD-SELECTION THRU 1050-EXIT.
001500     OPEN INPUT CVJR-JOURNAL-FILE.
001510     EVALUATE TRUE
001520         WHEN CVJR-JOURNAL-STATUS-OK
001530             SET CVJR-JOURNAL-OPENED TO TRUE
001540         WHEN CVJR-JOURNAL-MISSING
001550             DISPLAY 'CV800W - CVJRNL.DAT NOT FOUND - NO'
001560                 ' CHANGES HAVE BEEN JOURNALLED'
001570             MOVE 4 TO CVJR-RAISE-CC-VALUE
001580             PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
001590             GO TO 1000-EXIT
001600         WHEN OTHER
001610             DISPLAY 'CV800E - I/O ERROR OPENING CVJRNL.DAT'
001620                 ' STATUS=' CVJR-JOURNAL-STATUS
001630             SET CVJR-IO-ERROR-SEEN TO TRUE
001640             GO TO 1000-EXIT
001650     END-EVALUATE.
001660     OPEN OUTPUT CVJR-REPORT-FILE.
001670     IF NOT CVJR-REPORT-OPEN-OK
001680         DISPLAY 'CV800E - CANNOT OPEN CVJRNRPT.TXT STATUS='
001690             CVJR-REPORT-STATUS ' - REPORT NOT WRITTEN'
001700         SET CVJR-IO-ERROR-SEEN TO TRUE
001710         GO TO 1000-EXIT
001720     END-IF.
001730     SET CVJR-REPORT-OPENED TO TRUE.
001740     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
001750 1000-EXIT.
001760     EXIT.
001770*****************************************************************
001780*    1050-LOAD-SELECTION                                        *
001790*                                                                *
001800*    READS THE OPTIONAL CVJRSEL.TXT.  A MISSING FILE IS THE     *
001810*    NORMAL CASE AND MEANS "THE WHOLE JOURNAL".                 *
001820*****************************************************************
001830 1050-LOAD-SELECTION.
001840     OPEN INPUT CVJR-SELECT-FILE.
001850     EVALUATE TRUE
001860         WHEN CVJR-SELECT-FOUND
001870             CONTINUE
001880         WHEN CVJR-SELECT-MISSING
001890             GO TO 1050-EXIT
001900         WHEN OTHER
001910             DISPLAY 'CV800E - I/O ERROR OPENING CVJRSEL.TXT'
001920                 ' STATUS=' CVJR-SELECT-STATUS
001930                 ' - WHOLE JOURNAL WILL BE LISTED'
001940             SET CVJR-IO-ERROR-SEEN TO TRUE
001950             GO TO 1050-EXIT
001960     END-EVALUATE.
001970     READ CVJR-SELECT-FILE
001980         AT END SET CVJR-SELECT-EOF TO TRUE
001990     END-READ.
002000     PERFORM 1060-APPLY-SELECTION THRU 1060-EXIT
002010         UNTIL CVJR-SELECT-EOF.
002020     CLOSE CVJR-SELECT-FILE.
002030 1050-EXIT.
002040     EXIT.
002050*****************************************************************
002060*    1060-APPLY-SELECTION                                       *
002070*****************************************************************
002080 1060-APPLY-SELECTION.
002090     IF CVJR-SELECT-LINE = SPACES
002100         OR CVJR-SELECT-LINE(1:1) = '*'
002110         GO TO 1060-READ-NEXT
002120     END-IF.
002130     MOVE SPACES TO CVJR-PARM-KEY.
002140     MOVE SPACES TO CVJR-PARM-VALUE.
002150     UNSTRING CVJR-SELECT-LINE DELIMITED BY '='
002160         INTO CVJR-PARM-KEY CVJR-PARM-VALUE.
002170     EVALUATE CVJR-PARM-KEY
002180         WHEN 'FROM-DATE'
002190             IF CVJR-PARM-VALUE(1:8) NUMERIC
002200                 MOVE CVJR-PARM-VALUE(1:8) TO CVJR-SEL-FROM-DATE
002210             ELSE
002220                 PERFORM 1070-REJECT-SELECTION THRU 1070-EXIT
002230             END-IF
002240         WHEN 'TO-DATE'
002250             IF CVJR-PARM-VALUE(1:8) NUMERIC
002260                 MOVE CVJR-PARM-VALUE(1:8) TO CVJR-SEL-TO-DATE
002270             ELSE
002280                 PERFORM 1070-REJECT-SELECTION THRU 1070-EXIT
002290             END-IF
002300         WHEN 'FILE'
002310             IF CVJR-PARM-VALUE = 'CVMAST'
002320                 OR CVJR-PARM-VALUE = 'CVREQ'
002330                 OR CVJR-PARM-VALUE = 'CVPIPE'
002340                 MOVE CVJR-PARM-VALUE TO CVJR-SEL-FILE
002350             ELSE
002360                 PERFORM 1070-REJECT-SELECTION THRU 1070-EXIT
002370             END-IF
002380         WHEN 'KEY'
002390             MOVE CVJR-PARM-VALUE TO CVJR-SEL-KEY
002400         WHEN OTHER
002410             PERFORM 1070-REJECT-SELECTION THRU 1070-EXIT
002420     END-EVALUATE.
002430 1060-READ-NEXT.
002440     READ CVJR-SELECT-FILE
002450         AT END SET CVJR-SELECT-EOF TO TRUE
002460     END-READ.
002470 1060-EXIT.
002480     EXIT.
002490*****************************************************************
002500*    1070-REJECT-SELECTION                                      *
002510*****************************************************************
002520 1070-REJECT-SELECTION.
002530     DISPLAY 'CV800W - SELECTION LINE IGNORED - '
002540         CVJR-SELECT-LINE(1:50).
002550     MOVE 4 TO CVJR-RAISE-CC-VALUE.
002560     PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT.
002570 1070-EXIT.
002580     EXIT.
002590*****************************************************************
002600*    1100-WRITE-HEADINGS                                        *
002610*****************************************************************
002620 1100-WRITE-HEADINGS.
002630     MOVE SPACES TO CVJR-REPORT-LINE.
002640     STRING 'CV800 - MASTER CHANGE JOURNAL    RUN DATE '
002650                DELIMITED BY SIZE
002660            CVJR-RUN-DATE DELIMITED BY SIZE
002670         INTO CVJR-REPORT-LINE.
002680     WRITE CVJR-REPORT-LINE.
002690     MOVE SPACES TO CVJR-REPORT-LINE.
002700     STRING 'SELECTION - DATES ' DELIMITED BY SIZE
002710            CVJR-SEL-FROM-DATE DELIMITED BY SIZE
002720            ' TO ' DELIMITED BY SIZE
002730            CVJR-SEL-TO-DATE DELIMITED BY SIZE
002740            '  FILE ' DELIMITED BY SIZE
002750            CVJR-SEL-FILE DELIMITED BY SIZE
002760            '  KEY ' DELIMITED BY SIZE
002770            CVJR-SEL-KEY DELIMITED BY SIZE
002780         INTO CVJR-REPORT-LINE.
002790     WRITE CVJR-REPORT-LINE.
002800     MOVE SPACES TO CVJR-REPORT-LINE.
002810     WRITE CVJR-REPORT-LINE.
002820 1100-EXIT.
002830     EXIT.
002840*****************************************************************
002850*    2000-LIST-JOURNAL                                          *
002860*                                                                *
002870*    THE JOURNAL IS KEYED DATE FIRST, SO THE FROM-DATE IS ONE   *
002880*    START AND THE LISTING STOPS AT THE FIRST RECORD PAST THE   *
002890*    TO-DATE.                                                   *
002900*****************************************************************
002910 2000-LIST-JOURNAL.
002920     MOVE LOW-VALUES TO CVJ-RECORD-KEY.
002930     MOVE CVJR-SEL-FROM-DATE TO CVJ-JOURNAL-DATE.
002940     START CVJR-JOURNAL-FILE KEY NOT < CVJ-RECORD-KEY.
002950     EVALUATE TRUE
002960         WHEN CVJR-JOURNAL-STATUS-OK
002970             CONTINUE
002980         WHEN CVJR-JOURNAL-NOT-FOUND
002990             SET CVJR-JOURNAL-EOF TO TRUE
003000         WHEN OTHER
003010             DISPLAY 'CV800E - CVJRNL.DAT START FAILED STATUS='
003020                 CVJR-JOURNAL-STATUS
003030             SET CVJR-IO-ERROR-SEEN TO TRUE
003040             SET CVJR-JOURNAL-EOF TO TRUE
003050     END-EVALUATE.
003060     IF NOT CVJR-JOURNAL-EOF
003070         PERFORM 2100-READ-JOURNAL-NEXT THRU 2100-EXIT
003080     END-IF.
003090     PERFORM 2200-SELECT-ONE-CHANGE THRU 2200-EXIT
003100         UNTIL CVJR-JOURNAL-EOF.
003110     PERFORM 2900-WRITE-TOTALS THRU 2900-EXIT.
003120 2000-EXIT.
003130     EXIT.
003140*****************************************************************
003150*    2100-READ-JOURNAL-NEXT                                     *
003160*****************************************************************
003170 2100-READ-JOURNAL-NEXT.
003180     READ CVJR-JOURNAL-FILE NEXT.
003190     EVALUATE TRUE
003200         WHEN CVJR-JOURNAL-STATUS-OK
003210             ADD 1 TO CVJR-READ-COUNT
003220             IF CVJ-JOURNAL-DATE > CVJR-SEL-TO-DATE
003230                 SET CVJR-JOURNAL-EOF TO TRUE
003240             END-IF
003250         WHEN CVJR-JOURNAL-AT-END
003260             SET CVJR-JOURNAL-EOF TO TRUE
003270         WHEN OTHER
003280             DISPLAY 'CV800E - I/O ERROR READING CVJRNL.DAT'
003290                 ' STATUS=' CVJR-JOURNAL-STATUS
003300             SET CVJR-JOURNAL-EOF TO TRUE
003310             SET CVJR-IO-ERROR-SEEN TO TRUE
003320     END-EVALUATE.
003330 2100-EXIT.
003340     EXIT.
003350*****************************************************************
003360*    2200-SELECT-ONE-CHANGE                                     *
003370*****************************************************************
003380 2200-SELECT-ONE-CHANGE.
003390     IF CVJR-SEL-FILE NOT = SPACES
003400         AND CVJR-SEL-FILE NOT = CVJ-FILE-NAME
003410         GO TO 2200-READ-NEXT
003420     END-IF.
003430     IF CVJR-SEL-KEY NOT = SPACES
003440         MOVE 'N' TO CVJR-KEY-MATCH-SWITCH
003450         IF CVJ-MASTER-KEY = CVJR-SEL-KEY
003460             SET CVJR-KEY-MATCHES TO TRUE
003470         END-IF
003480         IF CVJ-FILE-CVPIPE
003490             AND (CVJ-MASTER-KEY(1:8) = CVJR-SEL-KEY
003500                 OR CVJ-MASTER-KEY(9:10) = CVJR-SEL-KEY)
003510             SET CVJR-KEY-MATCHES TO TRUE
003520         END-IF
003530         IF NOT CVJR-KEY-MATCHES
003540             GO TO 2200-READ-NEXT
003550         END-IF
003560     END-IF.
003570     PERFORM 2300-WRITE-CHANGE THRU 2300-EXIT.
003580 2200-READ-NEXT.
003590     PERFORM 2100-READ-JOURNAL-NEXT THRU 2100-EXIT.
003600 2200-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    2300-WRITE-CHANGE                                          *
003640*                                                                *
003650*    ONE HEADER LINE, THEN THE CHANGED SEGMENTS OF THE IMAGES.  *
003660*****************************************************************
003670 2300-WRITE-CHANGE.
003680     ADD 1 TO CVJR-LISTED-COUNT.
003690     EVALUATE TRUE
003700         WHEN CVJ-FILE-CVMAST
003710             ADD 1 TO CVJR-CVMAST-COUNT
003720         WHEN CVJ-FILE-CVREQ
003730             ADD 1 TO CVJR-CVREQ-COUNT
003740         WHEN CVJ-FILE-CVPIPE
003750             ADD 1 TO CVJR-CVPIPE-COUNT
003760     END-EVALUATE.
003770     EVALUATE TRUE
003780         WHEN CVJ-ACTION-ADD
003790             MOVE 'ADD' TO CVJR-ACTION-WORD
003800         WHEN CVJ-ACTION-CHANGE
003810             MOVE 'CHANGE' TO CVJR-ACTION-WORD
003820         WHEN CVJ-ACTION-INACTIVATE
003830             MOVE 'INACTIVATE' TO CVJR-ACTION-WORD
003840         WHEN CVJ-ACTION-MERGE
003850             MOVE 'MERGE' TO CVJR-ACTION-WORD
003860         WHEN CVJ-ACTION-CLOSE
003870             MOVE 'CLOSE' TO CVJR-ACTION-WORD
003880         WHEN CVJ-ACTION-STAGE
003890             MOVE 'STAGE' TO CVJR-ACTION-WORD
003900         WHEN OTHER
003910             MOVE SPACES TO CVJR-ACTION-WORD
003920             STRING 'CODE ' DELIMITED BY SIZE
003930                    CVJ-ACTION-CODE DELIMITED BY SIZE
003940                 INTO CVJR-ACTION-WORD
003950     END-EVALUATE.
003960     MOVE CVJ-JOURNAL-TIME TO CVJR-TIME-WORK.
003970     MOVE SPACES TO CVJR-REPORT-LINE.
003980     STRING CVJ-JOURNAL-DATE DELIMITED BY SIZE
003990            ' ' DELIMITED BY SIZE
004000            CVJR-TIME-HH DELIMITED BY SIZE
004010            ':' DELIMITED BY SIZE
004020            CVJR-TIME-MM DELIMITED BY SIZE
004030            ':' DELIMITED BY SIZE
004040            CVJR-TIME-SS DELIMITED BY SIZE
004050            '  ' DELIMITED BY SIZE
004060            CVJ-PROGRAM-ID DELIMITED BY SIZE
004070            ' TRAN ' DELIMITED BY SIZE
004080            CVJ-TRANSACTION-ID DELIMITED BY SIZE
004090            ' TERM ' DELIMITED BY SIZE
004100            CVJ-TERMINAL-ID DELIMITED BY SIZE
004110            ' USER ' DELIMITED BY SIZE
004120            CVJ-USER-ID DELIMITED BY SIZE
004130            '  ' DELIMITED BY SIZE
004140            CVJ-FILE-NAME DELIMITED BY SIZE
004150            ' ' DELIMITED BY SIZE
004160            CVJR-ACTION-WORD DELIMITED BY SIZE
004170            ' KEY ' DELIMITED BY SIZE
004180            CVJ-MASTER-KEY DELIMITED BY SIZE
004190         INTO CVJR-REPORT-LINE.
004200     WRITE CVJR-REPORT-LINE.
004210     MOVE 1 TO CVJR-IMAGE-OFFSET.
004220     MOVE CVJ-IMAGE-LENGTH TO CVJR-IMAGE-REMAINING.
004230     IF CVJR-IMAGE-REMAINING > 2136
004240         MOVE 2136 TO CVJR-IMAGE-REMAINING
004250     END-IF.
004260     PERFORM 2400-WRITE-ONE-SEGMENT THRU 2400-EXIT
004270         UNTIL CVJR-IMAGE-REMAINING = ZERO.
004280     MOVE SPACES TO CVJR-REPORT-LINE.
004290     WRITE CVJR-REPORT-LINE.
004300 2300-EXIT.
004310     EXIT.
004320*****************************************************************
004330*    2400-WRITE-ONE-SEGMENT                                     *
004340*                                                                *
004350*    COMPARES ONE 100-BYTE SEGMENT OF THE BEFORE AND AFTER      *
004360*    IMAGES AND PRINTS IT ONLY WHEN THE CHANGE TOUCHED IT.      *
004370*****************************************************************
004380 2400-WRITE-ONE-SEGMENT.
004390     IF CVJR-IMAGE-REMAINING > 100
004400         MOVE 100 TO CVJR-SEGMENT-LENGTH
004410     ELSE
004420         MOVE CVJR-IMAGE-REMAINING TO CVJR-SEGMENT-LENGTH
004430     END-IF.
004440     MOVE SPACES TO CVJR-SEGMENT-AREA.
004450     MOVE CVJ-BEFORE-IMAGE(CVJR-IMAGE-OFFSET:CVJR-SEGMENT-LENGTH)
004460         TO CVJR-BEFORE-SEGMENT.
004470     MOVE CVJ-AFTER-IMAGE(CVJR-IMAGE-OFFSET:CVJR-SEGMENT-LENGTH)
004480         TO CVJR-AFTER-SEGMENT.
004490     IF CVJR-BEFORE-SEGMENT = CVJR-AFTER-SEGMENT
004500         GO TO 2400-NEXT-SEGMENT
004510     END-IF.
004520     MOVE CVJR-IMAGE-OFFSET TO CVJR-OFFSET-TEXT.
004530     IF NOT CVJ-ACTION-ADD
004540         MOVE SPACES TO CVJR-REPORT-LINE
004550         STRING '    BEFORE ' DELIMITED BY SIZE
004560                CVJR-OFFSET-TEXT DELIMITED BY SIZE
004570                ' ' DELIMITED BY SIZE
004580                CVJR-BEFORE-SEGMENT DELIMITED BY SIZE
004590             INTO CVJR-REPORT-LINE
004600         WRITE CVJR-REPORT-LINE
004610     END-IF.
004620     MOVE SPACES TO CVJR-REPORT-LINE.
004630     STRING '    AFTER  ' DELIMITED BY SIZE
004640            CVJR-OFFSET-TEXT DELIMITED BY SIZE
004650            ' ' DELIMITED BY SIZE
004660            CVJR-AFTER-SEGMENT DELIMITED BY SIZE
004670         INTO CVJR-REPORT-LINE.
004680     WRITE CVJR-REPORT-LINE.
004690 2400-NEXT-SEGMENT.
004700     ADD CVJR-SEGMENT-LENGTH TO CVJR-IMAGE-OFFSET.
004710     SUBTRACT CVJR-SEGMENT-LENGTH FROM CVJR-IMAGE-REMAINING.
004720 2400-EXIT.
004730     EXIT.
004740*****************************************************************
004750*    2900-WRITE-TOTALS                                          *
004760*****************************************************************
004770 2900-WRITE-TOTALS.
004780     IF CVJR-LISTED-COUNT = ZERO
004790         MOVE 'NO JOURNALLED CHANGES MATCH THE SELECTION'
004800             TO CVJR-REPORT-LINE
004810         WRITE CVJR-REPORT-LINE
004820         MOVE SPACES TO CVJR-REPORT-LINE
004830         WRITE CVJR-REPORT-LINE
004840         MOVE 4 TO CVJR-RAISE-CC-VALUE
004850         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
004860     END-IF.
004870     MOVE CVJR-CVMAST-COUNT TO CVJR-COUNT-TEXT.
004880     MOVE SPACES TO CVJR-REPORT-LINE.
004890     STRING 'CHANGES LISTED - CVMAST  ' DELIMITED BY SIZE
004900            CVJR-COUNT-TEXT DELIMITED BY SIZE
004910         INTO CVJR-REPORT-LINE.
004920     WRITE CVJR-REPORT-LINE.
004930     MOVE CVJR-CVREQ-COUNT TO CVJR-COUNT-TEXT.
004940     MOVE SPACES TO CVJR-REPORT-LINE.
004950     STRING '               - CVREQ   ' DELIMITED BY SIZE
004960            CVJR-COUNT-TEXT DELIMITED BY SIZE
004970         INTO CVJR-REPORT-LINE.
004980     WRITE CVJR-REPORT-LINE.
004990     MOVE CVJR-CVPIPE-COUNT TO CVJR-COUNT-TEXT.
005000     MOVE SPACES TO CVJR-REPORT-LINE.
005010     STRING '               - CVPIPE  ' DELIMITED BY SIZE
005020            CVJR-COUNT-TEXT DELIMITED BY SIZE
005030         INTO CVJR-REPORT-LINE.
005040     WRITE CVJR-REPORT-LINE.
005050     MOVE CVJR-LISTED-COUNT TO CVJR-COUNT-TEXT.
005060     MOVE SPACES TO CVJR-REPORT-LINE.
005070     STRING '               - TOTAL   ' DELIMITED BY SIZE
005080            CVJR-COUNT-TEXT DELIMITED BY SIZE
005090         INTO CVJR-REPORT-LINE.
005100     WRITE CVJR-REPORT-LINE.
005110 2900-EXIT.
005120     EXIT.
005130*****************************************************************
005140*    9900-RAISE-CONDITION                                       *
005150*****************************************************************
005160 9900-RAISE-CONDITION.
005170     IF CVJR-RAISE-CC-VALUE > CVJR-CONDITION-CODE
005180         MOVE CVJR-RAISE-CC-VALUE TO CVJR-CONDITION-CODE
005190     END-IF.
005200 9900-EXIT.
005210     EXIT.
005220*****************************************************************
005230*    9999-TERMINATE                                             *
005240*****************************************************************
005250 9999-TERMINATE.
005260     IF CVJR-JOURNAL-OPENED
005270         CLOSE CVJR-JOURNAL-FILE
005280     END-IF.
005290     IF CVJR-REPORT-OPENED
005300         CLOSE CVJR-REPORT-FILE
005310     END-IF.
005320     IF CVJR-IO-ERROR-SEEN
005330         MOVE 12 TO CVJR-RAISE-CC-VALUE
005340         PERFORM 9900-RAISE-CONDITION THRU 9900-EXIT
005350     END-IF.
005360     DISPLAY 'CV800 - CHANGE JOURNAL REPORT SUMMARY'.
005370     DISPLAY '  JOURNAL RECORDS READ : ' CVJR-READ-COUNT.
005380     DISPLAY '  CVMAST CHANGES LISTED: ' CVJR-CVMAST-COUNT.
005390     DISPLAY '  CVREQ CHANGES LISTED : ' CVJR-CVREQ-COUNT.
005400     DISPLAY '  CVPIPE CHANGES LISTED: ' CVJR-CVPIPE-COUNT.
005410     DISPLAY 'CV800 - ENDING WITH CONDITION CODE '
005420         CVJR-CONDITION-CODE.
005430     MOVE CVJR-CONDITION-CODE TO RETURN-CODE.
005440 9999-EXIT.
005450     EXIT.
