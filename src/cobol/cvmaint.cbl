000130*   ONE PIPE-DELIMITED TRANSACTION PER LINE -                   *
000140*                                                               *
000150*       ACTION|CANDIDATE-ID|NAME|EMAIL|PHONE|LOCATION           *
000155*           |CONSENT-GIVEN|CONSENT-EXPIRY                       *
000160*                                                               *
000170*   ACTION IS A (ADD), C (CHANGE), I (INACTIVATE) OR M         *
000180*   (MERGE - THE NAME FIELD CARRIES THE SURVIVING CANDIDATE    *
000200*   VALUE IN PLACE.  INACTIVATE KEEPS THE RECORD BUT SETS ITS  *
000210*   STATUS TO 'I' - THE ROW IS NEVER DELETED, SO CV100 CAN     *
000220*   STILL RESOLVE THE NAME ON HISTORICAL REPORTS.              *
000221*                                                               *
000222*   THE CONSENT DATES ARE YYYYMMDD AND COME AS A PAIR - BOTH    *
000223*   BLANK (NO CONSENT ON AN ADD, NO CHANGE ON A CHANGE) OR      *
000224*   BOTH KEYED, WITH THE EXPIRY NOT BEFORE THE GIVEN DATE.  A   *
000225*   RENEWAL IS A CHANGE CARRYING THE NEW PAIR.  ANYTHING ELSE   *
000226*   REJECTS THE TRANSACTION.  CV830 WORKS FROM THE EXPIRY.      *
000230*                                                               *
000240*   MODIFICATION HISTORY.                                      *
000250*       2026-08-22  RM  ORIGINAL VERSION.                      *
000340*                       - ACTIVE MASTERS SHARING AN EMAIL OR   *
000350*                       PHONE, OR A NAME AND LOCATION, ARE     *
000360*                       REPORTED PAIRWISE TO CVDUPS.TXT.       *
000361*       2026-10-15  RM  EVERY ADD, CHANGE, INACTIVATE AND      *
000362*                       MERGE IS JOURNALED TO CVJRNL.DAT.  IF  *
000363*                       THE JOURNAL WILL NOT OPEN NOTHING IS   *
000364*                       APPLIED; ANY JOURNAL FAILURE IS RC 12. *
000365*       2026-10-15  RM  CONSENT-GIVEN AND CONSENT-EXPIRY DATES *
000366*                       ADDED TO THE TRANSACTION AND CVMAST    *
000367*                       (LINE WIDENED TO 160).  EACH IS        *
000368*                       CHECKED AS A CALENDAR DATE - MONTH     *
000369*                       LENGTH AND LEAP YEAR INCLUDED.         *
000370*                                                               *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000530         ASSIGN TO 'CVDUPS.TXT'
000540         ORGANIZATION LINE SEQUENTIAL
000550         FILE STATUS IS CVM-DUPS-STATUS.
000551     SELECT CVM-JOURNAL-FILE
000552         ASSIGN TO 'CVJRNL.DAT'
000553         ORGANIZATION INDEXED
000554         ACCESS DYNAMIC
000555         RECORD KEY CVJ-RECORD-KEY
000556         FILE STATUS IS CVM-JOURNAL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CVM-TRANS-FILE.
000590 01  CVM-TRANS-LINE              PIC X(160).
000600 FD  CVM-MASTER-FILE.
000610 01  CVM-MASTER-RECORD.
000620     COPY CVMAST.
000630 FD  CVM-DUPS-FILE.
000640 01  CVM-DUPS-LINE               PIC X(132).
000642 FD  CVM-JOURNAL-FILE.
000644 01  CVM-JOURNAL-RECORD.
000646     COPY CVJRNL.
000650 WORKING-STORAGE SECTION.
000660 77  CVM-TRANS-STATUS            PIC X(02) VALUE '00'.
000670     88  CVM-TRANS-FOUND             VALUE '00'.
000880 77  CVM-TRANS-EMAIL             PIC X(40).
000890 77  CVM-TRANS-PHONE             PIC X(15).
000900 77  CVM-TRANS-LOCATION          PIC X(30).
000901 77  CVM-TRANS-GIVEN             PIC X(08).
000902 77  CVM-TRANS-EXPIRY            PIC X(08).
000903 77  CVM-GIVEN-DATE              PIC 9(08) VALUE ZERO.
000904 77  CVM-EXPIRY-DATE             PIC 9(08) VALUE ZERO.
000905 77  CVM-CONSENT-SWITCH          PIC X(01) VALUE 'N'.
000906     88  CVM-CONSENT-NONE            VALUE 'N'.
000907     88  CVM-CONSENT-KEYED           VALUE 'Y'.
000908     88  CVM-CONSENT-INVALID         VALUE 'E'.
000910 77  CVM-ADDED-COUNT             PIC 9(05) COMP VALUE ZERO.
000920 77  CVM-CHANGED-COUNT           PIC 9(05) COMP VALUE ZERO.
000930 77  CVM-INACTIVE-COUNT          PIC 9(05) COMP VALUE ZERO.
000940 77  CVM-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
000950 77  CVM-MERGED-COUNT            PIC 9(05) COMP VALUE ZERO.
000960 77  CVM-SURVIVOR-ID             PIC X(10).
000961 77  CVM-JOURNAL-STATUS          PIC X(02) VALUE '00'.
000962     88  CVM-JOURNAL-STATUS-OK       VALUE '00'.
000963     88  CVM-JOURNAL-DUPLICATE       VALUE '22'.
000964     88  CVM-JOURNAL-ABSENT          VALUE '35'.
000965 77  CVM-JOURNAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000966     88  CVM-JOURNAL-OPENED          VALUE 'Y'.
000967 77  CVM-JOURNAL-FAIL-SWITCH     PIC X(01) VALUE 'N'.
000968     88  CVM-JOURNAL-FAILED          VALUE 'Y'.
000969 77  CVM-JOURNAL-ACTION          PIC X(01).
000970 77  CVM-DUPS-STATUS             PIC X(02) VALUE '00'.
000980     88  CVM-DUPS-OPEN-OK            VALUE '00'.
000990 77  CVM-MASTER-EOF-SWITCH       PIC X(01) VALUE 'N'.
001000     88  CVM-MASTER-EOF              VALUE 'Y'.
001010     88  CVM-MASTER-NOT-EOF          VALUE 'N'.
001011 77  CVM-JOURNAL-SEQ             PIC 9(07) COMP VALUE ZERO.
001012 77  CVM-JOURNAL-COUNT           PIC 9(05) COMP VALUE ZERO.
001013 77  CVM-JOURNAL-ERROR-COUNT     PIC 9(05) COMP VALUE ZERO.
001014 77  CVM-BEFORE-IMAGE            PIC X(150).
001015 77  CVM-DAYS-IN-MONTH           PIC 9(02) COMP VALUE ZERO.
001016 77  CVM-LEAP-REM-4              PIC 9(04) COMP VALUE ZERO.
001017 77  CVM-LEAP-REM-100            PIC 9(04) COMP VALUE ZERO.
001018 77  CVM-LEAP-REM-400            PIC 9(04) COMP VALUE ZERO.
001019 77  CVM-LEAP-QUOT               PIC 9(04) COMP VALUE ZERO.
001020 77  CVM-DUP-COUNT               PIC 9(05) COMP VALUE ZERO.
001030 77  CVM-DUP-MAX                 PIC 9(05) COMP VALUE 2000.
001040 77  CVM-DUP-OUTER               PIC 9(05) COMP VALUE ZERO.
001070 77  CVM-DUP-BASIS               PIC X(16).
001080 77  CVM-DUPTBL-FULL-SW          PIC X(01) VALUE 'N'.
001090     88  CVM-DUPTBL-FULL-SEEN        VALUE 'Y'.
001091*
001092*    ONE CONSENT DATE FROM THE TRANSACTION, FOR VALIDATION.
001093*
001094 01  CVM-DATE-CHECK-AREA.
001095     03  CVM-DATE-CHECK          PIC X(08).
001096     03  FILLER REDEFINES CVM-DATE-CHECK.
001097         05  CVM-CHECK-YEAR      PIC 9(04).
001098         05  CVM-CHECK-MONTH     PIC 9(02).
001099         05  CVM-CHECK-DAY       PIC 9(02).
001100*
001110*    THE ACTIVE MASTERS, TABLED FOR THE PAIRWISE DUPLICATE
001120*    SCAN.  INACTIVE RECORDS (INCLUDING ALREADY-MERGED LOSERS)
001660         DISPLAY 'CV200E - CANNOT OPEN CVMAST.DAT STATUS='
001670             CVM-MASTER-STATUS
001680         SET CVM-TRANS-EOF TO TRUE
001685         GO TO 1000-EXIT
001690     END-IF.
001695     PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT.
001700 1000-EXIT.
001710     EXIT.
001720*****************************************************************
001990     MOVE SPACES TO CVM-TRANS-EMAIL.
002000     MOVE SPACES TO CVM-TRANS-PHONE.
002010     MOVE SPACES TO CVM-TRANS-LOCATION.
002013     MOVE SPACES TO CVM-TRANS-GIVEN.
002016     MOVE SPACES TO CVM-TRANS-EXPIRY.
002020     UNSTRING CVM-TRANS-LINE DELIMITED BY '|'
002030         INTO CVM-ACTION-CODE
002040              CVM-TRANS-ID
002050              CVM-TRANS-NAME
002060              CVM-TRANS-EMAIL
002070              CVM-TRANS-PHONE
002080              CVM-TRANS-LOCATION
002083              CVM-TRANS-GIVEN
002086              CVM-TRANS-EXPIRY.
002090     IF CVM-TRANS-ID = SPACES
002100         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002110         GO TO 2100-EXIT
002120     END-IF.
002121     PERFORM 2150-CHECK-CONSENT-DATES THRU 2150-EXIT.
002122     IF CVM-CONSENT-INVALID
002123         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002124         GO TO 2100-EXIT
002125     END-IF.
002130     EVALUATE TRUE
002140         WHEN CVM-ACTION-ADD
002150             PERFORM 2200-ADD-MASTER THRU 2200-EXIT
002330         GO TO 2200-EXIT
002340     END-IF.
002350     MOVE SPACES TO CVM-MASTER-RECORD.
002355     MOVE SPACES TO CVM-BEFORE-IMAGE.
002360     MOVE CVM-TRANS-ID TO CVM-CANDIDATE-ID.
002370     MOVE CVM-TRANS-NAME TO CVM-NAME.
002380     MOVE CVM-TRANS-EMAIL TO CVM-EMAIL.
002390     MOVE CVM-TRANS-PHONE TO CVM-PHONE.
002400     MOVE CVM-TRANS-LOCATION TO CVM-LOCATION.
002401     MOVE ZERO TO CVM-CONSENT-GIVEN-DATE.
002402     MOVE ZERO TO CVM-CONSENT-EXPIRY-DATE.
002403     IF CVM-CONSENT-KEYED
002404         MOVE CVM-GIVEN-DATE TO CVM-CONSENT-GIVEN-DATE
002405         MOVE CVM-EXPIRY-DATE TO CVM-CONSENT-EXPIRY-DATE
002406     END-IF.
002410     SET CVM-STATUS-ACTIVE TO TRUE.
002420     WRITE CVM-MASTER-RECORD.
002430     IF CVM-MASTER-STATUS-OK
002440         ADD 1 TO CVM-ADDED-COUNT
002443         MOVE 'A' TO CVM-JOURNAL-ACTION
002446         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
002450     ELSE
002460         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002470     END-IF.
002600         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002610         GO TO 2300-EXIT
002620     END-IF.
002625     MOVE CVM-MASTER-RECORD TO CVM-BEFORE-IMAGE.
002630     IF CVM-TRANS-NAME NOT = SPACES
002640         MOVE CVM-TRANS-NAME TO CVM-NAME
002650     END-IF.
002720     IF CVM-TRANS-LOCATION NOT = SPACES
002730         MOVE CVM-TRANS-LOCATION TO CVM-LOCATION
002740     END-IF.
002742     IF CVM-CONSENT-KEYED
002744         MOVE CVM-GIVEN-DATE TO CVM-CONSENT-GIVEN-DATE
002746         MOVE CVM-EXPIRY-DATE TO CVM-CONSENT-EXPIRY-DATE
002748     END-IF.
002750     REWRITE CVM-MASTER-RECORD.
002760     IF CVM-MASTER-STATUS-OK
002770         ADD 1 TO CVM-CHANGED-COUNT
002773         MOVE 'C' TO CVM-JOURNAL-ACTION
002776         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
002780     ELSE
002790         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002800     END-IF.
002900         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002910         GO TO 2400-EXIT
002920     END-IF.
002925     MOVE CVM-MASTER-RECORD TO CVM-BEFORE-IMAGE.
002930     SET CVM-STATUS-INACTIVE TO TRUE.
002940     REWRITE CVM-MASTER-RECORD.
002950     IF CVM-MASTER-STATUS-OK
002960         ADD 1 TO CVM-INACTIVE-COUNT
002963         MOVE 'I' TO CVM-JOURNAL-ACTION
002966         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
002970     ELSE
002980         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002990     END-IF.
003440         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
003450         GO TO 2500-EXIT
003460     END-IF.
003465     MOVE CVM-MASTER-RECORD TO CVM-BEFORE-IMAGE.
003470     SET CVM-STATUS-INACTIVE TO TRUE.
003480     MOVE CVM-SURVIVOR-ID TO CVM-MERGED-INTO-ID.
003490     REWRITE CVM-MASTER-RECORD.
003500     IF CVM-MASTER-STATUS-OK
003510         ADD 1 TO CVM-MERGED-COUNT
003513         MOVE 'M' TO CVM-JOURNAL-ACTION
003516         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
003520         DISPLAY 'CV200I - CANDIDATE ' CVM-TRANS-ID
003530             ' MERGED INTO ' CVM-SURVIVOR-ID
003540     ELSE
005020     IF CVM-MASTER-OPENED
005030         CLOSE CVM-MASTER-FILE
005040     END-IF.
005042     IF CVM-JOURNAL-OPENED
005044         CLOSE CVM-JOURNAL-FILE
005046     END-IF.
005050     DISPLAY 'CV200 - MAINTENANCE SUMMARY'.
005060     DISPLAY '  RECORDS ADDED       : ' CVM-ADDED-COUNT.
005070     DISPLAY '  RECORDS CHANGED     : ' CVM-CHANGED-COUNT.
005090     DISPLAY '  RECORDS MERGED      : ' CVM-MERGED-COUNT.
005100     DISPLAY '  DUPLICATE PAIRS     : ' CVM-DUP-PAIR-COUNT.
005110     DISPLAY '  TRANSACTIONS REJECTD: ' CVM-REJECTED-COUNT.
005111     DISPLAY '  CHANGES JOURNALLED  : ' CVM-JOURNAL-COUNT.
005112     IF CVM-JOURNAL-ERROR-COUNT > ZERO
005113         DISPLAY 'CV200E - ' CVM-JOURNAL-ERROR-COUNT
005114             ' CHANGE(S) APPLIED BUT NOT JOURNALLED'
005115         MOVE 12 TO RETURN-CODE
005116     END-IF.
005117     IF CVM-JOURNAL-FAILED
005118         MOVE 12 TO RETURN-CODE
005119     END-IF.
005120 9999-EXIT.
005130     EXIT.
005140*****************************************************************
005150*    2150-CHECK-CONSENT-DATES                                   *
005160*                                                                *
005170*    BOTH BLANK, OR BOTH VALID YYYYMMDD DATES WITH THE EXPIRY   *
005180*    NOT BEFORE THE GIVEN DATE.                                 *
005190*****************************************************************
005200 2150-CHECK-CONSENT-DATES.
005210     SET CVM-CONSENT-NONE TO TRUE.
005220     IF CVM-TRANS-GIVEN = SPACES
005230         AND CVM-TRANS-EXPIRY = SPACES
005240         GO TO 2150-EXIT
005250     END-IF.
005260     MOVE CVM-TRANS-GIVEN TO CVM-DATE-CHECK.
005270     PERFORM 2160-CHECK-ONE-DATE THRU 2160-EXIT.
005280     IF CVM-CONSENT-INVALID
005290         GO TO 2150-REJECT
005300     END-IF.
005310     MOVE CVM-DATE-CHECK TO CVM-GIVEN-DATE.
005320     MOVE CVM-TRANS-EXPIRY TO CVM-DATE-CHECK.
005330     PERFORM 2160-CHECK-ONE-DATE THRU 2160-EXIT.
005340     IF CVM-CONSENT-INVALID
005350         GO TO 2150-REJECT
005360     END-IF.
005370     MOVE CVM-DATE-CHECK TO CVM-EXPIRY-DATE.
005380     IF CVM-EXPIRY-DATE < CVM-GIVEN-DATE
005390         SET CVM-CONSENT-INVALID TO TRUE
005400         GO TO 2150-REJECT
005410     END-IF.
005420     SET CVM-CONSENT-KEYED TO TRUE.
005430     GO TO 2150-EXIT.
005440 2150-REJECT.
005450     DISPLAY 'CV200W - CONSENT DATES GIVEN ' CVM-TRANS-GIVEN
005460         ' EXPIRY ' CVM-TRANS-EXPIRY ' NOT A VALID PAIR'.
005470 2150-EXIT.
005480     EXIT.
005490*****************************************************************
005500*    2160-CHECK-ONE-DATE                                        *
005510*                                                                *
005520*    A REAL CALENDAR DATE FROM 1900 ON - ALL DIGITS, MONTH      *
005530*    01-12, DAY WITHIN THE MONTH, FEBRUARY 29 ONLY IN A LEAP    *
005540*    YEAR - AS CV600 CHECKS ITS ACTION DATES.                   *
005550*****************************************************************
005560 2160-CHECK-ONE-DATE.
005570     IF CVM-DATE-CHECK NOT NUMERIC
005580         SET CVM-CONSENT-INVALID TO TRUE
005590         GO TO 2160-EXIT
005600     END-IF.
005610     IF CVM-CHECK-YEAR < 1900
005620         OR CVM-CHECK-MONTH < 01
005630         OR CVM-CHECK-MONTH > 12
005640         SET CVM-CONSENT-INVALID TO TRUE
005650         GO TO 2160-EXIT
005660     END-IF.
005670     EVALUATE CVM-CHECK-MONTH
005680         WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
005690             MOVE 31 TO CVM-DAYS-IN-MONTH
005700         WHEN 04 WHEN 06 WHEN 09 WHEN 11
005710             MOVE 30 TO CVM-DAYS-IN-MONTH
005720         WHEN 02
005730             MOVE 28 TO CVM-DAYS-IN-MONTH
005740             DIVIDE CVM-CHECK-YEAR BY 4
005750                 GIVING CVM-LEAP-QUOT
005760                 REMAINDER CVM-LEAP-REM-4
005770             DIVIDE CVM-CHECK-YEAR BY 100
005780                 GIVING CVM-LEAP-QUOT
005790                 REMAINDER CVM-LEAP-REM-100
005800             DIVIDE CVM-CHECK-YEAR BY 400
005810                 GIVING CVM-LEAP-QUOT
005820                 REMAINDER CVM-LEAP-REM-400
005830             IF CVM-LEAP-REM-400 = ZERO
005840                 OR (CVM-LEAP-REM-4 = ZERO
005850                     AND CVM-LEAP-REM-100 NOT = ZERO)
005860                 MOVE 29 TO CVM-DAYS-IN-MONTH
005870             END-IF
005880     END-EVALUATE.
005890     IF CVM-CHECK-DAY < 01
005900         OR CVM-CHECK-DAY > CVM-DAYS-IN-MONTH
005910         SET CVM-CONSENT-INVALID TO TRUE
005920     END-IF.
005930 2160-EXIT.
005940     EXIT.
005950*****************************************************************
005960*    8000-OPEN-JOURNAL                                          *
005970*                                                                *
005980*    NO CHANGE IS APPLIED THAT CANNOT BE JOURNALLED - IF THE    *
005990*    JOURNAL WILL NOT OPEN, THE RUN APPLIES NOTHING.  LIKE THE  *
006000*    MASTER, THE JOURNAL IS CREATED EMPTY ON FIRST USE.         *
006010*****************************************************************
006020 8000-OPEN-JOURNAL.
006030     OPEN I-O CVM-JOURNAL-FILE.
006040     IF CVM-JOURNAL-ABSENT
006050         OPEN OUTPUT CVM-JOURNAL-FILE
006060         CLOSE CVM-JOURNAL-FILE
006070         OPEN I-O CVM-JOURNAL-FILE
006080     END-IF.
006090     IF CVM-JOURNAL-STATUS-OK
006100         SET CVM-JOURNAL-OPENED TO TRUE
006110     ELSE
006120         DISPLAY 'CV200E - CANNOT OPEN CVJRNL.DAT STATUS='
006130             CVM-JOURNAL-STATUS ' - NO TRANSACTIONS APPLIED'
006140         SET CVM-JOURNAL-FAILED TO TRUE
006150         SET CVM-TRANS-EOF TO TRUE
006160     END-IF.
006170 8000-EXIT.
006180     EXIT.
006190*****************************************************************
006200*    8100-WRITE-JOURNAL                                         *
006210*                                                                *
006220*    WRITES THE BEFORE AND AFTER IMAGE OF THE MASTER JUST       *
006230*    UPDATED TO CVJRNL.DAT.  THE SEQUENCE NUMBER MAKES THE KEY  *
006240*    UNIQUE WITHIN THE RUN; A DUPLICATE (A SECOND RUN IN THE    *
006250*    SAME HUNDREDTH OF A SECOND) IS RETRIED WITH THE NEXT ONE.  *
006260*****************************************************************
006270 8100-WRITE-JOURNAL.
006280     MOVE SPACES TO CVM-JOURNAL-RECORD.
006290     ACCEPT CVJ-JOURNAL-DATE FROM DATE YYYYMMDD.
006300     ACCEPT CVJ-JOURNAL-TIME FROM TIME.
006310     MOVE 'CV200' TO CVJ-PROGRAM-ID.
006320     SET CVJ-FILE-CVMAST TO TRUE.
006330     MOVE CVM-JOURNAL-ACTION TO CVJ-ACTION-CODE.
006340     MOVE CVM-CANDIDATE-ID TO CVJ-MASTER-KEY.
006350     MOVE 150 TO CVJ-IMAGE-LENGTH.
006360     MOVE CVM-BEFORE-IMAGE TO CVJ-BEFORE-IMAGE.
006370     MOVE CVM-MASTER-RECORD TO CVJ-AFTER-IMAGE.
006380     PERFORM 8110-WRITE-JOURNAL-RECORD THRU 8110-EXIT.
006390     PERFORM 8110-WRITE-JOURNAL-RECORD THRU 8110-EXIT
006400         UNTIL NOT CVM-JOURNAL-DUPLICATE.
006410     IF CVM-JOURNAL-STATUS-OK
006420         ADD 1 TO CVM-JOURNAL-COUNT
006430     ELSE
006440         ADD 1 TO CVM-JOURNAL-ERROR-COUNT
006450         DISPLAY 'CV200E - CVJRNL.DAT WRITE FAILED STATUS='
006460             CVM-JOURNAL-STATUS ' CANDIDATE ' CVM-CANDIDATE-ID
006470     END-IF.
006480 8100-EXIT.
006490     EXIT.
006500*****************************************************************
006510*    8110-WRITE-JOURNAL-RECORD                                  *
006520*****************************************************************
006530 8110-WRITE-JOURNAL-RECORD.
006540     ADD 1 TO CVM-JOURNAL-SEQ.
006550     MOVE CVM-JOURNAL-SEQ TO CVJ-SEQUENCE.
006560     WRITE CVM-JOURNAL-RECORD.
006570 8110-EXIT.
006580     EXIT.
