000250*   SAME FILE IS READ BY CV100, WHICH FLAGS SHORTLISTED         *
000260*   CANDIDATES ALREADY IN THE PIPELINE SO THE SAME NAMES STOP   *
000270*   BEING RE-WORKED EVERY WEEK.                                 *
000271*                                                               *
000272*   A HIR ALSO COUNTS AGAINST THE REQUISITION'S HEADCOUNT ON    *
000273*   CVREQ.DAT AND CLOSES IT AS FILLED WHEN THE HEADCOUNT IS     *
000274*   REACHED, WITHDRAWS THE CANDIDATE'S OTHER OPEN PIPELINE      *
000275*   RECORDS, AND SENDS THE HIRE TO HR ONBOARDING ON THE FEED    *
000276*   CVNEWHIRE.DAT (CVHIRE.CPY) WITH THE CVMAST CONTACT DETAILS  *
000277*   AND CURRENT CVHIST NODES.  A HIR FOR A REQUISITION NOT      *
000278*   OPEN OR A CANDIDATE NOT ON CVMAST IS REJECTED; A REPEATED   *
000279*   HIR ONLY MOVES THE STAGE DATE.                              *
000280*                                                               *
000290*   CONDITION CODES FOLLOW CV100 - 0 CLEAN, 4 TRANSACTIONS      *
000300*   REJECTED, 12 I/O ERROR.                                     *
000310*                                                               *
000320*   MODIFICATION HISTORY.                                      *
000330*       2026-09-01  RM  ORIGINAL VERSION.                      *
000331*       2026-10-15  RM  EVERY PIPELINE RECORD ADDED OR MOVED   *
000332*                       TO A NEW STAGE NOW WRITES ITS BEFORE   *
000333*                       AND AFTER IMAGE TO THE CHANGE JOURNAL  *
000334*                       CVJRNL.DAT (CVJRNL.CPY).  IF THE       *
000335*                       JOURNAL CANNOT BE OPENED NO            *
000336*                       DISPOSITIONS ARE APPLIED.              *
000337*       2026-10-15  RM  HIRE PROCESSING - HEADCOUNT ON CVREQ,  *
000338*                       FILL, WITHDRAWAL OF THE OTHER OPEN     *
000339*                       RECORDS AND THE CVNEWHIRE.DAT FEED.    *
000340*                                                               *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000520         ACCESS RANDOM
000530         RECORD KEY CVR-REQ-ID
000540         FILE STATUS IS CVP-REQMAST-STATUS.
000542     SELECT CVP-HIRE-FILE
000544         ASSIGN TO 'CVNEWHIRE.DAT'
000546         ORGANIZATION LINE SEQUENTIAL
000548         FILE STATUS IS CVP-HIRE-STATUS.
000550     SELECT CVP-MASTER-FILE
000560         ASSIGN TO 'CVMAST.DAT'
000570         ORGANIZATION INDEXED
000580         ACCESS RANDOM
000590         RECORD KEY CVM-CANDIDATE-ID
000600         FILE STATUS IS CVP-MASTER-STATUS.
000601     SELECT CVP-HISTORY-FILE
000602         ASSIGN TO 'CVHIST.DAT'
000603         ORGANIZATION INDEXED
000604         ACCESS DYNAMIC
000605         RECORD KEY CVH-RECORD-KEY
000606         FILE STATUS IS CVP-HISTORY-STATUS.
000610     SELECT CVP-REPORT-FILE
000620         ASSIGN TO 'CVPIPERPT.TXT'
000630         ORGANIZATION LINE SEQUENTIAL
000640         FILE STATUS IS CVP-REPORT-STATUS.
000641     SELECT CVP-JOURNAL-FILE
000642         ASSIGN TO 'CVJRNL.DAT'
000643         ORGANIZATION INDEXED
000644         ACCESS DYNAMIC
000645         RECORD KEY CVJ-RECORD-KEY
000646         FILE STATUS IS CVP-JOURNAL-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CVP-TRANS-FILE.
000720 FD  CVP-REQMAST-FILE.
000730 01  CVP-REQMAST-RECORD.
000740     COPY CVREQ.
000743 FD  CVP-HIRE-FILE.
000746 01  CVP-HIRE-LINE               PIC X(440).
000750 FD  CVP-MASTER-FILE.
000760 01  CVP-MASTER-RECORD.
000770     COPY CVMAST.
000772 FD  CVP-HISTORY-FILE.
000774 01  CVP-HISTORY-RECORD.
000776     COPY CVHIST.
000780 FD  CVP-REPORT-FILE.
000790 01  CVP-REPORT-LINE             PIC X(132).
000792 FD  CVP-JOURNAL-FILE.
000794 01  CVP-JOURNAL-RECORD.
000796     COPY CVJRNL.
000800 WORKING-STORAGE SECTION.
000810 77  CVP-TRANS-STATUS            PIC X(02) VALUE '00'.
000820     88  CVP-TRANS-FOUND             VALUE '00'.
000990     88  CVP-TRANS-OPENED            VALUE 'Y'.
001000 77  CVP-PIPE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001010     88  CVP-PIPE-OPENED             VALUE 'Y'.
001011 77  CVP-JOURNAL-STATUS          PIC X(02) VALUE '00'.
001012     88  CVP-JOURNAL-STATUS-OK       VALUE '00'.
001013     88  CVP-JOURNAL-DUPLICATE       VALUE '22'.
001014     88  CVP-JOURNAL-ABSENT          VALUE '35'.
001015 77  CVP-JOURNAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001016     88  CVP-JOURNAL-OPENED          VALUE 'Y'.
001017 77  CVP-HIRE-STATUS             PIC X(02) VALUE '00'.
001018     88  CVP-HIRE-OPEN-OK            VALUE '00'.
001020 77  CVP-REQMAST-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
001030     88  CVP-REQMAST-AVAILABLE       VALUE 'Y'.
001031 77  CVP-HIRE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001032     88  CVP-HIRE-OPENED             VALUE 'Y'.
001033 77  CVP-HISTORY-STATUS          PIC X(02) VALUE '00'.
001034     88  CVP-HISTORY-STATUS-OK       VALUE '00'.
001035     88  CVP-HISTORY-AT-END          VALUE '10'.
001036 77  CVP-HISTORY-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
001037     88  CVP-HISTORY-AVAILABLE       VALUE 'Y'.
001038 77  CVP-HISTORY-EOF-SWITCH      PIC X(01) VALUE 'N'.
001039     88  CVP-HISTORY-EOF             VALUE 'Y'.
001040 77  CVP-MASTER-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
001050     88  CVP-MASTER-AVAILABLE        VALUE 'Y'.
001060 77  CVP-PIPE-EOF-SWITCH         PIC X(01) VALUE 'N'.
001070     88  CVP-PIPE-EOF                VALUE 'Y'.
001080     88  CVP-PIPE-NOT-EOF            VALUE 'N'.
001081 77  CVP-NEW-HIRE-SWITCH         PIC X(01) VALUE 'N'.
001082     88  CVP-NEW-HIRE                VALUE 'Y'.
001083 77  CVP-HIRE-REQ-ID             PIC X(08).
001084 77  CVP-HIRE-CANDIDATE          PIC X(10).
001085 77  CVP-HIRE-DATE               PIC 9(08).
001090 77  CVP-RUN-DATE                PIC 9(08).
001100 77  CVP-RUN-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
001110 77  CVP-FIELD-REQ-ID            PIC X(08).
001240 77  CVP-APPLIED-COUNT           PIC 9(05) COMP VALUE ZERO.
001250 77  CVP-ADDED-COUNT             PIC 9(05) COMP VALUE ZERO.
001260 77  CVP-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
001262 77  CVP-HIRED-COUNT             PIC 9(05) COMP VALUE ZERO.
001264 77  CVP-FILLED-COUNT            PIC 9(05) COMP VALUE ZERO.
001266 77  CVP-WITHDRAWN-COUNT         PIC 9(05) COMP VALUE ZERO.
001270 77  CVP-REPORTED-COUNT          PIC 9(05) COMP VALUE ZERO.
001272 77  CVP-JOURNAL-ACTION          PIC X(01).
001274 77  CVP-JOURNAL-SEQ             PIC 9(07) COMP VALUE ZERO.
001276 77  CVP-JOURNAL-COUNT           PIC 9(05) COMP VALUE ZERO.
001278 77  CVP-BEFORE-IMAGE            PIC X(50).
001279 77  CVP-REQ-BEFORE-IMAGE        PIC X(2136).
001280 77  CVP-PRIOR-REQ-ID            PIC X(08).
001290 77  CVP-STAGE-WORD              PIC X(12).
001300 77  CVP-STAGE-DAY-NUMBER        PIC 9(07) COMP VALUE ZERO.
001700     03  FILLER REDEFINES CVP-MONTH-DAYS-VALUES.
001710         05  CVP-MONTH-DAYS OCCURS 12 TIMES
001720                                 PIC 9(03).
001725     COPY CVHIRE.
001730 PROCEDURE DIVISION.
001740*****************************************************************
001750*    0000-MAINLINE                                              *
002030     END-IF.
002040     IF CVP-PIPE-STATUS-OK
002050         SET CVP-PIPE-OPENED TO TRUE
002055         PERFORM 7000-OPEN-JOURNAL THRU 7000-EXIT
002057         PERFORM 6000-OPEN-HIRE-FEED THRU 6000-EXIT
002060     ELSE
002070         DISPLAY 'CV600E - CANNOT OPEN CVPIPE.DAT STATUS='
002080             CVP-PIPE-STATUS
002090         SET CVP-IO-ERROR-SEEN TO TRUE
002100     END-IF.
002110     OPEN I-O CVP-REQMAST-FILE.
002120     IF CVP-REQMAST-STATUS-OK
002130         SET CVP-REQMAST-AVAILABLE TO TRUE
002140     ELSE
002150         DISPLAY 'CV600W - CVREQ.DAT NOT AVAILABLE STATUS='
002160             CVP-REQMAST-STATUS ' - NO ROLE TITLES OR HIRES'
002170     END-IF.
002180     OPEN INPUT CVP-MASTER-FILE.
002190     IF CVP-MASTER-STATUS-OK
002220         DISPLAY 'CV600W - CVMAST.DAT NOT AVAILABLE STATUS='
002230             CVP-MASTER-STATUS ' - NAMES NOT SHOWN'
002240     END-IF.
002241     OPEN INPUT CVP-HISTORY-FILE.
002242     IF CVP-HISTORY-STATUS-OK
002243         SET CVP-HISTORY-AVAILABLE TO TRUE
002244     ELSE
002245         DISPLAY 'CV600W - CVHIST.DAT NOT AVAILABLE STATUS='
002246             CVP-HISTORY-STATUS ' - HIRES FED WITHOUT NODES'
002247     END-IF.
002250 1000-EXIT.
002260     EXIT.
002270*****************************************************************
002290*****************************************************************
002300 2000-APPLY-TRANSACTIONS.
002310     IF NOT CVP-PIPE-OPENED
002315         OR NOT CVP-JOURNAL-OPENED
002317         OR NOT CVP-HIRE-OPENED
002320         GO TO 2000-EXIT
002330     END-IF.
002340     OPEN INPUT CVP-TRANS-FILE.
003090     MOVE CVP-FIELD-REQ-ID TO CVP-REQ-ID.
003100     MOVE CVP-FIELD-CANDIDATE TO CVP-CANDIDATE-ID.
003110     READ CVP-PIPE-FILE.
003111     MOVE 'N' TO CVP-NEW-HIRE-SWITCH.
003112     IF CVP-STAGE-WORK = 'H'
003113         AND (CVP-PIPE-NOT-FOUND
003114              OR (CVP-PIPE-STATUS-OK AND NOT CVP-STAGE-HIRED))
003115         PERFORM 6100-CHECK-HIRE THRU 6100-EXIT
003116         IF NOT CVP-NEW-HIRE
003117             GO TO 2100-EXIT
003118         END-IF
003119     END-IF.
003120     EVALUATE TRUE
003130         WHEN CVP-PIPE-STATUS-OK
003135             MOVE CVP-PIPE-RECORD TO CVP-BEFORE-IMAGE
003140             MOVE CVP-STAGE-WORK TO CVP-STAGE-CODE
003150             MOVE CVP-FIELD-DATE TO CVP-DATE-WORK
003160             MOVE CVP-DATE-WORK-N TO CVP-STAGE-DATE
003170             REWRITE CVP-PIPE-RECORD
003180             IF CVP-PIPE-STATUS-OK
003190                 ADD 1 TO CVP-APPLIED-COUNT
003193                 MOVE 'S' TO CVP-JOURNAL-ACTION
003196                 PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
003200             ELSE
003210                 DISPLAY 'CV600E - CVPIPE.DAT REWRITE FAILED'
003220                     ' STATUS=' CVP-PIPE-STATUS
003240             END-IF
003250         WHEN CVP-PIPE-NOT-FOUND
003260             MOVE SPACES TO CVP-PIPE-RECORD
003265             MOVE SPACES TO CVP-BEFORE-IMAGE
003270             MOVE CVP-FIELD-REQ-ID TO CVP-REQ-ID
003280             MOVE CVP-FIELD-CANDIDATE TO CVP-CANDIDATE-ID
003290             MOVE CVP-STAGE-WORK TO CVP-STAGE-CODE
003330             WRITE CVP-PIPE-RECORD
003340             IF CVP-PIPE-STATUS-OK
003350                 ADD 1 TO CVP-ADDED-COUNT
003353                 MOVE 'A' TO CVP-JOURNAL-ACTION
003356                 PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
003360             ELSE
003370                 DISPLAY 'CV600E - CVPIPE.DAT WRITE FAILED'
003380                     ' STATUS=' CVP-PIPE-STATUS
003430                 CVP-PIPE-STATUS
003440             SET CVP-IO-ERROR-SEEN TO TRUE
003450     END-EVALUATE.
003452     IF CVP-NEW-HIRE AND CVP-PIPE-STATUS-OK
003454         PERFORM 6200-APPLY-HIRE THRU 6200-EXIT
003456     END-IF.
003460 2100-EXIT.
003470     EXIT.
003480*****************************************************************
006100     IF CVP-PIPE-OPENED
006110         CLOSE CVP-PIPE-FILE
006120     END-IF.
006121     IF CVP-HIRE-OPENED
006122         PERFORM 6900-CLOSE-HIRE-FEED THRU 6900-EXIT
006123     END-IF.
006124     IF CVP-HISTORY-AVAILABLE
006125         CLOSE CVP-HISTORY-FILE
006126     END-IF.
006127     IF CVP-JOURNAL-OPENED
006128         CLOSE CVP-JOURNAL-FILE
006129     END-IF.
006130     IF CVP-REQMAST-AVAILABLE
006140         CLOSE CVP-REQMAST-FILE
006150     END-IF.
006280     DISPLAY '  DISPOSITIONS ADDED  : ' CVP-ADDED-COUNT.
006290     DISPLAY '  DISPOSITIONS UPDATED: ' CVP-APPLIED-COUNT.
006300     DISPLAY '  TRANSACTIONS REJECTD: ' CVP-REJECTED-COUNT.
006301     DISPLAY '  CHANGES JOURNALLED  : ' CVP-JOURNAL-COUNT.
006302     DISPLAY '  HIRES COUNTED       : ' CVP-HIRED-COUNT.
006303     DISPLAY '  REQUISITIONS FILLED : ' CVP-FILLED-COUNT.
006304     DISPLAY '  OTHERS WITHDRAWN    : ' CVP-WITHDRAWN-COUNT.
006305     DISPLAY '  FEED NODES WRITTEN  : ' CV-HT-DETAIL-COUNT.
006310     DISPLAY '  CANDIDATES REPORTED : ' CVP-REPORTED-COUNT.
006320     DISPLAY 'CV600 - ENDING WITH CONDITION CODE '
006330         CVP-CONDITION-CODE.
006340     MOVE CVP-CONDITION-CODE TO RETURN-CODE.
006350 9999-EXIT.
006360     EXIT.
006370*****************************************************************
006380*    6000-OPEN-HIRE-FEED                                        *
006390*                                                                *
006400*    THE NEW-HIRE FEED IS REWRITTEN EVERY RUN, THE SAME WAY     *
006410*    CV100 REWRITES CVEXTRACT.DAT - A RUN WITH NO HIRES SENDS   *
006420*    A HEADER AND A ZERO TRAILER.  NO DISPOSITION IS APPLIED    *
006430*    IF THE FEED CANNOT BE OPENED, SO NO HIRE GOES UNSENT.      *
006440*****************************************************************
006450 6000-OPEN-HIRE-FEED.
006460     OPEN OUTPUT CVP-HIRE-FILE.
006470     IF NOT CVP-HIRE-OPEN-OK
006480         DISPLAY 'CV600E - CANNOT OPEN CVNEWHIRE.DAT STATUS='
006490             CVP-HIRE-STATUS ' - NO DISPOSITIONS APPLIED'
006500         SET CVP-IO-ERROR-SEEN TO TRUE
006510         GO TO 6000-EXIT
006520     END-IF.
006530     SET CVP-HIRE-OPENED TO TRUE.
006540     MOVE CVP-RUN-DATE TO CV-HH-RUN-DATE.
006550     MOVE 'CVDISP.TXT' TO CV-HH-SOURCE.
006560     WRITE CVP-HIRE-LINE FROM CV-HIRE-HEADER-REC.
006570     MOVE ZERO TO CV-HT-HIRE-COUNT.
006580     MOVE ZERO TO CV-HT-DETAIL-COUNT.
006590     MOVE ZERO TO CV-HT-HIRE-DATE-HASH.
006600     MOVE ZERO TO CV-HT-START-DATE-HASH.
006610 6000-EXIT.
006620     EXIT.
006630*****************************************************************
006640*    6100-CHECK-HIRE                                            *
006650*                                                                *
006660*    A HIR THAT MOVES A RECORD TO HIRED MUST HAVE AN OPEN       *
006670*    REQUISITION TO COUNT AGAINST AND A CANDIDATE MASTER TO     *
006680*    FEED, OR IT IS REJECTED BEFORE THE PIPELINE IS TOUCHED.    *
006690*    BOTH RECORDS ARE LEFT IN THEIR AREAS FOR 6200.             *
006700*****************************************************************
006710 6100-CHECK-HIRE.
006720     MOVE 'N' TO CVP-NEW-HIRE-SWITCH.
006730     IF NOT CVP-REQMAST-AVAILABLE
006740         DISPLAY 'CV600W - HIRE NEEDS CVREQ.DAT'
006750         PERFORM 2900-REJECT-DISPOSITION THRU 2900-EXIT
006760         GO TO 6100-EXIT
006770     END-IF.
006780     MOVE CVP-FIELD-REQ-ID TO CVR-REQ-ID.
006790     READ CVP-REQMAST-FILE.
006800     IF NOT CVP-REQMAST-STATUS-OK
006810         DISPLAY 'CV600W - HIRE FOR REQUISITION NOT ON CVREQ.DAT'
006820             ' STATUS=' CVP-REQMAST-STATUS
006830         PERFORM 2900-REJECT-DISPOSITION THRU 2900-EXIT
006840         GO TO 6100-EXIT
006850     END-IF.
006860     IF NOT CVR-STATUS-OPEN
006870         DISPLAY 'CV600W - HIRE FOR REQUISITION WITH STATUS '
006880             CVR-STATUS-CODE ' - NOT OPEN'
006890         PERFORM 2900-REJECT-DISPOSITION THRU 2900-EXIT
006900         GO TO 6100-EXIT
006910     END-IF.
006920     IF NOT CVP-MASTER-AVAILABLE
006930         DISPLAY 'CV600W - HIRE NEEDS CVMAST.DAT'
006940         PERFORM 2900-REJECT-DISPOSITION THRU 2900-EXIT
006950         GO TO 6100-EXIT
006960     END-IF.
006970     MOVE CVP-FIELD-CANDIDATE TO CVM-CANDIDATE-ID.
006980     READ CVP-MASTER-FILE.
006990     IF NOT CVP-MASTER-STATUS-OK
007000         DISPLAY 'CV600W - HIRED CANDIDATE NOT ON CVMAST.DAT'
007010             ' STATUS=' CVP-MASTER-STATUS
007020         PERFORM 2900-REJECT-DISPOSITION THRU 2900-EXIT
007030         GO TO 6100-EXIT
007040     END-IF.
007050     SET CVP-NEW-HIRE TO TRUE.
007060 6100-EXIT.
007070     EXIT.
007080*****************************************************************
007090*    6200-APPLY-HIRE                                            *
007100*                                                                *
007110*    THE PIPELINE RECORD IS NOW HIRED.  COUNT IT AGAINST THE    *
007120*    REQUISITION, FEED IT TO HR, THEN WITHDRAW THE CANDIDATE    *
007130*    EVERYWHERE ELSE - IN THAT ORDER, BECAUSE THE WITHDRAWAL    *
007140*    BROWSE REUSES THE PIPELINE RECORD AREA.                    *
007150*****************************************************************
007160 6200-APPLY-HIRE.
007170     MOVE CVP-REQ-ID TO CVP-HIRE-REQ-ID.
007180     MOVE CVP-CANDIDATE-ID TO CVP-HIRE-CANDIDATE.
007190     MOVE CVP-STAGE-DATE TO CVP-HIRE-DATE.
007200     ADD 1 TO CVP-HIRED-COUNT.
007210     PERFORM 6300-COUNT-AGAINST-HEADCOUNT THRU 6300-EXIT.
007220     PERFORM 6400-WRITE-HIRE-FEED THRU 6400-EXIT.
007230     PERFORM 6500-WITHDRAW-OTHER-PIPES THRU 6500-EXIT.
007240 6200-EXIT.
007250     EXIT.
007260*****************************************************************
007270*    6300-COUNT-AGAINST-HEADCOUNT                               *
007280*                                                                *
007290*    A REQUISITION WRITTEN BEFORE THE HEADCOUNT EXISTED IS FOR  *
007300*    ONE POST.  THE HIRE THAT REACHES THE HEADCOUNT CLOSES IT   *
007310*    AS FILLED, EFFECTIVE TO THE HIRE DATE, SO THE NEXT CV100   *
007320*    RUN STOPS SHORTLISTING FOR IT.                             *
007330*****************************************************************
007340 6300-COUNT-AGAINST-HEADCOUNT.
007350     MOVE CVP-REQMAST-RECORD TO CVP-REQ-BEFORE-IMAGE.
007360     IF CVR-HEADCOUNT NOT NUMERIC
007370         OR CVR-HEADCOUNT = ZERO
007380         MOVE 1 TO CVR-HEADCOUNT
007390     END-IF.
007400     IF CVR-HIRED-COUNT NOT NUMERIC
007410         MOVE ZERO TO CVR-HIRED-COUNT
007420     END-IF.
007430     ADD 1 TO CVR-HIRED-COUNT.
007440     MOVE 'C' TO CVP-JOURNAL-ACTION.
007450     IF CVR-HIRED-COUNT NOT < CVR-HEADCOUNT
007460         SET CVR-STATUS-FILLED TO TRUE
007470         MOVE CVP-HIRE-DATE TO CVR-EFFECTIVE-TO
007480         MOVE 'X' TO CVP-JOURNAL-ACTION
007490     END-IF.
007500     REWRITE CVP-REQMAST-RECORD.
007510     IF NOT CVP-REQMAST-STATUS-OK
007520         DISPLAY 'CV600E - CVREQ.DAT REWRITE FAILED STATUS='
007530             CVP-REQMAST-STATUS ' REQ ' CVR-REQ-ID
007540         SET CVP-IO-ERROR-SEEN TO TRUE
007550         GO TO 6300-EXIT
007560     END-IF.
007570     IF CVR-STATUS-FILLED
007580         ADD 1 TO CVP-FILLED-COUNT
007590         DISPLAY 'CV600I - REQUISITION ' CVR-REQ-ID
007600             ' FILLED - HEADCOUNT ' CVR-HEADCOUNT ' REACHED'
007610     END-IF.
007620     PERFORM 7150-WRITE-REQ-JOURNAL THRU 7150-EXIT.
007630 6300-EXIT.
007640     EXIT.
007650*****************************************************************
007660*    6400-WRITE-HIRE-FEED                                       *
007670*                                                                *
007680*    ONE CANDIDATE RECORD FROM THE MASTER AND REQUISITION READ  *
007690*    IN 6100, THEN ONE DETAIL PER PRESENT CVHIST NODE - THE     *
007700*    FILE IS KEYED CANDIDATE FIRST, SO ONE START AND A BROWSE   *
007710*    WHILE THE CANDIDATE ID HOLDS.                              *
007720*****************************************************************
007730 6400-WRITE-HIRE-FEED.
007740     MOVE CVP-HIRE-CANDIDATE TO CV-HC-CANDIDATE-ID.
007750     MOVE CVM-NAME TO CV-HC-NAME.
007760     MOVE CVM-EMAIL TO CV-HC-EMAIL.
007770     MOVE CVM-PHONE TO CV-HC-PHONE.
007780     MOVE CVM-LOCATION TO CV-HC-LOCATION.
007790     MOVE CVP-HIRE-REQ-ID TO CV-HC-REQ-ID.
007800     MOVE CVR-ROLE-TITLE TO CV-HC-ROLE-TITLE.
007810     MOVE CVP-HIRE-DATE TO CV-HC-HIRE-DATE.
007820     WRITE CVP-HIRE-LINE FROM CV-HIRE-CANDIDATE-REC.
007830     ADD 1 TO CV-HT-HIRE-COUNT.
007840     ADD CVP-HIRE-DATE TO CV-HT-HIRE-DATE-HASH.
007850     IF NOT CVP-HISTORY-AVAILABLE
007860         GO TO 6400-EXIT
007870     END-IF.
007880     MOVE CVP-HIRE-CANDIDATE TO CVH-CANDIDATE-ID.
007890     MOVE LOW-VALUES TO CVH-SECTION-CODE.
007900     MOVE LOW-VALUES TO CVH-TITLE.
007910     START CVP-HISTORY-FILE KEY NOT < CVH-RECORD-KEY.
007920     IF NOT CVP-HISTORY-STATUS-OK
007930         GO TO 6400-EXIT
007940     END-IF.
007950     MOVE 'N' TO CVP-HISTORY-EOF-SWITCH.
007960     PERFORM 6420-READ-HISTORY-NEXT THRU 6420-EXIT.
007970     PERFORM 6410-FEED-ONE-NODE THRU 6410-EXIT
007980         UNTIL CVP-HISTORY-EOF.
007990 6400-EXIT.
008000     EXIT.
008010*****************************************************************
008020*    6410-FEED-ONE-NODE                                         *
008030*****************************************************************
008040 6410-FEED-ONE-NODE.
008050     IF CVH-CANDIDATE-ID NOT = CVP-HIRE-CANDIDATE
008060         SET CVP-HISTORY-EOF TO TRUE
008070         GO TO 6410-EXIT
008080     END-IF.
008090     IF CVH-STATUS-PRESENT
008100         MOVE CVH-CANDIDATE-ID TO CV-HD-CANDIDATE-ID
008110         MOVE CVH-SECTION-CODE TO CV-HD-SECTION-CODE
008120         MOVE CVH-TITLE TO CV-HD-TITLE
008130         MOVE CVH-ORGANIZATION TO CV-HD-ORGANIZATION
008140         MOVE CVH-START-DATE TO CV-HD-START-DATE
008150         MOVE CVH-END-DATE TO CV-HD-END-DATE
008160         MOVE CVH-DESCRIPTION TO CV-HD-DESCRIPTION
008170         MOVE CVH-VERSION-NUMBER TO CV-HD-VERSION-NUMBER
008180         WRITE CVP-HIRE-LINE FROM CV-HIRE-DETAIL-REC
008190         ADD 1 TO CV-HT-DETAIL-COUNT
008200         MOVE CVH-START-DATE TO CVP-DATE-WORK
008210         IF CVP-DATE-WORK NUMERIC
008220             ADD CVP-DATE-WORK-N TO CV-HT-START-DATE-HASH
008230         END-IF
008240     END-IF.
008250     PERFORM 6420-READ-HISTORY-NEXT THRU 6420-EXIT.
008260 6410-EXIT.
008270     EXIT.
008280*****************************************************************
008290*    6420-READ-HISTORY-NEXT                                     *
008300*****************************************************************
008310 6420-READ-HISTORY-NEXT.
008320     READ CVP-HISTORY-FILE NEXT.
008330     EVALUATE TRUE
008340         WHEN CVP-HISTORY-STATUS-OK
008350             CONTINUE
008360         WHEN CVP-HISTORY-AT-END
008370             SET CVP-HISTORY-EOF TO TRUE
008380         WHEN OTHER
008390             DISPLAY 'CV600E - CVHIST.DAT READ NEXT FAILED'
008400                 ' STATUS=' CVP-HISTORY-STATUS
008410             SET CVP-HISTORY-EOF TO TRUE
008420             SET CVP-IO-ERROR-SEEN TO TRUE
008430     END-EVALUATE.
008440 6420-EXIT.
008450     EXIT.
008460*****************************************************************
008470*    6500-WITHDRAW-OTHER-PIPES                                  *
008480*                                                                *
008490*    THE HIRED CANDIDATE'S RECORDS STILL AT CONTACTED,          *
008500*    INTERVIEWING OR OFFERED ON ANY OTHER REQUISITION GO TO     *
008510*    WITHDRAWN AS OF THE HIRE DATE, EACH ONE JOURNALLED.  THE   *
008520*    FILE IS KEYED REQUISITION FIRST, SO IT IS BROWSED WHOLE.   *
008530*****************************************************************
008540 6500-WITHDRAW-OTHER-PIPES.
008550     MOVE 'N' TO CVP-PIPE-EOF-SWITCH.
008560     MOVE LOW-VALUES TO CVP-RECORD-KEY.
008570     START CVP-PIPE-FILE KEY NOT < CVP-RECORD-KEY.
008580     IF NOT CVP-PIPE-STATUS-OK
008590         GO TO 6500-EXIT
008600     END-IF.
008610     PERFORM 5100-READ-PIPE-NEXT THRU 5100-EXIT.
008620     PERFORM 6510-WITHDRAW-ONE-PIPE THRU 6510-EXIT
008630         UNTIL CVP-PIPE-EOF.
008640 6500-EXIT.
008650     EXIT.
008660*****************************************************************
008670*    6510-WITHDRAW-ONE-PIPE                                     *
008680*****************************************************************
008690 6510-WITHDRAW-ONE-PIPE.
008700     IF CVP-CANDIDATE-ID NOT = CVP-HIRE-CANDIDATE
008710         OR CVP-REQ-ID = CVP-HIRE-REQ-ID
008720         GO TO 6510-READ-NEXT
008730     END-IF.
008740     IF NOT CVP-STAGE-CONTACTED
008750         AND NOT CVP-STAGE-INTERVIEWING
008760         AND NOT CVP-STAGE-OFFERED
008770         GO TO 6510-READ-NEXT
008780     END-IF.
008790     MOVE CVP-PIPE-RECORD TO CVP-BEFORE-IMAGE.
008800     SET CVP-STAGE-WITHDRAWN TO TRUE.
008810     MOVE CVP-HIRE-DATE TO CVP-STAGE-DATE.
008820     REWRITE CVP-PIPE-RECORD.
008830     IF CVP-PIPE-STATUS-OK
008840         ADD 1 TO CVP-WITHDRAWN-COUNT
008850         MOVE 'S' TO CVP-JOURNAL-ACTION
008860         PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT
008870     ELSE
008880         DISPLAY 'CV600E - CVPIPE.DAT REWRITE FAILED'
008890             ' STATUS=' CVP-PIPE-STATUS
008900             ' REQ ' CVP-REQ-ID ' CANDIDATE ' CVP-CANDIDATE-ID
008910         SET CVP-IO-ERROR-SEEN TO TRUE
008920     END-IF.
008930 6510-READ-NEXT.
008940     PERFORM 5100-READ-PIPE-NEXT THRU 5100-EXIT.
008950 6510-EXIT.
008960     EXIT.
008970*****************************************************************
008980*    6900-CLOSE-HIRE-FEED                                       *
008990*****************************************************************
009000 6900-CLOSE-HIRE-FEED.
009010     WRITE CVP-HIRE-LINE FROM CV-HIRE-TRAILER-REC.
009020     CLOSE CVP-HIRE-FILE.
009030 6900-EXIT.
009040     EXIT.
009050*****************************************************************
009060*    7000-OPEN-JOURNAL                                          *
009070*                                                                *
009080*    NO DISPOSITION IS APPLIED THAT CANNOT BE JOURNALLED.  THE  *
009090*    JOURNAL IS CREATED EMPTY ON FIRST USE LIKE CVPIPE.DAT.     *
009100*****************************************************************
009110 7000-OPEN-JOURNAL.
009120     OPEN I-O CVP-JOURNAL-FILE.
009130     IF CVP-JOURNAL-ABSENT
009140         OPEN OUTPUT CVP-JOURNAL-FILE
009150         CLOSE CVP-JOURNAL-FILE
009160         OPEN I-O CVP-JOURNAL-FILE
009170     END-IF.
009180     IF CVP-JOURNAL-STATUS-OK
009190         SET CVP-JOURNAL-OPENED TO TRUE
009200     ELSE
009210         DISPLAY 'CV600E - CANNOT OPEN CVJRNL.DAT STATUS='
009220             CVP-JOURNAL-STATUS ' - NO DISPOSITIONS APPLIED'
009230         SET CVP-IO-ERROR-SEEN TO TRUE
009240     END-IF.
009250 7000-EXIT.
009260     EXIT.
009270*****************************************************************
009280*    7100-WRITE-JOURNAL                                         *
009290*                                                                *
009300*    WRITES THE BEFORE AND AFTER IMAGE OF THE PIPELINE RECORD   *
009310*    JUST ADDED OR REWRITTEN TO CVJRNL.DAT.  A DUPLICATE KEY IS *
009320*    RETRIED WITH THE NEXT SEQUENCE NUMBER.                     *
009330*****************************************************************
009340 7100-WRITE-JOURNAL.
009350     MOVE SPACES TO CVP-JOURNAL-RECORD.
009360     ACCEPT CVJ-JOURNAL-DATE FROM DATE YYYYMMDD.
009370     ACCEPT CVJ-JOURNAL-TIME FROM TIME.
009380     MOVE 'CV600' TO CVJ-PROGRAM-ID.
009390     SET CVJ-FILE-CVPIPE TO TRUE.
009400     MOVE CVP-JOURNAL-ACTION TO CVJ-ACTION-CODE.
009410     MOVE CVP-RECORD-KEY TO CVJ-MASTER-KEY.
009420     MOVE 50 TO CVJ-IMAGE-LENGTH.
009430     MOVE CVP-BEFORE-IMAGE TO CVJ-BEFORE-IMAGE.
009440     MOVE CVP-PIPE-RECORD TO CVJ-AFTER-IMAGE.
009450     PERFORM 7110-WRITE-JOURNAL-RECORD THRU 7110-EXIT.
009460     PERFORM 7110-WRITE-JOURNAL-RECORD THRU 7110-EXIT
009470         UNTIL NOT CVP-JOURNAL-DUPLICATE.
009480     IF CVP-JOURNAL-STATUS-OK
009490         ADD 1 TO CVP-JOURNAL-COUNT
009500     ELSE
009510         DISPLAY 'CV600E - CVJRNL.DAT WRITE FAILED STATUS='
009520             CVP-JOURNAL-STATUS ' REQ ' CVP-REQ-ID
009530             ' CANDIDATE ' CVP-CANDIDATE-ID
009540         SET CVP-IO-ERROR-SEEN TO TRUE
009550     END-IF.
009560 7100-EXIT.
009570     EXIT.
009580*****************************************************************
009590*    7110-WRITE-JOURNAL-RECORD                                  *
009600*****************************************************************
009610 7110-WRITE-JOURNAL-RECORD.
009620     ADD 1 TO CVP-JOURNAL-SEQ.
009630     MOVE CVP-JOURNAL-SEQ TO CVJ-SEQUENCE.
009640     WRITE CVP-JOURNAL-RECORD.
009650 7110-EXIT.
009660     EXIT.
009670*****************************************************************
009680*    7150-WRITE-REQ-JOURNAL                                     *
009690*                                                                *
009700*    THE SAME FOR THE REQUISITION A HIRE WAS COUNTED AGAINST -  *
009710*    ACTION C FOR THE HIRED COUNT, X WHEN IT CLOSED AS FILLED.  *
009720*****************************************************************
009730 7150-WRITE-REQ-JOURNAL.
009740     MOVE SPACES TO CVP-JOURNAL-RECORD.
009750     ACCEPT CVJ-JOURNAL-DATE FROM DATE YYYYMMDD.
009760     ACCEPT CVJ-JOURNAL-TIME FROM TIME.
009770     MOVE 'CV600' TO CVJ-PROGRAM-ID.
009780     SET CVJ-FILE-CVREQ TO TRUE.
009790     MOVE CVP-JOURNAL-ACTION TO CVJ-ACTION-CODE.
009800     MOVE CVR-REQ-ID TO CVJ-MASTER-KEY.
009810     MOVE 2136 TO CVJ-IMAGE-LENGTH.
009820     MOVE CVP-REQ-BEFORE-IMAGE TO CVJ-BEFORE-IMAGE.
009830     MOVE CVP-REQMAST-RECORD TO CVJ-AFTER-IMAGE.
009840     PERFORM 7110-WRITE-JOURNAL-RECORD THRU 7110-EXIT.
009850     PERFORM 7110-WRITE-JOURNAL-RECORD THRU 7110-EXIT
009860         UNTIL NOT CVP-JOURNAL-DUPLICATE.
009870     IF CVP-JOURNAL-STATUS-OK
009880         ADD 1 TO CVP-JOURNAL-COUNT
009890     ELSE
009900         DISPLAY 'CV600E - CVJRNL.DAT WRITE FAILED STATUS='
009910             CVP-JOURNAL-STATUS ' REQ ' CVR-REQ-ID
009920         SET CVP-IO-ERROR-SEEN TO TRUE
009930     END-IF.
009940 7150-EXIT.
009950     EXIT.
