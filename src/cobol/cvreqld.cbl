000150*   PIPE-DELIMITED RECORDS 6050-PARSE-REQS-LINE IN CV100 USED   *
000160*   TO READ -                                                   *
000170*                                                               *
000180*       REQ|REQUISITION-ID|ROLE TITLE|HEADCOUNT                 *
000190*       RSK|REQUIRED SKILL TITLE                                *
000200*       DSK|DESIRABLE SKILL TITLE                               *
000210*                                                               *
000260*   SKILL LIST ARE REFRESHED.  A REQ RECORD WITH NO ID IS       *
000270*   REJECTED WITH A MESSAGE INSTEAD OF SILENTLY PRODUCING AN    *
000280*   EMPTY SHORTLIST THE WAY A CVREQS.TXT TYPO USED TO.          *
000281*                                                               *
000282*   THE HEADCOUNT IS OPTIONAL - ONE IF LEFT OFF, AS ON EVERY    *
000283*   OLD DECK - AND IS TAKEN FOR A NEW REQUISITION ONLY; AFTER   *
000284*   THAT CV500 OWNS IT AND CV600 COUNTS HIRES AGAINST IT.  A    *
000285*   HEADCOUNT THAT IS NOT 1 TO 999 REJECTS THE REQUISITION.     *
000286*                                                               *
000287*   EVERY ADD AND CHANGE IS JOURNALED TO CVJRNL.DAT.  IF THE    *
000288*   JOURNAL CANNOT BE OPENED NOTHING IS LOADED; A FAILED WRITE  *
000289*   ENDS THE RUN WITH CONDITION CODE 12.                        *
000290*                                                               *
000300*   MODIFICATION HISTORY.                                      *
000310*       2026-09-01  RM  ORIGINAL VERSION.                      *
000315*       2026-10-15  RM  OPTIONAL HEADCOUNT ON THE REQ RECORD.  *
000316*       2026-10-15  RM  EVERY REQUISITION ADDED OR CHANGED     *
000317*                       NOW WRITES ITS BEFORE AND AFTER        *
000318*                       IMAGE TO THE CHANGE JOURNAL            *
000319*                       CVJRNL.DAT (CVJRNL.CPY).               *
000320*                                                               *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000440         ACCESS RANDOM
000450         RECORD KEY CVR-REQ-ID
000460         FILE STATUS IS CVR-MASTER-STATUS.
000461     SELECT CVR-JOURNAL-FILE
000462         ASSIGN TO 'CVJRNL.DAT'
000463         ORGANIZATION INDEXED
000464         ACCESS DYNAMIC
000465         RECORD KEY CVJ-RECORD-KEY
000466         FILE STATUS IS CVR-JOURNAL-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CVR-REQS-FILE.
000510 FD  CVR-MASTER-FILE.
000520 01  CVR-MASTER-RECORD.
000530     COPY CVREQ.
000532 FD  CVR-JOURNAL-FILE.
000534 01  CVR-JOURNAL-RECORD.
000536     COPY CVJRNL.
000540 WORKING-STORAGE SECTION.
000550 77  CVR-REQS-STATUS             PIC X(02) VALUE '00'.
000560     88  CVR-REQS-FOUND              VALUE '00'.
000590     88  CVR-MASTER-STATUS-OK        VALUE '00'.
000600     88  CVR-MASTER-NOT-FOUND        VALUE '23'.
000610     88  CVR-MASTER-ABSENT           VALUE '35'.
000612 77  CVR-JOURNAL-STATUS          PIC X(02) VALUE '00'.
000614     88  CVR-JOURNAL-STATUS-OK       VALUE '00'.
000616     88  CVR-JOURNAL-DUPLICATE       VALUE '22'.
000618     88  CVR-JOURNAL-ABSENT          VALUE '35'.
000620 77  CVR-REQS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000630     88  CVR-REQS-EOF                VALUE 'Y'.
000640     88  CVR-REQS-NOT-EOF            VALUE 'N'.
000660     88  CVR-REQS-OPENED             VALUE 'Y'.
000670 77  CVR-MASTER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000680     88  CVR-MASTER-OPENED           VALUE 'Y'.
000682 77  CVR-JOURNAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000684     88  CVR-JOURNAL-OPENED          VALUE 'Y'.
000690 77  CVR-REC-TYPE                PIC X(03).
000700 77  CVR-FIELD-2                 PIC X(40).
000710 77  CVR-FIELD-3                 PIC X(40).
000713 77  CVR-FIELD-4                 PIC X(40).
000716 77  CVR-HEADCOUNT-DIGITS        PIC 9(02) COMP VALUE ZERO.
000720 77  CVR-WORK-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000730     88  CVR-WORK-IN-PROGRESS        VALUE 'Y'.
000740 77  CVR-RUN-DATE                PIC 9(08).
000770 77  CVR-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
000780 77  CVR-SKILL-INDEX             PIC 9(03) COMP VALUE ZERO.
000790 77  CVR-SKILL-MAX               PIC 9(03) COMP VALUE 50.
000791 77  CVR-JOURNAL-ACTION          PIC X(01).
000792 77  CVR-JOURNAL-SEQ             PIC 9(07) COMP VALUE ZERO.
000793 77  CVR-JOURNAL-COUNT           PIC 9(05) COMP VALUE ZERO.
000794 77  CVR-JOURNAL-ERROR-COUNT     PIC 9(05) COMP VALUE ZERO.
000795 77  CVR-BEFORE-IMAGE            PIC X(2136).
000796 77  CVR-IO-ERROR-SWITCH         PIC X(01) VALUE 'N'.
000797     88  CVR-IO-ERROR-SEEN           VALUE 'Y'.
000800*
000810*    THE REQUISITION BEING GATHERED FROM THE INPUT DECK.  THE
000820*    MASTER RECORD AREA IS NEEDED FOR THE READ-BEFORE-STORE,
001320             CVR-MASTER-STATUS
001330         SET CVR-REQS-EOF TO TRUE
001340     END-IF.
001342     IF CVR-MASTER-OPENED
001344         PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT
001346     END-IF.
001350 1000-EXIT.
001360     EXIT.
001370*****************************************************************
001640     MOVE SPACES TO CVR-REC-TYPE.
001650     MOVE SPACES TO CVR-FIELD-2.
001660     MOVE SPACES TO CVR-FIELD-3.
001665     MOVE SPACES TO CVR-FIELD-4.
001670     UNSTRING CVR-REQS-LINE DELIMITED BY '|'
001680         INTO CVR-REC-TYPE CVR-FIELD-2 CVR-FIELD-3 CVR-FIELD-4.
001690     EVALUATE CVR-REC-TYPE
001700         WHEN 'REQ'
001710             IF CVR-WORK-IN-PROGRESS
001840                     ' REQUISITION ID REJECTED'
001850                 MOVE 'N' TO CVR-WORK-OPEN-SWITCH
001860             END-IF
001862             IF CVR-WORK-IN-PROGRESS
001864                 PERFORM 2150-SET-WORK-HEADCOUNT THRU 2150-EXIT
001866             END-IF
001870         WHEN 'RSK'
001880             PERFORM 2200-ADD-WORK-SKILL THRU 2200-EXIT
001890         WHEN 'DSK'
002390     READ CVR-MASTER-FILE.
002400     EVALUATE TRUE
002410         WHEN CVR-MASTER-STATUS-OK
002415             MOVE CVR-MASTER-RECORD TO CVR-BEFORE-IMAGE
002420             MOVE CVR-ROLE-TITLE OF CVR-WORK-RECORD TO
002430                 CVR-ROLE-TITLE OF CVR-MASTER-RECORD
002440             MOVE CVR-SKILL-COUNT OF CVR-WORK-RECORD TO
002470             REWRITE CVR-MASTER-RECORD
002480             IF CVR-MASTER-STATUS-OK
002490                 ADD 1 TO CVR-UPDATED-COUNT
002492                 MOVE 'C' TO CVR-JOURNAL-ACTION
002494                 PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
002500             ELSE
002510                 ADD 1 TO CVR-REJECTED-COUNT
002520                 DISPLAY 'CV210E - CVREQ.DAT REWRITE FAILED'
002630             WRITE CVR-MASTER-RECORD
002640             IF CVR-MASTER-STATUS-OK
002650                 ADD 1 TO CVR-ADDED-COUNT
002652                 MOVE SPACES TO CVR-BEFORE-IMAGE
002654                 MOVE 'A' TO CVR-JOURNAL-ACTION
002656                 PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
002660             ELSE
002670                 ADD 1 TO CVR-REJECTED-COUNT
002680                 DISPLAY 'CV210E - CVREQ.DAT WRITE FAILED'
003000     IF CVR-MASTER-OPENED
003010         CLOSE CVR-MASTER-FILE
003020     END-IF.
003022     IF CVR-JOURNAL-OPENED
003024         CLOSE CVR-JOURNAL-FILE
003026     END-IF.
003030     DISPLAY 'CV210 - REQUISITION LOAD SUMMARY'.
003040     DISPLAY '  REQUISITIONS ADDED  : ' CVR-ADDED-COUNT.
003050     DISPLAY '  REQUISITIONS UPDATED: ' CVR-UPDATED-COUNT.
003060     DISPLAY '  RECORDS REJECTED    : ' CVR-REJECTED-COUNT.
003061     DISPLAY '  CHANGES JOURNALLED  : ' CVR-JOURNAL-COUNT.
003062     IF CVR-JOURNAL-ERROR-COUNT > ZERO
003063         DISPLAY 'CV210E - ' CVR-JOURNAL-ERROR-COUNT
003064             ' CHANGE(S) APPLIED BUT NOT JOURNALLED'
003065     END-IF.
003066     IF CVR-IO-ERROR-SEEN
003067         MOVE 12 TO RETURN-CODE
003068     END-IF.
003070 9999-EXIT.
003080     EXIT.
003090*****************************************************************
003100*    2150-SET-WORK-HEADCOUNT                                    *
003110*                                                                *
003120*    THE FOURTH FIELD OF A REQ RECORD - ONE TO THREE DIGITS, OR *
003130*    NOTHING FOR A HEADCOUNT OF ONE.  HIRES START AT ZERO.      *
003140*****************************************************************
003150 2150-SET-WORK-HEADCOUNT.
003160     MOVE ZERO TO CVR-HIRED-COUNT OF CVR-WORK-RECORD.
003170     IF CVR-FIELD-4 = SPACES
003180         MOVE 1 TO CVR-HEADCOUNT OF CVR-WORK-RECORD
003190         GO TO 2150-EXIT
003200     END-IF.
003210     MOVE ZERO TO CVR-HEADCOUNT-DIGITS.
003220     INSPECT CVR-FIELD-4 TALLYING CVR-HEADCOUNT-DIGITS
003230         FOR CHARACTERS BEFORE INITIAL SPACE.
003240     IF CVR-HEADCOUNT-DIGITS > ZERO
003250         AND CVR-HEADCOUNT-DIGITS < 4
003260         IF CVR-FIELD-4(1:CVR-HEADCOUNT-DIGITS) NUMERIC
003270             MOVE CVR-FIELD-4(1:CVR-HEADCOUNT-DIGITS) TO
003280                 CVR-HEADCOUNT OF CVR-WORK-RECORD
003290             IF CVR-HEADCOUNT OF CVR-WORK-RECORD > ZERO
003300                 GO TO 2150-EXIT
003310             END-IF
003320         END-IF
003330     END-IF.
003340     ADD 1 TO CVR-REJECTED-COUNT.
003350     DISPLAY 'CV210W - REQUISITION '
003360         CVR-REQ-ID OF CVR-WORK-RECORD ' HEADCOUNT '
003370         CVR-FIELD-4 ' NOT 1 TO 999 - REJECTED'.
003380     MOVE 'N' TO CVR-WORK-OPEN-SWITCH.
003390 2150-EXIT.
003400     EXIT.
003410*****************************************************************
003420*    8000-OPEN-JOURNAL                                          *
003430*                                                                *
003440*    NO REQUISITION IS STORED THAT CANNOT BE JOURNALLED - IF    *
003450*    THE JOURNAL WILL NOT OPEN, THE RUN LOADS NOTHING.  LIKE    *
003460*    THE MASTER, THE JOURNAL IS CREATED EMPTY ON FIRST USE.     *
003470*****************************************************************
003480 8000-OPEN-JOURNAL.
003490     OPEN I-O CVR-JOURNAL-FILE.
003500     IF CVR-JOURNAL-ABSENT
003510         OPEN OUTPUT CVR-JOURNAL-FILE
003520         CLOSE CVR-JOURNAL-FILE
003530         OPEN I-O CVR-JOURNAL-FILE
003540     END-IF.
003550     IF CVR-JOURNAL-STATUS-OK
003560         SET CVR-JOURNAL-OPENED TO TRUE
003570     ELSE
003580         DISPLAY 'CV210E - CANNOT OPEN CVJRNL.DAT STATUS='
003590             CVR-JOURNAL-STATUS ' - NOTHING LOADED'
003600         SET CVR-REQS-EOF TO TRUE
003610         SET CVR-IO-ERROR-SEEN TO TRUE
003620     END-IF.
003630 8000-EXIT.
003640     EXIT.
003650*****************************************************************
003660*    8100-WRITE-JOURNAL                                         *
003670*                                                                *
003680*    WRITES THE BEFORE AND AFTER IMAGE OF THE REQUISITION JUST  *
003690*    STORED TO CVJRNL.DAT - NO BEFORE IMAGE FOR AN ADD.  A      *
003700*    DUPLICATE KEY IS RETRIED WITH THE NEXT SEQUENCE NUMBER.    *
003710*****************************************************************
003720 8100-WRITE-JOURNAL.
003730     MOVE SPACES TO CVR-JOURNAL-RECORD.
003740     ACCEPT CVJ-JOURNAL-DATE FROM DATE YYYYMMDD.
003750     ACCEPT CVJ-JOURNAL-TIME FROM TIME.
003760     MOVE 'CV210' TO CVJ-PROGRAM-ID.
003770     SET CVJ-FILE-CVREQ TO TRUE.
003780     MOVE CVR-JOURNAL-ACTION TO CVJ-ACTION-CODE.
003790     MOVE CVR-REQ-ID OF CVR-MASTER-RECORD TO CVJ-MASTER-KEY.
003800     MOVE 2136 TO CVJ-IMAGE-LENGTH.
003810     MOVE CVR-BEFORE-IMAGE TO CVJ-BEFORE-IMAGE.
003820     MOVE CVR-MASTER-RECORD TO CVJ-AFTER-IMAGE.
003830     PERFORM 8110-WRITE-JOURNAL-RECORD THRU 8110-EXIT.
003840     PERFORM 8110-WRITE-JOURNAL-RECORD THRU 8110-EXIT
003850         UNTIL NOT CVR-JOURNAL-DUPLICATE.
003860     IF CVR-JOURNAL-STATUS-OK
003870         ADD 1 TO CVR-JOURNAL-COUNT
003880     ELSE
003890         ADD 1 TO CVR-JOURNAL-ERROR-COUNT
003900         DISPLAY 'CV210E - CVJRNL.DAT WRITE FAILED STATUS='
003910             CVR-JOURNAL-STATUS ' REQ '
003920             CVR-REQ-ID OF CVR-MASTER-RECORD
003930         SET CVR-IO-ERROR-SEEN TO TRUE
003940     END-IF.
003950 8100-EXIT.
003960     EXIT.
003970*****************************************************************
003980*    8110-WRITE-JOURNAL-RECORD                                  *
003990*****************************************************************
004000 8110-WRITE-JOURNAL-RECORD.
004010     ADD 1 TO CVR-JOURNAL-SEQ.
004020     MOVE CVR-JOURNAL-SEQ TO CVJ-SEQUENCE.
004030     WRITE CVR-JOURNAL-RECORD.
004040 8110-EXIT.
004050     EXIT.
