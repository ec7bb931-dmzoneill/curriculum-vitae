000250*   CLOSING SETS THE EFFECTIVE-TO DATE TO TODAY, SO THE NEXT    *
000260*   CV100 MATCH RUN STOPS SHORTLISTING FOR THE REQUISITION      *
000270*   IMMEDIATELY.  MAPSET CVREQST / MAP CVREQMP (CVREQM.BMS).    *
000271*                                                               *
000272*   THE HEADCOUNT DEFAULTS TO ONE ON AN ADD.  A CHANGE MUST     *
000273*   KEEP IT ABOVE THE HIRES ALREADY COUNTED - A REQUISITION     *
000274*   WHOSE HIRES MEET ITS HEADCOUNT IS CLOSED AS FILLED (F), AS  *
000275*   CV600 DOES WHEN IT COUNTS THE LAST HIRE.                    *
000280*                                                               *
000290*   FILES (FCT):  CVREQ - REQUISITION MASTER, KEY X(08)         *
000295*                 CVJRNL - CHANGE JOURNAL, KEY X(31)            *
000300*                                                               *
000310*   MODIFICATION HISTORY.                                      *
000320*       2026-09-01  RM  ORIGINAL VERSION.                      *
000321*       2026-10-15  RM  EVERY ADD, CHANGE AND CLOSE NOW WRITES *
000322*                       ITS BEFORE AND AFTER IMAGE TO THE      *
000323*                       CHANGE JOURNAL (FCT CVJRNL) WITH THE   *
000324*                       TERMINAL AND USER.  IF THE JOURNAL     *
000325*                       WRITE FAILS THE UPDATE IS BACKED OUT.  *
000326*       2026-10-15  RM  HEADCOUNT KEYED ON AN ADD OR CHANGE    *
000327*                       AND SHOWN WITH THE HIRES COUNTED       *
000328*                       AGAINST IT.  A CHANGE MUST KEEP IT     *
000329*                       ABOVE THE HIRES ALREADY COUNTED.       *
000330*                                                               *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000410     03  CVRM-TODAY              PIC X(08).
000420     03  CVRM-TODAY-N REDEFINES CVRM-TODAY
000430                                 PIC 9(08).
000432 01  CVRM-NOW-TIME-AREA.
000434     03  CVRM-NOW-TIME           PIC X(06).
000436     03  CVRM-NOW-TIME-N REDEFINES CVRM-NOW-TIME
000438                                 PIC 9(06).
000440 77  CVRM-SKILL-ROW              PIC 9(03) COMP VALUE ZERO.
000450 77  CVRM-SKILL-INDEX            PIC 9(03) COMP VALUE ZERO.
000460 77  CVRM-SKILLS-KEYED-SW        PIC X(01) VALUE 'N'.
000470     88  CVRM-SKILLS-KEYED           VALUE 'Y'.
000472 77  CVRM-HEADCOUNT              PIC 9(03) VALUE ZERO.
000474 77  CVRM-HEADCOUNT-SW           PIC X(01) VALUE 'N'.
000476     88  CVRM-HEADCOUNT-KEYED        VALUE 'Y'.
000478     88  CVRM-HEADCOUNT-INVALID      VALUE 'E'.
000480 77  CVRM-EXIT-MSG-LEN           PIC S9(04) COMP VALUE +18.
000490 77  CVRM-EXIT-MESSAGE           PIC X(18)
000500                                 VALUE 'CVRQ SESSION ENDED'.
000501 77  CVRM-JOURNAL-RESP           PIC S9(08) COMP.
000502 77  CVRM-USERID                 PIC X(08).
000503 77  CVRM-JOURNAL-ACTION         PIC X(01).
000504 77  CVRM-JOURNAL-SW             PIC X(01) VALUE 'N'.
000505     88  CVRM-JOURNAL-WRITTEN        VALUE 'Y'.
000506 77  CVRM-BEFORE-IMAGE           PIC X(2136).
000510     COPY DFHAID.
000520 01  CVRM-COMMAREA.
000530     03  CVRM-CA-LAST-REQ-ID     PIC X(08).
000550     COPY CVREQMAP.
000560 01  CVRM-MASTER-RECORD.
000570     COPY CVREQ.
000573 01  CVRM-JOURNAL-RECORD.
000576     COPY CVJRNL.
000580 LINKAGE SECTION.
000590 01  DFHCOMMAREA.
000600     03  FILLER                  PIC X(08).
001260     EXEC CICS
001270         FORMATTIME ABSTIME(CVRM-ABSTIME)
001280             YYYYMMDD(CVRM-TODAY)
001285             TIME(CVRM-NOW-TIME)
001290     END-EXEC.
001300     EVALUATE ACTIONI
001310         WHEN 'A'
001570     MOVE SPACES TO STATUSO.
001580     MOVE SPACES TO EFFFROMO.
001590     MOVE SPACES TO EFFTOO.
001595     MOVE SPACES TO HIREDO.
001600     MOVE SPACES TO MSGO.
001610 2050-EXIT.
001620     EXIT.
001680         MOVE 'ROLE TITLE IS REQUIRED ON AN ADD' TO MSGO
001690         GO TO 3000-EXIT
001700     END-IF.
001701     PERFORM 7060-CHECK-HEADCOUNT THRU 7060-EXIT.
001702     IF CVRM-HEADCOUNT-INVALID
001703         MOVE 'HEADCOUNT MUST BE 1 TO 999' TO MSGO
001704         GO TO 3000-EXIT
001705     END-IF.
001710     MOVE SPACES TO CVRM-MASTER-RECORD.
001715     MOVE SPACES TO CVRM-BEFORE-IMAGE.
001720     MOVE REQIDI TO CVR-REQ-ID.
001730     MOVE RTITLEI TO CVR-ROLE-TITLE.
001740     SET CVR-STATUS-OPEN TO TRUE.
001750     MOVE CVRM-TODAY-N TO CVR-EFFECTIVE-FROM.
001760     MOVE ZERO TO CVR-EFFECTIVE-TO.
001761     IF CVRM-HEADCOUNT-KEYED
001762         MOVE CVRM-HEADCOUNT TO CVR-HEADCOUNT
001763     ELSE
001764         MOVE 1 TO CVR-HEADCOUNT
001765     END-IF.
001766     MOVE ZERO TO CVR-HIRED-COUNT.
001770     PERFORM 7000-LOAD-SKILLS-FROM-MAP THRU 7000-EXIT.
001780     EXEC CICS
001790         WRITE FILE('CVREQ') FROM(CVRM-MASTER-RECORD)
001810     END-EXEC.
001820     EVALUATE CVRM-RESP
001830         WHEN DFHRESP(NORMAL)
001832             MOVE 'A' TO CVRM-JOURNAL-ACTION
001834             PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
001836             IF CVRM-JOURNAL-WRITTEN
001840                 MOVE 'REQUISITION ADDED' TO MSGO
001850                 PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT
001855             END-IF
001860         WHEN DFHRESP(DUPREC)
001870             MOVE 'REQUISITION ALREADY ON FILE - USE C TO CHANGE'
001880                 TO MSGO
001950*    4000-CHANGE-REQUISITION                                    *
001960*****************************************************************
001970 4000-CHANGE-REQUISITION.
001971     PERFORM 7060-CHECK-HEADCOUNT THRU 7060-EXIT.
001972     IF CVRM-HEADCOUNT-INVALID
001973         MOVE 'HEADCOUNT MUST BE 1 TO 999' TO MSGO
001974         GO TO 4000-EXIT
001975     END-IF.
001980     MOVE REQIDI TO CVR-REQ-ID.
001990     EXEC CICS
002000         READ FILE('CVREQ') INTO(CVRM-MASTER-RECORD)
002040         MOVE 'REQUISITION NOT ON FILE' TO MSGO
002050         GO TO 4000-EXIT
002060     END-IF.
002065     MOVE CVRM-MASTER-RECORD TO CVRM-BEFORE-IMAGE.
002070     IF RTITLEI NOT = SPACES AND RTITLEI NOT = LOW-VALUES
002080         MOVE RTITLEI TO CVR-ROLE-TITLE
002090     END-IF.
002110     IF CVRM-SKILLS-KEYED
002120         PERFORM 7000-LOAD-SKILLS-FROM-MAP THRU 7000-EXIT
002130     END-IF.
002132     PERFORM 4100-CHECK-NEW-HEADCOUNT THRU 4100-EXIT.
002134     IF CVRM-HEADCOUNT-INVALID
002136         GO TO 4000-EXIT
002138     END-IF.
002140     EXEC CICS
002150         REWRITE FILE('CVREQ') FROM(CVRM-MASTER-RECORD)
002160             RESP(CVRM-RESP)
002170     END-EXEC.
002180     IF CVRM-RESP = DFHRESP(NORMAL)
002182         MOVE 'C' TO CVRM-JOURNAL-ACTION
002184         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
002186         IF CVRM-JOURNAL-WRITTEN
002190             MOVE 'REQUISITION CHANGED' TO MSGO
002200             PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT
002205         END-IF
002210     ELSE
002220         MOVE 'CVREQ REWRITE FAILED - CHANGE NOT APPLIED'
002230             TO MSGO
002410         MOVE 'REQUISITION NOT ON FILE' TO MSGO
002420         GO TO 5000-EXIT
002430     END-IF.
002435     MOVE CVRM-MASTER-RECORD TO CVRM-BEFORE-IMAGE.
002440     IF ACTIONI = 'F'
002450         SET CVR-STATUS-FILLED TO TRUE
002460     ELSE
002520             RESP(CVRM-RESP)
002530     END-EXEC.
002540     IF CVRM-RESP = DFHRESP(NORMAL)
002542         MOVE 'X' TO CVRM-JOURNAL-ACTION
002544         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
002546         IF CVRM-JOURNAL-WRITTEN
002550             MOVE 'REQUISITION CLOSED' TO MSGO
002560             PERFORM 7100-DISPLAY-RECORD THRU 7100-EXIT
002565         END-IF
002570     ELSE
002580         MOVE 'CVREQ REWRITE FAILED - CLOSE NOT APPLIED'
002590             TO MSGO
003540     ELSE
003550         MOVE CVR-EFFECTIVE-TO TO EFFTOO
003560     END-IF.
003561     MOVE '001' TO HEADCNTO.
003562     IF CVR-HEADCOUNT NUMERIC AND CVR-HEADCOUNT NOT = ZERO
003563         MOVE CVR-HEADCOUNT TO HEADCNTO
003564     END-IF.
003565     MOVE '000' TO HIREDO.
003566     IF CVR-HIRED-COUNT NUMERIC
003567         MOVE CVR-HIRED-COUNT TO HIREDO
003568     END-IF.
003570     PERFORM VARYING CVRM-SKILL-ROW FROM 1 BY 1
003580         UNTIL CVRM-SKILL-ROW > 10
003590         IF CVRM-SKILL-ROW > CVR-SKILL-COUNT
004040     END-EXEC.
004050 9000-EXIT.
004060     EXIT.
004070*****************************************************************
004080*    4100-CHECK-NEW-HEADCOUNT                                   *
004090*                                                                *
004100*    A KEYED HEADCOUNT MUST STAY ABOVE THE HIRES ALREADY        *
004110*    COUNTED.  ONCE THE HIRES MEET IT THE REQUISITION IS DONE   *
004120*    AND IS CLOSED AS FILLED (F) INSTEAD.                       *
004130*****************************************************************
004140 4100-CHECK-NEW-HEADCOUNT.
004150     IF NOT CVRM-HEADCOUNT-KEYED
004160         GO TO 4100-EXIT
004170     END-IF.
004180     IF CVR-HIRED-COUNT NOT NUMERIC
004190         MOVE ZERO TO CVR-HIRED-COUNT
004200     END-IF.
004210     IF CVRM-HEADCOUNT NOT > CVR-HIRED-COUNT
004220         EXEC CICS
004230             UNLOCK FILE('CVREQ')
004240         END-EXEC
004250         MOVE 'HEADCOUNT NOT ABOVE HIRES - CLOSE AS FILLED'
004260             TO MSGO
004270         SET CVRM-HEADCOUNT-INVALID TO TRUE
004280         GO TO 4100-EXIT
004290     END-IF.
004300     MOVE CVRM-HEADCOUNT TO CVR-HEADCOUNT.
004310 4100-EXIT.
004320     EXIT.
004330*****************************************************************
004340*    7060-CHECK-HEADCOUNT                                       *
004350*                                                                *
004360*    THE FIELD IS NUMERIC AND RIGHT-JUSTIFIED WITH ZEROS BY     *
004370*    THE MAP, SO A KEYED VALUE ARRIVES AS THREE DIGITS.  LEFT   *
004380*    BLANK, THE STORED HEADCOUNT (OR ONE, ON AN ADD) STANDS.    *
004390*****************************************************************
004400 7060-CHECK-HEADCOUNT.
004410     MOVE 'N' TO CVRM-HEADCOUNT-SW.
004420     IF HEADCNTI = SPACES OR HEADCNTI = LOW-VALUES
004430         GO TO 7060-EXIT
004440     END-IF.
004450     IF HEADCNTI NOT NUMERIC OR HEADCNTI = '000'
004460         SET CVRM-HEADCOUNT-INVALID TO TRUE
004470         GO TO 7060-EXIT
004480     END-IF.
004490     MOVE HEADCNTI TO CVRM-HEADCOUNT.
004500     SET CVRM-HEADCOUNT-KEYED TO TRUE.
004510 7060-EXIT.
004520     EXIT.
004530*****************************************************************
004540*    7500-WRITE-JOURNAL                                         *
004550*                                                                *
004560*    WRITES THE BEFORE AND AFTER IMAGE OF THE REQUISITION JUST  *
004570*    UPDATED TO THE CHANGE JOURNAL, WITH THE TERMINAL, USER     *
004580*    AND TASK NUMBER.  A DUPLICATE KEY (TWO TASKS IN THE SAME   *
004590*    SECOND) IS RETRIED WITH THE NEXT SEQUENCE NUMBER.  CVREQ   *
004600*    AND CVJRNL ARE BOTH RECOVERABLE, SO IF THE JOURNAL CANNOT  *
004610*    BE WRITTEN THE SYNCPOINT ROLLBACK TAKES THE UPDATE BACK    *
004620*    OUT AND NO UNJOURNALLED CHANGE IS LEFT ON FILE.            *
004630*****************************************************************
004640 7500-WRITE-JOURNAL.
004650     MOVE 'N' TO CVRM-JOURNAL-SW.
004660     MOVE ZERO TO CVRM-JOURNAL-RESP.
004670     EXEC CICS
004680         ASSIGN USERID(CVRM-USERID)
004690     END-EXEC.
004700     MOVE SPACES TO CVRM-JOURNAL-RECORD.
004710     MOVE CVRM-TODAY-N TO CVJ-JOURNAL-DATE.
004720     COMPUTE CVJ-JOURNAL-TIME = CVRM-NOW-TIME-N * 100.
004730     MOVE 'CV500' TO CVJ-PROGRAM-ID.
004740     MOVE EIBTASKN TO CVJ-SEQUENCE.
004750     MOVE EIBTRNID TO CVJ-TRANSACTION-ID.
004760     MOVE EIBTRMID TO CVJ-TERMINAL-ID.
004770     MOVE CVRM-USERID TO CVJ-USER-ID.
004780     SET CVJ-FILE-CVREQ TO TRUE.
004790     MOVE CVRM-JOURNAL-ACTION TO CVJ-ACTION-CODE.
004800     MOVE CVR-REQ-ID TO CVJ-MASTER-KEY.
004810     MOVE 2136 TO CVJ-IMAGE-LENGTH.
004820     MOVE CVRM-BEFORE-IMAGE TO CVJ-BEFORE-IMAGE.
004830     MOVE CVRM-MASTER-RECORD TO CVJ-AFTER-IMAGE.
004840     PERFORM 7510-WRITE-JOURNAL-RECORD THRU 7510-EXIT.
004850     PERFORM 7510-WRITE-JOURNAL-RECORD THRU 7510-EXIT
004860         UNTIL CVRM-JOURNAL-RESP NOT = DFHRESP(DUPREC).
004870     IF CVRM-JOURNAL-RESP = DFHRESP(NORMAL)
004880         SET CVRM-JOURNAL-WRITTEN TO TRUE
004890     ELSE
004900         EXEC CICS
004910             SYNCPOINT ROLLBACK
004920         END-EXEC
004930         MOVE 'CVJRNL WRITE FAILED - UPDATE BACKED OUT' TO MSGO
004940     END-IF.
004950 7500-EXIT.
004960     EXIT.
004970*****************************************************************
004980*    7510-WRITE-JOURNAL-RECORD                                  *
004990*****************************************************************
005000 7510-WRITE-JOURNAL-RECORD.
005010     IF CVRM-JOURNAL-RESP = DFHRESP(DUPREC)
005020         ADD 1 TO CVJ-SEQUENCE
005030     END-IF.
005040     EXEC CICS
005050         WRITE FILE('CVJRNL') FROM(CVRM-JOURNAL-RECORD)
005060             RIDFLD(CVJ-RECORD-KEY) RESP(CVRM-JOURNAL-RESP)
005070     END-EXEC.
005080 7510-EXIT.
005090     EXIT.
