000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CV310.
000030 AUTHOR. R MARLOWE.
000040 INSTALLATION. CORPORATE IT - ONLINE SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   CV310 - CANDIDATE 360 INQUIRY (TRANSACTION CVCI).           *
000100*                                                               *
000110*   PSEUDO-CONVERSATIONAL CICS INQUIRY OVER WHAT THE MASTERS    *
000120*   HOLD FOR ONE CANDIDATE, AS OPPOSED TO CV300 WHICH SHOWS     *
000130*   ONLY WHAT THE LAST CV100 RUN WROTE TO CVINQ.  REACHED BY    *
000140*   PF5 FROM THE CV300 SCREEN (XCTL, CANDIDATE ID IN THE        *
000150*   COMMAREA) OR BY THE CVCI TRANSACTION ON ITS OWN.  SHOWS -   *
000160*                                                               *
000170*       - THE CVMAST DETAILS (NAME, EMAIL, PHONE, LOCATION,     *
000180*         STATUS, MERGED-INTO ID)                               *
000190*       - EVERY CVHIST NODE FOR THE CANDIDATE WITH SECTION,     *
000200*         PRESENT/MISSING STATUS, TITLE, VERSION NUMBER AND     *
000210*         FIRST-SEEN / LAST-SEEN DATES                          *
000220*       - EVERY CVPIPE RECORD FOR THE CANDIDATE WITH THE        *
000230*         REQUISITION'S ROLE TITLE FROM CVREQ, THE STAGE, THE   *
000240*         STAGE DATE AND DAYS IN STAGE                          *
000250*                                                               *
000260*   THE NODE AND PIPELINE LINES SHARE THIRTEEN DETAIL ROWS.     *
000270*   PF8 PAGES FORWARD, PF7 BACK; THE COMMAREA CARRIES ONLY THE  *
000280*   CANDIDATE AND THE FIRST LINE SHOWN, AND EACH PAGE IS        *
000290*   REBUILT FROM THE FILES, SO NOTHING IS HELD BETWEEN TASKS.   *
000300*   PF3 GOES BACK TO THE CV300 SCREEN.                          *
000310*                                                               *
000320*   CVPIPE IS KEYED REQUISITION FIRST, SO A CANDIDATE'S RECORDS *
000330*   ARE NOT ADJACENT - THE PIPELINE SECTION BROWSES THE WHOLE   *
000340*   FILE AND KEEPS THE CANDIDATE'S ROWS.  MAPSET CVCANST / MAP  *
000350*   CVCANMP (CVCAND.BMS).                                       *
000360*                                                               *
000370*   FILES (FCT):  CVMAST - CANDIDATE MASTER, KEY X(10)          *
000380*                 CVHIST - NODE HISTORY MASTER, KEY X(52)       *
000390*                 CVPIPE - PIPELINE MASTER, KEY X(18)           *
000400*                 CVREQ  - REQUISITION MASTER, KEY X(08)        *
000410*                                                               *
000420*   MODIFICATION HISTORY.                                      *
000430*       2026-10-15  RM  ORIGINAL VERSION.                      *
000440*                                                               *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490 77  CVCI-RESP                   PIC S9(08) COMP.
000500 77  CVCI-ABSTIME                PIC S9(15) COMP-3.
000510 77  CVCI-DETAIL-INDEX           PIC 9(03) COMP VALUE ZERO.
000520 77  CVCI-DETAIL-MAX             PIC 9(03) COMP VALUE 13.
000530 77  CVCI-LINE-NUMBER            PIC 9(05) COMP VALUE ZERO.
000540 77  CVCI-SECTION-COUNT          PIC 9(05) COMP VALUE ZERO.
000550 77  CVCI-PAGE-NUMBER            PIC 9(03).
000560 77  CVCI-MORE-SWITCH            PIC X(01) VALUE 'N'.
000570     88  CVCI-MORE-LINES             VALUE 'Y'.
000580 77  CVCI-BROWSE-DONE-SWITCH     PIC X(01) VALUE 'N'.
000590     88  CVCI-BROWSE-DONE            VALUE 'Y'.
000600 77  CVCI-LINE-TEXT              PIC X(79).
000610 77  CVCI-STATUS-WORD            PIC X(07).
000620 77  CVCI-STAGE-WORD             PIC X(12).
000630 77  CVCI-TODAY-DAY-NUMBER       PIC 9(07) COMP VALUE ZERO.
000640 77  CVCI-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
000650 77  CVCI-DAYS-IN-STAGE          PIC S9(05) COMP VALUE ZERO.
000660 77  CVCI-DAYS-TEXT              PIC 9(05).
000670 77  CVCI-DAY-YEAR-WORK          PIC 9(07) COMP VALUE ZERO.
000680 77  CVCI-DAY-LEAP-WORK          PIC 9(07) COMP VALUE ZERO.
000690 77  CVCI-DAY-LEAP-4             PIC 9(07) COMP VALUE ZERO.
000700 77  CVCI-DAY-LEAP-100           PIC 9(07) COMP VALUE ZERO.
000710 77  CVCI-DAY-LEAP-400           PIC 9(07) COMP VALUE ZERO.
000720 77  CVCI-EXIT-MSG-LEN           PIC S9(04) COMP VALUE +18.
000730 77  CVCI-EXIT-MESSAGE           PIC X(18)
000740                                 VALUE 'CVCI SESSION ENDED'.
000750     COPY DFHAID.
000760*
000770*    DATE WORK AREA AND THE CUMULATIVE DAYS BEFORE EACH MONTH,
000780*    FOR THE SERIAL DAY NUMBER BEHIND DAYS-IN-STAGE - THE SAME
000790*    ARITHMETIC CV600 USES ON ITS PIPELINE REPORT, SO THE TWO
000800*    AGREE.
000810*
000820 01  CVCI-DATE-WORK-AREA.
000830     03  CVCI-DATE-WORK          PIC X(08).
000840     03  CVCI-DATE-WORK-N REDEFINES CVCI-DATE-WORK
000850                                 PIC 9(08).
000860     03  FILLER REDEFINES CVCI-DATE-WORK.
000870         05  CVCI-DATE-WORK-YEAR PIC 9(04).
000880         05  CVCI-DATE-WORK-MONTH
000890                                 PIC 9(02).
000900         05  CVCI-DATE-WORK-DAY  PIC 9(02).
000910 01  CVCI-MONTH-DAYS-AREA.
000920     03  CVCI-MONTH-DAYS-VALUES.
000930         05  FILLER              PIC 9(03) VALUE 000.
000940         05  FILLER              PIC 9(03) VALUE 031.
000950         05  FILLER              PIC 9(03) VALUE 059.
000960         05  FILLER              PIC 9(03) VALUE 090.
000970         05  FILLER              PIC 9(03) VALUE 120.
000980         05  FILLER              PIC 9(03) VALUE 151.
000990         05  FILLER              PIC 9(03) VALUE 181.
001000         05  FILLER              PIC 9(03) VALUE 212.
001010         05  FILLER              PIC 9(03) VALUE 243.
001020         05  FILLER              PIC 9(03) VALUE 273.
001030         05  FILLER              PIC 9(03) VALUE 304.
001040         05  FILLER              PIC 9(03) VALUE 334.
001050     03  FILLER REDEFINES CVCI-MONTH-DAYS-VALUES.
001060         05  CVCI-MONTH-DAYS OCCURS 12 TIMES
001070                                 PIC 9(03).
001080 01  CVCI-TODAY-AREA.
001090     03  CVCI-TODAY              PIC X(08).
001100 01  CVCI-HIST-BROWSE-KEY.
001110     03  CVCI-HIST-BROWSE-CAND   PIC X(10).
001120     03  CVCI-HIST-BROWSE-REST   PIC X(42).
001130 01  CVCI-PIPE-BROWSE-KEY        PIC X(18).
001140*
001150*    THE COMMAREA.  CV300 XCTLS IN WITH ITS OWN 10-BYTE AREA -
001160*    JUST THE CANDIDATE ID - SO A LENGTH OF 10 MEANS "FIRST
001170*    TIME IN FROM CV300" AND THE FULL LENGTH MEANS THIS
001180*    SCREEN'S OWN PSEUDO-CONVERSATION.
001190*
001200 01  CVCI-COMMAREA.
001210     03  CVCI-CA-CANDIDATE       PIC X(10).
001220     03  CVCI-CA-FIRST-LINE      PIC 9(05).
001230 01  CVCI-MAP-AREA.
001240     COPY CVCANMAP.
001250 01  CVCI-MASTER-RECORD.
001260     COPY CVMAST.
001270 01  CVCI-HISTORY-RECORD.
001280     COPY CVHIST.
001290 01  CVCI-PIPE-RECORD.
001300     COPY CVPIPE.
001310 01  CVCI-REQMAST-RECORD.
001320     COPY CVREQ.
001330 LINKAGE SECTION.
001340 01  DFHCOMMAREA.
001350     03  FILLER                  PIC X(15).
001360 PROCEDURE DIVISION.
001370*****************************************************************
001380*    0000-MAINLINE                                              *
001390*                                                                *
001400*    NO COMMAREA PAINTS AN EMPTY SCREEN.  A 10-BYTE COMMAREA IS *
001410*    THE XCTL FROM CV300 - THE CANDIDATE'S FIRST PAGE GOES OUT  *
001420*    WITH ERASE OVER THE CV300 MAP.  AFTER THAT ENTER INQUIRES, *
001430*    PF7/PF8 PAGE, PF3 GOES BACK TO CV300 AND CLEAR REPAINTS.   *
001440*****************************************************************
001450 0000-MAINLINE.
001460     IF EIBCALEN = ZERO
001470         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
001480         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
001490     END-IF.
001500     IF EIBCALEN = 10
001510         MOVE DFHCOMMAREA(1:10) TO CVCI-CA-CANDIDATE
001520         PERFORM 1500-ARRIVE-FROM-CV300 THRU 1500-EXIT
001530         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
001540     END-IF.
001550     MOVE DFHCOMMAREA TO CVCI-COMMAREA.
001560     IF EIBAID = DFHPF3
001570         EXEC CICS
001580             XCTL PROGRAM('CV300') RESP(CVCI-RESP)
001590         END-EXEC
001600         EXEC CICS
001610             SEND TEXT FROM(CVCI-EXIT-MESSAGE)
001620                 LENGTH(CVCI-EXIT-MSG-LEN) ERASE FREEKB
001630         END-EXEC
001640         EXEC CICS
001650             RETURN
001660         END-EXEC
001670     END-IF.
001680     IF EIBAID = DFHCLEAR
001690         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
001700         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
001710     END-IF.
001720     PERFORM 2000-RECEIVE-AND-INQUIRE THRU 2000-EXIT.
001730     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
001740     GOBACK.
001750*****************************************************************
001760*    1000-SEND-FRESH-MAP                                        *
001770*****************************************************************
001780 1000-SEND-FRESH-MAP.
001790     MOVE SPACES TO CVCI-CA-CANDIDATE.
001800     MOVE 1 TO CVCI-CA-FIRST-LINE.
001810     MOVE LOW-VALUES TO CVCANMPO.
001820     MOVE 'ENTER A CANDIDATE ID AND PRESS ENTER' TO MSGO.
001830     EXEC CICS
001840         SEND MAP('CVCANMP') MAPSET('CVCANST')
001850             FROM(CVCANMPO) ERASE FREEKB
001860     END-EXEC.
001870 1000-EXIT.
001880     EXIT.
001890*****************************************************************
001900*    1500-ARRIVE-FROM-CV300                                     *
001910*                                                                *
001920*    THE TERMINAL STILL SHOWS THE CV300 MAP, SO THE FIRST PAGE  *
001930*    GOES OUT AS A FULL SEND WITH ERASE, NOT DATAONLY.  A BLANK *
001940*    CANDIDATE (PF5 BEFORE ANY INQUIRY) JUST PAINTS THE EMPTY   *
001950*    SCREEN.                                                    *
001960*****************************************************************
001970 1500-ARRIVE-FROM-CV300.
001980     IF CVCI-CA-CANDIDATE = SPACES
001990         OR CVCI-CA-CANDIDATE = LOW-VALUES
002000         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
002010         GO TO 1500-EXIT
002020     END-IF.
002030     MOVE 1 TO CVCI-CA-FIRST-LINE.
002040     PERFORM 3000-BUILD-INQUIRY-SCREEN THRU 3000-EXIT.
002050     EXEC CICS
002060         SEND MAP('CVCANMP') MAPSET('CVCANST')
002070             FROM(CVCANMPO) ERASE FREEKB
002080     END-EXEC.
002090 1500-EXIT.
002100     EXIT.
002110*****************************************************************
002120*    2000-RECEIVE-AND-INQUIRE                                   *
002130*                                                                *
002140*    A CANDIDATE ID KEYED OVER THE ONE ON SHOW STARTS A NEW     *
002150*    INQUIRY AT LINE ONE WHATEVER KEY WAS PRESSED.  OTHERWISE   *
002160*    PF8 MOVES ON A PAGE (WHEN THERE IS MORE), PF7 BACK A PAGE, *
002170*    AND ENTER REFRESHES FROM THE TOP.  PF7/PF8 WITH NOTHING    *
002180*    KEYED COMES BACK MAPFAIL, WHICH IS NOT AN ERROR HERE.      *
002190*****************************************************************
002200 2000-RECEIVE-AND-INQUIRE.
002210     EXEC CICS
002220         RECEIVE MAP('CVCANMP') MAPSET('CVCANST')
002230             INTO(CVCANMPI) RESP(CVCI-RESP)
002240     END-EXEC.
002250     IF CVCI-RESP = DFHRESP(MAPFAIL)
002260         MOVE LOW-VALUES TO CVCANMPI
002270     ELSE
002280         IF CVCI-RESP NOT = DFHRESP(NORMAL)
002290             PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
002300             GO TO 2000-EXIT
002310         END-IF
002320     END-IF.
002330     IF CANDIDI NOT = SPACES AND CANDIDI NOT = LOW-VALUES
002340         AND CANDIDI NOT = CVCI-CA-CANDIDATE
002350         MOVE CANDIDI TO CVCI-CA-CANDIDATE
002360         MOVE 1 TO CVCI-CA-FIRST-LINE
002370     ELSE
002380         EVALUATE TRUE
002390             WHEN EIBAID = DFHPF8
002400                 ADD CVCI-DETAIL-MAX TO CVCI-CA-FIRST-LINE
002410             WHEN EIBAID = DFHPF7
002420                 IF CVCI-CA-FIRST-LINE > CVCI-DETAIL-MAX
002430                     SUBTRACT CVCI-DETAIL-MAX
002440                         FROM CVCI-CA-FIRST-LINE
002450                 ELSE
002460                     MOVE 1 TO CVCI-CA-FIRST-LINE
002470                 END-IF
002480             WHEN OTHER
002490                 MOVE 1 TO CVCI-CA-FIRST-LINE
002500         END-EVALUATE
002510     END-IF.
002520     IF CVCI-CA-CANDIDATE = SPACES
002530         OR CVCI-CA-CANDIDATE = LOW-VALUES
002540         MOVE LOW-VALUES TO CVCANMPO
002550         MOVE 'CANDIDATE ID IS REQUIRED' TO MSGO
002560         PERFORM 8000-SEND-MAP-DATAONLY THRU 8000-EXIT
002570         GO TO 2000-EXIT
002580     END-IF.
002590     PERFORM 3000-BUILD-INQUIRY-SCREEN THRU 3000-EXIT.
002600*
002610*    PF8 PAST THE LAST LINE SHOWS AN EMPTY PAGE - STEP BACK
002620*    TO THE PAGE THAT HAD THE LAST LINE ON IT INSTEAD.
002630*
002640     IF CVCI-DETAIL-INDEX = ZERO
002650         AND CVCI-CA-FIRST-LINE > CVCI-DETAIL-MAX
002660         SUBTRACT CVCI-DETAIL-MAX FROM CVCI-CA-FIRST-LINE
002670         PERFORM 3000-BUILD-INQUIRY-SCREEN THRU 3000-EXIT
002680         MOVE 'NO MORE LINES FOR THIS CANDIDATE' TO MSGO
002690     END-IF.
002700     PERFORM 8000-SEND-MAP-DATAONLY THRU 8000-EXIT.
002710 2000-EXIT.
002720     EXIT.
002730*****************************************************************
002740*    3000-BUILD-INQUIRY-SCREEN                                  *
002750*                                                                *
002760*    MASTER DETAILS, THEN THE NODE SECTION AND THE PIPELINE     *
002770*    SECTION AS ONE RUN OF NUMBERED LINES.  ONLY LINES FROM     *
002780*    CVCI-CA-FIRST-LINE ON ARE PLACED; ONCE THE THIRTEEN ROWS   *
002790*    ARE FULL THE BUILD STOPS AND THE MESSAGE OFFERS PF8.       *
002800*****************************************************************
002810 3000-BUILD-INQUIRY-SCREEN.
002820     MOVE LOW-VALUES TO CVCANMPO.
002830*
002840*    THE RESULT GOES OUT DATAONLY, AND LOW-VALUES FIELDS ARE
002850*    LEFT OFF THE DATASTREAM - SO EVERY DISPLAY FIELD IS SET
002860*    TO SPACES HERE, OR THE PREVIOUS CANDIDATE'S VALUES WOULD
002870*    STAY ON THE SCREEN UNDER THE NEW ONE.
002880*
002890     PERFORM 3010-CLEAR-DETAIL-LINE THRU 3010-EXIT
002900         VARYING CVCI-DETAIL-INDEX FROM 1 BY 1
002910         UNTIL CVCI-DETAIL-INDEX > CVCI-DETAIL-MAX.
002920     MOVE SPACES TO STATUSO.
002930     MOVE SPACES TO NAMEO.
002940     MOVE SPACES TO MERGEDO.
002950     MOVE SPACES TO EMAILO.
002960     MOVE SPACES TO PHONEO.
002970     MOVE SPACES TO LOCATNO.
002980     MOVE SPACES TO MSGO.
002990     MOVE CVCI-CA-CANDIDATE TO CANDIDO.
003000     MOVE ZERO TO CVCI-DETAIL-INDEX.
003010     MOVE ZERO TO CVCI-LINE-NUMBER.
003020     MOVE 'N' TO CVCI-MORE-SWITCH.
003030     COMPUTE CVCI-PAGE-NUMBER =
003040         (CVCI-CA-FIRST-LINE - 1) / CVCI-DETAIL-MAX + 1.
003050     MOVE CVCI-PAGE-NUMBER TO PAGEO.
003060     EXEC CICS
003070         ASKTIME ABSTIME(CVCI-ABSTIME)
003080     END-EXEC.
003090     EXEC CICS
003100         FORMATTIME ABSTIME(CVCI-ABSTIME)
003110             YYYYMMDD(CVCI-TODAY)
003120     END-EXEC.
003130     MOVE CVCI-TODAY TO CVCI-DATE-WORK.
003140     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
003150     MOVE CVCI-DAY-NUMBER TO CVCI-TODAY-DAY-NUMBER.
003160     PERFORM 3100-SHOW-MASTER THRU 3100-EXIT.
003170     PERFORM 4000-LIST-HISTORY-NODES THRU 4000-EXIT.
003180     IF NOT CVCI-MORE-LINES
003190         PERFORM 5000-LIST-PIPELINE THRU 5000-EXIT
003200     END-IF.
003210     IF CVCI-MORE-LINES
003220         MOVE 'PF8 FOR MORE' TO MSGO
003230     ELSE
003240         IF MSGO = SPACES
003250             MOVE 'END OF DETAIL FOR THIS CANDIDATE' TO MSGO
003260         END-IF
003270     END-IF.
003280 3000-EXIT.
003290     EXIT.
003300*****************************************************************
003310*    3010-CLEAR-DETAIL-LINE                                     *
003320*****************************************************************
003330 3010-CLEAR-DETAIL-LINE.
003340     MOVE SPACES TO DTLO(CVCI-DETAIL-INDEX).
003350 3010-EXIT.
003360     EXIT.
003370*****************************************************************
003380*    3100-SHOW-MASTER                                           *
003390*                                                                *
003400*    NO MASTER RECORD IS SAID ON THE NAME LINE BUT DOES NOT     *
003410*    STOP THE INQUIRY - NODES LEFT BEHIND BY A MISSING MASTER   *
003420*    ARE EXACTLY WHAT THIS SCREEN IS FOR.                       *
003430*****************************************************************
003440 3100-SHOW-MASTER.
003450     MOVE CVCI-CA-CANDIDATE TO CVM-CANDIDATE-ID.
003460     EXEC CICS
003470         READ FILE('CVMAST') INTO(CVCI-MASTER-RECORD)
003480             RIDFLD(CVM-CANDIDATE-ID) RESP(CVCI-RESP)
003490     END-EXEC.
003500     IF CVCI-RESP NOT = DFHRESP(NORMAL)
003510         MOVE '** NO MASTER RECORD **' TO NAMEO
003520         MOVE 'CANDIDATE NOT ON CVMAST' TO MSGO
003530         GO TO 3100-EXIT
003540     END-IF.
003550     MOVE CVM-NAME TO NAMEO.
003560     MOVE CVM-EMAIL TO EMAILO.
003570     MOVE CVM-PHONE TO PHONEO.
003580     MOVE CVM-LOCATION TO LOCATNO.
003590     MOVE CVM-MERGED-INTO-ID TO MERGEDO.
003600     EVALUATE TRUE
003610         WHEN CVM-MERGED-INTO-ID NOT = SPACES
003620             MOVE 'MERGED    ' TO STATUSO
003630         WHEN CVM-STATUS-ACTIVE
003640             MOVE 'ACTIVE    ' TO STATUSO
003650         WHEN CVM-STATUS-INACTIVE
003660             MOVE 'INACTIVE  ' TO STATUSO
003670         WHEN OTHER
003680             MOVE '??????????' TO STATUSO
003690     END-EVALUATE.
003700 3100-EXIT.
003710     EXIT.
003720*****************************************************************
003730*    3900-PLACE-LINE                                            *
003740*                                                                *
003750*    COUNTS CVCI-LINE-TEXT AS THE NEXT LINE OF THE INQUIRY AND  *
003760*    PUTS IT ON THE SCREEN IF IT FALLS ON THIS PAGE.  THE FIRST *
003770*    LINE PAST A FULL PAGE SETS MORE-LINES AND ENDS THE BROWSE. *
003780*****************************************************************
003790 3900-PLACE-LINE.
003800     ADD 1 TO CVCI-LINE-NUMBER.
003810     IF CVCI-LINE-NUMBER < CVCI-CA-FIRST-LINE
003820         GO TO 3900-EXIT
003830     END-IF.
003840     IF CVCI-DETAIL-INDEX NOT < CVCI-DETAIL-MAX
003850         SET CVCI-MORE-LINES TO TRUE
003860         SET CVCI-BROWSE-DONE TO TRUE
003870         GO TO 3900-EXIT
003880     END-IF.
003890     ADD 1 TO CVCI-DETAIL-INDEX.
003900     MOVE CVCI-LINE-TEXT TO DTLO(CVCI-DETAIL-INDEX).
003910 3900-EXIT.
003920     EXIT.
003930*****************************************************************
003940*    4000-LIST-HISTORY-NODES                                    *
003950*                                                                *
003960*    BROWSES CVHIST FROM CANDIDATE/LOW-VALUES UNTIL THE         *
003970*    CANDIDATE CHANGES - PRESENT AND MISSING NODES ALIKE.       *
003980*****************************************************************
003990 4000-LIST-HISTORY-NODES.
004000     MOVE 'HISTORY NODES (CVHIST)' TO CVCI-LINE-TEXT.
004010     PERFORM 3900-PLACE-LINE THRU 3900-EXIT.
004020     MOVE SPACES TO CVCI-LINE-TEXT.
004030     MOVE 'SC STATUS  TITLE' TO CVCI-LINE-TEXT(1:16).
004040     MOVE 'VERSN FIRST    LAST' TO CVCI-LINE-TEXT(47:19).
004050     PERFORM 3900-PLACE-LINE THRU 3900-EXIT.
004060     IF CVCI-MORE-LINES
004070         GO TO 4000-EXIT
004080     END-IF.
004090     MOVE ZERO TO CVCI-SECTION-COUNT.
004100     MOVE 'N' TO CVCI-BROWSE-DONE-SWITCH.
004110     MOVE CVCI-CA-CANDIDATE TO CVCI-HIST-BROWSE-CAND.
004120     MOVE LOW-VALUES TO CVCI-HIST-BROWSE-REST.
004130     EXEC CICS
004140         STARTBR FILE('CVHIST') RIDFLD(CVCI-HIST-BROWSE-KEY)
004150             GTEQ RESP(CVCI-RESP)
004160     END-EXEC.
004170     IF CVCI-RESP = DFHRESP(NORMAL)
004180         PERFORM 4100-BROWSE-ONE-NODE THRU 4100-EXIT
004190             UNTIL CVCI-BROWSE-DONE
004200         EXEC CICS
004210             ENDBR FILE('CVHIST') RESP(CVCI-RESP)
004220         END-EXEC
004230     END-IF.
004240     IF CVCI-SECTION-COUNT = ZERO AND NOT CVCI-MORE-LINES
004250         MOVE '  NO NODES ON CVHIST FOR THIS CANDIDATE'
004260             TO CVCI-LINE-TEXT
004270         PERFORM 3900-PLACE-LINE THRU 3900-EXIT
004280     END-IF.
004290 4000-EXIT.
004300     EXIT.
004310*****************************************************************
004320*    4100-BROWSE-ONE-NODE                                       *
004330*****************************************************************
004340 4100-BROWSE-ONE-NODE.
004350     EXEC CICS
004360         READNEXT FILE('CVHIST') INTO(CVCI-HISTORY-RECORD)
004370             RIDFLD(CVCI-HIST-BROWSE-KEY) RESP(CVCI-RESP)
004380     END-EXEC.
004390     IF CVCI-RESP NOT = DFHRESP(NORMAL)
004400         SET CVCI-BROWSE-DONE TO TRUE
004410         GO TO 4100-EXIT
004420     END-IF.
004430     IF CVH-CANDIDATE-ID NOT = CVCI-CA-CANDIDATE
004440         SET CVCI-BROWSE-DONE TO TRUE
004450         GO TO 4100-EXIT
004460     END-IF.
004470     ADD 1 TO CVCI-SECTION-COUNT.
004480     EVALUATE TRUE
004490         WHEN CVH-STATUS-PRESENT
004500             MOVE 'PRESENT' TO CVCI-STATUS-WORD
004510         WHEN CVH-STATUS-MISSING
004520             MOVE 'MISSING' TO CVCI-STATUS-WORD
004530         WHEN OTHER
004540             MOVE '???????' TO CVCI-STATUS-WORD
004550     END-EVALUATE.
004560     MOVE SPACES TO CVCI-LINE-TEXT.
004570     STRING CVH-SECTION-CODE DELIMITED BY SIZE
004580            ' ' DELIMITED BY SIZE
004590            CVCI-STATUS-WORD DELIMITED BY SIZE
004600            ' ' DELIMITED BY SIZE
004610            CVH-TITLE(1:34) DELIMITED BY SIZE
004620            ' ' DELIMITED BY SIZE
004630            CVH-VERSION-NUMBER DELIMITED BY SIZE
004640            ' ' DELIMITED BY SIZE
004650            CVH-FIRST-SEEN-DATE DELIMITED BY SIZE
004660            ' ' DELIMITED BY SIZE
004670            CVH-LAST-SEEN-DATE DELIMITED BY SIZE
004680         INTO CVCI-LINE-TEXT.
004690     PERFORM 3900-PLACE-LINE THRU 3900-EXIT.
004700 4100-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    5000-LIST-PIPELINE                                         *
004740*                                                                *
004750*    CVPIPE IS KEYED REQUISITION/CANDIDATE, SO THE WHOLE FILE   *
004760*    IS BROWSED AND ONLY THIS CANDIDATE'S ROWS ARE LISTED.      *
004770*****************************************************************
004780 5000-LIST-PIPELINE.
004790     MOVE SPACES TO CVCI-LINE-TEXT.
004800     PERFORM 3900-PLACE-LINE THRU 3900-EXIT.
004810     MOVE 'PIPELINE (CVPIPE)' TO CVCI-LINE-TEXT.
004820     PERFORM 3900-PLACE-LINE THRU 3900-EXIT.
004830     MOVE SPACES TO CVCI-LINE-TEXT.
004840     MOVE 'REQ-ID   ROLE TITLE' TO CVCI-LINE-TEXT(1:19).
004850     MOVE 'STAGE        SINCE    DAYS' TO CVCI-LINE-TEXT(41:26).
004860     PERFORM 3900-PLACE-LINE THRU 3900-EXIT.
004870     IF CVCI-MORE-LINES
004880         GO TO 5000-EXIT
004890     END-IF.
004900     MOVE ZERO TO CVCI-SECTION-COUNT.
004910     MOVE 'N' TO CVCI-BROWSE-DONE-SWITCH.
004920     MOVE LOW-VALUES TO CVCI-PIPE-BROWSE-KEY.
004930     EXEC CICS
004940         STARTBR FILE('CVPIPE') RIDFLD(CVCI-PIPE-BROWSE-KEY)
004950             GTEQ RESP(CVCI-RESP)
004960     END-EXEC.
004970     IF CVCI-RESP = DFHRESP(NORMAL)
004980         PERFORM 5100-BROWSE-ONE-PIPE THRU 5100-EXIT
004990             UNTIL CVCI-BROWSE-DONE
005000         EXEC CICS
005010             ENDBR FILE('CVPIPE') RESP(CVCI-RESP)
005020         END-EXEC
005030     END-IF.
005040     IF CVCI-SECTION-COUNT = ZERO AND NOT CVCI-MORE-LINES
005050         MOVE '  NO PIPELINE RECORDS FOR THIS CANDIDATE'
005060             TO CVCI-LINE-TEXT
005070         PERFORM 3900-PLACE-LINE THRU 3900-EXIT
005080     END-IF.
005090 5000-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    5100-BROWSE-ONE-PIPE                                       *
005130*****************************************************************
005140 5100-BROWSE-ONE-PIPE.
005150     EXEC CICS
005160         READNEXT FILE('CVPIPE') INTO(CVCI-PIPE-RECORD)
005170             RIDFLD(CVCI-PIPE-BROWSE-KEY) RESP(CVCI-RESP)
005180     END-EXEC.
005190     IF CVCI-RESP NOT = DFHRESP(NORMAL)
005200         SET CVCI-BROWSE-DONE TO TRUE
005210         GO TO 5100-EXIT
005220     END-IF.
005230     IF CVP-CANDIDATE-ID NOT = CVCI-CA-CANDIDATE
005240         GO TO 5100-EXIT
005250     END-IF.
005260     ADD 1 TO CVCI-SECTION-COUNT.
005270     EVALUATE TRUE
005280         WHEN CVP-STAGE-CONTACTED
005290             MOVE 'CONTACTED   ' TO CVCI-STAGE-WORD
005300         WHEN CVP-STAGE-INTERVIEWING
005310             MOVE 'INTERVIEWING' TO CVCI-STAGE-WORD
005320         WHEN CVP-STAGE-OFFERED
005330             MOVE 'OFFERED     ' TO CVCI-STAGE-WORD
005340         WHEN CVP-STAGE-HIRED
005350             MOVE 'HIRED       ' TO CVCI-STAGE-WORD
005360         WHEN CVP-STAGE-DECLINED
005370             MOVE 'DECLINED    ' TO CVCI-STAGE-WORD
005380         WHEN CVP-STAGE-WITHDRAWN
005390             MOVE 'WITHDRAWN   ' TO CVCI-STAGE-WORD
005400         WHEN OTHER
005410             MOVE '????????????' TO CVCI-STAGE-WORD
005420     END-EVALUATE.
005430     MOVE CVP-STAGE-DATE TO CVCI-DATE-WORK-N.
005440     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
005450     COMPUTE CVCI-DAYS-IN-STAGE =
005460         CVCI-TODAY-DAY-NUMBER - CVCI-DAY-NUMBER.
005470     IF CVCI-DAYS-IN-STAGE < ZERO
005480         MOVE ZERO TO CVCI-DAYS-IN-STAGE
005490     END-IF.
005500     MOVE CVCI-DAYS-IN-STAGE TO CVCI-DAYS-TEXT.
005510     MOVE CVP-REQ-ID TO CVR-REQ-ID.
005520     EXEC CICS
005530         READ FILE('CVREQ') INTO(CVCI-REQMAST-RECORD)
005540             RIDFLD(CVR-REQ-ID) RESP(CVCI-RESP)
005550     END-EXEC.
005560     IF CVCI-RESP NOT = DFHRESP(NORMAL)
005570         MOVE '** NOT ON CVREQ **' TO CVR-ROLE-TITLE
005580     END-IF.
005590     MOVE SPACES TO CVCI-LINE-TEXT.
005600     STRING CVP-REQ-ID DELIMITED BY SIZE
005610            ' ' DELIMITED BY SIZE
005620            CVR-ROLE-TITLE(1:30) DELIMITED BY SIZE
005630            ' ' DELIMITED BY SIZE
005640            CVCI-STAGE-WORD DELIMITED BY SIZE
005650            ' ' DELIMITED BY SIZE
005660            CVP-STAGE-DATE DELIMITED BY SIZE
005670            ' ' DELIMITED BY SIZE
005680            CVCI-DAYS-TEXT DELIMITED BY SIZE
005690         INTO CVCI-LINE-TEXT.
005700     PERFORM 3900-PLACE-LINE THRU 3900-EXIT.
005710 5100-EXIT.
005720     EXIT.
005730*****************************************************************
005740*    8000-SEND-MAP-DATAONLY                                     *
005750*****************************************************************
005760 8000-SEND-MAP-DATAONLY.
005770     EXEC CICS
005780         SEND MAP('CVCANMP') MAPSET('CVCANST')
005790             FROM(CVCANMPO) DATAONLY FREEKB
005800     END-EXEC.
005810 8000-EXIT.
005820     EXIT.
005830*****************************************************************
005840*    8100-COMPUTE-DAY-NUMBER                                    *
005850*                                                                *
005860*    SERIAL DAY NUMBER FOR THE DATE IN CVCI-DATE-WORK - WHOLE   *
005870*    YEARS AT 365 PLUS ONE PER LEAP YEAR BEFORE THE WORK        *
005880*    YEAR, THE CUMULATIVE DAYS BEFORE THE MONTH, THE DAY, AND   *
005890*    THE WORK YEAR'S OWN LEAP DAY ONLY ONCE FEBRUARY IS PAST.   *
005900*****************************************************************
005910 8100-COMPUTE-DAY-NUMBER.
005920     MOVE ZERO TO CVCI-DAY-NUMBER.
005930     IF CVCI-DATE-WORK NOT NUMERIC
005940         GO TO 8100-EXIT
005950     END-IF.
005960     IF CVCI-DATE-WORK-MONTH < 01
005970         OR CVCI-DATE-WORK-MONTH > 12
005980         GO TO 8100-EXIT
005990     END-IF.
006000     COMPUTE CVCI-DAY-YEAR-WORK = CVCI-DATE-WORK-YEAR - 1.
006010     DIVIDE CVCI-DAY-YEAR-WORK BY 4 GIVING CVCI-DAY-LEAP-4.
006020     DIVIDE CVCI-DAY-YEAR-WORK BY 100
006030         GIVING CVCI-DAY-LEAP-100.
006040     DIVIDE CVCI-DAY-YEAR-WORK BY 400
006050         GIVING CVCI-DAY-LEAP-400.
006060     COMPUTE CVCI-DAY-LEAP-WORK =
006070         CVCI-DAY-LEAP-4 - CVCI-DAY-LEAP-100 + CVCI-DAY-LEAP-400.
006080     COMPUTE CVCI-DAY-NUMBER =
006090         CVCI-DAY-YEAR-WORK * 365
006100         + CVCI-DAY-LEAP-WORK
006110         + CVCI-MONTH-DAYS(CVCI-DATE-WORK-MONTH)
006120         + CVCI-DATE-WORK-DAY.
006130     IF CVCI-DATE-WORK-MONTH > 02
006140         DIVIDE CVCI-DATE-WORK-YEAR BY 4
006150             GIVING CVCI-DAY-YEAR-WORK
006160             REMAINDER CVCI-DAY-LEAP-WORK
006170         IF CVCI-DAY-LEAP-WORK = ZERO
006180             DIVIDE CVCI-DATE-WORK-YEAR BY 100
006190                 GIVING CVCI-DAY-YEAR-WORK
006200                 REMAINDER CVCI-DAY-LEAP-WORK
006210             IF CVCI-DAY-LEAP-WORK NOT = ZERO
006220                 ADD 1 TO CVCI-DAY-NUMBER
006230             ELSE
006240                 DIVIDE CVCI-DATE-WORK-YEAR BY 400
006250                     GIVING CVCI-DAY-YEAR-WORK
006260                     REMAINDER CVCI-DAY-LEAP-WORK
006270                 IF CVCI-DAY-LEAP-WORK = ZERO
006280                     ADD 1 TO CVCI-DAY-NUMBER
006290                 END-IF
006300             END-IF
006310         END-IF
006320     END-IF.
006330 8100-EXIT.
006340     EXIT.
006350*****************************************************************
006360*    9000-RETURN-TRANSID                                        *
006370*****************************************************************
006380 9000-RETURN-TRANSID.
006390     EXEC CICS
006400         RETURN TRANSID('CVCI') COMMAREA(CVCI-COMMAREA)
006410             LENGTH(15)
006420     END-EXEC.
006430 9000-EXIT.
006440     EXIT.
