000210*                                                               *
000220*   MODIFICATION HISTORY.                                      *
000230*       2026-08-22  RM  ORIGINAL VERSION.                      *
000232*       2026-10-15  RM  PF5 TRANSFERS TO THE CV310 CANDIDATE    *
000234*                       360 INQUIRY FOR THE CANDIDATE LAST      *
000236*                       SHOWN - CVMAST DETAILS, EVERY CVHIST    *
000238*                       NODE AND EVERY CVPIPE RECORD.           *
000240*                                                               *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000600*    FIRST TIME THROUGH (NO COMMAREA) PAINTS AN EMPTY SCREEN;   *
000610*    AFTER THAT EVERY ENTER RUNS ONE INQUIRY AND RETURNS WITH   *
000620*    THE TRANSID SO THE TERMINAL STAYS ON THE SCREEN.  PF3      *
000630*    EXITS, CLEAR REPAINTS EMPTY.  PF5 XCTLS TO CV310 WITH THE  *
000633*    COMMAREA, SO THE 360 SCREEN OPENS ON THE CANDIDATE LAST    *
000636*    INQUIRED ON HERE.                                          *
000640*****************************************************************
000650 0000-MAINLINE.
000660     IF EIBCALEN = ZERO
000760             RETURN
000770         END-EXEC
000780     END-IF.
000781     IF EIBAID = DFHPF5
000782         MOVE DFHCOMMAREA TO CVQ-COMMAREA
000783         EXEC CICS
000784             XCTL PROGRAM('CV310') COMMAREA(CVQ-COMMAREA)
000785                 LENGTH(10)
000786         END-EXEC
000787     END-IF.
000790     IF EIBAID = DFHCLEAR
000800         PERFORM 1000-SEND-FRESH-MAP THRU 1000-EXIT
000810         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
