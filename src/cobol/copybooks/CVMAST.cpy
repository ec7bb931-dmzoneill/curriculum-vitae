000117*                       RECORD GOES INACTIVE AND POINTS AT THE  *
000118*                       SURVIVING CANDIDATE, AND CV100 RE-KEYS  *
000119*                       THE LOSER'S NODES TO THE SURVIVOR.      *
000120*       2026-10-15  RM  CONSENT-GIVEN AND CONSENT-EXPIRY DATES  *
000121*                       CARVED OUT OF THE FILLER, MAINTAINED BY *
000122*                       CV200 AND READ BY THE CV830 CONSENT     *
000123*                       RUN.  THE FILLER HAD ONLY 14 BYTES, SO  *
000124*                       BOTH ARE PACKED (5 BYTES EACH) AND THE  *
000125*                       RECORD STAYS AT 150.  A RECORD WRITTEN  *
000126*                       BEFORE THEN HOLDS SPACES THERE, WHICH   *
000127*                       FAILS A NUMERIC TEST - READ THAT, LIKE  *
000128*                       ZERO, AS NO CONSENT RECORDED.           *
000129*                                                                *
000130******************************************************************
000140 05  CVM-CANDIDATE-ID            PIC X(10).
000150 05  CVM-NAME                    PIC X(30).
000200     88  CVM-STATUS-ACTIVE           VALUE 'A'.
000210     88  CVM-STATUS-INACTIVE         VALUE 'I'.
000220 05  CVM-MERGED-INTO-ID          PIC X(10).
000223 05  CVM-CONSENT-GIVEN-DATE      PIC 9(08) COMP-3.
000226 05  CVM-CONSENT-EXPIRY-DATE     PIC 9(08) COMP-3.
000230 05  FILLER                      PIC X(04).
