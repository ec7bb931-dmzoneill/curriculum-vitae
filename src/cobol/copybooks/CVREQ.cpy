000080*   TRANSACTION.  CV100 MATCHES CANDIDATES AGAINST OPEN         *
000090*   REQUISITIONS ONLY; A FILLED OR CANCELLED REQUISITION        *
000100*   STAYS ON FILE FOR THE RECORD BUT PRODUCES NO SHORTLIST.     *
000101*                                                                *
000102*   CVR-HEADCOUNT IS THE NUMBER OF POSTS THE REQUISITION IS     *
000103*   FOR AND CVR-HIRED-COUNT THE HIRES CV600 HAS COUNTED         *
000104*   AGAINST IT; THE HIRE THAT REACHES THE HEADCOUNT CLOSES IT   *
000105*   AS FILLED.  RECORDS WRITTEN BEFORE THE FIELDS EXISTED HOLD  *
000106*   SPACES THERE, READ AS A HEADCOUNT OF ONE AND NO HIRES.      *
000110*                                                                *
000120*   MODIFICATION HISTORY.                                       *
000130*       2026-09-01  RM  ORIGINAL LAYOUT.                        *
000131*       2026-10-15  RM  HEADCOUNT AND HIRED-TO-DATE ADDED,      *
000132*                       TAKEN OUT OF THE FILLER SO THE RECORD   *
000133*                       LENGTH IS UNCHANGED.                    *
000140*                                                                *
000150******************************************************************
000160 05  CVR-REQ-ID                  PIC X(08).
000270     10  CVR-SKILL-TYPE          PIC X(01).
000280         88  CVR-SKILL-REQUIRED      VALUE 'R'.
000290         88  CVR-SKILL-DESIRABLE     VALUE 'D'.
000300 05  CVR-HEADCOUNT               PIC 9(03).
000301 05  CVR-HIRED-COUNT             PIC 9(03).
000302 05  FILLER                      PIC X(12).
