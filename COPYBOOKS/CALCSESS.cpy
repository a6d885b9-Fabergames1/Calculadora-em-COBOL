000010******************************************************************
000020*                                                                *
000030*   COPYBOOK:    CALCSESS                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   PURPOSE:                                                    *
000060*      RECORD LAYOUTS FOR THE CALCULADORA SESSION FILE          *
000070*      (SESSMST, KSDS KEYED ON THE 7-DIGIT SESSION NUMBER,      *
000080*      KEY 7,0, RECORDSIZE 80).  EVERY CALCULADORA SIGN-ON      *
000090*      OPENS A SESSION UNDER THE NEXT NUMBER AND EVERY          *
000100*      CALCULATION IN IT POSTS TO THE LEDGER WITH THAT NUMBER   *
000110*      IN LDG-REF-ID (SEE LDG-SESSION-REF IN CALCLDGR).  AT     *
000120*      SIGN-OFF THE SESSION IS CLOSED WITH ITS CALCULATION AND  *
000130*      ERROR COUNTS, SO CALCINQ CAN CHECK A TAPE AGAINST THE    *
000140*      LEDGER.  KEY 0000000 HOLDS THE CONTROL RECORD            *
000150*      (SESSION-CONTROL-RECORD) CARRYING THE LAST NUMBER        *
000160*      ISSUED.  RECORDS ARE NEVER DELETED.                      *
000170*                                                                *
000180*   MODIFICATION HISTORY.                                       *
000190*      15/10/2026  DA   INITIAL VERSION.                        *
000200*                                                                *
000210******************************************************************
000220 01  SESSION-RECORD.
000230     05  SS-SESSION-NBR          PIC 9(07).
000240     05  SS-OPER-ID              PIC X(08).
000250*        BUSINESS DATE OPEN AT SIGN-ON.
000260     05  SS-BUS-DATE             PIC 9(08).
000270     05  SS-START-DATE           PIC 9(08).
000280     05  SS-START-TIME           PIC 9(08).
000290     05  SS-END-DATE             PIC 9(08).
000300     05  SS-END-TIME             PIC 9(08).
000310     05  SS-STATUS               PIC X(01).
000320         88  SS-OPEN             VALUE "A".
000330         88  SS-CLOSED           VALUE "F".
000340     05  SS-CALC-COUNT           PIC 9(05).
000350     05  SS-ERROR-COUNT          PIC 9(05).
000360     05  FILLER                  PIC X(14).
000370 01  SESSION-CONTROL-RECORD.
000380     05  SC-KEY                  PIC 9(07).
000390     05  SC-LAST-SESSION-NBR     PIC 9(07).
000400     05  SC-LAST-ISSUE-DATE      PIC 9(08).
000410     05  SC-LAST-ISSUE-TIME      PIC 9(08).
000420     05  FILLER                  PIC X(50).
