000010******************************************************************
000020*                                                                *
000030*   COPYBOOK:    CALCPEXC                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   PURPOSE:                                                    *
000060*      RECORD LAYOUT FOR THE PENDING-EXCEPTION FILE (PENDEXC),  *
000070*      THE KEYED FILE OF HIGH-VALUE RESULTS HELD BACK FROM      *
000080*      DISTRIBUTION.  CALCBAT STILL POSTS THE LEDGER ENTRY BUT  *
000090*      WRITES THE OUTFILE LINE HERE (PX-OUT-IMAGE, THE SAME     *
000100*      131 BYTES) WITH STATUS HELD WHEN A RESULT IS OVER ITS    *
000110*      THRESHOLD (SEE CALCTHRS).  THE KEY IS THE LEDGER ENTRY   *
000120*      KEY OF THE POSTING, SO EVERY EXCEPTION TRACES TO ITS     *
000130*      LEDGER ENTRY AND CALCRECN CAN COUNT THE DAY'S HELD LINES *
000140*      BACK INTO THE OUTFILE SIDE OF ITS BALANCE.               *
000150*      LIFE CYCLE:  H  HELD BY CALCBAT                          *
000160*                   R  RELEASED BY A SUPERVISOR (CALCSUPV)      *
000170*                   D  DECLINED BY A SUPERVISOR (CALCSUPV)      *
000180*                   S  RELEASED LINE SENT TO CALCDIST (CALCRELS)*
000190*                   N  DECLINE REPORTED TO THE SUBMITTER        *
000200*                      (CALCRELS)                               *
000210*      ENTRIES ARE NEVER DELETED, SO THE FILE IS THE AUDIT      *
000220*      TRAIL OF WHO RELEASED OR DECLINED WHAT, AND WHEN.        *
000230*                                                                *
000240*   MODIFICATION HISTORY.                                       *
000250*      15/10/2026  DA   INITIAL VERSION.                        *
000260*                                                                *
000270******************************************************************
000280 01  EXCEPTION-RECORD.
000290     05  PX-ENTRY-KEY.
000300         10  PX-LDG-DATE         PIC 9(08).
000310         10  PX-LDG-TIME         PIC 9(08).
000320         10  PX-LDG-SEQ          PIC 9(04).
000330     05  PX-STATUS               PIC X(01).
000340         88  PX-HELD             VALUE "H".
000350         88  PX-RELEASED         VALUE "R".
000360         88  PX-DECLINED         VALUE "D".
000370         88  PX-DISTRIBUTED      VALUE "S".
000380         88  PX-RETURNED         VALUE "N".
000390     05  PX-DEPT-CODE            PIC X(02).
000400     05  PX-REF-ID               PIC X(08).
000410     05  PX-SUBMITTER-ID         PIC X(08).
000420     05  PX-OPER-CODE            PIC 9(01).
000430     05  PX-OVER-AMOUNT          PIC S9(13)V99 SIGN IS
000440                                 TRAILING SEPARATE.
000450     05  PX-LIMIT                PIC 9(13)V99.
000460     05  PX-SUPV-ID              PIC X(08).
000470     05  PX-DECISION-DATE        PIC 9(08).
000480     05  PX-DECISION-TIME        PIC 9(08).
000490     05  PX-DECLINE-REASON       PIC X(30).
000500     05  PX-SENT-DATE            PIC 9(08).
000510     05  PX-OUT-IMAGE            PIC X(131).
