000010******************************************************************
000020*                                                                *
000030*   COPYBOOK:    CALCOJRN                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   PURPOSE:                                                    *
000060*      RECORD LAYOUT FOR THE OPERATOR MASTER CHANGE JOURNAL     *
000070*      (OPERJRNL).  CALCOPMT APPENDS ONE RECORD FOR EVERY ADD,  *
000080*      CHANGE, DEACTIVATION AND REACTIVATION IT APPLIES TO      *
000090*      OPERMST, CARRYING THE OPERATOR RECORD AS IT WAS BEFORE   *
000100*      (SPACES FOR AN ADD) AND AS IT WAS WRITTEN, THE DATE AND  *
000110*      TIME, AND THE ID OF THE MAINTAINER SIGNED ON TO          *
000120*      CALCOPMT.  THE IMAGES ARE THE 49-BYTE CALCOPER LAYOUT,   *
000130*      SO THE AUTHORISATION HISTORY OF ANY OPERATOR CAN BE      *
000140*      READ STRAIGHT OFF THE FILE.  THE FILE IS APPEND-ONLY.    *
000150*                                                                *
000160*   MODIFICATION HISTORY.                                       *
000170*      15/10/2026  DA   INITIAL VERSION.                        *
000180*                                                                *
000190******************************************************************
000200 01  OPER-JOURNAL-RECORD.
000210     05  OJ-DATE                 PIC 9(08).
000220     05  OJ-TIME                 PIC 9(08).
000230     05  OJ-MAINT-ID             PIC X(08).
000240     05  OJ-ACTION               PIC X(01).
000250         88  OJ-ADD              VALUE "A".
000260         88  OJ-CHANGE           VALUE "C".
000270         88  OJ-DEACTIVATE       VALUE "D".
000280         88  OJ-REACTIVATE       VALUE "R".
000290     05  OJ-OPER-ID              PIC X(08).
000300     05  OJ-BEFORE-IMAGE         PIC X(49).
000310     05  OJ-AFTER-IMAGE          PIC X(49).
000320     05  FILLER                  PIC X(19).
