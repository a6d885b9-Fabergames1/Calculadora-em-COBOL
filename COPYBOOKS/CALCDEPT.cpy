000010******************************************************************
000020*                                                                *
000030*   COPYBOOK:    CALCDEPT                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   PURPOSE:                                                    *
000060*      RECORD LAYOUT FOR THE DEPARTMENT MASTER (DEPTMST), THE   *
000070*      KEYED FILE OF EVERY DEPARTMENT CODE THAT MAY SUBMIT      *
000080*      WORK.  THE DEPARTMENT USED TO BE JUST TWO BYTES -- THE   *
000090*      REF-ID PREFIX, THE HDR DEPARTMENT, BC-DEPT-CODE AND      *
000100*      OPM-DEPT-CODE -- WITH NOTHING SAYING WHICH CODES WERE    *
000110*      REAL.  CALCDPMT MAINTAINS THIS FILE; CALCEDIT REJECTS A  *
000120*      BATCH WHOSE HDR DEPARTMENT IS NOT ON FILE OR IS CLOSED,  *
000130*      CALCOPMT REFUSES AN OPERATOR DEPARTMENT NOT ON FILE,     *
000140*      AND CALCDIST AND CALCRPT PRINT DPM-NAME BESIDE THE       *
000150*      CODE.  DPM-DEST IS THE DISTRIBUTION DESTINATION          *
000160*      OPERATIONS BURSTS THE DEPARTMENT'S REPORTS TO.  A        *
000170*      DEPARTMENT IS CLOSED, NEVER DELETED, SO OLD LEDGER       *
000180*      ENTRIES AND OPERATORS STILL RESOLVE TO A NAME.           *
000190*                                                                *
000200*   MODIFICATION HISTORY.                                       *
000210*      15/10/2026  DA   INITIAL VERSION.                        *
000220*                                                                *
000230******************************************************************
000240 01  DEPARTMENT-RECORD.
000250     05  DPM-DEPT-CODE           PIC X(02).
000260     05  DPM-NAME                PIC X(30).
000270     05  DPM-CONTACT             PIC X(30).
000280     05  DPM-DEST                PIC X(08).
000290     05  DPM-ACTIVE-SW           PIC X(01).
000300         88  DPM-ACTIVE          VALUE "A".
000310         88  DPM-CLOSED          VALUE "C".
