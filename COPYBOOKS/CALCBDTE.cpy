000010******************************************************************
000020*                                                                *
000030*   COPYBOOK:    CALCBDTE                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   PURPOSE:                                                    *
000060*      RECORD LAYOUT FOR THE BUSINESS-DATE CONTROL FILE         *
000070*      (BUSDATE), A SINGLE RECORD NAMING THE BUSINESS DATE      *
000080*      CURRENTLY OPEN FOR POSTING AND THE LAST ONE CLOSED.      *
000090*      CALCULADORA AND CALCBAT STAMP LDG-DATE WITH              *
000100*      BDT-OPEN-DATE INSTEAD OF THE SYSTEM CLOCK, SO A          *
000110*      CALCULATION RUN AFTER THE NIGHTLY REPORTS (OR A CALCBAT  *
000120*      RERUN AFTER MIDNIGHT) CANNOT LAND IN A DAY ALREADY       *
000130*      HANDED TO THE DEPARTMENTS.  CALCRPT AND CALCRECN REPORT  *
000140*      THE OPEN BUSINESS DATE.  CALCCLOS, RUN AFTER THE         *
000150*      NIGHTLY REPORTS, FREEZES THE OPEN DATE INTO              *
000160*      BDT-LAST-CLOSED AND OPENS THE NEXT WEEKDAY.  WHEN THE    *
000170*      FILE DOES NOT EXIST YET THE READERS FALL BACK TO THE     *
000180*      SYSTEM DATE, THE BEHAVIOUR BEFORE THE FILE WAS ADDED.    *
000190*                                                                *
000200*   MODIFICATION HISTORY.                                       *
000210*      15/10/2026  DA   INITIAL VERSION.                        *
000220*                                                                *
000230******************************************************************
000240 01  BUSDATE-RECORD.
000250     05  BDT-OPEN-DATE           PIC 9(08).
000260     05  BDT-LAST-CLOSED         PIC 9(08).
000270     05  BDT-CLOSED-ON-DATE      PIC 9(08).
000280     05  BDT-CLOSED-ON-TIME      PIC 9(08).
000290     05  BDT-CLOSED-BY           PIC X(08).
