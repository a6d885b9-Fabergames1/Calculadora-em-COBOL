000010******************************************************************
000020*                                                                *
000030*   COPYBOOK:    CALCTHRS                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   PURPOSE:                                                    *
000060*      RECORD LAYOUT FOR THE HIGH-VALUE THRESHOLD PARAMETER     *
000070*      FILE (THRESHLD), ONE 80-BYTE CARD PER LIMIT.  A RESULT   *
000080*      WHOSE ABSOLUTE VALUE IS OVER THE LIMIT FOR ITS           *
000090*      DEPARTMENT AND OPERATION IS NOT SENT TO OUTFILE: CALCBAT *
000100*      HOLDS IT ON THE PENDING-EXCEPTION FILE (PENDEXC, SEE     *
000110*      CALCPEXC) UNTIL A SUPERVISOR RELEASES OR DECLINES IT     *
000120*      WITH CALCSUPV.                                           *
000130*      THR-DEPT-CODE "**" APPLIES TO EVERY DEPARTMENT;          *
000140*      THR-OPER-CODE ZERO APPLIES TO EVERY OPERATION.  CODES    *
000150*      1-4 AND 6-8 ARE THE MENU CODES OF THE OPERATION WHOSE    *
000160*      RESULT IS TESTED (A "TODAS" TRANSACTION TESTS EACH OF    *
000170*      ITS RESULTS AGAINST THAT OPERATION'S OWN LIMIT), SO 5    *
000180*      IS NOT A VALID CODE HERE.  THE MOST SPECIFIC CARD WINS:  *
000190*      DEPARTMENT AND OPERATION, THEN DEPARTMENT, THEN "**"     *
000200*      AND OPERATION, THEN "**".  NO CARD MEANS NO LIMIT.       *
000210*      A CARD WITH AN ASTERISK IN COLUMN 1 AND A BLANK          *
000220*      COLUMN 2 IS A COMMENT.                                   *
000230*                                                                *
000240*   MODIFICATION HISTORY.                                       *
000250*      15/10/2026  DA   INITIAL VERSION.                        *
000260*                                                                *
000270******************************************************************
000280 01  THRESHOLD-RECORD.
000290     05  THR-DEPT-CODE           PIC X(02).
000300         88  THR-ANY-DEPT        VALUE "**".
000310         88  THR-COMMENT         VALUE "* ".
000320     05  THR-OPER-CODE           PIC 9(01).
000330         88  THR-ANY-OPER        VALUE 0.
000340     05  THR-LIMIT               PIC 9(13)V99.
000350     05  FILLER                  PIC X(62).
