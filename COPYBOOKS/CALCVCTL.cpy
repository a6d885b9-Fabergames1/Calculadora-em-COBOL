000010******************************************************************
000020*                                                                *
000030*   COPYBOOK:    CALCVCTL                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   PURPOSE:                                                    *
000060*      RECORD LAYOUT FOR THE LEDGER VERIFICATION CONTROL FILE   *
000070*      (VRFYCTL, KSDS KEYED ON VC-DATE, RECORDSIZE              *
000080*      80).  CALCVRFY WRITES ONE RECORD THE FIRST TIME IT SEES  *
000090*      A CLOSED BUSINESS DAY ON THE LEDGER: THE DAY'S ENTRY     *
000100*      COUNT, THE CONTROL HASH OF THE DAY'S ENTRIES IN KEY      *
000110*      ORDER, AND THE RUNNING HASH CHAIN CARRIED INTO AND OUT   *
000120*      OF THE DAY (EACH DAY'S CHAIN STARTS FROM THE PRIOR       *
000130*      DAY'S CLOSING VALUE).  LATER RUNS RECOMPUTE THE SAME     *
000140*      FIGURES AND COMPARE, SO AN ENTRY DELETED, INSERTED OR    *
000150*      ALTERED AFTER THE DAY CLOSED -- OR A WHOLE DAY DROPPED   *
000160*      -- IS REPORTED.  THE STORED FIGURES ARE NEVER            *
000170*      OVERWRITTEN; VC-LAST-CHECK IS THE ONLY FIELD A LATER     *
000180*      RUN UPDATES.                                             *
000190*                                                                *
000200*   MODIFICATION HISTORY.                                       *
000210*      15/10/2026  DA   INITIAL VERSION.                        *
000220*                                                                *
000230******************************************************************
000240 01  VERIFY-CONTROL-RECORD.
000250     05  VC-DATE                 PIC 9(08).
000260     05  VC-ENTRY-COUNT          PIC 9(07).
000270     05  VC-DAY-HASH             PIC 9(12).
000280     05  VC-CHAIN-IN             PIC 9(12).
000290     05  VC-CHAIN-OUT            PIC 9(12).
000300     05  VC-RECORDED-DATE        PIC 9(08).
000310     05  VC-LAST-CHECK.
000320         10  VC-LAST-CHECK-DATE  PIC 9(08).
000330         10  VC-LAST-CHECK-TIME  PIC 9(08).
000340     05  FILLER                  PIC X(05).
