000120*      RUN CARRIES THE DELIBERATE-RESUBMIT OVERRIDE CARD.       *
000130*      CALCARCH PURGES THE REGISTRY IN STEP WITH THE LEDGER'S   *
000140*      MONTH-END RETENTION CUT, USING REG-POST-DATE.            *
000143*      CALCRBLD REBUILDS IT FROM THE LEDGER'S CALCBAT ENTRIES   *
000146*      WHEN IT IS LOST OR OUT OF DATE.                          *
000150*                                                                *
000160*   MODIFICATION HISTORY.                                       *
000170*      02/09/2026  DA   INITIAL VERSION.                        *
000175*      15/10/2026  DA   NOTE ON THE CALCRBLD REBUILD.           *
000180*                                                                *
000190******************************************************************
000200 01  REGISTRY-RECORD.
