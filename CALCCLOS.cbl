000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCCLOS                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      BUSINESS-DAY CLOSE.  CALCULADORA AND CALCBAT USED TO     *
000090*      STAMP LDG-DATE FROM THE SYSTEM CLOCK, SO A CALCULATION   *
000100*      RUN AT 23:58, OR A CALCBAT RERUN AFTER MIDNIGHT, COULD   *
000110*      POST INTO A DAY CALCRPT, CALCRECN AND CALCDIST HAD       *
000120*      ALREADY REPORTED, AND THE NEXT MORNING'S FIGURES NO      *
000130*      LONGER MATCHED WHAT WAS HANDED TO THE DEPARTMENTS.       *
000140*      BOTH NOW POST TO THE BUSINESS DATE OPEN ON THE BUSDATE   *
000150*      CONTROL FILE (LAYOUT IN CALCBDTE).  THIS PROGRAM RUNS    *
000160*      ONCE THE NIGHTLY REPORTS ARE OUT: IT FREEZES THE OPEN    *
000170*      BUSINESS DATE (BDT-LAST-CLOSED), OPENS THE NEXT WEEKDAY  *
000180*      FOR POSTING, AND PRINTS THE CLOSED DAY'S LEDGER COUNTS   *
000190*      BY SOURCE PROGRAM AS THE CLOSE RECORD.                   *
000200*                                                                *
000210*      THE CLOSE IS REFUSED (RC=8, BUSDATE UNCHANGED) WHILE A   *
000220*      CALCBAT RESTART IS STILL PENDING ON RESTARTF -- A        *
000230*      NONZERO CHECKPOINT COUNT MEANS THE LAST RUN DID NOT      *
000240*      FINISH, AND ITS REMAINING RECORDS BELONG TO THE DAY      *
000245*      BEING CLOSED -- AND WHEN THE BUSINESS DATE ON THE SYSIN  *
000250*      CARD IS NOT THE DATE OPEN ON BUSDATE.  THE CARD CARRIES  *
000255*      THE OPERATOR RUNNING THE CLOSE (COLS 1-8, "UNKNOWN "     *
000260*      WHEN BLANK) AND THE BUSINESS DATE BEING CLOSED (COLS     *
000265*      10-17, YYYYMMDD), SO A SECOND SUBMISSION THE SAME NIGHT  *
000270*      -- EVEN AFTER MIDNIGHT, WHEN THE DAY THE FIRST CLOSE     *
000275*      OPENED IS ALREADY THE CALENDAR DATE -- CANNOT CLOSE A    *
000280*      DAY NOTHING HAS BEEN POSTED TO YET.  THE CLOSE IS ALSO   *
000285*      REFUSED WHEN THE OPEN DATE IS AHEAD OF THE CALENDAR.     *
000290*      WHEN BUSDATE DOES NOT EXIST YET THE SYSTEM DATE IS       *
000295*      CLOSED (THE CARD MUST CARRY IT) AND THE FILE IS CREATED. *
000310*                                                                *
000320*   MODIFICATION HISTORY.                                       *
000330*      15/10/2026  DA   INITIAL VERSION.                        *
000332*      15/10/2026  DA   SYSIN CARD CARRIES THE BUSINESS DATE    *
000334*                       BEING CLOSED; RC=8 UNLESS IT IS THE     *
000336*                       DATE OPEN ON BUSDATE.                   *
000340*                                                                *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     CALCCLOS.
000380 AUTHOR.         D. ALMEIDA.
000390 INSTALLATION.   DATA PROCESSING CENTER.
000400 DATE-WRITTEN.   15/10/2026.
000410 DATE-COMPILED.  15/10/2026.
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. GNUCOBOL.
000450 OBJECT-COMPUTER. GNUCOBOL.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS WS-BUSDATE-STATUS.
000510
000520     SELECT RESTART-FILE ASSIGN TO "RESTARTF"
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS WS-RESTART-STATUS.
000550
000560     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS DYNAMIC
000590            RECORD KEY IS LDG-ENTRY-KEY
000600            ALTERNATE RECORD KEY IS LDG-REF-ID
000610                    WITH DUPLICATES
000620            ALTERNATE RECORD KEY IS LDG-OPER-ID
000630                    WITH DUPLICATES
000640            FILE STATUS IS WS-LEDGER-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BUSDATE-FILE
000690     RECORDING MODE IS F.
000700 COPY CALCBDTE.
000710
000720 FD  RESTART-FILE
000730     RECORDING MODE IS F.
000740 01  RESTART-RECORD.
000750     05  RST-CHECKPOINT-COUNT    PIC 9(08).
000760
000770 FD  LEDGER-FILE.
000780 COPY CALCLDGR.
000790
000800 WORKING-STORAGE SECTION.
000820 77  WS-CALCBAT-COUNT            PIC 9(08) COMP VALUE ZERO.
000830 77  WS-CALCULAD-COUNT           PIC 9(08) COMP VALUE ZERO.
000840 77  WS-OTHER-COUNT              PIC 9(08) COMP VALUE ZERO.
000850 77  WS-ENTRY-COUNT              PIC 9(08) COMP VALUE ZERO.
000860 77  WS-DATE-INT                 PIC S9(08) COMP VALUE ZERO.
000870 77  WS-WEEKDAY                  PIC S9(04) COMP VALUE ZERO.
000880 77  WS-WEEK-QUOT                PIC S9(08) COMP VALUE ZERO.
000890
000900 01  WS-BUSDATE-STATUS           PIC X(02).
000910     88  BUSDATE-OK              VALUE "00".
000920     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
000930
000940 01  WS-RESTART-STATUS           PIC X(02).
000950     88  RESTART-OK              VALUE "00".
000960     88  RESTART-NOT-FOUND       VALUE "05", "35".
000970
000980 01  WS-LEDGER-STATUS            PIC X(02).
000990     88  LEDGER-OK               VALUE "00".
001000     88  LEDGER-NOT-FOUND        VALUE "05", "35".
001010
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SW               PIC X(01) VALUE "N".
001040         88  END-OF-LEDGER       VALUE "Y".
001050
001060 01  WS-TODAY                    PIC 9(08).
001070 01  WS-NOW                      PIC 9(08).
001080 01  WS-CLOSE-DATE               PIC 9(08) VALUE ZERO.
001090 01  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
001091
001092 01  WS-CLOSE-CARD.
001093     05  WS-CLOSER-ID            PIC X(08) VALUE SPACES.
001094     05  FILLER                  PIC X(01) VALUE SPACE.
001095     05  WS-CARD-DATE-X          PIC X(08) VALUE SPACES.
001096     05  WS-CARD-DATE REDEFINES WS-CARD-DATE-X
001097                                 PIC 9(08).
001098     05  FILLER                  PIC X(63) VALUE SPACES.
001100
001110 01  WS-COUNT-DISPLAY            PIC ZZZZZZZ9.
001120
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
001170     PERFORM 1200-LOAD-BUS-DATE THRU 1200-EXIT.
001175     PERFORM 1300-CHECK-CARD-DATE THRU 1300-EXIT.
001180     PERFORM 2000-COUNT-LEDGER THRU 2000-EXIT.
001190     PERFORM 3000-CLOSE-DAY THRU 3000-EXIT.
001200     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
001210     STOP RUN.
001220
001230 1000-INITIALIZE.
001240     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001250     ACCEPT WS-NOW FROM TIME.
001260     ACCEPT WS-CLOSE-CARD.
001270     IF WS-CLOSER-ID = SPACES
001280         MOVE "UNKNOWN " TO WS-CLOSER-ID
001290     END-IF.
001300 1000-EXIT.
001310     EXIT.
001320
001330*    A NONZERO CHECKPOINT IS AN UNFINISHED CALCBAT RUN: CALCBAT
001340*    RESETS THE COUNTER TO ZERO ONLY WHEN IT REACHES END OF
001350*    FILE.  A MISSING RESTARTF MEANS NO RUN HAS EVER
001360*    CHECKPOINTED, WHICH IS NOT A PENDING RESTART.
001370 1100-CHECK-RESTART.
001380     OPEN INPUT RESTART-FILE.
001390     IF RESTART-NOT-FOUND
001400         GO TO 1100-EXIT
001410     END-IF.
001420     IF NOT RESTART-OK
001430         DISPLAY "RESTARTF COULD NOT BE OPENED - STATUS "
001440                 WS-RESTART-STATUS
001450         MOVE 16 TO RETURN-CODE
001460         STOP RUN
001470     END-IF.
001480     READ RESTART-FILE
001490         AT END
001500             MOVE ZERO TO RST-CHECKPOINT-COUNT
001510     END-READ.
001520     CLOSE RESTART-FILE.
001530     IF RST-CHECKPOINT-COUNT > ZERO
001540         MOVE RST-CHECKPOINT-COUNT TO WS-COUNT-DISPLAY
001550         DISPLAY "CALCBAT RESTART PENDING - CHECKPOINT "
001560                 WS-COUNT-DISPLAY
001570         DISPLAY "COMPLETE THE CALCBAT RESTART BEFORE THE CLOSE"
001580                 " - BUSINESS DATE NOT CLOSED"
001590         MOVE 8 TO RETURN-CODE
001600         STOP RUN
001610     END-IF.
001620 1100-EXIT.
001630     EXIT.
001640
001650 1200-LOAD-BUS-DATE.
001660     MOVE WS-TODAY TO WS-CLOSE-DATE.
001670     OPEN INPUT BUSDATE-FILE.
001680     IF BUSDATE-NOT-FOUND
001690         DISPLAY "BUSDATE NOT FOUND - CLOSING THE SYSTEM DATE"
001700         GO TO 1200-EXIT
001710     END-IF.
001720     IF NOT BUSDATE-OK
001730         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
001740                 WS-BUSDATE-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     READ BUSDATE-FILE
001790         AT END
001800             DISPLAY "BUSDATE IS EMPTY - CLOSING THE SYSTEM DATE"
001810         NOT AT END
001820             MOVE BDT-OPEN-DATE TO WS-CLOSE-DATE
001830     END-READ.
001840     CLOSE BUSDATE-FILE.
001850     IF WS-CLOSE-DATE > WS-TODAY
001860         DISPLAY "BUSINESS DATE " WS-CLOSE-DATE
001870                 " IS AHEAD OF THE SYSTEM DATE " WS-TODAY
001880         DISPLAY "ALREADY CLOSED - BUSINESS DATE NOT CLOSED"
001890         MOVE 8 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920 1200-EXIT.
001930     EXIT.
001931
001932*    THE OPERATOR STATES WHICH DAY IS BEING CLOSED.  ANY OTHER
001933*    DATE -- ABOVE ALL THE DAY THE LAST CLOSE HAS JUST OPENED --
001934*    IS REFUSED WITH BUSDATE UNCHANGED.
001935 1300-CHECK-CARD-DATE.
001936     IF WS-CARD-DATE-X IS NUMERIC
001937         IF WS-CARD-DATE = WS-CLOSE-DATE
001938             GO TO 1300-EXIT
001939         END-IF
001940     END-IF.
001941     DISPLAY "SYSIN CLOSE DATE '" WS-CARD-DATE-X
001942             "' IS NOT THE OPEN BUSINESS DATE " WS-CLOSE-DATE.
001943     DISPLAY "CHECK THE SYSIN CARD - BUSINESS DATE NOT CLOSED".
001944     MOVE 8 TO RETURN-CODE.
001945     STOP RUN.
001946 1300-EXIT.
001947     EXIT.
001948
001950 2000-COUNT-LEDGER.
001960     OPEN INPUT LEDGER-FILE.
001970     IF LEDGER-NOT-FOUND
001980         GO TO 2000-EXIT
001990     END-IF.
002000     IF NOT LEDGER-OK
002010         DISPLAY "LEDGER COULD NOT BE OPENED - STATUS "
002020                 WS-LEDGER-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     MOVE WS-CLOSE-DATE TO LDG-DATE.
002070     MOVE ZERO TO LDG-TIME LDG-SEQ.
002080     START LEDGER-FILE KEY IS NOT LESS THAN LDG-ENTRY-KEY
002090         INVALID KEY
002100             SET END-OF-LEDGER TO TRUE
002110     END-START.
002120     IF NOT END-OF-LEDGER
002130         PERFORM 2100-READ-LEDGER THRU 2100-EXIT
002140     END-IF.
002150     PERFORM 2050-TALLY-ENTRY THRU 2050-EXIT
002160         UNTIL END-OF-LEDGER.
002170     CLOSE LEDGER-FILE.
002180 2000-EXIT.
002190     EXIT.
002200
002210 2050-TALLY-ENTRY.
002220     IF LDG-DATE NOT = WS-CLOSE-DATE
002230         SET END-OF-LEDGER TO TRUE
002240         GO TO 2050-EXIT
002250     END-IF.
002260     ADD 1 TO WS-ENTRY-COUNT.
002270     IF LDG-SOURCE-PGM = "CALCBAT "
002280         ADD 1 TO WS-CALCBAT-COUNT
002290     ELSE
002300         IF LDG-SOURCE-PGM = "CALCULAD"
002310             ADD 1 TO WS-CALCULAD-COUNT
002320         ELSE
002330             ADD 1 TO WS-OTHER-COUNT
002340         END-IF
002350     END-IF.
002360     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
002370 2050-EXIT.
002380     EXIT.
002390
002400 2100-READ-LEDGER.
002410     READ LEDGER-FILE NEXT RECORD
002420         AT END
002430             SET END-OF-LEDGER TO TRUE
002440     END-READ.
002450 2100-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490*   THE NEXT BUSINESS DATE IS THE NEXT WEEKDAY.  DAY 1 OF THE   *
002500*   INTEGER-OF-DATE CALENDAR (01/01/1601) IS A MONDAY, SO THE   *
002510*   REMAINDER OF (DAY - 1) / 7 IS 0 FOR MONDAY THROUGH 6 FOR    *
002520*   SUNDAY.  A HOLIDAY IS HANDLED BY RUNNING THE CLOSE AGAIN    *
002530*   ON THE HOLIDAY ITSELF, WITH NOTHING POSTED.                 *
002540******************************************************************
002550 3000-CLOSE-DAY.
002560     COMPUTE WS-DATE-INT
002570             = FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE) + 1.
002580     COMPUTE WS-WEEK-QUOT = WS-DATE-INT - 1.
002590     DIVIDE WS-WEEK-QUOT BY 7 GIVING WS-WEEK-QUOT
002600         REMAINDER WS-WEEKDAY.
002610     IF WS-WEEKDAY = 5
002620         ADD 2 TO WS-DATE-INT
002630     END-IF.
002640     IF WS-WEEKDAY = 6
002650         ADD 1 TO WS-DATE-INT
002660     END-IF.
002670     COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002680     MOVE WS-NEXT-DATE TO BDT-OPEN-DATE.
002690     MOVE WS-CLOSE-DATE TO BDT-LAST-CLOSED.
002700     MOVE WS-TODAY TO BDT-CLOSED-ON-DATE.
002710     MOVE WS-NOW TO BDT-CLOSED-ON-TIME.
002720     MOVE WS-CLOSER-ID TO BDT-CLOSED-BY.
002730     OPEN OUTPUT BUSDATE-FILE.
002740     IF NOT BUSDATE-OK
002750         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
002760                 WS-BUSDATE-STATUS
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     WRITE BUSDATE-RECORD.
002810     IF NOT BUSDATE-OK
002820         DISPLAY "BUSDATE WRITE FAILED - STATUS "
002830                 WS-BUSDATE-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     CLOSE BUSDATE-FILE.
002880 3000-EXIT.
002890     EXIT.
002900
002910 4000-PRINT-SUMMARY.
002920     DISPLAY "CALCCLOS - BUSINESS-DAY CLOSE".
002930     DISPLAY "  BUSINESS DATE CLOSED:      " WS-CLOSE-DATE.
002940     DISPLAY "  NEXT BUSINESS DATE OPEN:   " WS-NEXT-DATE.
002950     DISPLAY "  CLOSED ON:                 " WS-TODAY " " WS-NOW.
002960     DISPLAY "  CLOSED BY:                 " WS-CLOSER-ID.
002970     MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY.
002980     DISPLAY "  LEDGER ENTRIES ON THE DAY: " WS-COUNT-DISPLAY.
002990     MOVE WS-CALCBAT-COUNT TO WS-COUNT-DISPLAY.
003000     DISPLAY "    POSTED BY CALCBAT:       " WS-COUNT-DISPLAY.
003010     MOVE WS-CALCULAD-COUNT TO WS-COUNT-DISPLAY.
003020     DISPLAY "    POSTED BY CALCULADORA:   " WS-COUNT-DISPLAY.
003030     MOVE WS-OTHER-COUNT TO WS-COUNT-DISPLAY.
003040     DISPLAY "    POSTED BY OTHER SOURCES: " WS-COUNT-DISPLAY.
003050 4000-EXIT.
003060     EXIT.
003070
003080 END PROGRAM CALCCLOS.
