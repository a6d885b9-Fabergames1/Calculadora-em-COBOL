001880*                       LDG-OPER-ID (WITH DUPLICATES), KEPT IN   *
001890*                       STEP ON EVERY WRITE, SO CALCINQ CAN      *
001900*                       SEARCH BY REFERENCE OR OPERATOR.         *
001901*      15/10/2026  DA   LEDGER ENTRIES AND REGISTRY POSTING     *
001902*                       DATES NOW CARRY THE BUSINESS DATE OPEN  *
001903*                       ON THE BUSDATE CONTROL FILE (SEE        *
001904*                       CALCBDTE) INSTEAD OF THE SYSTEM DATE,   *
001905*                       SO A RUN PAST MIDNIGHT CANNOT POST INTO *
001906*                       A DAY ALREADY REPORTED.  A BATCHCTL     *
001907*                       BUSINESS DATE LATER THAN THE OPEN DATE  *
001908*                       (PRIOR DAY NOT YET CLOSED BY CALCCLOS)  *
001909*                       FAILS THE RUN RC=8 BEFORE ANY RECORD IS *
001910*                       PROCESSED; AN EARLIER ONE (LATE BATCH)  *
001911*                       POSTS TO THE OPEN DATE AND IS FLAGGED   *
001912*                       ON RUNRPT WITH RC=4.  BOTH DATES PRINT  *
001913*                       ON RUNRPT.  A RUN THAT REACHES END OF   *
001914*                       FILE NOW RESETS THE RESTARTF CHECKPOINT *
001915*                       TO ZERO, SO A NONZERO CHECKPOINT ALWAYS *
001916*                       MEANS A RESTART IS PENDING (CALCCLOS    *
001917*                       REFUSES TO CLOSE THE DAY UNTIL IT IS    *
001918*                       COMPLETED); A RESUBMISSION AFTER A      *
001919*                       CLEAN RUN IS CAUGHT BY THE REGISTRY.    *
001920*      15/10/2026  DA   BATCHCTL NOW CARRIES ONE ENTRY PER      *
001921*                       DEPARTMENT GROUP CALCEDIT ACCEPTED, IN  *
001922*                       TRANFILE ORDER.  EACH RECORD IS TIED TO *
001923*                       ITS GROUP BY THE GROUP COUNTS, AND THE  *
001924*                       RUN REPORT PROVES EACH GROUP'S COUNT    *
001925*                       AND HASH TOTALS SEPARATELY.  THE        *
001926*                       BUSINESS-DATE CHECK IS NOW PER GROUP: A *
001927*                       GROUP DATED AFTER THE OPEN DATE IS NOT  *
001928*                       POSTED (COUNTED AS HELD, RC=4) WHILE    *
001929*                       THE OTHER GROUPS POST; A LATE GROUP IS  *
001930*                       FLAGGED ON ITS OWN LINE.  REGISTRY      *
001931*                       ENTRIES CARRY THEIR OWN GROUP'S         *
001932*                       DEPARTMENT AND HEADER DATE.             *
001933*      15/10/2026  DA   HIGH-VALUE RESULTS ARE HELD FOR         *
001934*                       SUPERVISOR REVIEW.  2200 TESTS EACH     *
001935*                       RESULT AGAINST THE THRESHLD LIMIT FOR   *
001936*                       ITS DEPARTMENT AND OPERATION (SEE       *
001937*                       CALCTHRS); A LINE OVER ITS LIMIT STILL  *
001938*                       POSTS TO THE LEDGER BUT GOES TO PENDEXC *
001939*                       (SEE CALCPEXC) WITH STATUS HELD INSTEAD *
001940*                       OF OUTFILE, UNTIL CALCSUPV RELEASES OR  *
001941*                       DECLINES IT.  THE RUN REPORT COUNTS THE *
001942*                       LINES HELD.                             *
001943*                                                                *
001944******************************************************************
001945 IDENTIFICATION DIVISION.
001946 PROGRAM-ID.     CALCBAT.
001950 AUTHOR.         D. ALMEIDA.
001960 INSTALLATION.   DATA PROCESSING CENTER.
001970 DATE-WRITTEN.   09/08/2026.
002480            RECORD KEY IS OPM-OPER-ID
002490            FILE STATUS IS WS-OPERMST-STATUS.
002500
002502     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
002504            ORGANIZATION IS SEQUENTIAL
002506            FILE STATUS IS WS-BUSDATE-STATUS.
002508
002509     SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD"
002510            ORGANIZATION IS SEQUENTIAL
002511            FILE STATUS IS WS-THRESHOLD-STATUS.
002512
002513     SELECT EXCEPTION-FILE ASSIGN TO "PENDEXC"
002514            ORGANIZATION IS INDEXED
002515            ACCESS MODE IS DYNAMIC
002516            RECORD KEY IS PX-ENTRY-KEY
002517            FILE STATUS IS WS-EXCEPTION-STATUS.
002518
002519 DATA DIVISION.
002520 FILE SECTION.
002530 FD  TRANS-FILE
002540     RECORDING MODE IS F.
003310 FD  OPERMST-FILE.
003320 COPY CALCOPER.
003330
003332 FD  BUSDATE-FILE
003334     RECORDING MODE IS F.
003336 COPY CALCBDTE.
003338
003339 FD  THRESHOLD-FILE
003340     RECORDING MODE IS F.
003341 COPY CALCTHRS.
003342
003343 FD  EXCEPTION-FILE.
003344 COPY CALCPEXC.
003345
003346 WORKING-STORAGE SECTION.
003350 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
003360 77  WS-SKIP-COUNT               PIC 9(08) COMP VALUE ZERO.
003370 77  WS-SUBMITTER-ID             PIC X(08) VALUE SPACES.
003420 77  WS-OVFL3-COUNT              PIC 9(08) COMP VALUE ZERO.
003430 77  WS-DIVERT-COUNT             PIC 9(08) COMP VALUE ZERO.
003440 77  WS-CHAIN-SKIP-COUNT         PIC 9(08) COMP VALUE ZERO.
003443 77  WS-DATE-HOLD-COUNT          PIC 9(08) COMP VALUE ZERO.
003446 77  WS-RUN-LAST-REC             PIC 9(08) COMP VALUE ZERO.
003447 77  WS-EXCEPTION-COUNT          PIC 9(08) COMP VALUE ZERO.
003448 77  WS-THR-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
003450 77  WS-ORIG-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
003460 77  WS-CROSSFOOT                PIC 9(08) COMP VALUE ZERO.
003470 77  WS-CHAIN-REF-ID             PIC X(08) VALUE SPACES.
003480 77  WS-CHAIN-RESULT             PIC S9(13)V99 COMP VALUE ZERO.
003490 77  WS-REM-QUOTIENT             PIC S9(07) COMP.
003500 77  WS-POW-INTEGER              PIC S9(05) COMP.
003501 77  WS-GRP-SUB                  PIC S9(04) COMP VALUE ZERO.
003502 77  WS-GRP-IX                   PIC S9(04) COMP VALUE ZERO.
003503 77  WS-GRP-MAX                  PIC S9(04) COMP VALUE ZERO.
003504 77  WS-THR-SUB                  PIC S9(04) COMP VALUE ZERO.
003505 77  WS-THR-MAX                  PIC S9(04) COMP VALUE ZERO.
003506 77  WS-LIM-SUB                  PIC S9(04) COMP VALUE ZERO.
003510 01  CALC-WORK-FIELDS.
003520 COPY CALCREC.
003530
003760     88  REGISTRY-NOT-FOUND      VALUE "05", "35".
003770     88  REGISTRY-NO-RECORD      VALUE "23".
003780     88  REGISTRY-DUPLICATE-KEY  VALUE "21", "22".
003781
003782 01  WS-THRESHOLD-STATUS         PIC X(02).
003783     88  THRESHOLD-OK            VALUE "00".
003784     88  THRESHOLD-NOT-FOUND     VALUE "05", "35".
003785
003786 01  WS-EXCEPTION-STATUS         PIC X(02).
003787     88  EXCEPTION-OK            VALUE "00".
003788     88  EXCEPTION-NOT-FOUND     VALUE "05", "35".
003790
003800 01  WS-DUPRPT-STATUS            PIC X(02).
003810     88  DUPRPT-OK               VALUE "00".
003840     88  OPERMST-OK              VALUE "00".
003850     88  OPERMST-NOT-FOUND       VALUE "05", "35".
003860
003862 01  WS-BUSDATE-STATUS           PIC X(02).
003864     88  BUSDATE-OK              VALUE "00".
003866     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
003868
003870 01  WS-AUTH-FLAGS.
003880     05  WS-AUTH-FLAG            OCCURS 8 TIMES
003890                                 PIC X(01).
004660     05  WS-REVERSED-SW          PIC X(01) VALUE "N".
004670         88  ALREADY-REVERSED    VALUE "Y".
004680         88  NOT-YET-REVERSED    VALUE "N".
004681     05  WS-CTL-EOF-SW           PIC X(01) VALUE "N".
004682         88  END-OF-CONTROL      VALUE "Y".
004683     05  WS-GRP-MISMATCH-SW      PIC X(01) VALUE "N".
004684         88  GROUP-MISMATCH      VALUE "Y".
004685         88  GROUPS-AGREE        VALUE "N".
004686     05  WS-LATE-BATCH-SW        PIC X(01) VALUE "N".
004687         88  LATE-BATCH          VALUE "Y".
004688         88  CURRENT-BATCH       VALUE "N".
004689     05  WS-THR-EOF-SW           PIC X(01) VALUE "N".
004690         88  END-OF-THRESHOLDS   VALUE "Y".
004691     05  WS-EXCEPTION-SW         PIC X(01) VALUE "N".
004692         88  EXCEPTION-HELD      VALUE "Y".
004693         88  NO-EXCEPTION        VALUE "N".
004694
004700 01  WS-RUN-STAMPS.
004710     05  WS-START-DATE           PIC 9(08).
004720     05  WS-START-TIME           PIC 9(08).
004730     05  WS-END-DATE             PIC 9(08).
004740     05  WS-END-TIME             PIC 9(08).
004745     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
004750
004760 01  WS-HASH-TOTALS.
004770     05  WS-NUM1-HASH            PIC S9(13)V99 VALUE ZERO
004820 01  WS-CONTROL-SAVE.
004830     05  WS-CTL-DEPT             PIC X(02) VALUE SPACES.
004840     05  WS-CTL-BUS-DATE         PIC 9(08) VALUE ZERO.
004842
004844*    ONE ENTRY PER BATCHCTL RECORD, IN TRANFILE ORDER.
004846*    WS-GRP-LAST-REC IS THE RUNNING RECORD NUMBER OF THE GROUP'S
004848*    LAST VALIDATED RECORD, SO A RECORD'S POSITION IN TRANFILE
004850*    NAMES ITS GROUP (RESTART SKIPS INCLUDED).
004858 01  WS-GROUP-TABLE.
004860     05  WS-GRP-ENTRY OCCURS 99 TIMES.
004862         10  WS-GRP-DEPT         PIC X(02).
004864         10  WS-GRP-BUS-DATE     PIC 9(08).
004866         10  WS-GRP-LAST-REC     PIC 9(08).
004868         10  WS-GRP-CTL-COUNT    PIC 9(07).
004870         10  WS-GRP-CTL-NUM1-HASH PIC S9(13)V99
004872                                 SIGN IS TRAILING SEPARATE.
004874         10  WS-GRP-CTL-NUM2-HASH PIC S9(13)V99
004876                                 SIGN IS TRAILING SEPARATE.
004878         10  WS-GRP-PROC-COUNT   PIC 9(07).
004880         10  WS-GRP-NUM1-HASH    PIC S9(13)V99
004882                                 SIGN IS TRAILING SEPARATE.
004884         10  WS-GRP-NUM2-HASH    PIC S9(13)V99
004886                                 SIGN IS TRAILING SEPARATE.
004888         10  WS-GRP-DIVERT-COUNT PIC 9(07).
004890         10  WS-GRP-DATE-SW      PIC X(01).
004892             88  GRP-CURRENT     VALUE "C".
004894             88  GRP-LATE        VALUE "L".
004896             88  GRP-FUTURE      VALUE "F".
004897
004898*    THRESHLD CARDS AS LOADED, AND THE LIMIT PER OPERATION CODE
004899*    RESOLVED FOR THE DEPARTMENT IN WS-LIM-DEPT (RANK ZERO =
004900*    NO LIMIT FOR THAT OPERATION).
004904 01  WS-THRESHOLD-TABLE.
004905     05  WS-THR-ENTRY OCCURS 200 TIMES.
004906         10  WS-THR-DEPT         PIC X(02).
004907         10  WS-THR-OPER         PIC 9(01).
004908         10  WS-THR-LIMIT        PIC 9(13)V99.
004909 01  WS-LIMIT-SET.
004910     05  WS-LIM-DEPT             PIC X(02) VALUE HIGH-VALUES.
004911     05  WS-LIM-ENTRY OCCURS 8 TIMES.
004912         10  WS-LIM-RANK         PIC 9(01).
004913         10  WS-LIM-AMOUNT       PIC 9(13)V99.
004914 01  WS-LIMIT-CHECK.
004915     05  WS-CHK-RANK             PIC 9(01) VALUE ZERO.
004916     05  WS-CHK-RESULT           PIC S9(13)V99 VALUE ZERO.
004917     05  WS-CHK-AMOUNT           PIC 9(13)V99 VALUE ZERO.
004918     05  WS-HELD-OPER            PIC 9(01) VALUE ZERO.
004919     05  WS-HELD-AMOUNT          PIC S9(13)V99 VALUE ZERO.
004920     05  WS-HELD-LIMIT           PIC 9(13)V99 VALUE ZERO.
004921
004922 01  WS-RESUBMIT-CARD            PIC X(08) VALUE SPACES.
004923
004930 01  WS-DUP-HEADING.
004940     05  FILLER                  PIC X(80) VALUE
004950         "CALCBAT - TRANSACOES DESVIADAS (DUPLICIDADE)".
005340
005350 01  WS-RUN-VERDICT-LINE.
005360     05  WR-VERDICT              PIC X(80).
005361
005362 01  WS-RUN-DATE-LINE.
005363     05  WR-DATE-LABEL           PIC X(31).
005364     05  WR-DATE                 PIC 9(08).
005365     05  FILLER                  PIC X(41) VALUE SPACES.
005366
005367 01  WS-RUN-GROUP-LINE.
005368     05  FILLER                  PIC X(06) VALUE "GRUPO ".
005369     05  WR-GRP-NBR              PIC ZZ9.
005370     05  FILLER                  PIC X(08) VALUE " DEPTO: ".
005371     05  WR-GRP-DEPT             PIC X(02).
005372     05  FILLER                  PIC X(20) VALUE
005373         "  DATA NEGOCIO HDR: ".
005374     05  WR-GRP-DATE             PIC 9(08).
005375     05  FILLER                  PIC X(33) VALUE SPACES.
005376
005380 PROCEDURE DIVISION.
005390 0000-MAINLINE.
005400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005550         SET RESUBMIT-RUN TO TRUE
005560     END-IF.
005570     PERFORM 1100-CHECK-SUBMITTER THRU 1100-EXIT.
005575     PERFORM 1900-LOAD-THRESHOLDS THRU 1900-EXIT.
005580     OPEN INPUT TRANS-FILE.
005590     IF NOT TRANS-OK
005600         DISPLAY "TRANFILE COULD NOT BE OPENED - STATUS "
005920         MOVE 16 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005941     OPEN I-O EXCEPTION-FILE.
005942     IF EXCEPTION-NOT-FOUND
005943         OPEN OUTPUT EXCEPTION-FILE
005944     END-IF.
005945     IF NOT EXCEPTION-OK
005946         DISPLAY "PENDEXC COULD NOT BE OPENED - STATUS "
005947                 WS-EXCEPTION-STATUS
005948         MOVE 16 TO RETURN-CODE
005949         STOP RUN
005950     END-IF.
005951     OPEN OUTPUT DUPRPT-FILE.
005960     IF NOT DUPRPT-OK
005970         DISPLAY "DUPRPT COULD NOT BE OPENED - STATUS "
005980                 WS-DUPRPT-STATUS
006010     END-IF.
006020     WRITE DUPRPT-LINE FROM WS-DUP-HEADING.
006030     PERFORM 1700-LOAD-CONTROL THRU 1700-EXIT.
006035     PERFORM 1800-LOAD-BUS-DATE THRU 1800-EXIT.
006040     PERFORM 1600-SKIP-TO-RESTART THRU 1600-EXIT
006050         UNTIL WS-RECORDS-READ NOT LESS THAN WS-SKIP-COUNT
006060            OR END-OF-FILE.
006730         MOVE 16 TO RETURN-CODE
006740         STOP RUN
006750     END-IF.
006774     MOVE ZERO TO WS-GRP-MAX.
006798     MOVE ZERO TO WS-RUN-LAST-REC.
006822     PERFORM 1710-READ-CONTROL THRU 1710-EXIT
006846         UNTIL END-OF-CONTROL.
006870     CLOSE CONTROL-FILE.
006871     IF WS-GRP-MAX > ZERO
006872         SET CONTROL-PRESENT TO TRUE
006873         MOVE 1 TO WS-GRP-SUB
006874     ELSE
006875         SET CONTROL-ABSENT TO TRUE
006876     END-IF.
006880 1700-EXIT.
006890     EXIT.
006891
006892*    ONE BATCHCTL RECORD PER ACCEPTED GROUP.  THE RUNNING RECORD
006893*    COUNT MARKS WHERE EACH GROUP ENDS IN THE VALIDATED FILE.
006894 1710-READ-CONTROL.
006895     READ CONTROL-FILE
006896         AT END
006897             SET END-OF-CONTROL TO TRUE
006898             GO TO 1710-EXIT
006899     END-READ.
006900     IF WS-GRP-MAX NOT LESS THAN 99
006901         DISPLAY "BATCHCTL HAS MORE THAN 99 GROUPS - BATCH FAILED"
006902         MOVE 8 TO RETURN-CODE
006903         STOP RUN
006904     END-IF.
006905     ADD 1 TO WS-GRP-MAX.
006906     ADD BC-REC-COUNT TO WS-RUN-LAST-REC.
006907     MOVE BC-DEPT-CODE TO WS-GRP-DEPT (WS-GRP-MAX).
006908     MOVE BC-BUS-DATE TO WS-GRP-BUS-DATE (WS-GRP-MAX).
006909     MOVE WS-RUN-LAST-REC TO WS-GRP-LAST-REC (WS-GRP-MAX).
006910     MOVE BC-REC-COUNT TO WS-GRP-CTL-COUNT (WS-GRP-MAX).
006911     MOVE BC-NUM1-HASH TO WS-GRP-CTL-NUM1-HASH (WS-GRP-MAX).
006912     MOVE BC-NUM2-HASH TO WS-GRP-CTL-NUM2-HASH (WS-GRP-MAX).
006913     MOVE ZERO TO WS-GRP-PROC-COUNT (WS-GRP-MAX).
006914     MOVE ZERO TO WS-GRP-NUM1-HASH (WS-GRP-MAX).
006915     MOVE ZERO TO WS-GRP-NUM2-HASH (WS-GRP-MAX).
006916     MOVE ZERO TO WS-GRP-DIVERT-COUNT (WS-GRP-MAX).
006917     SET GRP-CURRENT (WS-GRP-MAX) TO TRUE.
006918 1710-EXIT.
006919     EXIT.
006920
006921*    THE LEDGER POSTS TO THE BUSINESS DATE OPEN ON BUSDATE.  NO
006922*    BUSDATE (FIRST RUN BEFORE CALCCLOS HAS EVER RUN) POSTS TO
006923*    THE SYSTEM DATE AS BEFORE.  A GROUP DATED AFTER THE OPEN
006924*    DATE MEANS THE PREVIOUS DAY HAS NOT BEEN CLOSED YET FOR IT:
006925*    THAT GROUP IS HELD BACK WHILE THE OTHER GROUPS POST.
006926 1800-LOAD-BUS-DATE.
006927     MOVE WS-START-DATE TO WS-BUS-DATE.
006928     OPEN INPUT BUSDATE-FILE.
006929     IF BUSDATE-NOT-FOUND
006930         GO TO 1800-CHECK-BATCH-DATE
006931     END-IF.
006932     IF NOT BUSDATE-OK
006933         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
006934                 WS-BUSDATE-STATUS
006935         MOVE 16 TO RETURN-CODE
006936         STOP RUN
006937     END-IF.
006938     READ BUSDATE-FILE
006939         NOT AT END
006940             MOVE BDT-OPEN-DATE TO WS-BUS-DATE
006941     END-READ.
006942     CLOSE BUSDATE-FILE.
006943 1800-CHECK-BATCH-DATE.
006944     IF CONTROL-ABSENT
006945         GO TO 1800-EXIT
006946     END-IF.
006947     MOVE ZERO TO WS-GRP-IX.
006948     PERFORM 1810-CHECK-GROUP-DATE THRU 1810-EXIT
006949         UNTIL WS-GRP-IX NOT LESS THAN WS-GRP-MAX.
006950     MOVE WS-GRP-DEPT (1) TO WS-CTL-DEPT.
006951     MOVE WS-GRP-BUS-DATE (1) TO WS-CTL-BUS-DATE.
006952 1800-EXIT.
006953     EXIT.
006954
006955 1810-CHECK-GROUP-DATE.
006956     ADD 1 TO WS-GRP-IX.
006957     SET GRP-CURRENT (WS-GRP-IX) TO TRUE.
006958     IF WS-GRP-BUS-DATE (WS-GRP-IX) > WS-BUS-DATE
006959         SET GRP-FUTURE (WS-GRP-IX) TO TRUE
006960         DISPLAY "GROUP " WS-GRP-IX " DEPT "
006961                 WS-GRP-DEPT (WS-GRP-IX) " BUSINESS DATE "
006962                 WS-GRP-BUS-DATE (WS-GRP-IX)
006963                 " IS AFTER THE OPEN DATE " WS-BUS-DATE
006964         DISPLAY "PRIOR BUSINESS DATE NOT CLOSED - "
006965                 "GROUP NOT POSTED"
006966         GO TO 1810-EXIT
006967     END-IF.
006968     IF WS-GRP-BUS-DATE (WS-GRP-IX) < WS-BUS-DATE
006969         SET GRP-LATE (WS-GRP-IX) TO TRUE
006970         SET LATE-BATCH TO TRUE
006971     END-IF.
006972 1810-EXIT.
006973     EXIT.
006974
006975*    THRESHLD IS OPTIONAL: WITHOUT IT NOTHING IS HELD, WHICH IS
006976*    HOW THE RUN BEHAVED BEFORE THE FILE EXISTED.  A BAD CARD
006977*    FAILS THE RUN BEFORE ANYTHING POSTS, SINCE A LIMIT SILENTLY
006978*    DROPPED WOULD LET A LARGE RESULT THROUGH UNREVIEWED.
006979 1900-LOAD-THRESHOLDS.
006980     OPEN INPUT THRESHOLD-FILE.
006981     IF THRESHOLD-NOT-FOUND
006982         DISPLAY "THRESHLD NOT FOUND - NO RESULTS WILL BE HELD"
006983         GO TO 1900-EXIT
006984     END-IF.
006985     IF NOT THRESHOLD-OK
006986         DISPLAY "THRESHLD COULD NOT BE OPENED - STATUS "
006987                 WS-THRESHOLD-STATUS
006988         MOVE 16 TO RETURN-CODE
006989         STOP RUN
006990     END-IF.
006991     PERFORM 1910-READ-THRESHOLD THRU 1910-EXIT
006992         UNTIL END-OF-THRESHOLDS.
006993     CLOSE THRESHOLD-FILE.
006994 1900-EXIT.
006995     EXIT.
006996
006997 1910-READ-THRESHOLD.
006998     READ THRESHOLD-FILE
006999         AT END
007000             SET END-OF-THRESHOLDS TO TRUE
007001             GO TO 1910-EXIT
007002     END-READ.
007003     ADD 1 TO WS-THR-CARD-COUNT.
007004     IF THR-COMMENT
007005         GO TO 1910-EXIT
007006     END-IF.
007007     IF THR-DEPT-CODE = SPACES
007008        OR THR-OPER-CODE NOT NUMERIC
007009        OR THR-OPER-CODE = 5 OR THR-OPER-CODE = 9
007010        OR THR-LIMIT NOT NUMERIC
007011         DISPLAY "THRESHLD CARD " WS-THR-CARD-COUNT
007012                 " IS INVALID - BATCH FAILED"
007013         MOVE 8 TO RETURN-CODE
007014         STOP RUN
007015     END-IF.
007016     IF WS-THR-MAX NOT LESS THAN 200
007017         DISPLAY "THRESHLD HAS MORE THAN 200 LIMITS - "
007018                 "BATCH FAILED"
007019         MOVE 8 TO RETURN-CODE
007020         STOP RUN
007021     END-IF.
007022     ADD 1 TO WS-THR-MAX.
007023     MOVE THR-DEPT-CODE TO WS-THR-DEPT (WS-THR-MAX).
007024     MOVE THR-OPER-CODE TO WS-THR-OPER (WS-THR-MAX).
007025     MOVE THR-LIMIT TO WS-THR-LIMIT (WS-THR-MAX).
007026 1910-EXIT.
007027     EXIT.
007028
007029 2000-PROCESS-RECORD.
007030     IF CONTROL-PRESENT
007031         PERFORM 2010-LOCATE-GROUP THRU 2010-EXIT
007032         IF GRP-FUTURE (WS-GRP-SUB)
007033             ADD 1 TO WS-DATE-HOLD-COUNT
007034             MOVE SPACES TO WS-CHAIN-REF-ID
007035             GO TO 2000-NEXT-RECORD
007036         END-IF
007037     END-IF.
007038     IF TB-TYPE-REVERSAL
007039         PERFORM 2060-PROCESS-REVERSAL THRU 2060-EXIT
007040         GO TO 2000-NEXT-RECORD
007041     END-IF.
007042     IF TB-TYPE-CONTINUATION
007043         PERFORM 2090-PROCESS-CONTINUATION THRU 2090-EXIT
007044         GO TO 2000-NEXT-RECORD
007045     END-IF.
007046     PERFORM 2020-CHECK-REGISTRY THRU 2020-EXIT.
007047     IF DUPLICATE-REF AND NORMAL-RUN
007048         PERFORM 2030-DIVERT-DUPLICATE THRU 2030-EXIT
007049         MOVE SPACES TO WS-CHAIN-REF-ID
007050         GO TO 2000-NEXT-RECORD
007051     END-IF.
007052     IF TB-OPER-CODE > ZERO AND TB-OPER-CODE < 9
007060         MOVE TB-OPER-CODE TO WS-OPER-CHOICE
007070     ELSE
007080         SET OPER-ALL TO TRUE
007200     ADD 1 TO WS-PROCESSED-COUNT.
007210     ADD NUM1 TO WS-NUM1-HASH.
007220     ADD NUM2 TO WS-NUM2-HASH.
007225     PERFORM 2012-TALLY-GROUP THRU 2012-EXIT.
007230     PERFORM 2200-COMPUTE-RESULTS THRU 2200-EXIT.
007240     PERFORM 2300-WRITE-OUTPUT THRU 2300-EXIT.
007250     PERFORM 2400-WRITE-LEDGER THRU 2400-EXIT.
007310     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
007320 2000-EXIT.
007330     EXIT.
007331
007332*    BATCHCTL LISTS THE GROUPS IN TRANFILE ORDER, SO THE CURRENT
007333*    GROUP ONLY EVER MOVES FORWARD.
007334 2010-LOCATE-GROUP.
007335     PERFORM 2015-NEXT-GROUP THRU 2015-EXIT
007336         UNTIL WS-RECORDS-READ < WS-GRP-LAST-REC (WS-GRP-SUB)
007337            OR WS-GRP-SUB NOT LESS THAN WS-GRP-MAX.
007338     MOVE WS-GRP-DEPT (WS-GRP-SUB) TO WS-CTL-DEPT.
007339     MOVE WS-GRP-BUS-DATE (WS-GRP-SUB) TO WS-CTL-BUS-DATE.
007340 2010-EXIT.
007341     EXIT.
007342
007343 2012-TALLY-GROUP.
007344     IF CONTROL-ABSENT
007345         GO TO 2012-EXIT
007346     END-IF.
007347     ADD 1 TO WS-GRP-PROC-COUNT (WS-GRP-SUB).
007348     ADD NUM1 TO WS-GRP-NUM1-HASH (WS-GRP-SUB).
007349     ADD NUM2 TO WS-GRP-NUM2-HASH (WS-GRP-SUB).
007350 2012-EXIT.
007351     EXIT.
007352
007353 2015-NEXT-GROUP.
007354     ADD 1 TO WS-GRP-SUB.
007355 2015-EXIT.
007356     EXIT.
007357
007358 2020-CHECK-REGISTRY.
007360     SET NEW-REF TO TRUE.
007370     MOVE TB-REF-ID TO REG-REF-ID.
007380     READ REGISTRY-FILE
007500     MOVE TRANS-RECORD TO WU-TRAN-DATA.
007510     WRITE DUPRPT-LINE FROM WS-DUP-DETAIL.
007520     ADD 1 TO WS-DIVERT-COUNT.
007522     IF CONTROL-PRESENT
007524         ADD 1 TO WS-GRP-DIVERT-COUNT (WS-GRP-SUB)
007526     END-IF.
007530 2030-EXIT.
007540     EXIT.
007550
007570     MOVE TB-REF-ID TO REG-REF-ID.
007580     MOVE WS-CTL-DEPT TO REG-DEPT-CODE.
007590     MOVE WS-CTL-BUS-DATE TO REG-BUS-DATE.
007600     MOVE WS-BUS-DATE TO REG-POST-DATE.
007610     IF DUPLICATE-REF
007620         REWRITE REGISTRY-RECORD
007630     ELSE
008250     ADD 1 TO WS-PROCESSED-COUNT.
008260     ADD NUM1 TO WS-NUM1-HASH.
008270     ADD NUM2 TO WS-NUM2-HASH.
008275     PERFORM 2012-TALLY-GROUP THRU 2012-EXIT.
008280     SET REVERSAL-RECORD TO TRUE.
008290     MOVE ORG-NUM1 TO NUM1.
008300     MOVE ORG-NUM2 TO NUM2.
008470     MOVE ORG-RESULT-OVFL-SW TO WS-RESULT-OVFL-SW.
008480     MOVE ORG-RESULT3-OVFL-SW TO WS-RESULT3-OVFL-SW.
008490     MOVE ORG-RESULT7-ERR-SW TO WS-RESULT7-ERR-SW.
008495     SET NO-EXCEPTION TO TRUE.
008500     PERFORM 2300-WRITE-OUTPUT THRU 2300-EXIT.
008510     PERFORM 2400-WRITE-LEDGER THRU 2400-EXIT.
008520     SET ORDINARY-RECORD TO TRUE.
008590     MOVE TRANS-RECORD TO WV-TRAN-DATA.
008600     WRITE DUPRPT-LINE FROM WS-REV-DETAIL.
008610     ADD 1 TO WS-DIVERT-COUNT.
008612     IF CONTROL-PRESENT
008614         ADD 1 TO WS-GRP-DIVERT-COUNT (WS-GRP-SUB)
008616     END-IF.
008620 2065-EXIT.
008630     EXIT.
008640
009380     MOVE TB-NUM2 TO NUM2.
009390     ADD NUM1 TO WS-NUM1-HASH.
009400     ADD NUM2 TO WS-NUM2-HASH.
009405     PERFORM 2012-TALLY-GROUP THRU 2012-EXIT.
009410     IF TB-REF-ID NOT = WS-CHAIN-REF-ID
009420         SET CHAIN-BROKEN TO TRUE
009430         MOVE TB-REF-ID TO WS-CHAIN-REF-ID
010880             END-COMPUTE
010890         END-IF
010900     END-IF.
010905     PERFORM 2250-CHECK-LIMITS THRU 2250-EXIT.
010910 2200-EXIT.
010911     EXIT.
010912
010913******************************************************************
010914*   HIGH-VALUE CHECK.  EACH RESULT THE TRANSACTION ASKED FOR IS *
010915*   TESTED, AS AN ABSOLUTE VALUE, AGAINST THE THRESHLD LIMIT    *
010916*   FOR ITS DEPARTMENT (REF-ID PREFIX) AND OPERATION; THE FIRST *
010917*   ONE OVER ITS LIMIT HOLDS THE WHOLE LINE.  THE LIMITS FOR    *
010918*   ONE DEPARTMENT ARE RESOLVED ONCE INTO WS-LIMIT-SET AND      *
010919*   REUSED UNTIL THE DEPARTMENT CHANGES.                        *
010920******************************************************************
010921 2250-CHECK-LIMITS.
010922     SET NO-EXCEPTION TO TRUE.
010923     IF WS-THR-MAX = ZERO
010924         GO TO 2250-EXIT
010925     END-IF.
010926     IF TB-REF-ID (1:2) NOT = WS-LIM-DEPT
010927         PERFORM 2260-BUILD-LIMITS THRU 2260-EXIT
010928     END-IF.
010929     IF OPER-ALL
010930         MOVE ZERO TO WS-LIM-SUB
010931         PERFORM 2270-CHECK-ONE-RESULT THRU 2270-EXIT
010932             UNTIL WS-LIM-SUB NOT LESS THAN 8
010933                OR EXCEPTION-HELD
010934     ELSE
010935         COMPUTE WS-LIM-SUB = WS-OPER-CHOICE - 1
010936         PERFORM 2270-CHECK-ONE-RESULT THRU 2270-EXIT
010937     END-IF.
010938 2250-EXIT.
010939     EXIT.
010940
010941*    RANK 4 = DEPARTMENT AND OPERATION, 3 = DEPARTMENT, 2 = "**"
010942*    AND OPERATION, 1 = "**".  THE HIGHEST RANK FOUND WINS.
010943 2260-BUILD-LIMITS.
010944     MOVE TB-REF-ID (1:2) TO WS-LIM-DEPT.
010945     MOVE ZERO TO WS-LIM-SUB.
010946     PERFORM 2261-CLEAR-LIMIT THRU 2261-EXIT
010947         UNTIL WS-LIM-SUB NOT LESS THAN 8.
010948     MOVE ZERO TO WS-THR-SUB.
010949     PERFORM 2262-APPLY-CARD THRU 2262-EXIT
010950         UNTIL WS-THR-SUB NOT LESS THAN WS-THR-MAX.
010951 2260-EXIT.
010952     EXIT.
010953
010954 2261-CLEAR-LIMIT.
010955     ADD 1 TO WS-LIM-SUB.
010956     MOVE ZERO TO WS-LIM-RANK (WS-LIM-SUB).
010957     MOVE ZERO TO WS-LIM-AMOUNT (WS-LIM-SUB).
010958 2261-EXIT.
010959     EXIT.
010960
010961 2262-APPLY-CARD.
010962     ADD 1 TO WS-THR-SUB.
010963     IF WS-THR-DEPT (WS-THR-SUB) = WS-LIM-DEPT
010964         MOVE 3 TO WS-CHK-RANK
010965     ELSE
010966         IF WS-THR-DEPT (WS-THR-SUB) = "**"
010967             MOVE 1 TO WS-CHK-RANK
010968         ELSE
010969             GO TO 2262-EXIT
010970         END-IF
010971     END-IF.
010972     IF WS-THR-OPER (WS-THR-SUB) = ZERO
010973         MOVE ZERO TO WS-LIM-SUB
010974         PERFORM 2263-APPLY-TO-OPER THRU 2263-EXIT
010975             UNTIL WS-LIM-SUB NOT LESS THAN 8
010976     ELSE
010977         ADD 1 TO WS-CHK-RANK
010978         COMPUTE WS-LIM-SUB = WS-THR-OPER (WS-THR-SUB) - 1
010979         PERFORM 2263-APPLY-TO-OPER THRU 2263-EXIT
010980     END-IF.
010981 2262-EXIT.
010982     EXIT.
010983
010984 2263-APPLY-TO-OPER.
010985     ADD 1 TO WS-LIM-SUB.
010986     IF WS-CHK-RANK > WS-LIM-RANK (WS-LIM-SUB)
010987         MOVE WS-CHK-RANK TO WS-LIM-RANK (WS-LIM-SUB)
010988         MOVE WS-THR-LIMIT (WS-THR-SUB)
010989                 TO WS-LIM-AMOUNT (WS-LIM-SUB)
010990     END-IF.
010991 2263-EXIT.
010992     EXIT.
010993
010994*    WS-LIM-SUB IS THE OPERATION CODE; CODE 5 ("TODAS") HAS NO
010995*    RESULT OF ITS OWN.  MOVING THE SIGNED RESULT TO THE
010996*    UNSIGNED WS-CHK-AMOUNT DROPS THE SIGN.
010997 2270-CHECK-ONE-RESULT.
010998     ADD 1 TO WS-LIM-SUB.
010999     IF WS-LIM-SUB = 5 OR WS-LIM-RANK (WS-LIM-SUB) = ZERO
011000         GO TO 2270-EXIT
011001     END-IF.
011002     IF WS-LIM-SUB = 1
011003         MOVE RESULT TO WS-CHK-RESULT
011004     END-IF.
011005     IF WS-LIM-SUB = 2
011006         MOVE RESULT2 TO WS-CHK-RESULT
011007     END-IF.
011008     IF WS-LIM-SUB = 3
011009         MOVE RESULT3 TO WS-CHK-RESULT
011010     END-IF.
011011     IF WS-LIM-SUB = 4
011012         MOVE RESULT4 TO WS-CHK-RESULT
011013     END-IF.
011014     IF WS-LIM-SUB = 6
011015         MOVE RESULT5 TO WS-CHK-RESULT
011016     END-IF.
011017     IF WS-LIM-SUB = 7
011018         MOVE RESULT6 TO WS-CHK-RESULT
011019     END-IF.
011020     IF WS-LIM-SUB = 8
011021         MOVE RESULT7 TO WS-CHK-RESULT
011022     END-IF.
011023     MOVE WS-CHK-RESULT TO WS-CHK-AMOUNT.
011024     IF WS-CHK-AMOUNT > WS-LIM-AMOUNT (WS-LIM-SUB)
011025         SET EXCEPTION-HELD TO TRUE
011026         MOVE WS-LIM-SUB TO WS-HELD-OPER
011027         MOVE WS-CHK-RESULT TO WS-HELD-AMOUNT
011028         MOVE WS-LIM-AMOUNT (WS-LIM-SUB) TO WS-HELD-LIMIT
011029     END-IF.
011030 2270-EXIT.
011031     EXIT.
011032
011033 2300-WRITE-OUTPUT.
011034     MOVE TB-REF-ID TO OB-REF-ID.
011035     MOVE WS-OPER-CHOICE TO OB-OPER-CODE.
011036     MOVE NUM1    TO OB-NUM1.
011037     MOVE NUM2    TO OB-NUM2.
011038     MOVE RESULT  TO OB-RESULT.
011039     MOVE RESULT2 TO OB-RESULT2.
011040     MOVE RESULT3 TO OB-RESULT3.
011041     MOVE RESULT4 TO OB-RESULT4.
011042     MOVE RESULT5 TO OB-RESULT5.
011043     MOVE RESULT6 TO OB-RESULT6.
011050     MOVE RESULT7 TO OB-RESULT7.
011060     IF DIVISION-ERROR OR REM-DIVISION-ERROR
011070         MOVE "Y" TO OB-DIV-ERR
011300     ELSE
011310         MOVE "N" TO OB-REVERSAL
011320     END-IF.
011322*    A HELD RESULT NEVER REACHES OUTFILE (SO NEVER DISTRPT): THE
011324*    SAME LINE IS KEPT FOR PENDEXC UNTIL A SUPERVISOR DECIDES.
011326     IF EXCEPTION-HELD
011328         MOVE OUT-RECORD TO PX-OUT-IMAGE
011330     ELSE
011332         WRITE OUT-RECORD
011334     END-IF.
011340 2300-EXIT.
011350     EXIT.
011360
011370 2400-WRITE-LEDGER.
011380     MOVE WS-BUS-DATE TO LDG-DATE.
011390     ACCEPT LDG-TIME FROM TIME.
011400     MOVE ZERO TO LDG-SEQ.
011410     MOVE NUM1    TO LDG-NUM1.
011810     PERFORM 2450-WRITE-ENTRY THRU 2450-EXIT
011820         WITH TEST AFTER
011830         UNTIL LEDGER-OK.
011832     IF EXCEPTION-HELD
011834         PERFORM 2470-WRITE-EXCEPTION THRU 2470-EXIT
011836     END-IF.
011840 2400-EXIT.
011850     EXIT.
011851
011852*    THE HELD LINE IS KEYED ON THE LEDGER ENTRY JUST POSTED, SO
011853*    IT IS WRITTEN HERE RATHER THAN IN 2300 (THE KEY IS ONLY
011854*    FINAL ONCE 2450 HAS STEPPED PAST ANY DUPLICATE).
011855 2470-WRITE-EXCEPTION.
011856     MOVE LDG-ENTRY-KEY TO PX-ENTRY-KEY.
011857     SET PX-HELD TO TRUE.
011858     MOVE TB-REF-ID (1:2) TO PX-DEPT-CODE.
011859     MOVE TB-REF-ID TO PX-REF-ID.
011860     MOVE WS-SUBMITTER-ID TO PX-SUBMITTER-ID.
011861     MOVE WS-HELD-OPER TO PX-OPER-CODE.
011862     MOVE WS-HELD-AMOUNT TO PX-OVER-AMOUNT.
011863     MOVE WS-HELD-LIMIT TO PX-LIMIT.
011864     MOVE SPACES TO PX-SUPV-ID PX-DECLINE-REASON.
011865     MOVE ZERO TO PX-DECISION-DATE PX-DECISION-TIME PX-SENT-DATE.
011866     WRITE EXCEPTION-RECORD.
011867     IF NOT EXCEPTION-OK
011868         DISPLAY "PENDEXC WRITE FAILED - STATUS "
011869                 WS-EXCEPTION-STATUS
011870         MOVE 16 TO RETURN-CODE
011871         STOP RUN
011872     END-IF.
011873     ADD 1 TO WS-EXCEPTION-COUNT.
011874 2470-EXIT.
011875     EXIT.
011876
011877 2450-WRITE-ENTRY.
011880     WRITE LEDGER-RECORD.
011890     IF LEDGER-DUPLICATE-KEY
011900         ADD 1 TO LDG-SEQ
012080     EXIT.
012090
012100 3000-TERMINATE.
012110     MOVE ZERO TO WS-RECORDS-READ.
012115     PERFORM 2510-WRITE-CHECKPOINT THRU 2510-EXIT.
012120     CLOSE TRANS-FILE.
012130     CLOSE OUT-FILE.
012140     CLOSE LEDGER-FILE.
012150     CLOSE REGISTRY-FILE.
012155     CLOSE EXCEPTION-FILE.
012160     CLOSE DUPRPT-FILE.
012170     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
012180     ACCEPT WS-END-TIME FROM TIME.
012370     MOVE WS-END-DATE TO WR-STAMP-DATE.
012380     MOVE WS-END-TIME TO WR-STAMP-TIME.
012390     WRITE RUNRPT-LINE FROM WS-RUN-STAMP-LINE.
012396     MOVE "DATA DE NEGOCIO DO LANCAMENTO: " TO WR-DATE-LABEL.
012397     MOVE WS-BUS-DATE TO WR-DATE.
012398     WRITE RUNRPT-LINE FROM WS-RUN-DATE-LINE.
012399     IF LATE-BATCH
012400         MOVE "*** LOTE ATRASADO - LANCADO NA DATA ABERTA ***"
012401                 TO WR-VERDICT
012402         WRITE RUNRPT-LINE FROM WS-RUN-VERDICT-LINE
012403         IF RETURN-CODE < 4
012404             MOVE 4 TO RETURN-CODE
012405         END-IF
012406     END-IF.
012407     MOVE "REGISTROS LIDOS (TRANFILE):    " TO WR-COUNT-LABEL.
012410     MOVE WS-READ-COUNT TO WR-COUNT.
012420     WRITE RUNRPT-LINE FROM WS-RUN-COUNT-LINE.
012430     MOVE "REGISTROS SALTADOS (RESTART):  " TO WR-COUNT-LABEL.
012490     MOVE "REGISTROS DESVIADOS (DUPLIC.): " TO WR-COUNT-LABEL.
012500     MOVE WS-DIVERT-COUNT TO WR-COUNT.
012510     WRITE RUNRPT-LINE FROM WS-RUN-COUNT-LINE.
012511     MOVE "RESULTADOS RETIDOS (LIMITE):   " TO WR-COUNT-LABEL.
012512     MOVE WS-EXCEPTION-COUNT TO WR-COUNT.
012513     WRITE RUNRPT-LINE FROM WS-RUN-COUNT-LINE.
012514     MOVE "REGISTROS RETIDOS (DT. FUTURA):" TO WR-COUNT-LABEL.
012515     MOVE WS-DATE-HOLD-COUNT TO WR-COUNT.
012516     WRITE RUNRPT-LINE FROM WS-RUN-COUNT-LINE.
012520     MOVE "PASSOS NAO CALCULADOS (CADEIA):" TO WR-COUNT-LABEL.
012530     MOVE WS-CHAIN-SKIP-COUNT TO WR-COUNT.
012540     WRITE RUNRPT-LINE FROM WS-RUN-COUNT-LINE.
012670     MOVE "HASH NUM2:                     " TO WR-HASH-LABEL.
012680     MOVE WS-NUM2-HASH TO WR-HASH.
012690     WRITE RUNRPT-LINE FROM WS-RUN-HASH-LINE.
012710     IF CONTROL-PRESENT
012730         MOVE ZERO TO WS-GRP-IX
012750         PERFORM 3200-PRINT-GROUP THRU 3200-EXIT
012770             UNTIL WS-GRP-IX NOT LESS THAN WS-GRP-MAX
012790     END-IF.
012810     COMPUTE WS-CROSSFOOT = WS-SKIP-COUNT + WS-PROCESSED-COUNT
012820             + WS-DIVERT-COUNT + WS-DATE-HOLD-COUNT.
012830     IF WS-CROSSFOOT = WS-READ-COUNT
012840         MOVE "CONTAGENS CONFEREM." TO WR-VERDICT
012850     ELSE
012890             MOVE 4 TO RETURN-CODE
012900         END-IF
012910     END-IF.
012926     IF GROUP-MISMATCH
012942         MOVE "*** TOTAIS NAO CONFEREM COM O CONTROLE ***"
012958                 TO WR-VERDICT
012974         IF RETURN-CODE < 4
012990             MOVE 4 TO RETURN-CODE
013006         END-IF
013022     END-IF.
013040     IF WS-DIVERT-COUNT > ZERO
013050         MOVE "*** TRANSACOES DESVIADAS - VER DUPRPT ***"
013060                 TO WR-VERDICT
013080             MOVE 4 TO RETURN-CODE
013090         END-IF
013100     END-IF.
013101     IF WS-DATE-HOLD-COUNT > ZERO
013102         MOVE "*** GRUPO COM DATA FUTURA NAO LANCADO ***"
013103                 TO WR-VERDICT
013104         IF RETURN-CODE < 4
013105             MOVE 4 TO RETURN-CODE
013106         END-IF
013107     END-IF.
013110     WRITE RUNRPT-LINE FROM WS-RUN-VERDICT-LINE.
013120     CLOSE RUNRPT-FILE.
013130 3100-EXIT.
013140     EXIT.
013141
013142*    ONE BLOCK PER BATCHCTL GROUP.  THE PROOF IS ONLY MEANINGFUL
013143*    ON A FULL RUN (A RESTART LOSES THE SKIPPED RECORDS' TOTALS)
013144*    AND FOR A GROUP WITH NO DIVERTED TRANSACTIONS.
013145 3200-PRINT-GROUP.
013146     ADD 1 TO WS-GRP-IX.
013147     MOVE WS-GRP-IX TO WR-GRP-NBR.
013148     MOVE WS-GRP-DEPT (WS-GRP-IX) TO WR-GRP-DEPT.
013149     MOVE WS-GRP-BUS-DATE (WS-GRP-IX) TO WR-GRP-DATE.
013150     WRITE RUNRPT-LINE FROM WS-RUN-GROUP-LINE.
013151     IF GRP-FUTURE (WS-GRP-IX)
013152         MOVE "*** DATA FUTURA - GRUPO NAO LANCADO ***"
013153                 TO WR-VERDICT
013154         WRITE RUNRPT-LINE FROM WS-RUN-VERDICT-LINE
013155         GO TO 3200-EXIT
013156     END-IF.
013157     IF GRP-LATE (WS-GRP-IX)
013158         MOVE "*** LOTE ATRASADO - LANCADO NA DATA ABERTA ***"
013159                 TO WR-VERDICT
013160         WRITE RUNRPT-LINE FROM WS-RUN-VERDICT-LINE
013161     END-IF.
013162     IF WS-SKIP-COUNT > ZERO
013163         GO TO 3200-EXIT
013164     END-IF.
013165     MOVE "REGISTROS ESPERADOS (BATCHCTL):" TO WR-COUNT-LABEL.
013166     MOVE WS-GRP-CTL-COUNT (WS-GRP-IX) TO WR-COUNT.
013167     WRITE RUNRPT-LINE FROM WS-RUN-COUNT-LINE.
013168     MOVE "REGISTROS PROCESSADOS:         " TO WR-COUNT-LABEL.
013169     MOVE WS-GRP-PROC-COUNT (WS-GRP-IX) TO WR-COUNT.
013170     WRITE RUNRPT-LINE FROM WS-RUN-COUNT-LINE.
013171     MOVE "HASH NUM1 ESPERADO (BATCHCTL): " TO WR-HASH-LABEL.
013172     MOVE WS-GRP-CTL-NUM1-HASH (WS-GRP-IX) TO WR-HASH.
013173     WRITE RUNRPT-LINE FROM WS-RUN-HASH-LINE.
013174     MOVE "HASH NUM1:                     " TO WR-HASH-LABEL.
013175     MOVE WS-GRP-NUM1-HASH (WS-GRP-IX) TO WR-HASH.
013176     WRITE RUNRPT-LINE FROM WS-RUN-HASH-LINE.
013177     MOVE "HASH NUM2 ESPERADO (BATCHCTL): " TO WR-HASH-LABEL.
013178     MOVE WS-GRP-CTL-NUM2-HASH (WS-GRP-IX) TO WR-HASH.
013179     WRITE RUNRPT-LINE FROM WS-RUN-HASH-LINE.
013180     MOVE "HASH NUM2:                     " TO WR-HASH-LABEL.
013181     MOVE WS-GRP-NUM2-HASH (WS-GRP-IX) TO WR-HASH.
013182     WRITE RUNRPT-LINE FROM WS-RUN-HASH-LINE.
013183     IF WS-GRP-DIVERT-COUNT (WS-GRP-IX) > ZERO
013184         MOVE "GRUPO COM TRANSACOES DESVIADAS - VER DUPRPT"
013185                 TO WR-VERDICT
013186         WRITE RUNRPT-LINE FROM WS-RUN-VERDICT-LINE
013187         GO TO 3200-EXIT
013188     END-IF.
013189     IF WS-GRP-PROC-COUNT (WS-GRP-IX)
013190            NOT = WS-GRP-CTL-COUNT (WS-GRP-IX)
013191        OR WS-GRP-NUM1-HASH (WS-GRP-IX)
013192            NOT = WS-GRP-CTL-NUM1-HASH (WS-GRP-IX)
013193        OR WS-GRP-NUM2-HASH (WS-GRP-IX)
013194            NOT = WS-GRP-CTL-NUM2-HASH (WS-GRP-IX)
013195         SET GROUP-MISMATCH TO TRUE
013196         MOVE "*** TOTAIS DO GRUPO NAO CONFEREM ***" TO WR-VERDICT
013197     ELSE
013198         MOVE "TOTAIS DO GRUPO CONFEREM." TO WR-VERDICT
013199     END-IF.
013200     WRITE RUNRPT-LINE FROM WS-RUN-VERDICT-LINE.
013201 3200-EXIT.
013202     EXIT.
013203
013204 END PROGRAM CALCBAT.
