000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCXTRT                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      DAILY DELIMITED RESULTS EXTRACT FOR ONE DEPARTMENT, FOR  *
000090*      LOADING INTO ITS SPREADSHEETS AND GENERAL-LEDGER UPLOAD  *
000100*      INSTEAD OF RETYPING DISTRPT.  THE SYSIN CARD NAMES THE   *
000110*      DEPARTMENT (COLS 1-2); THE JOB RUNS ONE STEP PER         *
000120*      DEPARTMENT TAKING THE EXTRACT, EACH WRITING ITS OWN      *
000130*      FILE.  READS THE DAY'S OUTFILE, ONLY AFTER CALCRECN HAS  *
000140*      BALANCED IT AGAINST THE LEDGER, AND FINDS THE LEDGER     *
000150*      ENTRY KEY OF EACH LINE DOWN THE LDG-REF-ID ALTERNATE     *
000160*      PATH (THE CALCBAT ENTRY OF THE BUSINESS DATE WITH THE    *
000170*      SAME OPERATION, OPERANDS AND REVERSAL FLAG, TAKEN IN     *
000180*      POSTING ORDER SO THE STEPS OF A CHAIN EACH GET THEIR     *
000190*      OWN ENTRY).  EVERY FIELD IS SEPARATED BY ";" AND THE     *
000200*      FIRST FIELD IS THE ROW TYPE:                             *
000210*        H  DEPARTMENT, DEPARTMENT NAME, BUSINESS DATE, DATE    *
000220*           AND TIME OF THE RUN.                                *
000230*        D  ONE PER COMPUTED OPERATION: REF-ID, OPERATION NAME, *
000240*           NUM1, NUM2, RESULT, ERROR TEXT, REVERSAL FLAG (S/N) *
000250*           AND LEDGER ENTRY KEY (DATE, TIME, SEQ).  A "TODAS"  *
000260*           TRANSACTION GIVES ONE ROW PER OPERATION.  A RESULT  *
000270*           NOT COMPUTED (ERROR TEXT FILLED) CARRIES ZERO.      *
000280*        T  DEPARTMENT, BUSINESS DATE, COUNT OF D ROWS, TOTAL   *
000290*           OF THE RESULT COLUMN, COUNT OF ERROR ROWS AND OF    *
000300*           REVERSAL ROWS.                                      *
000310*      NOT-COMPUTED CHAIN STEPS (OB-CHAIN-ERR = "Y") HAVE NO    *
000320*      LEDGER ENTRY AND ARE LEFT OUT.  A REVERSAL LINE CARRIES  *
000330*      THE VALUES OF THE ENTRY IT BACKS OUT, SO ITS RESULT IS   *
000340*      WRITTEN WITH THE SIGN TURNED AND THE PAIR NETS TO ZERO   *
000350*      ON THE RECEIVING SIDE.  A LINE WHOSE LEDGER ENTRY CANNOT *
000360*      BE FOUND IS STILL EXTRACTED, WITH THE KEY BLANK, AND     *
000370*      ENDS THE RUN RC=4.  CONTROL COUNTS PRINT ON SYSOUT.      *
000371*      A RESULT HELD ON PENDEXC (SEE CALCPEXC) IS NOT ON        *
000372*      OUTFILE.  ONCE RELEASED, CALCRELS SENDS IT TO DISTRPT    *
000373*      AND MARKS IT SENT WITH THE OPEN BUSINESS DATE.  ITEMS    *
000374*      OF THE DEPARTMENT SENT ON THIS BUSINESS DATE ARE         *
000375*      EXTRACTED AFTER THE OUTFILE LINES, FROM THE SAVED IMAGE, *
000376*      WITH THE LEDGER KEY THE ITEM IS HELD UNDER (ITS LEDGER   *
000377*      DATE IS THE EARLIER BUSINESS DATE IT WAS POSTED ON).     *
000378*      THE TRAILER ALSO COUNTS THE D ROWS OF THESE ITEMS.       *
000380*                                                                *
000390*   MODIFICATION HISTORY.                                       *
000400*      15/10/2026  DA   INITIAL VERSION.                        *
000403*      15/10/2026  DA   EXTRACT RELEASED PENDEXC ITEMS SENT     *
000406*                       ON THE RUN DATE; TRAILER COUNTS THEM.   *
000407*      15/10/2026  DA   RELEASED ITEMS ARE PICKED BY THE        *
000408*                       BUSINESS DATE CALCRELS NOW STAMPS AS    *
000409*                       THE SENT DATE, NOT THE RUN DATE.        *
000410*                                                                *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     CALCXTRT.
000450 AUTHOR.         D. ALMEIDA.
000460 INSTALLATION.   DATA PROCESSING CENTER.
000470 DATE-WRITTEN.   15/10/2026.
000480 DATE-COMPILED.  15/10/2026.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. GNUCOBOL.
000520 OBJECT-COMPUTER. GNUCOBOL.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OUT-FILE ASSIGN TO "OUTFILE"
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS WS-OUT-STATUS.
000580
000590     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS DYNAMIC
000620            RECORD KEY IS LDG-ENTRY-KEY
000630            ALTERNATE RECORD KEY IS LDG-REF-ID
000640                    WITH DUPLICATES
000650            ALTERNATE RECORD KEY IS LDG-OPER-ID
000660                    WITH DUPLICATES
000670            FILE STATUS IS WS-LEDGER-STATUS.
000680
000690     SELECT XTRT-FILE ASSIGN TO "XTRTOUT"
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS IS WS-XTRT-STATUS.
000720
000730     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
000740            ORGANIZATION IS INDEXED
000750            ACCESS MODE IS DYNAMIC
000760            RECORD KEY IS DPM-DEPT-CODE
000770            FILE STATUS IS WS-DEPTMST-STATUS.
000780
000790     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000800            ORGANIZATION IS SEQUENTIAL
000810            FILE STATUS IS WS-BUSDATE-STATUS.
000820
000821     SELECT EXCEPTION-FILE ASSIGN TO "PENDEXC"
000822            ORGANIZATION IS INDEXED
000823            ACCESS MODE IS SEQUENTIAL
000824            RECORD KEY IS PX-ENTRY-KEY
000825            FILE STATUS IS WS-EXCEPTION-STATUS.
000826
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  OUT-FILE
000860     RECORDING MODE IS F.
000870 01  OUT-RECORD.
000880     05  OB-REF-ID.
000890         10  OB-REF-DEPT         PIC X(02).
000900         10  FILLER              PIC X(06).
000910     05  FILLER                  PIC X(01).
000920     05  OB-OPER-CODE            PIC 9(01).
000930     05  FILLER                  PIC X(01).
000940     05  OB-NUM1                 PIC X(09).
000950     05  FILLER                  PIC X(01).
000960     05  OB-NUM2                 PIC X(09).
000970     05  FILLER                  PIC X(01).
000980     05  OB-RESULT               PIC X(10).
000990     05  FILLER                  PIC X(01).
001000     05  OB-RESULT2              PIC X(10).
001010     05  FILLER                  PIC X(01).
001020     05  OB-RESULT3              PIC X(13).
001030     05  FILLER                  PIC X(01).
001040     05  OB-RESULT4              PIC X(10).
001050     05  FILLER                  PIC X(01).
001060     05  OB-RESULT5              PIC X(13).
001070     05  FILLER                  PIC X(01).
001080     05  OB-RESULT6              PIC X(09).
001090     05  FILLER                  PIC X(01).
001100     05  OB-RESULT7              PIC X(17).
001110     05  FILLER                  PIC X(01).
001120     05  OB-DIV-ERR              PIC X(01).
001130     05  FILLER                  PIC X(01).
001140     05  OB-RESULT-OVFL          PIC X(01).
001150     05  FILLER                  PIC X(01).
001160     05  OB-RESULT3-OVFL         PIC X(01).
001170     05  FILLER                  PIC X(01).
001180     05  OB-RESULT7-ERR          PIC X(01).
001190     05  FILLER                  PIC X(01).
001200     05  OB-CHAIN-ERR            PIC X(01).
001210     05  FILLER                  PIC X(01).
001220     05  OB-REVERSAL             PIC X(01).
001230
001240 FD  LEDGER-FILE.
001250 COPY CALCLDGR.
001260
001270 FD  XTRT-FILE.
001280 01  XTRT-LINE                   PIC X(107).
001290
001300 FD  DEPTMST-FILE.
001310 COPY CALCDEPT.
001320
001330 FD  BUSDATE-FILE
001340     RECORDING MODE IS F.
001350 COPY CALCBDTE.
001352
001354 FD  EXCEPTION-FILE.
001356 COPY CALCPEXC.
001360
001370 WORKING-STORAGE SECTION.
001380 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
001390 77  WS-OTHER-COUNT              PIC 9(07) COMP VALUE ZERO.
001400 77  WS-CHAIN-COUNT              PIC 9(07) COMP VALUE ZERO.
001410 77  WS-TRAN-COUNT               PIC 9(07) COMP VALUE ZERO.
001420 77  WS-ROW-COUNT                PIC 9(07) COMP VALUE ZERO.
001430 77  WS-ERROR-ROWS               PIC 9(07) COMP VALUE ZERO.
001440 77  WS-REVERSAL-ROWS            PIC 9(07) COMP VALUE ZERO.
001450 77  WS-NO-KEY-COUNT             PIC 9(07) COMP VALUE ZERO.
001453 77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
001456 77  WS-RELEASED-ROWS            PIC 9(07) COMP VALUE ZERO.
001460 77  WS-OPER-SUB                 PIC S9(04) COMP VALUE ZERO.
001470
001480 01  WS-OUT-STATUS               PIC X(02).
001490     88  OUT-OK                  VALUE "00".
001500     88  OUT-NOT-FOUND           VALUE "05", "35".
001510
001520 01  WS-LEDGER-STATUS            PIC X(02).
001530     88  LEDGER-OK               VALUE "00".
001540     88  LEDGER-NOT-FOUND        VALUE "05", "35".
001550
001560 01  WS-XTRT-STATUS              PIC X(02).
001570     88  XTRT-OK                 VALUE "00".
001580
001590 01  WS-DEPTMST-STATUS           PIC X(02).
001600     88  DEPTMST-OK              VALUE "00".
001610     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
001620
001630 01  WS-BUSDATE-STATUS           PIC X(02).
001640     88  BUSDATE-OK              VALUE "00".
001650     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
001660
001662 01  WS-EXCEPTION-STATUS         PIC X(02).
001664     88  EXCEPTION-OK            VALUE "00".
001666     88  EXCEPTION-NOT-FOUND     VALUE "05", "35".
001668
001670 01  WS-SWITCHES.
001680     05  WS-EOF-SW               PIC X(01) VALUE "N".
001690         88  END-OF-OUTFILE      VALUE "Y".
001700     05  WS-SCAN-SW              PIC X(01) VALUE "N".
001710         88  SCAN-ENDED          VALUE "Y".
001720         88  SCAN-ACTIVE         VALUE "N".
001730     05  WS-KEY-SW               PIC X(01) VALUE "N".
001740         88  KEY-FOUND           VALUE "Y".
001750         88  KEY-NOT-FOUND       VALUE "N".
001751     05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
001752         88  END-OF-EXCEPTIONS   VALUE "Y".
001753     05  WS-LINE-SOURCE-SW       PIC X(01) VALUE "O".
001754         88  OUTFILE-LINE        VALUE "O".
001755         88  RELEASED-LINE       VALUE "R".
001760
001770 01  WS-XTRT-DEPT                PIC X(02) VALUE SPACES.
001780 01  WS-DEPT-NAME                PIC X(30) VALUE SPACES.
001790 01  WS-BUS-DATE                 PIC 9(08).
001800 01  WS-TODAY                    PIC 9(08).
001810 01  WS-NOW                      PIC 9(08).
001820
001830*    LEDGER ENTRY MATCHED TO THE PREVIOUS LINE OF THE SAME REF-ID.
001840*    THE NEXT LINE OF THAT REF-ID (THE NEXT STEP OF A CHAIN) MUST
001850*    MATCH AN ENTRY POSTED AFTER IT.
001860 01  WS-LAST-REF-ID              PIC X(08) VALUE SPACES.
001870 01  WS-LAST-KEY                 PIC X(20) VALUE SPACES.
001880 01  WS-LINE-KEY                 PIC X(20) VALUE SPACES.
001890 01  WS-LINE-NUM1                PIC S9(05)V99.
001900 01  WS-LINE-NUM2                PIC S9(05)V99.
001910 01  WS-LINE-REVERSAL            PIC X(01).
001920
001930 01  WS-ROW-RESULT               PIC S9(13)V99 VALUE ZERO.
001940 01  WS-RESULT-TOTAL             PIC S9(15)V99 VALUE ZERO.
001950
001960 01  WS-OPER-NAMES.
001970     05  FILLER                  PIC X(14) VALUE "ADICAO        ".
001980     05  FILLER                  PIC X(14) VALUE "SUBTRACAO     ".
001990     05  FILLER                  PIC X(14) VALUE "MULTIPLICACAO ".
002000     05  FILLER                  PIC X(14) VALUE "DIVISAO       ".
002010     05  FILLER                  PIC X(14) VALUE "TODAS         ".
002020     05  FILLER                  PIC X(14) VALUE "PORCENTAGEM   ".
002030     05  FILLER                  PIC X(14) VALUE "RESTO         ".
002040     05  FILLER                  PIC X(14) VALUE "POTENCIA      ".
002050 01  WS-OPER-NAME-TABLE REDEFINES WS-OPER-NAMES.
002060     05  WS-OPER-NAME OCCURS 8 TIMES
002070                                 PIC X(14).
002080
002090 01  WS-HEADER-ROW.
002100     05  FILLER                  PIC X(02) VALUE "H;".
002110     05  XH-DEPT                 PIC X(02).
002120     05  FILLER                  PIC X(01) VALUE ";".
002130     05  XH-DEPT-NAME            PIC X(30).
002140     05  FILLER                  PIC X(01) VALUE ";".
002150     05  XH-BUS-DATE             PIC 9(08).
002160     05  FILLER                  PIC X(01) VALUE ";".
002170     05  XH-RUN-DATE             PIC 9(08).
002180     05  FILLER                  PIC X(01) VALUE ";".
002190     05  XH-RUN-TIME             PIC 9(08).
002200
002210 01  WS-DETAIL-ROW.
002220     05  FILLER                  PIC X(02) VALUE "D;".
002230     05  XD-REF-ID               PIC X(08).
002240     05  FILLER                  PIC X(01) VALUE ";".
002250     05  XD-OPER-NAME            PIC X(14).
002260     05  FILLER                  PIC X(01) VALUE ";".
002270     05  XD-NUM1                 PIC -(05)9.99.
002280     05  FILLER                  PIC X(01) VALUE ";".
002290     05  XD-NUM2                 PIC -(05)9.99.
002300     05  FILLER                  PIC X(01) VALUE ";".
002310     05  XD-RESULT               PIC -(13)9.99.
002320     05  FILLER                  PIC X(01) VALUE ";".
002330     05  XD-ERROR-TEXT           PIC X(20).
002340     05  FILLER                  PIC X(01) VALUE ";".
002350     05  XD-REVERSAL             PIC X(01).
002360     05  FILLER                  PIC X(01) VALUE ";".
002370     05  XD-LDG-KEY              PIC X(20).
002380
002390 01  WS-TRAILER-ROW.
002400     05  FILLER                  PIC X(02) VALUE "T;".
002410     05  XT-DEPT                 PIC X(02).
002420     05  FILLER                  PIC X(01) VALUE ";".
002430     05  XT-BUS-DATE             PIC 9(08).
002440     05  FILLER                  PIC X(01) VALUE ";".
002450     05  XT-ROW-COUNT            PIC 9(07).
002460     05  FILLER                  PIC X(01) VALUE ";".
002470     05  XT-RESULT-TOTAL         PIC -(15)9.99.
002480     05  FILLER                  PIC X(01) VALUE ";".
002490     05  XT-ERROR-ROWS           PIC 9(07).
002500     05  FILLER                  PIC X(01) VALUE ";".
002510     05  XT-REVERSAL-ROWS        PIC 9(07).
002513     05  FILLER                  PIC X(01) VALUE ";".
002516     05  XT-RELEASED-ROWS        PIC 9(07).
002520
002530 01  WD-COUNT                    PIC ZZZZZZ9.
002540
002550 PROCEDURE DIVISION.
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002590             UNTIL END-OF-OUTFILE.
002592     PERFORM 2500-OPEN-EXCEPTIONS THRU 2500-EXIT.
002594     PERFORM 2600-PROCESS-EXCEPTION THRU 2600-EXIT
002596             UNTIL END-OF-EXCEPTIONS.
002600     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
002610     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002620     STOP RUN.
002630
002640 1000-INITIALIZE.
002650     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002660     ACCEPT WS-NOW FROM TIME.
002670     ACCEPT WS-XTRT-DEPT.
002680     IF WS-XTRT-DEPT = SPACES
002690         DISPLAY "NO DEPARTMENT CODE ON SYSIN - EXTRACT NOT RUN"
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     MOVE WS-TODAY TO WS-BUS-DATE.
002740     PERFORM 1100-LOAD-BUS-DATE THRU 1100-EXIT.
002750     PERFORM 1200-LOOKUP-DEPT THRU 1200-EXIT.
002760     OPEN INPUT LEDGER-FILE.
002770     IF NOT LEDGER-OK
002780         DISPLAY "LEDGER COULD NOT BE OPENED - STATUS "
002790                 WS-LEDGER-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     OPEN OUTPUT XTRT-FILE.
002840     IF NOT XTRT-OK
002850         DISPLAY "XTRTOUT COULD NOT BE OPENED - STATUS "
002860                 WS-XTRT-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     MOVE WS-XTRT-DEPT TO XH-DEPT.
002910     MOVE WS-DEPT-NAME TO XH-DEPT-NAME.
002920     MOVE WS-BUS-DATE TO XH-BUS-DATE.
002930     MOVE WS-TODAY TO XH-RUN-DATE.
002940     MOVE WS-NOW TO XH-RUN-TIME.
002950     WRITE XTRT-LINE FROM WS-HEADER-ROW.
002960     OPEN INPUT OUT-FILE.
002970     IF OUT-NOT-FOUND
002980         DISPLAY "OUTFILE IS EMPTY - HEADER AND TRAILER ONLY."
002990         SET END-OF-OUTFILE TO TRUE
003000         GO TO 1000-EXIT
003010     END-IF.
003020     IF NOT OUT-OK
003030         DISPLAY "OUTFILE COULD NOT BE OPENED - STATUS "
003040                 WS-OUT-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
003090 1000-EXIT.
003100     EXIT.
003110
003120 1100-LOAD-BUS-DATE.
003130     OPEN INPUT BUSDATE-FILE.
003140     IF BUSDATE-NOT-FOUND
003150         GO TO 1100-EXIT
003160     END-IF.
003170     IF NOT BUSDATE-OK
003180         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
003190                 WS-BUSDATE-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     READ BUSDATE-FILE
003240         NOT AT END
003250             MOVE BDT-OPEN-DATE TO WS-BUS-DATE
003260     END-READ.
003270     CLOSE BUSDATE-FILE.
003280 1100-EXIT.
003290     EXIT.
003300
003310 1200-LOOKUP-DEPT.
003320     MOVE "*** NAO CADASTRADO ***" TO WS-DEPT-NAME.
003330     OPEN INPUT DEPTMST-FILE.
003340     IF NOT DEPTMST-OK
003350         DISPLAY "DEPTMST COULD NOT BE OPENED - STATUS "
003360                 WS-DEPTMST-STATUS
003370                 " - DEPARTMENT NAME NOT EXTRACTED"
003380         GO TO 1200-EXIT
003390     END-IF.
003400     MOVE WS-XTRT-DEPT TO DPM-DEPT-CODE.
003410     READ DEPTMST-FILE
003420         NOT INVALID KEY
003430             MOVE DPM-NAME TO WS-DEPT-NAME
003440     END-READ.
003450     CLOSE DEPTMST-FILE.
003460 1200-EXIT.
003470     EXIT.
003480
003490 2000-PROCESS-RECORD.
003500     ADD 1 TO WS-READ-COUNT.
003510     IF OB-REF-DEPT NOT = WS-XTRT-DEPT
003520         ADD 1 TO WS-OTHER-COUNT
003530         GO TO 2000-READ-NEXT
003540     END-IF.
003550     IF OB-CHAIN-ERR = "Y"
003560         ADD 1 TO WS-CHAIN-COUNT
003570         GO TO 2000-READ-NEXT
003580     END-IF.
003590     ADD 1 TO WS-TRAN-COUNT.
003600     PERFORM 2200-FIND-LEDGER-KEY THRU 2200-EXIT.
003601     PERFORM 2050-WRITE-LINE-ROWS THRU 2050-EXIT.
003602 2000-READ-NEXT.
003603     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
003604 2000-EXIT.
003605     EXIT.
003606
003607 2050-WRITE-LINE-ROWS.
003610     IF OB-OPER-CODE = 5
003620         MOVE ZERO TO WS-OPER-SUB
003630         PERFORM 2300-WRITE-ALL-ROW THRU 2300-EXIT
003640             UNTIL WS-OPER-SUB NOT LESS THAN 8
003650     ELSE
003660         MOVE OB-OPER-CODE TO WS-OPER-SUB
003670         IF WS-OPER-SUB < 1 OR WS-OPER-SUB > 8
003680             MOVE 5 TO WS-OPER-SUB
003690         END-IF
003700         PERFORM 2400-WRITE-ROW THRU 2400-EXIT
003710     END-IF.
003726 2050-EXIT.
003742     EXIT.
003760
003770 2100-READ-OUTFILE.
003780     READ OUT-FILE
003790         AT END
003800             SET END-OF-OUTFILE TO TRUE
003810     END-READ.
003820 2100-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*   THE LINE'S LEDGER ENTRY IS THE FIRST CALCBAT ENTRY UNDER    *
003870*   ITS REF-ID, POSTED ON THE BUSINESS DATE AFTER THE ENTRY     *
003880*   TAKEN BY THE PREVIOUS LINE OF THE SAME REF-ID, WITH THE     *
003890*   SAME OPERATION, OPERANDS AND REVERSAL FLAG.  THE OPERANDS   *
003900*   KEEP A HELD CHAIN STEP (ON PENDEXC, NOT ON OUTFILE) FROM    *
003910*   BEING TAKEN FOR THE NEXT STEP.                              *
003920******************************************************************
003930 2200-FIND-LEDGER-KEY.
003940     IF OB-REF-ID NOT = WS-LAST-REF-ID
003950         MOVE OB-REF-ID TO WS-LAST-REF-ID
003960         MOVE ZEROS TO WS-LAST-KEY
003970     END-IF.
004010     PERFORM 2250-LINE-OPERANDS THRU 2250-EXIT.
004050     MOVE SPACES TO WS-LINE-KEY.
004060     SET KEY-NOT-FOUND TO TRUE.
004070     SET SCAN-ACTIVE TO TRUE.
004080     MOVE OB-REF-ID TO LDG-REF-ID.
004090     START LEDGER-FILE KEY IS EQUAL TO LDG-REF-ID
004100         INVALID KEY
004110             SET SCAN-ENDED TO TRUE
004120     END-START.
004130     PERFORM 2210-READ-CANDIDATE THRU 2210-EXIT
004140         UNTIL KEY-FOUND OR SCAN-ENDED.
004150     IF KEY-FOUND
004160         MOVE LDG-ENTRY-KEY TO WS-LINE-KEY
004170         MOVE LDG-ENTRY-KEY TO WS-LAST-KEY
004180     ELSE
004190         ADD 1 TO WS-NO-KEY-COUNT
004200         DISPLAY "NO LEDGER ENTRY FOUND FOR REF " OB-REF-ID
004210                 " - EXTRACTED WITHOUT KEY"
004220         IF RETURN-CODE < 4
004230             MOVE 4 TO RETURN-CODE
004240         END-IF
004250     END-IF.
004260 2200-EXIT.
004270     EXIT.
004280
004290 2210-READ-CANDIDATE.
004300     READ LEDGER-FILE NEXT RECORD
004310         AT END
004320             SET SCAN-ENDED TO TRUE
004330             GO TO 2210-EXIT
004340     END-READ.
004350     IF LDG-REF-ID NOT = OB-REF-ID
004360         SET SCAN-ENDED TO TRUE
004370         GO TO 2210-EXIT
004380     END-IF.
004390     IF LDG-SOURCE-PGM = "CALCBAT "
004400        AND LDG-DATE = WS-BUS-DATE
004410        AND LDG-ENTRY-KEY > WS-LAST-KEY
004420        AND LDG-OPER-CHOICE = OB-OPER-CODE
004430        AND LDG-NUM1 = WS-LINE-NUM1
004440        AND LDG-NUM2 = WS-LINE-NUM2
004450        AND LDG-REVERSAL-SW = WS-LINE-REVERSAL
004460         SET KEY-FOUND TO TRUE
004470     END-IF.
004480 2210-EXIT.
004490     EXIT.
004491
004492 2250-LINE-OPERANDS.
004493     COMPUTE WS-LINE-NUM1 = FUNCTION NUMVAL(OB-NUM1).
004494     COMPUTE WS-LINE-NUM2 = FUNCTION NUMVAL(OB-NUM2).
004495     IF OB-REVERSAL = "Y"
004496         MOVE "Y" TO WS-LINE-REVERSAL
004497     ELSE
004498         MOVE "N" TO WS-LINE-REVERSAL
004499     END-IF.
004500 2250-EXIT.
004501     EXIT.
004502
004510******************************************************************
004520*   A "TODAS AS OPERACOES" TRANSACTION GIVES ONE ROW PER        *
004530*   OPERATION (CODES 1-4 AND 6-8), AS ON DISTRPT, EACH WITH THE *
004540*   REF, OPERANDS AND LEDGER KEY OF THE TRANSACTION.            *
004550******************************************************************
004560 2300-WRITE-ALL-ROW.
004570     ADD 1 TO WS-OPER-SUB.
004580     IF WS-OPER-SUB = 5
004590         GO TO 2300-EXIT
004600     END-IF.
004610     PERFORM 2400-WRITE-ROW THRU 2400-EXIT.
004620 2300-EXIT.
004630     EXIT.
004640
004650 2400-WRITE-ROW.
004660     MOVE OB-REF-ID TO XD-REF-ID.
004670     MOVE WS-OPER-NAME (WS-OPER-SUB) TO XD-OPER-NAME.
004680     MOVE WS-LINE-NUM1 TO XD-NUM1.
004690     MOVE WS-LINE-NUM2 TO XD-NUM2.
004700     PERFORM 2410-RESULT-FOR-SUB THRU 2410-EXIT.
004710     PERFORM 2420-ERROR-FOR-SUB THRU 2420-EXIT.
004720     IF OB-REVERSAL = "Y"
004730         COMPUTE WS-ROW-RESULT = ZERO - WS-ROW-RESULT
004740         MOVE "S" TO XD-REVERSAL
004750         ADD 1 TO WS-REVERSAL-ROWS
004760     ELSE
004770         MOVE "N" TO XD-REVERSAL
004780     END-IF.
004790     IF XD-ERROR-TEXT NOT = SPACES
004800         ADD 1 TO WS-ERROR-ROWS
004810     END-IF.
004820     MOVE WS-ROW-RESULT TO XD-RESULT.
004830     MOVE WS-LINE-KEY TO XD-LDG-KEY.
004840     ADD WS-ROW-RESULT TO WS-RESULT-TOTAL.
004850     WRITE XTRT-LINE FROM WS-DETAIL-ROW.
004860     ADD 1 TO WS-ROW-COUNT.
004862     IF RELEASED-LINE
004864         ADD 1 TO WS-RELEASED-ROWS
004866     END-IF.
004870 2400-EXIT.
004880     EXIT.
004890
004900 2410-RESULT-FOR-SUB.
004910     MOVE ZERO TO WS-ROW-RESULT.
004920     IF WS-OPER-SUB = 1 OR WS-OPER-SUB = 5
004930         COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(OB-RESULT)
004940     END-IF.
004950     IF WS-OPER-SUB = 2
004960         COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(OB-RESULT2)
004970     END-IF.
004980     IF WS-OPER-SUB = 3
004990         COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(OB-RESULT3)
005000     END-IF.
005010     IF WS-OPER-SUB = 4
005020         COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(OB-RESULT4)
005030     END-IF.
005040     IF WS-OPER-SUB = 6
005050         COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(OB-RESULT5)
005060     END-IF.
005070     IF WS-OPER-SUB = 7
005080         COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(OB-RESULT6)
005090     END-IF.
005100     IF WS-OPER-SUB = 8
005110         COMPUTE WS-ROW-RESULT = FUNCTION NUMVAL(OB-RESULT7)
005120     END-IF.
005130 2410-EXIT.
005140     EXIT.
005150
005160*    SAME ERROR WORDING AS THE REMARKS ON DISTRPT.
005170 2420-ERROR-FOR-SUB.
005180     MOVE SPACES TO XD-ERROR-TEXT.
005190     IF (WS-OPER-SUB = 4 OR WS-OPER-SUB = 7)
005200        AND OB-DIV-ERR = "Y"
005210         MOVE "DIVISAO POR ZERO" TO XD-ERROR-TEXT
005220     END-IF.
005230     IF WS-OPER-SUB = 1 AND OB-RESULT-OVFL = "Y"
005240         MOVE "ESTOURO DA ADICAO" TO XD-ERROR-TEXT
005250     END-IF.
005260     IF WS-OPER-SUB = 3 AND OB-RESULT3-OVFL = "Y"
005270         MOVE "ESTOURO DA MULT." TO XD-ERROR-TEXT
005280     END-IF.
005290     IF WS-OPER-SUB = 8 AND OB-RESULT7-ERR = "Y"
005300         MOVE "POTENCIA INDEFINIDA" TO XD-ERROR-TEXT
005310     END-IF.
005320     IF XD-ERROR-TEXT NOT = SPACES
005330         MOVE ZERO TO WS-ROW-RESULT
005340     END-IF.
005350 2420-EXIT.
005360     EXIT.
005361
005362******************************************************************
005363*   RELEASED ITEMS.  A HELD RESULT REACHES DISTRPT ONLY WHEN    *
005364*   CALCRELS SENDS IT, ON A LATER NIGHT THAN ITS POSTING, AND   *
005365*   MARKS IT SENT WITH THAT NIGHT'S BUSINESS DATE.  THE SAVED   *
005366*   OUTFILE IMAGE IS EXTRACTED LIKE AN OUTFILE LINE; ITS LEDGER *
005367*   KEY IS THE PENDEXC KEY, AS ITS LEDGER DATE IS NOT THE       *
005368*   BUSINESS DATE THE REF-ID SEARCH LOOKS FOR.  A MISSING       *
005369*   PENDEXC MEANS NOTHING HAS EVER BEEN HELD.                   *
005370******************************************************************
005371 2500-OPEN-EXCEPTIONS.
005372     SET RELEASED-LINE TO TRUE.
005373     OPEN INPUT EXCEPTION-FILE.
005374     IF EXCEPTION-NOT-FOUND
005375         SET END-OF-EXCEPTIONS TO TRUE
005376         GO TO 2500-EXIT
005377     END-IF.
005378     IF NOT EXCEPTION-OK
005379         DISPLAY "PENDEXC COULD NOT BE OPENED - STATUS "
005380                 WS-EXCEPTION-STATUS
005381         MOVE 16 TO RETURN-CODE
005382         STOP RUN
005383     END-IF.
005384     PERFORM 2700-READ-EXCEPTION THRU 2700-EXIT.
005385 2500-EXIT.
005386     EXIT.
005387
005388 2600-PROCESS-EXCEPTION.
005389     IF NOT PX-DISTRIBUTED
005390        OR PX-SENT-DATE NOT = WS-BUS-DATE
005391        OR PX-DEPT-CODE NOT = WS-XTRT-DEPT
005392         GO TO 2600-READ-NEXT
005393     END-IF.
005394     MOVE PX-OUT-IMAGE TO OUT-RECORD.
005395     ADD 1 TO WS-RELEASED-COUNT.
005396     PERFORM 2250-LINE-OPERANDS THRU 2250-EXIT.
005397     MOVE PX-ENTRY-KEY TO WS-LINE-KEY.
005398     PERFORM 2050-WRITE-LINE-ROWS THRU 2050-EXIT.
005399 2600-READ-NEXT.
005400     PERFORM 2700-READ-EXCEPTION THRU 2700-EXIT.
005401 2600-EXIT.
005402     EXIT.
005403
005404 2700-READ-EXCEPTION.
005405     READ EXCEPTION-FILE NEXT RECORD
005406         AT END
005407             SET END-OF-EXCEPTIONS TO TRUE
005408     END-READ.
005409 2700-EXIT.
005410     EXIT.
005411
005412 3000-WRITE-TRAILER.
005413     MOVE WS-XTRT-DEPT TO XT-DEPT.
005414     MOVE WS-BUS-DATE TO XT-BUS-DATE.
005415     MOVE WS-ROW-COUNT TO XT-ROW-COUNT.
005420     MOVE WS-RESULT-TOTAL TO XT-RESULT-TOTAL.
005430     MOVE WS-ERROR-ROWS TO XT-ERROR-ROWS.
005440     MOVE WS-REVERSAL-ROWS TO XT-REVERSAL-ROWS.
005445     MOVE WS-RELEASED-ROWS TO XT-RELEASED-ROWS.
005450     WRITE XTRT-LINE FROM WS-TRAILER-ROW.
005460 3000-EXIT.
005470     EXIT.
005480
005490 4000-TERMINATE.
005500     IF NOT OUT-NOT-FOUND
005510         CLOSE OUT-FILE
005520     END-IF.
005530     CLOSE LEDGER-FILE.
005532     IF NOT EXCEPTION-NOT-FOUND
005534         CLOSE EXCEPTION-FILE
005536     END-IF.
005540     CLOSE XTRT-FILE.
005550     DISPLAY "CALCXTRT - EXTRACT FOR DEPARTMENT " WS-XTRT-DEPT
005560             "  BUSINESS DATE " WS-BUS-DATE.
005570     MOVE WS-READ-COUNT TO WD-COUNT.
005580     DISPLAY "  OUTFILE LINES READ ........... " WD-COUNT.
005590     MOVE WS-OTHER-COUNT TO WD-COUNT.
005600     DISPLAY "  LINES OF OTHER DEPARTMENTS ... " WD-COUNT.
005610     MOVE WS-CHAIN-COUNT TO WD-COUNT.
005620     DISPLAY "  NOT-COMPUTED CHAIN STEPS ..... " WD-COUNT.
005630     MOVE WS-TRAN-COUNT TO WD-COUNT.
005640     DISPLAY "  TRANSACTIONS EXTRACTED ....... " WD-COUNT.
005642     MOVE WS-RELEASED-COUNT TO WD-COUNT.
005644     DISPLAY "  RELEASED ITEMS EXTRACTED ..... " WD-COUNT.
005646     MOVE WS-RELEASED-ROWS TO WD-COUNT.
005648     DISPLAY "  D ROWS OF RELEASED ITEMS ..... " WD-COUNT.
005650     MOVE WS-ROW-COUNT TO WD-COUNT.
005660     DISPLAY "  D ROWS WRITTEN ............... " WD-COUNT.
005670     MOVE WS-NO-KEY-COUNT TO WD-COUNT.
005680     DISPLAY "  LINES WITHOUT LEDGER KEY ..... " WD-COUNT.
005690 4000-EXIT.
005700     EXIT.
005710
005720 END PROGRAM CALCXTRT.
