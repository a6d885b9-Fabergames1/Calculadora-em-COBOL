000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCSTGN                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      GENERATES THE DAY'S STANDING-INSTRUCTION TRANSACTIONS.   *
000090*      READS THE STANDING-INSTRUCTION FILE (STNDINST, LAYOUT    *
000100*      IN CALCSTND) IN KEY ORDER AND, FOR EVERY ACTIVE          *
000110*      INSTRUCTION DUE ON THE OPEN BUSINESS DATE (BUSDATE),     *
000120*      WRITES A TRANFILE DETAIL TO GENTRAN: ONE HDR/TRL GROUP   *
000130*      PER DEPARTMENT, HEADER CARRYING THE BUSINESS DATE,       *
000140*      TRAILER CARRYING THE RECORD COUNT AND THE NUM1/NUM2      *
000150*      HASH TOTALS, IN THE FORMAT CALCEDIT EDITS.  THE CALCBAT  *
000160*      JOB READS GENTRAN CONCATENATED AFTER THE KEYED TRANFILE. *
000170*                                                                *
000180*      DUE MEANS: FREQUENCY D, EVERY BUSINESS DAY; FREQUENCY S, *
000190*      THE BUSINESS DATE FALLS ON SI-WEEKDAY; FREQUENCY M, THE  *
000200*      BUSINESS DATE IS THE LAST WEEKDAY OF ITS MONTH.  AN      *
000210*      INSTRUCTION IS ONLY DUE FROM ITS START DATE TO ITS END   *
000220*      DATE.  THE REF-ID OF A GENERATED DETAIL IS THE           *
000230*      DEPARTMENT, "S", THE INSTRUCTION NUMBER AND THE DAY OF   *
000240*      THE YEAR OF THE BUSINESS DATE (E.G. FNS07288), SO A      *
000250*      RERUN FOR THE SAME DATE REPRODUCES THE SAME REF-IDS AND  *
000260*      THE REGISTRY DIVERTS ANY THAT ALREADY POSTED.            *
000262*      BYTE 3 = "S" IS RESERVED FOR THESE REF-IDS: EACH         *
000264*      HEADER CARRIES "STNDINST" IN COLS 14-21, AND CALCEDIT    *
000266*      REJECTS (REASON 15) A DETAIL MARKED "S" IN ANY GROUP     *
000268*      WHOSE HEADER DOES NOT.                                   *
000270*                                                                *
000280*      THE CONTROL REPORT (STGNRPT) LISTS EVERY TRANSACTION     *
000290*      GENERATED, EVERY SUSPENDED OR EXPIRED INSTRUCTION, AND   *
000300*      EVERY DUE INSTRUCTION THAT COULD NOT BE GENERATED        *
000310*      (DEPARTMENT NOT ON DEPTMST OR CLOSED, OR CONTENT         *
000320*      INVALID), WITH DEPARTMENT AND GRAND CONTROL TOTALS.  AN  *
000330*      INSTRUCTION FOUND PAST ITS END DATE IS MARKED EXPIRED    *
000340*      ("E") ON STNDINST; SI-LAST-GEN-DATE IS SET ON EVERY      *
000350*      INSTRUCTION GENERATED.  ENDS RC=4 WHEN ANY DUE           *
000360*      INSTRUCTION WAS NOT GENERATED, RC=16 ON AN I/O ERROR.    *
000370*                                                                *
000380*   MODIFICATION HISTORY.                                       *
000390*      15/10/2026  DA   INITIAL VERSION.                        *
000393*      15/10/2026  DA   HEADER CARRIES THE STNDINST ORIGIN MARK *
000396*                       SO CALCEDIT CAN RESERVE REF-ID BYTE 3.  *
000400*                                                                *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     CALCSTGN.
000440 AUTHOR.         D. ALMEIDA.
000450 INSTALLATION.   DATA PROCESSING CENTER.
000460 DATE-WRITTEN.   15/10/2026.
000470 DATE-COMPILED.  15/10/2026.
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. GNUCOBOL.
000510 OBJECT-COMPUTER. GNUCOBOL.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT STNDINST-FILE ASSIGN TO "STNDINST"
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS DYNAMIC
000570            RECORD KEY IS SI-KEY
000580            FILE STATUS IS WS-STNDINST-STATUS.
000590
000600     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS DYNAMIC
000630            RECORD KEY IS DPM-DEPT-CODE
000640            FILE STATUS IS WS-DEPTMST-STATUS.
000650
000660     SELECT GENTRAN-FILE ASSIGN TO "GENTRAN"
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS WS-GENTRAN-STATUS.
000690
000700     SELECT STGN-FILE ASSIGN TO "STGNRPT"
000710            ORGANIZATION IS LINE SEQUENTIAL
000720            FILE STATUS IS WS-STGN-STATUS.
000730
000740     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000750            ORGANIZATION IS SEQUENTIAL
000760            FILE STATUS IS WS-BUSDATE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  STNDINST-FILE.
000810 COPY CALCSTND.
000820
000830 FD  DEPTMST-FILE.
000840 COPY CALCDEPT.
000850
000860*    SAME 60-BYTE DETAIL/HDR/TRL LAYOUT AS THE TRANFILE CALCEDIT
000870*    EDITS.
000880 FD  GENTRAN-FILE
000890     RECORDING MODE IS F.
000900 01  GEN-DETAIL-RECORD.
000910     05  GT-REF-ID.
000920         10  GT-REF-DEPT         PIC X(02).
000930         10  GT-REF-MARK         PIC X(01).
000940         10  GT-REF-INST         PIC 9(02).
000950         10  GT-REF-DAY          PIC 9(03).
000960     05  GT-OPER-CODE            PIC 9(01).
000970     COPY CALCNUM
000980         REPLACING ==NUM1==    BY ==GT-NUM1==
000990                   ==NUM2==    BY ==GT-NUM2==.
001000     05  GT-REC-TYPE             PIC X(01).
001010     05  FILLER                  PIC X(34).
001020 01  GEN-HEADER-RECORD.
001030     05  GH-RECORD-TYPE          PIC X(03).
001040     05  GH-DEPT-CODE            PIC X(02).
001050     05  GH-BUS-DATE             PIC 9(08).
001056     05  GH-ORIGIN               PIC X(08).
001062     05  FILLER                  PIC X(39).
001070 01  GEN-TRAILER-RECORD.
001080     05  GR-RECORD-TYPE          PIC X(03).
001090     05  GR-REC-COUNT            PIC 9(07).
001100     05  GR-NUM1-HASH            PIC S9(13)V99 SIGN IS
001110                                 TRAILING SEPARATE.
001120     05  GR-NUM2-HASH            PIC S9(13)V99 SIGN IS
001130                                 TRAILING SEPARATE.
001140     05  FILLER                  PIC X(18).
001150
001160 FD  STGN-FILE.
001170 01  STGN-LINE                   PIC X(80).
001180
001190 FD  BUSDATE-FILE
001200     RECORDING MODE IS F.
001210 COPY CALCBDTE.
001220
001230 WORKING-STORAGE SECTION.
001240 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
001250 77  WS-GEN-COUNT                PIC 9(07) COMP VALUE ZERO.
001260 77  WS-NOT-DUE-COUNT            PIC 9(07) COMP VALUE ZERO.
001270 77  WS-NOT-STARTED-COUNT        PIC 9(07) COMP VALUE ZERO.
001280 77  WS-SUSPENDED-COUNT          PIC 9(07) COMP VALUE ZERO.
001290 77  WS-NEW-EXPIRED-COUNT        PIC 9(07) COMP VALUE ZERO.
001300 77  WS-OLD-EXPIRED-COUNT        PIC 9(07) COMP VALUE ZERO.
001310 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
001320 77  WS-GROUP-COUNT              PIC 9(05) COMP VALUE ZERO.
001330 77  WS-GRP-COUNT                PIC 9(07) VALUE ZERO.
001340 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
001350 77  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001360 77  WS-DATE-INT                 PIC S9(07) COMP VALUE ZERO.
001370 77  WS-WEEK-QUOT                PIC S9(07) COMP VALUE ZERO.
001380 77  WS-WEEK-REM                 PIC S9(07) COMP VALUE ZERO.
001390
001400 01  WS-STNDINST-STATUS          PIC X(02).
001410     88  STNDINST-OK             VALUE "00".
001420     88  STNDINST-NOT-FOUND      VALUE "05", "35".
001430
001440 01  WS-DEPTMST-STATUS           PIC X(02).
001450     88  DEPTMST-OK              VALUE "00".
001460     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
001470
001480 01  WS-GENTRAN-STATUS           PIC X(02).
001490     88  GENTRAN-OK              VALUE "00".
001500
001510 01  WS-STGN-STATUS              PIC X(02).
001520     88  STGN-OK                 VALUE "00".
001530
001540 01  WS-BUSDATE-STATUS           PIC X(02).
001550     88  BUSDATE-OK              VALUE "00".
001560     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
001570
001580 01  WS-SWITCHES.
001590     05  WS-EOF-SW               PIC X(01) VALUE "N".
001600         88  END-OF-INSTRUCTIONS VALUE "Y".
001610     05  WS-STNDINST-SW          PIC X(01) VALUE "N".
001620         88  STNDINST-PRESENT    VALUE "Y".
001630     05  WS-GROUP-SW             PIC X(01) VALUE "N".
001640         88  GROUP-OPEN          VALUE "Y".
001650         88  GROUP-CLOSED        VALUE "N".
001660     05  WS-DEPT-SW              PIC X(01) VALUE SPACE.
001670         88  DEPT-USABLE         VALUE "A".
001680         88  DEPT-CLOSED         VALUE "C".
001690         88  DEPT-MISSING        VALUE "M".
001700     05  WS-MONTH-END-SW         PIC X(01) VALUE "N".
001710         88  MONTH-END-TODAY     VALUE "Y".
001720     05  WS-DUE-SW               PIC X(01) VALUE "N".
001730         88  INSTRUCTION-DUE     VALUE "Y".
001740         88  INSTRUCTION-NOT-DUE VALUE "N".
001750
001760 01  WS-BUS-DATE                 PIC 9(08).
001770 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
001780     05  WS-BUS-YYYY             PIC 9(04).
001790     05  WS-BUS-MM               PIC 9(02).
001800     05  WS-BUS-DD               PIC 9(02).
001810 01  WS-JAN-FIRST                PIC 9(08).
001820 01  WS-JAN-FIRST-R REDEFINES WS-JAN-FIRST.
001830     05  WS-JAN-YYYY             PIC 9(04).
001840     05  WS-JAN-MMDD             PIC 9(04).
001850 01  WS-NEXT-DATE                PIC 9(08).
001860 01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
001870     05  WS-NEXT-YYYY            PIC 9(04).
001880     05  WS-NEXT-MM              PIC 9(02).
001890     05  WS-NEXT-DD              PIC 9(02).
001900*    1 = SEGUNDA ... 7 = DOMINGO, AS SI-WEEKDAY.
001910 01  WS-BUS-WEEKDAY              PIC 9(01).
001920 01  WS-DAY-OF-YEAR              PIC 9(03).
001930 01  WS-CURR-DEPT                PIC X(02) VALUE LOW-VALUES.
001940
001950 01  WS-GROUP-TOTALS.
001960     05  WS-GRP-NUM1-HASH        PIC S9(13)V99 VALUE ZERO.
001970     05  WS-GRP-NUM2-HASH        PIC S9(13)V99 VALUE ZERO.
001980 01  WS-RUN-TOTALS.
001990     05  WS-TOT-NUM1-HASH        PIC S9(13)V99 VALUE ZERO.
002000     05  WS-TOT-NUM2-HASH        PIC S9(13)V99 VALUE ZERO.
002010
002020 01  WS-PAGE-HEADING-1.
002030     05  FILLER                  PIC X(49) VALUE
002040         "CALCSTGN - GERACAO DE INSTRUCOES PERMANENTES".
002050     05  FILLER                  PIC X(21) VALUE SPACES.
002060     05  FILLER                  PIC X(05) VALUE "PAG. ".
002070     05  WH-PAGE                 PIC ZZZZ9.
002080
002090 01  WS-PAGE-HEADING-2.
002100     05  FILLER                  PIC X(19) VALUE
002110         "DATA DO MOVIMENTO: ".
002120     05  WH-BUS-DATE             PIC 9(08).
002130     05  FILLER                  PIC X(18) VALUE
002140         "   DIA DA SEMANA: ".
002150     05  WH-WEEKDAY              PIC 9(01).
002160     05  FILLER                  PIC X(15) VALUE
002170         "   FIM DE MES: ".
002180     05  WH-MONTH-END            PIC X(03).
002190     05  FILLER                  PIC X(16) VALUE SPACES.
002200
002210 01  WS-COLUMN-HEADING.
002220     05  FILLER                  PIC X(08) VALUE "DP  NR  ".
002230     05  FILLER                  PIC X(32) VALUE "DESCRICAO".
002240     05  FILLER                  PIC X(03) VALUE "OP ".
002250     05  FILLER                  PIC X(03) VALUE "FR ".
002260     05  FILLER                  PIC X(10) VALUE "REF-ID".
002270     05  FILLER                  PIC X(24) VALUE "SITUACAO".
002280
002290 01  WS-DETAIL-LINE.
002300     05  WD-DEPT                 PIC X(02).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  WD-NBR                  PIC 9(02).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  WD-DESC                 PIC X(30).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  WD-OPER                 PIC X(01).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  WD-FREQ                 PIC X(01).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  WD-REF-ID               PIC X(08).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  WD-STATUS               PIC X(24).
002430     05  WD-STATUS-R REDEFINES WD-STATUS.
002440         10  WD-STATUS-TEXT      PIC X(12).
002450         10  WD-STATUS-DATE      PIC 9(08).
002460         10  FILLER              PIC X(04).
002470
002480 01  WS-GROUP-TOTAL-LINE.
002490     05  WG-LABEL                PIC X(15) VALUE "TOTAL DEPTO ".
002500     05  WG-DEPT                 PIC X(02).
002510     05  FILLER                  PIC X(02) VALUE ": ".
002520     05  WG-COUNT                PIC ZZZZZZ9.
002530     05  FILLER                  PIC X(08) VALUE "  NUM1: ".
002540     05  WG-NUM1-HASH            PIC -ZZZZZZZZZZZZ9.99.
002550     05  FILLER                  PIC X(08) VALUE "  NUM2: ".
002560     05  WG-NUM2-HASH            PIC -ZZZZZZZZZZZZ9.99.
002570     05  FILLER                  PIC X(04) VALUE SPACES.
002580
002590 01  WS-COUNT-LINE.
002600     05  WC-LABEL                PIC X(40).
002610     05  WC-COUNT                PIC ZZZZZZ9.
002620     05  FILLER                  PIC X(33) VALUE SPACES.
002630
002640 01  WS-NONE-LINE                PIC X(80) VALUE
002650     "NENHUMA INSTRUCAO PERMANENTE CADASTRADA.".
002660
002670 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
002680
002690 PROCEDURE DIVISION.
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720     PERFORM 1200-SET-CALENDAR THRU 1200-EXIT.
002730     PERFORM 4900-WRITE-HEADING THRU 4900-EXIT.
002740     IF STNDINST-PRESENT
002750         PERFORM 2000-READ-INSTRUCTION THRU 2000-EXIT
002760         PERFORM 3000-PROCESS-INSTRUCTION THRU 3000-EXIT
002770             UNTIL END-OF-INSTRUCTIONS
002780     END-IF.
002790     IF GROUP-OPEN
002800         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
002810     END-IF.
002820     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002830     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002840     STOP RUN.
002850
002860 1000-INITIALIZE.
002870     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
002880     PERFORM 1100-LOAD-BUS-DATE THRU 1100-EXIT.
002890     OPEN OUTPUT STGN-FILE.
002900     IF NOT STGN-OK
002910         DISPLAY "STGNRPT COULD NOT BE OPENED - STATUS "
002920                 WS-STGN-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     OPEN OUTPUT GENTRAN-FILE.
002970     IF NOT GENTRAN-OK
002980         DISPLAY "GENTRAN COULD NOT BE OPENED - STATUS "
002990                 WS-GENTRAN-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     OPEN INPUT DEPTMST-FILE.
003040     IF NOT DEPTMST-OK
003050         DISPLAY "DEPTMST COULD NOT BE OPENED - STATUS "
003060                 WS-DEPTMST-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100*    NO STANDING-INSTRUCTION FILE YET IS NOT AN ERROR: GENTRAN IS
003110*    WRITTEN EMPTY AND THE REPORT SAYS SO.
003120     OPEN I-O STNDINST-FILE.
003130     IF STNDINST-OK
003140         SET STNDINST-PRESENT TO TRUE
003150     ELSE
003160         IF NOT STNDINST-NOT-FOUND
003170             DISPLAY "STNDINST COULD NOT BE OPENED - STATUS "
003180                     WS-STNDINST-STATUS
003190             MOVE 16 TO RETURN-CODE
003200             STOP RUN
003210         END-IF
003220     END-IF.
003230 1000-EXIT.
003240     EXIT.
003250
003260*    THE TRANSACTIONS ARE GENERATED FOR THE BUSINESS DATE OPEN ON
003270*    BUSDATE.  NO BUSDATE USES THE SYSTEM DATE ALREADY ACCEPTED.
003280 1100-LOAD-BUS-DATE.
003290     OPEN INPUT BUSDATE-FILE.
003300     IF BUSDATE-NOT-FOUND
003310         GO TO 1100-EXIT
003320     END-IF.
003330     IF NOT BUSDATE-OK
003340         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
003350                 WS-BUSDATE-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     READ BUSDATE-FILE
003400         NOT AT END
003410             MOVE BDT-OPEN-DATE TO WS-BUS-DATE
003420     END-READ.
003430     CLOSE BUSDATE-FILE.
003440 1100-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*   DAY 1 OF THE INTEGER-OF-DATE CALENDAR (01/01/1601) IS A     *
003490*   MONDAY, SO THE REMAINDER OF (DAY - 1) / 7 IS 0 FOR MONDAY   *
003500*   THROUGH 6 FOR SUNDAY (AS IN CALCCLOS); ADDING 1 GIVES THE   *
003510*   SI-WEEKDAY NUMBERING.  THE BUSINESS DATE IS THE LAST        *
003520*   WEEKDAY OF ITS MONTH WHEN THE NEXT WEEKDAY FALLS IN         *
003530*   ANOTHER MONTH.  THE DAY OF THE YEAR GOES INTO THE REF-ID.   *
003540******************************************************************
003550 1200-SET-CALENDAR.
003560     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
003570     COMPUTE WS-WEEK-QUOT = WS-DATE-INT - 1.
003580     DIVIDE WS-WEEK-QUOT BY 7 GIVING WS-WEEK-QUOT
003590         REMAINDER WS-WEEK-REM.
003600     COMPUTE WS-BUS-WEEKDAY = WS-WEEK-REM + 1.
003610     IF WS-BUS-WEEKDAY = 5
003620         ADD 3 TO WS-DATE-INT
003630     ELSE
003640         IF WS-BUS-WEEKDAY = 6
003650             ADD 2 TO WS-DATE-INT
003660         ELSE
003670             ADD 1 TO WS-DATE-INT
003680         END-IF
003690     END-IF.
003700     COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
003710     IF WS-NEXT-MM NOT = WS-BUS-MM
003720         SET MONTH-END-TODAY TO TRUE
003730     END-IF.
003740     MOVE WS-BUS-YYYY TO WS-JAN-YYYY.
003750     MOVE 0101 TO WS-JAN-MMDD.
003760     COMPUTE WS-DAY-OF-YEAR
003770             = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
003780             - FUNCTION INTEGER-OF-DATE(WS-JAN-FIRST) + 1.
003790 1200-EXIT.
003800     EXIT.
003810
003820 2000-READ-INSTRUCTION.
003830     READ STNDINST-FILE NEXT RECORD
003840         AT END
003850             SET END-OF-INSTRUCTIONS TO TRUE
003860             GO TO 2000-EXIT
003870     END-READ.
003880     IF NOT STNDINST-OK
003890         DISPLAY "STNDINST READ FAILED - STATUS "
003900                 WS-STNDINST-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     ADD 1 TO WS-READ-COUNT.
003950 2000-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990*   ONE INSTRUCTION.  SUSPENDED AND EXPIRED INSTRUCTIONS ARE    *
004000*   LISTED; ONE FOUND PAST ITS END DATE IS MARKED EXPIRED NOW.  *
004010*   INSTRUCTIONS NOT YET STARTED OR NOT DUE TODAY ARE ONLY      *
004020*   COUNTED.  A DUE INSTRUCTION WHOSE DEPARTMENT CANNOT TAKE    *
004030*   IT, OR WHOSE CONTENT IS INVALID, IS LISTED AND NOT          *
004040*   GENERATED.                                                  *
004050******************************************************************
004060 3000-PROCESS-INSTRUCTION.
004070     IF SI-DEPT-CODE NOT = WS-CURR-DEPT
004080         PERFORM 3100-DEPT-BREAK THRU 3100-EXIT
004090     END-IF.
004100     MOVE SPACES TO WD-REF-ID.
004110     MOVE SPACES TO WD-STATUS.
004120     IF SI-SUSPENDED
004130         MOVE "SUSPENSA" TO WD-STATUS
004140         PERFORM 4000-PRINT-INSTRUCTION THRU 4000-EXIT
004150         ADD 1 TO WS-SUSPENDED-COUNT
004160         GO TO 3000-READ-NEXT
004170     END-IF.
004180     IF SI-EXPIRED
004190         MOVE "EXPIRADA EM" TO WD-STATUS-TEXT
004200         MOVE SI-END-DATE TO WD-STATUS-DATE
004210         PERFORM 4000-PRINT-INSTRUCTION THRU 4000-EXIT
004220         ADD 1 TO WS-OLD-EXPIRED-COUNT
004230         GO TO 3000-READ-NEXT
004240     END-IF.
004250     IF NOT SI-ACTIVE
004260      OR NOT SI-FREQUENCY-VALID
004270         MOVE "INSTRUCAO INVALIDA" TO WD-STATUS
004280         PERFORM 3900-REJECT THRU 3900-EXIT
004290         GO TO 3000-READ-NEXT
004300     END-IF.
004310     IF SI-END-DATE LESS THAN WS-BUS-DATE
004320         PERFORM 3050-EXPIRE THRU 3050-EXIT
004330         GO TO 3000-READ-NEXT
004340     END-IF.
004350     IF SI-START-DATE GREATER THAN WS-BUS-DATE
004360         ADD 1 TO WS-NOT-STARTED-COUNT
004370         GO TO 3000-READ-NEXT
004380     END-IF.
004390     PERFORM 3200-CHECK-DUE THRU 3200-EXIT.
004400     IF INSTRUCTION-NOT-DUE
004410         ADD 1 TO WS-NOT-DUE-COUNT
004420         GO TO 3000-READ-NEXT
004430     END-IF.
004440     IF DEPT-MISSING
004450         MOVE "DEPTO NAO CADASTRADO" TO WD-STATUS
004460         PERFORM 3900-REJECT THRU 3900-EXIT
004470         GO TO 3000-READ-NEXT
004480     END-IF.
004490     IF DEPT-CLOSED
004500         MOVE "DEPTO ENCERRADO" TO WD-STATUS
004510         PERFORM 3900-REJECT THRU 3900-EXIT
004520         GO TO 3000-READ-NEXT
004530     END-IF.
004540     IF NOT SI-OPER-VALID
004550      OR SI-NUM1 NOT NUMERIC
004560      OR SI-NUM2 NOT NUMERIC
004570         MOVE "INSTRUCAO INVALIDA" TO WD-STATUS
004580         PERFORM 3900-REJECT THRU 3900-EXIT
004590         GO TO 3000-READ-NEXT
004600     END-IF.
004610     PERFORM 3300-GENERATE THRU 3300-EXIT.
004620 3000-READ-NEXT.
004630     PERFORM 2000-READ-INSTRUCTION THRU 2000-EXIT.
004640 3000-EXIT.
004650     EXIT.
004660
004670 3050-EXPIRE.
004680     SET SI-EXPIRED TO TRUE.
004690     MOVE WS-BUS-DATE TO SI-LAST-CHANGE-DATE.
004700     PERFORM 3600-REWRITE-INSTRUCTION THRU 3600-EXIT.
004710     MOVE "EXPIRADA EM" TO WD-STATUS-TEXT.
004720     MOVE SI-END-DATE TO WD-STATUS-DATE.
004730     PERFORM 4000-PRINT-INSTRUCTION THRU 4000-EXIT.
004740     ADD 1 TO WS-NEW-EXPIRED-COUNT.
004750 3050-EXIT.
004760     EXIT.
004770
004780*    A NEW DEPARTMENT: CLOSE THE PREVIOUS DEPARTMENT'S GROUP AND
004790*    LOOK THE NEW ONE UP ON THE DEPARTMENT MASTER.
004800 3100-DEPT-BREAK.
004810     IF GROUP-OPEN
004820         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
004830     END-IF.
004840     MOVE SI-DEPT-CODE TO WS-CURR-DEPT.
004850     MOVE SI-DEPT-CODE TO DPM-DEPT-CODE.
004860     READ DEPTMST-FILE
004870         INVALID KEY
004880             SET DEPT-MISSING TO TRUE
004890             GO TO 3100-EXIT
004900     END-READ.
004910     IF DPM-CLOSED
004920         SET DEPT-CLOSED TO TRUE
004930     ELSE
004940         SET DEPT-USABLE TO TRUE
004950     END-IF.
004960 3100-EXIT.
004970     EXIT.
004980
004990 3200-CHECK-DUE.
005000     SET INSTRUCTION-NOT-DUE TO TRUE.
005010     IF SI-DAILY
005020         SET INSTRUCTION-DUE TO TRUE
005030     END-IF.
005040     IF SI-WEEKLY
005050      AND SI-WEEKDAY = WS-BUS-WEEKDAY
005060         SET INSTRUCTION-DUE TO TRUE
005070     END-IF.
005080     IF SI-MONTH-END
005090      AND MONTH-END-TODAY
005100         SET INSTRUCTION-DUE TO TRUE
005110     END-IF.
005120 3200-EXIT.
005130     EXIT.
005140
005150 3300-GENERATE.
005160     IF GROUP-CLOSED
005170         PERFORM 3400-OPEN-GROUP THRU 3400-EXIT
005180     END-IF.
005190     MOVE SPACES TO GEN-DETAIL-RECORD.
005200     MOVE SI-DEPT-CODE TO GT-REF-DEPT.
005210     MOVE "S" TO GT-REF-MARK.
005220     MOVE SI-INST-NBR TO GT-REF-INST.
005230     MOVE WS-DAY-OF-YEAR TO GT-REF-DAY.
005240     MOVE SI-OPER-CODE TO GT-OPER-CODE.
005250     MOVE SI-NUM1 TO GT-NUM1.
005260     MOVE SI-NUM2 TO GT-NUM2.
005270     MOVE SPACE TO GT-REC-TYPE.
005280     WRITE GEN-DETAIL-RECORD.
005290     IF NOT GENTRAN-OK
005300         DISPLAY "GENTRAN WRITE FAILED - STATUS "
005310                 WS-GENTRAN-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     ADD 1 TO WS-GRP-COUNT.
005360     ADD 1 TO WS-GEN-COUNT.
005370     ADD SI-NUM1 TO WS-GRP-NUM1-HASH.
005380     ADD SI-NUM2 TO WS-GRP-NUM2-HASH.
005390     MOVE WS-BUS-DATE TO SI-LAST-GEN-DATE.
005400     PERFORM 3600-REWRITE-INSTRUCTION THRU 3600-EXIT.
005410     MOVE GT-REF-ID TO WD-REF-ID.
005420     MOVE "GERADA" TO WD-STATUS.
005430     PERFORM 4000-PRINT-INSTRUCTION THRU 4000-EXIT.
005440 3300-EXIT.
005450     EXIT.
005460
005470 3400-OPEN-GROUP.
005480     MOVE SPACES TO GEN-HEADER-RECORD.
005490     MOVE "HDR" TO GH-RECORD-TYPE.
005500     MOVE WS-CURR-DEPT TO GH-DEPT-CODE.
005510     MOVE WS-BUS-DATE TO GH-BUS-DATE.
005515     MOVE "STNDINST" TO GH-ORIGIN.
005520     WRITE GEN-HEADER-RECORD.
005530     IF NOT GENTRAN-OK
005540         DISPLAY "GENTRAN WRITE FAILED - STATUS "
005550                 WS-GENTRAN-STATUS
005560         MOVE 16 TO RETURN-CODE
005570         STOP RUN
005580     END-IF.
005590     SET GROUP-OPEN TO TRUE.
005600     ADD 1 TO WS-GROUP-COUNT.
005610     MOVE ZERO TO WS-GRP-COUNT.
005620     MOVE ZERO TO WS-GRP-NUM1-HASH WS-GRP-NUM2-HASH.
005630 3400-EXIT.
005640     EXIT.
005650
005660 3500-CLOSE-GROUP.
005670     MOVE SPACES TO GEN-TRAILER-RECORD.
005680     MOVE "TRL" TO GR-RECORD-TYPE.
005690     MOVE WS-GRP-COUNT TO GR-REC-COUNT.
005700     MOVE WS-GRP-NUM1-HASH TO GR-NUM1-HASH.
005710     MOVE WS-GRP-NUM2-HASH TO GR-NUM2-HASH.
005720     WRITE GEN-TRAILER-RECORD.
005730     IF NOT GENTRAN-OK
005740         DISPLAY "GENTRAN WRITE FAILED - STATUS "
005750                 WS-GENTRAN-STATUS
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     SET GROUP-CLOSED TO TRUE.
005800     ADD WS-GRP-NUM1-HASH TO WS-TOT-NUM1-HASH.
005810     ADD WS-GRP-NUM2-HASH TO WS-TOT-NUM2-HASH.
005820     MOVE "TOTAL DEPTO" TO WG-LABEL.
005830     MOVE WS-CURR-DEPT TO WG-DEPT.
005840     MOVE WS-GRP-COUNT TO WG-COUNT.
005850     MOVE WS-GRP-NUM1-HASH TO WG-NUM1-HASH.
005860     MOVE WS-GRP-NUM2-HASH TO WG-NUM2-HASH.
005870     MOVE WS-GROUP-TOTAL-LINE TO STGN-LINE.
005880     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
005890     MOVE WS-BLANK-LINE TO STGN-LINE.
005900     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
005910 3500-EXIT.
005920     EXIT.
005930
005940 3600-REWRITE-INSTRUCTION.
005950     REWRITE STANDING-INSTR-RECORD.
005960     IF NOT STNDINST-OK
005970         DISPLAY "STNDINST REWRITE FAILED - STATUS "
005980                 WS-STNDINST-STATUS " KEY " SI-KEY
005990         MOVE 16 TO RETURN-CODE
006000         STOP RUN
006010     END-IF.
006020 3600-EXIT.
006030     EXIT.
006040
006050 3900-REJECT.
006060     PERFORM 4000-PRINT-INSTRUCTION THRU 4000-EXIT.
006070     ADD 1 TO WS-REJECT-COUNT.
006080 3900-EXIT.
006090     EXIT.
006100
006110 4000-PRINT-INSTRUCTION.
006120     MOVE SI-DEPT-CODE TO WD-DEPT.
006130     MOVE SI-INST-NBR TO WD-NBR.
006140     MOVE SI-DESCRIPTION TO WD-DESC.
006150     MOVE SI-OPER-CODE TO WD-OPER.
006160     MOVE SI-FREQUENCY TO WD-FREQ.
006170     MOVE WS-DETAIL-LINE TO STGN-LINE.
006180     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
006190 4000-EXIT.
006200     EXIT.
006210
006220 4800-WRITE-LINE.
006230     IF WS-LINE-COUNT GREATER THAN 55
006240         PERFORM 4900-WRITE-HEADING THRU 4900-EXIT
006250     END-IF.
006260     WRITE STGN-LINE AFTER ADVANCING 1 LINE.
006270     ADD 1 TO WS-LINE-COUNT.
006280 4800-EXIT.
006290     EXIT.
006300
006310 4900-WRITE-HEADING.
006320     ADD 1 TO WS-PAGE-COUNT.
006330     MOVE WS-PAGE-COUNT TO WH-PAGE.
006340     MOVE WS-BUS-DATE TO WH-BUS-DATE.
006350     MOVE WS-BUS-WEEKDAY TO WH-WEEKDAY.
006360     IF MONTH-END-TODAY
006370         MOVE "SIM" TO WH-MONTH-END
006380     ELSE
006390         MOVE "NAO" TO WH-MONTH-END
006400     END-IF.
006410     WRITE STGN-LINE FROM WS-PAGE-HEADING-1
006420         AFTER ADVANCING PAGE.
006430     WRITE STGN-LINE FROM WS-PAGE-HEADING-2
006440         AFTER ADVANCING 1 LINE.
006450     WRITE STGN-LINE FROM WS-BLANK-LINE
006460         AFTER ADVANCING 1 LINE.
006470     WRITE STGN-LINE FROM WS-COLUMN-HEADING
006480         AFTER ADVANCING 1 LINE.
006490     MOVE 4 TO WS-LINE-COUNT.
006500 4900-EXIT.
006510     EXIT.
006520
006530 7000-PRINT-TOTALS.
006540     IF WS-READ-COUNT = ZERO
006550         MOVE WS-NONE-LINE TO STGN-LINE
006560         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
006570     END-IF.
006580     MOVE WS-BLANK-LINE TO STGN-LINE.
006590     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
006600     MOVE "TOTAL GERAL" TO WG-LABEL.
006610     MOVE SPACES TO WG-DEPT.
006620     MOVE WS-GEN-COUNT TO WG-COUNT.
006630     MOVE WS-TOT-NUM1-HASH TO WG-NUM1-HASH.
006640     MOVE WS-TOT-NUM2-HASH TO WG-NUM2-HASH.
006650     MOVE WS-GROUP-TOTAL-LINE TO STGN-LINE.
006660     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
006670     MOVE WS-BLANK-LINE TO STGN-LINE.
006680     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
006690     MOVE "INSTRUCOES LIDAS:" TO WC-LABEL.
006700     MOVE WS-READ-COUNT TO WC-COUNT.
006710     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006720     MOVE "TRANSACOES GERADAS:" TO WC-LABEL.
006730     MOVE WS-GEN-COUNT TO WC-COUNT.
006740     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006750     MOVE "GRUPOS HDR/TRL GRAVADOS:" TO WC-LABEL.
006760     MOVE WS-GROUP-COUNT TO WC-COUNT.
006770     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006780     MOVE "NAO PREVISTAS PARA A DATA:" TO WC-LABEL.
006790     MOVE WS-NOT-DUE-COUNT TO WC-COUNT.
006800     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006810     MOVE "AINDA NAO INICIADAS:" TO WC-LABEL.
006820     MOVE WS-NOT-STARTED-COUNT TO WC-COUNT.
006830     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006840     MOVE "SUSPENSAS:" TO WC-LABEL.
006850     MOVE WS-SUSPENDED-COUNT TO WC-COUNT.
006860     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006870     MOVE "EXPIRADAS NESTA GERACAO:" TO WC-LABEL.
006880     MOVE WS-NEW-EXPIRED-COUNT TO WC-COUNT.
006890     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006900     MOVE "EXPIRADAS ANTERIORMENTE:" TO WC-LABEL.
006910     MOVE WS-OLD-EXPIRED-COUNT TO WC-COUNT.
006920     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006930     MOVE "DEVIDAS E NAO GERADAS:" TO WC-LABEL.
006940     MOVE WS-REJECT-COUNT TO WC-COUNT.
006950     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT.
006960     DISPLAY "CALCSTGN - STANDING INSTRUCTION GENERATION".
006970     DISPLAY "  BUSINESS DATE:             " WS-BUS-DATE.
006980     MOVE WS-READ-COUNT TO WC-COUNT.
006990     DISPLAY "  INSTRUCTIONS READ:         " WC-COUNT.
007000     MOVE WS-GEN-COUNT TO WC-COUNT.
007010     DISPLAY "  TRANSACTIONS GENERATED:    " WC-COUNT.
007020     MOVE WS-GROUP-COUNT TO WC-COUNT.
007030     DISPLAY "  DEPARTMENT GROUPS WRITTEN: " WC-COUNT.
007040     MOVE WS-REJECT-COUNT TO WC-COUNT.
007050     DISPLAY "  DUE BUT NOT GENERATED:     " WC-COUNT.
007060     IF WS-REJECT-COUNT GREATER THAN ZERO
007070         DISPLAY "  DUE INSTRUCTIONS NOT GENERATED - SEE STGNRPT"
007080         MOVE 4 TO RETURN-CODE
007090     END-IF.
007100 7000-EXIT.
007110     EXIT.
007120
007130 7100-WRITE-COUNT.
007140     MOVE WS-COUNT-LINE TO STGN-LINE.
007150     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
007160 7100-EXIT.
007170     EXIT.
007180
007190 8000-TERMINATE.
007200     IF STNDINST-PRESENT
007210         CLOSE STNDINST-FILE
007220     END-IF.
007230     CLOSE DEPTMST-FILE.
007240     CLOSE GENTRAN-FILE.
007250     CLOSE STGN-FILE.
007260 8000-EXIT.
007270     EXIT.
007280
007290 END PROGRAM CALCSTGN.
