000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCRCRT                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      QUARTERLY ACCESS RECERTIFICATION OF THE OPERATOR MASTER. *
000090*      LISTS EVERY ACTIVE OPERATOR ON OPERMST, GROUPED BY       *
000100*      DEPARTMENT (ONE PAGE OR MORE PER DEPARTMENT ON RCRTRPT,  *
000110*      IN DEPTMST ORDER, WITH A SIGN-OFF LINE FOR THE           *
000120*      DEPARTMENT HEAD), SHOWING THE EIGHT OPM-AUTH-FLAGS AND   *
000130*      THE DATE OF THE OPERATOR'S LAST LEDGER ENTRY.  THE LAST  *
000140*      ACTIVITY IS THE LATEST LDG-DATE UNDER THE OPERATOR'S ID  *
000150*      ON THE LIVE LEDGER (READ ON THE LDG-OPER-ID ALTERNATE    *
000160*      KEY) OR ON THE ARCHIVE GENERATIONS CONCATENATED ON THE   *
000170*      ARCHIVE DD (OPTIONAL).  AN OPERATOR WITH NO ENTRY IN THE *
000180*      LAST 90 DAYS BEFORE THE OPEN BUSINESS DATE (OR NONE AT   *
000190*      ALL) IS FLAGGED "DORMENTE" SO THE DEPARTMENT HEAD CAN    *
000200*      SIGN OFF OR ASK FOR THE DEACTIVATION (CALCOPMT).  AN     *
000210*      OPERATOR WHOSE DEPARTMENT IS NOT ON DEPTMST PRINTS IN A  *
000220*      FINAL "NAO CADASTRADO" SECTION.                          *
000230*                                                                *
000240*   MODIFICATION HISTORY.                                       *
000250*      15/10/2026  DA   INITIAL VERSION.                        *
000260*                                                                *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     CALCRCRT.
000300 AUTHOR.         D. ALMEIDA.
000310 INSTALLATION.   DATA PROCESSING CENTER.
000320 DATE-WRITTEN.   15/10/2026.
000330 DATE-COMPILED.  15/10/2026.
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. GNUCOBOL.
000370 OBJECT-COMPUTER. GNUCOBOL.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE IS DYNAMIC
000430            RECORD KEY IS OPM-OPER-ID
000440            FILE STATUS IS WS-OPERMST-STATUS.
000450
000460     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS DYNAMIC
000490            RECORD KEY IS DPM-DEPT-CODE
000500            FILE STATUS IS WS-DEPTMST-STATUS.
000510
000520     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS DYNAMIC
000550            RECORD KEY IS LDG-ENTRY-KEY
000560            ALTERNATE RECORD KEY IS LDG-REF-ID
000570                    WITH DUPLICATES
000580            ALTERNATE RECORD KEY IS LDG-OPER-ID
000590                    WITH DUPLICATES
000600            FILE STATUS IS WS-LEDGER-STATUS.
000610
000620     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS WS-ARCHIVE-STATUS.
000650
000660     SELECT RCRT-FILE ASSIGN TO "RCRTRPT"
000670            ORGANIZATION IS LINE SEQUENTIAL
000680            FILE STATUS IS WS-RCRT-STATUS.
000690
000700     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000710            ORGANIZATION IS SEQUENTIAL
000720            FILE STATUS IS WS-BUSDATE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  OPERMST-FILE.
000770 COPY CALCOPER.
000780
000790 FD  DEPTMST-FILE.
000800 COPY CALCDEPT.
000810
000820 FD  LEDGER-FILE.
000830 COPY CALCLDGR.
000840
000850 FD  ARCHIVE-FILE.
000860 01  ARCHIVE-RECORD              PIC X(161).
000870
000880 FD  RCRT-FILE.
000890 01  RCRT-LINE                   PIC X(80).
000900
000910 FD  BUSDATE-FILE
000920     RECORDING MODE IS F.
000930 COPY CALCBDTE.
000940
000950 WORKING-STORAGE SECTION.
000960 77  WS-ARCHIVE-COUNT            PIC 9(09) COMP VALUE ZERO.
000970 77  WS-DEPT-ACTIVE-COUNT        PIC 9(05) COMP VALUE ZERO.
000980 77  WS-DEPT-DORMANT-COUNT       PIC 9(05) COMP VALUE ZERO.
000990 77  WS-TOTAL-DORMANT-COUNT      PIC 9(05) COMP VALUE ZERO.
001000 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
001010 77  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001020 77  WS-DORMANT-DAYS             PIC 9(03) VALUE 90.
001030 77  WS-DAYS-IDLE                PIC S9(07) COMP VALUE ZERO.
001031 77  WS-OPR-SUB                  PIC S9(04) COMP VALUE ZERO.
001032 77  WS-OPR-MAX                  PIC S9(04) COMP VALUE ZERO.
001040
001050 01  WS-OPERMST-STATUS           PIC X(02).
001060     88  OPERMST-OK              VALUE "00".
001070     88  OPERMST-NOT-FOUND       VALUE "05", "35".
001080
001090 01  WS-DEPTMST-STATUS           PIC X(02).
001100     88  DEPTMST-OK              VALUE "00".
001110     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
001120
001130 01  WS-LEDGER-STATUS            PIC X(02).
001140     88  LEDGER-OK               VALUE "00".
001150     88  LEDGER-NOT-FOUND        VALUE "05", "35".
001160
001170 01  WS-ARCHIVE-STATUS           PIC X(02).
001180     88  ARCHIVE-OK              VALUE "00".
001190     88  ARCHIVE-NOT-FOUND       VALUE "05", "35".
001200
001210 01  WS-RCRT-STATUS              PIC X(02).
001220     88  RCRT-OK                 VALUE "00".
001230
001240 01  WS-BUSDATE-STATUS           PIC X(02).
001250     88  BUSDATE-OK              VALUE "00".
001260     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
001270
001280 01  WS-SWITCHES.
001290     05  WS-OPR-EOF-SW           PIC X(01) VALUE "N".
001300         88  END-OF-OPERATORS    VALUE "Y".
001310     05  WS-DEP-EOF-SW           PIC X(01) VALUE "N".
001320         88  END-OF-DEPARTMENTS  VALUE "Y".
001330     05  WS-LDG-EOF-SW           PIC X(01) VALUE "N".
001340         88  END-OF-OPER-ENTRIES VALUE "Y".
001350     05  WS-ARC-EOF-SW           PIC X(01) VALUE "N".
001360         88  END-OF-ARCHIVE      VALUE "Y".
001370     05  WS-LEDGER-SW            PIC X(01) VALUE "N".
001380         88  LEDGER-PRESENT      VALUE "Y".
001390     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001400         88  OPERATOR-FOUND      VALUE "Y".
001410         88  OPERATOR-ABSENT     VALUE "N".
001420
001430 01  WS-REF-DATE                 PIC 9(08).
001440 01  WS-CURR-DEPT                PIC X(02).
001450 01  WS-CURR-DEPT-NAME           PIC X(30).
001460
001470*    ACTIVE OPERATORS AS LOADED FROM OPERMST (KEY ORDER), WITH
001480*    THE LATEST LEDGER DATE FOUND FOR EACH (ZERO = NONE).
001510 01  WS-OPERATOR-TABLE.
001520     05  WS-OPR-ENTRY OCCURS 500 TIMES.
001530         10  WS-OPR-ID           PIC X(08).
001540         10  WS-OPR-NAME         PIC X(30).
001550         10  WS-OPR-DEPT         PIC X(02).
001560         10  WS-OPR-FLAGS        PIC X(08).
001570         10  WS-OPR-LAST-DATE    PIC 9(08).
001580         10  WS-OPR-PRINTED-SW   PIC X(01).
001590             88  OPR-PRINTED     VALUE "Y".
001600             88  OPR-NOT-PRINTED VALUE "N".
001610
001620 01  WS-PAGE-HEADING-1.
001630     05  FILLER                  PIC X(51) VALUE
001640         "CALCRCRT - RECERTIFICACAO DE ACESSO DOS OPERADORES".
001650     05  FILLER                  PIC X(19) VALUE SPACES.
001660     05  FILLER                  PIC X(05) VALUE "PAG. ".
001670     05  WH-PAGE                 PIC ZZZZ9.
001680
001690 01  WS-PAGE-HEADING-2.
001700     05  FILLER                  PIC X(20) VALUE
001710         "DATA DE REFERENCIA: ".
001720     05  WH-REF-DATE             PIC 9(08).
001730     05  FILLER                  PIC X(21) VALUE
001740         "   DORMENTE: SEM USO ".
001750     05  WH-DORMANT-DAYS         PIC ZZ9.
001760     05  FILLER                  PIC X(28) VALUE
001770         " DIAS OU MAIS".
001780
001790 01  WS-PAGE-HEADING-3.
001800     05  FILLER                  PIC X(14) VALUE
001810         "DEPARTAMENTO: ".
001820     05  WH-DEPT                 PIC X(02).
001830     05  FILLER                  PIC X(03) VALUE " - ".
001840     05  WH-DEPT-NAME            PIC X(30).
001850     05  FILLER                  PIC X(31) VALUE SPACES.
001860
001870 01  WS-COLUMN-HEADING.
001880     05  FILLER                  PIC X(10) VALUE "OPERADOR  ".
001890     05  FILLER                  PIC X(32) VALUE "NOME".
001900     05  FILLER                  PIC X(10) VALUE "OPER.1-8  ".
001910     05  FILLER                  PIC X(10) VALUE "ULT.ATIV. ".
001920     05  FILLER                  PIC X(07) VALUE " DIAS  ".
001930     05  FILLER                  PIC X(11) VALUE "SITUACAO".
001940
001950 01  WS-DETAIL-LINE.
001960     05  WD-ID                   PIC X(08).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  WD-NAME                 PIC X(30).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  WD-FLAGS                PIC X(08).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  WD-LAST-DATE            PIC X(08).
002030     05  WD-LAST-DATE-N REDEFINES WD-LAST-DATE
002040                                 PIC 9(08).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  WD-DAYS                 PIC X(05).
002070     05  WD-DAYS-N REDEFINES WD-DAYS
002080                                 PIC ZZZZ9.
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  WD-STATUS               PIC X(08).
002110     05  FILLER                  PIC X(03) VALUE SPACES.
002120
002130 01  WS-DEPT-TOTAL-LINE.
002140     05  FILLER                  PIC X(20) VALUE
002150         "OPERADORES ATIVOS: ".
002160     05  WT-ACTIVE               PIC ZZZZ9.
002170     05  FILLER                  PIC X(14) VALUE
002180         "   DORMENTES: ".
002190     05  WT-DORMANT              PIC ZZZZ9.
002200     05  FILLER                  PIC X(36) VALUE SPACES.
002210
002220 01  WS-SIGNOFF-LINE.
002230     05  FILLER                  PIC X(40) VALUE
002240         "VISTO DO RESPONSAVEL: _________________ ".
002250     05  FILLER                  PIC X(40) VALUE
002260         "  DATA: ____/____/________              ".
002270
002280 01  WS-FINAL-LINE.
002290     05  FILLER                  PIC X(30) VALUE
002300         "TOTAL DE OPERADORES ATIVOS:   ".
002310     05  WF-ACTIVE               PIC ZZZZ9.
002320     05  FILLER                  PIC X(14) VALUE
002330         "   DORMENTES: ".
002340     05  WF-DORMANT              PIC ZZZZ9.
002350     05  FILLER                  PIC X(26) VALUE SPACES.
002360
002370 01  WS-NONE-LINE                PIC X(80) VALUE
002380     "NENHUM OPERADOR ATIVO NO CADASTRO.".
002390
002400 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
002410
002420 PROCEDURE DIVISION.
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT.
002460     IF LEDGER-PRESENT
002470         MOVE ZERO TO WS-OPR-SUB
002480         PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT
002490             UNTIL WS-OPR-SUB NOT LESS THAN WS-OPR-MAX
002500     END-IF.
002510     PERFORM 2200-SCAN-ARCHIVE THRU 2200-EXIT.
002520     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT.
002530     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002540     STOP RUN.
002550
002560 1000-INITIALIZE.
002570     ACCEPT WS-REF-DATE FROM DATE YYYYMMDD.
002580     PERFORM 1100-LOAD-BUS-DATE THRU 1100-EXIT.
002590     OPEN OUTPUT RCRT-FILE.
002600     IF NOT RCRT-OK
002610         DISPLAY "RCRTRPT COULD NOT BE OPENED - STATUS "
002620                 WS-RCRT-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     OPEN INPUT OPERMST-FILE.
002670     IF NOT OPERMST-OK
002680         DISPLAY "OPERMST COULD NOT BE OPENED - STATUS "
002690                 WS-OPERMST-STATUS
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     OPEN INPUT DEPTMST-FILE.
002740     IF NOT DEPTMST-OK
002750         DISPLAY "DEPTMST COULD NOT BE OPENED - STATUS "
002760                 WS-DEPTMST-STATUS
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     OPEN INPUT LEDGER-FILE.
002810     IF LEDGER-OK
002820         SET LEDGER-PRESENT TO TRUE
002830     ELSE
002840         IF NOT LEDGER-NOT-FOUND
002850             DISPLAY "LEDGER COULD NOT BE OPENED - STATUS "
002860                     WS-LEDGER-STATUS
002870             MOVE 16 TO RETURN-CODE
002880             STOP RUN
002890         END-IF
002900     END-IF.
002910 1000-EXIT.
002920     EXIT.
002930
002940*    DORMANCY IS MEASURED FROM THE BUSINESS DATE OPEN ON BUSDATE.
002950*    NO BUSDATE MEASURES FROM THE SYSTEM DATE ALREADY ACCEPTED.
002960 1100-LOAD-BUS-DATE.
002970     OPEN INPUT BUSDATE-FILE.
002980     IF BUSDATE-NOT-FOUND
002990         GO TO 1100-EXIT
003000     END-IF.
003010     IF NOT BUSDATE-OK
003020         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
003030                 WS-BUSDATE-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     READ BUSDATE-FILE
003080         NOT AT END
003090             MOVE BDT-OPEN-DATE TO WS-REF-DATE
003100     END-READ.
003110     CLOSE BUSDATE-FILE.
003120 1100-EXIT.
003130     EXIT.
003140
003150 1300-LOAD-OPERATORS.
003160     MOVE LOW-VALUES TO OPM-OPER-ID.
003170     START OPERMST-FILE KEY IS NOT LESS THAN OPM-OPER-ID
003180         INVALID KEY
003190             SET END-OF-OPERATORS TO TRUE
003200     END-START.
003210     PERFORM 1310-READ-OPERATOR THRU 1310-EXIT
003220         UNTIL END-OF-OPERATORS.
003230 1300-EXIT.
003240     EXIT.
003250
003260 1310-READ-OPERATOR.
003270     READ OPERMST-FILE NEXT RECORD
003280         AT END
003290             SET END-OF-OPERATORS TO TRUE
003300             GO TO 1310-EXIT
003310     END-READ.
003320     IF NOT OPM-ACTIVE
003330         GO TO 1310-EXIT
003340     END-IF.
003350     IF WS-OPR-MAX NOT LESS THAN 500
003360         DISPLAY "MORE THAN 500 ACTIVE OPERATORS - REPORT NOT "
003370                 "PRODUCED"
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     ADD 1 TO WS-OPR-MAX.
003420     MOVE OPM-OPER-ID TO WS-OPR-ID (WS-OPR-MAX).
003430     MOVE OPM-NAME TO WS-OPR-NAME (WS-OPR-MAX).
003440     MOVE OPM-DEPT-CODE TO WS-OPR-DEPT (WS-OPR-MAX).
003450     MOVE OPM-AUTH-FLAGS TO WS-OPR-FLAGS (WS-OPR-MAX).
003460     MOVE ZERO TO WS-OPR-LAST-DATE (WS-OPR-MAX).
003470     SET OPR-NOT-PRINTED (WS-OPR-MAX) TO TRUE.
003480 1310-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*   LIVE LEDGER: EACH OPERATOR'S ENTRIES ARE READ ON THE        *
003530*   LDG-OPER-ID ALTERNATE KEY AND THE LATEST LDG-DATE KEPT.     *
003540******************************************************************
003550 2000-SCAN-LEDGER.
003560     ADD 1 TO WS-OPR-SUB.
003570     MOVE "N" TO WS-LDG-EOF-SW.
003580     MOVE WS-OPR-ID (WS-OPR-SUB) TO LDG-OPER-ID.
003590     START LEDGER-FILE KEY IS EQUAL TO LDG-OPER-ID
003600         INVALID KEY
003610             GO TO 2000-EXIT
003620     END-START.
003630     PERFORM 2100-READ-OPER-ENTRY THRU 2100-EXIT
003640         UNTIL END-OF-OPER-ENTRIES.
003650 2000-EXIT.
003660     EXIT.
003670
003680 2100-READ-OPER-ENTRY.
003690     READ LEDGER-FILE NEXT RECORD
003700         AT END
003710             SET END-OF-OPER-ENTRIES TO TRUE
003720             GO TO 2100-EXIT
003730     END-READ.
003740     IF LDG-OPER-ID NOT = WS-OPR-ID (WS-OPR-SUB)
003750         SET END-OF-OPER-ENTRIES TO TRUE
003760         GO TO 2100-EXIT
003770     END-IF.
003780     IF LDG-DATE > WS-OPR-LAST-DATE (WS-OPR-SUB)
003790         MOVE LDG-DATE TO WS-OPR-LAST-DATE (WS-OPR-SUB)
003800     END-IF.
003810 2100-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*   ARCHIVE: EVERY ARCHIVED ENTRY IS MATCHED TO THE TABLE.  THE *
003860*   RECORD IS VIEWED THROUGH THE LEDGER LAYOUT (161 BYTES).     *
003870*   NO ARCHIVE DD MEANS ONLY THE LIVE LEDGER IS CONSULTED.      *
003880******************************************************************
003890 2200-SCAN-ARCHIVE.
003900     OPEN INPUT ARCHIVE-FILE.
003910     IF ARCHIVE-NOT-FOUND
003920         DISPLAY "ARCHIVE NOT FOUND - LIVE LEDGER ONLY"
003930         GO TO 2200-EXIT
003940     END-IF.
003950     IF NOT ARCHIVE-OK
003960         DISPLAY "ARCHIVE COULD NOT BE OPENED - STATUS "
003970                 WS-ARCHIVE-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     PERFORM 2210-READ-ARCHIVE THRU 2210-EXIT
004020         UNTIL END-OF-ARCHIVE.
004030     CLOSE ARCHIVE-FILE.
004040     DISPLAY "ARCHIVE ENTRIES READ: " WS-ARCHIVE-COUNT.
004050 2200-EXIT.
004060     EXIT.
004070
004080 2210-READ-ARCHIVE.
004090     READ ARCHIVE-FILE
004100         AT END
004110             SET END-OF-ARCHIVE TO TRUE
004120             GO TO 2210-EXIT
004130     END-READ.
004140     ADD 1 TO WS-ARCHIVE-COUNT.
004150     MOVE ARCHIVE-RECORD TO LEDGER-RECORD.
004160     SET OPERATOR-ABSENT TO TRUE.
004170     MOVE ZERO TO WS-OPR-SUB.
004180     PERFORM 2220-MATCH-OPERATOR THRU 2220-EXIT
004190         UNTIL WS-OPR-SUB NOT LESS THAN WS-OPR-MAX
004200            OR OPERATOR-FOUND.
004210 2210-EXIT.
004220     EXIT.
004230
004240 2220-MATCH-OPERATOR.
004250     ADD 1 TO WS-OPR-SUB.
004260     IF WS-OPR-ID (WS-OPR-SUB) NOT = LDG-OPER-ID
004270         GO TO 2220-EXIT
004280     END-IF.
004290     SET OPERATOR-FOUND TO TRUE.
004300     IF LDG-DATE > WS-OPR-LAST-DATE (WS-OPR-SUB)
004310         MOVE LDG-DATE TO WS-OPR-LAST-DATE (WS-OPR-SUB)
004320     END-IF.
004330 2220-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370*   ONE SECTION PER DEPARTMENT ON DEPTMST THAT HAS AN ACTIVE    *
004380*   OPERATOR, THEN ONE FOR OPERATORS WHOSE DEPARTMENT IS NOT ON *
004390*   FILE.                                                       *
004400******************************************************************
004410 3000-PRODUCE-REPORT.
004420     IF WS-OPR-MAX = ZERO
004430         MOVE SPACES TO WS-CURR-DEPT WS-CURR-DEPT-NAME
004440         PERFORM 3900-PAGE-HEADING THRU 3900-EXIT
004450         WRITE RCRT-LINE FROM WS-NONE-LINE
004460         GO TO 3000-EXIT
004470     END-IF.
004480     MOVE LOW-VALUES TO DPM-DEPT-CODE.
004490     START DEPTMST-FILE KEY IS NOT LESS THAN DPM-DEPT-CODE
004500         INVALID KEY
004510             SET END-OF-DEPARTMENTS TO TRUE
004520     END-START.
004530     PERFORM 3100-NEXT-DEPARTMENT THRU 3100-EXIT
004540         UNTIL END-OF-DEPARTMENTS.
004550     MOVE "??" TO WS-CURR-DEPT.
004560     MOVE "*** NAO CADASTRADO ***" TO WS-CURR-DEPT-NAME.
004570     PERFORM 3200-PRINT-DEPARTMENT THRU 3200-EXIT.
004580     MOVE WS-OPR-MAX TO WF-ACTIVE.
004590     MOVE WS-TOTAL-DORMANT-COUNT TO WF-DORMANT.
004600     WRITE RCRT-LINE FROM WS-BLANK-LINE.
004610     WRITE RCRT-LINE FROM WS-FINAL-LINE.
004620 3000-EXIT.
004630     EXIT.
004640
004650 3100-NEXT-DEPARTMENT.
004660     READ DEPTMST-FILE NEXT RECORD
004670         AT END
004680             SET END-OF-DEPARTMENTS TO TRUE
004690             GO TO 3100-EXIT
004700     END-READ.
004710     MOVE DPM-DEPT-CODE TO WS-CURR-DEPT.
004720     MOVE DPM-NAME TO WS-CURR-DEPT-NAME.
004730     PERFORM 3200-PRINT-DEPARTMENT THRU 3200-EXIT.
004740 3100-EXIT.
004750     EXIT.
004760
004770*    WS-CURR-DEPT "??" COLLECTS EVERY OPERATOR NOT YET PRINTED.
004780 3200-PRINT-DEPARTMENT.
004790     MOVE ZERO TO WS-DEPT-ACTIVE-COUNT WS-DEPT-DORMANT-COUNT.
004800     MOVE ZERO TO WS-OPR-SUB.
004810     PERFORM 3300-PRINT-OPERATOR THRU 3300-EXIT
004820         UNTIL WS-OPR-SUB NOT LESS THAN WS-OPR-MAX.
004830     IF WS-DEPT-ACTIVE-COUNT = ZERO
004840         GO TO 3200-EXIT
004850     END-IF.
004860     MOVE WS-DEPT-ACTIVE-COUNT TO WT-ACTIVE.
004870     MOVE WS-DEPT-DORMANT-COUNT TO WT-DORMANT.
004880     WRITE RCRT-LINE FROM WS-BLANK-LINE.
004890     WRITE RCRT-LINE FROM WS-DEPT-TOTAL-LINE.
004900     WRITE RCRT-LINE FROM WS-BLANK-LINE.
004910     WRITE RCRT-LINE FROM WS-BLANK-LINE.
004920     WRITE RCRT-LINE FROM WS-SIGNOFF-LINE.
004930     ADD 5 TO WS-LINE-COUNT.
004940 3200-EXIT.
004950     EXIT.
004960
004970 3300-PRINT-OPERATOR.
004980     ADD 1 TO WS-OPR-SUB.
004990     IF OPR-PRINTED (WS-OPR-SUB)
005000         GO TO 3300-EXIT
005010     END-IF.
005020     IF WS-CURR-DEPT NOT = "??"
005030        AND WS-OPR-DEPT (WS-OPR-SUB) NOT = WS-CURR-DEPT
005040         GO TO 3300-EXIT
005050     END-IF.
005060     IF WS-DEPT-ACTIVE-COUNT = ZERO
005070        OR WS-LINE-COUNT NOT LESS THAN 50
005080         PERFORM 3900-PAGE-HEADING THRU 3900-EXIT
005090     END-IF.
005100     SET OPR-PRINTED (WS-OPR-SUB) TO TRUE.
005110     ADD 1 TO WS-DEPT-ACTIVE-COUNT.
005120     MOVE WS-OPR-ID (WS-OPR-SUB) TO WD-ID.
005130     MOVE WS-OPR-NAME (WS-OPR-SUB) TO WD-NAME.
005140     MOVE WS-OPR-FLAGS (WS-OPR-SUB) TO WD-FLAGS.
005150     MOVE SPACES TO WD-STATUS.
005160     IF WS-OPR-LAST-DATE (WS-OPR-SUB) = ZERO
005170         MOVE "NENHUMA " TO WD-LAST-DATE
005180         MOVE SPACES TO WD-DAYS
005190         MOVE "DORMENTE" TO WD-STATUS
005200     ELSE
005210         MOVE WS-OPR-LAST-DATE (WS-OPR-SUB) TO WD-LAST-DATE-N
005220         COMPUTE WS-DAYS-IDLE
005230             = FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
005240             - FUNCTION INTEGER-OF-DATE(WS-OPR-LAST-DATE
005250                                        (WS-OPR-SUB))
005260         IF WS-DAYS-IDLE < ZERO
005270             MOVE ZERO TO WS-DAYS-IDLE
005280         END-IF
005290         MOVE WS-DAYS-IDLE TO WD-DAYS-N
005300         IF WS-DAYS-IDLE NOT LESS THAN WS-DORMANT-DAYS
005310             MOVE "DORMENTE" TO WD-STATUS
005320         END-IF
005330     END-IF.
005340     IF WD-STATUS = "DORMENTE"
005350         ADD 1 TO WS-DEPT-DORMANT-COUNT
005360         ADD 1 TO WS-TOTAL-DORMANT-COUNT
005370     END-IF.
005380     WRITE RCRT-LINE FROM WS-DETAIL-LINE.
005390     ADD 1 TO WS-LINE-COUNT.
005400 3300-EXIT.
005410     EXIT.
005420
005430 3900-PAGE-HEADING.
005440     ADD 1 TO WS-PAGE-COUNT.
005450     MOVE WS-PAGE-COUNT TO WH-PAGE.
005460     MOVE WS-REF-DATE TO WH-REF-DATE.
005470     MOVE WS-DORMANT-DAYS TO WH-DORMANT-DAYS.
005480     MOVE WS-CURR-DEPT TO WH-DEPT.
005490     MOVE WS-CURR-DEPT-NAME TO WH-DEPT-NAME.
005500     WRITE RCRT-LINE FROM WS-PAGE-HEADING-1
005510         AFTER ADVANCING PAGE.
005520     WRITE RCRT-LINE FROM WS-PAGE-HEADING-2.
005530     WRITE RCRT-LINE FROM WS-PAGE-HEADING-3.
005540     WRITE RCRT-LINE FROM WS-BLANK-LINE.
005550     WRITE RCRT-LINE FROM WS-COLUMN-HEADING.
005560     WRITE RCRT-LINE FROM WS-BLANK-LINE.
005570     MOVE 6 TO WS-LINE-COUNT.
005580 3900-EXIT.
005590     EXIT.
005600
005610 4000-TERMINATE.
005620     CLOSE OPERMST-FILE.
005630     CLOSE DEPTMST-FILE.
005640     IF LEDGER-PRESENT
005650         CLOSE LEDGER-FILE
005660     END-IF.
005670     CLOSE RCRT-FILE.
005680 4000-EXIT.
005690     EXIT.
005700
005710 END PROGRAM CALCRCRT.
