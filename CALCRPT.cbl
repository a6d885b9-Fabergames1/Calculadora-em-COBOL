000650*                       ON THEIR OWN "ESTORNOS" LINE; THE        *
000660*                       PER-OPERATOR/DEPARTMENT TABLES STAY      *
000670*                       GROSS.                                   *
000671*      15/10/2026  DA   THE REPORT NOW COVERS THE BUSINESS DATE *
000672*                       OPEN ON THE BUSDATE CONTROL FILE (SEE   *
000673*                       CALCBDTE) INSTEAD OF THE SYSTEM DATE,   *
000674*                       SO A RUN AFTER MIDNIGHT STILL REPORTS   *
000675*                       THE DAY BEING CLOSED.  THE HEADING NOW  *
000676*                       READS "DATA DE NEGOCIO".                *
000677*      15/10/2026  DA   THE PER-DEPARTMENT SECTION NOW PRINTS   *
000678*                       THE DEPARTMENT NAME FROM THE DEPARTMENT *
000679*                       MASTER (DEPTMST, SEE CALCDEPT).  A CODE *
000680*                       NOT ON FILE, THE "??" BUCKET, OR A      *
000681*                       MISSING DEPTMST PRINTS "NAO CADASTRADO".*
000682*                                                                *
000690******************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID.     CALCRPT.
000990            RECORD KEY IS OPM-OPER-ID
001000            FILE STATUS IS WS-OPERMST-STATUS.
001010
001012     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
001014            ORGANIZATION IS SEQUENTIAL
001016            FILE STATUS IS WS-BUSDATE-STATUS.
001018
001019     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
001020            ORGANIZATION IS INDEXED
001021            ACCESS MODE IS DYNAMIC
001022            RECORD KEY IS DPM-DEPT-CODE
001023            FILE STATUS IS WS-DEPTMST-STATUS.
001024
001025 DATA DIVISION.
001030 FILE SECTION.
001040 FD  LEDGER-FILE.
001050 COPY CALCLDGR.
001100 FD  OPERMST-FILE.
001110 COPY CALCOPER.
001120
001122 FD  BUSDATE-FILE
001124     RECORDING MODE IS F.
001126 COPY CALCBDTE.
001128
001129 FD  DEPTMST-FILE.
001130 COPY CALCDEPT.
001131
001132 WORKING-STORAGE SECTION.
001140 01  WS-LEDGER-STATUS            PIC X(02).
001150     88  LEDGER-OK               VALUE "00".
001160     88  LEDGER-EOF              VALUE "10".
001230     88  OPERMST-OK              VALUE "00".
001240     88  OPERMST-NOT-FOUND       VALUE "05", "35".
001250
001252 01  WS-BUSDATE-STATUS           PIC X(02).
001254     88  BUSDATE-OK              VALUE "00".
001256     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
001258
001259 01  WS-DEPTMST-STATUS           PIC X(02).
001260     88  DEPTMST-OK              VALUE "00".
001261     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
001262
001263 01  WS-BUS-DATE                 PIC 9(08).
001270
001280 01  WS-SWITCHES.
001290     05  WS-EOF-SW               PIC X(01) VALUE "N".
001370     05  WS-MASTER-SW            PIC X(01) VALUE "N".
001380         88  MASTER-PRESENT      VALUE "Y".
001390         88  MASTER-ABSENT       VALUE "N".
001392     05  WS-DEPT-MASTER-SW       PIC X(01) VALUE "N".
001394         88  DEPT-MASTER-PRESENT VALUE "Y".
001396         88  DEPT-MASTER-ABSENT  VALUE "N".
001400
001410 77  WS-OPR-SUB                  PIC S9(04) COMP VALUE ZERO.
001420 77  WS-OPR-MAX                  PIC S9(04) COMP VALUE ZERO.
001830         "CALCULADORA - RELATORIO DIARIO DE MOVIMENTO".
001840
001850 01  WS-HEADING-2.
001860     05  FILLER                  PIC X(17) VALUE
001862         "DATA DE NEGOCIO: ".
001864     05  WH-DATE                 PIC 9(08).
001866     05  FILLER                  PIC X(55) VALUE SPACES.
001890
001900 01  WS-DETAIL-1.
001910     05  FILLER                  PIC X(30) VALUE
002720     05  FILLER                  PIC X(10) VALUE "DIV.ZERO  ".
002730     05  FILLER                  PIC X(10) VALUE "EST.ADIC  ".
002740     05  FILLER                  PIC X(10) VALUE "EST.MULT  ".
002750     05  FILLER                  PIC X(30) VALUE
002755         "NOME DO DEPARTAMENTO".
002760
002770 01  WS-OPERATOR-LINE.
002780     05  WO-ID                   PIC X(08).
002960     05  WP-OVFL-COUNT           PIC ZZZZZZ9.
002970     05  FILLER                  PIC X(03) VALUE SPACES.
002980     05  WP-OVFL3-COUNT          PIC ZZZZZZ9.
002990     05  FILLER                  PIC X(03) VALUE SPACES.
002995     05  WP-NAME                 PIC X(30).
003000
003010 PROCEDURE DIVISION.
003020 0000-MAINLINE.
003080     STOP RUN.
003090
003100 1000-INITIALIZE.
003110     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
003115     PERFORM 1100-LOAD-BUS-DATE THRU 1100-EXIT.
003120     OPEN INPUT LEDGER-FILE.
003130     OPEN OUTPUT REPORT-FILE.
003140     IF NOT REPORT-OK
003310                     WS-OPERMST-STATUS
003320         END-IF
003330     END-IF.
003331     OPEN INPUT DEPTMST-FILE.
003332     IF DEPTMST-OK
003333         SET DEPT-MASTER-PRESENT TO TRUE
003334     ELSE
003335         IF NOT DEPTMST-NOT-FOUND
003336             DISPLAY "DEPTMST COULD NOT BE OPENED - STATUS "
003337                     WS-DEPTMST-STATUS
003338         END-IF
003339     END-IF.
003340 1000-EXIT.
003350     EXIT.
003360
003361*    THE REPORT COVERS THE BUSINESS DATE STILL OPEN ON BUSDATE --
003362*    THIS RUNS BEFORE CALCCLOS CLOSES IT.  NO BUSDATE REPORTS
003363*    THE SYSTEM DATE ALREADY ACCEPTED.
003364 1100-LOAD-BUS-DATE.
003365     OPEN INPUT BUSDATE-FILE.
003366     IF BUSDATE-NOT-FOUND
003367         GO TO 1100-EXIT
003368     END-IF.
003369     IF NOT BUSDATE-OK
003370         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
003371                 WS-BUSDATE-STATUS
003372         MOVE 16 TO RETURN-CODE
003373         STOP RUN
003374     END-IF.
003375     READ BUSDATE-FILE
003376         NOT AT END
003377             MOVE BDT-OPEN-DATE TO WS-BUS-DATE
003378     END-READ.
003379     CLOSE BUSDATE-FILE.
003380 1100-EXIT.
003381     EXIT.
003382
003383 1200-START-AT-TODAY.
003384     MOVE WS-BUS-DATE TO LDG-DATE.
003390     MOVE ZERO TO LDG-TIME LDG-SEQ.
003400     START LEDGER-FILE KEY IS NOT LESS THAN LDG-ENTRY-KEY
003410         INVALID KEY
003480     EXIT.
003490
003500 2000-PROCESS-LEDGER.
003510     IF LDG-DATE = WS-BUS-DATE AND LDG-REVERSAL
003520         PERFORM 2050-NET-REVERSAL THRU 2050-EXIT
003530         PERFORM 2100-READ-LEDGER THRU 2100-EXIT
003540         GO TO 2000-EXIT
003550     END-IF.
003560     IF LDG-DATE = WS-BUS-DATE
003570         ADD 1 TO WS-CALC-COUNT
003580         IF LDG-OPER-ADD OR LDG-OPER-ALL
003590             IF LDG-RESULT-OVERFLOW
005640     EXIT.
005650
005660 3000-PRODUCE-REPORT.
005670     MOVE WS-BUS-DATE TO WH-DATE.
005680     MOVE WS-CALC-COUNT TO WD-CALC-COUNT.
005690     MOVE WS-RESULT-SUM TO WD-RESULT-SUM.
005700     MOVE WS-RESULT3-SUM TO WD-RESULT3-SUM.
006200     MOVE WS-DEP-DIVERR-COUNT (WS-DEP-SUB) TO WP-DIVERR-COUNT.
006210     MOVE WS-DEP-OVFL-COUNT (WS-DEP-SUB) TO WP-OVFL-COUNT.
006220     MOVE WS-DEP-OVFL3-COUNT (WS-DEP-SUB) TO WP-OVFL3-COUNT.
006225     PERFORM 3210-LOOKUP-DEPT THRU 3210-EXIT.
006230     WRITE REPORT-LINE FROM WS-DEPT-LINE.
006240 3200-EXIT.
006250     EXIT.
006251
006252 3210-LOOKUP-DEPT.
006253     MOVE "*** NAO CADASTRADO ***" TO WP-NAME.
006254     IF DEPT-MASTER-ABSENT
006255         GO TO 3210-EXIT
006256     END-IF.
006257     MOVE WS-DEP-CODE (WS-DEP-SUB) TO DPM-DEPT-CODE.
006258     READ DEPTMST-FILE
006259         INVALID KEY
006260             GO TO 3210-EXIT
006261     END-READ.
006262     MOVE DPM-NAME TO WP-NAME.
006263 3210-EXIT.
006264     EXIT.
006265
006270 4000-TERMINATE.
006280     IF NOT LEDGER-NOT-FOUND
006290         CLOSE LEDGER-FILE
006310     IF MASTER-PRESENT
006320         CLOSE OPERMST-FILE
006330     END-IF.
006332     IF DEPT-MASTER-PRESENT
006334         CLOSE DEPTMST-FILE
006336     END-IF.
006340     CLOSE REPORT-FILE.
006350 4000-EXIT.
006360     EXIT.
