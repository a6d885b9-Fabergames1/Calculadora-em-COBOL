000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCVRFY                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      LEDGER INTEGRITY VERIFICATION.  THE LEDGER IS APPEND-    *
000090*      ONLY BY DESIGN; THIS RUN PROVES IT STILL IS.  IT READS   *
000100*      THE ARCHIVE GENERATIONS CONCATENATED ON THE ARCHIVE DD   *
000110*      (OPTIONAL, OLDEST FIRST) AND THEN THE LIVE LEDGER IN KEY *
000120*      ORDER, AND FOR EVERY ENTRY:                              *
000130*        - CHECKS THE KEYS STILL ASCEND (AN ARCHIVE GENERATION  *
000140*          OVERLAPPING THE LIVE LEDGER, OR GENERATIONS OUT OF   *
000150*          ORDER, SHOW HERE);                                   *
000160*        - RECOMPUTES THE RESULTS FROM LDG-NUM1, LDG-NUM2 AND   *
000170*          LDG-OPER-CHOICE EXACTLY AS CALCBAT AND CALCULADORA   *
000180*          COMPUTE THEM AND COMPARES EVERY RESULT AND THE       *
000190*          DIVISION, OVERFLOW AND POWER ERROR FLAGS;            *
000200*        - FOR A REVERSAL, READS THE ENTRY NAMED IN             *
000210*          LDG-REVERSED-KEY (LIVE LEDGER, ELSE THE ARCHIVE) AND *
000220*          CHECKS IT EXISTS, IS NOT ITSELF A REVERSAL AND       *
000230*          CARRIES THE SAME REFERENCE, OPERANDS, RESULTS AND    *
000240*          FLAGS;                                               *
000250*        - FOLDS THE WHOLE 161-BYTE ENTRY INTO A CONTROL HASH   *
000260*          FOR ITS BUSINESS DAY AND INTO A RUNNING HASH CHAIN.  *
000270*      EACH CLOSED BUSINESS DAY'S COUNT, HASH AND CHAIN VALUES  *
000280*      ARE RECORDED ON VRFYCTL (COPYBOOK CALCVCTL) THE FIRST    *
000290*      TIME THE DAY IS SEEN AND COMPARED ON EVERY LATER RUN, SO *
000300*      AN ENTRY DELETED, INSERTED OR ALTERED AFTER THE DAY      *
000310*      CLOSED, OR A WHOLE DAY DROPPED, IS REPORTED.  THE OPEN   *
000320*      BUSINESS DAY IS CHECKED ENTRY BY ENTRY BUT NOT RECORDED  *
000330*      UNTIL IT HAS CLOSED.  EVERY DISCREPANCY PRINTS ON        *
000340*      VRFYRPT AND THE RUN ENDS WITH RETURN CODE 8.             *
000350*                                                                *
000360*   MODIFICATION HISTORY.                                       *
000370*      15/10/2026  DA   INITIAL VERSION.                        *
000380*                                                                *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     CALCVRFY.
000420 AUTHOR.         D. ALMEIDA.
000430 INSTALLATION.   DATA PROCESSING CENTER.
000440 DATE-WRITTEN.   15/10/2026.
000450 DATE-COMPILED.  15/10/2026.
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. GNUCOBOL.
000490 OBJECT-COMPUTER. GNUCOBOL.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
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
000660     SELECT VRFYCTL-FILE ASSIGN TO "VRFYCTL"
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS DYNAMIC
000690            RECORD KEY IS VC-DATE
000700            FILE STATUS IS WS-VRFYCTL-STATUS.
000710
000720     SELECT VRFY-FILE ASSIGN TO "VRFYRPT"
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS IS WS-VRFY-STATUS.
000750
000760     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS WS-BUSDATE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  LEDGER-FILE.
000830 COPY CALCLDGR.
000840
000850 FD  ARCHIVE-FILE.
000860 01  ARCHIVE-RECORD              PIC X(161).
000870
000880 FD  VRFYCTL-FILE.
000890 COPY CALCVCTL.
000900
000910 FD  VRFY-FILE.
000920 01  VRFY-LINE                   PIC X(80).
000930
000940 FD  BUSDATE-FILE
000950     RECORDING MODE IS F.
000960 COPY CALCBDTE.
000970
000980 WORKING-STORAGE SECTION.
000990 77  WS-ARCHIVE-COUNT            PIC 9(09) COMP VALUE ZERO.
001000 77  WS-LEDGER-COUNT             PIC 9(09) COMP VALUE ZERO.
001010 77  WS-REVERSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
001020 77  WS-UNVERIFIED-COUNT         PIC 9(07) COMP VALUE ZERO.
001030 77  WS-DAYS-CHECKED             PIC 9(07) COMP VALUE ZERO.
001040 77  WS-DAYS-RECORDED            PIC 9(07) COMP VALUE ZERO.
001050 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001060 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
001070 77  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001080 77  WS-REM-QUOTIENT             PIC S9(07) COMP.
001090 77  WS-POW-INTEGER              PIC S9(05) COMP.
001091 77  WS-PND-SUB                  PIC S9(04) COMP VALUE ZERO.
001092 77  WS-PND-MAX                  PIC S9(04) COMP VALUE ZERO.
001093
001094*    CONTROL HASH.  EACH ENTRY'S 161 BYTES ARE FOLDED INTO AN
001095*    ENTRY HASH; THE ENTRY HASH IS FOLDED INTO THE DAY HASH AND
001096*    INTO THE RUNNING CHAIN.  ALL ARITHMETIC IS MODULO A 12-DIGIT
001097*    PRIME SO THE VALUES FIT THE VRFYCTL FIELDS.
001098 77  WS-HASH-MODULUS             PIC 9(12) COMP
001099                                 VALUE 999999999989.
001100 77  WS-HASH-WORK                PIC 9(18) COMP VALUE ZERO.
001101 77  WS-HASH-QUOT                PIC 9(18) COMP VALUE ZERO.
001102 77  WS-ENTRY-HASH               PIC 9(12) COMP VALUE ZERO.
001103 77  WS-DAY-HASH                 PIC 9(12) COMP VALUE ZERO.
001104 77  WS-CHAIN-HASH               PIC 9(12) COMP VALUE ZERO.
001105 77  WS-DAY-CHAIN-IN             PIC 9(12) COMP VALUE ZERO.
001106 77  WS-DAY-COUNT                PIC 9(07) COMP VALUE ZERO.
001107 77  WS-BYTE-SUB                 PIC S9(04) COMP VALUE ZERO.
001108
001110 01  WS-LEDGER-STATUS            PIC X(02).
001120     88  LEDGER-OK               VALUE "00".
001130     88  LEDGER-NOT-FOUND        VALUE "05", "35".
001140
001150 01  WS-ARCHIVE-STATUS           PIC X(02).
001160     88  ARCHIVE-OK              VALUE "00".
001170     88  ARCHIVE-NOT-FOUND       VALUE "05", "35".
001180
001190 01  WS-VRFYCTL-STATUS           PIC X(02).
001200     88  VRFYCTL-OK              VALUE "00".
001210     88  VRFYCTL-NOT-FOUND       VALUE "05", "35".
001220
001230 01  WS-VRFY-STATUS              PIC X(02).
001240     88  VRFY-OK                 VALUE "00".
001250
001260 01  WS-BUSDATE-STATUS           PIC X(02).
001270     88  BUSDATE-OK              VALUE "00".
001280     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
001290
001300 01  WS-SWITCHES.
001310     05  WS-ARC-EOF-SW           PIC X(01) VALUE "N".
001320         88  END-OF-ARCHIVE      VALUE "Y".
001330     05  WS-LDG-EOF-SW           PIC X(01) VALUE "N".
001340         88  END-OF-LEDGER       VALUE "Y".
001350     05  WS-CTL-EOF-SW           PIC X(01) VALUE "N".
001360         88  END-OF-CONTROL      VALUE "Y".
001370     05  WS-ARCHIVE-SW           PIC X(01) VALUE "N".
001380         88  ARCHIVE-PRESENT     VALUE "Y".
001390     05  WS-PHASE-SW             PIC X(01) VALUE "A".
001400         88  ARCHIVE-PHASE       VALUE "A".
001410         88  LEDGER-PHASE        VALUE "L".
001420     05  WS-FIRST-ENTRY-SW       PIC X(01) VALUE "Y".
001430         88  FIRST-ENTRY         VALUE "Y".
001440         88  NOT-FIRST-ENTRY     VALUE "N".
001450     05  WS-ENTRY-SEQ-SW         PIC X(01) VALUE "Y".
001460         88  ENTRY-IN-SEQUENCE   VALUE "Y".
001470         88  ENTRY-OUT-OF-SEQUENCE VALUE "N".
001480     05  WS-DAY-SW               PIC X(01) VALUE "N".
001490         88  DAY-IN-PROGRESS     VALUE "Y".
001500         88  NO-DAY-IN-PROGRESS  VALUE "N".
001510     05  WS-DAY-TYPE-SW          PIC X(01) VALUE SPACE.
001520         88  DAY-STILL-OPEN      VALUE "O".
001530         88  DAY-NEW             VALUE "N".
001540         88  DAY-ON-FILE         VALUE "F".
001550     05  WS-PRIOR-DAY-SW         PIC X(01) VALUE SPACE.
001560         88  PRIOR-DAY-NEW       VALUE "N".
001570         88  PRIOR-DAY-ON-FILE   VALUE "F".
001580     05  WS-CHAIN-SW             PIC X(01) VALUE "N".
001590         88  CHAIN-STARTED       VALUE "Y".
001600         88  CHAIN-NOT-STARTED   VALUE "N".
001610     05  WS-ORIGINAL-SW          PIC X(01) VALUE "N".
001620         88  ORIGINAL-FOUND      VALUE "Y".
001630         88  ORIGINAL-ABSENT     VALUE "N".
001640     05  WS-OPER-CHOICE          PIC 9(01) VALUE 5.
001650         88  OPER-ADD            VALUE 1.
001660         88  OPER-SUB            VALUE 2.
001670         88  OPER-MUL            VALUE 3.
001680         88  OPER-DIV            VALUE 4.
001690         88  OPER-ALL            VALUE 5.
001700         88  OPER-PCT            VALUE 6.
001710         88  OPER-REM            VALUE 7.
001720         88  OPER-POW            VALUE 8.
001730         88  OPER-VALID          VALUE 1 THRU 8.
001740     05  WS-DIVISION-SW          PIC X(01) VALUE "Y".
001750         88  DIVISION-OK         VALUE "Y".
001760         88  DIVISION-ERROR      VALUE "N".
001770     05  WS-RESULT-OVFL-SW       PIC X(01) VALUE "N".
001780         88  RESULT-OVERFLOW     VALUE "Y".
001790         88  RESULT-OK           VALUE "N".
001800     05  WS-RESULT3-OVFL-SW      PIC X(01) VALUE "N".
001810         88  RESULT3-OVERFLOW    VALUE "Y".
001820         88  RESULT3-OK          VALUE "N".
001830     05  WS-RESULT7-ERR-SW       PIC X(01) VALUE "N".
001840         88  RESULT7-ERROR       VALUE "Y".
001850         88  RESULT7-OK          VALUE "N".
001860     05  WS-REM-DIVISION-SW      PIC X(01) VALUE "Y".
001870         88  REM-DIVISION-OK     VALUE "Y".
001880         88  REM-DIVISION-ERROR  VALUE "N".
001890
001900*    RESULTS AS RECOMPUTED HERE.  THE PICTURES COME FROM THE SAME
001910*    COPYBOOKS THE POSTING PROGRAMS COMPUTE INTO, SO TRUNCATION
001920*    AND OVERFLOW BEHAVE IDENTICALLY.
001930 01  WS-RECALC-FIELDS.
001940     COPY CALCNUM.
001950     COPY CALCRES.
001960
001970 01  WS-EXPECTED-FLAGS.
001980     05  WS-EXP-DIV-ERR-SW       PIC X(01).
001990     05  WS-EXP-RESULT-OVFL-SW   PIC X(01).
002000     05  WS-EXP-RESULT3-OVFL-SW  PIC X(01).
002010     05  WS-EXP-RESULT7-ERR-SW   PIC X(01).
002020
002030*    SAVED COPY OF THE ORIGINAL ENTRY A REVERSAL NAMES, LAID OUT
002040*    AS CALCLDGR WITH THE NUMERIC FIELDS COPIED FROM
002050*    CALCNUM/CALCRES (THE SAME MIRROR CALCBAT KEEPS).
002060 01  WS-ORIG-ENTRY.
002070     05  ORG-ENTRY-KEY           PIC X(20).
002080     COPY CALCNUM
002090         REPLACING ==NUM1==    BY ==ORG-NUM1==
002100                   ==NUM2==    BY ==ORG-NUM2==.
002110     COPY CALCRES
002120         REPLACING ==RESULT==  BY ==ORG-RESULT==
002130                   ==RESULT2== BY ==ORG-RESULT2==
002140                   ==RESULT3== BY ==ORG-RESULT3==
002150                   ==RESULT4== BY ==ORG-RESULT4==
002160                   ==RESULT5== BY ==ORG-RESULT5==
002170                   ==RESULT6== BY ==ORG-RESULT6==
002180                   ==RESULT7== BY ==ORG-RESULT7==.
002190     05  ORG-OPER-CHOICE         PIC 9(01).
002200     05  ORG-DIV-ERR-SW          PIC X(01).
002210     05  ORG-RESULT-OVFL-SW      PIC X(01).
002220     05  ORG-RESULT3-OVFL-SW     PIC X(01).
002230     05  ORG-RESULT7-ERR-SW      PIC X(01).
002240     05  ORG-SOURCE-PGM          PIC X(08).
002250     05  ORG-REF-ID              PIC X(08).
002260     05  ORG-OPER-ID             PIC X(08).
002270     05  ORG-REVERSAL-SW         PIC X(01).
002280         88  ORG-REVERSAL        VALUE "Y".
002290     05  ORG-REVERSED-KEY        PIC X(20).
002300
002310 01  WS-SAVE-ENTRY               PIC X(161).
002320
002330*    REVERSALS WHOSE ORIGINAL IS NOT ON THE LIVE LEDGER, HELD
002340*    UNTIL THE ARCHIVE HAS BEEN RESCANNED FOR THEM.
002370 01  WS-PND-LOW-KEY              PIC X(20) VALUE HIGH-VALUES.
002380 01  WS-PND-HIGH-KEY             PIC X(20) VALUE LOW-VALUES.
002390 01  WS-PENDING-TABLE.
002400     05  WS-PND-ENTRY OCCURS 1000 TIMES.
002410         10  WS-PND-IMAGE        PIC X(161).
002420         10  WS-PND-IMAGE-R REDEFINES WS-PND-IMAGE.
002430             15  FILLER          PIC X(140).
002440             15  WS-PND-REVERSAL-SW
002450                                 PIC X(01).
002460             15  WS-PND-REVERSED-KEY
002470                                 PIC X(20).
002480         10  WS-PND-SW           PIC X(01).
002490             88  PND-RESOLVED    VALUE "Y".
002500             88  PND-OPEN        VALUE "N".
002510
002670 01  WS-REF-DATE                 PIC 9(08).
002680 01  WS-CURR-DATE                PIC 9(08) VALUE ZERO.
002690 01  WS-FIRST-CTL-DATE           PIC 9(08) VALUE ZERO.
002700 01  WS-FIRST-KEY                PIC X(20) VALUE SPACES.
002710 01  WS-PRIOR-KEY                PIC X(20) VALUE LOW-VALUES.
002720 01  WS-RUN-STAMP.
002730     05  WS-RUN-DATE             PIC 9(08).
002740     05  WS-RUN-TIME             PIC 9(08).
002750
002760 01  WS-COUNT-TEXT.
002770     05  FILLER                  PIC X(21) VALUE
002780         "QTDE DIVERGENTE: REG ".
002790     05  WX-STORED-COUNT         PIC 9(07).
002800     05  FILLER                  PIC X(06) VALUE " LIDA ".
002810     05  WX-FOUND-COUNT          PIC 9(07).
002820
002830 01  WS-PAGE-HEADING-1.
002840     05  FILLER                  PIC X(51) VALUE
002850         "CALCVRFY - VERIFICACAO DE INTEGRIDADE DO RAZAO".
002860     05  FILLER                  PIC X(19) VALUE SPACES.
002870     05  FILLER                  PIC X(05) VALUE "PAG. ".
002880     05  WH-PAGE                 PIC ZZZZ9.
002890
002900 01  WS-PAGE-HEADING-2.
002910     05  FILLER                  PIC X(20) VALUE
002920         "DATA DE REFERENCIA: ".
002930     05  WH-REF-DATE             PIC 9(08).
002940     05  FILLER                  PIC X(13) VALUE
002950         "   EXECUCAO: ".
002960     05  WH-RUN-DATE             PIC 9(08).
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  WH-RUN-TIME             PIC 9(08).
002990     05  FILLER                  PIC X(22) VALUE SPACES.
003000
003010 01  WS-COLUMN-HEADING.
003020     05  FILLER                  PIC X(21) VALUE
003030         "CHAVE DO LANCAMENTO".
003040     05  FILLER                  PIC X(09) VALUE "REFERENC".
003050     05  FILLER                  PIC X(09) VALUE "ORIGEM".
003060     05  FILLER                  PIC X(41) VALUE "DIVERGENCIA".
003070
003080 01  WS-EXCEPTION-LINE.
003090     05  WE-KEY                  PIC X(20).
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  WE-REF-ID               PIC X(08).
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  WE-SOURCE               PIC X(08).
003140     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  WE-TEXT                 PIC X(41).
003160
003170 01  WS-TOTAL-LINE.
003180     05  WT-LABEL                PIC X(50).
003190     05  WT-COUNT                PIC Z(08)9.
003200     05  FILLER                  PIC X(21) VALUE SPACES.
003210
003220 01  WS-VERDICT-LINE.
003230     05  WV-TEXT                 PIC X(80).
003240
003250 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
003260
003270 PROCEDURE DIVISION.
003280 0000-MAINLINE.
003290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003300     IF ARCHIVE-PRESENT
003310         PERFORM 2000-READ-ARCHIVE THRU 2000-EXIT
003320             UNTIL END-OF-ARCHIVE
003330     END-IF.
003340     SET LEDGER-PHASE TO TRUE.
003350     MOVE LOW-VALUES TO LDG-ENTRY-KEY.
003360     START LEDGER-FILE KEY IS NOT LESS THAN LDG-ENTRY-KEY
003370         INVALID KEY
003380             SET END-OF-LEDGER TO TRUE
003390     END-START.
003400     PERFORM 2100-READ-LEDGER THRU 2100-EXIT
003410         UNTIL END-OF-LEDGER.
003420     IF DAY-IN-PROGRESS
003430         PERFORM 5100-CLOSE-DAY THRU 5100-EXIT
003440     END-IF.
003450     PERFORM 6000-RESOLVE-PENDING THRU 6000-EXIT.
003460     PERFORM 5500-CHECK-MISSING-DAYS THRU 5500-EXIT.
003470     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003480     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003490     STOP RUN.
003500
003510 1000-INITIALIZE.
003520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003530     ACCEPT WS-RUN-TIME FROM TIME.
003540     MOVE WS-RUN-DATE TO WS-REF-DATE.
003550     PERFORM 1100-LOAD-BUS-DATE THRU 1100-EXIT.
003560     OPEN OUTPUT VRFY-FILE.
003570     IF NOT VRFY-OK
003580         DISPLAY "VRFYRPT COULD NOT BE OPENED - STATUS "
003590                 WS-VRFY-STATUS
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     OPEN INPUT LEDGER-FILE.
003640     IF NOT LEDGER-OK
003650         DISPLAY "LEDGER COULD NOT BE OPENED - STATUS "
003660                 WS-LEDGER-STATUS
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700*    A FIRST RUN FINDS NO CONTROL FILE: IT IS CREATED EMPTY AND
003710*    EVERY CLOSED DAY ON THE LEDGER IS RECORDED AS NEW.
003720     OPEN I-O VRFYCTL-FILE.
003730     IF VRFYCTL-NOT-FOUND
003740         OPEN OUTPUT VRFYCTL-FILE
003750         CLOSE VRFYCTL-FILE
003760         OPEN I-O VRFYCTL-FILE
003770     END-IF.
003780     IF NOT VRFYCTL-OK
003790         DISPLAY "VRFYCTL COULD NOT BE OPENED - STATUS "
003800                 WS-VRFYCTL-STATUS
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     OPEN INPUT ARCHIVE-FILE.
003850     IF ARCHIVE-OK
003860         SET ARCHIVE-PRESENT TO TRUE
003870     ELSE
003880         IF ARCHIVE-NOT-FOUND
003890             DISPLAY "ARCHIVE NOT FOUND - LIVE LEDGER ONLY"
003900         ELSE
003910             DISPLAY "ARCHIVE COULD NOT BE OPENED - STATUS "
003920                     WS-ARCHIVE-STATUS
003930             MOVE 16 TO RETURN-CODE
003940             STOP RUN
003950         END-IF
003960     END-IF.
003970     PERFORM 4900-PAGE-HEADING THRU 4900-EXIT.
003980 1000-EXIT.
003990     EXIT.
004000
004010*    DAYS BEFORE THE OPEN BUSINESS DATE ARE CLOSED AND GET A
004020*    CONTROL RECORD.  NO BUSDATE TREATS EVERY DAY BEFORE THE
004030*    SYSTEM DATE AS CLOSED.
004040 1100-LOAD-BUS-DATE.
004050     OPEN INPUT BUSDATE-FILE.
004060     IF BUSDATE-NOT-FOUND
004070         GO TO 1100-EXIT
004080     END-IF.
004090     IF NOT BUSDATE-OK
004100         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
004110                 WS-BUSDATE-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     READ BUSDATE-FILE
004160         NOT AT END
004170             MOVE BDT-OPEN-DATE TO WS-REF-DATE
004180     END-READ.
004190     CLOSE BUSDATE-FILE.
004200 1100-EXIT.
004210     EXIT.
004220
004230 2000-READ-ARCHIVE.
004240     READ ARCHIVE-FILE
004250         AT END
004260             SET END-OF-ARCHIVE TO TRUE
004270             GO TO 2000-EXIT
004280     END-READ.
004290     ADD 1 TO WS-ARCHIVE-COUNT.
004300     MOVE ARCHIVE-RECORD TO LEDGER-RECORD.
004310     PERFORM 3000-VERIFY-ENTRY THRU 3000-EXIT.
004320 2000-EXIT.
004330     EXIT.
004340
004350 2100-READ-LEDGER.
004360     READ LEDGER-FILE NEXT RECORD
004370         AT END
004380             SET END-OF-LEDGER TO TRUE
004390             GO TO 2100-EXIT
004400     END-READ.
004410     IF NOT LEDGER-OK
004420         DISPLAY "LEDGER READ FAILED - STATUS " WS-LEDGER-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460     ADD 1 TO WS-LEDGER-COUNT.
004470     PERFORM 3000-VERIFY-ENTRY THRU 3000-EXIT.
004480 2100-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*   ONE ENTRY, FROM EITHER SOURCE, IN LEDGER-RECORD.  AN ENTRY  *
004530*   OUT OF KEY SEQUENCE IS STILL RECOMPUTED BUT KEPT OUT OF THE *
004540*   DAY CONTROLS, WHICH ASSUME ASCENDING DATES.                 *
004550******************************************************************
004560 3000-VERIFY-ENTRY.
004570     SET ENTRY-IN-SEQUENCE TO TRUE.
004580     IF FIRST-ENTRY
004590         MOVE LDG-ENTRY-KEY TO WS-FIRST-KEY
004600         SET NOT-FIRST-ENTRY TO TRUE
004610     ELSE
004620         IF LDG-ENTRY-KEY NOT > WS-PRIOR-KEY
004630             SET ENTRY-OUT-OF-SEQUENCE TO TRUE
004640             MOVE "LANCAMENTO FORA DE SEQUENCIA DE CHAVE"
004650                     TO WE-TEXT
004660             PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
004670         END-IF
004680     END-IF.
004690     IF ENTRY-IN-SEQUENCE
004700         MOVE LDG-ENTRY-KEY TO WS-PRIOR-KEY
004710         IF LDG-DATE NOT = WS-CURR-DATE
004720             IF DAY-IN-PROGRESS
004730                 PERFORM 5100-CLOSE-DAY THRU 5100-EXIT
004740             END-IF
004750             PERFORM 5000-OPEN-DAY THRU 5000-EXIT
004760         END-IF
004770         PERFORM 3100-HASH-ENTRY THRU 3100-EXIT
004780     END-IF.
004790     MOVE LDG-OPER-CHOICE TO WS-OPER-CHOICE.
004800     IF NOT OPER-VALID
004810         MOVE "CODIGO DE OPERACAO INVALIDO" TO WE-TEXT
004820         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
004830     ELSE
004840         PERFORM 3200-RECOMPUTE THRU 3200-EXIT
004850         PERFORM 3300-COMPARE-RESULTS THRU 3300-EXIT
004860     END-IF.
004870     PERFORM 3500-CHECK-REVERSAL THRU 3500-EXIT.
004880 3000-EXIT.
004890     EXIT.
004900
004910 3100-HASH-ENTRY.
004920     MOVE ZERO TO WS-ENTRY-HASH.
004930     MOVE ZERO TO WS-BYTE-SUB.
004940     PERFORM 3110-HASH-BYTE THRU 3110-EXIT
004950         UNTIL WS-BYTE-SUB NOT LESS THAN 161.
004960     ADD 1 TO WS-DAY-COUNT.
004970     COMPUTE WS-HASH-WORK = WS-DAY-HASH * 7919 + WS-ENTRY-HASH.
004980     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
004990         GIVING WS-HASH-QUOT REMAINDER WS-DAY-HASH.
005000     COMPUTE WS-HASH-WORK = WS-CHAIN-HASH * 7919 + WS-ENTRY-HASH.
005010     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
005020         GIVING WS-HASH-QUOT REMAINDER WS-CHAIN-HASH.
005030 3100-EXIT.
005040     EXIT.
005050
005060 3110-HASH-BYTE.
005070     ADD 1 TO WS-BYTE-SUB.
005080     COMPUTE WS-HASH-WORK = WS-ENTRY-HASH * 31
005090         + FUNCTION ORD(LEDGER-RECORD (WS-BYTE-SUB:1)).
005100     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
005110         GIVING WS-HASH-QUOT REMAINDER WS-ENTRY-HASH.
005120 3110-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160*   RECOMPUTE.  THE SAME STATEMENTS AS CALCBAT 2200 AND         *
005170*   CALCULADORA 2000 -- KEEP THE THREE IN STEP.                 *
005180******************************************************************
005190 3200-RECOMPUTE.
005200     MOVE LDG-NUM1 TO NUM1.
005210     MOVE LDG-NUM2 TO NUM2.
005220     MOVE ZERO TO RESULT RESULT2 RESULT3 RESULT4
005230                  RESULT5 RESULT6 RESULT7.
005240     SET RESULT-OK TO TRUE.
005250     SET RESULT3-OK TO TRUE.
005260     SET RESULT7-OK TO TRUE.
005270     SET DIVISION-OK TO TRUE.
005280     SET REM-DIVISION-OK TO TRUE.
005290     IF OPER-ADD OR OPER-ALL
005300         COMPUTE RESULT  = NUM1 + NUM2
005310             ON SIZE ERROR
005320                 SET RESULT-OVERFLOW TO TRUE
005330                 MOVE ZERO TO RESULT
005340         END-COMPUTE
005350     END-IF.
005360     IF OPER-SUB OR OPER-ALL
005370         COMPUTE RESULT2 = NUM1 - NUM2
005380     END-IF.
005390     IF OPER-MUL OR OPER-ALL
005400         COMPUTE RESULT3 = NUM1 * NUM2
005410             ON SIZE ERROR
005420                 SET RESULT3-OVERFLOW TO TRUE
005430                 MOVE ZERO TO RESULT3
005440         END-COMPUTE
005450     END-IF.
005460     IF OPER-DIV OR OPER-ALL
005470         IF NUM2 = ZERO
005480             SET DIVISION-ERROR TO TRUE
005490             MOVE ZERO TO RESULT4
005500         ELSE
005510             COMPUTE RESULT4 = NUM1 / NUM2
005520         END-IF
005530     END-IF.
005540     IF OPER-PCT OR OPER-ALL
005550         COMPUTE RESULT5 = NUM1 * NUM2 / 100
005560     END-IF.
005570     IF OPER-REM OR OPER-ALL
005580         IF NUM2 = ZERO
005590             SET REM-DIVISION-ERROR TO TRUE
005600         ELSE
005610             DIVIDE NUM1 BY NUM2 GIVING WS-REM-QUOTIENT
005620                 REMAINDER RESULT6
005630         END-IF
005640     END-IF.
005650     IF OPER-POW OR OPER-ALL
005660         MOVE NUM2 TO WS-POW-INTEGER
005670         IF (NUM1 = ZERO AND NUM2 < ZERO)
005680            OR (NUM1 < ZERO AND NUM2 NOT = WS-POW-INTEGER)
005690             SET RESULT7-ERROR TO TRUE
005700         ELSE
005710             COMPUTE RESULT7 = NUM1 ** NUM2
005720                 ON SIZE ERROR
005730                     SET RESULT7-ERROR TO TRUE
005740                     MOVE ZERO TO RESULT7
005750             END-COMPUTE
005760         END-IF
005770     END-IF.
005780*    ENTRIES LOADED AT THE LEDGER CUTOVER (NO OPERATOR ID, NO
005790*    REFERENCE) PREDATE OPERATIONS 6-8: "ALL" THEN MEANT THE
005800*    FIRST FOUR RESULTS AND CALCLOAD ZERO-FILLED THE REST.
005810     IF OPER-ALL
005820        AND LDG-OPER-ID = SPACES
005830        AND LDG-REF-ID = SPACES
005840         MOVE ZERO TO RESULT5 RESULT6 RESULT7
005850         SET RESULT7-OK TO TRUE
005860     END-IF.
005870     IF DIVISION-ERROR OR REM-DIVISION-ERROR
005880         MOVE "Y" TO WS-EXP-DIV-ERR-SW
005890     ELSE
005900         MOVE "N" TO WS-EXP-DIV-ERR-SW
005910     END-IF.
005920     MOVE WS-RESULT-OVFL-SW TO WS-EXP-RESULT-OVFL-SW.
005930     MOVE WS-RESULT3-OVFL-SW TO WS-EXP-RESULT3-OVFL-SW.
005940     MOVE WS-RESULT7-ERR-SW TO WS-EXP-RESULT7-ERR-SW.
005950 3200-EXIT.
005960     EXIT.
005970
005980 3300-COMPARE-RESULTS.
005990     IF RESULT NOT = LDG-RESULT
006000         MOVE "RESULTADO DIVERGENTE: SOMA" TO WE-TEXT
006010         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006020     END-IF.
006030     IF RESULT2 NOT = LDG-RESULT2
006040         MOVE "RESULTADO DIVERGENTE: SUBTRACAO" TO WE-TEXT
006050         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006060     END-IF.
006070     IF RESULT3 NOT = LDG-RESULT3
006080         MOVE "RESULTADO DIVERGENTE: MULTIPLICACAO" TO WE-TEXT
006090         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006100     END-IF.
006110     IF RESULT4 NOT = LDG-RESULT4
006120         MOVE "RESULTADO DIVERGENTE: DIVISAO" TO WE-TEXT
006130         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006140     END-IF.
006150     IF RESULT5 NOT = LDG-RESULT5
006160         MOVE "RESULTADO DIVERGENTE: PERCENTUAL" TO WE-TEXT
006170         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006180     END-IF.
006190     IF RESULT6 NOT = LDG-RESULT6
006200         MOVE "RESULTADO DIVERGENTE: RESTO" TO WE-TEXT
006210         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006220     END-IF.
006230     IF RESULT7 NOT = LDG-RESULT7
006240         MOVE "RESULTADO DIVERGENTE: POTENCIA" TO WE-TEXT
006250         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006260     END-IF.
006270     IF WS-EXP-DIV-ERR-SW NOT = LDG-DIV-ERR-SW
006280         MOVE "INDICADOR DE DIVISAO POR ZERO DIVERGENTE"
006290                 TO WE-TEXT
006300         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006310     END-IF.
006320     IF WS-EXP-RESULT-OVFL-SW NOT = LDG-RESULT-OVFL-SW
006330         MOVE "INDICADOR DE ESTOURO (SOMA) DIVERGENTE"
006340                 TO WE-TEXT
006350         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006360     END-IF.
006370     IF WS-EXP-RESULT3-OVFL-SW NOT = LDG-RESULT3-OVFL-SW
006380         MOVE "INDICADOR DE ESTOURO (MULT.) DIVERGENTE"
006390                 TO WE-TEXT
006400         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006410     END-IF.
006420     IF WS-EXP-RESULT7-ERR-SW NOT = LDG-RESULT7-ERR-SW
006430         MOVE "INDICADOR DE ERRO NA POTENCIA DIVERGENTE"
006440                 TO WE-TEXT
006450         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006460     END-IF.
006470 3300-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510*   REVERSAL LINKAGE.  AN ORDINARY ENTRY MUST CARRY NO REVERSED *
006520*   KEY.  A REVERSAL'S ORIGINAL IS READ BY KEY FROM THE LIVE    *
006530*   LEDGER (THE SEQUENTIAL BROWSE IS RESTARTED AFTERWARDS); ONE *
006540*   NOT THERE IS HELD FOR THE ARCHIVE RESCAN IN 6000.           *
006550******************************************************************
006560 3500-CHECK-REVERSAL.
006570     IF LDG-REVERSAL-SW NOT = "Y"
006580         IF (LDG-REVERSAL-SW NOT = "N"
006590             AND LDG-REVERSAL-SW NOT = SPACE)
006600            OR LDG-REVERSED-KEY NOT = SPACES
006610             MOVE "INDICADOR/CHAVE DE ESTORNO INVALIDO"
006620                     TO WE-TEXT
006630             PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006640         END-IF
006650         GO TO 3500-EXIT
006660     END-IF.
006670     ADD 1 TO WS-REVERSAL-COUNT.
006680     IF LDG-REVERSED-KEY NOT < LDG-ENTRY-KEY
006690         MOVE "ESTORNO APONTA PARA LANCAMENTO POSTERIOR"
006700                 TO WE-TEXT
006710         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
006720         GO TO 3500-EXIT
006730     END-IF.
006740     MOVE LEDGER-RECORD TO WS-SAVE-ENTRY.
006750     MOVE LDG-REVERSED-KEY TO LDG-ENTRY-KEY.
006760     READ LEDGER-FILE
006770         KEY IS LDG-ENTRY-KEY
006780         INVALID KEY
006790             SET ORIGINAL-ABSENT TO TRUE
006800         NOT INVALID KEY
006810             SET ORIGINAL-FOUND TO TRUE
006820             MOVE LEDGER-RECORD TO WS-ORIG-ENTRY
006830     END-READ.
006840     MOVE WS-SAVE-ENTRY TO LEDGER-RECORD.
006850     IF LEDGER-PHASE
006860         START LEDGER-FILE KEY IS GREATER THAN LDG-ENTRY-KEY
006870             INVALID KEY
006880                 SET END-OF-LEDGER TO TRUE
006890         END-START
006900     END-IF.
006910     IF ORIGINAL-FOUND
006920         PERFORM 3600-MATCH-ORIGINAL THRU 3600-EXIT
006930     ELSE
006940         PERFORM 3700-HOLD-PENDING THRU 3700-EXIT
006950     END-IF.
006960 3500-EXIT.
006970     EXIT.
006980
006990*    WS-ORIG-ENTRY HOLDS THE ORIGINAL, LEDGER-RECORD THE REVERSAL.
007000 3600-MATCH-ORIGINAL.
007010     IF ORG-REVERSAL
007020         MOVE "ESTORNO APONTA PARA OUTRO ESTORNO" TO WE-TEXT
007030         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
007040         GO TO 3600-EXIT
007050     END-IF.
007060     IF ORG-REF-ID NOT = LDG-REF-ID
007070        OR ORG-NUM1 NOT = LDG-NUM1
007080        OR ORG-NUM2 NOT = LDG-NUM2
007090        OR ORG-OPER-CHOICE NOT = LDG-OPER-CHOICE
007100        OR ORG-RESULT NOT = LDG-RESULT
007110        OR ORG-RESULT2 NOT = LDG-RESULT2
007120        OR ORG-RESULT3 NOT = LDG-RESULT3
007130        OR ORG-RESULT4 NOT = LDG-RESULT4
007140        OR ORG-RESULT5 NOT = LDG-RESULT5
007150        OR ORG-RESULT6 NOT = LDG-RESULT6
007160        OR ORG-RESULT7 NOT = LDG-RESULT7
007170        OR ORG-DIV-ERR-SW NOT = LDG-DIV-ERR-SW
007180        OR ORG-RESULT-OVFL-SW NOT = LDG-RESULT-OVFL-SW
007190        OR ORG-RESULT3-OVFL-SW NOT = LDG-RESULT3-OVFL-SW
007200        OR ORG-RESULT7-ERR-SW NOT = LDG-RESULT7-ERR-SW
007210         MOVE "ESTORNO COM VALORES DIVERGENTES DO ORIGINAL"
007220                 TO WE-TEXT
007230         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
007240     END-IF.
007250 3600-EXIT.
007260     EXIT.
007270
007280 3700-HOLD-PENDING.
007290     IF WS-PND-MAX NOT LESS THAN 1000
007300         MOVE "ORIGINAL NAO CONFERIDO - TABELA CHEIA" TO WE-TEXT
007310         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
007320         GO TO 3700-EXIT
007330     END-IF.
007340     ADD 1 TO WS-PND-MAX.
007350     MOVE LEDGER-RECORD TO WS-PND-IMAGE (WS-PND-MAX).
007360     SET PND-OPEN (WS-PND-MAX) TO TRUE.
007370     IF LDG-REVERSED-KEY < WS-PND-LOW-KEY
007380         MOVE LDG-REVERSED-KEY TO WS-PND-LOW-KEY
007390     END-IF.
007400     IF LDG-REVERSED-KEY > WS-PND-HIGH-KEY
007410         MOVE LDG-REVERSED-KEY TO WS-PND-HIGH-KEY
007420     END-IF.
007430 3700-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470*   EXCEPTION LINES.  4000 REPORTS AGAINST THE ENTRY IN         *
007480*   LEDGER-RECORD, 4100 AGAINST A BUSINESS DAY (WS-CURR-DATE OR *
007490*   VC-DATE MOVED TO WE-KEY BY THE CALLER).  WE-TEXT IS SET BY  *
007500*   THE CALLER IN BOTH CASES.                                   *
007510******************************************************************
007520 4000-ENTRY-EXCEPTION.
007530     MOVE LDG-ENTRY-KEY TO WE-KEY.
007540     MOVE LDG-REF-ID TO WE-REF-ID.
007550     MOVE LDG-SOURCE-PGM TO WE-SOURCE.
007560     PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT.
007570 4000-EXIT.
007580     EXIT.
007590
007600 4100-DAY-EXCEPTION.
007610     MOVE SPACES TO WE-REF-ID WE-SOURCE.
007620     PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT.
007630 4100-EXIT.
007640     EXIT.
007650
007660 4200-WRITE-EXCEPTION.
007670     IF WS-LINE-COUNT NOT LESS THAN 55
007680         PERFORM 4900-PAGE-HEADING THRU 4900-EXIT
007690     END-IF.
007700     WRITE VRFY-LINE FROM WS-EXCEPTION-LINE.
007710     ADD 1 TO WS-LINE-COUNT.
007720     ADD 1 TO WS-EXCEPTION-COUNT.
007730 4200-EXIT.
007740     EXIT.
007750
007760 4900-PAGE-HEADING.
007770     ADD 1 TO WS-PAGE-COUNT.
007780     MOVE WS-PAGE-COUNT TO WH-PAGE.
007790     MOVE WS-REF-DATE TO WH-REF-DATE.
007800     MOVE WS-RUN-DATE TO WH-RUN-DATE.
007810     MOVE WS-RUN-TIME TO WH-RUN-TIME.
007820     WRITE VRFY-LINE FROM WS-PAGE-HEADING-1
007830         AFTER ADVANCING PAGE.
007840     WRITE VRFY-LINE FROM WS-PAGE-HEADING-2.
007850     WRITE VRFY-LINE FROM WS-BLANK-LINE.
007860     WRITE VRFY-LINE FROM WS-COLUMN-HEADING.
007870     WRITE VRFY-LINE FROM WS-BLANK-LINE.
007880     MOVE 5 TO WS-LINE-COUNT.
007890 4900-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*   BUSINESS-DAY CONTROLS.  THE FIRST DAY OF THE RUN TAKES ITS  *
007940*   CHAIN VALUE FROM VRFYCTL (ITS OWN RECORD, ELSE THE LATEST   *
007950*   EARLIER DAY'S CLOSING VALUE, ELSE ZERO).  A LATER DAY       *
007960*   ALREADY ON FILE MUST FIND THE CHAIN WHERE IT WAS LEFT; IF   *
007970*   NOT, SOME EARLIER DAY WAS DROPPED OR CHANGED.  THE CHAIN IS *
007980*   THEN RESET TO THE RECORDED VALUE SO ONE BREAK IS REPORTED   *
007990*   ONCE.  DAYS RECORDED FOR THE FIRST TIME IN THIS RUN         *
008000*   (ARCHIVE GENERATIONS SUPPLIED FOR THE FIRST TIME) CANNOT    *
008010*   BREAK THE CHAIN OF THE DAY THAT FOLLOWS THEM.               *
008020******************************************************************
008030 5000-OPEN-DAY.
008040     MOVE LDG-DATE TO WS-CURR-DATE.
008050     SET DAY-IN-PROGRESS TO TRUE.
008060     MOVE ZERO TO WS-DAY-COUNT WS-DAY-HASH.
008070     IF LDG-DATE NOT LESS THAN WS-REF-DATE
008080         SET DAY-STILL-OPEN TO TRUE
008090         GO TO 5000-EXIT
008100     END-IF.
008110     IF WS-FIRST-CTL-DATE = ZERO
008120         MOVE LDG-DATE TO WS-FIRST-CTL-DATE
008130     END-IF.
008140     MOVE LDG-DATE TO VC-DATE.
008150     READ VRFYCTL-FILE
008160         KEY IS VC-DATE
008170         INVALID KEY
008180             SET DAY-NEW TO TRUE
008190         NOT INVALID KEY
008200             SET DAY-ON-FILE TO TRUE
008210     END-READ.
008220     IF CHAIN-NOT-STARTED
008230         SET CHAIN-STARTED TO TRUE
008240         IF DAY-ON-FILE
008250             MOVE VC-CHAIN-IN TO WS-CHAIN-HASH
008260         ELSE
008270             PERFORM 5050-FIND-PRIOR-CHAIN THRU 5050-EXIT
008280         END-IF
008290     ELSE
008300         IF DAY-ON-FILE
008310            AND VC-CHAIN-IN NOT = WS-CHAIN-HASH
008320             IF NOT PRIOR-DAY-NEW
008330                 MOVE WS-CURR-DATE TO WE-KEY
008340                 MOVE "ENCADEAMENTO ROMPIDO ANTES DESTE DIA"
008350                         TO WE-TEXT
008360                 PERFORM 4100-DAY-EXCEPTION THRU 4100-EXIT
008370             END-IF
008380             MOVE VC-CHAIN-IN TO WS-CHAIN-HASH
008390         END-IF
008400     END-IF.
008410     MOVE WS-CHAIN-HASH TO WS-DAY-CHAIN-IN.
008420 5000-EXIT.
008430     EXIT.
008440
008450 5050-FIND-PRIOR-CHAIN.
008460     MOVE ZERO TO WS-CHAIN-HASH.
008470     MOVE "N" TO WS-CTL-EOF-SW.
008480     MOVE ZERO TO VC-DATE.
008490     START VRFYCTL-FILE KEY IS NOT LESS THAN VC-DATE
008500         INVALID KEY
008510             GO TO 5050-EXIT
008520     END-START.
008530     PERFORM 5060-READ-PRIOR THRU 5060-EXIT
008540         UNTIL END-OF-CONTROL.
008550 5050-EXIT.
008560     EXIT.
008570
008580 5060-READ-PRIOR.
008590     READ VRFYCTL-FILE NEXT RECORD
008600         AT END
008610             SET END-OF-CONTROL TO TRUE
008620             GO TO 5060-EXIT
008630     END-READ.
008640     IF VC-DATE NOT LESS THAN WS-CURR-DATE
008650         SET END-OF-CONTROL TO TRUE
008660         GO TO 5060-EXIT
008670     END-IF.
008680     MOVE VC-CHAIN-OUT TO WS-CHAIN-HASH.
008690 5060-EXIT.
008700     EXIT.
008710
008720 5100-CLOSE-DAY.
008730     SET NO-DAY-IN-PROGRESS TO TRUE.
008740     IF DAY-STILL-OPEN
008750         GO TO 5100-EXIT
008760     END-IF.
008770     ADD 1 TO WS-DAYS-CHECKED.
008780     IF DAY-NEW
008790         PERFORM 5200-RECORD-DAY THRU 5200-EXIT
008800         SET PRIOR-DAY-NEW TO TRUE
008810         GO TO 5100-EXIT
008820     END-IF.
008830     SET PRIOR-DAY-ON-FILE TO TRUE.
008840     MOVE WS-CURR-DATE TO VC-DATE.
008850     READ VRFYCTL-FILE
008860         KEY IS VC-DATE
008870         INVALID KEY
008880             DISPLAY "VRFYCTL RECORD " WS-CURR-DATE
008890                     " LOST DURING RUN - STATUS "
008900                     WS-VRFYCTL-STATUS
008910             MOVE 16 TO RETURN-CODE
008920             STOP RUN
008930     END-READ.
008940     MOVE WS-CURR-DATE TO WE-KEY.
008950     IF VC-ENTRY-COUNT NOT = WS-DAY-COUNT
008960         MOVE VC-ENTRY-COUNT TO WX-STORED-COUNT
008970         MOVE WS-DAY-COUNT TO WX-FOUND-COUNT
008980         MOVE WS-COUNT-TEXT TO WE-TEXT
008990         PERFORM 4100-DAY-EXCEPTION THRU 4100-EXIT
009000     END-IF.
009010     IF VC-DAY-HASH NOT = WS-DAY-HASH
009020         MOVE "TOTALIZADOR DE CONTROLE DO DIA DIVERGENTE"
009030                 TO WE-TEXT
009040         PERFORM 4100-DAY-EXCEPTION THRU 4100-EXIT
009050         MOVE VC-CHAIN-OUT TO WS-CHAIN-HASH
009060     END-IF.
009070     MOVE WS-RUN-STAMP TO VC-LAST-CHECK.
009080     REWRITE VERIFY-CONTROL-RECORD.
009090     IF NOT VRFYCTL-OK
009100         DISPLAY "VRFYCTL REWRITE FAILED - STATUS "
009110                 WS-VRFYCTL-STATUS
009120         MOVE 16 TO RETURN-CODE
009130         STOP RUN
009140     END-IF.
009150 5100-EXIT.
009160     EXIT.
009170
009180 5200-RECORD-DAY.
009190     MOVE SPACES TO VERIFY-CONTROL-RECORD.
009200     MOVE WS-CURR-DATE TO VC-DATE.
009210     MOVE WS-DAY-COUNT TO VC-ENTRY-COUNT.
009220     MOVE WS-DAY-HASH TO VC-DAY-HASH.
009230     MOVE WS-DAY-CHAIN-IN TO VC-CHAIN-IN.
009240     MOVE WS-CHAIN-HASH TO VC-CHAIN-OUT.
009250     MOVE WS-RUN-DATE TO VC-RECORDED-DATE.
009260     MOVE WS-RUN-STAMP TO VC-LAST-CHECK.
009270     WRITE VERIFY-CONTROL-RECORD.
009280     IF NOT VRFYCTL-OK
009290         DISPLAY "VRFYCTL WRITE FAILED - STATUS "
009300                 WS-VRFYCTL-STATUS
009310         MOVE 16 TO RETURN-CODE
009320         STOP RUN
009330     END-IF.
009340     ADD 1 TO WS-DAYS-RECORDED.
009350 5200-EXIT.
009360     EXIT.
009370
009380*    EVERY RECORDED DAY FROM THE FIRST CLOSED DAY READ ONWARD MUST
009390*    HAVE BEEN SEEN IN THIS RUN.  DAYS BEFORE IT ARE OUTSIDE THE
009400*    ARCHIVE GENERATIONS SUPPLIED AND ARE NOT CHECKED.
009410 5500-CHECK-MISSING-DAYS.
009420     IF WS-FIRST-CTL-DATE = ZERO
009430         GO TO 5500-EXIT
009440     END-IF.
009450     MOVE "N" TO WS-CTL-EOF-SW.
009460     MOVE WS-FIRST-CTL-DATE TO VC-DATE.
009470     START VRFYCTL-FILE KEY IS NOT LESS THAN VC-DATE
009480         INVALID KEY
009490             GO TO 5500-EXIT
009500     END-START.
009510     PERFORM 5510-CHECK-ONE-DAY THRU 5510-EXIT
009520         UNTIL END-OF-CONTROL.
009530 5500-EXIT.
009540     EXIT.
009550
009560 5510-CHECK-ONE-DAY.
009570     READ VRFYCTL-FILE NEXT RECORD
009580         AT END
009590             SET END-OF-CONTROL TO TRUE
009600             GO TO 5510-EXIT
009610     END-READ.
009620     IF VC-LAST-CHECK = WS-RUN-STAMP
009630         GO TO 5510-EXIT
009640     END-IF.
009650     MOVE VC-DATE TO WE-KEY.
009660     MOVE "DIA REGISTRADO AUSENTE DO RAZAO" TO WE-TEXT.
009670     PERFORM 4100-DAY-EXCEPTION THRU 4100-EXIT.
009680 5510-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720*   REVERSALS WHOSE ORIGINAL WAS NOT ON THE LIVE LEDGER.  THE   *
009730*   ARCHIVE (IF SUPPLIED) IS READ AGAIN FROM THE TOP AND        *
009740*   MATCHED AGAINST THE HELD REVERSALS.  ONE STILL UNMATCHED IS *
009750*   AN EXCEPTION, UNLESS NO ARCHIVE WAS SUPPLIED AND ITS        *
009760*   ORIGINAL PREDATES THE LIVE LEDGER -- THAT ONE CANNOT BE     *
009770*   CHECKED AND IS ONLY COUNTED.                                *
009780******************************************************************
009790 6000-RESOLVE-PENDING.
009800     IF WS-PND-MAX = ZERO
009810         GO TO 6000-EXIT
009820     END-IF.
009830     IF ARCHIVE-PRESENT
009840         CLOSE ARCHIVE-FILE
009850         OPEN INPUT ARCHIVE-FILE
009860         IF NOT ARCHIVE-OK
009870             DISPLAY "ARCHIVE COULD NOT BE REOPENED - STATUS "
009880                     WS-ARCHIVE-STATUS
009890             MOVE 16 TO RETURN-CODE
009900             STOP RUN
009910         END-IF
009920         MOVE "N" TO WS-ARC-EOF-SW
009930         PERFORM 6100-RESCAN-ARCHIVE THRU 6100-EXIT
009940             UNTIL END-OF-ARCHIVE
009950     END-IF.
009960     MOVE ZERO TO WS-PND-SUB.
009970     PERFORM 6300-REPORT-UNMATCHED THRU 6300-EXIT
009980         UNTIL WS-PND-SUB NOT LESS THAN WS-PND-MAX.
009990 6000-EXIT.
010000     EXIT.
010010
010020 6100-RESCAN-ARCHIVE.
010030     READ ARCHIVE-FILE
010040         AT END
010050             SET END-OF-ARCHIVE TO TRUE
010060             GO TO 6100-EXIT
010070     END-READ.
010080     MOVE ARCHIVE-RECORD TO WS-ORIG-ENTRY.
010090     IF ORG-ENTRY-KEY < WS-PND-LOW-KEY
010100        OR ORG-ENTRY-KEY > WS-PND-HIGH-KEY
010110         GO TO 6100-EXIT
010120     END-IF.
010130     MOVE ZERO TO WS-PND-SUB.
010140     PERFORM 6200-MATCH-PENDING THRU 6200-EXIT
010150         UNTIL WS-PND-SUB NOT LESS THAN WS-PND-MAX.
010160 6100-EXIT.
010170     EXIT.
010180
010190 6200-MATCH-PENDING.
010200     ADD 1 TO WS-PND-SUB.
010210     IF PND-RESOLVED (WS-PND-SUB)
010220        OR WS-PND-REVERSED-KEY (WS-PND-SUB) NOT = ORG-ENTRY-KEY
010230         GO TO 6200-EXIT
010240     END-IF.
010250     SET PND-RESOLVED (WS-PND-SUB) TO TRUE.
010260     MOVE WS-PND-IMAGE (WS-PND-SUB) TO LEDGER-RECORD.
010270     PERFORM 3600-MATCH-ORIGINAL THRU 3600-EXIT.
010280 6200-EXIT.
010290     EXIT.
010300
010310 6300-REPORT-UNMATCHED.
010320     ADD 1 TO WS-PND-SUB.
010330     IF PND-RESOLVED (WS-PND-SUB)
010340         GO TO 6300-EXIT
010350     END-IF.
010360     MOVE WS-PND-IMAGE (WS-PND-SUB) TO LEDGER-RECORD.
010370     IF NOT ARCHIVE-PRESENT
010380        AND LDG-REVERSED-KEY < WS-FIRST-KEY
010390         ADD 1 TO WS-UNVERIFIED-COUNT
010400         GO TO 6300-EXIT
010410     END-IF.
010420     MOVE "ESTORNO SEM LANCAMENTO ORIGINAL" TO WE-TEXT.
010430     PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT.
010440 6300-EXIT.
010450     EXIT.
010460
010470 7000-PRINT-TOTALS.
010480     WRITE VRFY-LINE FROM WS-BLANK-LINE.
010490     MOVE "LANCAMENTOS LIDOS DO ARQUIVO HISTORICO:" TO WT-LABEL.
010500     MOVE WS-ARCHIVE-COUNT TO WT-COUNT.
010510     WRITE VRFY-LINE FROM WS-TOTAL-LINE.
010520     MOVE "LANCAMENTOS LIDOS DO RAZAO:" TO WT-LABEL.
010530     MOVE WS-LEDGER-COUNT TO WT-COUNT.
010540     WRITE VRFY-LINE FROM WS-TOTAL-LINE.
010550     MOVE "ESTORNOS CONFERIDOS:" TO WT-LABEL.
010560     MOVE WS-REVERSAL-COUNT TO WT-COUNT.
010570     WRITE VRFY-LINE FROM WS-TOTAL-LINE.
010580     MOVE "  ORIGINAL ANTERIOR AO RAZAO, SEM HISTORICO:"
010590             TO WT-LABEL.
010600     MOVE WS-UNVERIFIED-COUNT TO WT-COUNT.
010610     WRITE VRFY-LINE FROM WS-TOTAL-LINE.
010620     MOVE "DIAS FECHADOS CONFERIDOS:" TO WT-LABEL.
010630     MOVE WS-DAYS-CHECKED TO WT-COUNT.
010640     WRITE VRFY-LINE FROM WS-TOTAL-LINE.
010650     MOVE "  REGISTRADOS PELA PRIMEIRA VEZ:" TO WT-LABEL.
010660     MOVE WS-DAYS-RECORDED TO WT-COUNT.
010670     WRITE VRFY-LINE FROM WS-TOTAL-LINE.
010680     MOVE "DIVERGENCIAS:" TO WT-LABEL.
010690     MOVE WS-EXCEPTION-COUNT TO WT-COUNT.
010700     WRITE VRFY-LINE FROM WS-TOTAL-LINE.
010710     WRITE VRFY-LINE FROM WS-BLANK-LINE.
010720     IF WS-EXCEPTION-COUNT = ZERO
010730         MOVE "*** RAZAO CONFERIDO SEM DIVERGENCIAS ***"
010740                 TO WV-TEXT
010750     ELSE
010760         MOVE "*** DIVERGENCIAS ENCONTRADAS - VERIFICAR ***"
010770                 TO WV-TEXT
010780         MOVE 8 TO RETURN-CODE
010790     END-IF.
010800     WRITE VRFY-LINE FROM WS-VERDICT-LINE.
010810     DISPLAY "CALCVRFY - ENTRIES READ: "
010820             WS-ARCHIVE-COUNT " ARCHIVE, "
010830             WS-LEDGER-COUNT " LEDGER".
010840     DISPLAY "CALCVRFY - EXCEPTIONS:   " WS-EXCEPTION-COUNT.
010850 7000-EXIT.
010860     EXIT.
010870
010880 8000-TERMINATE.
010890     CLOSE LEDGER-FILE.
010900     CLOSE VRFYCTL-FILE.
010910     IF ARCHIVE-PRESENT
010920         CLOSE ARCHIVE-FILE
010930     END-IF.
010940     CLOSE VRFY-FILE.
010950 8000-EXIT.
010960     EXIT.
010970
010980 END PROGRAM CALCVRFY.
