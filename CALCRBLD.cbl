000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCRBLD                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      RECOVERY RUN FOR THE PROCESSED-REFERENCE REGISTRY AND    *
000090*      CHECK OF THE LEDGER'S ALTERNATE KEY PATHS.  CALCBAT ONLY *
000100*      KNOWS A REFERENCE HAS POSTED BECAUSE IT IS ON REFREGST,  *
000110*      SO A LOST OR OUT-OF-DATE REGISTRY LETS A RESUBMITTED     *
000120*      STACK POST TWICE; AND CALCINQ FINDS ENTRIES BY REFERENCE *
000130*      OR OPERATOR ONLY THROUGH THE LDG-REF-ID AND LDG-OPER-ID  *
000140*      ALTERNATE KEYS, SO A DAMAGED PATH LOSES ENTRIES QUIETLY. *
000150*      THE RUN:                                                 *
000160*        - READS THE WHOLE LEDGER DOWN THE LDG-REF-ID PATH,     *
000170*          THEN DOWN THE LDG-OPER-ID PATH, NOTING EVERY ENTRY   *
000180*          REACHED ON THE AIXWORK FILE (KEYED ON THE ENTRY      *
000190*          KEY), THEN IN PRIMARY KEY ORDER, AND REPORTS EVERY   *
000200*          ENTRY REACHED ONE WAY BUT NOT ANOTHER, OR REACHED    *
000210*          TWICE DOWN ONE PATH;                                 *
000220*        - ON THE PRIMARY KEY PASS, WRITES A NEW REGISTRY       *
000230*          (NEWREGST) WITH ONE RECORD PER REFERENCE CALCBAT HAS *
000240*          POSTED ON THE LIVE LEDGER -- THE RETENTION PERIOD,   *
000250*          SINCE CALCARCH CUTS THE LEDGER AND PURGES THE        *
000260*          REGISTRY TOGETHER.  REVERSALS ARE LEFT OUT (CALCBAT  *
000270*          NEVER REGISTERS THEM).  THE DEPARTMENT IS THE FIRST  *
000280*          TWO BYTES OF THE REFERENCE AND THE DATES ARE THOSE   *
000290*          OF THE FIRST POSTING;                                *
000300*        - READS NEWREGST BACK, PROVES EVERY RECORD DOWN THE    *
000310*          LDG-REF-ID PATH (DEPARTMENT AND FIRST-POSTING DATE)  *
000320*          AND THAT THE REGISTERED REFERENCES COVER EVERY       *
000330*          CALCBAT POSTING, AND MATCHES IT AGAINST THE CURRENT  *
000340*          REFREGST, LISTING REFERENCES ON ONE BUT NOT THE      *
000350*          OTHER.                                               *
000360*      THE CONTROL COUNTS AND EXCEPTIONS PRINT ON RBLDRPT.  A   *
000370*      PATH EXCEPTION OR A CONTROL COUNT OUT OF BALANCE ENDS    *
000380*      THE RUN RC=8 AND THE JOB KEEPS THE CURRENT REGISTRY.     *
000390*      DIFFERENCES FROM THE CURRENT REGISTRY ALONE END RC=4:    *
000400*      THEY ARE WHAT THE REBUILD IS FOR, AND THE JOB GOES ON    *
000410*      TO REPLACE REFREGST WITH NEWREGST.                       *
000420*                                                                *
000430*   MODIFICATION HISTORY.                                       *
000440*      15/10/2026  DA   INITIAL VERSION.                        *
000450*                                                                *
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.     CALCRBLD.
000490 AUTHOR.         D. ALMEIDA.
000500 INSTALLATION.   DATA PROCESSING CENTER.
000510 DATE-WRITTEN.   15/10/2026.
000520 DATE-COMPILED.  15/10/2026.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. GNUCOBOL.
000560 OBJECT-COMPUTER. GNUCOBOL.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
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
000690     SELECT REGISTRY-FILE ASSIGN TO "REFREGST"
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE IS SEQUENTIAL
000720            RECORD KEY IS REG-REF-ID
000730            FILE STATUS IS WS-REGISTRY-STATUS.
000740
000750     SELECT NEWREGS-FILE ASSIGN TO "NEWREGST"
000760            ORGANIZATION IS INDEXED
000770            ACCESS MODE IS DYNAMIC
000780            RECORD KEY IS NRG-REF-ID
000790            FILE STATUS IS WS-NEWREGS-STATUS.
000800
000810     SELECT AIXWORK-FILE ASSIGN TO "AIXWORK"
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE IS DYNAMIC
000840            RECORD KEY IS AW-ENTRY-KEY
000850            FILE STATUS IS WS-AIXWORK-STATUS.
000860
000870     SELECT RBLD-FILE ASSIGN TO "RBLDRPT"
000880            ORGANIZATION IS LINE SEQUENTIAL
000890            FILE STATUS IS WS-RBLD-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  LEDGER-FILE.
000940 COPY CALCLDGR.
000950
000960 FD  REGISTRY-FILE.
000970 COPY CALCREGS.
000980
000990 FD  NEWREGS-FILE.
001000 COPY CALCREGS
001010     REPLACING ==REGISTRY-RECORD== BY ==NEWREGS-RECORD==
001020               ==REG-REF-ID==      BY ==NRG-REF-ID==
001030               ==REG-DEPT-CODE==   BY ==NRG-DEPT-CODE==
001040               ==REG-BUS-DATE==    BY ==NRG-BUS-DATE==
001050               ==REG-POST-DATE==   BY ==NRG-POST-DATE==.
001060
001070*    ONE RECORD PER LEDGER ENTRY KEY REACHED DOWN ANY PATH.
001080 FD  AIXWORK-FILE.
001090 01  AIXWORK-RECORD.
001100     05  AW-ENTRY-KEY            PIC X(20).
001110     05  AW-REF-ID               PIC X(08).
001120     05  AW-OPER-ID              PIC X(08).
001130     05  AW-REF-PATH-SW          PIC X(01).
001140         88  AW-ON-REF-PATH      VALUE "Y".
001150     05  AW-OPER-PATH-SW         PIC X(01).
001160         88  AW-ON-OPER-PATH     VALUE "Y".
001170     05  AW-PRIMARY-SW           PIC X(01).
001180         88  AW-ON-PRIMARY       VALUE "Y".
001190     05  FILLER                  PIC X(01).
001200
001210 FD  RBLD-FILE.
001220 01  RBLD-LINE                   PIC X(80).
001230
001240 WORKING-STORAGE SECTION.
001250 77  WS-PRIMARY-COUNT            PIC 9(09) COMP VALUE ZERO.
001260 77  WS-REF-PATH-COUNT           PIC 9(09) COMP VALUE ZERO.
001270 77  WS-OPER-PATH-COUNT          PIC 9(09) COMP VALUE ZERO.
001280 77  WS-BATCH-ENTRY-COUNT        PIC 9(09) COMP VALUE ZERO.
001290 77  WS-REGISTERED-COUNT         PIC 9(09) COMP VALUE ZERO.
001300 77  WS-REPEAT-COUNT             PIC 9(09) COMP VALUE ZERO.
001310 77  WS-REREAD-COUNT             PIC 9(09) COMP VALUE ZERO.
001320 77  WS-PROVED-COUNT             PIC 9(09) COMP VALUE ZERO.
001330 77  WS-REACHED-COUNT            PIC 9(09) COMP VALUE ZERO.
001340 77  WS-OLD-COUNT                PIC 9(09) COMP VALUE ZERO.
001350 77  WS-BOTH-COUNT               PIC 9(09) COMP VALUE ZERO.
001360 77  WS-NEW-ONLY-COUNT           PIC 9(09) COMP VALUE ZERO.
001370 77  WS-OLD-ONLY-COUNT           PIC 9(09) COMP VALUE ZERO.
001380 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001390 77  WS-REF-ENTRY-COUNT          PIC 9(07) COMP VALUE ZERO.
001400 77  WS-CROSSFOOT                PIC 9(09) COMP VALUE ZERO.
001410 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
001420 77  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001430
001440 01  WS-LEDGER-STATUS            PIC X(02).
001450     88  LEDGER-OK               VALUE "00".
001460     88  LEDGER-NOT-FOUND        VALUE "05", "35".
001470
001480 01  WS-REGISTRY-STATUS          PIC X(02).
001490     88  REGISTRY-OK             VALUE "00".
001500     88  REGISTRY-NOT-FOUND      VALUE "05", "35".
001510
001520 01  WS-NEWREGS-STATUS           PIC X(02).
001530     88  NEWREGS-OK              VALUE "00".
001540     88  NEWREGS-DUPLICATE-KEY   VALUE "22".
001550
001560 01  WS-AIXWORK-STATUS           PIC X(02).
001570     88  AIXWORK-OK              VALUE "00".
001580     88  AIXWORK-NOT-FOUND       VALUE "05", "35".
001590
001600 01  WS-RBLD-STATUS              PIC X(02).
001610     88  RBLD-OK                 VALUE "00".
001620
001630 01  WS-SWITCHES.
001640     05  WS-LDG-EOF-SW           PIC X(01) VALUE "N".
001650         88  END-OF-LEDGER       VALUE "Y".
001660         88  LEDGER-ACTIVE       VALUE "N".
001670     05  WS-WORK-EOF-SW          PIC X(01) VALUE "N".
001680         88  END-OF-WORK         VALUE "Y".
001690         88  WORK-ACTIVE         VALUE "N".
001700     05  WS-REF-EOF-SW           PIC X(01) VALUE "N".
001710         88  END-OF-REF          VALUE "Y".
001720         88  REF-ACTIVE          VALUE "N".
001730     05  WS-OLD-REG-SW           PIC X(01) VALUE "N".
001740         88  OLD-REGISTRY-PRESENT
001750                                 VALUE "Y".
001760     05  WS-PATH-SW              PIC X(01) VALUE SPACE.
001770         88  REF-PATH            VALUE "R".
001780         88  OPER-PATH           VALUE "O".
001790
001800 01  WS-NEW-KEY                  PIC X(08) VALUE LOW-VALUES.
001810 01  WS-OLD-KEY                  PIC X(08) VALUE LOW-VALUES.
001820 01  WS-FIRST-DATE               PIC 9(08) VALUE ZERO.
001830
001840 01  WS-REF-SPLIT.
001850     05  WS-REF-DEPT             PIC X(02).
001860     05  FILLER                  PIC X(06).
001870
001880 01  WS-RUN-STAMP.
001890     05  WS-RUN-DATE             PIC 9(08).
001900     05  WS-RUN-TIME             PIC 9(08).
001910
001920 01  WS-PAGE-HEADING-1.
001930     05  FILLER                  PIC X(51) VALUE
001940         "CALCRBLD - RECONSTRUCAO DO REGISTRO DE REFERENCIAS".
001950     05  FILLER                  PIC X(19) VALUE SPACES.
001960     05  FILLER                  PIC X(05) VALUE "PAG. ".
001970     05  WH-PAGE                 PIC ZZZZ9.
001980
001990 01  WS-PAGE-HEADING-2.
002000     05  FILLER                  PIC X(41) VALUE
002010         "E CONFERENCIA DOS CAMINHOS DO RAZAO".
002020     05  FILLER                  PIC X(10) VALUE "EXECUCAO: ".
002030     05  WH-RUN-DATE             PIC 9(08).
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  WH-RUN-TIME             PIC 9(08).
002060     05  FILLER                  PIC X(12) VALUE SPACES.
002070
002080 01  WS-COLUMN-HEADING.
002090     05  FILLER                  PIC X(21) VALUE
002100         "CHAVE DO LANCAMENTO".
002110     05  FILLER                  PIC X(09) VALUE "REFERENC".
002120     05  FILLER                  PIC X(09) VALUE "ORIGEM".
002130     05  FILLER                  PIC X(41) VALUE "DIVERGENCIA".
002140
002150 01  WS-EXCEPTION-LINE.
002160     05  WE-KEY                  PIC X(20).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  WE-REF-ID               PIC X(08).
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  WE-SOURCE               PIC X(08).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  WE-TEXT                 PIC X(41).
002230
002240 01  WS-TOTAL-LINE.
002250     05  WT-LABEL                PIC X(50).
002260     05  WT-COUNT                PIC Z(08)9.
002270     05  FILLER                  PIC X(21) VALUE SPACES.
002280
002290 01  WS-VERDICT-LINE.
002300     05  WV-TEXT                 PIC X(80).
002310
002320 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
002330
002340 01  WS-COUNT-DISPLAY            PIC ZZZZZZZZ9.
002350
002360 PROCEDURE DIVISION.
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     SET REF-PATH TO TRUE.
002400     MOVE LOW-VALUES TO LDG-REF-ID.
002410     START LEDGER-FILE KEY IS NOT LESS THAN LDG-REF-ID
002420         INVALID KEY
002430             SET END-OF-LEDGER TO TRUE
002440     END-START.
002450     PERFORM 2000-WALK-ALTERNATE THRU 2000-EXIT
002460         UNTIL END-OF-LEDGER.
002470     SET OPER-PATH TO TRUE.
002480     SET LEDGER-ACTIVE TO TRUE.
002490     MOVE LOW-VALUES TO LDG-OPER-ID.
002500     START LEDGER-FILE KEY IS NOT LESS THAN LDG-OPER-ID
002510         INVALID KEY
002520             SET END-OF-LEDGER TO TRUE
002530     END-START.
002540     PERFORM 2000-WALK-ALTERNATE THRU 2000-EXIT
002550         UNTIL END-OF-LEDGER.
002560     SET LEDGER-ACTIVE TO TRUE.
002570     MOVE LOW-VALUES TO LDG-ENTRY-KEY.
002580     START LEDGER-FILE KEY IS NOT LESS THAN LDG-ENTRY-KEY
002590         INVALID KEY
002600             SET END-OF-LEDGER TO TRUE
002610     END-START.
002620     PERFORM 3000-WALK-PRIMARY THRU 3000-EXIT
002630         UNTIL END-OF-LEDGER.
002640     MOVE LOW-VALUES TO AW-ENTRY-KEY.
002650     START AIXWORK-FILE KEY IS NOT LESS THAN AW-ENTRY-KEY
002660         INVALID KEY
002670             SET END-OF-WORK TO TRUE
002680     END-START.
002690     PERFORM 3500-CHECK-WORK THRU 3500-EXIT
002700         UNTIL END-OF-WORK.
002710     PERFORM 5000-REOPEN-REGISTRIES THRU 5000-EXIT.
002720     PERFORM 5100-MATCH-REGISTRY THRU 5100-EXIT
002730         UNTIL WS-NEW-KEY = HIGH-VALUES
002740           AND WS-OLD-KEY = HIGH-VALUES.
002750     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002770     STOP RUN.
002780
002790 1000-INITIALIZE.
002800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002810     ACCEPT WS-RUN-TIME FROM TIME.
002820     OPEN OUTPUT RBLD-FILE.
002830     IF NOT RBLD-OK
002840         DISPLAY "RBLDRPT COULD NOT BE OPENED - STATUS "
002850                 WS-RBLD-STATUS
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     OPEN INPUT LEDGER-FILE.
002900     IF NOT LEDGER-OK
002910         DISPLAY "LEDGER COULD NOT BE OPENED - STATUS "
002920                 WS-LEDGER-STATUS " - REGISTRY NOT REBUILT"
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     OPEN OUTPUT NEWREGS-FILE.
002970     IF NOT NEWREGS-OK
002980         DISPLAY "NEWREGST COULD NOT BE OPENED - STATUS "
002990                 WS-NEWREGS-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030*    THE WORK FILE IS DEFINED EMPTY BY THE JOB; IT IS CREATED HERE
003040*    WHEN RUN WITHOUT IT, AS VRFYCTL IS.
003050     OPEN I-O AIXWORK-FILE.
003060     IF AIXWORK-NOT-FOUND
003070         OPEN OUTPUT AIXWORK-FILE
003080         CLOSE AIXWORK-FILE
003090         OPEN I-O AIXWORK-FILE
003100     END-IF.
003110     IF NOT AIXWORK-OK
003120         DISPLAY "AIXWORK COULD NOT BE OPENED - STATUS "
003130                 WS-AIXWORK-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     PERFORM 4900-PAGE-HEADING THRU 4900-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220*   ONE ENTRY READ DOWN THE ALTERNATE PATH NAMED BY WS-PATH-SW. *
003230*   THE FIRST PATH ADDS THE ENTRY TO AIXWORK; THE SECOND FINDS  *
003240*   IT THERE OR ADDS IT.  AN ENTRY ALREADY MARKED FOR THE PATH  *
003250*   BEING READ HAS BEEN REACHED TWICE DOWN IT.                  *
003260******************************************************************
003270 2000-WALK-ALTERNATE.
003280     READ LEDGER-FILE NEXT RECORD
003290         AT END
003300             SET END-OF-LEDGER TO TRUE
003310             GO TO 2000-EXIT
003320     END-READ.
003330     IF REF-PATH
003340         ADD 1 TO WS-REF-PATH-COUNT
003350     ELSE
003360         ADD 1 TO WS-OPER-PATH-COUNT
003370     END-IF.
003380     MOVE LDG-ENTRY-KEY TO AW-ENTRY-KEY.
003390     READ AIXWORK-FILE
003400         INVALID KEY
003410             PERFORM 2100-ADD-WORK THRU 2100-EXIT
003420             GO TO 2000-EXIT
003430     END-READ.
003440     IF REF-PATH
003450         IF AW-ON-REF-PATH
003460             MOVE "REPETIDO NO CAMINHO POR REFERENCIA"
003470                     TO WE-TEXT
003480             PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
003490             GO TO 2000-EXIT
003500         END-IF
003510         MOVE "Y" TO AW-REF-PATH-SW
003520         MOVE LDG-REF-ID TO AW-REF-ID
003530     ELSE
003540         IF AW-ON-OPER-PATH
003550             MOVE "REPETIDO NO CAMINHO POR OPERADOR" TO WE-TEXT
003560             PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
003570             GO TO 2000-EXIT
003580         END-IF
003590         MOVE "Y" TO AW-OPER-PATH-SW
003600         MOVE LDG-OPER-ID TO AW-OPER-ID
003610     END-IF.
003620     REWRITE AIXWORK-RECORD.
003630     PERFORM 2200-CHECK-WORK-STATUS THRU 2200-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660
003670 2100-ADD-WORK.
003680     MOVE SPACES TO AIXWORK-RECORD.
003690     MOVE LDG-ENTRY-KEY TO AW-ENTRY-KEY.
003700     MOVE LDG-REF-ID TO AW-REF-ID.
003710     MOVE LDG-OPER-ID TO AW-OPER-ID.
003720     MOVE "N" TO AW-REF-PATH-SW AW-OPER-PATH-SW AW-PRIMARY-SW.
003730     IF REF-PATH
003740         MOVE "Y" TO AW-REF-PATH-SW
003750     ELSE
003760         MOVE "Y" TO AW-OPER-PATH-SW
003770     END-IF.
003780     WRITE AIXWORK-RECORD.
003790     PERFORM 2200-CHECK-WORK-STATUS THRU 2200-EXIT.
003800 2100-EXIT.
003810     EXIT.
003820
003830 2200-CHECK-WORK-STATUS.
003840     IF NOT AIXWORK-OK
003850         DISPLAY "AIXWORK WRITE FAILED - STATUS "
003860                 WS-AIXWORK-STATUS
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900 2200-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*   ONE ENTRY IN PRIMARY KEY ORDER.  IT MUST HAVE BEEN REACHED  *
003950*   DOWN BOTH ALTERNATE PATHS.  A CALCBAT ENTRY THAT IS NOT A   *
003960*   REVERSAL REGISTERS ITS REFERENCE; KEY ORDER IS POSTING      *
003970*   ORDER, SO THE FIRST WRITE CARRIES THE FIRST POSTING AND A   *
003980*   LATER ENTRY OF THE SAME REFERENCE (A CHAIN STEP OR A        *
003990*   DELIBERATE RESUBMISSION) FINDS IT ALREADY THERE.            *
004000******************************************************************
004010 3000-WALK-PRIMARY.
004020     READ LEDGER-FILE NEXT RECORD
004030         AT END
004040             SET END-OF-LEDGER TO TRUE
004050             GO TO 3000-EXIT
004060     END-READ.
004070     ADD 1 TO WS-PRIMARY-COUNT.
004080     PERFORM 3100-CHECK-PATHS THRU 3100-EXIT.
004090     IF LDG-SOURCE-PGM NOT = "CALCBAT "
004100        OR LDG-REVERSAL
004110        OR LDG-REF-ID = SPACES
004120         GO TO 3000-EXIT
004130     END-IF.
004140     ADD 1 TO WS-BATCH-ENTRY-COUNT.
004150     MOVE LDG-REF-ID TO NRG-REF-ID WS-REF-SPLIT.
004160     MOVE WS-REF-DEPT TO NRG-DEPT-CODE.
004170     MOVE LDG-DATE TO NRG-BUS-DATE.
004180     MOVE LDG-DATE TO NRG-POST-DATE.
004190     WRITE NEWREGS-RECORD.
004200     IF NEWREGS-DUPLICATE-KEY
004210         ADD 1 TO WS-REPEAT-COUNT
004220         GO TO 3000-EXIT
004230     END-IF.
004240     IF NOT NEWREGS-OK
004250         DISPLAY "NEWREGST WRITE FAILED - STATUS "
004260                 WS-NEWREGS-STATUS
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300     ADD 1 TO WS-REGISTERED-COUNT.
004310 3000-EXIT.
004320     EXIT.
004330
004340 3100-CHECK-PATHS.
004350     MOVE LDG-ENTRY-KEY TO AW-ENTRY-KEY.
004360     READ AIXWORK-FILE
004370         INVALID KEY
004380             MOVE "FORA DO CAMINHO POR REFERENCIA" TO WE-TEXT
004390             PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
004400             MOVE "FORA DO CAMINHO POR OPERADOR" TO WE-TEXT
004410             PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
004420             GO TO 3100-EXIT
004430     END-READ.
004440     IF NOT AW-ON-REF-PATH
004450         MOVE "FORA DO CAMINHO POR REFERENCIA" TO WE-TEXT
004460         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
004470     END-IF.
004480     IF NOT AW-ON-OPER-PATH
004490         MOVE "FORA DO CAMINHO POR OPERADOR" TO WE-TEXT
004500         PERFORM 4000-ENTRY-EXCEPTION THRU 4000-EXIT
004510     END-IF.
004520     MOVE "Y" TO AW-PRIMARY-SW.
004530     REWRITE AIXWORK-RECORD.
004540     PERFORM 2200-CHECK-WORK-STATUS THRU 2200-EXIT.
004550 3100-EXIT.
004560     EXIT.
004570
004580*    AN ENTRY REACHED DOWN AN ALTERNATE PATH THAT THE PRIMARY KEY
004590*    PASS NEVER RETURNED.
004600 3500-CHECK-WORK.
004610     READ AIXWORK-FILE NEXT RECORD
004620         AT END
004630             SET END-OF-WORK TO TRUE
004640             GO TO 3500-EXIT
004650     END-READ.
004660     IF AW-ON-PRIMARY
004670         GO TO 3500-EXIT
004680     END-IF.
004690     MOVE AW-ENTRY-KEY TO WE-KEY.
004700     MOVE AW-REF-ID TO WE-REF-ID.
004710     MOVE SPACES TO WE-SOURCE.
004720     MOVE "AUSENTE NA LEITURA PELA CHAVE PRIMARIA" TO WE-TEXT.
004730     PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT.
004740     ADD 1 TO WS-EXCEPTION-COUNT.
004750 3500-EXIT.
004760     EXIT.
004770
004780 4000-ENTRY-EXCEPTION.
004790     MOVE LDG-ENTRY-KEY TO WE-KEY.
004800     MOVE LDG-REF-ID TO WE-REF-ID.
004810     MOVE LDG-SOURCE-PGM TO WE-SOURCE.
004820     PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT.
004830     ADD 1 TO WS-EXCEPTION-COUNT.
004840 4000-EXIT.
004850     EXIT.
004860
004870*    REGISTRY LINES CARRY NO ENTRY KEY; WE-SOURCE NAMES THE FILE.
004880*    THEY ARE NOT PATH EXCEPTIONS AND ARE COUNTED BY THE CALLER.
004890 4100-REGISTRY-EXCEPTION.
004900     MOVE SPACES TO WE-KEY.
004910     PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT.
004920 4100-EXIT.
004930     EXIT.
004940
004950 4200-WRITE-EXCEPTION.
004960     IF WS-LINE-COUNT NOT LESS THAN 55
004970         PERFORM 4900-PAGE-HEADING THRU 4900-EXIT
004980     END-IF.
004990     WRITE RBLD-LINE FROM WS-EXCEPTION-LINE.
005000     ADD 1 TO WS-LINE-COUNT.
005010 4200-EXIT.
005020     EXIT.
005030
005040 4900-PAGE-HEADING.
005050     ADD 1 TO WS-PAGE-COUNT.
005060     MOVE WS-PAGE-COUNT TO WH-PAGE.
005070     MOVE WS-RUN-DATE TO WH-RUN-DATE.
005080     MOVE WS-RUN-TIME TO WH-RUN-TIME.
005090     WRITE RBLD-LINE FROM WS-PAGE-HEADING-1
005100         AFTER ADVANCING PAGE.
005110     WRITE RBLD-LINE FROM WS-PAGE-HEADING-2.
005120     WRITE RBLD-LINE FROM WS-BLANK-LINE.
005130     WRITE RBLD-LINE FROM WS-COLUMN-HEADING.
005140     WRITE RBLD-LINE FROM WS-BLANK-LINE.
005150     MOVE 5 TO WS-LINE-COUNT.
005160 4900-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*   NEWREGST IS CLOSED AND READ BACK FROM THE START, MATCHED IN *
005210*   KEY ORDER AGAINST THE CURRENT REFREGST.  A MISSING REFREGST *
005220*   (LOST) MATCHES NOTHING; ITS REFERENCES ARE COUNTED BUT NOT  *
005230*   LISTED.                                                     *
005240******************************************************************
005250 5000-REOPEN-REGISTRIES.
005260     CLOSE NEWREGS-FILE.
005270     OPEN INPUT NEWREGS-FILE.
005280     IF NOT NEWREGS-OK
005290         DISPLAY "NEWREGST COULD NOT BE REOPENED - STATUS "
005300                 WS-NEWREGS-STATUS
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF.
005340     OPEN INPUT REGISTRY-FILE.
005350     IF REGISTRY-NOT-FOUND
005360         DISPLAY "REFREGST NOT FOUND - NOTHING TO COMPARE."
005370         MOVE HIGH-VALUES TO WS-OLD-KEY
005380     ELSE
005390         IF NOT REGISTRY-OK
005400             DISPLAY "REFREGST COULD NOT BE OPENED - STATUS "
005410                     WS-REGISTRY-STATUS
005420             MOVE 16 TO RETURN-CODE
005430             STOP RUN
005440         END-IF
005450         SET OLD-REGISTRY-PRESENT TO TRUE
005460         PERFORM 5300-READ-OLD THRU 5300-EXIT
005470     END-IF.
005480     PERFORM 5200-READ-NEW THRU 5200-EXIT.
005490 5000-EXIT.
005500     EXIT.
005510
005520 5100-MATCH-REGISTRY.
005530     IF WS-NEW-KEY < WS-OLD-KEY
005540         PERFORM 6000-PROVE-REFERENCE THRU 6000-EXIT
005550         ADD 1 TO WS-NEW-ONLY-COUNT
005560         IF OLD-REGISTRY-PRESENT
005570             MOVE NRG-REF-ID TO WE-REF-ID
005580             MOVE "NEWREGST" TO WE-SOURCE
005590             MOVE "NO RAZAO, AUSENTE DO REFREGST ATUAL"
005600                     TO WE-TEXT
005610             PERFORM 4100-REGISTRY-EXCEPTION THRU 4100-EXIT
005620         END-IF
005630         PERFORM 5200-READ-NEW THRU 5200-EXIT
005640         GO TO 5100-EXIT
005650     END-IF.
005660     IF WS-NEW-KEY > WS-OLD-KEY
005670         ADD 1 TO WS-OLD-ONLY-COUNT
005680         MOVE REG-REF-ID TO WE-REF-ID
005690         MOVE "REFREGST" TO WE-SOURCE
005700         MOVE "NO REFREGST ATUAL, AUSENTE DO RAZAO" TO WE-TEXT
005710         PERFORM 4100-REGISTRY-EXCEPTION THRU 4100-EXIT
005720         PERFORM 5300-READ-OLD THRU 5300-EXIT
005730         GO TO 5100-EXIT
005740     END-IF.
005750     PERFORM 6000-PROVE-REFERENCE THRU 6000-EXIT.
005760     ADD 1 TO WS-BOTH-COUNT.
005770     PERFORM 5200-READ-NEW THRU 5200-EXIT.
005780     PERFORM 5300-READ-OLD THRU 5300-EXIT.
005790 5100-EXIT.
005800     EXIT.
005810
005820 5200-READ-NEW.
005830     READ NEWREGS-FILE NEXT RECORD
005840         AT END
005850             MOVE HIGH-VALUES TO WS-NEW-KEY
005860             GO TO 5200-EXIT
005870     END-READ.
005880     ADD 1 TO WS-REREAD-COUNT.
005890     MOVE NRG-REF-ID TO WS-NEW-KEY.
005900 5200-EXIT.
005910     EXIT.
005920
005930 5300-READ-OLD.
005940     READ REGISTRY-FILE
005950         AT END
005960             MOVE HIGH-VALUES TO WS-OLD-KEY
005970             GO TO 5300-EXIT
005980     END-READ.
005990     ADD 1 TO WS-OLD-COUNT.
006000     MOVE REG-REF-ID TO WS-OLD-KEY.
006010 5300-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050*   PROVES ONE NEWREGST RECORD DOWN THE LDG-REF-ID PATH: THE    *
006060*   REFERENCE MUST HAVE CALCBAT ENTRIES (NOT REVERSALS), THE    *
006070*   EARLIEST DATED ON THE REGISTERED FIRST-POSTING DATE, AND    *
006080*   THE DEPARTMENT MUST BE THE REFERENCE PREFIX.  THE ENTRIES   *
006090*   FOUND ARE ADDED UP SO THE TOTALS CAN SHOW THE REGISTRY      *
006100*   COVERS EVERY CALCBAT POSTING.                               *
006110******************************************************************
006120 6000-PROVE-REFERENCE.
006130     MOVE ZERO TO WS-REF-ENTRY-COUNT.
006140     MOVE 99999999 TO WS-FIRST-DATE.
006150     SET REF-ACTIVE TO TRUE.
006160     MOVE NRG-REF-ID TO LDG-REF-ID.
006170     START LEDGER-FILE KEY IS EQUAL TO LDG-REF-ID
006180         INVALID KEY
006190             SET END-OF-REF TO TRUE
006200     END-START.
006210     PERFORM 6100-READ-REF-ENTRY THRU 6100-EXIT
006220         UNTIL END-OF-REF.
006230     ADD WS-REF-ENTRY-COUNT TO WS-REACHED-COUNT.
006240     MOVE NRG-REF-ID TO WS-REF-SPLIT.
006250     IF WS-REF-ENTRY-COUNT > ZERO
006260        AND WS-FIRST-DATE = NRG-POST-DATE
006270        AND WS-REF-DEPT = NRG-DEPT-CODE
006280         ADD 1 TO WS-PROVED-COUNT
006290     ELSE
006300         MOVE NRG-REF-ID TO WE-REF-ID
006310         MOVE "NEWREGST" TO WE-SOURCE
006320         MOVE "REGISTRO NAO CONFERE COM O RAZAO" TO WE-TEXT
006330         PERFORM 4100-REGISTRY-EXCEPTION THRU 4100-EXIT
006340     END-IF.
006350 6000-EXIT.
006360     EXIT.
006370
006380 6100-READ-REF-ENTRY.
006390     READ LEDGER-FILE NEXT RECORD
006400         AT END
006410             SET END-OF-REF TO TRUE
006420             GO TO 6100-EXIT
006430     END-READ.
006440     IF LDG-REF-ID NOT = NRG-REF-ID
006450         SET END-OF-REF TO TRUE
006460         GO TO 6100-EXIT
006470     END-IF.
006480     IF LDG-SOURCE-PGM NOT = "CALCBAT "
006490        OR LDG-REVERSAL
006500         GO TO 6100-EXIT
006510     END-IF.
006520     ADD 1 TO WS-REF-ENTRY-COUNT.
006530     IF LDG-DATE < WS-FIRST-DATE
006540         MOVE LDG-DATE TO WS-FIRST-DATE
006550     END-IF.
006560 6100-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*   CONTROL COUNTS.  THE REBUILT REGISTRY STANDS ONLY WHEN      *
006610*   EVERY LEDGER PATH RETURNED THE SAME ENTRIES, THE CALCBAT    *
006620*   ENTRIES CROSS-FOOT TO REFERENCES REGISTERED PLUS REPEAT     *
006630*   POSTINGS, THE RECORDS READ BACK EQUAL THOSE WRITTEN, EVERY  *
006640*   ONE WAS PROVED, AND THE ENTRIES REACHED FROM THE REGISTRY   *
006650*   EQUAL THE CALCBAT ENTRIES.  OTHERWISE RC=8 AND THE JOB      *
006660*   KEEPS THE CURRENT REGISTRY.  DIFFERENCES FROM THE CURRENT   *
006670*   REGISTRY GIVE RC=4.                                         *
006680******************************************************************
006690 7000-PRINT-TOTALS.
006700     WRITE RBLD-LINE FROM WS-BLANK-LINE.
006710     MOVE "LANCAMENTOS LIDOS PELA CHAVE PRIMARIA:" TO WT-LABEL.
006720     MOVE WS-PRIMARY-COUNT TO WT-COUNT.
006730     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
006740     MOVE "LANCAMENTOS LIDOS PELO CAMINHO POR REFERENCIA:"
006750             TO WT-LABEL.
006760     MOVE WS-REF-PATH-COUNT TO WT-COUNT.
006770     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
006780     MOVE "LANCAMENTOS LIDOS PELO CAMINHO POR OPERADOR:"
006790             TO WT-LABEL.
006800     MOVE WS-OPER-PATH-COUNT TO WT-COUNT.
006810     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
006820     MOVE "DIVERGENCIAS NOS CAMINHOS DO RAZAO:" TO WT-LABEL.
006830     MOVE WS-EXCEPTION-COUNT TO WT-COUNT.
006840     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
006850     WRITE RBLD-LINE FROM WS-BLANK-LINE.
006860     MOVE "LANCAMENTOS DO CALCBAT (EXCETO ESTORNOS):"
006870             TO WT-LABEL.
006880     MOVE WS-BATCH-ENTRY-COUNT TO WT-COUNT.
006890     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
006900     MOVE "  REFERENCIAS REGISTRADAS NO NOVO REFREGST:"
006910             TO WT-LABEL.
006920     MOVE WS-REGISTERED-COUNT TO WT-COUNT.
006930     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
006940     MOVE "  LANCAMENTOS ADICIONAIS DA MESMA REFERENCIA:"
006950             TO WT-LABEL.
006960     MOVE WS-REPEAT-COUNT TO WT-COUNT.
006970     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
006980     MOVE "REGISTROS RELIDOS DO NOVO REFREGST:" TO WT-LABEL.
006990     MOVE WS-REREAD-COUNT TO WT-COUNT.
007000     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
007010     MOVE "  CONFERIDOS NO RAZAO PELA REFERENCIA:" TO WT-LABEL.
007020     MOVE WS-PROVED-COUNT TO WT-COUNT.
007030     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
007040     MOVE "  LANCAMENTOS DO CALCBAT ALCANCADOS:" TO WT-LABEL.
007050     MOVE WS-REACHED-COUNT TO WT-COUNT.
007060     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
007070     WRITE RBLD-LINE FROM WS-BLANK-LINE.
007080     MOVE "REGISTROS LIDOS DO REFREGST ATUAL:" TO WT-LABEL.
007090     MOVE WS-OLD-COUNT TO WT-COUNT.
007100     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
007110     MOVE "  REFERENCIAS NOS DOIS REGISTROS:" TO WT-LABEL.
007120     MOVE WS-BOTH-COUNT TO WT-COUNT.
007130     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
007140     MOVE "  NO RAZAO, AUSENTES DO REFREGST ATUAL:" TO WT-LABEL.
007150     MOVE WS-NEW-ONLY-COUNT TO WT-COUNT.
007160     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
007170     MOVE "  NO REFREGST ATUAL, AUSENTES DO RAZAO:" TO WT-LABEL.
007180     MOVE WS-OLD-ONLY-COUNT TO WT-COUNT.
007190     WRITE RBLD-LINE FROM WS-TOTAL-LINE.
007200     WRITE RBLD-LINE FROM WS-BLANK-LINE.
007210     DISPLAY "CALCRBLD - REGISTRY REBUILD CONTROL COUNTS".
007220     MOVE WS-PRIMARY-COUNT TO WS-COUNT-DISPLAY.
007230     DISPLAY "  ENTRIES BY PRIMARY KEY:     " WS-COUNT-DISPLAY.
007240     MOVE WS-REF-PATH-COUNT TO WS-COUNT-DISPLAY.
007250     DISPLAY "  ENTRIES BY REF-ID PATH:     " WS-COUNT-DISPLAY.
007260     MOVE WS-OPER-PATH-COUNT TO WS-COUNT-DISPLAY.
007270     DISPLAY "  ENTRIES BY OPER-ID PATH:    " WS-COUNT-DISPLAY.
007280     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
007290     DISPLAY "  PATH EXCEPTIONS:            " WS-COUNT-DISPLAY.
007300     MOVE WS-REGISTERED-COUNT TO WS-COUNT-DISPLAY.
007310     DISPLAY "  REFERENCES REGISTERED:      " WS-COUNT-DISPLAY.
007320     MOVE WS-PROVED-COUNT TO WS-COUNT-DISPLAY.
007330     DISPLAY "  REFERENCES PROVED:          " WS-COUNT-DISPLAY.
007340     COMPUTE WS-CROSSFOOT = WS-REGISTERED-COUNT
007350             + WS-REPEAT-COUNT.
007360     IF WS-EXCEPTION-COUNT = ZERO
007370        AND WS-REF-PATH-COUNT = WS-PRIMARY-COUNT
007380        AND WS-OPER-PATH-COUNT = WS-PRIMARY-COUNT
007390        AND WS-CROSSFOOT = WS-BATCH-ENTRY-COUNT
007400        AND WS-REREAD-COUNT = WS-REGISTERED-COUNT
007410        AND WS-PROVED-COUNT = WS-REREAD-COUNT
007420        AND WS-REACHED-COUNT = WS-BATCH-ENTRY-COUNT
007430         MOVE "*** NOVO REFREGST CONFERE COM O RAZAO ***"
007440                 TO WV-TEXT
007450         DISPLAY "  CONTROL COUNTS IN BALANCE."
007460     ELSE
007470         MOVE "*** NOVO REFREGST NAO CONFERE - ATUAL MANTIDO ***"
007480                 TO WV-TEXT
007490         DISPLAY "  *** CONTROL COUNTS OUT OF BALANCE ***"
007500         MOVE 8 TO RETURN-CODE
007510     END-IF.
007520     WRITE RBLD-LINE FROM WS-VERDICT-LINE.
007530     IF RETURN-CODE < 8
007540        AND (WS-NEW-ONLY-COUNT > ZERO OR WS-OLD-ONLY-COUNT > ZERO)
007550         DISPLAY "  CURRENT REFREGST DIFFERS FROM THE LEDGER."
007560         MOVE 4 TO RETURN-CODE
007570     END-IF.
007580 7000-EXIT.
007590     EXIT.
007600
007610 8000-TERMINATE.
007620     CLOSE LEDGER-FILE.
007630     CLOSE NEWREGS-FILE.
007640     CLOSE AIXWORK-FILE.
007650     IF OLD-REGISTRY-PRESENT
007660         CLOSE REGISTRY-FILE
007670     END-IF.
007680     CLOSE RBLD-FILE.
007690 8000-EXIT.
007700     EXIT.
007710
007720 END PROGRAM CALCRBLD.
