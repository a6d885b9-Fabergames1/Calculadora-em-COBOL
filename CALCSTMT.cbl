000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCSTMT                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      INTERACTIVE MAINTENANCE OF THE STANDING-INSTRUCTION FILE *
000090*      (STNDINST, LAYOUT IN CALCSTND): ADD AN INSTRUCTION FOR A *
000100*      DEPARTMENT, CHANGE ITS OPERATION/OPERANDS/FREQUENCY/     *
000110*      DATES, SUSPEND IT, REACTIVATE IT AND DISPLAY IT.         *
000120*      INSTRUCTIONS ARE NEVER DELETED: ONE NO LONGER WANTED IS  *
000130*      SUSPENDED OR GIVEN AN END DATE.  A NEW INSTRUCTION MUST  *
000140*      BELONG TO A DEPARTMENT ON DEPTMST THAT IS OPEN.  A       *
000150*      CHANGE NEVER TOUCHES THE STATUS; REACTIVATING A          *
000160*      SUSPENDED OR EXPIRED INSTRUCTION IS AN EXPLICIT ACTION   *
000170*      (OPCAO 5) AND IS REFUSED WHILE THE END DATE IS PAST.     *
000180*      CALCSTGN GENERATES THE DAY'S TRANSACTIONS FROM THIS      *
000190*      FILE.  RUNS UNTIL OPTION 9 (SAIR).                       *
000200*                                                                *
000210*   MODIFICATION HISTORY.                                       *
000220*      15/10/2026  DA   INITIAL VERSION.                        *
000230*                                                                *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     CALCSTMT.
000270 AUTHOR.         D. ALMEIDA.
000280 INSTALLATION.   DATA PROCESSING CENTER.
000290 DATE-WRITTEN.   15/10/2026.
000300 DATE-COMPILED.  15/10/2026.
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. GNUCOBOL.
000340 OBJECT-COMPUTER. GNUCOBOL.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STNDINST-FILE ASSIGN TO "STNDINST"
000380            ORGANIZATION IS INDEXED
000390            ACCESS MODE IS DYNAMIC
000400            RECORD KEY IS SI-KEY
000410            FILE STATUS IS WS-STNDINST-STATUS.
000420
000430     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS DPM-DEPT-CODE
000470            FILE STATUS IS WS-DEPTMST-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  STNDINST-FILE.
000520 COPY CALCSTND.
000530
000540 FD  DEPTMST-FILE.
000550 COPY CALCDEPT.
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-STNDINST-STATUS          PIC X(02).
000590     88  STNDINST-OK             VALUE "00".
000600     88  STNDINST-NOT-FOUND      VALUE "05", "35".
000610     88  STNDINST-NO-RECORD      VALUE "23".
000620
000630 01  WS-DEPTMST-STATUS           PIC X(02).
000640     88  DEPTMST-OK              VALUE "00".
000650     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
000660
000670 01  WS-SWITCHES.
000680     05  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000690         88  MENU-ADD            VALUE 1.
000700         88  MENU-CHANGE         VALUE 2.
000710         88  MENU-SUSPEND        VALUE 3.
000720         88  MENU-DISPLAY        VALUE 4.
000730         88  MENU-REACTIVATE     VALUE 5.
000740         88  MENU-QUIT           VALUE 9.
000750     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000760         88  RECORD-FOUND        VALUE "Y".
000770         88  RECORD-ABSENT       VALUE "N".
000780     05  WS-INPUT-SW             PIC X(01) VALUE "N".
000790         88  VALID-INPUT         VALUE "Y".
000800         88  INVALID-INPUT       VALUE "N".
000810
000820 01  WS-TODAY                    PIC 9(08).
000830
000840 01  WS-INPUT-DEPT               PIC X(02).
000850 01  WS-INPUT-NBR                PIC X(02).
000860 01  WS-INPUT-NBR-N REDEFINES WS-INPUT-NBR
000870                                 PIC 9(02).
000880 01  WS-INPUT-DESC               PIC X(30).
000890 01  WS-INPUT-OPER               PIC X(01).
000900 01  WS-INPUT-OPER-N REDEFINES WS-INPUT-OPER
000910                                 PIC 9(01).
000920 01  WS-NUM1-INPUT               PIC X(10).
000930 01  WS-NUM2-INPUT               PIC X(10).
000940 01  WS-INPUT-FREQ               PIC X(01).
000950 01  WS-INPUT-WEEKDAY            PIC X(01).
000960 01  WS-INPUT-WEEKDAY-N REDEFINES WS-INPUT-WEEKDAY
000970                                 PIC 9(01).
000980 01  WS-INPUT-START              PIC X(08).
000990 01  WS-INPUT-START-N REDEFINES WS-INPUT-START
001000                                 PIC 9(08).
001010 01  WS-INPUT-END                PIC X(08).
001020 01  WS-INPUT-END-N REDEFINES WS-INPUT-END
001030                                 PIC 9(08).
001040
001050*    THE DETAILS ARE VALIDATED INTO THESE FIELDS AS THEY ARE
001060*    KEYED AND MOVED TO THE RECORD TOGETHER BY 2800-MOVE-DETAILS.
001070*    A BLANK END DATE IS HELD AS 99999999 (NO END DATE).
001080 01  WS-NEW-DETAILS.
001090     05  WS-NEW-OPER             PIC 9(01).
001100     COPY CALCNUM
001110         REPLACING ==NUM1==    BY ==WS-NEW-NUM1==
001120                   ==NUM2==    BY ==WS-NEW-NUM2==.
001130     05  WS-NEW-WEEKDAY          PIC 9(01).
001140     05  WS-NEW-START            PIC 9(08).
001150     05  WS-NEW-END              PIC 9(08).
001160
001170 01  WS-DISP-NUM                 PIC -ZZZZ9.99.
001180
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001230         UNTIL MENU-QUIT.
001240     PERFORM 4000-TERMINATE THRU 4000-EXIT.
001250     STOP RUN.
001260
001270 1000-INITIALIZE.
001280     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001290     OPEN I-O STNDINST-FILE.
001300     IF STNDINST-NOT-FOUND
001310         OPEN OUTPUT STNDINST-FILE
001320     END-IF.
001330     IF NOT STNDINST-OK
001340         DISPLAY "Falha ao abrir STNDINST - status "
001350                 WS-STNDINST-STATUS
001360         MOVE 16 TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001390     OPEN INPUT DEPTMST-FILE.
001400     IF NOT DEPTMST-OK
001410         DISPLAY "Falha ao abrir DEPTMST - status "
001420                 WS-DEPTMST-STATUS
001430         MOVE 16 TO RETURN-CODE
001440         STOP RUN
001450     END-IF.
001460 1000-EXIT.
001470     EXIT.
001480
001490 2000-PROCESS-MENU.
001500     DISPLAY "CALCSTMT - INSTRUCOES PERMANENTES".
001510     DISPLAY "1 - Incluir instrucao".
001520     DISPLAY "2 - Alterar instrucao".
001530     DISPLAY "3 - Suspender instrucao".
001540     DISPLAY "4 - Consultar instrucao".
001550     DISPLAY "5 - Reativar instrucao".
001560     DISPLAY "9 - Sair".
001570     DISPLAY "Escolha a opcao: ".
001580     ACCEPT WS-MENU-CHOICE.
001590     IF MENU-ADD
001600         PERFORM 2100-ADD-INSTR THRU 2100-EXIT
001610     ELSE
001620         IF MENU-CHANGE
001630             PERFORM 2200-CHANGE-INSTR THRU 2200-EXIT
001640         ELSE
001650             IF MENU-SUSPEND
001660                 PERFORM 2300-SUSPEND-INSTR THRU 2300-EXIT
001670             ELSE
001680                 IF MENU-DISPLAY
001690                     PERFORM 2400-DISPLAY-INSTR
001700                             THRU 2400-EXIT
001710                 ELSE
001720                     IF MENU-REACTIVATE
001730                         PERFORM 2350-REACTIVATE-INSTR
001740                                 THRU 2350-EXIT
001750                     ELSE
001760                         IF NOT MENU-QUIT
001770                             DISPLAY "Opcao invalida."
001780                         END-IF
001790                     END-IF
001800                 END-IF
001810             END-IF
001820         END-IF
001830     END-IF.
001840 2000-EXIT.
001850     EXIT.
001860
001870 2100-ADD-INSTR.
001880     PERFORM 2500-GET-KEY THRU 2500-EXIT.
001890     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
001900     IF RECORD-FOUND
001910         DISPLAY "Instrucao ja cadastrada."
001920         GO TO 2100-EXIT
001930     END-IF.
001940     PERFORM 2550-CHECK-DEPT THRU 2550-EXIT.
001950     IF INVALID-INPUT
001960         GO TO 2100-EXIT
001970     END-IF.
001980     PERFORM 2700-GET-DETAILS THRU 2700-EXIT.
001990     MOVE SPACES TO STANDING-INSTR-RECORD.
002000     MOVE WS-INPUT-DEPT TO SI-DEPT-CODE.
002010     MOVE WS-INPUT-NBR-N TO SI-INST-NBR.
002020     PERFORM 2800-MOVE-DETAILS THRU 2800-EXIT.
002030     SET SI-ACTIVE TO TRUE.
002040     MOVE ZERO TO SI-LAST-GEN-DATE.
002050     WRITE STANDING-INSTR-RECORD.
002060     IF STNDINST-OK
002070         DISPLAY "Instrucao incluida."
002080     ELSE
002090         DISPLAY "Falha ao gravar - status " WS-STNDINST-STATUS
002100     END-IF.
002110 2100-EXIT.
002120     EXIT.
002130
002140 2200-CHANGE-INSTR.
002150     PERFORM 2500-GET-KEY THRU 2500-EXIT.
002160     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
002170     IF RECORD-ABSENT
002180         DISPLAY "Instrucao nao cadastrada."
002190         GO TO 2200-EXIT
002200     END-IF.
002210     PERFORM 2700-GET-DETAILS THRU 2700-EXIT.
002220     PERFORM 2800-MOVE-DETAILS THRU 2800-EXIT.
002230*    THE STATUS IS LEFT AS IT IS: REACTIVATING A SUSPENDED OR
002240*    EXPIRED INSTRUCTION IS AN EXPLICIT ACTION (OPCAO 5).
002250     REWRITE STANDING-INSTR-RECORD.
002260     IF STNDINST-OK
002270         DISPLAY "Instrucao alterada."
002280         IF NOT SI-ACTIVE
002290             DISPLAY "Atencao: instrucao permanece inativa."
002300         END-IF
002310     ELSE
002320         DISPLAY "Falha ao regravar - status " WS-STNDINST-STATUS
002330     END-IF.
002340 2200-EXIT.
002350     EXIT.
002360
002370 2300-SUSPEND-INSTR.
002380     PERFORM 2500-GET-KEY THRU 2500-EXIT.
002390     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
002400     IF RECORD-ABSENT
002410         DISPLAY "Instrucao nao cadastrada."
002420         GO TO 2300-EXIT
002430     END-IF.
002440     IF SI-SUSPENDED
002450         DISPLAY "Instrucao ja esta suspensa."
002460         GO TO 2300-EXIT
002470     END-IF.
002480     SET SI-SUSPENDED TO TRUE.
002490     MOVE WS-TODAY TO SI-LAST-CHANGE-DATE.
002500     REWRITE STANDING-INSTR-RECORD.
002510     IF STNDINST-OK
002520         DISPLAY "Instrucao suspensa."
002530     ELSE
002540         DISPLAY "Falha ao regravar - status " WS-STNDINST-STATUS
002550     END-IF.
002560 2300-EXIT.
002570     EXIT.
002580
002590 2350-REACTIVATE-INSTR.
002600     PERFORM 2500-GET-KEY THRU 2500-EXIT.
002610     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
002620     IF RECORD-ABSENT
002630         DISPLAY "Instrucao nao cadastrada."
002640         GO TO 2350-EXIT
002650     END-IF.
002660     IF SI-ACTIVE
002670         DISPLAY "Instrucao ja esta ativa."
002680         GO TO 2350-EXIT
002690     END-IF.
002700     IF SI-END-DATE LESS THAN WS-TODAY
002710         DISPLAY "Data final ja passou - altere a instrucao "
002720                 "(opcao 2) antes de reativar."
002730         GO TO 2350-EXIT
002740     END-IF.
002750     SET SI-ACTIVE TO TRUE.
002760     MOVE WS-TODAY TO SI-LAST-CHANGE-DATE.
002770     REWRITE STANDING-INSTR-RECORD.
002780     IF STNDINST-OK
002790         DISPLAY "Instrucao reativada."
002800     ELSE
002810         DISPLAY "Falha ao regravar - status " WS-STNDINST-STATUS
002820     END-IF.
002830 2350-EXIT.
002840     EXIT.
002850
002860 2400-DISPLAY-INSTR.
002870     PERFORM 2500-GET-KEY THRU 2500-EXIT.
002880     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
002890     IF RECORD-ABSENT
002900         DISPLAY "Instrucao nao cadastrada."
002910         GO TO 2400-EXIT
002920     END-IF.
002930     DISPLAY "DEPARTAMENTO:  " SI-DEPT-CODE.
002940     DISPLAY "INSTRUCAO:     " SI-INST-NBR.
002950     DISPLAY "DESCRICAO:     " SI-DESCRIPTION.
002960     DISPLAY "OPERACAO:      " SI-OPER-CODE.
002970     MOVE SI-NUM1 TO WS-DISP-NUM.
002980     DISPLAY "NUM1:          " WS-DISP-NUM.
002990     MOVE SI-NUM2 TO WS-DISP-NUM.
003000     DISPLAY "NUM2:          " WS-DISP-NUM.
003010     DISPLAY "FREQUENCIA:    " SI-FREQUENCY.
003020     IF SI-WEEKLY
003030         DISPLAY "DIA DA SEMANA: " SI-WEEKDAY
003040     END-IF.
003050     DISPLAY "INICIO:        " SI-START-DATE.
003060     DISPLAY "TERMINO:       " SI-END-DATE.
003070     DISPLAY "SITUACAO:      " SI-STATUS.
003080     DISPLAY "ULTIMA GERACAO:" SI-LAST-GEN-DATE.
003090     DISPLAY "ULT. ALTERACAO:" SI-LAST-CHANGE-DATE.
003100 2400-EXIT.
003110     EXIT.
003120
003130 2500-GET-KEY.
003140     MOVE SPACES TO WS-INPUT-DEPT.
003150     PERFORM 2510-PROMPT-DEPT THRU 2510-EXIT
003160         UNTIL WS-INPUT-DEPT NOT = SPACES.
003170     MOVE SPACES TO WS-INPUT-NBR.
003180     PERFORM 2520-PROMPT-NBR THRU 2520-EXIT
003190         UNTIL WS-INPUT-NBR NOT = SPACES.
003200 2500-EXIT.
003210     EXIT.
003220
003230 2510-PROMPT-DEPT.
003240     DISPLAY "Departamento (2 letras): ".
003250     ACCEPT WS-INPUT-DEPT.
003260     IF WS-INPUT-DEPT = SPACES
003270         DISPLAY "Informe o departamento."
003280     END-IF.
003290 2510-EXIT.
003300     EXIT.
003310
003320 2520-PROMPT-NBR.
003330     DISPLAY "Numero da instrucao (01-99): ".
003340     ACCEPT WS-INPUT-NBR.
003350     IF WS-INPUT-NBR NOT NUMERIC
003360      OR WS-INPUT-NBR-N = ZERO
003370         DISPLAY "Informe um numero de 01 a 99."
003380         MOVE SPACES TO WS-INPUT-NBR
003390     END-IF.
003400 2520-EXIT.
003410     EXIT.
003420
003430*    A NEW INSTRUCTION MUST BELONG TO A DEPARTMENT ON THE
003440*    DEPARTMENT MASTER THAT IS OPEN.
003450 2550-CHECK-DEPT.
003460     SET INVALID-INPUT TO TRUE.
003470     MOVE WS-INPUT-DEPT TO DPM-DEPT-CODE.
003480     READ DEPTMST-FILE
003490         INVALID KEY
003500             DISPLAY "Departamento nao cadastrado (DEPTMST)."
003510             GO TO 2550-EXIT
003520     END-READ.
003530     IF DPM-CLOSED
003540         DISPLAY "Departamento encerrado: " DPM-NAME
003550         GO TO 2550-EXIT
003560     END-IF.
003570     SET VALID-INPUT TO TRUE.
003580 2550-EXIT.
003590     EXIT.
003600
003610 2600-READ-MASTER.
003620     SET RECORD-ABSENT TO TRUE.
003630     MOVE WS-INPUT-DEPT TO SI-DEPT-CODE.
003640     MOVE WS-INPUT-NBR-N TO SI-INST-NBR.
003650     READ STNDINST-FILE
003660         INVALID KEY
003670             CONTINUE
003680         NOT INVALID KEY
003690             SET RECORD-FOUND TO TRUE
003700     END-READ.
003710 2600-EXIT.
003720     EXIT.
003730
003740 2700-GET-DETAILS.
003750     MOVE SPACES TO WS-INPUT-DESC.
003760     PERFORM 2710-PROMPT-DESC THRU 2710-EXIT
003770         UNTIL WS-INPUT-DESC NOT = SPACES.
003780     SET INVALID-INPUT TO TRUE.
003790     PERFORM 2720-PROMPT-OPER THRU 2720-EXIT
003800         UNTIL VALID-INPUT.
003810     SET INVALID-INPUT TO TRUE.
003820     PERFORM 2730-PROMPT-NUM1 THRU 2730-EXIT
003830         UNTIL VALID-INPUT.
003840     SET INVALID-INPUT TO TRUE.
003850     PERFORM 2740-PROMPT-NUM2 THRU 2740-EXIT
003860         UNTIL VALID-INPUT.
003870     SET INVALID-INPUT TO TRUE.
003880     PERFORM 2750-PROMPT-FREQ THRU 2750-EXIT
003890         UNTIL VALID-INPUT.
003900     MOVE ZERO TO WS-NEW-WEEKDAY.
003910     IF WS-INPUT-FREQ = "S"
003920         SET INVALID-INPUT TO TRUE
003930         PERFORM 2760-PROMPT-WEEKDAY THRU 2760-EXIT
003940             UNTIL VALID-INPUT
003950     END-IF.
003960     SET INVALID-INPUT TO TRUE.
003970     PERFORM 2770-PROMPT-START THRU 2770-EXIT
003980         UNTIL VALID-INPUT.
003990     SET INVALID-INPUT TO TRUE.
004000     PERFORM 2780-PROMPT-END THRU 2780-EXIT
004010         UNTIL VALID-INPUT.
004020 2700-EXIT.
004030     EXIT.
004040
004050 2710-PROMPT-DESC.
004060     DISPLAY "Descricao: ".
004070     ACCEPT WS-INPUT-DESC.
004080     IF WS-INPUT-DESC = SPACES
004090         DISPLAY "Informe a descricao."
004100     END-IF.
004110 2710-EXIT.
004120     EXIT.
004130
004140 2720-PROMPT-OPER.
004150     DISPLAY "Operacao (1-8): ".
004160     MOVE SPACES TO WS-INPUT-OPER.
004170     ACCEPT WS-INPUT-OPER.
004180     IF WS-INPUT-OPER NUMERIC
004190      AND WS-INPUT-OPER-N NOT LESS THAN 1
004200      AND WS-INPUT-OPER-N NOT GREATER THAN 8
004210         MOVE WS-INPUT-OPER-N TO WS-NEW-OPER
004220         SET VALID-INPUT TO TRUE
004230     ELSE
004240         DISPLAY "Opcao invalida. Escolha entre 1 e 8."
004250     END-IF.
004260 2720-EXIT.
004270     EXIT.
004280
004290 2730-PROMPT-NUM1.
004300     DISPLAY "Primeiro numero: ".
004310     ACCEPT WS-NUM1-INPUT.
004320     IF FUNCTION TEST-NUMVAL(WS-NUM1-INPUT) = ZERO
004330         COMPUTE WS-NEW-NUM1 = FUNCTION NUMVAL(WS-NUM1-INPUT)
004340             ON SIZE ERROR
004350                 DISPLAY "Numero fora da faixa permitida."
004360             NOT ON SIZE ERROR
004370                 SET VALID-INPUT TO TRUE
004380         END-COMPUTE
004390     ELSE
004400         DISPLAY "Entrada invalida. Digite um numero."
004410     END-IF.
004420 2730-EXIT.
004430     EXIT.
004440
004450 2740-PROMPT-NUM2.
004460     DISPLAY "Segundo numero: ".
004470     ACCEPT WS-NUM2-INPUT.
004480     IF FUNCTION TEST-NUMVAL(WS-NUM2-INPUT) = ZERO
004490         COMPUTE WS-NEW-NUM2 = FUNCTION NUMVAL(WS-NUM2-INPUT)
004500             ON SIZE ERROR
004510                 DISPLAY "Numero fora da faixa permitida."
004520             NOT ON SIZE ERROR
004530                 SET VALID-INPUT TO TRUE
004540         END-COMPUTE
004550     ELSE
004560         DISPLAY "Entrada invalida. Digite um numero."
004570     END-IF.
004580 2740-EXIT.
004590     EXIT.
004600
004610 2750-PROMPT-FREQ.
004620     DISPLAY "Frequencia (D=diaria S=semanal M=fim de mes): ".
004630     MOVE SPACES TO WS-INPUT-FREQ.
004640     ACCEPT WS-INPUT-FREQ.
004650     IF WS-INPUT-FREQ = "D" OR "S" OR "M"
004660         SET VALID-INPUT TO TRUE
004670     ELSE
004680         DISPLAY "Informe D, S ou M."
004690     END-IF.
004700 2750-EXIT.
004710     EXIT.
004720
004730 2760-PROMPT-WEEKDAY.
004740     DISPLAY "Dia da semana (1=segunda ... 5=sexta): ".
004750     MOVE SPACES TO WS-INPUT-WEEKDAY.
004760     ACCEPT WS-INPUT-WEEKDAY.
004770     IF WS-INPUT-WEEKDAY NUMERIC
004780      AND WS-INPUT-WEEKDAY-N NOT LESS THAN 1
004790      AND WS-INPUT-WEEKDAY-N NOT GREATER THAN 5
004800         MOVE WS-INPUT-WEEKDAY-N TO WS-NEW-WEEKDAY
004810         SET VALID-INPUT TO TRUE
004820     ELSE
004830         DISPLAY "Informe um dia de 1 a 5."
004840     END-IF.
004850 2760-EXIT.
004860     EXIT.
004870
004880 2770-PROMPT-START.
004890     DISPLAY "Data de inicio (AAAAMMDD): ".
004900     MOVE SPACES TO WS-INPUT-START.
004910     ACCEPT WS-INPUT-START.
004920     IF WS-INPUT-START NUMERIC
004930         IF FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-START-N) = ZERO
004940             MOVE WS-INPUT-START-N TO WS-NEW-START
004950             SET VALID-INPUT TO TRUE
004960         END-IF
004970     END-IF.
004980     IF INVALID-INPUT
004990         DISPLAY "Data invalida."
005000     END-IF.
005010 2770-EXIT.
005020     EXIT.
005030
005040*    A BLANK END DATE MEANS THE INSTRUCTION RUNS UNTIL IT IS
005050*    SUSPENDED.
005060 2780-PROMPT-END.
005070     DISPLAY "Data de termino (AAAAMMDD, branco = sem termino): ".
005080     MOVE SPACES TO WS-INPUT-END.
005090     ACCEPT WS-INPUT-END.
005100     IF WS-INPUT-END = SPACES
005110         MOVE 99999999 TO WS-NEW-END
005120         SET VALID-INPUT TO TRUE
005130         GO TO 2780-EXIT
005140     END-IF.
005150     IF WS-INPUT-END NOT NUMERIC
005160         DISPLAY "Data invalida."
005170         GO TO 2780-EXIT
005180     END-IF.
005190     IF FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-END-N) NOT = ZERO
005200         DISPLAY "Data invalida."
005210         GO TO 2780-EXIT
005220     END-IF.
005230     IF WS-INPUT-END-N LESS THAN WS-NEW-START
005240         DISPLAY "Termino anterior ao inicio."
005250         GO TO 2780-EXIT
005260     END-IF.
005270     MOVE WS-INPUT-END-N TO WS-NEW-END.
005280     SET VALID-INPUT TO TRUE.
005290 2780-EXIT.
005300     EXIT.
005310
005320 2800-MOVE-DETAILS.
005330     MOVE WS-INPUT-DESC TO SI-DESCRIPTION.
005340     MOVE WS-NEW-OPER TO SI-OPER-CODE.
005350     MOVE WS-NEW-NUM1 TO SI-NUM1.
005360     MOVE WS-NEW-NUM2 TO SI-NUM2.
005370     MOVE WS-INPUT-FREQ TO SI-FREQUENCY.
005380     MOVE WS-NEW-WEEKDAY TO SI-WEEKDAY.
005390     MOVE WS-NEW-START TO SI-START-DATE.
005400     MOVE WS-NEW-END TO SI-END-DATE.
005410     MOVE WS-TODAY TO SI-LAST-CHANGE-DATE.
005420 2800-EXIT.
005430     EXIT.
005440
005450 4000-TERMINATE.
005460     CLOSE STNDINST-FILE.
005470     CLOSE DEPTMST-FILE.
005480 4000-EXIT.
005490     EXIT.
005500
005510 END PROGRAM CALCSTMT.
