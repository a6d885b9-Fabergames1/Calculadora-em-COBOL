000220*                       REACTIVATION IS THE NEW EXPLICIT        *
000230*                       OPCAO 5 AND A CHANGE TO A DEACTIVATED   *
000240*                       OPERATOR SAYS SO ON THE TERMINAL.       *
000241*      15/10/2026  DA   THE DEPARTMENT IS NOW VALIDATED AGAINST *
000242*                       THE DEPARTMENT MASTER (DEPTMST, SEE     *
000243*                       CALCDEPT): A CODE NOT ON FILE OR CLOSED *
000244*                       RE-PROMPTS, SO OPERATORS NO LONGER FALL *
000245*                       INTO CALCRPT'S "??" BUCKET.  A MISSING  *
000246*                       DEPTMST ENDS THE RUN RC=16.             *
000247*      15/10/2026  DA   EVERY ADD, CHANGE, DEACTIVATION AND     *
000248*                       REACTIVATION IS NOW JOURNALLED ON       *
000249*                       OPERJRNL (SEE CALCOJRN) WITH THE RECORD *
000250*                       BEFORE AND AFTER, THE DATE AND TIME AND *
000251*                       THE MAINTAINER'S ID, WHICH IS ASKED FOR *
000252*                       AT START-UP AND MUST BE AN ACTIVE       *
000253*                       OPERATOR ON OPERMST.                    *
000254*                                                                *
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     CALCOPMT.
000420            RECORD KEY IS OPM-OPER-ID
000430            FILE STATUS IS WS-OPERMST-STATUS.
000440
000441     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
000442            ORGANIZATION IS INDEXED
000443            ACCESS MODE IS DYNAMIC
000444            RECORD KEY IS DPM-DEPT-CODE
000445            FILE STATUS IS WS-DEPTMST-STATUS.
000446
000447     SELECT OPERJRNL-FILE ASSIGN TO "OPERJRNL"
000448            ORGANIZATION IS SEQUENTIAL
000449            FILE STATUS IS WS-OPERJRNL-STATUS.
000450
000451 DATA DIVISION.
000460 FILE SECTION.
000470 FD  OPERMST-FILE.
000480 COPY CALCOPER.
000490
000492 FD  DEPTMST-FILE.
000494 COPY CALCDEPT.
000496
000497 FD  OPERJRNL-FILE
000498     RECORDING MODE IS F.
000499 COPY CALCOJRN.
000500
000501 WORKING-STORAGE SECTION.
000510 01  WS-OPERMST-STATUS           PIC X(02).
000520     88  OPERMST-OK              VALUE "00".
000530     88  OPERMST-NOT-FOUND       VALUE "05", "35".
000540     88  OPERMST-NO-RECORD       VALUE "23".
000550
000552 01  WS-DEPTMST-STATUS           PIC X(02).
000554     88  DEPTMST-OK              VALUE "00".
000556     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
000558
000559 01  WS-OPERJRNL-STATUS          PIC X(02).
000560     88  OPERJRNL-OK             VALUE "00".
000561     88  OPERJRNL-NOT-FOUND      VALUE "05", "35".
000562
000563 01  WS-SWITCHES.
000570     05  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000580         88  MENU-ADD            VALUE 1.
000590         88  MENU-CHANGE         VALUE 2.
000640     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000650         88  RECORD-FOUND        VALUE "Y".
000660         88  RECORD-ABSENT       VALUE "N".
000661     05  WS-SIGNON-SW            PIC X(01) VALUE "N".
000662         88  SIGNON-VALID        VALUE "Y".
000663         88  SIGNON-INVALID      VALUE "N".
000664     05  WS-NEW-MASTER-SW        PIC X(01) VALUE "N".
000665         88  MASTER-NEW          VALUE "Y".
000670
000680 01  WS-INPUT-ID                 PIC X(08).
000690 01  WS-INPUT-NAME               PIC X(30).
000700 01  WS-INPUT-DEPT               PIC X(02).
000710 01  WS-INPUT-FLAGS              PIC X(08).
000711 01  WS-MAINT-ID                 PIC X(08).
000712 01  WS-BEFORE-IMAGE             PIC X(49).
000713 01  WS-JRNL-ACTION              PIC X(01).
000714     88  JRNL-ADD                VALUE "A".
000715     88  JRNL-CHANGE             VALUE "C".
000716     88  JRNL-DEACTIVATE         VALUE "D".
000717     88  JRNL-REACTIVATE         VALUE "R".
000720 77  WS-FLAG-SUB                 PIC S9(04) COMP VALUE ZERO.
000730
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000765     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
000770     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000780         UNTIL MENU-QUIT.
000790     PERFORM 4000-TERMINATE THRU 4000-EXIT.
000830     OPEN I-O OPERMST-FILE.
000840     IF OPERMST-NOT-FOUND
000850         OPEN OUTPUT OPERMST-FILE
000855         SET MASTER-NEW TO TRUE
000860     END-IF.
000870     IF NOT OPERMST-OK
000880         DISPLAY "Falha ao abrir OPERMST - status "
000900         MOVE 16 TO RETURN-CODE
000910         STOP RUN
000920     END-IF.
000921     OPEN INPUT DEPTMST-FILE.
000922     IF NOT DEPTMST-OK
000923         DISPLAY "Falha ao abrir DEPTMST - status "
000924                 WS-DEPTMST-STATUS
000925         DISPLAY "Cadastre os departamentos (CALCDPMT) antes."
000926         MOVE 16 TO RETURN-CODE
000927         STOP RUN
000928     END-IF.
000929     OPEN EXTEND OPERJRNL-FILE.
000930     IF OPERJRNL-NOT-FOUND
000931         OPEN OUTPUT OPERJRNL-FILE
000932     END-IF.
000933     IF NOT OPERJRNL-OK
000934         DISPLAY "Falha ao abrir OPERJRNL - status "
000935                 WS-OPERJRNL-STATUS
000936         MOVE 16 TO RETURN-CODE
000937         STOP RUN
000938     END-IF.
000939 1000-EXIT.
000940     EXIT.
000941
000942*    THE MAINTAINER SIGNS ON WITH AN ACTIVE ID FROM OPERMST, SO
000943*    EVERY JOURNAL ENTRY NAMES WHO MADE THE CHANGE.  ONLY WHEN
000944*    OPERMST IS BEING CREATED BY THIS RUN IS THE ID TAKEN AS
000945*    TYPED -- THERE IS NO ONE ON FILE YET TO CHECK IT AGAINST.
000946 1100-SIGN-ON.
000947     MOVE SPACES TO WS-MAINT-ID.
000948     SET SIGNON-INVALID TO TRUE.
000949     PERFORM 1110-PROMPT-MAINTAINER THRU 1110-EXIT
000950         UNTIL SIGNON-VALID.
000951 1100-EXIT.
000952     EXIT.
000953
000954 1110-PROMPT-MAINTAINER.
000955     DISPLAY "Identificacao do responsavel: ".
000956     ACCEPT WS-MAINT-ID.
000957     IF WS-MAINT-ID = SPACES
000958         DISPLAY "Informe a identificacao do responsavel."
000959         GO TO 1110-EXIT
000960     END-IF.
000961     IF MASTER-NEW
000962         DISPLAY "Cadastro novo - identificacao aceita sem "
000963                 "validacao."
000964         SET SIGNON-VALID TO TRUE
000965         GO TO 1110-EXIT
000966     END-IF.
000967     MOVE WS-MAINT-ID TO OPM-OPER-ID.
000968     READ OPERMST-FILE
000969         INVALID KEY
000970             DISPLAY "Operador nao cadastrado."
000971             MOVE SPACES TO WS-MAINT-ID
000972         NOT INVALID KEY
000973             IF OPM-INACTIVE
000974                 DISPLAY "Operador desativado."
000975                 MOVE SPACES TO WS-MAINT-ID
000976             ELSE
000977                 SET SIGNON-VALID TO TRUE
000978             END-IF
000979     END-READ.
000980 1110-EXIT.
000981     EXIT.
000982
000983 2000-PROCESS-MENU.
000984     DISPLAY "CALCOPMT - CADASTRO DE OPERADORES".
000985     DISPLAY "1 - Incluir operador".
000990     DISPLAY "2 - Alterar operador".
001000     DISPLAY "3 - Desativar operador".
001010     DISPLAY "4 - Consultar operador".
001390         GO TO 2100-EXIT
001400     END-IF.
001410     PERFORM 2700-GET-DETAILS THRU 2700-EXIT.
001415     MOVE SPACES TO WS-BEFORE-IMAGE.
001420     MOVE WS-INPUT-ID TO OPM-OPER-ID.
001430     MOVE WS-INPUT-NAME TO OPM-NAME.
001440     MOVE WS-INPUT-DEPT TO OPM-DEPT-CODE.
001470     WRITE OPERATOR-RECORD.
001480     IF OPERMST-OK
001490         DISPLAY "Operador incluido."
001493         SET JRNL-ADD TO TRUE
001496         PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
001500     ELSE
001510         DISPLAY "Falha ao gravar - status " WS-OPERMST-STATUS
001520     END-IF.
001600         DISPLAY "Operador nao cadastrado."
001610         GO TO 2200-EXIT
001620     END-IF.
001625     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE.
001630     PERFORM 2700-GET-DETAILS THRU 2700-EXIT.
001640     MOVE WS-INPUT-NAME TO OPM-NAME.
001650     MOVE WS-INPUT-DEPT TO OPM-DEPT-CODE.
001700     REWRITE OPERATOR-RECORD.
001710     IF OPERMST-OK
001720         DISPLAY "Operador alterado."
001723         SET JRNL-CHANGE TO TRUE
001726         PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
001730         IF OPM-INACTIVE
001740             DISPLAY "Atencao: operador permanece desativado."
001750         END-IF
001860         DISPLAY "Operador nao cadastrado."
001870         GO TO 2300-EXIT
001880     END-IF.
001885     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE.
001890     SET OPM-INACTIVE TO TRUE.
001900     REWRITE OPERATOR-RECORD.
001910     IF OPERMST-OK
001920         DISPLAY "Operador desativado."
001923         SET JRNL-DEACTIVATE TO TRUE
001926         PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
001930     ELSE
001940         DISPLAY "Falha ao regravar - status " WS-OPERMST-STATUS
001950     END-IF.
002070         DISPLAY "Operador ja esta ativo."
002080         GO TO 2350-EXIT
002090     END-IF.
002095     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE.
002100     SET OPM-ACTIVE TO TRUE.
002110     REWRITE OPERATOR-RECORD.
002120     IF OPERMST-OK
002130         DISPLAY "Operador reativado."
002133         SET JRNL-REACTIVATE TO TRUE
002136         PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
002140     ELSE
002150         DISPLAY "Falha ao regravar - status " WS-OPERMST-STATUS
002160     END-IF.
002640     DISPLAY "Nome do operador: ".
002650     MOVE SPACES TO WS-INPUT-NAME.
002660     ACCEPT WS-INPUT-NAME.
002680     MOVE SPACES TO WS-INPUT-DEPT.
002686     PERFORM 2705-PROMPT-DEPT THRU 2705-EXIT
002692         UNTIL WS-INPUT-DEPT NOT = SPACES.
002700     MOVE SPACES TO WS-INPUT-FLAGS.
002710     PERFORM 2710-PROMPT-FLAGS THRU 2710-EXIT
002720         UNTIL WS-INPUT-FLAGS NOT = SPACES.
002730 2700-EXIT.
002740     EXIT.
002750
002751*    THE DEPARTMENT MUST BE ON THE DEPARTMENT MASTER AND OPEN.
002752 2705-PROMPT-DEPT.
002753     DISPLAY "Departamento (2 letras): ".
002754     ACCEPT WS-INPUT-DEPT.
002755     IF WS-INPUT-DEPT = SPACES
002756         DISPLAY "Informe o departamento."
002757         GO TO 2705-EXIT
002758     END-IF.
002759     MOVE WS-INPUT-DEPT TO DPM-DEPT-CODE.
002760     READ DEPTMST-FILE
002761         INVALID KEY
002762             DISPLAY "Departamento nao cadastrado (DEPTMST)."
002763             MOVE SPACES TO WS-INPUT-DEPT
002764             GO TO 2705-EXIT
002765     END-READ.
002766     IF DPM-CLOSED
002767         DISPLAY "Departamento encerrado: " DPM-NAME
002768         MOVE SPACES TO WS-INPUT-DEPT
002769     END-IF.
002770 2705-EXIT.
002771     EXIT.
002772
002773 2710-PROMPT-FLAGS.
002774     DISPLAY "Operacoes permitidas 1-8 (ex.: YYYYNNNN): ".
002780     ACCEPT WS-INPUT-FLAGS.
002790     IF WS-INPUT-FLAGS = SPACES
002800         DISPLAY "Informe os oito indicadores Y/N."
002960     END-IF.
002970 2720-EXIT.
002980     EXIT.
002981
002982*    EVERY CHANGE APPLIED TO OPERMST IS JOURNALLED WITH THE
002983*    RECORD BEFORE AND AFTER.  THE MASTER HAS ALREADY BEEN
002984*    UPDATED, SO A JOURNAL THAT CANNOT BE WRITTEN STOPS THE RUN
002985*    RATHER THAN LET FURTHER CHANGES GO UNRECORDED.
002986 2800-WRITE-JOURNAL.
002987     MOVE SPACES TO OPER-JOURNAL-RECORD.
002988     ACCEPT OJ-DATE FROM DATE YYYYMMDD.
002989     ACCEPT OJ-TIME FROM TIME.
002990     MOVE WS-MAINT-ID TO OJ-MAINT-ID.
002991     MOVE WS-JRNL-ACTION TO OJ-ACTION.
002992     MOVE OPM-OPER-ID TO OJ-OPER-ID.
002993     MOVE WS-BEFORE-IMAGE TO OJ-BEFORE-IMAGE.
002994     MOVE OPERATOR-RECORD TO OJ-AFTER-IMAGE.
002995     WRITE OPER-JOURNAL-RECORD.
002996     IF NOT OPERJRNL-OK
002997         DISPLAY "Falha ao gravar OPERJRNL - status "
002998                 WS-OPERJRNL-STATUS
002999         DISPLAY "Ultima alteracao sem registro no diario - "
003000                 "avise o CPD."
003001         MOVE 16 TO RETURN-CODE
003002         PERFORM 4000-TERMINATE THRU 4000-EXIT
003003         STOP RUN
003004     END-IF.
003005 2800-EXIT.
003006     EXIT.
003007
003008 4000-TERMINATE.
003010     CLOSE OPERMST-FILE.
003015     CLOSE DEPTMST-FILE.
003017     CLOSE OPERJRNL-FILE.
003020 4000-EXIT.
003030     EXIT.
003040
