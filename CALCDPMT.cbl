000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCDPMT                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      INTERACTIVE MAINTENANCE OF THE DEPARTMENT MASTER         *
000090*      (DEPTMST, LAYOUT IN CALCDEPT): ADD A DEPARTMENT, CHANGE  *
000100*      NAME/CONTACT/DISTRIBUTION DESTINATION, CLOSE (NEVER      *
000110*      DELETE, SO OLD LEDGER ENTRIES AND OPERATORS STILL        *
000120*      RESOLVE TO A NAME), REOPEN AND DISPLAY AN ENTRY.  A      *
000130*      CHANGE NEVER TOUCHES THE ACTIVE/CLOSED FLAG.  RUNS       *
000140*      UNTIL OPTION 9 (SAIR).                                   *
000150*                                                                *
000160*   MODIFICATION HISTORY.                                       *
000170*      15/10/2026  DA   INITIAL VERSION.                        *
000172*      15/10/2026  DA   A CODE STARTING WITH "#" IS REFUSED:    *
000174*                       "#" OPENS THE LDG-REF-ID OF CALCULADORA *
000176*                       SESSION ENTRIES, AND A BATCH REF-ID     *
000178*                       STARTS WITH ITS DEPARTMENT CODE.        *
000179*                       "*" IS REFUSED AS A FIRST BYTE TOO:     *
000180*                       "**" MEANS ALL DEPARTMENTS ON A         *
000181*                       THRESHOLD (CALCTHRS) ENTRY.             *
000182*                                                                *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.     CALCDPMT.
000220 AUTHOR.         D. ALMEIDA.
000230 INSTALLATION.   DATA PROCESSING CENTER.
000240 DATE-WRITTEN.   15/10/2026.
000250 DATE-COMPILED.  15/10/2026.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. GNUCOBOL.
000290 OBJECT-COMPUTER. GNUCOBOL.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
000330            ORGANIZATION IS INDEXED
000340            ACCESS MODE IS DYNAMIC
000350            RECORD KEY IS DPM-DEPT-CODE
000360            FILE STATUS IS WS-DEPTMST-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DEPTMST-FILE.
000410 COPY CALCDEPT.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-DEPTMST-STATUS           PIC X(02).
000450     88  DEPTMST-OK              VALUE "00".
000460     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
000470     88  DEPTMST-NO-RECORD       VALUE "23".
000480
000490 01  WS-SWITCHES.
000500     05  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000510         88  MENU-ADD            VALUE 1.
000520         88  MENU-CHANGE         VALUE 2.
000530         88  MENU-CLOSE          VALUE 3.
000540         88  MENU-DISPLAY        VALUE 4.
000550         88  MENU-REOPEN         VALUE 5.
000560         88  MENU-QUIT           VALUE 9.
000570     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000580         88  RECORD-FOUND        VALUE "Y".
000590         88  RECORD-ABSENT       VALUE "N".
000600
000610 01  WS-INPUT-CODE               PIC X(02).
000612 01  WS-INPUT-CODE-X REDEFINES WS-INPUT-CODE.
000614     05  WS-INPUT-CODE-1         PIC X(01).
000616         88  CODE-RESERVED       VALUE "#", "*".
000618     05  FILLER                  PIC X(01).
000620 01  WS-INPUT-NAME               PIC X(30).
000630 01  WS-INPUT-CONTACT            PIC X(30).
000640 01  WS-INPUT-DEST               PIC X(08).
000650
000660 PROCEDURE DIVISION.
000670 0000-MAINLINE.
000680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000690     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000700         UNTIL MENU-QUIT.
000710     PERFORM 4000-TERMINATE THRU 4000-EXIT.
000720     STOP RUN.
000730
000740 1000-INITIALIZE.
000750     OPEN I-O DEPTMST-FILE.
000760     IF DEPTMST-NOT-FOUND
000770         OPEN OUTPUT DEPTMST-FILE
000780     END-IF.
000790     IF NOT DEPTMST-OK
000800         DISPLAY "Falha ao abrir DEPTMST - status "
000810                 WS-DEPTMST-STATUS
000820         MOVE 16 TO RETURN-CODE
000830         STOP RUN
000840     END-IF.
000850 1000-EXIT.
000860     EXIT.
000870
000880 2000-PROCESS-MENU.
000890     DISPLAY "CALCDPMT - CADASTRO DE DEPARTAMENTOS".
000900     DISPLAY "1 - Incluir departamento".
000910     DISPLAY "2 - Alterar departamento".
000920     DISPLAY "3 - Encerrar departamento".
000930     DISPLAY "4 - Consultar departamento".
000940     DISPLAY "5 - Reabrir departamento".
000950     DISPLAY "9 - Sair".
000960     DISPLAY "Escolha a opcao: ".
000970     ACCEPT WS-MENU-CHOICE.
000980     IF MENU-ADD
000990         PERFORM 2100-ADD-DEPT THRU 2100-EXIT
001000     ELSE
001010         IF MENU-CHANGE
001020             PERFORM 2200-CHANGE-DEPT THRU 2200-EXIT
001030         ELSE
001040             IF MENU-CLOSE
001050                 PERFORM 2300-CLOSE-DEPT THRU 2300-EXIT
001060             ELSE
001070                 IF MENU-DISPLAY
001080                     PERFORM 2400-DISPLAY-DEPT
001090                             THRU 2400-EXIT
001100                 ELSE
001110                     IF MENU-REOPEN
001120                         PERFORM 2350-REOPEN-DEPT
001130                                 THRU 2350-EXIT
001140                     ELSE
001150                         IF NOT MENU-QUIT
001160                             DISPLAY "Opcao invalida."
001170                         END-IF
001180                     END-IF
001190                 END-IF
001200             END-IF
001210         END-IF
001220     END-IF.
001230 2000-EXIT.
001240     EXIT.
001250
001260 2100-ADD-DEPT.
001270     PERFORM 2500-GET-CODE THRU 2500-EXIT.
001280     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
001290     IF RECORD-FOUND
001300         DISPLAY "Departamento ja cadastrado."
001310         GO TO 2100-EXIT
001320     END-IF.
001330     PERFORM 2700-GET-DETAILS THRU 2700-EXIT.
001340     MOVE WS-INPUT-CODE TO DPM-DEPT-CODE.
001350     MOVE WS-INPUT-NAME TO DPM-NAME.
001360     MOVE WS-INPUT-CONTACT TO DPM-CONTACT.
001370     MOVE WS-INPUT-DEST TO DPM-DEST.
001380     SET DPM-ACTIVE TO TRUE.
001390     WRITE DEPARTMENT-RECORD.
001400     IF DEPTMST-OK
001410         DISPLAY "Departamento incluido."
001420     ELSE
001430         DISPLAY "Falha ao gravar - status " WS-DEPTMST-STATUS
001440     END-IF.
001450 2100-EXIT.
001460     EXIT.
001470
001480 2200-CHANGE-DEPT.
001490     PERFORM 2500-GET-CODE THRU 2500-EXIT.
001500     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
001510     IF RECORD-ABSENT
001520         DISPLAY "Departamento nao cadastrado."
001530         GO TO 2200-EXIT
001540     END-IF.
001550     PERFORM 2700-GET-DETAILS THRU 2700-EXIT.
001560     MOVE WS-INPUT-NAME TO DPM-NAME.
001570     MOVE WS-INPUT-CONTACT TO DPM-CONTACT.
001580     MOVE WS-INPUT-DEST TO DPM-DEST.
001590*    THE ACTIVE FLAG IS LEFT AS IT IS: REOPENING A CLOSED
001600*    DEPARTMENT IS AN EXPLICIT ACTION (OPCAO 5).
001610     REWRITE DEPARTMENT-RECORD.
001620     IF DEPTMST-OK
001630         DISPLAY "Departamento alterado."
001640         IF DPM-CLOSED
001650             DISPLAY "Atencao: departamento permanece encerrado."
001660         END-IF
001670     ELSE
001680         DISPLAY "Falha ao regravar - status " WS-DEPTMST-STATUS
001690     END-IF.
001700 2200-EXIT.
001710     EXIT.
001720
001730 2300-CLOSE-DEPT.
001740     PERFORM 2500-GET-CODE THRU 2500-EXIT.
001750     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
001760     IF RECORD-ABSENT
001770         DISPLAY "Departamento nao cadastrado."
001780         GO TO 2300-EXIT
001790     END-IF.
001800     SET DPM-CLOSED TO TRUE.
001810     REWRITE DEPARTMENT-RECORD.
001820     IF DEPTMST-OK
001830         DISPLAY "Departamento encerrado."
001840     ELSE
001850         DISPLAY "Falha ao regravar - status " WS-DEPTMST-STATUS
001860     END-IF.
001870 2300-EXIT.
001880     EXIT.
001890
001900 2350-REOPEN-DEPT.
001910     PERFORM 2500-GET-CODE THRU 2500-EXIT.
001920     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
001930     IF RECORD-ABSENT
001940         DISPLAY "Departamento nao cadastrado."
001950         GO TO 2350-EXIT
001960     END-IF.
001970     IF DPM-ACTIVE
001980         DISPLAY "Departamento ja esta ativo."
001990         GO TO 2350-EXIT
002000     END-IF.
002010     SET DPM-ACTIVE TO TRUE.
002020     REWRITE DEPARTMENT-RECORD.
002030     IF DEPTMST-OK
002040         DISPLAY "Departamento reaberto."
002050     ELSE
002060         DISPLAY "Falha ao regravar - status " WS-DEPTMST-STATUS
002070     END-IF.
002080 2350-EXIT.
002090     EXIT.
002100
002110 2400-DISPLAY-DEPT.
002120     PERFORM 2500-GET-CODE THRU 2500-EXIT.
002130     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
002140     IF RECORD-ABSENT
002150         DISPLAY "Departamento nao cadastrado."
002160         GO TO 2400-EXIT
002170     END-IF.
002180     DISPLAY "CODIGO:        " DPM-DEPT-CODE.
002190     DISPLAY "NOME:          " DPM-NAME.
002200     DISPLAY "CONTATO:       " DPM-CONTACT.
002210     DISPLAY "DESTINO:       " DPM-DEST.
002220     DISPLAY "SITUACAO:      " DPM-ACTIVE-SW.
002230 2400-EXIT.
002240     EXIT.
002250
002260 2500-GET-CODE.
002270     MOVE SPACES TO WS-INPUT-CODE.
002280     PERFORM 2510-PROMPT-CODE THRU 2510-EXIT
002290         UNTIL WS-INPUT-CODE NOT = SPACES.
002300 2500-EXIT.
002310     EXIT.
002320
002330 2510-PROMPT-CODE.
002340     DISPLAY "Codigo do departamento (2 letras): ".
002350     ACCEPT WS-INPUT-CODE.
002360     IF WS-INPUT-CODE = SPACES
002370         DISPLAY "Informe o codigo."
002380     END-IF.
002382     IF CODE-RESERVED
002384         DISPLAY "Codigo nao pode comecar com # ou *."
002386         MOVE SPACES TO WS-INPUT-CODE
002388     END-IF.
002390 2510-EXIT.
002400     EXIT.
002410
002420 2600-READ-MASTER.
002430     SET RECORD-ABSENT TO TRUE.
002440     MOVE WS-INPUT-CODE TO DPM-DEPT-CODE.
002450     READ DEPTMST-FILE
002460         INVALID KEY
002470             CONTINUE
002480         NOT INVALID KEY
002490             SET RECORD-FOUND TO TRUE
002500     END-READ.
002510 2600-EXIT.
002520     EXIT.
002530
002540 2700-GET-DETAILS.
002550     MOVE SPACES TO WS-INPUT-NAME.
002560     PERFORM 2710-PROMPT-NAME THRU 2710-EXIT
002570         UNTIL WS-INPUT-NAME NOT = SPACES.
002580     DISPLAY "Contato (nome/ramal): ".
002590     MOVE SPACES TO WS-INPUT-CONTACT.
002600     ACCEPT WS-INPUT-CONTACT.
002610     DISPLAY "Destino de distribuicao: ".
002620     MOVE SPACES TO WS-INPUT-DEST.
002630     ACCEPT WS-INPUT-DEST.
002640 2700-EXIT.
002650     EXIT.
002660
002670 2710-PROMPT-NAME.
002680     DISPLAY "Nome do departamento: ".
002690     ACCEPT WS-INPUT-NAME.
002700     IF WS-INPUT-NAME = SPACES
002710         DISPLAY "Informe o nome."
002720     END-IF.
002730 2710-EXIT.
002740     EXIT.
002750
002760 4000-TERMINATE.
002770     CLOSE DEPTMST-FILE.
002780 4000-EXIT.
002790     EXIT.
002800
002810 END PROGRAM CALCDPMT.
