000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCSUPV                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      INTERACTIVE SUPERVISOR REVIEW OF THE HIGH-VALUE RESULTS  *
000090*      CALCBAT HELD ON THE PENDING-EXCEPTION FILE (PENDEXC,     *
000100*      LAYOUT IN CALCPEXC).  THE SUPERVISOR SIGNS ON WITH AN    *
000110*      ACTIVE OPERATOR ID FROM OPERMST, LISTS THE HELD ITEMS    *
000120*      AND RELEASES OR DECLINES EACH ONE; THE DECISION, THE     *
000130*      SUPERVISOR ID AND THE DATE AND TIME ARE RECORDED ON THE  *
000140*      ITEM.  NO ONE MAY DECIDE AN ITEM SUBMITTED UNDER THEIR   *
000150*      OWN ID.  RELEASED ITEMS GO OUT WITH THE NEXT CALCDIST    *
000160*      RUN AND DECLINED ITEMS ARE REPORTED BACK TO THE          *
000170*      SUBMITTER, BOTH BY CALCRELS.  RUNS UNTIL OPTION 9        *
000180*      (SAIR).                                                  *
000190*                                                                *
000200*   MODIFICATION HISTORY.                                       *
000210*      15/10/2026  DA   INITIAL VERSION.                        *
000220*                                                                *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.     CALCSUPV.
000260 AUTHOR.         D. ALMEIDA.
000270 INSTALLATION.   DATA PROCESSING CENTER.
000280 DATE-WRITTEN.   15/10/2026.
000290 DATE-COMPILED.  15/10/2026.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. GNUCOBOL.
000330 OBJECT-COMPUTER. GNUCOBOL.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EXCEPTION-FILE ASSIGN TO "PENDEXC"
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE IS DYNAMIC
000390            RECORD KEY IS PX-ENTRY-KEY
000400            FILE STATUS IS WS-EXCEPTION-STATUS.
000410
000420     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS RANDOM
000450            RECORD KEY IS OPM-OPER-ID
000460            FILE STATUS IS WS-OPERMST-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  EXCEPTION-FILE.
000510 COPY CALCPEXC.
000520
000530 FD  OPERMST-FILE.
000540 COPY CALCOPER.
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-EXCEPTION-STATUS         PIC X(02).
000580     88  EXCEPTION-OK            VALUE "00".
000590     88  EXCEPTION-NOT-FOUND     VALUE "05", "35".
000600
000610 01  WS-OPERMST-STATUS           PIC X(02).
000620     88  OPERMST-OK              VALUE "00".
000630     88  OPERMST-NOT-FOUND       VALUE "05", "35".
000640
000650 01  WS-SWITCHES.
000660     05  WS-MENU-CHOICE          PIC 9(01) VALUE ZERO.
000670         88  MENU-LIST           VALUE 1.
000680         88  MENU-REVIEW         VALUE 2.
000690         88  MENU-QUIT           VALUE 9.
000700     05  WS-SIGNON-SW            PIC X(01) VALUE "N".
000710         88  SIGNON-VALID        VALUE "Y".
000720         88  SIGNON-INVALID      VALUE "N".
000730     05  WS-EOF-SW               PIC X(01) VALUE "N".
000740         88  END-OF-EXCEPTIONS   VALUE "Y".
000750     05  WS-DECISION             PIC X(01) VALUE SPACE.
000760         88  DECISION-RELEASE    VALUE "L" "l".
000770         88  DECISION-DECLINE    VALUE "R" "r".
000780         88  DECISION-SKIP       VALUE "P" "p".
000790         88  DECISION-END        VALUE "F" "f".
000800         88  DECISION-VALID      VALUE "L" "l" "R" "r"
000810                                       "P" "p" "F" "f".
000820
000830 77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
000840 77  WS-DECIDED-COUNT            PIC 9(05) COMP VALUE ZERO.
000850
000860 01  WS-SUPV-ID                  PIC X(08).
000870 01  WS-INPUT-REASON             PIC X(30).
000880 01  WS-TODAY                    PIC 9(08).
000890 01  WS-NOW                      PIC 9(08).
000900
000910 01  WS-DISPLAY-FIELDS.
000920     05  WS-DSP-COUNT            PIC ZZZZ9.
000930     05  WS-DSP-AMOUNT           PIC -(13)9.99.
000940     05  WS-DSP-LIMIT            PIC Z(13)9.99.
000950
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001000     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001010         UNTIL MENU-QUIT.
001020     PERFORM 4000-TERMINATE THRU 4000-EXIT.
001030     STOP RUN.
001040
001050 1000-INITIALIZE.
001060     OPEN I-O EXCEPTION-FILE.
001070     IF EXCEPTION-NOT-FOUND
001080         DISPLAY "Nenhum item retido (PENDEXC ausente)."
001090         STOP RUN
001100     END-IF.
001110     IF NOT EXCEPTION-OK
001120         DISPLAY "Falha ao abrir PENDEXC - status "
001130                 WS-EXCEPTION-STATUS
001140         MOVE 16 TO RETURN-CODE
001150         STOP RUN
001160     END-IF.
001170     OPEN INPUT OPERMST-FILE.
001180     IF NOT OPERMST-OK
001190         DISPLAY "Falha ao abrir OPERMST - status "
001200                 WS-OPERMST-STATUS
001210         MOVE 16 TO RETURN-CODE
001220         STOP RUN
001230     END-IF.
001240 1000-EXIT.
001250     EXIT.
001260
001270 1100-SIGN-ON.
001280     MOVE SPACES TO WS-SUPV-ID.
001290     SET SIGNON-INVALID TO TRUE.
001300     PERFORM 1110-PROMPT-SUPERVISOR THRU 1110-EXIT
001310         UNTIL SIGNON-VALID.
001320 1100-EXIT.
001330     EXIT.
001340
001350 1110-PROMPT-SUPERVISOR.
001360     DISPLAY "Identificacao do supervisor: ".
001370     ACCEPT WS-SUPV-ID.
001380     IF WS-SUPV-ID = SPACES
001390         DISPLAY "Informe a identificacao do supervisor."
001400         GO TO 1110-EXIT
001410     END-IF.
001420     MOVE WS-SUPV-ID TO OPM-OPER-ID.
001430     READ OPERMST-FILE
001440         INVALID KEY
001450             DISPLAY "Operador nao cadastrado."
001460             MOVE SPACES TO WS-SUPV-ID
001470         NOT INVALID KEY
001480             IF OPM-INACTIVE
001490                 DISPLAY "Operador desativado."
001500                 MOVE SPACES TO WS-SUPV-ID
001510             ELSE
001520                 SET SIGNON-VALID TO TRUE
001530             END-IF
001540     END-READ.
001550 1110-EXIT.
001560     EXIT.
001570
001580 2000-PROCESS-MENU.
001590     DISPLAY "CALCSUPV - RESULTADOS RETIDOS PARA REVISAO".
001600     DISPLAY "1 - Listar itens retidos".
001610     DISPLAY "2 - Liberar ou recusar itens retidos".
001620     DISPLAY "9 - Sair".
001630     DISPLAY "Escolha a opcao: ".
001640     ACCEPT WS-MENU-CHOICE.
001650     IF MENU-LIST
001660         PERFORM 2100-LIST-HELD THRU 2100-EXIT
001670     ELSE
001680         IF MENU-REVIEW
001690             PERFORM 2200-REVIEW-HELD THRU 2200-EXIT
001700         ELSE
001710             IF NOT MENU-QUIT
001720                 DISPLAY "Opcao invalida."
001730             END-IF
001740         END-IF
001750     END-IF.
001760 2000-EXIT.
001770     EXIT.
001780
001790 2100-LIST-HELD.
001800     MOVE ZERO TO WS-HELD-COUNT.
001810     PERFORM 2500-START-FILE THRU 2500-EXIT.
001820     PERFORM 2110-LIST-ONE THRU 2110-EXIT
001830         UNTIL END-OF-EXCEPTIONS.
001840     MOVE WS-HELD-COUNT TO WS-DSP-COUNT.
001850     DISPLAY "Itens retidos: " WS-DSP-COUNT.
001860 2100-EXIT.
001870     EXIT.
001880
001890 2110-LIST-ONE.
001900     PERFORM 2600-READ-NEXT-HELD THRU 2600-EXIT.
001910     IF END-OF-EXCEPTIONS
001920         GO TO 2110-EXIT
001930     END-IF.
001940     ADD 1 TO WS-HELD-COUNT.
001950     PERFORM 2700-SHOW-ITEM THRU 2700-EXIT.
001960 2110-EXIT.
001970     EXIT.
001980
001990*    EACH HELD ITEM IS SHOWN IN KEY (POSTING) ORDER AND WAITS FOR
002000*    L(IBERAR), R(ECUSAR), P(ULAR) OR F(IM).  A SKIPPED ITEM STAYS
002010*    HELD FOR A LATER REVIEW.
002020 2200-REVIEW-HELD.
002030     MOVE ZERO TO WS-DECIDED-COUNT.
002040     MOVE SPACE TO WS-DECISION.
002050     PERFORM 2500-START-FILE THRU 2500-EXIT.
002060     PERFORM 2210-REVIEW-ONE THRU 2210-EXIT
002070         UNTIL END-OF-EXCEPTIONS OR DECISION-END.
002080     MOVE WS-DECIDED-COUNT TO WS-DSP-COUNT.
002090     DISPLAY "Itens decididos: " WS-DSP-COUNT.
002100 2200-EXIT.
002110     EXIT.
002120
002130 2210-REVIEW-ONE.
002140     PERFORM 2600-READ-NEXT-HELD THRU 2600-EXIT.
002150     IF END-OF-EXCEPTIONS
002160         GO TO 2210-EXIT
002170     END-IF.
002180     PERFORM 2700-SHOW-ITEM THRU 2700-EXIT.
002190     IF PX-SUBMITTER-ID = WS-SUPV-ID
002200         DISPLAY "Item enviado pelo proprio supervisor - "
002210                 "nao pode ser decidido."
002220         GO TO 2210-EXIT
002230     END-IF.
002240     MOVE SPACE TO WS-DECISION.
002250     PERFORM 2220-PROMPT-DECISION THRU 2220-EXIT
002260         UNTIL DECISION-VALID.
002270     IF DECISION-RELEASE
002280         SET PX-RELEASED TO TRUE
002290         MOVE SPACES TO PX-DECLINE-REASON
002300         PERFORM 2300-RECORD-DECISION THRU 2300-EXIT
002310     ELSE
002320         IF DECISION-DECLINE
002330             PERFORM 2230-GET-REASON THRU 2230-EXIT
002340             SET PX-DECLINED TO TRUE
002350             MOVE WS-INPUT-REASON TO PX-DECLINE-REASON
002360             PERFORM 2300-RECORD-DECISION THRU 2300-EXIT
002370         END-IF
002380     END-IF.
002390 2210-EXIT.
002400     EXIT.
002410
002420 2220-PROMPT-DECISION.
002430     DISPLAY "L - Liberar  R - Recusar  P - Pular  F - Fim: ".
002440     ACCEPT WS-DECISION.
002450     IF NOT DECISION-VALID
002460         DISPLAY "Opcao invalida."
002470     END-IF.
002480 2220-EXIT.
002490     EXIT.
002500
002510 2230-GET-REASON.
002520     MOVE SPACES TO WS-INPUT-REASON.
002530     PERFORM 2240-PROMPT-REASON THRU 2240-EXIT
002540         UNTIL WS-INPUT-REASON NOT = SPACES.
002550 2230-EXIT.
002560     EXIT.
002570
002580 2240-PROMPT-REASON.
002590     DISPLAY "Motivo da recusa: ".
002600     ACCEPT WS-INPUT-REASON.
002610     IF WS-INPUT-REASON = SPACES
002620         DISPLAY "Informe o motivo."
002630     END-IF.
002640 2240-EXIT.
002650     EXIT.
002660
002670 2300-RECORD-DECISION.
002680     MOVE WS-SUPV-ID TO PX-SUPV-ID.
002690     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002700     ACCEPT WS-NOW FROM TIME.
002710     MOVE WS-TODAY TO PX-DECISION-DATE.
002720     MOVE WS-NOW TO PX-DECISION-TIME.
002730     REWRITE EXCEPTION-RECORD.
002740     IF EXCEPTION-OK
002750         ADD 1 TO WS-DECIDED-COUNT
002760         IF PX-RELEASED
002770             DISPLAY "Item liberado."
002780         ELSE
002790             DISPLAY "Item recusado."
002800         END-IF
002810     ELSE
002820         DISPLAY "Falha ao regravar - status "
002830                 WS-EXCEPTION-STATUS
002840     END-IF.
002850 2300-EXIT.
002860     EXIT.
002870
002880 2500-START-FILE.
002890     MOVE "N" TO WS-EOF-SW.
002900     MOVE LOW-VALUES TO PX-ENTRY-KEY.
002910     START EXCEPTION-FILE KEY IS NOT LESS THAN PX-ENTRY-KEY
002920         INVALID KEY
002930             SET END-OF-EXCEPTIONS TO TRUE
002940     END-START.
002950 2500-EXIT.
002960     EXIT.
002970
002980*    SKIPS EVERYTHING ALREADY DECIDED; ONLY STATUS H COMES BACK.
002990 2600-READ-NEXT-HELD.
003000     READ EXCEPTION-FILE NEXT RECORD
003010         AT END
003020             SET END-OF-EXCEPTIONS TO TRUE
003030             GO TO 2600-EXIT
003040     END-READ.
003050     IF NOT PX-HELD
003060         GO TO 2600-READ-NEXT-HELD
003070     END-IF.
003080 2600-EXIT.
003090     EXIT.
003100
003110 2700-SHOW-ITEM.
003120     MOVE PX-OVER-AMOUNT TO WS-DSP-AMOUNT.
003130     MOVE PX-LIMIT TO WS-DSP-LIMIT.
003140     DISPLAY "----------------------------------------".
003150     DISPLAY "LANCAMENTO:    " PX-LDG-DATE " " PX-LDG-TIME
003160             " " PX-LDG-SEQ.
003170     DISPLAY "DEPTO/REF:     " PX-DEPT-CODE " " PX-REF-ID.
003180     DISPLAY "ENVIADO POR:   " PX-SUBMITTER-ID.
003190     DISPLAY "OPERACAO:      " PX-OPER-CODE.
003200     DISPLAY "RESULTADO:     " WS-DSP-AMOUNT.
003210     DISPLAY "LIMITE:        " WS-DSP-LIMIT.
003220 2700-EXIT.
003230     EXIT.
003240
003250 4000-TERMINATE.
003260     CLOSE EXCEPTION-FILE.
003270     CLOSE OPERMST-FILE.
003280 4000-EXIT.
003290     EXIT.
003300
003310 END PROGRAM CALCSUPV.
