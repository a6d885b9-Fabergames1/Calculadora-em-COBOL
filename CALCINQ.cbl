000380*                       THE LANCAMENTO IT BACKS OUT, SO THE     *
000390*                       SEARCH-BY-REFERENCE VIEW LISTS THE      *
000400*                       ORIGINAL AND ITS ESTORNO LINKED.        *
000401*      15/10/2026  DA   SEARCH TYPE 4 = BY SESSION.  EVERY      *
000402*                       CALCULADORA SESSION IS NUMBERED         *
000403*                       (SESSMST) AND ITS LEDGER ENTRIES CARRY  *
000404*                       THE NUMBER IN LDG-REF-ID AS "#" + 7     *
000405*                       DIGITS, SO THE WHOLE SESSION IS READ    *
000406*                       DOWN THE REF-ID PATH.  THE SESSION'S    *
000407*                       OPERATOR, TIMES AND STATUS ARE SHOWN    *
000408*                       FIRST, AND THE COUNT FOUND IS CHECKED   *
000409*                       AGAINST THE COUNT THE SESSION CLOSED    *
000410*                       WITH, SO A DISPUTED TAPE CAN BE CHECKED *
000411*                       AGAINST THE LEDGER.                     *
000412*                                                                *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     CALCINQ.
000610            ALTERNATE RECORD KEY IS LDG-OPER-ID
000620                    WITH DUPLICATES
000630            FILE STATUS IS WS-LEDGER-STATUS.
000631     SELECT SESSMST-FILE ASSIGN TO "SESSMST"
000632            ORGANIZATION IS INDEXED
000633            ACCESS MODE IS DYNAMIC
000634            RECORD KEY IS SS-SESSION-NBR
000635            FILE STATUS IS WS-SESSMST-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  LEDGER-FILE.
000680 COPY CALCLDGR.
000683 FD  SESSMST-FILE.
000686 COPY CALCSESS.
000690
000700 WORKING-STORAGE SECTION.
000710 77  WS-MATCH-COUNT              PIC 9(05) COMP VALUE ZERO.
000730 01  WS-LEDGER-STATUS            PIC X(02).
000740     88  LEDGER-OK               VALUE "00".
000750     88  LEDGER-NOT-FOUND        VALUE "05", "35".
000752 01  WS-SESSMST-STATUS           PIC X(02).
000754     88  SESSMST-OK              VALUE "00".
000756     88  SESSMST-NOT-FOUND       VALUE "05", "35".
000760
000770 01  WS-SWITCHES.
000780     05  WS-EOF-SW               PIC X(01) VALUE "N".
000810         88  SEARCH-BY-DATE      VALUE 1.
000820         88  SEARCH-BY-REF       VALUE 2.
000830         88  SEARCH-BY-OPERATOR  VALUE 3.
000835         88  SEARCH-BY-SESSION   VALUE 4.
000840     05  WS-VALID-SW             PIC X(01).
000850         88  VALID-INPUT         VALUE "Y".
000860         88  INVALID-INPUT       VALUE "N".
000900     05  WS-SOURCE-FILTER-SW     PIC X(01) VALUE "N".
000910         88  SOURCE-FILTER-ON    VALUE "Y".
000920         88  SOURCE-FILTER-OFF   VALUE "N".
000922     05  WS-SESSION-SW           PIC X(01) VALUE "N".
000924         88  SESSION-ON-FILE     VALUE "Y".
000926         88  SESSION-ABSENT      VALUE "N".
000930
000940 01  WS-INQ-DATE-X               PIC X(08).
000950 01  WS-INQ-DATE-N REDEFINES WS-INQ-DATE-X
001020 01  WS-SOURCE-INPUT             PIC X(08).
001030
001040 01  WS-INQ-REF-ID               PIC X(08).
001041*    A CALCULADORA SESSION'S REF-ID, AS IN LDG-SESSION-REF.
001042 01  WS-INQ-SESSION-REF REDEFINES WS-INQ-REF-ID.
001043     05  WS-INQ-SESSION-MARK     PIC X(01).
001044     05  WS-INQ-SESSION-NBR      PIC 9(07).
001045 01  WS-SESSION-INPUT            PIC X(07).
001050 01  WS-INQ-OPER-ID              PIC X(08).
001060
001070 01  WS-DISPLAY-FIELDS.
001200     05  WD-OVFL3                PIC X(03).
001210     05  WD-POW-ERR              PIC X(03).
001220     05  WD-MATCH-COUNT          PIC ZZZZ9.
001222     05  WD-SESS-COUNT           PIC ZZZZ9.
001224     05  WD-SESS-ERRORS          PIC ZZZZ9.
001226     05  WD-SESS-STATUS          PIC X(09).
001230
001240 PROCEDURE DIVISION.
001250 0000-MAINLINE.
001470 1500-GET-CRITERIA.
001480     PERFORM 1505-PROMPT-MODE THRU 1505-EXIT
001490         UNTIL SEARCH-BY-DATE OR SEARCH-BY-REF
001500            OR SEARCH-BY-OPERATOR OR SEARCH-BY-SESSION.
001510     IF SEARCH-BY-REF
001520         PERFORM 1540-PROMPT-REF THRU 1540-EXIT
001530             UNTIL WS-INQ-REF-ID NOT = SPACES
001580             UNTIL WS-INQ-OPER-ID NOT = SPACES
001590         GO TO 1500-EXIT
001600     END-IF.
001601     IF SEARCH-BY-SESSION
001602         SET INVALID-INPUT TO TRUE
001603         PERFORM 1560-PROMPT-SESSION THRU 1560-EXIT
001604             UNTIL VALID-INPUT
001605         GO TO 1500-EXIT
001606     END-IF.
001610     SET INVALID-INPUT TO TRUE.
001620     PERFORM 1510-PROMPT-DATE THRU 1510-EXIT
001630         UNTIL VALID-INPUT.
001730     DISPLAY "1 - Por data".
001740     DISPLAY "2 - Por referencia".
001750     DISPLAY "3 - Por operador".
001755     DISPLAY "4 - Por sessao da calculadora".
001760     DISPLAY "Escolha o tipo: ".
001770     ACCEPT WS-SEARCH-MODE.
001780 1505-EXIT.
002440     END-IF.
002450 1550-EXIT.
002460     EXIT.
002461 1560-PROMPT-SESSION.
002462     DISPLAY "Numero da sessao: ".
002463     MOVE SPACES TO WS-SESSION-INPUT.
002464     ACCEPT WS-SESSION-INPUT.
002465     IF WS-SESSION-INPUT = SPACES
002466         DISPLAY "Informe o numero da sessao."
002467         GO TO 1560-EXIT
002468     END-IF.
002469     IF FUNCTION TEST-NUMVAL(WS-SESSION-INPUT) NOT = ZERO
002470         DISPLAY "Numero da sessao invalido."
002471         GO TO 1560-EXIT
002472     END-IF.
002473     COMPUTE WS-INQ-SESSION-NBR
002474             = FUNCTION NUMVAL(WS-SESSION-INPUT)
002475         ON SIZE ERROR
002476             DISPLAY "Numero da sessao invalido."
002477             GO TO 1560-EXIT
002478     END-COMPUTE.
002479     IF WS-INQ-SESSION-NBR = ZERO
002480         DISPLAY "Numero da sessao invalido."
002481         GO TO 1560-EXIT
002482     END-IF.
002483     MOVE "#" TO WS-INQ-SESSION-MARK.
002484     SET VALID-INPUT TO TRUE.
002485 1560-EXIT.
002486     EXIT.
002487
002488 2000-SEARCH-LEDGER.
002490     IF SEARCH-BY-REF
002500         PERFORM 2400-SEARCH-BY-REF THRU 2400-EXIT
002510         GO TO 2000-EXIT
002540         PERFORM 2600-SEARCH-BY-OPERATOR THRU 2600-EXIT
002550         GO TO 2000-EXIT
002560     END-IF.
002562     IF SEARCH-BY-SESSION
002564         PERFORM 2800-SEARCH-BY-SESSION THRU 2800-EXIT
002566         GO TO 2000-EXIT
002568     END-IF.
002570     MOVE WS-INQ-DATE-N TO LDG-DATE.
002580     MOVE ZERO TO LDG-TIME LDG-SEQ.
002590     START LEDGER-FILE KEY IS NOT LESS THAN LDG-ENTRY-KEY
004350     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
004360 2700-EXIT.
004370     EXIT.
004371*    THE SESSION RECORD IS ONLY FOR THE HEADING AND THE CHECK OF
004372*    THE COUNT; THE ENTRIES ARE LISTED FROM THE LEDGER EVEN WHEN
004373*    SESSMST HAS NO RECORD OF THE SESSION.
004374 2800-SEARCH-BY-SESSION.
004375     PERFORM 2810-SHOW-SESSION THRU 2810-EXIT.
004376     PERFORM 2400-SEARCH-BY-REF THRU 2400-EXIT.
004377 2800-EXIT.
004378     EXIT.
004379
004380 2810-SHOW-SESSION.
004381     SET SESSION-ABSENT TO TRUE.
004382     OPEN INPUT SESSMST-FILE.
004383     IF NOT SESSMST-OK
004384         DISPLAY "Cadastro de sessoes (SESSMST) indisponivel - "
004385                 "status " WS-SESSMST-STATUS
004386         GO TO 2810-EXIT
004387     END-IF.
004388     MOVE WS-INQ-SESSION-NBR TO SS-SESSION-NBR.
004389     READ SESSMST-FILE
004390         INVALID KEY
004391             DISPLAY "Sessao " WS-INQ-SESSION-NBR
004392                     " nao cadastrada em SESSMST."
004393         NOT INVALID KEY
004394             SET SESSION-ON-FILE TO TRUE
004395     END-READ.
004396     CLOSE SESSMST-FILE.
004397     IF SESSION-ABSENT
004398         GO TO 2810-EXIT
004399     END-IF.
004400     IF SS-CLOSED
004401         MOVE "ENCERRADA" TO WD-SESS-STATUS
004402     ELSE
004403         MOVE "ABERTA" TO WD-SESS-STATUS
004404     END-IF.
004405     MOVE SS-CALC-COUNT TO WD-SESS-COUNT.
004406     MOVE SS-ERROR-COUNT TO WD-SESS-ERRORS.
004407     DISPLAY "========================================".
004408     DISPLAY "SESSAO: " SS-SESSION-NBR "  OPERADOR: " SS-OPER-ID
004409             "  SITUACAO: " WD-SESS-STATUS.
004410     DISPLAY "DATA DO MOVIMENTO: " SS-BUS-DATE.
004411     DISPLAY "ABERTA EM: " SS-START-DATE " " SS-START-TIME
004412             "  ENCERRADA EM: " SS-END-DATE " " SS-END-TIME.
004413     DISPLAY "CALCULOS NA FITA: " WD-SESS-COUNT
004414             "  ERROS/ESTOUROS: " WD-SESS-ERRORS.
004415 2810-EXIT.
004416     EXIT.
004417
004418 3000-SHOW-COUNT.
004419     DISPLAY "----------------------------------------".
004420     MOVE WS-MATCH-COUNT TO WD-MATCH-COUNT.
004421     IF WS-MATCH-COUNT = ZERO
004430         DISPLAY "Nenhum lancamento encontrado."
004440     ELSE
004450         DISPLAY "Lancamentos encontrados: " WD-MATCH-COUNT
004460     END-IF.
004462     IF SEARCH-BY-SESSION AND SESSION-ON-FILE
004464         PERFORM 3100-CHECK-SESSION THRU 3100-EXIT
004466     END-IF.
004470 3000-EXIT.
004480     EXIT.
004481*    A CLOSED SESSION MUST HAVE EXACTLY ONE LEDGER ENTRY FOR EACH
004482*    CALCULATION ON ITS TAPE.  ENTRIES ALREADY ARCHIVED ARE NOT
004483*    ON THE LIVE LEDGER AND ARE LOOKED UP WITH CALCHIST.
004484 3100-CHECK-SESSION.
004485     IF NOT SS-CLOSED
004486         DISPLAY "Sessao ainda aberta - fita nao encerrada."
004487         GO TO 3100-EXIT
004488     END-IF.
004489     IF WS-MATCH-COUNT = SS-CALC-COUNT
004490         DISPLAY "Ledger confere com a fita da sessao."
004491     ELSE
004492         DISPLAY "*** LEDGER DIVERGE DA FITA: " WD-MATCH-COUNT
004493                 " lancamento(s) para " WD-SESS-COUNT
004494                 " calculo(s) ***"
004495         DISPLAY "Verifique lancamentos arquivados com CALCHIST."
004496     END-IF.
004497 3100-EXIT.
004498     EXIT.
004499
004500 4000-TERMINATE.
004510     CLOSE LEDGER-FILE.
004520 4000-EXIT.
