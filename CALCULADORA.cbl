000890*                     THE "ALL OPERATIONS" CHOICE).  AUDIT
000900*                     FLAGGED FREE-TEXT ATTRIBUTION AT THE
000910*                     LAST REVIEW; THIS CLOSES IT.
000911*    15/10/2026  DA   THE LEDGER ENTRY NOW POSTS TO THE
000912*                     BUSINESS DATE OPEN ON THE BUSDATE
000913*                     CONTROL FILE (SEE CALCBDTE), READ AT
000914*                     POSTING TIME, INSTEAD OF THE SYSTEM
000915*                     DATE, SO A CALCULATION MADE AFTER THE
000916*                     NIGHTLY REPORTS LANDS IN THE NEXT
000917*                     BUSINESS DAY ONCE CALCCLOS HAS RUN.
000918*                     NO BUSDATE FALLS BACK TO THE SYSTEM
000919*                     DATE.
000920*    15/10/2026  DA   EACH SIGN-ON NOW OPENS A NUMBERED SESSION
000921*                     (SESSMST, SEE CALCSESS) AND THE OPERATOR
000922*                     RUNS ANY NUMBER OF CALCULATIONS IN IT,
000923*                     CHOOSING 9 ON THE MENU TO SIGN OFF.  EACH
000924*                     LEDGER ENTRY CARRIES THE SESSION NUMBER
000925*                     (LDG-SESSION-REF) AND EACH CALCULATION IS
000926*                     PRINTED ON THE SESSION TAPE (SESSTAPE)
000927*                     WITH ITS OPERANDS, RESULTS AND LEDGER
000928*                     KEY.  AT SIGN-OFF THE TAPE GETS THE
000929*                     SESSION TOTALS AND THE COUNT OF ERRORS
000930*                     AND OVERFLOWS, AND THE SESSION IS CLOSED
000931*                     ON SESSMST WITH THE SAME COUNTS, SO
000932*                     CALCINQ CAN CHECK A TAPE AGAINST THE
000933*                     LEDGER.  THE OPERATOR'S AUTHORISATION
000934*                     FLAGS ARE KEPT FROM SIGN-ON.
000935*    15/10/2026  DA   BUSINESS DATE AND POSTED ENTRY KEY ARE
000936*                     KEPT IN WORKING STORAGE: THE LEDGER RECORD
000937*                     AREA IS ONLY VALID WHILE THE LEDGER IS OPEN.
000938******************************************************************
000939 IDENTIFICATION DIVISION.
000940 PROGRAM-ID. CALCULADORA.
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
001100            ALTERNATE RECORD KEY IS LDG-OPER-ID
001110                    WITH DUPLICATES
001120            FILE STATUS IS WS-LEDGER-STATUS.
001122
001124     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
001126            ORGANIZATION IS SEQUENTIAL
001128            FILE STATUS IS WS-BUSDATE-STATUS.
001129
001130     SELECT SESSMST-FILE ASSIGN TO "SESSMST"
001131            ORGANIZATION IS INDEXED
001132            ACCESS MODE IS DYNAMIC
001133            RECORD KEY IS SS-SESSION-NBR
001134            FILE STATUS IS WS-SESSMST-STATUS.
001135
001136     SELECT TAPE-FILE ASSIGN TO "SESSTAPE"
001137            ORGANIZATION IS LINE SEQUENTIAL
001138            FILE STATUS IS WS-TAPE-STATUS.
001139 DATA DIVISION.
001140 FILE SECTION.
001150 FD  OPERMST-FILE.
001160 COPY CALCOPER.
001170
001180 FD  LEDGER-FILE.
001190 COPY CALCLDGR.
001192
001194 FD  BUSDATE-FILE.
001196 COPY CALCBDTE.
001197
001198 FD  SESSMST-FILE.
001199 COPY CALCSESS.
001200
001201 FD  TAPE-FILE.
001202 01  TAPE-LINE                   PIC X(80).
001203 WORKING-STORAGE SECTION.
001210 01  CALC-WORK-FIELDS.
001220 COPY CALCREC.
001230
001280  01 WS-OPERMST-STATUS PIC X(02).
001290     88 OPERMST-OK            VALUE "00".
001300     88 OPERMST-NOT-FOUND     VALUE "05", "35".
001302
001304  01 WS-BUSDATE-STATUS PIC X(02).
001306     88 BUSDATE-OK            VALUE "00".
001308     88 BUSDATE-NOT-FOUND     VALUE "05", "35".
001309
001310  01 WS-SESSMST-STATUS PIC X(02).
001311     88 SESSMST-OK            VALUE "00".
001312     88 SESSMST-NOT-FOUND     VALUE "05", "35".
001313     88 SESSMST-DUPLICATE-KEY VALUE "21", "22".
001314
001315  01 WS-TAPE-STATUS PIC X(02).
001316     88 TAPE-OK               VALUE "00".
001317
001320  01 WS-SWITCHES.
001330     05 WS-DIVISION-SW           PIC X(01) VALUE "Y".
001340        88 DIVISION-OK           VALUE "Y".
001350        88 DIVISION-ERROR        VALUE "N".
001360     05 WS-OPER-CHOICE           PIC 9(01) VALUE ZERO.
001370        88 OPER-ADD              VALUE 1.
001380        88 OPER-SUB              VALUE 2.
001390        88 OPER-MUL              VALUE 3.
001420        88 OPER-PCT              VALUE 6.
001430        88 OPER-REM              VALUE 7.
001440        88 OPER-POW              VALUE 8.
001445        88 OPER-END-SESSION      VALUE 9.
001450     05 WS-VALID-SW              PIC X(01).
001460        88 VALID-INPUT           VALUE "Y".
001470        88 INVALID-INPUT         VALUE "N".
001600     05 WS-SIGNON-SW             PIC X(01) VALUE "N".
001610        88 SIGNON-VALID          VALUE "Y".
001620        88 SIGNON-INVALID        VALUE "N".
001621     05 WS-SESSION-SW            PIC X(01) VALUE "N".
001622        88 SESSION-ENDED         VALUE "Y".
001623        88 SESSION-ACTIVE        VALUE "N".
001624     05 WS-ASSIGN-SW             PIC X(01) VALUE "N".
001625        88 SESSION-ASSIGNED      VALUE "Y".
001626        88 SESSION-UNASSIGNED    VALUE "N".
001627     05 WS-CONTROL-SW            PIC X(01) VALUE "N".
001628        88 CONTROL-ON-FILE       VALUE "Y".
001629        88 CONTROL-ABSENT        VALUE "N".
001630
001632  01 WS-BUS-DATE                 PIC 9(08).
001634  01 WS-POSTED-KEY.
001635     05 WS-POSTED-DATE           PIC 9(08).
001636     05 WS-POSTED-TIME           PIC 9(08).
001637     05 WS-POSTED-SEQ            PIC 9(04).
001638
001640  01 WS-NUM1-INPUT               PIC X(10).
001650  01 WS-NUM2-INPUT               PIC X(10).
001660  01 WS-OPERATOR-ID              PIC X(08).
001670  01 WS-REM-QUOTIENT             PIC S9(07) COMP.
001680  01 WS-POW-INTEGER              PIC S9(05) COMP.
001681  01 WS-OPERATOR-NAME            PIC X(30).
001682  01 WS-AUTH-FLAGS.
001683     05 WS-AUTH-FLAG             OCCURS 8 TIMES
001684                                 PIC X(01).
001685
001686*    SESSION NUMBER, COUNTS AND TOTALS FOR THE TAPE AND SESSMST.
001687*    AN ERROR IS EACH RESULT NOT COMPUTED BECAUSE OF A ZERO
001688*    DIVISOR, AN OVERFLOW OR AN UNDEFINED POWER.
001689  01 WS-SESSION-NBR              PIC 9(07) VALUE ZERO.
001690  01 WS-TODAY                    PIC 9(08).
001691  01 WS-NOW                      PIC 9(08).
001692  01 WS-SESSION-COUNTS.
001693     05 WS-SESS-CALC-COUNT       PIC 9(05) COMP VALUE ZERO.
001694     05 WS-SESS-ERROR-COUNT      PIC 9(05) COMP VALUE ZERO.
001695  01 WS-SESSION-TOTALS.
001696     05 WS-TOT-RESULT            PIC S9(15)V99 VALUE ZERO.
001697     05 WS-TOT-RESULT2           PIC S9(15)V99 VALUE ZERO.
001698     05 WS-TOT-RESULT3           PIC S9(15)V99 VALUE ZERO.
001699     05 WS-TOT-RESULT4           PIC S9(15)V99 VALUE ZERO.
001700     05 WS-TOT-RESULT5           PIC S9(15)V99 VALUE ZERO.
001701     05 WS-TOT-RESULT6           PIC S9(15)V99 VALUE ZERO.
001702     05 WS-TOT-RESULT7           PIC S9(15)V99 VALUE ZERO.
001703  01 WS-TAPE-LABEL               PIC X(20).
001704
001705  01 WS-OPER-NAMES.
001706     05 FILLER                   PIC X(14) VALUE "ADICAO        ".
001707     05 FILLER                   PIC X(14) VALUE "SUBTRACAO     ".
001708     05 FILLER                   PIC X(14) VALUE "MULTIPLICACAO ".
001709     05 FILLER                   PIC X(14) VALUE "DIVISAO       ".
001710     05 FILLER                   PIC X(14) VALUE "TODAS         ".
001711     05 FILLER                   PIC X(14) VALUE "PORCENTAGEM   ".
001712     05 FILLER                   PIC X(14) VALUE "RESTO         ".
001713     05 FILLER                   PIC X(14) VALUE "POTENCIA      ".
001714  01 WS-OPER-NAME-TABLE REDEFINES WS-OPER-NAMES.
001715     05 WS-OPER-NAME OCCURS 8 TIMES
001716                                 PIC X(14).
001717
001718  01 WS-TAPE-HEADING-1.
001719     05 FILLER                   PIC X(29) VALUE
001720        "CALCULADORA - FITA DA SESSAO ".
001721     05 WH-SESSION-NBR           PIC 9(07).
001722     05 FILLER                   PIC X(44) VALUE SPACES.
001723
001724  01 WS-TAPE-HEADING-2.
001725     05 FILLER                   PIC X(10) VALUE "OPERADOR: ".
001726     05 WH-OPER-ID               PIC X(08).
001727     05 FILLER                   PIC X(03) VALUE " - ".
001728     05 WH-OPER-NAME             PIC X(30).
001729     05 FILLER                   PIC X(29) VALUE SPACES.
001730
001731  01 WS-TAPE-HEADING-3.
001732     05 FILLER                   PIC X(11) VALUE "ABERTA EM: ".
001733     05 WH-START-DATE            PIC 9(08).
001734     05 FILLER                   PIC X(01) VALUE SPACE.
001735     05 WH-START-TIME            PIC 9(08).
001736     05 FILLER                   PIC X(22) VALUE
001737        "   DATA DO MOVIMENTO: ".
001738     05 WH-BUS-DATE              PIC 9(08).
001739     05 FILLER                   PIC X(22) VALUE SPACES.
001740
001741  01 WS-TAPE-COLUMNS.
001742     05 FILLER                   PIC X(06) VALUE "SEQ.  ".
001743     05 FILLER                   PIC X(15) VALUE "OPERACAO".
001744     05 FILLER                   PIC X(11) VALUE "     NUM1".
001745     05 FILLER                   PIC X(11) VALUE "     NUM2".
001746     05 FILLER                   PIC X(37) VALUE
001747        "LANCAMENTO (DATA HORA SEQ)".
001748
001749  01 WS-TAPE-CALC-LINE.
001750     05 WT-SEQ                   PIC ZZZ9.
001751     05 FILLER                   PIC X(02) VALUE SPACES.
001752     05 WT-OPER-NAME             PIC X(14).
001753     05 FILLER                   PIC X(01) VALUE SPACE.
001754     05 WT-NUM1                  PIC -ZZZZ9.99.
001755     05 FILLER                   PIC X(02) VALUE SPACES.
001756     05 WT-NUM2                  PIC -ZZZZ9.99.
001757     05 FILLER                   PIC X(02) VALUE SPACES.
001758     05 WT-LDG-DATE              PIC 9(08).
001759     05 FILLER                   PIC X(01) VALUE SPACE.
001760     05 WT-LDG-TIME              PIC 9(08).
001761     05 FILLER                   PIC X(01) VALUE SPACE.
001762     05 WT-LDG-SEQ               PIC 9(04).
001763     05 FILLER                   PIC X(15) VALUE SPACES.
001764
001765  01 WS-TAPE-RESULT-LINE.
001766     05 FILLER                   PIC X(06) VALUE SPACES.
001767     05 WR-LABEL                 PIC X(20).
001768     05 WR-AMOUNT                PIC -ZZZZZZZZZZZZZZ9.99.
001769     05 FILLER                   PIC X(35) VALUE SPACES.
001770
001771  01 WS-TAPE-ERROR-LINE.
001772     05 FILLER                   PIC X(06) VALUE SPACES.
001773     05 WE-LABEL                 PIC X(20).
001774     05 FILLER                   PIC X(04) VALUE "*** ".
001775     05 WE-TEXT                  PIC X(36).
001776     05 FILLER                   PIC X(14) VALUE SPACES.
001777
001778  01 WS-TAPE-COUNT-LINE.
001779     05 FILLER                   PIC X(06) VALUE SPACES.
001780     05 WC-LABEL                 PIC X(20).
001781     05 WC-COUNT                 PIC ZZZZ9.
001782     05 FILLER                   PIC X(49) VALUE SPACES.
001783
001784  01 WS-TAPE-END-LINE.
001785     05 FILLER                   PIC X(14) VALUE
001786        "ENCERRADA EM: ".
001787     05 WN-END-DATE              PIC 9(08).
001788     05 FILLER                   PIC X(01) VALUE SPACE.
001789     05 WN-END-TIME              PIC 9(08).
001790     05 FILLER                   PIC X(49) VALUE SPACES.
001791
001792  01 WS-TAPE-TOTAL-TITLE         PIC X(80) VALUE
001793     "TOTAIS DA SESSAO".
001794  01 WS-TAPE-NONE-LINE           PIC X(80) VALUE
001795     "NENHUM CALCULO NESTA SESSAO.".
001796  01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001797 PROCEDURE DIVISION.
001798 0000-MAINLINE.
001799     PERFORM 0300-OPEN-MASTER THRU 0300-EXIT.
001800     PERFORM 0400-SIGN-ON THRU 0400-EXIT.
001801     CLOSE OPERMST-FILE.
001802     PERFORM 0600-RUN-CALCULATION THRU 0600-EXIT
001803         UNTIL SESSION-ENDED.
001804     PERFORM 0700-SIGN-OFF THRU 0700-EXIT.
001805     STOP RUN.
001806
001810 0300-OPEN-MASTER.
001820     OPEN INPUT OPERMST-FILE.
001830     IF OPERMST-NOT-FOUND
002000     SET SIGNON-INVALID TO TRUE.
002010     PERFORM 0410-PROMPT-OPERATOR THRU 0410-EXIT
002020         UNTIL SIGNON-VALID.
002021     MOVE OPM-NAME TO WS-OPERATOR-NAME.
002022     MOVE OPM-AUTH-FLAGS TO WS-AUTH-FLAGS.
002023     PERFORM 0420-OPEN-TAPE THRU 0420-EXIT.
002024     PERFORM 0430-OPEN-SESSION THRU 0430-EXIT.
002025     PERFORM 0450-PRINT-TAPE-HEADING THRU 0450-EXIT.
002026     DISPLAY "Sessao " WS-SESSION-NBR " aberta.".
002030 0400-EXIT.
002040     EXIT.
002050
002250     END-READ.
002260 0410-EXIT.
002270     EXIT.
002271
002272 0420-OPEN-TAPE.
002273     OPEN OUTPUT TAPE-FILE.
002274     IF NOT TAPE-OK
002275         DISPLAY "Falha ao abrir a fita (SESSTAPE) - status "
002276                 WS-TAPE-STATUS
002277         MOVE 16 TO RETURN-CODE
002278         STOP RUN
002279     END-IF.
002280 0420-EXIT.
002281     EXIT.
002282
002283 0430-OPEN-SESSION.
002284     OPEN I-O SESSMST-FILE.
002285     IF SESSMST-NOT-FOUND
002286         OPEN OUTPUT SESSMST-FILE
002287         CLOSE SESSMST-FILE
002288         OPEN I-O SESSMST-FILE
002289     END-IF.
002290     IF NOT SESSMST-OK
002291         DISPLAY "Falha ao abrir SESSMST - status "
002292                 WS-SESSMST-STATUS
002293         MOVE 16 TO RETURN-CODE
002294         STOP RUN
002295     END-IF.
002296     PERFORM 4050-GET-BUS-DATE THRU 4050-EXIT.
002297     SET SESSION-UNASSIGNED TO TRUE.
002298     PERFORM 0440-ASSIGN-SESSION THRU 0440-EXIT
002299         UNTIL SESSION-ASSIGNED.
002300     CLOSE SESSMST-FILE.
002301 0430-EXIT.
002302     EXIT.
002303
002304*    TAKES THE NEXT NUMBER FROM THE CONTROL RECORD AND WRITES THE
002305*    SESSION UNDER IT.  IF ANOTHER TERMINAL TOOK THE SAME NUMBER
002306*    FIRST, EITHER WRITE FAILS ON A DUPLICATE KEY AND THE NUMBER
002307*    IS TAKEN AGAIN.
002308 0440-ASSIGN-SESSION.
002309     MOVE ZERO TO SC-KEY.
002310     SET CONTROL-ON-FILE TO TRUE.
002311     READ SESSMST-FILE
002312         INVALID KEY
002313             SET CONTROL-ABSENT TO TRUE
002314     END-READ.
002315     IF CONTROL-ABSENT
002316         MOVE SPACES TO SESSION-CONTROL-RECORD
002317         MOVE ZERO TO SC-KEY
002318         MOVE ZERO TO SC-LAST-SESSION-NBR
002319     END-IF.
002320     ADD 1 TO SC-LAST-SESSION-NBR.
002321     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002322     ACCEPT WS-NOW FROM TIME.
002323     MOVE WS-TODAY TO SC-LAST-ISSUE-DATE.
002324     MOVE WS-NOW TO SC-LAST-ISSUE-TIME.
002325     MOVE SC-LAST-SESSION-NBR TO WS-SESSION-NBR.
002326     IF CONTROL-ON-FILE
002327         REWRITE SESSION-CONTROL-RECORD
002328     ELSE
002329         WRITE SESSION-CONTROL-RECORD
002330     END-IF.
002331     IF SESSMST-DUPLICATE-KEY
002332         GO TO 0440-EXIT
002333     END-IF.
002334     IF NOT SESSMST-OK
002335         DISPLAY "Falha ao numerar a sessao - status "
002336                 WS-SESSMST-STATUS
002337         MOVE 16 TO RETURN-CODE
002338         STOP RUN
002339     END-IF.
002340     MOVE SPACES TO SESSION-RECORD.
002341     MOVE WS-SESSION-NBR TO SS-SESSION-NBR.
002342     MOVE WS-OPERATOR-ID TO SS-OPER-ID.
002343     MOVE WS-BUS-DATE TO SS-BUS-DATE.
002344     MOVE WS-TODAY TO SS-START-DATE.
002345     MOVE WS-NOW TO SS-START-TIME.
002346     MOVE ZERO TO SS-END-DATE SS-END-TIME.
002347     SET SS-OPEN TO TRUE.
002348     MOVE ZERO TO SS-CALC-COUNT SS-ERROR-COUNT.
002349     WRITE SESSION-RECORD.
002350     IF SESSMST-DUPLICATE-KEY
002351         GO TO 0440-EXIT
002352     END-IF.
002353     IF NOT SESSMST-OK
002354         DISPLAY "Falha ao gravar a sessao - status "
002355                 WS-SESSMST-STATUS
002356         MOVE 16 TO RETURN-CODE
002357         STOP RUN
002358     END-IF.
002359     SET SESSION-ASSIGNED TO TRUE.
002360 0440-EXIT.
002361     EXIT.
002362
002363 0450-PRINT-TAPE-HEADING.
002364     MOVE SS-SESSION-NBR TO WH-SESSION-NBR.
002365     MOVE SS-OPER-ID TO WH-OPER-ID.
002366     MOVE WS-OPERATOR-NAME TO WH-OPER-NAME.
002367     MOVE SS-START-DATE TO WH-START-DATE.
002368     MOVE SS-START-TIME TO WH-START-TIME.
002369     MOVE SS-BUS-DATE TO WH-BUS-DATE.
002370     WRITE TAPE-LINE FROM WS-TAPE-HEADING-1
002371         AFTER ADVANCING PAGE.
002372     WRITE TAPE-LINE FROM WS-TAPE-HEADING-2
002373         AFTER ADVANCING 1 LINE.
002374     WRITE TAPE-LINE FROM WS-TAPE-HEADING-3
002375         AFTER ADVANCING 1 LINE.
002376     WRITE TAPE-LINE FROM WS-TAPE-COLUMNS
002377         AFTER ADVANCING 2 LINES.
002378 0450-EXIT.
002379     EXIT.
002380
002381 0500-SELECT-OPERATION.
002382     MOVE ZERO TO WS-OPER-CHOICE.
002383     PERFORM 0510-PROMPT-OPERATION THRU 0510-EXIT
002384         UNTIL OPER-ADD OR OPER-SUB OR OPER-MUL
002385            OR OPER-DIV OR OPER-ALL OR OPER-PCT
002386            OR OPER-REM OR OPER-POW
002387           OR OPER-END-SESSION.
002388 0500-EXIT.
002389     EXIT.
002390
002391 0510-PROMPT-OPERATION.
002392     DISPLAY "1 - Adicao".
002393     DISPLAY "2 - Subtracao".
002400     DISPLAY "3 - Multiplicacao".
002410     DISPLAY "4 - Divisao".
002420     DISPLAY "5 - Todas as operacoes".
002430     DISPLAY "6 - Porcentagem (NUM2 % de NUM1)".
002440     DISPLAY "7 - Resto da divisao inteira".
002450     DISPLAY "8 - Potencia (NUM1 elevado a NUM2)".
002455     DISPLAY "9 - Encerrar a sessao".
002460     DISPLAY "Escolha a operacao: ".
002470     ACCEPT WS-OPER-CHOICE.
002480     IF WS-OPER-CHOICE > ZERO AND WS-OPER-CHOICE < 9
002490         IF WS-AUTH-FLAG (WS-OPER-CHOICE) NOT = "Y"
002500             DISPLAY "Operacao nao autorizada para o operador."
002510             MOVE ZERO TO WS-OPER-CHOICE
002520         END-IF
002530     END-IF.
002540 0510-EXIT.
002550     EXIT.
002551 0600-RUN-CALCULATION.
002552     PERFORM 0500-SELECT-OPERATION THRU 0500-EXIT.
002553     IF OPER-END-SESSION
002554         SET SESSION-ENDED TO TRUE
002555         GO TO 0600-EXIT
002556     END-IF.
002557     PERFORM 1000-GET-INPUT THRU 1000-EXIT.
002558     PERFORM 2000-COMPUTE-RESULTS THRU 2000-EXIT.
002559     PERFORM 3000-DISPLAY-RESULTS THRU 3000-EXIT.
002560     PERFORM 4000-WRITE-LEDGER THRU 4000-EXIT.
002561     PERFORM 5000-WRITE-TAPE THRU 5000-EXIT.
002562 0600-EXIT.
002563     EXIT.
002564
002565 0700-SIGN-OFF.
002566     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002567     ACCEPT WS-NOW FROM TIME.
002568     PERFORM 5200-PRINT-TAPE-TOTALS THRU 5200-EXIT.
002569     CLOSE TAPE-FILE.
002570     PERFORM 5300-CLOSE-SESSION THRU 5300-EXIT.
002571     DISPLAY "Sessao " WS-SESSION-NBR " encerrada - "
002572             WS-SESS-CALC-COUNT " calculo(s).".
002573     DISPLAY "Retire a fita da sessao (SESSTAPE).".
002574 0700-EXIT.
002575     EXIT.
002576
002577 1000-GET-INPUT.
002580     PERFORM 1100-GET-NUM1 THRU 1100-EXIT.
002590     PERFORM 1200-GET-NUM2 THRU 1200-EXIT.
002600 1000-EXIT.
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240     PERFORM 4050-GET-BUS-DATE THRU 4050-EXIT.
004245     MOVE WS-BUS-DATE TO LDG-DATE.
004250     ACCEPT LDG-TIME FROM TIME.
004260     MOVE ZERO TO LDG-SEQ.
004270     MOVE NUM1 TO LDG-NUM1.
004560     END-IF.
004570     MOVE WS-OPER-CHOICE TO LDG-OPER-CHOICE.
004580     MOVE "CALCULAD" TO LDG-SOURCE-PGM.
004590     MOVE "#" TO LDG-SESSION-MARK.
004595     MOVE WS-SESSION-NBR TO LDG-SESSION-NBR.
004600     MOVE WS-OPERATOR-ID TO LDG-OPER-ID.
004610     SET LDG-NORMAL TO TRUE.
004620     MOVE SPACES TO LDG-REVERSED-KEY.
004630     PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
004640         WITH TEST AFTER
004650         UNTIL LEDGER-OK.
004655     MOVE LDG-ENTRY-KEY TO WS-POSTED-KEY.
004660     CLOSE LEDGER-FILE.
004670 4000-EXIT.
004680     EXIT.
004690
004691 4050-GET-BUS-DATE.
004692     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
004693     OPEN INPUT BUSDATE-FILE.
004694     IF BUSDATE-NOT-FOUND
004695         GO TO 4050-EXIT
004696     END-IF.
004697     IF NOT BUSDATE-OK
004698         DISPLAY "Falha ao abrir BUSDATE - status "
004699                 WS-BUSDATE-STATUS
004700         MOVE 16 TO RETURN-CODE
004701         STOP RUN
004702     END-IF.
004703     READ BUSDATE-FILE
004704         NOT AT END
004705             MOVE BDT-OPEN-DATE TO WS-BUS-DATE
004706     END-READ.
004707     CLOSE BUSDATE-FILE.
004708 4050-EXIT.
004709     EXIT.
004710
004711 4100-WRITE-ENTRY.
004712     WRITE LEDGER-RECORD.
004720     IF LEDGER-DUPLICATE-KEY
004730         ADD 1 TO LDG-SEQ
004740     ELSE
004800     END-IF.
004810 4100-EXIT.
004820     EXIT.
004821 5000-WRITE-TAPE.
004822     ADD 1 TO WS-SESS-CALC-COUNT.
004823     MOVE WS-SESS-CALC-COUNT TO WT-SEQ.
004824     MOVE WS-OPER-NAME (WS-OPER-CHOICE) TO WT-OPER-NAME.
004825     MOVE NUM1 TO WT-NUM1.
004826     MOVE NUM2 TO WT-NUM2.
004827     MOVE WS-POSTED-DATE TO WT-LDG-DATE.
004828     MOVE WS-POSTED-TIME TO WT-LDG-TIME.
004829     MOVE WS-POSTED-SEQ TO WT-LDG-SEQ.
004830     WRITE TAPE-LINE FROM WS-TAPE-CALC-LINE
004831         AFTER ADVANCING 2 LINES.
004832     IF OPER-ADD OR OPER-ALL
004833         MOVE "ADICAO" TO WS-TAPE-LABEL
004834         IF RESULT-OVERFLOW
004835             MOVE "EXCEDE A CAPACIDADE" TO WE-TEXT
004836             PERFORM 5150-PRINT-ERROR THRU 5150-EXIT
004837         ELSE
004838             MOVE RESULT TO WR-AMOUNT
004839             ADD RESULT TO WS-TOT-RESULT
004840             PERFORM 5100-PRINT-RESULT THRU 5100-EXIT
004841         END-IF
004842     END-IF.
004843     IF OPER-SUB OR OPER-ALL
004844         MOVE "SUBTRACAO" TO WS-TAPE-LABEL
004845         MOVE RESULT2 TO WR-AMOUNT
004846         ADD RESULT2 TO WS-TOT-RESULT2
004847         PERFORM 5100-PRINT-RESULT THRU 5100-EXIT
004848     END-IF.
004849     IF OPER-MUL OR OPER-ALL
004850         MOVE "MULTIPLICACAO" TO WS-TAPE-LABEL
004851         IF RESULT3-OVERFLOW
004852             MOVE "EXCEDE A CAPACIDADE" TO WE-TEXT
004853             PERFORM 5150-PRINT-ERROR THRU 5150-EXIT
004854         ELSE
004855             MOVE RESULT3 TO WR-AMOUNT
004856             ADD RESULT3 TO WS-TOT-RESULT3
004857             PERFORM 5100-PRINT-RESULT THRU 5100-EXIT
004858         END-IF
004859     END-IF.
004860     IF OPER-DIV OR OPER-ALL
004861         MOVE "DIVISAO" TO WS-TAPE-LABEL
004862         IF DIVISION-ERROR
004863             MOVE "DIVISOR ZERO" TO WE-TEXT
004864             PERFORM 5150-PRINT-ERROR THRU 5150-EXIT
004865         ELSE
004866             MOVE RESULT4 TO WR-AMOUNT
004867             ADD RESULT4 TO WS-TOT-RESULT4
004868             PERFORM 5100-PRINT-RESULT THRU 5100-EXIT
004869         END-IF
004870     END-IF.
004871     IF OPER-PCT OR OPER-ALL
004872         MOVE "PORCENTAGEM" TO WS-TAPE-LABEL
004873         MOVE RESULT5 TO WR-AMOUNT
004874         ADD RESULT5 TO WS-TOT-RESULT5
004875         PERFORM 5100-PRINT-RESULT THRU 5100-EXIT
004876     END-IF.
004877     IF OPER-REM OR OPER-ALL
004878         MOVE "RESTO" TO WS-TAPE-LABEL
004879         IF REM-DIVISION-ERROR
004880             MOVE "DIVISOR ZERO" TO WE-TEXT
004881             PERFORM 5150-PRINT-ERROR THRU 5150-EXIT
004882         ELSE
004883             MOVE RESULT6 TO WR-AMOUNT
004884             ADD RESULT6 TO WS-TOT-RESULT6
004885             PERFORM 5100-PRINT-RESULT THRU 5100-EXIT
004886         END-IF
004887     END-IF.
004888     IF OPER-POW OR OPER-ALL
004889         MOVE "POTENCIA" TO WS-TAPE-LABEL
004890         IF RESULT7-ERROR
004891             MOVE "INDEFINIDA OU EXCEDE A CAPACIDADE" TO WE-TEXT
004892             PERFORM 5150-PRINT-ERROR THRU 5150-EXIT
004893         ELSE
004894             MOVE RESULT7 TO WR-AMOUNT
004895             ADD RESULT7 TO WS-TOT-RESULT7
004896             PERFORM 5100-PRINT-RESULT THRU 5100-EXIT
004897         END-IF
004898     END-IF.
004899 5000-EXIT.
004900     EXIT.
004901
004902 5100-PRINT-RESULT.
004903     MOVE WS-TAPE-LABEL TO WR-LABEL.
004904     WRITE TAPE-LINE FROM WS-TAPE-RESULT-LINE
004905         AFTER ADVANCING 1 LINE.
004906 5100-EXIT.
004907     EXIT.
004908
004909 5150-PRINT-ERROR.
004910     ADD 1 TO WS-SESS-ERROR-COUNT.
004911     MOVE WS-TAPE-LABEL TO WE-LABEL.
004912     WRITE TAPE-LINE FROM WS-TAPE-ERROR-LINE
004913         AFTER ADVANCING 1 LINE.
004914 5150-EXIT.
004915     EXIT.
004916
004917*    A TOTAL IS THE SUM OF THE RESULTS OF THAT KIND ACTUALLY
004918*    COMPUTED IN THE SESSION; RESULTS NOT COMPUTED ARE COUNTED
004919*    UNDER ERROS/ESTOUROS INSTEAD.
004920 5200-PRINT-TAPE-TOTALS.
004921     WRITE TAPE-LINE FROM WS-TAPE-TOTAL-TITLE
004922         AFTER ADVANCING 3 LINES.
004923     IF WS-SESS-CALC-COUNT = ZERO
004924         WRITE TAPE-LINE FROM WS-TAPE-NONE-LINE
004925             AFTER ADVANCING 1 LINE
004926     END-IF.
004927     MOVE "CALCULOS" TO WC-LABEL.
004928     MOVE WS-SESS-CALC-COUNT TO WC-COUNT.
004929     WRITE TAPE-LINE FROM WS-TAPE-COUNT-LINE
004930         AFTER ADVANCING 1 LINE.
004931     MOVE "ADICAO" TO WS-TAPE-LABEL.
004932     MOVE WS-TOT-RESULT TO WR-AMOUNT.
004933     PERFORM 5100-PRINT-RESULT THRU 5100-EXIT.
004934     MOVE "SUBTRACAO" TO WS-TAPE-LABEL.
004935     MOVE WS-TOT-RESULT2 TO WR-AMOUNT.
004936     PERFORM 5100-PRINT-RESULT THRU 5100-EXIT.
004937     MOVE "MULTIPLICACAO" TO WS-TAPE-LABEL.
004938     MOVE WS-TOT-RESULT3 TO WR-AMOUNT.
004939     PERFORM 5100-PRINT-RESULT THRU 5100-EXIT.
004940     MOVE "DIVISAO" TO WS-TAPE-LABEL.
004941     MOVE WS-TOT-RESULT4 TO WR-AMOUNT.
004942     PERFORM 5100-PRINT-RESULT THRU 5100-EXIT.
004943     MOVE "PORCENTAGEM" TO WS-TAPE-LABEL.
004944     MOVE WS-TOT-RESULT5 TO WR-AMOUNT.
004945     PERFORM 5100-PRINT-RESULT THRU 5100-EXIT.
004946     MOVE "RESTO" TO WS-TAPE-LABEL.
004947     MOVE WS-TOT-RESULT6 TO WR-AMOUNT.
004948     PERFORM 5100-PRINT-RESULT THRU 5100-EXIT.
004949     MOVE "POTENCIA" TO WS-TAPE-LABEL.
004950     MOVE WS-TOT-RESULT7 TO WR-AMOUNT.
004951     PERFORM 5100-PRINT-RESULT THRU 5100-EXIT.
004952     MOVE "ERROS/ESTOUROS" TO WC-LABEL.
004953     MOVE WS-SESS-ERROR-COUNT TO WC-COUNT.
004954     WRITE TAPE-LINE FROM WS-TAPE-COUNT-LINE
004955         AFTER ADVANCING 1 LINE.
004956     MOVE WS-TODAY TO WN-END-DATE.
004957     MOVE WS-NOW TO WN-END-TIME.
004958     WRITE TAPE-LINE FROM WS-TAPE-END-LINE
004959         AFTER ADVANCING 2 LINES.
004960 5200-EXIT.
004961     EXIT.
004962
004963 5300-CLOSE-SESSION.
004964     OPEN I-O SESSMST-FILE.
004965     IF NOT SESSMST-OK
004966         DISPLAY "Falha ao abrir SESSMST - status "
004967                 WS-SESSMST-STATUS
004968         MOVE 16 TO RETURN-CODE
004969         GO TO 5300-EXIT
004970     END-IF.
004971     MOVE WS-SESSION-NBR TO SS-SESSION-NBR.
004972     READ SESSMST-FILE
004973         INVALID KEY
004974             DISPLAY "Sessao " WS-SESSION-NBR
004975                     " nao encontrada em SESSMST."
004976             MOVE 16 TO RETURN-CODE
004977             CLOSE SESSMST-FILE
004978             GO TO 5300-EXIT
004979     END-READ.
004980     MOVE WS-TODAY TO SS-END-DATE.
004981     MOVE WS-NOW TO SS-END-TIME.
004982     SET SS-CLOSED TO TRUE.
004983     MOVE WS-SESS-CALC-COUNT TO SS-CALC-COUNT.
004984     MOVE WS-SESS-ERROR-COUNT TO SS-ERROR-COUNT.
004985     REWRITE SESSION-RECORD.
004986     IF NOT SESSMST-OK
004987         DISPLAY "Falha ao encerrar a sessao - status "
004988                 WS-SESSMST-STATUS
004989         MOVE 16 TO RETURN-CODE
004990     END-IF.
004991     CLOSE SESSMST-FILE.
004992 5300-EXIT.
004993     EXIT.
004994
004995 END PROGRAM CALCULADORA.
