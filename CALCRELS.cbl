000010******************************************************************
000020*                                                                *
000030*   PROGRAM:     CALCRELS                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   INSTALLATION: DATA PROCESSING CENTER                        *
000060*   DATE-WRITTEN: 15/10/2026                                    *
000070*   PURPOSE:                                                    *
000080*      CLEARS THE SUPERVISOR DECISIONS ON THE PENDING-EXCEPTION *
000090*      FILE (PENDEXC, LAYOUT IN CALCPEXC) AS THE FIRST STEP OF  *
000100*      THE CALCDIST JOB.  A RELEASED ITEM HAS ITS SAVED OUTFILE *
000110*      LINE WRITTEN TO RELEASED, WHICH THE SORT STEP READS      *
000120*      BEHIND OUTFILE SO THE LINE IS DISTRIBUTED LIKE ANY       *
000130*      OTHER, AND IS MARKED SENT.  A DECLINED ITEM IS PRINTED   *
000135*      ON DECLRPT AS A NOTICE TO ITS SUBMITTER (SUBMITTER NAME  *
000140*      FROM OPERMST) AND IS MARKED RETURNED.  THE DECLINED      *
000145*      ITEMS ARE SORTED BY SUBMITTER AND LEDGER ENTRY KEY       *
000150*      BEFORE THEY PRINT, SO EACH SUBMITTER GETS ONE NOTICE,    *
000155*      ON A NEW PAGE, WHATEVER THE DAYS AND BATCHES THE ITEMS   *
000160*      CAME FROM.  ITEMS STILL HELD ARE LEFT AS THEY ARE AND    *
000170*      COUNTED, SO NOTHING UNREVIEWED EVER REACHES DISTRPT.  A  *
000180*      MISSING PENDEXC MEANS NOTHING HAS EVER BEEN HELD:        *
000190*      RELEASED IS WRITTEN EMPTY AND THE STEP ENDS CLEAN.       *
000194*      THE SENT DATE STAMPED ON EACH ITEM IS THE BUSINESS DATE  *
000198*      OPEN ON BUSDATE (THE SYSTEM DATE WHEN THERE IS NO        *
000202*      BUSDATE), SO CALCXTRT FINDS THE NIGHT'S RELEASED ITEMS   *
000206*      WHETHER OR NOT THE NIGHT RUNS PAST MIDNIGHT.             *
000210*                                                                *
000220*   MODIFICATION HISTORY.                                       *
000230*      15/10/2026  DA   INITIAL VERSION.                        *
000233*      15/10/2026  DA   SORT DECLINED ITEMS BY SUBMITTER, SO    *
000236*                       EACH GETS A SINGLE NOTICE.              *
000237*      15/10/2026  DA   STAMP THE SENT DATE WITH THE OPEN       *
000238*                       BUSINESS DATE FROM BUSDATE INSTEAD OF   *
000239*                       THE SYSTEM DATE.                        *
000240*                                                                *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     CALCRELS.
000280 AUTHOR.         D. ALMEIDA.
000290 INSTALLATION.   DATA PROCESSING CENTER.
000300 DATE-WRITTEN.   15/10/2026.
000310 DATE-COMPILED.  15/10/2026.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. GNUCOBOL.
000350 OBJECT-COMPUTER. GNUCOBOL.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EXCEPTION-FILE ASSIGN TO "PENDEXC"
000390            ORGANIZATION IS INDEXED
000400            ACCESS MODE IS DYNAMIC
000410            RECORD KEY IS PX-ENTRY-KEY
000420            FILE STATUS IS WS-EXCEPTION-STATUS.
000430
000440     SELECT RELEASED-FILE ASSIGN TO "RELEASED"
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WS-RELEASED-STATUS.
000470
000480     SELECT DECLINE-FILE ASSIGN TO "DECLRPT"
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS WS-DECLINE-STATUS.
000510
000520     SELECT OPERMST-FILE ASSIGN TO "OPERMST"
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS RANDOM
000550            RECORD KEY IS OPM-OPER-ID
000560            FILE STATUS IS WS-OPERMST-STATUS.
000570
000573     SELECT DECLINE-SORT-FILE ASSIGN TO "SORTWK01".
000574
000575     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000576            ORGANIZATION IS SEQUENTIAL
000577            FILE STATUS IS WS-BUSDATE-STATUS.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EXCEPTION-FILE.
000610 COPY CALCPEXC.
000620
000630 FD  RELEASED-FILE
000640     RECORDING MODE IS F.
000650 01  RELEASED-RECORD             PIC X(131).
000660
000670 FD  DECLINE-FILE.
000680 01  DECLINE-LINE                PIC X(80).
000690
000700 FD  OPERMST-FILE.
000710 COPY CALCOPER.
000711
000712 SD  DECLINE-SORT-FILE.
000713 01  SORT-RECORD.
000714     05  SR-SUBMITTER-ID         PIC X(08).
000715     05  SR-EXCEPTION-IMAGE.
000716         10  SR-ENTRY-KEY        PIC X(20).
000717         10  FILLER              PIC X(244).
000718
000719 FD  BUSDATE-FILE
000720     RECORDING MODE IS F.
000721 COPY CALCBDTE.
000722
000730 WORKING-STORAGE SECTION.
000740 77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
000750 77  WS-DECLINED-COUNT           PIC 9(07) COMP VALUE ZERO.
000760 77  WS-STILL-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
000770 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
000780 77  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
000790
000800 01  WS-EXCEPTION-STATUS         PIC X(02).
000810     88  EXCEPTION-OK            VALUE "00".
000820     88  EXCEPTION-NOT-FOUND     VALUE "05", "35".
000830
000840 01  WS-RELEASED-STATUS          PIC X(02).
000850     88  RELEASED-OK             VALUE "00".
000860
000870 01  WS-DECLINE-STATUS           PIC X(02).
000880     88  DECLINE-OK              VALUE "00".
000890
000900 01  WS-OPERMST-STATUS           PIC X(02).
000910     88  OPERMST-OK              VALUE "00".
000912
000914 01  WS-BUSDATE-STATUS           PIC X(02).
000916     88  BUSDATE-OK              VALUE "00".
000918     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
000920
000930 01  WS-SWITCHES.
000940     05  WS-EOF-SW               PIC X(01) VALUE "N".
000950         88  END-OF-EXCEPTIONS   VALUE "Y".
000960     05  WS-PENDEXC-SW           PIC X(01) VALUE "N".
000970         88  PENDEXC-PRESENT     VALUE "Y".
000980         88  PENDEXC-ABSENT      VALUE "N".
000990     05  WS-OPER-MASTER-SW       PIC X(01) VALUE "N".
001000         88  OPER-MASTER-PRESENT VALUE "Y".
001010         88  OPER-MASTER-ABSENT  VALUE "N".
001013     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001016         88  END-OF-SORTED       VALUE "Y".
001020
001030 01  WS-TODAY                    PIC 9(08).
001035 01  WS-BUS-DATE                 PIC 9(08).
001040 01  WS-CURR-SUBMITTER           PIC X(08) VALUE HIGH-VALUES.
001050 01  WS-CURR-SUBMITTER-NAME      PIC X(30) VALUE SPACES.
001060
001070 01  WS-OPER-NAMES.
001080     05  FILLER                  PIC X(14) VALUE "ADICAO        ".
001090     05  FILLER                  PIC X(14) VALUE "SUBTRACAO     ".
001100     05  FILLER                  PIC X(14) VALUE "MULTIPLICACAO ".
001110     05  FILLER                  PIC X(14) VALUE "DIVISAO       ".
001120     05  FILLER                  PIC X(14) VALUE "TODAS         ".
001130     05  FILLER                  PIC X(14) VALUE "PORCENTAGEM   ".
001140     05  FILLER                  PIC X(14) VALUE "RESTO         ".
001150     05  FILLER                  PIC X(14) VALUE "POTENCIA      ".
001160 01  WS-OPER-NAME-TABLE REDEFINES WS-OPER-NAMES.
001170     05  WS-OPER-NAME OCCURS 8 TIMES
001180                                 PIC X(14).
001190
001200 01  WS-PAGE-HEADING-1.
001210     05  FILLER                  PIC X(33) VALUE
001220         "CALCRELS - RESULTADOS RECUSADOS  ".
001230     05  WH-DATE                 PIC 9(08).
001240     05  FILLER                  PIC X(10) VALUE
001250         "   PAGINA ".
001260     05  WH-PAGE                 PIC ZZZZ9.
001270     05  FILLER                  PIC X(24) VALUE SPACES.
001280
001290 01  WS-PAGE-HEADING-2.
001300     05  FILLER                  PIC X(06) VALUE "PARA: ".
001310     05  WH-SUBMITTER            PIC X(08).
001320     05  FILLER                  PIC X(03) VALUE " - ".
001330     05  WH-SUBMITTER-NAME       PIC X(30).
001340     05  FILLER                  PIC X(33) VALUE SPACES.
001350
001360 01  WS-PAGE-HEADING-3.
001370     05  FILLER                  PIC X(39) VALUE
001380         "OS RESULTADOS ABAIXO FORAM RETIDOS POR ".
001390     05  FILLER                  PIC X(41) VALUE
001400         "EXCEDER O LIMITE E RECUSADOS NA REVISAO. ".
001410
001420 01  WS-COLUMN-HEADING.
001430     05  FILLER                  PIC X(23) VALUE
001440         "LANCAMENTO             ".
001450     05  FILLER                  PIC X(09) VALUE "REF      ".
001460     05  FILLER                  PIC X(15) VALUE
001470         "OPERACAO       ".
001480     05  FILLER                  PIC X(17) VALUE
001490         "        RESULTADO".
001500     05  FILLER                  PIC X(16) VALUE SPACES.
001510
001520 01  WS-DETAIL-LINE-1.
001530     05  WD-LDG-DATE             PIC 9(08).
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  WD-LDG-TIME             PIC 9(08).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  WD-LDG-SEQ              PIC 9(04).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  WD-REF-ID               PIC X(08).
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  WD-OPER-NAME            PIC X(14).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  WD-AMOUNT               PIC -(13)9.99.
001640     05  FILLER                  PIC X(16) VALUE SPACES.
001650
001660 01  WS-DETAIL-LINE-2.
001670     05  FILLER                  PIC X(10) VALUE "  LIMITE: ".
001680     05  WD-LIMIT                PIC Z(13)9.99.
001690     05  FILLER                  PIC X(10) VALUE "  MOTIVO: ".
001700     05  WD-REASON               PIC X(30).
001710     05  FILLER                  PIC X(13) VALUE SPACES.
001720
001730 01  WS-DETAIL-LINE-3.
001740     05  FILLER                  PIC X(16) VALUE
001750         "  RECUSADO POR: ".
001760     05  WD-SUPV-ID              PIC X(08).
001770     05  FILLER                  PIC X(04) VALUE " EM ".
001780     05  WD-DECISION-DATE        PIC 9(08).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  WD-DECISION-TIME        PIC 9(08).
001810     05  FILLER                  PIC X(35) VALUE SPACES.
001820
001830 01  WS-NONE-LINE                PIC X(80) VALUE
001840     "NENHUM RESULTADO RECUSADO A DEVOLVER.".
001850
001860 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001870
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001906     SORT DECLINE-SORT-FILE
001912         ON ASCENDING KEY SR-SUBMITTER-ID SR-ENTRY-KEY
001918         INPUT PROCEDURE IS 2500-SELECT-EXCEPTIONS THRU 2500-EXIT
001924         OUTPUT PROCEDURE IS 2600-PRINT-DECLINED THRU 2600-EXIT.
001930     PERFORM 3000-FINISH THRU 3000-EXIT.
001940     PERFORM 4000-TERMINATE THRU 4000-EXIT.
001950     STOP RUN.
001960
001970 1000-INITIALIZE.
001980     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001983     MOVE WS-TODAY TO WS-BUS-DATE.
001986     PERFORM 1100-LOAD-BUS-DATE THRU 1100-EXIT.
001990     OPEN OUTPUT RELEASED-FILE.
002000     IF NOT RELEASED-OK
002010         DISPLAY "RELEASED COULD NOT BE OPENED - STATUS "
002020                 WS-RELEASED-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     OPEN OUTPUT DECLINE-FILE.
002070     IF NOT DECLINE-OK
002080         DISPLAY "DECLRPT COULD NOT BE OPENED - STATUS "
002090                 WS-DECLINE-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     OPEN I-O EXCEPTION-FILE.
002140     IF EXCEPTION-NOT-FOUND
002150         DISPLAY "PENDEXC NOT FOUND - NOTHING HELD, NOTHING TO "
002160                 "RELEASE."
002170         SET END-OF-EXCEPTIONS TO TRUE
002180         GO TO 1000-EXIT
002190     END-IF.
002200     IF NOT EXCEPTION-OK
002210         DISPLAY "PENDEXC COULD NOT BE OPENED - STATUS "
002220                 WS-EXCEPTION-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     SET PENDEXC-PRESENT TO TRUE.
002270     OPEN INPUT OPERMST-FILE.
002280     IF OPERMST-OK
002290         SET OPER-MASTER-PRESENT TO TRUE
002300     ELSE
002310         DISPLAY "OPERMST COULD NOT BE OPENED - STATUS "
002320                 WS-OPERMST-STATUS
002330                 " - SUBMITTER NAMES NOT PRINTED"
002340     END-IF.
002350     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
002360 1000-EXIT.
002370     EXIT.
002371
002372 1100-LOAD-BUS-DATE.
002373     OPEN INPUT BUSDATE-FILE.
002374     IF BUSDATE-NOT-FOUND
002375         GO TO 1100-EXIT
002376     END-IF.
002377     IF NOT BUSDATE-OK
002378         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
002379                 WS-BUSDATE-STATUS
002380         MOVE 16 TO RETURN-CODE
002381         STOP RUN
002382     END-IF.
002383     READ BUSDATE-FILE
002384         NOT AT END
002385             MOVE BDT-OPEN-DATE TO WS-BUS-DATE
002386     END-READ.
002387     CLOSE BUSDATE-FILE.
002388 1100-EXIT.
002389     EXIT.
002390
002391 2000-PROCESS-EXCEPTION.
002400     IF PX-HELD
002410         ADD 1 TO WS-STILL-HELD-COUNT
002420     END-IF.
002430     IF PX-RELEASED
002440         PERFORM 2200-SEND-RELEASED THRU 2200-EXIT
002450     END-IF.
002460     IF PX-DECLINED
002470         PERFORM 2250-RELEASE-DECLINED THRU 2250-EXIT
002480     END-IF.
002490     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
002500 2000-EXIT.
002510     EXIT.
002520
002530 2100-READ-EXCEPTION.
002540     READ EXCEPTION-FILE NEXT RECORD
002550         AT END
002560             SET END-OF-EXCEPTIONS TO TRUE
002570     END-READ.
002580 2100-EXIT.
002590     EXIT.
002600
002610*    THE SAVED OUTFILE IMAGE GOES OUT UNCHANGED; THE ITEM IS
002620*    MARKED SENT ONLY AFTER THE LINE IS WRITTEN, SO A FAILURE
002630*    LEAVES IT RELEASED FOR THE RERUN.
002640 2200-SEND-RELEASED.
002650     WRITE RELEASED-RECORD FROM PX-OUT-IMAGE.
002660     IF NOT RELEASED-OK
002670         DISPLAY "RELEASED WRITE FAILED - STATUS "
002680                 WS-RELEASED-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     SET PX-DISTRIBUTED TO TRUE.
002730     MOVE WS-BUS-DATE TO PX-SENT-DATE.
002740     PERFORM 2400-REWRITE-EXCEPTION THRU 2400-EXIT.
002750     ADD 1 TO WS-RELEASED-COUNT.
002760 2200-EXIT.
002770     EXIT.
002780
002781*    A DECLINED ITEM GOES TO THE SORT WITH ITS SUBMITTER IN
002782*    FRONT; THE OUTPUT PROCEDURE PRINTS IT AND MARKS IT RETURNED.
002783 2250-RELEASE-DECLINED.
002784     MOVE PX-SUBMITTER-ID TO SR-SUBMITTER-ID.
002785     MOVE EXCEPTION-RECORD TO SR-EXCEPTION-IMAGE.
002786     RELEASE SORT-RECORD.
002787 2250-EXIT.
002788     EXIT.
002789
002790 2300-REPORT-DECLINED.
002795     MOVE SR-EXCEPTION-IMAGE TO EXCEPTION-RECORD.
002800     IF PX-SUBMITTER-ID NOT = WS-CURR-SUBMITTER
002810         PERFORM 2900-START-SUBMITTER THRU 2900-EXIT
002820     END-IF.
002830     IF WS-LINE-COUNT NOT LESS THAN 52
002840         PERFORM 2950-PAGE-HEADING THRU 2950-EXIT
002850     END-IF.
002860     MOVE PX-LDG-DATE TO WD-LDG-DATE.
002870     MOVE PX-LDG-TIME TO WD-LDG-TIME.
002880     MOVE PX-LDG-SEQ TO WD-LDG-SEQ.
002890     MOVE PX-REF-ID TO WD-REF-ID.
002900     IF PX-OPER-CODE > ZERO AND PX-OPER-CODE < 9
002910         MOVE WS-OPER-NAME (PX-OPER-CODE) TO WD-OPER-NAME
002920     ELSE
002930         MOVE SPACES TO WD-OPER-NAME
002940     END-IF.
002950     MOVE PX-OVER-AMOUNT TO WD-AMOUNT.
002960     MOVE PX-LIMIT TO WD-LIMIT.
002970     MOVE PX-DECLINE-REASON TO WD-REASON.
002980     MOVE PX-SUPV-ID TO WD-SUPV-ID.
002990     MOVE PX-DECISION-DATE TO WD-DECISION-DATE.
003000     MOVE PX-DECISION-TIME TO WD-DECISION-TIME.
003010     WRITE DECLINE-LINE FROM WS-DETAIL-LINE-1.
003020     WRITE DECLINE-LINE FROM WS-DETAIL-LINE-2.
003030     WRITE DECLINE-LINE FROM WS-DETAIL-LINE-3.
003040     WRITE DECLINE-LINE FROM WS-BLANK-LINE.
003050     ADD 4 TO WS-LINE-COUNT.
003060     SET PX-RETURNED TO TRUE.
003070     MOVE WS-BUS-DATE TO PX-SENT-DATE.
003080     PERFORM 2400-REWRITE-EXCEPTION THRU 2400-EXIT.
003090     ADD 1 TO WS-DECLINED-COUNT.
003095     PERFORM 2700-RETURN-DECLINED THRU 2700-EXIT.
003100 2300-EXIT.
003110     EXIT.
003120
003130 2400-REWRITE-EXCEPTION.
003140     REWRITE EXCEPTION-RECORD.
003150     IF NOT EXCEPTION-OK
003160         DISPLAY "PENDEXC REWRITE FAILED - STATUS "
003170                 WS-EXCEPTION-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210 2400-EXIT.
003220     EXIT.
003221
003222 2500-SELECT-EXCEPTIONS.
003223     PERFORM 2000-PROCESS-EXCEPTION THRU 2000-EXIT
003224         UNTIL END-OF-EXCEPTIONS.
003225 2500-EXIT.
003226     EXIT.
003227
003228*    EACH SORTED ITEM PRINTS, THEN IS REWRITTEN RETURNED BY KEY.
003230 2600-PRINT-DECLINED.
003231     PERFORM 2700-RETURN-DECLINED THRU 2700-EXIT.
003232     PERFORM 2300-REPORT-DECLINED THRU 2300-EXIT
003233         UNTIL END-OF-SORTED.
003234 2600-EXIT.
003235     EXIT.
003236
003237 2700-RETURN-DECLINED.
003238     RETURN DECLINE-SORT-FILE
003239         AT END
003240             SET END-OF-SORTED TO TRUE
003241     END-RETURN.
003242 2700-EXIT.
003243     EXIT.
003244
003245 2900-START-SUBMITTER.
003250     MOVE PX-SUBMITTER-ID TO WS-CURR-SUBMITTER.
003260     MOVE "*** NAO CADASTRADO ***" TO WS-CURR-SUBMITTER-NAME.
003270     IF OPER-MASTER-PRESENT
003280         MOVE WS-CURR-SUBMITTER TO OPM-OPER-ID
003290         READ OPERMST-FILE
003300             NOT INVALID KEY
003310                 MOVE OPM-NAME TO WS-CURR-SUBMITTER-NAME
003320         END-READ
003330     END-IF.
003340     PERFORM 2950-PAGE-HEADING THRU 2950-EXIT.
003350 2900-EXIT.
003360     EXIT.
003370
003380 2950-PAGE-HEADING.
003390     ADD 1 TO WS-PAGE-COUNT.
003400     MOVE WS-TODAY TO WH-DATE.
003410     MOVE WS-PAGE-COUNT TO WH-PAGE.
003420     MOVE WS-CURR-SUBMITTER TO WH-SUBMITTER.
003430     MOVE WS-CURR-SUBMITTER-NAME TO WH-SUBMITTER-NAME.
003440     WRITE DECLINE-LINE FROM WS-PAGE-HEADING-1
003450         AFTER ADVANCING PAGE.
003460     WRITE DECLINE-LINE FROM WS-PAGE-HEADING-2.
003470     WRITE DECLINE-LINE FROM WS-PAGE-HEADING-3.
003480     WRITE DECLINE-LINE FROM WS-BLANK-LINE.
003490     WRITE DECLINE-LINE FROM WS-COLUMN-HEADING.
003500     WRITE DECLINE-LINE FROM WS-BLANK-LINE.
003510     MOVE 6 TO WS-LINE-COUNT.
003520 2950-EXIT.
003530     EXIT.
003540
003550 3000-FINISH.
003560     IF WS-DECLINED-COUNT = ZERO
003570         WRITE DECLINE-LINE FROM WS-NONE-LINE
003580     END-IF.
003590     DISPLAY "RELEASED ITEMS SENT TO DISTRIBUTION: "
003600             WS-RELEASED-COUNT.
003610     DISPLAY "DECLINED ITEMS REPORTED:             "
003620             WS-DECLINED-COUNT.
003630     DISPLAY "ITEMS STILL HELD FOR REVIEW:         "
003640             WS-STILL-HELD-COUNT.
003650 3000-EXIT.
003660     EXIT.
003670
003680 4000-TERMINATE.
003690     IF PENDEXC-PRESENT
003700         CLOSE EXCEPTION-FILE
003710     END-IF.
003720     IF OPER-MASTER-PRESENT
003730         CLOSE OPERMST-FILE
003740     END-IF.
003750     CLOSE RELEASED-FILE.
003760     CLOSE DECLINE-FILE.
003770 4000-EXIT.
003780     EXIT.
003790
003800 END PROGRAM CALCRELS.
