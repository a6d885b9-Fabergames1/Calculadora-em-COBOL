000420*                       (131 BYTES).  REVERSAL LINES STAY IN     *
000430*                       THE TOTALS: THEY POST MATCHING LEDGER    *
000440*                       ENTRIES, SO BOTH SIDES CARRY THEM.       *
000441*      15/10/2026  DA   BALANCES THE CALCBAT LEDGER ENTRIES OF  *
000442*                       THE BUSINESS DATE OPEN ON THE BUSDATE   *
000443*                       CONTROL FILE (SEE CALCBDTE), WHICH IS   *
000444*                       WHAT CALCBAT NOW POSTS TO, INSTEAD OF   *
000445*                       THE SYSTEM DATE.  THE HEADING NOW READS *
000446*                       "DATA DE NEGOCIO".                      *
000447*      15/10/2026  DA   RESULTS CALCBAT HELD FOR SUPERVISOR     *
000448*                       REVIEW POST TO THE LEDGER BUT NOT TO    *
000449*                       OUTFILE; THEIR SAVED OUTFILE LINES ON   *
000450*                       PENDEXC (SEE CALCPEXC) FOR THE BUSINESS *
000451*                       DATE ARE NOW ADDED TO THE OUTFILE SIDE  *
000452*                       AND COUNTED ON THEIR OWN LINE.  NO      *
000453*                       PENDEXC MEANS NOTHING WAS HELD.         *
000454*                                                                *
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.     CALCRECN.
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-RECON-STATUS.
000760
000762     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000764            ORGANIZATION IS SEQUENTIAL
000766            FILE STATUS IS WS-BUSDATE-STATUS.
000768
000769     SELECT EXCEPTION-FILE ASSIGN TO "PENDEXC"
000770            ORGANIZATION IS INDEXED
000771            ACCESS MODE IS DYNAMIC
000772            RECORD KEY IS PX-ENTRY-KEY
000773            FILE STATUS IS WS-EXCEPTION-STATUS.
000774
000775 DATA DIVISION.
000780 FILE SECTION.
000790 FD  OUT-FILE
000800     RECORDING MODE IS F.
001190 FD  RECON-FILE.
001200 01  RECON-LINE                  PIC X(80).
001210
001212 FD  BUSDATE-FILE
001214     RECORDING MODE IS F.
001216 COPY CALCBDTE.
001218
001219 FD  EXCEPTION-FILE.
001220 COPY CALCPEXC.
001221
001222 WORKING-STORAGE SECTION.
001230 01  WS-OUT-STATUS               PIC X(02).
001240     88  OUT-OK                  VALUE "00".
001250     88  OUT-NOT-FOUND           VALUE "05", "35".
001310 01  WS-RECON-STATUS             PIC X(02).
001320     88  RECON-OK                VALUE "00".
001330
001332 01  WS-BUSDATE-STATUS           PIC X(02).
001334     88  BUSDATE-OK              VALUE "00".
001336     88  BUSDATE-NOT-FOUND       VALUE "05", "35".
001338
001339 01  WS-EXCEPTION-STATUS         PIC X(02).
001340     88  EXCEPTION-OK            VALUE "00".
001341     88  EXCEPTION-NOT-FOUND     VALUE "05", "35".
001342
001343 01  WS-BUS-DATE                 PIC 9(08).
001350
001360 01  WS-SWITCHES.
001370     05  WS-OUT-EOF-SW           PIC X(01) VALUE "N".
001410     05  WS-BALANCE-SW           PIC X(01) VALUE "Y".
001420         88  IN-BALANCE          VALUE "Y".
001430         88  OUT-OF-BALANCE      VALUE "N".
001432     05  WS-HELD-EOF-SW          PIC X(01) VALUE "N".
001434         88  END-OF-HELD         VALUE "Y".
001436     05  WS-HELD-FILE-SW         PIC X(01) VALUE "N".
001438         88  HELD-FILE-PRESENT   VALUE "Y".
001440
001450 01  WS-OUT-TOTALS.
001460     05  WS-OUT-COUNT            PIC S9(09) COMP VALUE ZERO.
001520     05  WS-OUT-OVFL-COUNT       PIC S9(09) COMP VALUE ZERO.
001530     05  WS-OUT-OVFL3-COUNT      PIC S9(09) COMP VALUE ZERO.
001540     05  WS-OUT-POWERR-COUNT     PIC S9(09) COMP VALUE ZERO.
001545     05  WS-OUT-HELD-COUNT       PIC S9(09) COMP VALUE ZERO.
001550
001560 01  WS-LDG-TOTALS.
001570     05  WS-LDG-COUNT            PIC S9(09) COMP VALUE ZERO.
001800         "CALCRECN - CONCILIACAO OUTFILE X LEDGER (CALCBAT)".
001810
001820 01  WS-HEADING-2.
001830     05  FILLER                  PIC X(17) VALUE
001835         "DATA DE NEGOCIO: ".
001840     05  WH-DATE                 PIC 9(08).
001850     05  FILLER                  PIC X(55) VALUE SPACES.
001860
001870 01  WS-HEADING-3.
001880     05  FILLER                  PIC X(16) VALUE SPACES.
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  WA-DIFF-AMOUNT          PIC -(09)9.99.
002150     05  FILLER                  PIC X(23) VALUE SPACES.
002151
002152 01  WS-INFO-LINE.
002153     05  WI-LABEL                PIC X(16).
002154     05  WI-COUNT                PIC Z(12)9.
002155     05  FILLER                  PIC X(51) VALUE SPACES.
002160
002170 01  WS-VERDICT-LINE.
002180     05  WV-TEXT                 PIC X(80).
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     PERFORM 2000-PROCESS-OUTFILE THRU 2000-EXIT
002240             UNTIL END-OF-OUTFILE.
002243     PERFORM 2300-PROCESS-HELD THRU 2300-EXIT
002246             UNTIL END-OF-HELD.
002250     PERFORM 2500-PROCESS-LEDGER THRU 2500-EXIT
002260             UNTIL END-OF-LEDGER.
002270     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT.
002290     STOP RUN.
002300
002310 1000-INITIALIZE.
002320     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
002325     PERFORM 1100-LOAD-BUS-DATE THRU 1100-EXIT.
002330     OPEN OUTPUT RECON-FILE.
002340     IF NOT RECON-OK
002350         DISPLAY "RECNRPT COULD NOT BE OPENED - STATUS "
002630             PERFORM 1200-START-AT-TODAY THRU 1200-EXIT
002640         END-IF
002650     END-IF.
002655     PERFORM 1300-START-HELD THRU 1300-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680
002681*    THE RECONCILIATION COVERS THE BUSINESS DATE STILL OPEN ON
002682*    BUSDATE -- THIS RUNS BEFORE CALCCLOS CLOSES IT.  NO BUSDATE
002683*    BALANCES THE SYSTEM DATE ALREADY ACCEPTED.
002684 1100-LOAD-BUS-DATE.
002685     OPEN INPUT BUSDATE-FILE.
002686     IF BUSDATE-NOT-FOUND
002687         GO TO 1100-EXIT
002688     END-IF.
002689     IF NOT BUSDATE-OK
002690         DISPLAY "BUSDATE COULD NOT BE OPENED - STATUS "
002691                 WS-BUSDATE-STATUS
002692         MOVE 16 TO RETURN-CODE
002693         STOP RUN
002694     END-IF.
002695     READ BUSDATE-FILE
002696         NOT AT END
002697             MOVE BDT-OPEN-DATE TO WS-BUS-DATE
002698     END-READ.
002699     CLOSE BUSDATE-FILE.
002700 1100-EXIT.
002701     EXIT.
002702
002703 1200-START-AT-TODAY.
002704     MOVE WS-BUS-DATE TO LDG-DATE.
002710     MOVE ZERO TO LDG-TIME LDG-SEQ.
002720     START LEDGER-FILE KEY IS NOT LESS THAN LDG-ENTRY-KEY
002730         INVALID KEY
002780     END-IF.
002790 1200-EXIT.
002800     EXIT.
002801
002802 1300-START-HELD.
002803     OPEN INPUT EXCEPTION-FILE.
002804     IF EXCEPTION-NOT-FOUND
002805         SET END-OF-HELD TO TRUE
002806         GO TO 1300-EXIT
002807     END-IF.
002808     IF NOT EXCEPTION-OK
002809         DISPLAY "PENDEXC COULD NOT BE OPENED - STATUS "
002810                 WS-EXCEPTION-STATUS
002811         MOVE 16 TO RETURN-CODE
002812         STOP RUN
002813     END-IF.
002814     SET HELD-FILE-PRESENT TO TRUE.
002815     MOVE WS-BUS-DATE TO PX-LDG-DATE.
002816     MOVE ZERO TO PX-LDG-TIME PX-LDG-SEQ.
002817     START EXCEPTION-FILE KEY IS NOT LESS THAN PX-ENTRY-KEY
002818         INVALID KEY
002819             SET END-OF-HELD TO TRUE
002820     END-START.
002821     IF NOT END-OF-HELD
002822         PERFORM 2400-READ-HELD THRU 2400-EXIT
002823     END-IF.
002824 1300-EXIT.
002825     EXIT.
002826
002827 2000-PROCESS-OUTFILE.
002830*    A NOT-COMPUTED CHAIN STEP IS DISPLAY-ONLY: CALCBAT POSTS
002840*    NO LEDGER ENTRY FOR IT, SO IT STAYS OUT OF THE TOTALS.
002850     IF OB-CHAIN-ERR = "Y"
002860         PERFORM 2100-READ-OUTFILE THRU 2100-EXIT
002870         GO TO 2000-EXIT
002880     END-IF.
002888     PERFORM 2050-ADD-OUT-LINE THRU 2050-EXIT.
002896     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
002904 2000-EXIT.
002912     EXIT.
002920
002928 2050-ADD-OUT-LINE.
002936     ADD 1 TO WS-OUT-COUNT.
002944     COMPUTE WS-OUT-NUM1-SUM = WS-OUT-NUM1-SUM
002952             + FUNCTION NUMVAL(OB-NUM1).
002960     COMPUTE WS-OUT-NUM2-SUM = WS-OUT-NUM2-SUM
002968             + FUNCTION NUMVAL(OB-NUM2).
002976     IF OB-DIV-ERR = "Y"
002984         ADD 1 TO WS-OUT-DIVERR-COUNT
002992     END-IF.
003000     IF OB-RESULT-OVFL = "Y"
003008         ADD 1 TO WS-OUT-OVFL-COUNT
003016     END-IF.
003024     IF OB-RESULT3-OVFL = "Y"
003032         ADD 1 TO WS-OUT-OVFL3-COUNT
003040     END-IF.
003048     IF OB-RESULT7-ERR = "Y"
003056         ADD 1 TO WS-OUT-POWERR-COUNT
003064     END-IF.
003072 2050-EXIT.
003080     EXIT.
003090
003100 2100-READ-OUTFILE.
003140     END-READ.
003150 2100-EXIT.
003160     EXIT.
003161
003162*    A LINE CALCBAT HELD FOR SUPERVISOR REVIEW WAS POSTED TO THE
003163*    LEDGER BUT WENT TO PENDEXC INSTEAD OF OUTFILE.  ITS SAVED
003164*    OUTFILE IMAGE IS COUNTED ON THE OUTFILE SIDE, WHATEVER THE
003165*    SUPERVISOR HAS SINCE DECIDED, SO THE DAY STILL BALANCES.
003166 2300-PROCESS-HELD.
003167     IF PX-LDG-DATE NOT = WS-BUS-DATE
003168         SET END-OF-HELD TO TRUE
003169         GO TO 2300-EXIT
003170     END-IF.
003171     MOVE PX-OUT-IMAGE TO OUT-RECORD.
003172     ADD 1 TO WS-OUT-HELD-COUNT.
003173     PERFORM 2050-ADD-OUT-LINE THRU 2050-EXIT.
003174     PERFORM 2400-READ-HELD THRU 2400-EXIT.
003175 2300-EXIT.
003176     EXIT.
003177
003178 2400-READ-HELD.
003179     READ EXCEPTION-FILE NEXT RECORD
003180         AT END
003181             SET END-OF-HELD TO TRUE
003182     END-READ.
003183 2400-EXIT.
003184     EXIT.
003185
003186 2500-PROCESS-LEDGER.
003190     IF LDG-DATE NOT = WS-BUS-DATE
003200         SET END-OF-LEDGER TO TRUE
003210         GO TO 2500-EXIT
003220     END-IF.
003700        OR WS-DIFF-POWERR NOT = ZERO
003710         SET OUT-OF-BALANCE TO TRUE
003720     END-IF.
003730     MOVE WS-BUS-DATE TO WH-DATE.
003740     WRITE RECON-LINE FROM WS-HEADING-1.
003750     WRITE RECON-LINE FROM WS-HEADING-2.
003760     WRITE RECON-LINE FROM WS-HEADING-3.
003790     MOVE WS-LDG-COUNT TO WC-LDG-COUNT.
003800     MOVE WS-DIFF-COUNT TO WC-DIFF-COUNT.
003810     WRITE RECON-LINE FROM WS-COUNT-LINE.
003812     MOVE "  INCL. RETIDOS:" TO WI-LABEL.
003814     MOVE WS-OUT-HELD-COUNT TO WI-COUNT.
003816     WRITE RECON-LINE FROM WS-INFO-LINE.
003820     MOVE "SOMA NUM1:      " TO WA-LABEL.
003830     MOVE WS-OUT-NUM1-SUM TO WA-OUT-AMOUNT.
003840     MOVE WS-LDG-NUM1-SUM TO WA-LDG-AMOUNT.
004280         CLOSE LEDGER-FILE
004290     END-IF.
004300     CLOSE RECON-FILE.
004302     IF HELD-FILE-PRESENT
004304         CLOSE EXCEPTION-FILE
004306     END-IF.
004310 4000-EXIT.
004320     EXIT.
004330
