000220*         03  NON-NUMERIC NUM2                                  *
000230*         04  BAD SIGN BYTE                                     *
000240*         05  NON-NUMERIC OPERATION CODE                        *
000250*         06  HEADER CONTROL ERROR (RECORD BEFORE THE FIRST     *
000260*             HEADER, OR NON-NUMERIC BUSINESS DATE)             *
000270*         07  MISSING TRAILER                                   *
000280*         08  TRAILER OUT OF BALANCE (COUNT OR HASH)            *
000290*         09  RECORD AFTER A TRAILER, OUTSIDE ANY GROUP         *
000300*         10  INVALID RECORD TYPE (NOT BLANK, "R" OR "C")       *
000310*         11  CONTINUATION WITHOUT AN OPENING STEP               *
000312*         12  HEADER DEPARTMENT NOT ON THE DEPARTMENT MASTER    *
000314*         13  HEADER DEPARTMENT CLOSED                          *
000316*         14  REF-ID PREFIX NOT THE HEADER DEPARTMENT           *
000317*         15  REF-ID BYTE 3 = "S" (RESERVED FOR STANDING        *
000318*             INSTRUCTIONS) OUTSIDE A CALCSTGN GROUP            *
000320*      A NUMERIC OPERATION CODE OUTSIDE 1-8 IS PASSED THROUGH   *
000330*      UNCHANGED; CALCBAT TREATS IT AS "ALL OPERATIONS".        *
000340*                                                                *
000350*      TRANFILE CARRIES ONE OR MORE DEPARTMENT GROUPS, EACH     *
000354*      A HEADER, ITS DETAILS AND A TRAILER.  EACH GROUP IS      *
000358*      BALANCED AGAINST ITS OWN TRAILER; A GROUP THAT FAILS A   *
000362*      CONTROL CHECK (06-08, 12, 13) IS REJECTED WHOLE AND NONE *
000366*      OF ITS RECORDS PASS, WHILE THE OTHER GROUPS GO THROUGH.  *
000370*      ENDS WITH RETURN CODE 4 WHEN ANY RECORD OR GROUP WAS     *
000374*      REJECTED SO THE SCHEDULER CAN FLAG THE RUN FOR REVIEW,   *
000378*      AND WITH RETURN CODE 8 WHEN NO GROUP WAS ACCEPTED, SO    *
000382*      THE SCHEDULER HOLDS CALCBAT.                             *
000390*                                                                *
000400*   MODIFICATION HISTORY.                                       *
000410*      21/08/2026  DA   INITIAL VERSION.                        *
000700*                       REJECTS WITH THE NEW REASON 11, SO A    *
000710*                       BROKEN CHAIN GOES BACK TO THE           *
000720*                       SUBMITTER WHOLE.                        *
000721*      15/10/2026  DA   THE HEADER DEPARTMENT IS NOW LOOKED UP  *
000722*                       ON THE DEPARTMENT MASTER (DEPTMST, SEE  *
000723*                       CALCDEPT): NOT ON FILE (REASON 12) OR   *
000724*                       CLOSED (REASON 13) REJECTS THE WHOLE    *
000725*                       BATCH WITH RC=8.  A DETAIL WHOSE REF-ID *
000726*                       PREFIX (FIRST TWO BYTES) IS NOT THE     *
000727*                       HEADER DEPARTMENT REJECTS WITH REASON   *
000728*                       14, SO IT CANNOT BE DISTRIBUTED TO THE  *
000729*                       WRONG DEPARTMENT.  A MISSING DEPTMST    *
000730*                       FAILS THE RUN RC=8.                     *
000731*      15/10/2026  DA   TRANFILE MAY NOW CARRY ANY NUMBER OF    *
000732*                       HDR...TRL GROUPS, ONE PER DEPARTMENT    *
000733*                       BATCH.  EACH GROUP'S CLEAN RECORDS ARE  *
000734*                       HELD ON THE GRPWORK WORK FILE UNTIL ITS *
000735*                       TRAILER BALANCES, THEN PASSED TO        *
000736*                       VALIDTRN WITH ONE BATCHCTL ENTRY PER    *
000737*                       ACCEPTED GROUP.  A FAILING GROUP IS     *
000738*                       REJECTED ALONE (RC=4); RC=8 NOW MEANS   *
000739*                       NO GROUP WAS ACCEPTED.  A HEADER WHILE  *
000740*                       A GROUP IS OPEN CLOSES IT WITH REASON   *
000741*                       07 INSTEAD OF REJECTING THE FILE.       *
000742*      15/10/2026  DA   BYTE 3 = "S" OF THE REF-ID IS           *
000743*                       RESERVED FOR CALCSTGN'S STANDING-       *
000744*                       INSTRUCTION REF-IDS (HEADER MARKED      *
000745*                       "STNDINST" IN COLS 14-21).  A DETAIL    *
000746*                       WITH IT IN AN UNMARKED GROUP REJECTS    *
000747*                       WITH THE NEW REASON 15.                 *
000748*                                                                *
000749******************************************************************
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID.     CALCEDIT.
000770 AUTHOR.         D. ALMEIDA.
001000            ORGANIZATION IS SEQUENTIAL
001010            FILE STATUS IS WS-CONTROL-STATUS.
001020
001021     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
001022            ORGANIZATION IS INDEXED
001023            ACCESS MODE IS DYNAMIC
001024            RECORD KEY IS DPM-DEPT-CODE
001025            FILE STATUS IS WS-DEPTMST-STATUS.
001026
001027     SELECT GROUP-WORK-FILE ASSIGN TO "GRPWORK"
001028            ORGANIZATION IS SEQUENTIAL
001029            FILE STATUS IS WS-WORK-STATUS.
001030
001031 DATA DIVISION.
001040 FILE SECTION.
001050 FD  TRANS-FILE
001060     RECORDING MODE IS F.
001070 01  TRANS-RECORD.
001080     05  TB-REF-ID.
001083         10  TB-REF-DEPT         PIC X(02).
001084         10  TB-REF-MARK         PIC X(01).
001085             88  TB-REF-STANDING VALUE "S".
001086         10  FILLER              PIC X(05).
001090     05  TB-OPER-CODE            PIC X(01).
001100     05  TB-NUM1.
001110         10  TB-NUM1-DIGITS      PIC X(07).
001230         88  CTL-HEADER          VALUE "HDR".
001240     05  TH-DEPT-CODE            PIC X(02).
001250     05  TH-BUS-DATE             PIC X(08).
001255     05  TH-ORIGIN               PIC X(08).
001260         88  TH-STANDING-ORIGIN  VALUE "STNDINST".
001265     05  FILLER                  PIC X(39).
001270 01  TRAILER-RECORD.
001280     05  TT-RECORD-TYPE          PIC X(03).
001290         88  CTL-TRAILER         VALUE "TRL".
001600     05  BC-NUM2-HASH            PIC S9(13)V99 SIGN IS
001610                                 TRAILING SEPARATE.
001620
001622 FD  DEPTMST-FILE.
001624 COPY CALCDEPT.
001626
001627 FD  GROUP-WORK-FILE
001628     RECORDING MODE IS F.
001629 01  WORK-RECORD                 PIC X(26).
001630
001631 WORKING-STORAGE SECTION.
001640 77  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
001650 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
001660 77  WS-ACCEPT-COUNT             PIC 9(07) COMP VALUE ZERO.
001670 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
001680
001681 77  WS-GRP-ACCEPT-COUNT         PIC 9(07) COMP VALUE ZERO.
001682 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
001683 77  WS-GROUP-COUNT              PIC 9(03) COMP VALUE ZERO.
001684 77  WS-GROUP-ACC-COUNT          PIC 9(03) COMP VALUE ZERO.
001685 77  WS-GROUP-REJ-COUNT          PIC 9(03) COMP VALUE ZERO.
001686
001690 01  WS-TRANS-STATUS             PIC X(02).
001700     88  TRANS-OK                VALUE "00".
001710     88  TRANS-EOF               VALUE "10".
001790 01  WS-CONTROL-STATUS           PIC X(02).
001800     88  CONTROL-FILE-OK         VALUE "00".
001810
001812 01  WS-DEPTMST-STATUS           PIC X(02).
001814     88  DEPTMST-OK              VALUE "00".
001816     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
001818
001819 01  WS-WORK-STATUS              PIC X(02).
001820     88  WORK-FILE-OK            VALUE "00".
001821
001822 01  WS-SWITCHES.
001830     05  WS-EOF-SW               PIC X(01) VALUE "N".
001840         88  END-OF-FILE         VALUE "Y".
001850     05  WS-EDIT-SW              PIC X(01).
001870         88  RECORD-REJECTED     VALUE "N".
001880     05  WS-HEADER-SW            PIC X(01) VALUE "N".
001890         88  HEADER-SEEN         VALUE "Y".
001900     05  WS-GROUP-SW             PIC X(01) VALUE "N".
001910         88  GROUP-OPEN          VALUE "Y".
001915         88  NO-GROUP-OPEN       VALUE "N".
001920     05  WS-BATCH-SW             PIC X(01) VALUE "Y".
001930         88  BATCH-OK            VALUE "Y".
001940         88  BATCH-REJECTED      VALUE "N".
001942     05  WS-WORK-EOF-SW          PIC X(01) VALUE "N".
001944         88  END-OF-WORK         VALUE "Y".
001946         88  MORE-WORK           VALUE "N".
001947     05  WS-ORIGIN-SW            PIC X(01) VALUE "N".
001948         88  STANDING-GROUP      VALUE "Y".
001949         88  KEYED-GROUP         VALUE "N".
001950
001960 01  WS-REASON-COUNTS.
001970     05  WS-BLANK-COUNT          PIC 9(07) COMP VALUE ZERO.
002020     05  WS-TYPE-COUNT           PIC 9(07) COMP VALUE ZERO.
002030     05  WS-CONT-COUNT           PIC 9(07) COMP VALUE ZERO.
002040     05  WS-CTL-ERR-COUNT        PIC 9(07) COMP VALUE ZERO.
002043     05  WS-DEPT-ERR-COUNT       PIC 9(07) COMP VALUE ZERO.
002046     05  WS-PREFIX-COUNT         PIC 9(07) COMP VALUE ZERO.
002048     05  WS-RESERVED-COUNT       PIC 9(07) COMP VALUE ZERO.
002050
002060 01  WS-PREV-REF-ID              PIC X(08) VALUE SPACES.
002070 01  WS-HEADER-SAVE.
002080     05  WS-HDR-DEPT             PIC X(02) VALUE SPACES.
002090     05  WS-HDR-BUS-DATE         PIC 9(08) VALUE ZERO.
002093
002096 01  WS-SAVE-RECORD              PIC X(60).
002100
002110 01  WS-HASH-TOTALS.
002120     05  WS-NUM1-HASH            PIC S9(13)V99 VALUE ZERO
002230                                 PIC 9(05)V99.
002240
002250 01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002255 01  WS-GROUP-DISPLAY            PIC ZZ9.
002260
002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002350     STOP RUN.
002360
002370 1000-INITIALIZE.
002371     OPEN INPUT DEPTMST-FILE.
002372     IF DEPTMST-NOT-FOUND
002373         DISPLAY "DEPTMST NOT FOUND - BATCH FAILED"
002374         MOVE 8 TO RETURN-CODE
002375         STOP RUN
002376     END-IF.
002377     IF NOT DEPTMST-OK
002378         DISPLAY "DEPTMST COULD NOT BE OPENED - STATUS "
002379                 WS-DEPTMST-STATUS
002380         MOVE 16 TO RETURN-CODE
002381         STOP RUN
002382     END-IF.
002383     OPEN INPUT TRANS-FILE.
002390     IF NOT TRANS-OK
002400         DISPLAY "TRANFILE COULD NOT BE OPENED - STATUS "
002410                 WS-TRANS-STATUS
002690
002700 2000-EDIT-RECORD.
002710     ADD 1 TO WS-RECORDS-READ.
002800     IF CTL-HEADER
002810         PERFORM 2400-PROCESS-HEADER THRU 2400-EXIT
002820     ELSE
002920     EXIT.
002930
002940 2050-EDIT-DETAIL.
002950     IF NO-GROUP-OPEN
002980         PERFORM 2060-REJECT-ORPHAN THRU 2060-EXIT
003010         GO TO 2050-EXIT
003020     END-IF.
003030     ADD 1 TO WS-DETAIL-COUNT.
003040     SET RECORD-CLEAN TO TRUE.
003050     PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT.
003060     IF RECORD-CLEAN
003070         WRITE WORK-RECORD FROM TRANS-RECORD
003080         ADD 1 TO WS-GRP-ACCEPT-COUNT
003090         PERFORM 2260-HASH-ACCEPTED THRU 2260-EXIT
003100         IF TB-TYPE-NORMAL OR TB-TYPE-CONTINUATION
003110             MOVE TB-REF-ID TO WS-PREV-REF-ID
003170     END-IF.
003180 2050-EXIT.
003190     EXIT.
003191
003192*    A DETAIL OUTSIDE ANY HDR...TRL GROUP BELONGS TO NO BATCH:
003193*    BEFORE THE FIRST HEADER IT IS A MISSING HEADER (06), AFTER
003194*    A TRAILER A RECORD AFTER THE TRAILER (09).  NO GROUP IS
003195*    OPEN, SO NONE IS REJECTED WITH IT.
003196 2060-REJECT-ORPHAN.
003197     IF HEADER-SEEN
003198         MOVE "09" TO RJ-REASON-CODE
003199         MOVE "RECORD AFTER TRAILER" TO RJ-REASON-TEXT
003200     ELSE
003201         MOVE "06" TO RJ-REASON-CODE
003202         MOVE "HEADER CONTROL ERROR" TO RJ-REASON-TEXT
003203     END-IF.
003204     PERFORM 2300-WRITE-REJECT THRU 2300-EXIT.
003205     ADD 1 TO WS-CTL-ERR-COUNT.
003206 2060-EXIT.
003207     EXIT.
003208
003210 2100-READ-TRANS.
003220     READ TRANS-FILE
003230         AT END
003830         ADD 1 TO WS-CONT-COUNT
003840         GO TO 2200-EXIT
003850     END-IF.
003851     IF TB-REF-DEPT NOT = WS-HDR-DEPT
003852         MOVE "14" TO RJ-REASON-CODE
003853         MOVE "REF-ID DEPT MISMATCH" TO RJ-REASON-TEXT
003854         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
003855         ADD 1 TO WS-PREFIX-COUNT
003856         GO TO 2200-EXIT
003857     END-IF.
003858*    BYTE 3 = "S" BELONGS TO THE STANDING-INSTRUCTION REF-IDS
003859*    CALCSTGN GENERATES; A KEYED ONE WOULD COLLIDE WITH THEM ON
003860*    THE REGISTRY.
003861     IF TB-REF-STANDING
003862        AND NOT STANDING-GROUP
003863         MOVE "15" TO RJ-REASON-CODE
003864         MOVE "RESERVED REF-ID MARK" TO RJ-REASON-TEXT
003865         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
003866         ADD 1 TO WS-RESERVED-COUNT
003867         GO TO 2200-EXIT
003868     END-IF.
003869 2200-EXIT.
003870     EXIT.
003880
003890 2250-HASH-OPERANDS.
004280 2300-EXIT.
004290     EXIT.
004300
004303*    A HEADER OPENS A NEW DEPARTMENT GROUP.  A GROUP STILL OPEN
004306*    AT THIS POINT NEVER GOT ITS TRAILER AND IS REJECTED FIRST.
004310 2400-PROCESS-HEADER.
004313     IF GROUP-OPEN
004316         PERFORM 2550-MISSING-TRAILER THRU 2550-EXIT
004319     END-IF.
004322     PERFORM 2410-OPEN-GROUP THRU 2410-EXIT.
004325     MOVE TH-DEPT-CODE TO WS-HDR-DEPT.
004326     SET KEYED-GROUP TO TRUE.
004327     IF TH-STANDING-ORIGIN
004328         SET STANDING-GROUP TO TRUE
004329     END-IF.
004330     IF TH-BUS-DATE NOT NUMERIC
004340         MOVE "06" TO RJ-REASON-CODE
004350         MOVE "HEADER CONTROL ERROR" TO RJ-REASON-TEXT
004360         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
004380         SET BATCH-REJECTED TO TRUE
004390         GO TO 2400-EXIT
004400     END-IF.
004430     MOVE TH-BUS-DATE TO WS-HDR-BUS-DATE.
004435     PERFORM 2450-CHECK-DEPT THRU 2450-EXIT.
004440 2400-EXIT.
004450     EXIT.
004451
004452 2410-OPEN-GROUP.
004453     IF WS-GROUP-COUNT = ZERO
004454         DISPLAY "CALCEDIT - HDR/TRL GROUPS"
004455     END-IF.
004456     ADD 1 TO WS-GROUP-COUNT.
004457     SET HEADER-SEEN TO TRUE.
004458     SET GROUP-OPEN TO TRUE.
004459     SET BATCH-OK TO TRUE.
004460     MOVE ZERO TO WS-DETAIL-COUNT.
004461     MOVE ZERO TO WS-GRP-ACCEPT-COUNT.
004462     MOVE ZERO TO WS-NUM1-HASH WS-NUM2-HASH.
004463     MOVE ZERO TO WS-ACC-NUM1-HASH WS-ACC-NUM2-HASH.
004464     MOVE ZERO TO WS-HDR-BUS-DATE.
004465     MOVE SPACES TO WS-PREV-REF-ID.
004466     OPEN OUTPUT GROUP-WORK-FILE.
004467     IF NOT WORK-FILE-OK
004468         DISPLAY "GRPWORK COULD NOT BE OPENED - STATUS "
004469                 WS-WORK-STATUS
004470         MOVE 16 TO RETURN-CODE
004471         STOP RUN
004472     END-IF.
004473 2410-EXIT.
004474     EXIT.
004475
004476*    THE SUBMITTING DEPARTMENT MUST BE ON THE DEPARTMENT MASTER
004477*    AND OPEN; EITHER FAILURE REJECTS THE WHOLE GROUP.
004478 2450-CHECK-DEPT.
004479     MOVE TH-DEPT-CODE TO DPM-DEPT-CODE.
004480     READ DEPTMST-FILE
004481         INVALID KEY
004482             MOVE "12" TO RJ-REASON-CODE
004483             MOVE "DEPT NOT ON MASTER" TO RJ-REASON-TEXT
004484             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
004485             ADD 1 TO WS-DEPT-ERR-COUNT
004486             SET BATCH-REJECTED TO TRUE
004487             GO TO 2450-EXIT
004488     END-READ.
004489     IF DPM-CLOSED
004490         MOVE "13" TO RJ-REASON-CODE
004491         MOVE "DEPARTMENT CLOSED" TO RJ-REASON-TEXT
004492         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
004493         ADD 1 TO WS-DEPT-ERR-COUNT
004494         SET BATCH-REJECTED TO TRUE
004495     END-IF.
004496 2450-EXIT.
004497     EXIT.
004498
004499 2500-PROCESS-TRAILER.
004500     IF NO-GROUP-OPEN
004501         MOVE "09" TO RJ-REASON-CODE
004502         MOVE "RECORD AFTER TRAILER" TO RJ-REASON-TEXT
004510         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
004520         ADD 1 TO WS-CTL-ERR-COUNT
004540         GO TO 2500-EXIT
004550     END-IF.
004570     IF TT-REC-COUNT NOT NUMERIC
004580        OR TT-NUM1-HASH NOT NUMERIC
004590        OR TT-NUM2-HASH NOT NUMERIC
004620         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
004630         ADD 1 TO WS-CTL-ERR-COUNT
004640         SET BATCH-REJECTED TO TRUE
004650         GO TO 2500-CLOSE-GROUP
004660     END-IF.
004670     IF TT-REC-COUNT NOT = WS-DETAIL-COUNT
004680        OR TT-NUM1-HASH NOT = WS-NUM1-HASH
004730         ADD 1 TO WS-CTL-ERR-COUNT
004740         SET BATCH-REJECTED TO TRUE
004750     END-IF.
004753 2500-CLOSE-GROUP.
004756     PERFORM 2600-CLOSE-GROUP THRU 2600-EXIT.
004760 2500-EXIT.
004770     EXIT.
004771
004772*    A MISSING TRAILER HAS NO RECORD OF ITS OWN, SO THE REJECT
004773*    CARRIES A BLANK IMAGE; THE CURRENT RECORD (THE NEXT
004774*    HEADER) IS PUT BACK AFTERWARDS.
004775 2550-MISSING-TRAILER.
004776     MOVE TRANS-RECORD TO WS-SAVE-RECORD.
004777     MOVE SPACES TO TRANS-RECORD.
004778     MOVE "07" TO RJ-REASON-CODE.
004779     MOVE "MISSING TRAILER" TO RJ-REASON-TEXT.
004780     PERFORM 2300-WRITE-REJECT THRU 2300-EXIT.
004781     ADD 1 TO WS-CTL-ERR-COUNT.
004782     SET BATCH-REJECTED TO TRUE.
004783     PERFORM 2600-CLOSE-GROUP THRU 2600-EXIT.
004784     MOVE WS-SAVE-RECORD TO TRANS-RECORD.
004785 2550-EXIT.
004786     EXIT.
004787
004788******************************************************************
004789*   END OF A GROUP.  AN ACCEPTED GROUP'S CLEAN RECORDS ARE      *
004790*   COPIED FROM GRPWORK TO VALIDTRN AND ITS CONTROL FIGURES     *
004791*   WRITTEN TO BATCHCTL, SO CALCBAT SEES THE GROUPS IN THE SAME *
004792*   ORDER ON BOTH FILES.  A REJECTED GROUP'S CLEAN RECORDS ARE  *
004793*   DROPPED: THE DEPARTMENT RESUBMITS THE WHOLE GROUP.          *
004794******************************************************************
004795 2600-CLOSE-GROUP.
004796     CLOSE GROUP-WORK-FILE.
004797     SET NO-GROUP-OPEN TO TRUE.
004798     MOVE WS-GROUP-COUNT TO WS-GROUP-DISPLAY.
004799     MOVE WS-GRP-ACCEPT-COUNT TO WS-COUNT-DISPLAY.
004800     IF BATCH-REJECTED
004801         ADD 1 TO WS-GROUP-REJ-COUNT
004802         ADD WS-GRP-ACCEPT-COUNT TO WS-HELD-COUNT
004803         DISPLAY "  GROUP " WS-GROUP-DISPLAY " DEPT " WS-HDR-DEPT
004804                 " REJECTED - CLEAN RECORDS HELD: "
004805                 WS-COUNT-DISPLAY
004806         GO TO 2600-EXIT
004807     END-IF.
004808     OPEN INPUT GROUP-WORK-FILE.
004809     IF NOT WORK-FILE-OK
004810         DISPLAY "GRPWORK COULD NOT BE OPENED - STATUS "
004811                 WS-WORK-STATUS
004812         MOVE 16 TO RETURN-CODE
004813         STOP RUN
004814     END-IF.
004815     SET MORE-WORK TO TRUE.
004816     PERFORM 2610-READ-WORK THRU 2610-EXIT.
004817     PERFORM 2620-PASS-RECORD THRU 2620-EXIT
004818         UNTIL END-OF-WORK.
004819     CLOSE GROUP-WORK-FILE.
004820     MOVE WS-HDR-DEPT TO BC-DEPT-CODE.
004821     MOVE WS-HDR-BUS-DATE TO BC-BUS-DATE.
004822     MOVE WS-GRP-ACCEPT-COUNT TO BC-REC-COUNT.
004823     MOVE WS-ACC-NUM1-HASH TO BC-NUM1-HASH.
004824     MOVE WS-ACC-NUM2-HASH TO BC-NUM2-HASH.
004825     WRITE CONTROL-RECORD.
004826     ADD 1 TO WS-GROUP-ACC-COUNT.
004827     ADD WS-GRP-ACCEPT-COUNT TO WS-ACCEPT-COUNT.
004828     DISPLAY "  GROUP " WS-GROUP-DISPLAY " DEPT " WS-HDR-DEPT
004829             " ACCEPTED - RECORDS PASSED:     " WS-COUNT-DISPLAY.
004830 2600-EXIT.
004831     EXIT.
004832
004833 2610-READ-WORK.
004834     READ GROUP-WORK-FILE
004835         AT END
004836             SET END-OF-WORK TO TRUE
004837     END-READ.
004838 2610-EXIT.
004839     EXIT.
004840
004841 2620-PASS-RECORD.
004842     WRITE VALID-RECORD FROM WORK-RECORD.
004843     PERFORM 2610-READ-WORK THRU 2610-EXIT.
004844 2620-EXIT.
004845     EXIT.
004846
004847 2700-VERIFY-CONTROLS.
004848     IF GROUP-OPEN
004849         PERFORM 2550-MISSING-TRAILER THRU 2550-EXIT
004850         GO TO 2700-EXIT
004851     END-IF.
004852*    AN EMPTY TRANFILE IS A TRUNCATED TRANSMISSION, NOT A QUIET
004853*    DAY.
004854     IF WS-RECORDS-READ = ZERO
004855         MOVE SPACES TO TRANS-RECORD
004856         MOVE "07" TO RJ-REASON-CODE
004857         MOVE "MISSING TRAILER" TO RJ-REASON-TEXT
004858         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
004859         ADD 1 TO WS-CTL-ERR-COUNT
004870     END-IF.
004960 2700-EXIT.
004970     EXIT.
004980
005040     DISPLAY "  RECORDS ACCEPTED:          " WS-COUNT-DISPLAY.
005050     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
005060     DISPLAY "  RECORDS REJECTED:          " WS-COUNT-DISPLAY.
005061     MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
005062     DISPLAY "  HELD WITH REJECTED GROUPS: " WS-COUNT-DISPLAY.
005063     MOVE WS-GROUP-COUNT TO WS-COUNT-DISPLAY.
005064     DISPLAY "  GROUPS READ:               " WS-COUNT-DISPLAY.
005065     MOVE WS-GROUP-ACC-COUNT TO WS-COUNT-DISPLAY.
005066     DISPLAY "  GROUPS ACCEPTED:           " WS-COUNT-DISPLAY.
005067     MOVE WS-GROUP-REJ-COUNT TO WS-COUNT-DISPLAY.
005068     DISPLAY "  GROUPS REJECTED:           " WS-COUNT-DISPLAY.
005070     MOVE WS-BLANK-COUNT TO WS-COUNT-DISPLAY.
005080     DISPLAY "    01 BLANK RECORD:         " WS-COUNT-DISPLAY.
005090     MOVE WS-NUM1-COUNT TO WS-COUNT-DISPLAY.
005200     DISPLAY "    11 CONTINUATION NO OPEN: " WS-COUNT-DISPLAY.
005210     MOVE WS-CTL-ERR-COUNT TO WS-COUNT-DISPLAY.
005220     DISPLAY "    06-09 CONTROL ERRORS:    " WS-COUNT-DISPLAY.
005222     MOVE WS-DEPT-ERR-COUNT TO WS-COUNT-DISPLAY.
005224     DISPLAY "    12-13 DEPARTMENT ERRORS: " WS-COUNT-DISPLAY.
005226     MOVE WS-PREFIX-COUNT TO WS-COUNT-DISPLAY.
005228     DISPLAY "    14 REF-ID DEPT MISMATCH: " WS-COUNT-DISPLAY.
005229     MOVE WS-RESERVED-COUNT TO WS-COUNT-DISPLAY.
005230     DISPLAY "    15 RESERVED REF-ID MARK: " WS-COUNT-DISPLAY.
005231     IF WS-REJECT-COUNT > ZERO
005240         MOVE 4 TO RETURN-CODE
005250     END-IF.
005253     IF WS-GROUP-REJ-COUNT > ZERO
005256         DISPLAY "  *** GROUP(S) REJECTED - CONTROL RECORD"
005259                 " FAILURE ***"
005262     END-IF.
005265     IF WS-GROUP-ACC-COUNT = ZERO
005270         DISPLAY "  *** BATCH REJECTED - NO GROUP ACCEPTED ***"
005290         MOVE 8 TO RETURN-CODE
005300     END-IF.
005310 3000-EXIT.
005360     CLOSE VALID-FILE.
005370     CLOSE REJECT-FILE.
005380     CLOSE CONTROL-FILE.
005385     CLOSE DEPTMST-FILE.
005390 4000-EXIT.
005400     EXIT.
005410
