000310*                       OUTSIDE THE DEPARTMENT SUMS, SO THE     *
000320*                       BACKED-OUT ENTRY IS NOT MISTAKEN FOR    *
000330*                       LIVE VOLUME.                            *
000331*      15/10/2026  DA   EACH DEPARTMENT SECTION NOW PRINTS THE  *
000332*                       DEPARTMENT NAME AND DISTRIBUTION        *
000333*                       DESTINATION FROM THE DEPARTMENT MASTER  *
000334*                       (DEPTMST, SEE CALCDEPT) BESIDE THE      *
000335*                       CODE.  A CODE NOT ON FILE (OR NO        *
000336*                       DEPTMST) PRINTS "NAO CADASTRADO" SO THE *
000337*                       GAP IS VISIBLE.                         *
000340*                                                                *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS WS-DIST-STATUS.
000550
000551     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
000552            ORGANIZATION IS INDEXED
000553            ACCESS MODE IS DYNAMIC
000554            RECORD KEY IS DPM-DEPT-CODE
000555            FILE STATUS IS WS-DEPTMST-STATUS.
000556
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  OUT-FILE
000970 FD  DIST-FILE.
000980 01  DIST-LINE                   PIC X(80).
000990
000992 FD  DEPTMST-FILE.
000994 COPY CALCDEPT.
000996
001000 WORKING-STORAGE SECTION.
001010 77  WS-TRAN-COUNT               PIC 9(07) COMP VALUE ZERO.
001020 77  WS-DIVERR-COUNT             PIC 9(07) COMP VALUE ZERO.
001170 01  WS-DIST-STATUS              PIC X(02).
001180     88  DIST-OK                 VALUE "00".
001190
001192 01  WS-DEPTMST-STATUS           PIC X(02).
001194     88  DEPTMST-OK              VALUE "00".
001196     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
001198
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SW               PIC X(01) VALUE "N".
001220         88  END-OF-OUTFILE      VALUE "Y".
001222     05  WS-DEPT-MASTER-SW       PIC X(01) VALUE "N".
001224         88  DEPT-MASTER-PRESENT VALUE "Y".
001226         88  DEPT-MASTER-ABSENT  VALUE "N".
001230
001240 01  WS-TODAY                    PIC 9(08).
001250 01  WS-CURR-DEPT                PIC X(02) VALUE SPACES.
001253 01  WS-CURR-DEPT-NAME           PIC X(30) VALUE SPACES.
001256 01  WS-CURR-DEPT-DEST           PIC X(08) VALUE SPACES.
001260
001270 01  WS-NUM-SUMS.
001280     05  WS-NUM1-SUM             PIC S9(11)V99 VALUE ZERO
001560     05  FILLER                  PIC X(14) VALUE
001570         "DEPARTAMENTO: ".
001580     05  WH-DEPT                 PIC X(02).
001582     05  FILLER                  PIC X(03) VALUE " - ".
001584     05  WH-DEPT-NAME            PIC X(30).
001586     05  FILLER                  PIC X(11) VALUE
001588         "  DESTINO: ".
001590     05  WH-DEPT-DEST            PIC X(08).
001592     05  FILLER                  PIC X(12) VALUE SPACES.
001600
001610 01  WS-COLUMN-HEADING.
001620     05  FILLER                  PIC X(09) VALUE "REF      ".
001880         "--- TOTAIS DO DEPARTAMENTO ".
001890     05  WT-DEPT                 PIC X(02).
001900     05  FILLER                  PIC X(04) VALUE " ---".
001905     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  WT-DEPT-NAME            PIC X(30).
001915     05  FILLER                  PIC X(09) VALUE SPACES.
001920
001930 01  WS-TOTAL-COUNT-LINE.
001940     05  WT-COUNT-LABEL          PIC X(30).
002340             PERFORM 2100-READ-OUTFILE THRU 2100-EXIT
002350         END-IF
002360     END-IF.
002361     OPEN INPUT DEPTMST-FILE.
002362     IF DEPTMST-OK
002363         SET DEPT-MASTER-PRESENT TO TRUE
002364     ELSE
002365         DISPLAY "DEPTMST COULD NOT BE OPENED - STATUS "
002366                 WS-DEPTMST-STATUS
002367                 " - DEPARTMENT NAMES NOT PRINTED"
002368     END-IF.
002370     IF NOT END-OF-OUTFILE
002380         PERFORM 2900-START-DEPARTMENT THRU 2900-EXIT
002390     END-IF.
004220
004230 2800-DEPT-TOTALS.
004240     MOVE WS-CURR-DEPT TO WT-DEPT.
004245     MOVE WS-CURR-DEPT-NAME TO WT-DEPT-NAME.
004250     WRITE DIST-LINE FROM WS-BLANK-LINE.
004260     WRITE DIST-LINE FROM WS-TOTAL-HEADING.
004270     MOVE "TRANSACOES:                   " TO WT-COUNT-LABEL.
004630                  WS-POWERR-COUNT WS-CHAIN-COUNT
004640                  WS-ESTORNO-COUNT.
004650     MOVE ZERO TO WS-NUM1-SUM WS-NUM2-SUM.
004655     PERFORM 2910-LOOKUP-DEPT THRU 2910-EXIT.
004660     PERFORM 2950-PAGE-HEADING THRU 2950-EXIT.
004670 2900-EXIT.
004680     EXIT.
004681
004682 2910-LOOKUP-DEPT.
004683     MOVE "*** NAO CADASTRADO ***" TO WS-CURR-DEPT-NAME.
004684     MOVE SPACES TO WS-CURR-DEPT-DEST.
004685     IF DEPT-MASTER-ABSENT
004686         GO TO 2910-EXIT
004687     END-IF.
004688     MOVE WS-CURR-DEPT TO DPM-DEPT-CODE.
004689     READ DEPTMST-FILE
004690         INVALID KEY
004691             GO TO 2910-EXIT
004692     END-READ.
004693     MOVE DPM-NAME TO WS-CURR-DEPT-NAME.
004694     MOVE DPM-DEST TO WS-CURR-DEPT-DEST.
004695 2910-EXIT.
004696     EXIT.
004697
004700 2950-PAGE-HEADING.
004710     ADD 1 TO WS-PAGE-COUNT.
004720     MOVE WS-TODAY TO WH-DATE.
004730     MOVE WS-PAGE-COUNT TO WH-PAGE.
004740     MOVE WS-CURR-DEPT TO WH-DEPT.
004743     MOVE WS-CURR-DEPT-NAME TO WH-DEPT-NAME.
004746     MOVE WS-CURR-DEPT-DEST TO WH-DEPT-DEST.
004750     WRITE DIST-LINE FROM WS-PAGE-HEADING-1
004760         AFTER ADVANCING PAGE.
004770     WRITE DIST-LINE FROM WS-PAGE-HEADING-2.
004930         CLOSE OUT-FILE
004940     END-IF.
004950     CLOSE DIST-FILE.
004952     IF DEPT-MASTER-PRESENT
004954         CLOSE DEPTMST-FILE
004956     END-IF.
004960 4000-EXIT.
004970     EXIT.
004980
