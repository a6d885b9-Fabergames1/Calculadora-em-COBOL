000260*      ENDS RC=4 SO THE SCHEDULER FLAGS IT FOR REVIEW.          *
000270*      THE DEPARTMENT IS TAKEN FROM THE FIRST TWO BYTES OF      *
000280*      THE REJECTED REFERENCE (THE REF-ID PREFIX).  ONLY THE    *
000285*      PER-RECORD EDIT REJECTS (REASONS 01-05, 10 AND 15) ARE   *
000290*      REGISTERED; SEE THE LOAD PARAGRAPH FOR WHY.  CURED       *
000295*      RECORDS POST WITHOUT A HEADER, SO THE REF-ID PREFIX OF A *
000300*      CORRECTION MUST ITSELF BE AN OPEN DEPARTMENT ON THE      *
000305*      DEPARTMENT MASTER (DEPTMST).                             *
000310*                                                                *
000320*   MODIFICATION HISTORY.                                       *
000330*      02/09/2026  DA   INITIAL VERSION.                        *
000480*                       CORRECTION FAILS THE EDIT.  CURED      *
000490*                       RECORDS ARE 26 BYTES, MATCHING THE     *
000500*                       WIDENED VALIDATED TRANSACTION.         *
000502*      15/10/2026  DA   HEADER DEPARTMENT REJECTS (REASONS 12   *
000504*                       AND 13) ARE NOT REGISTERED EITHER: LIKE *
000506*                       06-09 THEY ARE CURED BY RESUBMITTING    *
000508*                       THE DEPARTMENT'S HDR...TRL GROUP.       *
000509*      15/10/2026  DA   A CORRECTION WHOSE REF-ID HAS BYTE 3    *
000510*                       = "S" FAILS WITH CALCEDIT'S REASON 15:  *
000511*                       THAT MARK IS RESERVED FOR CALCSTGN'S    *
000512*                       STANDING-INSTRUCTION REF-IDS.           *
000513*      15/10/2026  DA   REASON 14 (REF-ID PREFIX NOT THE        *
000514*                       HEADER DEPARTMENT) IS NO LONGER         *
000515*                       REGISTERED: IT CAN ONLY BE RE-EDITED    *
000516*                       AGAINST THE HEADER, SO IT IS CURED BY   *
000517*                       RESUBMITTING THE GROUP LIKE 12-13.  A   *
000518*                       CORRECTION'S REF-ID PREFIX MUST NOW BE  *
000519*                       AN OPEN DEPARTMENT ON DEPTMST (FAILS    *
000520*                       WITH REASON 12 OR 13).                  *
000521*                                                                *
000522******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.     CALCCORR.
000550 AUTHOR.         D. ALMEIDA.
000830     SELECT CORRRPT-FILE ASSIGN TO "CORRRPT"
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS WS-CORRRPT-STATUS.
000851
000852     SELECT DEPTMST-FILE ASSIGN TO "DEPTMST"
000853            ORGANIZATION IS INDEXED
000854            ACCESS MODE IS RANDOM
000855            RECORD KEY IS DPM-DEPT-CODE
000856            FILE STATUS IS WS-DEPTMST-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
001240
001250 FD  CORRRPT-FILE.
001260 01  CORRRPT-LINE                PIC X(80).
001262
001264 FD  DEPTMST-FILE.
001266 COPY CALCDEPT.
001270
001280 WORKING-STORAGE SECTION.
001290 77  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
001510
001520 01  WS-CORRRPT-STATUS           PIC X(02).
001530     88  CORRRPT-OK              VALUE "00".
001532
001534 01  WS-DEPTMST-STATUS           PIC X(02).
001536     88  DEPTMST-OK              VALUE "00".
001538     88  DEPTMST-NOT-FOUND       VALUE "05", "35".
001540
001550 01  WS-SWITCHES.
001560     05  WS-REJ-EOF-SW           PIC X(01) VALUE "N".
002480     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002490     COMPUTE WS-TODAY-INT
002500             = FUNCTION INTEGER-OF-DATE(WS-TODAY).
002501     OPEN INPUT DEPTMST-FILE.
002502     IF DEPTMST-NOT-FOUND
002503         DISPLAY "DEPTMST NOT FOUND - CORRECTIONS NOT APPLIED"
002504         MOVE 8 TO RETURN-CODE
002505         STOP RUN
002506     END-IF.
002507     IF NOT DEPTMST-OK
002508         DISPLAY "DEPTMST COULD NOT BE OPENED - STATUS "
002509                 WS-DEPTMST-STATUS
002510         MOVE 16 TO RETURN-CODE
002511         STOP RUN
002512     END-IF.
002513     OPEN I-O REJREG-FILE.
002520     IF REJREG-NOT-FOUND
002530         OPEN OUTPUT REJREG-FILE
002540     END-IF.
003070     EXIT.
003080
003090 2000-LOAD-REJECT.
003096*    ONLY PER-RECORD EDIT REJECTS (REASONS 01-05, 10 AND 15)
003102*    ON ORDINARY OR REVERSAL RECORDS CAN BE CURED BY A
003108*    CORRECTION.  BATCH-CONTROL REJECTS (06-09), THE HEADER
003114*    DEPARTMENT REJECTS (12-13) AND THE REF-ID PREFIX REJECT
003120*    (14, WHICH CAN ONLY BE RE-EDITED AGAINST THE HEADER) ARE
003126*    CURED BY RESUBMITTING THE WHOLE GROUP, AND ANY REJECT ON
003132*    A CHAIN CONTINUATION -- REASON 11, OR A PER-RECORD
003140*    REASON ON A RECORD WHOSE TYPE BYTE IS "C" -- BY
003150*    RESUBMITTING THE WHOLE CHAIN.  NONE OF THOSE PASSES
003160*    THROUGH THE REGISTER, SO LOADING THEM WOULD LEAVE
003170*    ENTRIES OPEN ON THE AGING REPORT FOREVER.
003190     IF RJ-REASON-CODE = "06" OR RJ-REASON-CODE = "07"
003200        OR RJ-REASON-CODE = "08" OR RJ-REASON-CODE = "09"
003210        OR RJ-REASON-CODE = "11"
003215        OR RJ-REASON-CODE = "12" OR RJ-REASON-CODE = "13"
003217        OR RJ-REASON-CODE = "14"
003220        OR RJ-TRAN-DATA (26:1) = "C"
003230         ADD 1 TO WS-NOT-REG-COUNT
003240         GO TO 2000-NEXT-REJECT
004210     EXIT.
004220
004230******************************************************************
004235*   SAME EDITS CALCEDIT APPLIES TO A RAW DETAIL RECORD, IN THE  *
004240*   SAME ORDER, SO A CURED RECORD CAN NEVER REACH CALCBAT IN A  *
004245*   STATE THE FRONT-END EDIT WOULD HAVE REJECTED.  THE CURED    *
004250*   RECORD POSTS WITHOUT A HEADER, SO CALCEDIT'S DEPARTMENT     *
004255*   MASTER CHECKS (12 AND 13) ARE MADE ON THE REF-ID PREFIX;    *
004260*   REASON 14 NEEDS THE HEADER AND IS NEVER REGISTERED.         *
004270******************************************************************
004280 3200-EDIT-CORRECTION.
004290     SET RECORD-CLEAN TO TRUE.
004640     IF NOT FIX-TYPE-NORMAL AND NOT FIX-TYPE-REVERSAL
004650         MOVE "10" TO WS-FIX-REASON
004660         SET RECORD-IN-ERROR TO TRUE
004665         GO TO 3200-EXIT
004670     END-IF.
004672     IF WS-FIX-REF-ID (3:1) = "S"
004674         MOVE "15" TO WS-FIX-REASON
004676         SET RECORD-IN-ERROR TO TRUE
004677         GO TO 3200-EXIT
004678     END-IF.
004679     MOVE WS-FIX-REF-ID (1:2) TO DPM-DEPT-CODE.
004680     READ DEPTMST-FILE
004681         INVALID KEY
004682             MOVE "12" TO WS-FIX-REASON
004683             SET RECORD-IN-ERROR TO TRUE
004684             GO TO 3200-EXIT
004685     END-READ.
004686     IF DPM-CLOSED
004687         MOVE "13" TO WS-FIX-REASON
004688         SET RECORD-IN-ERROR TO TRUE
004689     END-IF.
004690 3200-EXIT.
004691     EXIT.
004700
004710 4000-AGING-REPORT.
004720     WRITE CORRRPT-LINE FROM WS-AGING-HEADING-1.
005440     CLOSE REJREG-FILE.
005450     CLOSE CURED-FILE.
005460     CLOSE CORRRPT-FILE.
005465     CLOSE DEPTMST-FILE.
005470 6000-EXIT.
005480     EXIT.
005490
