000010******************************************************************
000020*                                                                *
000030*   COPYBOOK:    CALCSTND                                       *
000040*   AUTHOR:      D. ALMEIDA                                     *
000050*   PURPOSE:                                                    *
000060*      RECORD LAYOUT FOR THE STANDING-INSTRUCTION FILE          *
000070*      (STNDINST, KSDS KEYED ON SI-KEY, KEY 4,0, RECORDSIZE     *
000080*      100).  ONE RECORD PER RECURRING CALCULATION A            *
000090*      DEPARTMENT WANTS RUN WITHOUT KEYING IT: THE OPERATION    *
000100*      CODE AND OPERANDS, HOW OFTEN (EVERY BUSINESS DAY, ONE    *
000110*      WEEKDAY A WEEK, OR THE LAST WEEKDAY OF THE MONTH), AND   *
000120*      THE DATES BETWEEN WHICH IT APPLIES.  MAINTAINED BY       *
000130*      CALCSTMT; CALCSTGN TURNS THE ONES DUE ON THE BUSINESS    *
000140*      DATE INTO TRANFILE RECORDS.  SI-INST-NBR IS PART OF THE  *
000150*      GENERATED REF-ID, SO EACH DEPARTMENT HAS 99 NUMBERS.     *
000160*      SI-STATUS "E" IS SET BY CALCSTGN WHEN IT FINDS THE END   *
000170*      DATE HAS PASSED.  RECORDS ARE NEVER DELETED.             *
000180*                                                                *
000190*   MODIFICATION HISTORY.                                       *
000200*      15/10/2026  DA   INITIAL VERSION.                        *
000210*                                                                *
000220******************************************************************
000230 01  STANDING-INSTR-RECORD.
000240     05  SI-KEY.
000250         10  SI-DEPT-CODE        PIC X(02).
000260         10  SI-INST-NBR         PIC 9(02).
000270     05  SI-DESCRIPTION          PIC X(30).
000280     05  SI-OPER-CODE            PIC 9(01).
000290         88  SI-OPER-VALID       VALUE 1 THRU 8.
000300     COPY CALCNUM
000310         REPLACING ==NUM1==    BY ==SI-NUM1==
000320                   ==NUM2==    BY ==SI-NUM2==.
000330     05  SI-FREQUENCY            PIC X(01).
000340         88  SI-DAILY            VALUE "D".
000350         88  SI-WEEKLY           VALUE "S".
000360         88  SI-MONTH-END        VALUE "M".
000370         88  SI-FREQUENCY-VALID  VALUE "D" "S" "M".
000380*        1 = SEGUNDA ... 5 = SEXTA, WEEKLY INSTRUCTIONS ONLY.
000390     05  SI-WEEKDAY              PIC 9(01).
000400         88  SI-WEEKDAY-VALID    VALUE 1 THRU 5.
000410     05  SI-START-DATE           PIC 9(08).
000420*        99999999 = NO END DATE.
000430     05  SI-END-DATE             PIC 9(08).
000440     05  SI-STATUS               PIC X(01).
000450         88  SI-ACTIVE           VALUE "A".
000460         88  SI-SUSPENDED        VALUE "S".
000470         88  SI-EXPIRED          VALUE "E".
000480     05  SI-LAST-GEN-DATE        PIC 9(08).
000490     05  SI-LAST-CHANGE-DATE     PIC 9(08).
000500     05  FILLER                  PIC X(14).
