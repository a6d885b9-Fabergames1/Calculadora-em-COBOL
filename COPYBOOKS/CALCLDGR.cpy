000800*                       OUT OF THE TOTALS AND CALCINQ CAN       *
000810*                       SHOW THE PAIR LINKED.  SPACES/"N" ON    *
000820*                       EVERY ORDINARY ENTRY.                   *
000821*      15/10/2026  DA   ADDED LDG-SESSION-REF, A REDEFINITION   *
000822*                       OF LDG-REF-ID FOR CALCULADORA ENTRIES,  *
000823*                       WHICH HAVE NO SUBMITTED REFERENCE:      *
000824*                       "#" AND THE 7-DIGIT SESSION NUMBER      *
000825*                       THE ENTRY WAS MADE IN (SEE CALCSESS).   *
000826*                       KEEPING IT IN LDG-REF-ID LEAVES THE     *
000827*                       RECORD AT 161 BYTES AND LETS CALCINQ    *
000828*                       PULL UP A WHOLE SESSION DOWN THE        *
000829*                       EXISTING LDG-REF-ID ALTERNATE KEY.      *
000830*                       NO BATCH REFERENCE CAN START WITH "#"   *
000831*                       (ITS FIRST TWO BYTES ARE THE            *
000832*                       DEPARTMENT CODE).                       *
000833*                                                                *
000840******************************************************************
000850 01  LEDGER-RECORD.
000860     05  LDG-ENTRY-KEY.
001210         88  LDG-RESULT7-OK      VALUE "N".
001220     05  LDG-SOURCE-PGM          PIC X(08).
001230     05  LDG-REF-ID              PIC X(08).
001232     05  LDG-SESSION-REF REDEFINES LDG-REF-ID.
001234         10  LDG-SESSION-MARK    PIC X(01).
001236             88  LDG-SESSION-ENTRY VALUE "#".
001238         10  LDG-SESSION-NBR     PIC 9(07).
001240     05  LDG-OPER-ID             PIC X(08).
001250     05  LDG-REVERSAL-SW         PIC X(01).
001260         88  LDG-REVERSAL        VALUE "Y".
