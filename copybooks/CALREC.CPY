000100*----------------------------------------------------------------*
000200* CALREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE OPERATIONS-MAINTAINED PROCESSING         *
000500* CALENDAR, PROD.HELWLD.CALENDAR. ONE RECORD PER CALENDAR DATE   *
000600* IN ASCENDING DATE ORDER. A P DAY IS A BUSINESS DATE THE        *
000700* CASE-CONVERSION RUN IS EXPECTED TO PROCESS; AN H DAY (HOLIDAY  *
000800* OR OTHER NO-RUN DAY) IS LISTED ONLY SO THE CALENDAR REPORT     *
000900* SHOWS IT. A DATE NOT ON THE CALENDAR IS NOT A PROCESS DAY.     *
001000*----------------------------------------------------------------*
001100* MODIFICATION HISTORY                                           *
001200*----------------------------------------------------------------*
001300* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
001400*----------------------------------------------------------------*
001500 01  CALENDAR-RECORD.
001600     05 CAL-BUS-DATE             PIC 9(08).
001700     05 CAL-DAY-TYPE             PIC X(01).
001800        88 CAL-PROCESS-DAY                VALUE 'P'.
001900        88 CAL-NO-RUN-DAY                 VALUE 'H'.
002000     05 CAL-DESCRIPTION          PIC X(20).
002100     05 FILLER                   PIC X(51).
