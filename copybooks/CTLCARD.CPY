001207*                I/O. METHOD M REQUIRES THE EXTRACT DETAILS IN   *
001208*                ASCENDING STR-ID ORDER ACROSS THE WHOLE NAMEIN  *
001209*                CONCATENATION.                                  *
001210* 10/15/26  DWW  ADDED CC-RERUN-IND AND CC-CALENDAR-OVRD, CARVED *
001211*                FROM THE FILLER, FOR THE RUN-CALENDAR CHECK. A  *
001212*                BUSINESS DATE ALREADY COMPLETED IS ONLY RUN     *
001213*                AGAIN WITH CC-RERUN-IND Y; A CARD DATE THAT IS  *
001214*                NOT A CALENDAR PROCESS DAY, OR THAT WOULD SKIP  *
001215*                AN OUTSTANDING ONE, NEEDS CC-CALENDAR-OVRD Y.   *
001216*----------------------------------------------------------------*
001300 01  CONTROL-CARD.
001400     05 CC-MODE                 PIC X(01).
001500        88 CC-MODE-UPPER                  VALUE 'U'.
001892     05 CC-DELTA-METHOD         PIC X(01).
001894        88 CC-DELTA-KEYED                 VALUE 'K' SPACE.
001896        88 CC-DELTA-MERGE                 VALUE 'M'.
001897     05 CC-RERUN-IND            PIC X(01).
001898        88 CC-RERUN-YES                   VALUE 'Y'.
001899        88 CC-RERUN-NO                    VALUE 'N' SPACE.
001900     05 CC-CALENDAR-OVRD        PIC X(01).
001901        88 CC-CALENDAR-OVERRIDE           VALUE 'Y'.
001902        88 CC-CALENDAR-NO-OVERRIDE        VALUE 'N' SPACE.
001903     05 FILLER                  PIC X(50).
