000210* DICTIONARY -- SO A CHANGE IS SEEN BEFORE THE NIGHTLY RUN       *
000220* PUTS IT ON CUSTOMER-FACING OUTPUT.                             *
000230*                                                                *
000240* TRANSACTION LAYOUT: ACTION (A/C/D) IN COL 1, ENTRY TYPE        *
000250* (W/P/S) IN COL 2, MATCH PATTERN IN COLS 3-22, RENDERING IN     *
000253* COLS 23-42. TYPE S IS A SURNAME PARTICLE (VAN, DE, LA): IT     *
000256* RENDERS LIKE A W ENTRY AND ALSO TELLS THE NIGHTLY NAME PARSE   *
000259* TO KEEP THE PARTICLE WITH THE SURNAME.                         *
000260* ENTRIES ARE KEYED BY TYPE PLUS MATCH PATTERN; MATCH PATTERNS   *
000270* ARE CARRIED UPPER-CASED ON THE MAINTAINED DICTIONARY (THE      *
000280* NIGHTLY RUN UPPER-CASES THEM AT LOAD ANYWAY). ANY REJECTED     *
000360*                PARAGRAPHS MIRROR THE NIGHTLY RUN'S ENGINE SO   *
000370*                THE PREVIEW SHOWS EXACTLY WHAT THAT RUN WILL    *
000380*                PRODUCE.                                        *
000383* 10/15/26  DWW  ACCEPTS ENTRY TYPE S (SURNAME PARTICLE), AND    *
000386*                THE PREVIEW ENGINE TREATS A COMMA AS A WORD     *
000389*                BREAK, BOTH TO MATCH THE NIGHTLY RUN.           *
000390* 10/15/26  DWW  THE PREVIEW ENGINE TREATS A HYPHEN AS A WORD    *
000391*                BREAK TOO (SMITH-JONES), TO MATCH THE NIGHTLY   *
000392*                RUN.                                            *
000393*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000780     05 TRN-TYPE                PIC X(01).
000790        88 TRN-TYPE-WORD                  VALUE 'W'.
000800        88 TRN-TYPE-PREFIX                VALUE 'P'.
000809        88 TRN-TYPE-SURNAME               VALUE 'S'.
000810     05 TRN-MATCH-TEXT          PIC X(20).
000820     05 TRN-REPLACE-TEXT        PIC X(20).
000830     05 FILLER                  PIC X(38).
003060             SET TXCIN-END-OF-FILE TO TRUE
003070             GO TO 1100-EXIT
003080     END-READ.
003090     IF (XIN-TYPE NOT = 'W' AND XIN-TYPE NOT = 'P'
003099           AND XIN-TYPE NOT = 'S')
003100         OR XIN-MATCH-TEXT = SPACES
003110         ADD 1 TO WS-COUNT-DROPPED
003120         MOVE SPACES TO WS-RPT-ENTRY-LINE
004300         GO TO 2100-EXIT
004310     END-IF.
004320     IF NOT TRN-TYPE-WORD AND NOT TRN-TYPE-PREFIX
004329             AND NOT TRN-TYPE-SURNAME
004330         MOVE 'TYPE NOT W, P OR S' TO WS-REJECT-REASON
004340         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
004350         GO TO 2100-EXIT
004360     END-IF.
006940     EXIT.
006950*----------------------------------------------------------------*
006960* 5100-TITLE-CASE-CHAR -- UPPERCASE THE FIRST LETTER OF EACH     *
006970*                        WORD IN WS-TITLE-TEXT. A COMMA ENDS A   *
006979*                        WORD AS A SPACE DOES.                   *
006980*                        A HYPHEN DOES TOO (SMITH-JONES).        *
006981*----------------------------------------------------------------*
006990 5100-TITLE-CASE-CHAR.
007000     MOVE WS-TITLE-TEXT (WS-CHAR-IDX:1) TO WS-CHAR-HOLD.
007010     IF WS-CHAR-HOLD = SPACE OR ',' OR '-'
007020         SET START-OF-WORD TO TRUE
007030     ELSE
007040         IF START-OF-WORD
007230*----------------------------------------------------------------*
007240* 5300-SCAN-WORD -- ISOLATE THE WORD AT THE CURRENT SCAN         *
007250*                  POSITION AND RUN IT PAST THE DICTIONARY       *
007259*                  A COMMA OR HYPHEN ENDS A WORD AS A SPACE DOES *
007260*----------------------------------------------------------------*
007270 5300-SCAN-WORD.
007280     IF WS-TITLE-TEXT (WS-WORD-START:1) = SPACE OR ',' OR '-'
007290         ADD 1 TO WS-WORD-START
007300         GO TO 5300-EXIT
007310     END-IF.
007320     MOVE WS-WORD-START TO WS-WORD-END.
007330     PERFORM 5310-FIND-WORD-END THRU 5310-EXIT
007340         UNTIL WS-WORD-END > 40
007350         OR WS-TITLE-TEXT (WS-WORD-END:1) = SPACE OR ',' OR '-'.
007360     COMPUTE WS-WORD-LEN = WS-WORD-END - WS-WORD-START.
007370     MOVE SPACES TO WS-WORD-UPPER.
007380     MOVE FUNCTION UPPER-CASE(
007630     EXIT.
007640*----------------------------------------------------------------*
007650* 5500-TEST-EXCEPTION -- TEST THE NEXT ACTIVE-TABLE ENTRY. A     *
007660*                       WORD ENTRY (OR SURNAME-PARTICLE ENTRY)   *
007669*                       REPLACES THE WHOLE WORD WITH             *
007670*                       ITS RENDERING; A PREFIX ENTRY REPLACES   *
007680*                       THE LEADING CHARACTERS AND               *
007690*                       RE-CAPITALIZES THE LETTER THAT FOLLOWS.  *
007700*----------------------------------------------------------------*
007710 5500-TEST-EXCEPTION.
007720     ADD 1 TO WS-EXC-IDX.
007730     IF WS-ACT-TYPE (WS-EXC-IDX) = 'W' OR 'S'
007740         IF WS-ACT-MATCH-LEN (WS-EXC-IDX) = WS-WORD-LEN
007750             AND WS-ACT-MATCH (WS-EXC-IDX) (1:WS-WORD-LEN) =
007760                 WS-WORD-UPPER (1:WS-WORD-LEN)
