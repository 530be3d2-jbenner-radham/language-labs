000190* WITH THEIR CYCLE COUNT BUMPED. THE REPAIR REPORT SHOWS WHAT    *
000200* WAS CORRECTED, WHAT IS STILL OUTSTANDING AND HOW MANY CYCLES   *
000210* EACH REJECT HAS BEEN CARRIED.                                  *
000212* A REJECT FOR AN ID ON THE CNVERA ERASURE REGISTER (ERALIST) IS *
000214* DROPPED -- NEITHER RECYCLED NOR CARRIED FORWARD -- AND ANY     *
000216* CORRECTION FOR IT IS DISCARDED, SO AN ERASED NAME CANNOT       *
000218* RE-ENTER THE NIGHTLY RUN THROUGH REPAIR.                       *
000219* A REJECT WITH NO CORRECTION THAT WAS REJECTED AS NON-ALPHABETIC*
000220* IS RE-TESTED AS RECEIVED AND RECYCLED IF IT NOW PASSES, SINCE  *
000221* THERE IS NOTHING TO CORRECT IN A NAME THE RULES HAVE CAUGHT UP *
000222* WITH (A HYPHENATED OR ACCENTED NAME).                          *
000223*----------------------------------------------------------------*
000230* MODIFICATION HISTORY                                           *
000240*----------------------------------------------------------------*
000250* 08/22/26  DWW  ORIGINAL PROGRAM.                               *
000263* 08/22/26  DWW  THE FEEDER-SYSTEM CODE NOW RIDES THE REJECT     *
000265*                THROUGH REPAIR: IT LEADS EACH REPORT LINE AND   *
000266*                IS CARRIED ONTO THE RECYCLED STR-RECORD.        *
000267* 10/15/26  DWW  RE-VALIDATION NOW ACCEPTS A COMMA, FOR SURNAME- *
000268*                FIRST NAMES, IN STEP WITH THE NIGHTLY RUN.      *
000269* 10/15/26  DWW  CUSTOMER ERASURE: THE NEW ERALIST REGISTER IS   *
000270*                LOADED AT START-UP. A REJECT FOR AN ERASED      *
000271*                ID IS DROPPED -- NOT RECYCLED OR CARRIED        *
000272*                FORWARD -- ITS CORRECTION IS DISCARDED AND IT   *
000273*                IS LISTED WITH ITS NAME MASKED. NEW TOTAL       *
000274*                REJECTS DROPPED - ERASED ID. A MISSING OR       *
000275*                OUT-OF-ORDER REGISTER IS FATAL.                 *
000276* 10/15/26  DWW  RE-VALIDATION NOW ACCEPTS A HYPHEN AND THE      *
000277*                ACCENTED LETTERS ON THE NEW TRANTBL             *
000278*                TRANSLITERATION TABLE, LOADED AT START-UP WITH  *
000279*                THE SAME RULES AS THE NIGHTLY RUN. AN           *
000280*                UNCORRECTED NON-ALPHABETIC REJECT THAT NOW      *
000281*                PASSES AS RECEIVED IS RECYCLED (NOW VALID)      *
000282*                INSTEAD OF CARRIED FORWARD. NEW TOTAL REJECTS   *
000283*                NOW VALID AND RECYCLED.                         *
000284*----------------------------------------------------------------*
000285 ENVIRONMENT DIVISION.
000286 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REJIN ASSIGN TO REJIN
000310         ORGANIZATION IS SEQUENTIAL
000420     SELECT REJRPT ASSIGN TO REJRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-REJRPT-STATUS.
000443     SELECT ERALIST ASSIGN TO ERALIST
000446         ORGANIZATION IS SEQUENTIAL
000449         FILE STATUS IS WS-ERALIST-STATUS.
000450     SELECT TRANTBL ASSIGN TO TRANTBL
000451         ORGANIZATION IS SEQUENTIAL
000452         FILE STATUS IS WS-TRANTBL-STATUS.
000453 DATA DIVISION.
000460 FILE SECTION.
000470 FD  REJIN
000480     RECORDING MODE IS F
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  REJRPT-RECORD               PIC X(132).
000702 FD  ERALIST
000704     RECORDING MODE IS F
000706     LABEL RECORDS ARE STANDARD.
000708     COPY ERAREC.
000709 FD  TRANTBL
000710     RECORDING MODE IS F
000711     LABEL RECORDS ARE STANDARD.
000712     COPY TRNREC.
000713 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730* SWITCHES                                                       *
000740*----------------------------------------------------------------*
001130     88 REJCYC-OK                         VALUE '00'.
001140 01  WS-REJRPT-STATUS            PIC X(02) VALUE '00'.
001150     88 REJRPT-OK                         VALUE '00'.
001153 01  WS-ERALIST-STATUS           PIC X(02) VALUE '00'.
001156     88 ERALIST-OK                        VALUE '00'.
001159     88 ERALIST-EOF                       VALUE '10'.
001160 01  WS-TRANTBL-STATUS           PIC X(02) VALUE '00'.
001161     88 TRANTBL-OK                        VALUE '00'.
001162     88 TRANTBL-EOF                       VALUE '10'.
001163*----------------------------------------------------------------*
001170* CORRECTION-TRANSACTION TABLE, LOADED AT INITIALIZATION AND     *
001180* SEARCHED BY REJ-ID FOR EVERY REJECT READ. ENTRIES ARE MARKED   *
001190* AS USED SO UNMATCHED CORRECTIONS CAN BE COUNTED AT END OF JOB. *
001270        10 WS-CORR-TEXT          PIC X(40).
001280        10 WS-CORR-USED-SW       PIC X(01).
001290           88 CORRECTION-USED             VALUE 'Y'.
001291*----------------------------------------------------------------*
001292* ERASURE REGISTER, LOADED AT INITIALIZATION IN THE ASCENDING ID *
001293* ORDER CNVERA WRITES IT AND BINARY-SEARCHED BY REJ-ID FOR EVERY *
001294* REJECT READ. AN ERASED ID'S NAME IS NEVER PRINTED -- THE MASK  *
001295* GOES ON THE REPORT LINE INSTEAD.                               *
001296*----------------------------------------------------------------*
001297 01  WS-ERA-TABLE.
001298     05 WS-ERA-LIMIT             PIC 9(05) COMP VALUE 10000.
001299     05 WS-ERA-COUNT             PIC 9(05) COMP VALUE ZERO.
001300     05 WS-ERA-PRIOR-ID          PIC 9(05) VALUE ZERO.
001301     05 WS-ERA-LOW               PIC 9(05) COMP VALUE ZERO.
001302     05 WS-ERA-HIGH              PIC 9(05) COMP VALUE ZERO.
001303     05 WS-ERA-MID               PIC 9(05) COMP VALUE ZERO.
001304     05 WS-ERA-FOUND-SW          PIC X(01) VALUE 'N'.
001305        88 ID-ERASED                      VALUE 'Y'.
001306     05 WS-ERA-ENT-ID OCCURS 10000 TIMES
001307                                 PIC 9(05).
001308 01  WS-ERASED-MASK              PIC X(40) VALUE
001309     '*** NAME ERASED ***'.
001310*----------------------------------------------------------------*
001311* VALIDATION WORK AREAS. THE RULES HERE MUST STAY IN STEP WITH   *
001320* 2200-VALIDATE-RECORD IN THE HELLO-WORLD RUN, SINCE A RECORD    *
001330* RECYCLED BY THIS PROGRAM IS REVALIDATED THERE THE NEXT NIGHT.  *
001340*----------------------------------------------------------------*
001350 01  WS-REJECT-REASON            PIC X(20) VALUE SPACES.
001352 01  WS-VALIDATE-TEXT            PIC X(40) VALUE SPACES.
001353*----------------------------------------------------------------*
001354* ACCENTED LETTERS ACCEPTED, LOADED FROM THE TRANTBL             *
001355* TRANSLITERATION TABLE WITH THE SAME RULES AS 1650/1660 IN THE  *
001356* HELLO-WORLD RUN. POSITION N OF EACH SET IS ENTRY N'S UPPER-    *
001357* AND LOWER-CASE FORM; NO LETTER IS LOADED TWICE.                *
001358*----------------------------------------------------------------*
001359 01  WS-TRANSLIT-TABLE.
001360     05 WS-TRN-LIMIT             PIC 9(04) COMP VALUE 60.
001361     05 WS-TRN-COUNT             PIC 9(04) COMP VALUE ZERO.
001362     05 WS-TRN-TALLY             PIC 9(04) COMP VALUE ZERO.
001363     05 WS-TRN-UPPER-SET         PIC X(60) VALUE SPACES.
001364     05 WS-TRN-LOWER-SET         PIC X(60) VALUE SPACES.
001365     05 WS-TRN-BLANK-SET         PIC X(60) VALUE SPACES.
001366*----------------------------------------------------------------*
001370* REPORT LINES                                                   *
001380*----------------------------------------------------------------*
001390 01  WS-RPT-HEADING.
001650     05 WS-COUNT-OUTSTANDING     PIC 9(07) COMP VALUE ZERO.
001660     05 WS-COUNT-CORR-READ       PIC 9(07) COMP VALUE ZERO.
001670     05 WS-COUNT-CORR-UNMATCHED  PIC 9(07) COMP VALUE ZERO.
001679     05 WS-COUNT-ERASED          PIC 9(07) COMP VALUE ZERO.
001680     05 WS-COUNT-REVALIDATED     PIC 9(07) COMP VALUE ZERO.
001681 PROCEDURE DIVISION.
001690*----------------------------------------------------------------*
001700* 0000-MAINLINE                                                  *
001710*----------------------------------------------------------------*
002170     END-IF.
002180     SET REJRPT-OPENED TO TRUE.
002190     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
002191     PERFORM 1200-LOAD-ERASED THRU 1200-EXIT.
002192     IF FATAL-ERROR
002193         SET END-OF-FILE TO TRUE
002194         GO TO 1000-EXIT
002195     END-IF.
002199     PERFORM 1300-LOAD-TRANSLITERATION THRU 1300-EXIT.
002200     MOVE WS-RPT-HEADING TO REJRPT-RECORD.
002210     WRITE REJRPT-RECORD.
002220     MOVE SPACES TO REJRPT-RECORD.
002660     END-IF.
002670 1110-EXIT.
002680     EXIT.
002681*----------------------------------------------------------------*
002682* 1200-LOAD-ERASED -- LOAD THE ERASURE REGISTER. IT IS WRITTEN   *
002683*                     ONLY BY CNVERA, SO A MISSING REGISTER, A   *
002684*                     BAD ENTRY OR AN ID OUT OF ORDER IS FATAL.  *
002685*----------------------------------------------------------------*
002686 1200-LOAD-ERASED.
002687     OPEN INPUT ERALIST.
002688     IF NOT ERALIST-OK
002689         DISPLAY 'REJFIX: UNABLE TO OPEN ERALIST, STATUS = '
002690             WS-ERALIST-STATUS
002691         SET FATAL-ERROR TO TRUE
002692         GO TO 1200-EXIT
002693     END-IF.
002694     PERFORM 1210-READ-ERALIST THRU 1210-EXIT
002695         UNTIL ERALIST-EOF OR FATAL-ERROR.
002696     CLOSE ERALIST.
002697 1200-EXIT.
002698     EXIT.
002699*----------------------------------------------------------------*
002700* 1210-READ-ERALIST -- READ ONE REGISTER ENTRY, PROVE ITS ORDER  *
002701*                      AND KEEP IT                               *
002702*----------------------------------------------------------------*
002703 1210-READ-ERALIST.
002704     READ ERALIST
002705         AT END
002706             GO TO 1210-EXIT
002707     END-READ.
002708     IF ERA-ID IS NOT NUMERIC
002709         DISPLAY 'REJFIX: ERALIST ENTRY ' WS-ERA-COUNT
002710             ' FOLLOWED BY AN ENTRY THAT IS NOT VALID'
002711         SET FATAL-ERROR TO TRUE
002712         GO TO 1210-EXIT
002713     END-IF.
002714     IF ERA-ID NOT > WS-ERA-PRIOR-ID
002715         DISPLAY 'REJFIX: ERALIST ID ' ERA-ID ' OUT OF ORDER'
002716         SET FATAL-ERROR TO TRUE
002717         GO TO 1210-EXIT
002718     END-IF.
002719     MOVE ERA-ID TO WS-ERA-PRIOR-ID.
002720     IF WS-ERA-COUNT >= WS-ERA-LIMIT
002721         DISPLAY 'REJFIX: ERASURE TABLE FULL AT ID ' ERA-ID
002722         SET FATAL-ERROR TO TRUE
002723         GO TO 1210-EXIT
002724     END-IF.
002725     ADD 1 TO WS-ERA-COUNT.
002726     MOVE ERA-ID TO WS-ERA-ENT-ID (WS-ERA-COUNT).
002727 1210-EXIT.
002728     EXIT.
002729*----------------------------------------------------------------*
002730* 1300-LOAD-TRANSLITERATION -- LOAD THE ACCENTED LETTERS FROM    *
002731*                             THE TRANSLITERATION TABLE. A       *
002732*                             MISSING TABLE IS NOT FATAL - NO    *
002733*                             ACCENTED LETTER IS ACCEPTED, AS IN *
002734*                             THE NIGHTLY RUN.                   *
002735*----------------------------------------------------------------*
002736 1300-LOAD-TRANSLITERATION.
002737     OPEN INPUT TRANTBL.
002738     IF NOT TRANTBL-OK
002739         DISPLAY 'REJFIX: NO TRANSLITERATION TABLE, STATUS = '
002740             WS-TRANTBL-STATUS
002741         DISPLAY 'REJFIX: NO ACCENTED LETTERS ARE ACCEPTED'
002742         GO TO 1300-EXIT
002743     END-IF.
002744     PERFORM 1310-READ-TRANTBL THRU 1310-EXIT
002745         UNTIL NOT TRANTBL-OK.
002746     CLOSE TRANTBL.
002747 1300-EXIT.
002748     EXIT.
002749*----------------------------------------------------------------*
002750* 1310-READ-TRANTBL -- READ ONE TRANSLITERATION ENTRY. AN ENTRY  *
002751*                     THE NIGHTLY RUN WOULD IGNORE IS IGNORED    *
002752*                     HERE TOO, SO BOTH ACCEPT THE SAME LETTERS. *
002753*                     A READ FAILURE ENDS THE LOAD WITH THE      *
002754*                     ENTRIES READ SO FAR.                       *
002755*----------------------------------------------------------------*
002756 1310-READ-TRANTBL.
002757     READ TRANTBL
002758         AT END
002759             GO TO 1310-EXIT
002760     END-READ.
002761     IF NOT TRANTBL-OK
002762         DISPLAY 'REJFIX: TRANSLITERATION TABLE READ FAILED, '
002763             'STATUS = ' WS-TRANTBL-STATUS
002764         DISPLAY 'REJFIX: REMAINING ENTRIES NOT LOADED'
002765         GO TO 1310-EXIT
002766     END-IF.
002767     IF TRN-LETTER-UPPER IS ALPHABETIC
002768         OR TRN-LETTER-LOWER IS ALPHABETIC
002769         OR TRN-LETTER-UPPER IS NUMERIC
002770         OR TRN-LETTER-LOWER IS NUMERIC
002771         OR TRN-LETTER-UPPER = "'" OR ',' OR '-'
002772         OR TRN-LETTER-LOWER = "'" OR ',' OR '-'
002773         DISPLAY 'REJFIX: TRANSLITERATION ENTRY '
002774             TRN-LETTER-UPPER TRN-LETTER-LOWER
002775             ' NOT AN ACCENTED LETTER - IGNORED'
002776         GO TO 1310-EXIT
002777     END-IF.
002778     IF TRN-REPLACE-TEXT (1:1) = SPACE
002779         OR TRN-REPLACE-TEXT IS NOT ALPHABETIC-UPPER
002780         OR (TRN-REPLACE-TEXT (2:1) = SPACE
002781             AND TRN-REPLACE-TEXT (3:1) NOT = SPACE)
002782         DISPLAY 'REJFIX: TRANSLITERATION FOR '
002783             TRN-LETTER-UPPER TRN-LETTER-LOWER
002784             ' NOT PLAIN CAPITALS - IGNORED'
002785         GO TO 1310-EXIT
002786     END-IF.
002787     IF WS-TRN-COUNT >= WS-TRN-LIMIT
002788         DISPLAY 'REJFIX: TRANSLITERATION TABLE FULL - ENTRY '
002789             TRN-LETTER-UPPER TRN-LETTER-LOWER ' IGNORED'
002790         GO TO 1310-EXIT
002791     END-IF.
002792     MOVE ZERO TO WS-TRN-TALLY.
002793     IF WS-TRN-COUNT > ZERO
002794         INSPECT WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
002795             TALLYING WS-TRN-TALLY FOR ALL TRN-LETTER-UPPER
002796                                       ALL TRN-LETTER-LOWER
002797         INSPECT WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
002798             TALLYING WS-TRN-TALLY FOR ALL TRN-LETTER-UPPER
002799                                       ALL TRN-LETTER-LOWER
002800     END-IF.
002801     IF WS-TRN-TALLY > ZERO
002802         DISPLAY 'REJFIX: TRANSLITERATION ENTRY '
002803             TRN-LETTER-UPPER TRN-LETTER-LOWER
002804             ' ALREADY LOADED - IGNORED'
002805         GO TO 1310-EXIT
002806     END-IF.
002807     ADD 1 TO WS-TRN-COUNT.
002808     MOVE TRN-LETTER-UPPER TO WS-TRN-UPPER-SET (WS-TRN-COUNT:1).
002809     MOVE TRN-LETTER-LOWER TO WS-TRN-LOWER-SET (WS-TRN-COUNT:1).
002810 1310-EXIT.
002811     EXIT.
002812*----------------------------------------------------------------*
002813* 2000-PROCESS-REJECT -- REPAIR OR CARRY FORWARD THE CURRENT     *
002814*                       REJECT AND READ THE NEXT ONE             *
002815*----------------------------------------------------------------*
002816 2000-PROCESS-REJECT.
002817     ADD 1 TO WS-COUNT-REJECTS-READ.
002818*    A REJECT FOR AN ERASED CUSTOMER GOES NO FURTHER. A CORRECTION
002819*    FOR IT IS LOOKED UP ONLY SO IT IS CONSUMED, NOT APPLIED.
002820     PERFORM 2700-CHECK-ERASED THRU 2700-EXIT.
002821     IF ID-ERASED
002822         ADD 1 TO WS-COUNT-ERASED
002823         PERFORM 2200-FIND-CORRECTION THRU 2200-EXIT
002824         MOVE WS-ERASED-MASK TO REJ-TEXT OF REJOUT-RECORD
002825         MOVE 'ERASED ID' TO WS-RPT-ACTION
002826         MOVE 'DROPPED' TO WS-RPT-REASON
002827         PERFORM 2600-WRITE-REPORT-DETAIL THRU 2600-EXIT
002828         PERFORM 2100-READ-REJIN THRU 2100-EXIT
002829         GO TO 2000-EXIT
002830     END-IF.
002831     PERFORM 2200-FIND-CORRECTION THRU 2200-EXIT.
002832     IF CORRECTION-FOUND
002833         PERFORM 2300-APPLY-CORRECTION THRU 2300-EXIT
002834     ELSE
002835         PERFORM 2320-RETEST-REJECT THRU 2320-EXIT
002836     END-IF.
002840     PERFORM 2100-READ-REJIN THRU 2100-EXIT.
002850 2000-EXIT.
002860     EXIT.
003550     WRITE STR-RECORD.
003560 2310-EXIT.
003570     EXIT.
003571*----------------------------------------------------------------*
003572* 2320-RETEST-REJECT -- A REJECT WITH NO CORRECTION IS CARRIED   *
003573*                      FORWARD, UNLESS IT WAS REJECTED AS        *
003574*                      NON-ALPHABETIC AND NOW PASSES THE RULES   *
003575*                      AS RECEIVED. A HYPHENATED OR ACCENTED     *
003576*                      NAME REJECTED BEFORE THOSE WERE ACCEPTED  *
003577*                      HAS NOTHING TO CORRECT, SO IT IS RECYCLED *
003578*                      AS IT STANDS.                             *
003579*----------------------------------------------------------------*
003580 2320-RETEST-REJECT.
003581     IF REJ-REASON OF REJOUT-RECORD = 'NON-ALPHABETIC DATA'
003582         PERFORM 2400-VALIDATE-CORRECTION THRU 2400-EXIT
003583         IF WS-REJECT-REASON = SPACES
003584             ADD 1 TO WS-COUNT-REVALIDATED
003585             PERFORM 2310-WRITE-RECYCLE THRU 2310-EXIT
003586             MOVE 'NOW VALID' TO WS-RPT-ACTION
003587             MOVE SPACES TO WS-RPT-REASON
003588             PERFORM 2600-WRITE-REPORT-DETAIL THRU 2600-EXIT
003589             GO TO 2320-EXIT
003590         END-IF
003591     END-IF.
003592     PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT.
003593     MOVE 'OUTSTANDING' TO WS-RPT-ACTION.
003594     MOVE REJ-REASON OF REJOUT-RECORD TO WS-RPT-REASON.
003595     PERFORM 2600-WRITE-REPORT-DETAIL THRU 2600-EXIT.
003596 2320-EXIT.
003597     EXIT.
003598*----------------------------------------------------------------*
003599* 2400-VALIDATE-CORRECTION -- SAME RULES AS 2200-VALIDATE-RECORD *
003600*                            IN THE HELLO-WORLD RUN: BLANK OR    *
003610*                            NON-ALPHABETIC TEXT IS REJECTED.    *
003615*                            AN APOSTROPHE OR COMMA IS ALLOWED.  *
003616*                            SO ARE A HYPHEN AND THE ACCENTED    *
003617*                            LETTERS ON THE TRANSLITERATION      *
003618*                            TABLE. ALSO USED BY 2320 TO RE-TEST *
003619*                            AN UNCORRECTED REJECT AS RECEIVED.  *
003620*                            SPACES IN WS-REJECT-REASON MEANS    *
003630*                            THE TEXT PASSED.                    *
003640*----------------------------------------------------------------*
003690     ELSE
003692         MOVE REJ-TEXT OF REJOUT-RECORD TO WS-VALIDATE-TEXT
003694         INSPECT WS-VALIDATE-TEXT REPLACING ALL "'" BY SPACE
003696             ALL ',' BY SPACE
003697             ALL '-' BY SPACE
003698         IF WS-TRN-COUNT > ZERO
003699             INSPECT WS-VALIDATE-TEXT CONVERTING
003700                 WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
003701                 TO WS-TRN-BLANK-SET (1:WS-TRN-COUNT)
003702             INSPECT WS-VALIDATE-TEXT CONVERTING
003703                 WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
003704                 TO WS-TRN-BLANK-SET (1:WS-TRN-COUNT)
003705         END-IF
003706         IF WS-VALIDATE-TEXT IS NOT ALPHABETIC
003710             MOVE 'NON-ALPHABETIC DATA' TO WS-REJECT-REASON
003720         END-IF
003730     END-IF.
003970     WRITE REJRPT-RECORD.
003980 2600-EXIT.
003990     EXIT.
003991*----------------------------------------------------------------*
003992* 2700-CHECK-ERASED -- BINARY-SEARCH THE ERASURE TABLE FOR THE   *
003993*                      CURRENT REJ-ID                            *
003994*----------------------------------------------------------------*
003995 2700-CHECK-ERASED.
003996     MOVE 'N' TO WS-ERA-FOUND-SW.
003997     IF WS-ERA-COUNT = ZERO
003998         OR REJ-ID OF REJOUT-RECORD IS NOT NUMERIC
003999         GO TO 2700-EXIT
004000     END-IF.
004001     MOVE 1 TO WS-ERA-LOW.
004002     MOVE WS-ERA-COUNT TO WS-ERA-HIGH.
004003     PERFORM 2710-PROBE-ERASED THRU 2710-EXIT
004004         UNTIL ID-ERASED OR WS-ERA-LOW > WS-ERA-HIGH.
004005 2700-EXIT.
004006     EXIT.
004007*----------------------------------------------------------------*
004008* 2710-PROBE-ERASED -- TEST THE MIDDLE ENTRY OF THE RANGE STILL  *
004009*                      IN PLAY AND HALVE THE RANGE               *
004010*----------------------------------------------------------------*
004011 2710-PROBE-ERASED.
004012     COMPUTE WS-ERA-MID = (WS-ERA-LOW + WS-ERA-HIGH) / 2.
004013     IF WS-ERA-ENT-ID (WS-ERA-MID) = REJ-ID OF REJOUT-RECORD
004014         SET ID-ERASED TO TRUE
004015         GO TO 2710-EXIT
004016     END-IF.
004017     IF WS-ERA-ENT-ID (WS-ERA-MID) < REJ-ID OF REJOUT-RECORD
004018         COMPUTE WS-ERA-LOW = WS-ERA-MID + 1
004019     ELSE
004020         COMPUTE WS-ERA-HIGH = WS-ERA-MID - 1
004021     END-IF.
004022 2710-EXIT.
004023     EXIT.
004024*----------------------------------------------------------------*
004025* 8000-TERMINATE -- COUNT UNMATCHED CORRECTIONS, WRITE THE       *
004026*                  REPORT TOTALS AND CLOSE FILES                 *
004030*----------------------------------------------------------------*
004040 8000-TERMINATE.
004050     IF FATAL-ERROR
004620     MOVE WS-COUNT-STILL-INVALID TO WS-RPT-COUNT.
004630     MOVE WS-RPT-TOTAL-LINE TO REJRPT-RECORD.
004640     WRITE REJRPT-RECORD.
004641     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004642     MOVE 'REJECTS NOW VALID AND RECYCLED' TO WS-RPT-LABEL.
004643     MOVE WS-COUNT-REVALIDATED TO WS-RPT-COUNT.
004644     MOVE WS-RPT-TOTAL-LINE TO REJRPT-RECORD.
004645     WRITE REJRPT-RECORD.
004650     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004660     MOVE 'REJECTS STILL OUTSTANDING' TO WS-RPT-LABEL.
004670     MOVE WS-COUNT-OUTSTANDING TO WS-RPT-COUNT.
004680     MOVE WS-RPT-TOTAL-LINE TO REJRPT-RECORD.
004690     WRITE REJRPT-RECORD.
004691     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004692     MOVE 'REJECTS DROPPED - ERASED ID' TO WS-RPT-LABEL.
004693     MOVE WS-COUNT-ERASED TO WS-RPT-COUNT.
004694     MOVE WS-RPT-TOTAL-LINE TO REJRPT-RECORD.
004695     WRITE REJRPT-RECORD.
004700     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004710     MOVE 'CORRECTIONS MATCHING NO REJECT' TO WS-RPT-LABEL.
004720     MOVE WS-COUNT-CORR-UNMATCHED TO WS-RPT-COUNT.
