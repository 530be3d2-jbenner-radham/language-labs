000210* FEEDER TEAMS CAN CONSOLIDATE. SUSPECTS ARE CANDIDATES FOR      *
000220* REVIEW, NOT PROOF -- THE RUN ENDS RC=4 WHEN ANY ARE FOUND SO   *
000230* THE SCHEDULER CAN FLAG THE REPORT WITHOUT HOLDING THE NIGHT.   *
000231*                                                                *
000232* WHERE THE NAME HAS BEEN PARSED (THE CNVNAME COMPANION RECORD   *
000233* IS RESOLVED AND WAS TAKEN FROM THE CURRENT CNV-TEXT) THE KEY   *
000234* IS THE UPPER-CASED SURNAME AND GIVEN NAME INSTEAD, SO "ROBERT  *
000235* J SMITH JR" AND "SMITH, ROBERT" MATCH. A NAME THE PARSER COULD *
000236* NOT RESOLVE FALLS BACK TO THE SORTED-WORD KEY.                 *
000237*                                                                *
000238* EACH CANDIDATE LISTED IS ALSO WRITTEN TO THE DUPSUS EXTRACT    *
000239* (DUPSREC) FOR THE DQSRPT MONTHLY FEEDER SCORECARD.             *
000240*----------------------------------------------------------------*
000250* MODIFICATION HISTORY                                           *
000260*----------------------------------------------------------------*
000270* 09/03/26  DWW  ORIGINAL PROGRAM.                               *
000272* 09/03/26  DWW  REVIEW PASS: DROPPED AN UNREFERENCED SWITCH     *
000274*                LEFT OVER FROM AN EARLIER WORD-SORT DESIGN.     *
000275* 10/15/26  DWW  RECORDS WHOSE NAME HELLO-WORLD PARSED (CNVNAME, *
000276*                RESOLVED AND CURRENT) ARE NOW KEYED ON SURNAME  *
000277*                AND GIVEN NAME, SO A MIDDLE INITIAL, HONORIFIC  *
000278*                OR SUFFIX NO LONGER HIDES A DUPLICATE. OTHER    *
000279*                RECORDS KEEP THE SORTED-WORD KEY. TOTALS SHOW   *
000280*                EACH COUNT.                                     *
000281* 10/15/26  DWW  ADDED THE DUPSUS EXTRACT: ONE RECORD PER        *
000282*                SUSPECT CANDIDATE WITH ITS GROUP NUMBER AND     *
000283*                SIZE, SOURCE AND A CROSS-FEEDER FLAG (NO NAME   *
000284*                TEXT), READ BY THE DQSRPT FEEDER SCORECARD.     *
000285*                TOTALS SHOW THE RECORDS WRITTEN.                *
000286*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000370     SELECT DUPRPT ASSIGN TO DUPRPT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-DUPRPT-STATUS.
000391     SELECT CNVNAME ASSIGN TO CNVNAME
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS RANDOM
000394         RECORD KEY IS NAM-ID
000395         FILE STATUS IS WS-CNVNAME-STATUS.
000396     SELECT DUPSUS ASSIGN TO DUPSUS
000397         ORGANIZATION IS SEQUENTIAL
000398         FILE STATUS IS WS-DUPSUS-STATUS.
000400     SELECT SORTFILE ASSIGN TO SORTWK01.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CNVOUT
000440     LABEL RECORDS ARE STANDARD.
000450     COPY CNVREC.
000453 FD  CNVNAME
000456     LABEL RECORDS ARE STANDARD.
000459     COPY NAMREC.
000460 FD  DUPRPT
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  DUPRPT-RECORD               PIC X(80).
000492 FD  DUPSUS
000494     RECORDING MODE IS F
000496     LABEL RECORDS ARE STANDARD.
000498     COPY DUPSREC.
000500 SD  SORTFILE.
000510 01  SORT-RECORD.
000520     05 SRT-MATCH-KEY           PIC X(40).
000640        88 SORT-END-OF-FILE              VALUE 'Y'.
000650     05 WS-FATAL-SWITCH          PIC X(01) VALUE 'N'.
000660        88 FATAL-ERROR                     VALUE 'Y'.
000670     05 WS-NAME-KEY-SW           PIC X(01) VALUE 'N'.
000680        88 NAME-KEY-USABLE                 VALUE 'Y'.
000690*----------------------------------------------------------------*
000700* FILE-OPENED SWITCHES                                           *
000710*----------------------------------------------------------------*
000720 01  WS-FILE-OPENED-SWITCHES.
000730     05 WS-CNVOUT-OPEN-SW        PIC X(01) VALUE 'N'.
000740        88 CNVOUT-OPENED                   VALUE 'Y'.
000744     05 WS-CNVNAME-OPEN-SW       PIC X(01) VALUE 'N'.
000748        88 CNVNAME-OPENED                  VALUE 'Y'.
000750     05 WS-DUPRPT-OPEN-SW        PIC X(01) VALUE 'N'.
000760        88 DUPRPT-OPENED                   VALUE 'Y'.
000764     05 WS-DUPSUS-OPEN-SW        PIC X(01) VALUE 'N'.
000768        88 DUPSUS-OPENED                   VALUE 'Y'.
000770*----------------------------------------------------------------*
000780* FILE STATUS FIELDS                                             *
000790*----------------------------------------------------------------*
000800 01  WS-CNVOUT-STATUS            PIC X(02) VALUE '00'.
000810     88 CNVOUT-OK                         VALUE '00'.
000813 01  WS-CNVNAME-STATUS           PIC X(02) VALUE '00'.
000816     88 CNVNAME-OK                        VALUE '00'.
000820 01  WS-DUPRPT-STATUS            PIC X(02) VALUE '00'.
000830     88 DUPRPT-OK                         VALUE '00'.
000831 01  WS-DUPSUS-STATUS            PIC X(02) VALUE '00'.
000832     88 DUPSUS-OK                         VALUE '00'.
000833*----------------------------------------------------------------*
000834* RUN DATE STAMPED ON THE SUSPECT EXTRACT                        *
000835*----------------------------------------------------------------*
000836 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000840*----------------------------------------------------------------*
000850* MATCH-KEY WORK AREAS. THE TEXT IS UPPER-CASED, PUNCTUATION IS  *
000860* REPLACED BY SPACES, THE WORDS ARE SORTED ALPHABETICALLY AND    *
001120        10 WS-GRP-ID             PIC 9(05).
001130        10 WS-GRP-SOURCE         PIC X(03).
001140        10 WS-GRP-TEXT           PIC X(40).
001144     05 WS-GRP-CROSS-SW          PIC X(01) VALUE 'N'.
001148        88 GRP-CROSS-FEEDER                VALUE 'Y'.
001150*----------------------------------------------------------------*
001160* CONTROL COUNTERS                                               *
001170*----------------------------------------------------------------*
001210     05 WS-COUNT-BLANK           PIC 9(07) COMP VALUE ZERO.
001220     05 WS-COUNT-GROUPS          PIC 9(07) COMP VALUE ZERO.
001230     05 WS-COUNT-SUSPECTS        PIC 9(07) COMP VALUE ZERO.
001234     05 WS-COUNT-KEY-PARSED      PIC 9(07) COMP VALUE ZERO.
001238     05 WS-COUNT-KEY-WORDS       PIC 9(07) COMP VALUE ZERO.
001239     05 WS-COUNT-EXTRACT         PIC 9(07) COMP VALUE ZERO.
001240*----------------------------------------------------------------*
001250* REPORT LINES                                                   *
001260*----------------------------------------------------------------*
001640* 1000-INITIALIZE -- OPEN FILES AND WRITE THE REPORT HEADING     *
001650*----------------------------------------------------------------*
001660 1000-INITIALIZE.
001669     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001670     OPEN INPUT CNVOUT.
001680     IF NOT CNVOUT-OK
001690         DISPLAY 'CNVDUP: UNABLE TO OPEN CNVOUT, STATUS = '
001720         GO TO 1000-EXIT
001730     END-IF.
001740     SET CNVOUT-OPENED TO TRUE.
001741     OPEN INPUT CNVNAME.
001742     IF NOT CNVNAME-OK
001743         DISPLAY 'CNVDUP: UNABLE TO OPEN CNVNAME, STATUS = '
001744             WS-CNVNAME-STATUS
001745         SET FATAL-ERROR TO TRUE
001746         GO TO 1000-EXIT
001747     END-IF.
001748     SET CNVNAME-OPENED TO TRUE.
001750     OPEN OUTPUT DUPRPT.
001760     IF NOT DUPRPT-OK
001770         DISPLAY 'CNVDUP: UNABLE TO OPEN DUPRPT, STATUS = '
001800         GO TO 1000-EXIT
001810     END-IF.
001820     SET DUPRPT-OPENED TO TRUE.
001821     OPEN OUTPUT DUPSUS.
001822     IF NOT DUPSUS-OK
001823         DISPLAY 'CNVDUP: UNABLE TO OPEN DUPSUS, STATUS = '
001824             WS-DUPSUS-STATUS
001825         SET FATAL-ERROR TO TRUE
001826         GO TO 1000-EXIT
001827     END-IF.
001828     SET DUPSUS-OPENED TO TRUE.
001830     MOVE WS-RPT-HEADING TO DUPRPT-RECORD.
001840     WRITE DUPRPT-RECORD.
001850 1000-EXIT.
002080 2100-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------*
002110* 2200-RELEASE-RECORD -- NORMALIZE THE CURRENT RECORD (PARSED    *
002120*                       NAME KEY WHEN USABLE, ELSE SORTED        *
002124*                       WORDS), RELEASE IT TO THE SORT AND READ  *
002128*                       THE NEXT ONE                             *
002130*----------------------------------------------------------------*
002140 2200-RELEASE-RECORD.
002150     ADD 1 TO WS-COUNT-CLUSTER.
002160     PERFORM 2250-LOOKUP-NAME THRU 2250-EXIT.
002161     IF NAME-KEY-USABLE
002162         PERFORM 2280-BUILD-NAME-KEY THRU 2280-EXIT
002163     ELSE
002164         PERFORM 2300-BUILD-MATCH-KEY THRU 2300-EXIT
002165     END-IF.
002170     IF WS-MATCH-KEY = SPACES
002180         ADD 1 TO WS-COUNT-BLANK
002190     ELSE
002230         MOVE CNV-TEXT TO SRT-TEXT
002240         RELEASE SORT-RECORD
002250         ADD 1 TO WS-COUNT-RELEASED
002251         IF NAME-KEY-USABLE
002252             ADD 1 TO WS-COUNT-KEY-PARSED
002253         ELSE
002254             ADD 1 TO WS-COUNT-KEY-WORDS
002255         END-IF
002260     END-IF.
002270     PERFORM 2100-READ-CNVOUT THRU 2100-EXIT.
002280 2200-EXIT.
002290     EXIT.
002291*----------------------------------------------------------------*
002292* 2250-LOOKUP-NAME -- READ THE CURRENT RECORD'S PARSED NAME. IT  *
002293*                     IS USABLE ONLY WHEN RESOLVED AND TAKEN     *
002294*                     FROM THE TEXT NOW ON CNVOUT -- A BACKOUT   *
002295*                     OR RESTORE CAN LEAVE IT STALE.             *
002296*----------------------------------------------------------------*
002297 2250-LOOKUP-NAME.
002298     MOVE 'N' TO WS-NAME-KEY-SW.
002299     MOVE CNV-ID TO NAM-ID.
002300     READ CNVNAME
002301         INVALID KEY
002302             GO TO 2250-EXIT
002303     END-READ.
002304     IF NOT CNVNAME-OK
002305         DISPLAY 'CNVDUP: CNVNAME READ ERROR FOR ID ' CNV-ID
002306             ', STATUS = ' WS-CNVNAME-STATUS
002307         GO TO 2250-EXIT
002308     END-IF.
002309     IF NAM-RESOLVED
002310         AND NAM-PARSED-TEXT = CNV-TEXT
002311         SET NAME-KEY-USABLE TO TRUE
002312     END-IF.
002313 2250-EXIT.
002314     EXIT.
002315*----------------------------------------------------------------*
002316* 2280-BUILD-NAME-KEY -- SURNAME, ONE SPACE, GIVEN NAME, UPPER-  *
002317*                        CASED WITH PUNCTUATION FOLDED TO SPACES *
002318*                        THE SAME WAY AS THE SORTED-WORD KEY     *
002319*----------------------------------------------------------------*
002320 2280-BUILD-NAME-KEY.
002321     MOVE SPACES TO WS-NORM-TEXT.
002322     MOVE 1 TO WS-KEY-PTR.
002323     STRING NAM-SURNAME DELIMITED BY '  '
002324         ' ' DELIMITED BY SIZE
002325         NAM-GIVEN DELIMITED BY '  '
002326         INTO WS-NORM-TEXT
002327         WITH POINTER WS-KEY-PTR
002328         ON OVERFLOW
002329             CONTINUE
002330     END-STRING.
002331     MOVE FUNCTION UPPER-CASE(WS-NORM-TEXT) TO WS-MATCH-KEY.
002332     INSPECT WS-MATCH-KEY REPLACING
002333         ALL "'" BY SPACE
002334         ALL '.' BY SPACE
002335         ALL '-' BY SPACE.
002336 2280-EXIT.
002337     EXIT.
002338*----------------------------------------------------------------*
002339* 2300-BUILD-MATCH-KEY -- UPPER-CASE THE STORED TEXT, FOLD       *
002340*                        PUNCTUATION TO SPACES, SORT THE WORDS   *
002341*                        AND RE-JOIN THEM INTO THE MATCH KEY     *
002342*----------------------------------------------------------------*
002350 2300-BUILD-MATCH-KEY.
002360     MOVE FUNCTION UPPER-CASE(CNV-TEXT) TO WS-NORM-TEXT.
002370     INSPECT WS-NORM-TEXT REPLACING
003560     IF WS-GRP-COUNT = ZERO
003570         MOVE SRT-MATCH-KEY TO WS-GRP-KEY
003580     END-IF.
003582     IF WS-GRP-COUNT > ZERO
003584         AND SRT-SOURCE NOT = WS-GRP-SOURCE (1)
003586         SET GRP-CROSS-FEEDER TO TRUE
003588     END-IF.
003590     IF WS-GRP-COUNT < WS-GRP-LIMIT
003600         ADD 1 TO WS-GRP-COUNT
003610         MOVE SRT-ID TO WS-GRP-ID (WS-GRP-COUNT)
003870     END-IF.
003880     MOVE ZERO TO WS-GRP-COUNT.
003890     MOVE SPACES TO WS-GRP-KEY.
003899     MOVE 'N' TO WS-GRP-CROSS-SW.
003900 3400-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------*
003930* 3500-WRITE-CANDIDATE -- WRITE ONE SUSPECT LINE AND ITS EXTRACT *
003940*----------------------------------------------------------------*
003950 3500-WRITE-CANDIDATE.
003960     ADD 1 TO WS-GRP-IDX.
004000     MOVE WS-GRP-TEXT (WS-GRP-IDX) TO WS-RPT-CAND-TEXT.
004010     MOVE WS-RPT-CANDIDATE-LINE TO DUPRPT-RECORD.
004020     WRITE DUPRPT-RECORD.
004021     MOVE SPACES TO DUPSUS-RECORD.
004022     MOVE WS-RUN-DATE TO DUS-RUN-DATE.
004023     MOVE WS-COUNT-GROUPS TO DUS-GROUP-NO.
004024     MOVE WS-GRP-COUNT TO DUS-GROUP-SIZE.
004025     MOVE WS-GRP-ID (WS-GRP-IDX) TO DUS-ID.
004026     MOVE WS-GRP-SOURCE (WS-GRP-IDX) TO DUS-SOURCE.
004027     MOVE WS-GRP-CROSS-SW TO DUS-CROSS-FEEDER.
004028     WRITE DUPSUS-RECORD.
004029     ADD 1 TO WS-COUNT-EXTRACT.
004030 3500-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------*
004200 8000-CLOSE.
004210     IF CNVOUT-OPENED
004220         CLOSE CNVOUT
004223     END-IF.
004226     IF CNVNAME-OPENED
004229         CLOSE CNVNAME
004230     END-IF.
004240     IF DUPRPT-OPENED
004250         CLOSE DUPRPT
004260     END-IF.
004263     IF DUPSUS-OPENED
004266         CLOSE DUPSUS
004269     END-IF.
004270 8000-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------*
004480     MOVE WS-COUNT-BLANK TO WS-RPT-COUNT.
004490     MOVE WS-RPT-TOTAL-LINE TO DUPRPT-RECORD.
004500     WRITE DUPRPT-RECORD.
004501     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004502     MOVE 'RECORDS KEYED BY PARSED SURNAME/GIVEN' TO WS-RPT-LABEL.
004503     MOVE WS-COUNT-KEY-PARSED TO WS-RPT-COUNT.
004504     MOVE WS-RPT-TOTAL-LINE TO DUPRPT-RECORD.
004505     WRITE DUPRPT-RECORD.
004506     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004507     MOVE 'RECORDS KEYED BY SORTED NAME WORDS' TO WS-RPT-LABEL.
004508     MOVE WS-COUNT-KEY-WORDS TO WS-RPT-COUNT.
004509     MOVE WS-RPT-TOTAL-LINE TO DUPRPT-RECORD.
004510     WRITE DUPRPT-RECORD.
004511     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004520     MOVE 'SUSPECTED DUPLICATE GROUPS' TO WS-RPT-LABEL.
004530     MOVE WS-COUNT-GROUPS TO WS-RPT-COUNT.
004540     MOVE WS-RPT-TOTAL-LINE TO DUPRPT-RECORD.
004580     MOVE WS-COUNT-SUSPECTS TO WS-RPT-COUNT.
004590     MOVE WS-RPT-TOTAL-LINE TO DUPRPT-RECORD.
004600     WRITE DUPRPT-RECORD.
004601     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004602     MOVE 'SUSPECT EXTRACT RECORDS WRITTEN' TO WS-RPT-LABEL.
004603     MOVE WS-COUNT-EXTRACT TO WS-RPT-COUNT.
004604     MOVE WS-RPT-TOTAL-LINE TO DUPRPT-RECORD.
004605     WRITE DUPRPT-RECORD.
004610 8100-EXIT.
004620     EXIT.
