000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DQSRPT.
000030 AUTHOR. D-SHOP BATCH SUPPORT.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* DQSRPT -- MONTHLY FEEDER DATA-QUALITY SCORECARD.               *
000090*                                                                *
000100* HELLO-WORLD FILES ONE ENTRY PER FEEDER-SYSTEM CODE ON THE      *
000110* CUMULATIVE DQHIST HISTORY (DQSREC) EACH TIME IT COMPLETES A    *
000120* BUSINESS DATE: RECORDS READ, VALID AND REJECTED, THE REJECTS   *
000130* BY REASON AND THE TITLE-CASE EXCEPTIONS. THIS RUN TAKES THE 90 *
000140* DAYS ENDING ON THE AS-OF DATE FROM THE CONTROL CARD (A RERUN   *
000150* OR DELTA RUN FILES A DATE AGAIN -- THE LAST ENTRY FILED        *
000160* STANDS) AND PRINTS ONE PAGE PER FEEDER SHOWING:                *
000170*   - THE COUNTS, REJECT RATE AND AVERAGE DAILY VOLUME OVER THE  *
000180*     LAST 30, 60 AND 90 DAYS, AND OVER DAYS 31-90, THE BASELINE *
000190*     THE LAST 30 DAYS ARE MEASURED AGAINST;                     *
000200*   - THE FEEDER'S REJECTS STILL CARRIED ON REJCYC(0), AGED BY   *
000210*     THE NUMBER OF REPAIR CYCLES EACH HAS BEEN CARRIED;         *
000220*   - THE SUSPECTED DUPLICATES THE LATEST CNVDUP RUN LISTED FOR  *
000230*     THE FEEDER (DUPSUS, DUPSREC) AND HOW MANY SPAN FEEDERS.    *
000240*                                                                *
000250* A FEEDER IS FLAGGED WHEN ITS 30-DAY REJECT RATE OR ITS AVERAGE *
000260* RECORDS READ PER DAY FILED MOVED FROM THE BASELINE BY MORE     *
000270* THAN THE TOLERANCE PERCENTAGE ON THE CONTROL CARD, WHEN IT HAS *
000280* REJECTS AFTER A BASELINE WITH NONE, OR WHEN IT HAS BASELINE    *
000290* DAYS BUT NOTHING FILED IN THE LAST 30. A FEEDER WITH NO        *
000300* BASELINE DAYS IS SHOWN BUT NOT COMPARED. DAYS NOT FILED (NO    *
000310* RUN, OR THE FEEDER'S GROUP QUARANTINED) ARE LEFT OUT OF THE    *
000320* AVERAGES. A SUMMARY PAGE LISTS EVERY FEEDER, THEN THE CONTROL  *
000330* TOTALS. ANY FEEDER FLAGGED ENDS THE RUN RC=4.                  *
000340*                                                                *
000350* DQSRPT CARRIES ASA CARRIAGE CONTROL IN COLUMN 1 SO THAT EACH   *
000360* FEEDER'S PAGE STARTS ON A NEW SHEET.                           *
000370*                                                                *
000380* CONTROL CARD: AS-OF DATE (YYYYMMDD) IN 1-8, REJECT-RATE        *
000390* TOLERANCE PERCENT IN 9-11 (DEFAULT 50) AND VOLUME TOLERANCE    *
000400* PERCENT IN 12-14 (DEFAULT 30).                                 *
000410*----------------------------------------------------------------*
000420* MODIFICATION HISTORY                                           *
000430*----------------------------------------------------------------*
000440* 10/15/26  DWW  ORIGINAL PROGRAM.                               *
000450*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DQSCARD ASSIGN TO DQSCARD
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-DQSCARD-STATUS.
000520     SELECT DQHIST ASSIGN TO DQHIST
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-DQHIST-STATUS.
000550     SELECT REJCYC ASSIGN TO REJCYC
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-REJCYC-STATUS.
000580     SELECT DUPSUS ASSIGN TO DUPSUS
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-DUPSUS-STATUS.
000610     SELECT DQSRPT ASSIGN TO DQSRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-DQSRPT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DQSCARD
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  DQSCARD-RECORD.
000700     05 DQSC-AS-OF-DATE         PIC 9(08).
000710     05 DQSC-AS-OF-DATE-R REDEFINES DQSC-AS-OF-DATE.
000720        10 DQSC-AS-OF-YEAR      PIC 9(04).
000730        10 DQSC-AS-OF-MONTH     PIC 9(02).
000740        10 DQSC-AS-OF-DAY       PIC 9(02).
000750     05 DQSC-RATE-TOLERANCE     PIC 9(03).
000760     05 DQSC-VOLUME-TOLERANCE   PIC 9(03).
000770     05 FILLER                  PIC X(66).
000780 FD  DQHIST
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DQSREC.
000820 FD  REJCYC
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REJREC.
000860 FD  DUPSUS
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DUPSREC.
000900 FD  DQSRPT
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  DQSRPT-RECORD.
000940     05 DQSRPT-CC               PIC X(01).
000950        88 DQSRPT-NEW-PAGE               VALUE '1'.
000960        88 DQSRPT-SINGLE-SPACE           VALUE ' '.
000970     05 DQSRPT-LINE             PIC X(80).
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------*
001000* SWITCHES                                                       *
001010*----------------------------------------------------------------*
001020 01  WS-SWITCHES.
001030     05 WS-DQH-EOF-SWITCH        PIC X(01) VALUE 'N'.
001040        88 DQH-END-OF-FILE                VALUE 'Y'.
001050     05 WS-REJ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001060        88 REJ-END-OF-FILE                VALUE 'Y'.
001070     05 WS-DUS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001080        88 DUS-END-OF-FILE                VALUE 'Y'.
001090     05 WS-FATAL-SWITCH          PIC X(01) VALUE 'N'.
001100        88 FATAL-ERROR                     VALUE 'Y'.
001110     05 WS-FLAG-SWITCH           PIC X(01) VALUE 'N'.
001120        88 SOMETHING-FLAGGED              VALUE 'Y'.
001130*----------------------------------------------------------------*
001140* FILE-OPENED SWITCHES                                           *
001150*----------------------------------------------------------------*
001160 01  WS-FILE-OPENED-SWITCHES.
001170     05 WS-DQHIST-OPEN-SW        PIC X(01) VALUE 'N'.
001180        88 DQHIST-OPENED                   VALUE 'Y'.
001190     05 WS-REJCYC-OPEN-SW        PIC X(01) VALUE 'N'.
001200        88 REJCYC-OPENED                   VALUE 'Y'.
001210     05 WS-DUPSUS-OPEN-SW        PIC X(01) VALUE 'N'.
001220        88 DUPSUS-OPENED                   VALUE 'Y'.
001230     05 WS-DQSRPT-OPEN-SW        PIC X(01) VALUE 'N'.
001240        88 DQSRPT-OPENED                   VALUE 'Y'.
001250*----------------------------------------------------------------*
001260* FILE STATUS FIELDS                                             *
001270*----------------------------------------------------------------*
001280 01  WS-DQSCARD-STATUS           PIC X(02) VALUE '00'.
001290     88 DQSCARD-OK                        VALUE '00'.
001300 01  WS-DQHIST-STATUS            PIC X(02) VALUE '00'.
001310     88 DQHIST-OK                         VALUE '00'.
001319     88 DQHIST-EOF                        VALUE '10'.
001320 01  WS-REJCYC-STATUS            PIC X(02) VALUE '00'.
001330     88 REJCYC-OK                         VALUE '00'.
001334     88 REJCYC-EOF                        VALUE '10'.
001338     88 REJCYC-NOT-CATALOGUED             VALUE '35'.
001340 01  WS-DUPSUS-STATUS            PIC X(02) VALUE '00'.
001350     88 DUPSUS-OK                         VALUE '00'.
001354     88 DUPSUS-EOF                        VALUE '10'.
001358     88 DUPSUS-NOT-CATALOGUED             VALUE '35'.
001360 01  WS-DQSRPT-STATUS            PIC X(02) VALUE '00'.
001370     88 DQSRPT-OK                         VALUE '00'.
001380*----------------------------------------------------------------*
001390* SELECTION CRITERIA AS VALIDATED FROM THE CARD                  *
001400*----------------------------------------------------------------*
001410 01  WS-SELECTION.
001420     05 WS-AS-OF-DATE            PIC 9(08) VALUE ZERO.
001430     05 WS-AS-OF-INTEGER         PIC 9(09) COMP VALUE ZERO.
001440     05 WS-RATE-TOLERANCE        PIC 9(03) VALUE 50.
001450     05 WS-VOLUME-TOLERANCE      PIC 9(03) VALUE 30.
001460*----------------------------------------------------------------*
001470* DATE ARITHMETIC FOR THE HISTORY ENTRY BEING LOADED. THE AGE IS *
001480* DAYS BEFORE THE AS-OF DATE; DAY SLOT 1 IS THE AS-OF DATE.      *
001490*----------------------------------------------------------------*
001500 01  WS-DATE-WORK.
001510     05 WS-BUS-INTEGER           PIC 9(09) COMP VALUE ZERO.
001520     05 WS-AGE                   PIC S9(09) COMP VALUE ZERO.
001530     05 WS-DAY-SLOT              PIC 9(04) COMP VALUE ZERO.
001540*----------------------------------------------------------------*
001550* FEEDER TABLE, ONE ENTRY PER FEEDER-SYSTEM CODE FOUND ON DQHIST *
001560* IN THE 90 DAYS, ON REJCYC OR ON DUPSUS. A DAY SLOT IS FILLED   *
001570* ONLY WHEN AN ENTRY WAS FILED FOR THAT DATE. THE AGE BUCKETS    *
001580* HOLD THE REJECTS CARRIED 1-30, 31-60, 61-90 AND OVER 90        *
001590* CYCLES. THE 30-DAY FIGURES AND FLAGS ARE KEPT FOR THE SUMMARY. *
001600*----------------------------------------------------------------*
001610 01  WS-SRC-TABLE.
001620     05 WS-SRC-LIMIT             PIC 9(04) COMP VALUE 20.
001630     05 WS-SRC-COUNT             PIC 9(04) COMP VALUE ZERO.
001640     05 WS-SRC-IDX               PIC 9(04) COMP VALUE ZERO.
001650     05 WS-SRC-FOUND-SW          PIC X(01) VALUE 'N'.
001660        88 SRC-FOUND                       VALUE 'Y'.
001670     05 WS-SRC-ENTRY OCCURS 20 TIMES.
001680        10 WS-SRC-CODE           PIC X(03).
001690        10 WS-SRC-CARRIED        PIC 9(07) COMP.
001700        10 WS-SRC-AGE-BUCKET OCCURS 4 TIMES
001710                                 PIC 9(07) COMP.
001720        10 WS-SRC-OLDEST         PIC 9(03) COMP.
001730        10 WS-SRC-SUSPECTS       PIC 9(07) COMP.
001740        10 WS-SRC-CROSS-FEEDER   PIC 9(07) COMP.
001750        10 WS-SRC-DAYS-30        PIC 9(04) COMP.
001760        10 WS-SRC-READ-30        PIC 9(09) COMP.
001770        10 WS-SRC-RATE-30        PIC 9(03)V9(02).
001780        10 WS-SRC-RATE-FLAG-SW   PIC X(01).
001790        10 WS-SRC-VOL-FLAG-SW    PIC X(01).
001800        10 WS-SRC-DAY OCCURS 90 TIMES.
001810           15 WS-DAY-FILED-SW    PIC X(01).
001820           15 WS-DAY-READ        PIC 9(07) COMP.
001830           15 WS-DAY-VALID       PIC 9(07) COMP.
001840           15 WS-DAY-REJECTED    PIC 9(07) COMP.
001850           15 WS-DAY-REASON OCCURS 6 TIMES
001860                                 PIC 9(07) COMP.
001870           15 WS-DAY-EXCEPTION   PIC 9(07) COMP.
001880 01  WS-KEY-SOURCE               PIC X(03) VALUE SPACES.
001890 01  WS-BKT-IDX                  PIC 9(04) COMP VALUE ZERO.
001900*----------------------------------------------------------------*
001910* REPORT ORDER -- FEEDER TABLE SUBSCRIPTS SORTED BY FEEDER CODE  *
001920*----------------------------------------------------------------*
001930 01  WS-ORDER-TABLE.
001940     05 WS-ORD-IDX               PIC 9(04) COMP VALUE ZERO.
001950     05 WS-ORD-PASS              PIC 9(04) COMP VALUE ZERO.
001960     05 WS-ORD-FIRST             PIC 9(04) COMP VALUE ZERO.
001970     05 WS-ORD-SECOND            PIC 9(04) COMP VALUE ZERO.
001980     05 WS-ORD-ENTRY OCCURS 20 TIMES
001990                                 PIC 9(04) COMP.
002000*----------------------------------------------------------------*
002010* WINDOW TOTALS FOR THE FEEDER BEING REPORTED: 1 THE LAST 30     *
002020* DAYS, 2 THE LAST 60, 3 THE LAST 90, 4 DAYS 31-90 (BASELINE).   *
002030* THE AVERAGE IS RECORDS READ PER DAY FILED.                     *
002040*----------------------------------------------------------------*
002050 01  WS-WINDOW-TABLE.
002060     05 WS-WIN-IDX               PIC 9(04) COMP VALUE ZERO.
002070     05 WS-DAY-IDX               PIC 9(04) COMP VALUE ZERO.
002080     05 WS-RSN-IDX               PIC 9(04) COMP VALUE ZERO.
002090     05 WS-PCT-WORK              PIC 9(11) COMP VALUE ZERO.
002100     05 WS-WIN OCCURS 4 TIMES.
002110        10 WS-WIN-DAYS           PIC 9(04) COMP.
002120        10 WS-WIN-READ           PIC 9(09) COMP.
002130        10 WS-WIN-VALID          PIC 9(09) COMP.
002140        10 WS-WIN-REJECTED       PIC 9(09) COMP.
002150        10 WS-WIN-REASON OCCURS 6 TIMES
002160                                 PIC 9(09) COMP.
002170        10 WS-WIN-EXCEPTION      PIC 9(09) COMP.
002180        10 WS-WIN-RATE           PIC 9(03)V9(02).
002190        10 WS-WIN-AVG-READ       PIC 9(09).
002200*----------------------------------------------------------------*
002210* TREND TESTS FOR THE FEEDER BEING REPORTED. THE CHANGE IS THE   *
002220* PERCENT MOVE OF THE LAST 30 DAYS FROM THE BASELINE. STATUS:    *
002230* W WITHIN TOLERANCE, B BEYOND IT, Z UP FROM NONE, N NO BASELINE *
002240* DAYS, R NO RECENT DAYS (RATE NOT COMPARED), X NO RECENT DAYS   *
002250* (VOLUME FLAGGED).                                              *
002260*----------------------------------------------------------------*
002270 01  WS-TREND-WORK.
002280     05 WS-RATE-CHANGE           PIC S9(09) VALUE ZERO.
002290     05 WS-RATE-STATUS           PIC X(01) VALUE SPACE.
002300     05 WS-VOL-CHANGE            PIC S9(09) VALUE ZERO.
002310     05 WS-VOL-STATUS            PIC X(01) VALUE SPACE.
002320     05 WS-DISTANCE              PIC 9(09) VALUE ZERO.
002330     05 WS-TREND-CHANGE          PIC S9(09) VALUE ZERO.
002340     05 WS-TREND-STATUS          PIC X(01) VALUE SPACE.
002350        88 TREND-WITHIN                    VALUE 'W'.
002360        88 TREND-BEYOND                    VALUE 'B'.
002370        88 TREND-FROM-ZERO                 VALUE 'Z'.
002380        88 TREND-NO-BASELINE               VALUE 'N'.
002390        88 TREND-NO-RECENT                 VALUE 'R'.
002400        88 TREND-NONE-FILED                VALUE 'X'.
002410*----------------------------------------------------------------*
002420* REJECT REASON LABELS, IN THE ORDER OF DQS-REASON-TABLE         *
002430*----------------------------------------------------------------*
002440 01  WS-REASON-LABELS.
002450     05 FILLER                   PIC X(28) VALUE
002460        '  BLANK RECORD'.
002470     05 FILLER                   PIC X(28) VALUE
002480        '  NON-ALPHABETIC DATA'.
002490     05 FILLER                   PIC X(28) VALUE
002500        '  DUP ID IN EXTRACT'.
002510     05 FILLER                   PIC X(28) VALUE
002520        '  CROSS-SOURCE DUP ID'.
002530     05 FILLER                   PIC X(28) VALUE
002540        '  CNVOUT WRITE FAILED'.
002550     05 FILLER                   PIC X(28) VALUE
002560        '  ANY OTHER REASON'.
002570 01  WS-REASON-LABEL-TABLE REDEFINES WS-REASON-LABELS.
002580     05 WS-REASON-LABEL OCCURS 6 TIMES
002590                                 PIC X(28).
002600*----------------------------------------------------------------*
002610* CONTROL COUNTERS                                               *
002620*----------------------------------------------------------------*
002630 01  WS-CONTROL-COUNTERS.
002640     05 WS-COUNT-DQH-READ        PIC 9(07) COMP VALUE ZERO.
002650     05 WS-COUNT-DQH-APPLIED     PIC 9(07) COMP VALUE ZERO.
002660     05 WS-COUNT-DQH-REFILED     PIC 9(07) COMP VALUE ZERO.
002670     05 WS-COUNT-DQH-OUTSIDE     PIC 9(07) COMP VALUE ZERO.
002680     05 WS-COUNT-DQH-INVALID     PIC 9(07) COMP VALUE ZERO.
002690     05 WS-COUNT-REJ-READ        PIC 9(07) COMP VALUE ZERO.
002700     05 WS-COUNT-REJ-NO-SOURCE   PIC 9(07) COMP VALUE ZERO.
002710     05 WS-COUNT-DUS-READ        PIC 9(07) COMP VALUE ZERO.
002720     05 WS-COUNT-DUS-NO-SOURCE   PIC 9(07) COMP VALUE ZERO.
002730     05 WS-COUNT-FLAGGED         PIC 9(07) COMP VALUE ZERO.
002740 01  WS-DUS-RUN-DATE             PIC 9(08) VALUE ZERO.
002750*----------------------------------------------------------------*
002760* REPORT LINES                                                   *
002770*----------------------------------------------------------------*
002780 01  WS-RPT-HEADING.
002790     05 FILLER                   PIC X(30) VALUE
002800        'FEEDER DATA-QUALITY SCORECARD'.
002810     05 FILLER                   PIC X(07) VALUE 'SOURCE '.
002820     05 WS-HDG-SOURCE            PIC X(03).
002830     05 FILLER                   PIC X(11) VALUE '     AS OF '.
002840     05 WS-HDG-AS-OF             PIC 9(08).
002850     05 FILLER                   PIC X(21) VALUE SPACES.
002860 01  WS-RPT-SUM-HEADING.
002870     05 FILLER                   PIC X(40) VALUE
002880        'FEEDER DATA-QUALITY SCORECARD - SUMMARY'.
002890     05 FILLER                   PIC X(11) VALUE '     AS OF '.
002900     05 WS-SUM-HDG-AS-OF         PIC 9(08).
002910     05 FILLER                   PIC X(21) VALUE SPACES.
002920 01  WS-RPT-TOLERANCE-LINE.
002930     05 FILLER                   PIC X(24) VALUE
002940        'TOLERANCES: REJECT RATE '.
002950     05 WS-RPT-TOL-RATE          PIC ZZ9.
002960     05 FILLER                   PIC X(13) VALUE ' PCT, VOLUME '.
002970     05 WS-RPT-TOL-VOLUME        PIC ZZ9.
002980     05 FILLER                   PIC X(04) VALUE ' PCT'.
002990     05 FILLER                   PIC X(33) VALUE SPACES.
003000 01  WS-RPT-WIN-COLUMNS.
003010     05 FILLER                   PIC X(28) VALUE SPACES.
003020     05 FILLER                   PIC X(12) VALUE '     LAST 30'.
003030     05 FILLER                   PIC X(12) VALUE '     LAST 60'.
003040     05 FILLER                   PIC X(12) VALUE '     LAST 90'.
003050     05 FILLER                   PIC X(12) VALUE '  DAYS 31-90'.
003060     05 FILLER                   PIC X(04) VALUE SPACES.
003070 01  WS-RPT-COUNT-LINE.
003080     05 WS-RPT-CL-LABEL          PIC X(28).
003090     05 WS-RPT-CL-COLUMN OCCURS 4 TIMES.
003100        10 FILLER                PIC X(01).
003110        10 WS-RPT-CL-COUNT       PIC ZZZ,ZZZ,ZZ9.
003120     05 FILLER                   PIC X(04).
003130 01  WS-RPT-RATE-LINE.
003140     05 WS-RPT-RL-LABEL          PIC X(28).
003150     05 WS-RPT-RL-COLUMN OCCURS 4 TIMES.
003160        10 FILLER                PIC X(04).
003170        10 WS-RPT-RL-RATE        PIC ZZZZ9.99.
003180     05 FILLER                   PIC X(04).
003190 01  WS-RPT-TREND-LINE.
003200     05 WS-RPT-TR-LABEL          PIC X(28).
003210     05 WS-RPT-TR-CHANGE         PIC ++++,+++,++9.
003220     05 WS-RPT-TR-PCT            PIC X(06).
003230     05 WS-RPT-TR-STATUS         PIC X(34).
003240 01  WS-RPT-SUM-COLUMNS.
003250     05 FILLER                   PIC X(06) VALUE '  SRC '.
003260     05 FILLER                   PIC X(04) VALUE 'DAYS'.
003270     05 FILLER                   PIC X(13) VALUE '    RECS READ'.
003280     05 FILLER                   PIC X(08) VALUE ' REJ PCT'.
003290     05 FILLER                   PIC X(09) VALUE '  CARRIED'.
003300     05 FILLER                   PIC X(09) VALUE ' SUSPECTS'.
003310     05 FILLER                   PIC X(31) VALUE '  FLAGGED ON'.
003320 01  WS-RPT-SUM-LINE.
003330     05 FILLER                   PIC X(02) VALUE SPACES.
003340     05 WS-RPT-SUM-SOURCE        PIC X(03).
003350     05 FILLER                   PIC X(02) VALUE SPACES.
003360     05 WS-RPT-SUM-DAYS          PIC ZZ9.
003370     05 FILLER                   PIC X(02) VALUE SPACES.
003380     05 WS-RPT-SUM-READ          PIC ZZZ,ZZZ,ZZ9.
003390     05 FILLER                   PIC X(02) VALUE SPACES.
003400     05 WS-RPT-SUM-RATE          PIC ZZ9.99.
003410     05 FILLER                   PIC X(02) VALUE SPACES.
003420     05 WS-RPT-SUM-CARRIED       PIC ZZZ,ZZ9.
003430     05 FILLER                   PIC X(02) VALUE SPACES.
003440     05 WS-RPT-SUM-SUSPECTS      PIC ZZZ,ZZ9.
003450     05 FILLER                   PIC X(02) VALUE SPACES.
003460     05 WS-RPT-SUM-FLAG          PIC X(20).
003470     05 FILLER                   PIC X(09) VALUE SPACES.
003480 01  WS-RPT-DUS-LINE.
003490     05 FILLER                   PIC X(44) VALUE
003500        'SUSPECTED DUPLICATES FROM THE CNVDUP RUN OF '.
003510     05 WS-RPT-DUS-DATE          PIC 9(08).
003520     05 FILLER                   PIC X(28) VALUE SPACES.
003530 01  WS-RPT-SECTION-LINE.
003540     05 WS-RPT-SECTION           PIC X(50).
003550     05 FILLER                   PIC X(30) VALUE SPACES.
003560 01  WS-RPT-TOTAL-LINE.
003570     05 WS-RPT-LABEL             PIC X(50).
003580     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
003590     05 FILLER                   PIC X(19) VALUE SPACES.
003600 PROCEDURE DIVISION.
003610*----------------------------------------------------------------*
003620* 0000-MAINLINE                                                  *
003630*----------------------------------------------------------------*
003640 0000-MAINLINE.
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     IF NOT FATAL-ERROR
003670         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
003680             UNTIL DQH-END-OF-FILE OR FATAL-ERROR
003690     END-IF.
003700     IF NOT FATAL-ERROR
003710         PERFORM 2500-LOAD-CARRIED THRU 2500-EXIT
003720             UNTIL REJ-END-OF-FILE OR FATAL-ERROR
003730     END-IF.
003740     IF NOT FATAL-ERROR
003750         PERFORM 2700-LOAD-SUSPECT THRU 2700-EXIT
003760             UNTIL DUS-END-OF-FILE OR FATAL-ERROR
003770     END-IF.
003780     IF NOT FATAL-ERROR
003790         PERFORM 3000-ORDER-SOURCES THRU 3000-EXIT
003800     END-IF.
003810     IF NOT FATAL-ERROR
003820         PERFORM 4000-REPORT-SOURCE THRU 4000-EXIT
003830             VARYING WS-ORD-IDX FROM 1 BY 1
003840             UNTIL WS-ORD-IDX > WS-SRC-COUNT
003850     END-IF.
003860     IF NOT FATAL-ERROR
003870         PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
003880     END-IF.
003890     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003900     GOBACK.
003910*----------------------------------------------------------------*
003920* 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN FILES AND PRIME *
003930*                   THE READS. A MISSING REJCYC OR DUPSUS IS     *
003935*                   NOT AN ERROR -- THE PAGES THEN SHOW NONE     *
003940*----------------------------------------------------------------*
003950 1000-INITIALIZE.
003960     PERFORM 1100-READ-DQSCARD THRU 1100-EXIT.
003970     IF FATAL-ERROR
003980         GO TO 1000-EXIT
003990     END-IF.
004000     OPEN INPUT DQHIST.
004010     IF NOT DQHIST-OK
004020         DISPLAY 'DQSRPT: UNABLE TO OPEN DQHIST, STATUS = '
004030             WS-DQHIST-STATUS
004040         SET FATAL-ERROR TO TRUE
004050         GO TO 1000-EXIT
004060     END-IF.
004070     SET DQHIST-OPENED TO TRUE.
004075     OPEN INPUT REJCYC.
004080     IF REJCYC-OK
004085         SET REJCYC-OPENED TO TRUE
004090     ELSE
004095         IF REJCYC-NOT-CATALOGUED
004100             DISPLAY 'DQSRPT: NO REJCYC THIS RUN'
004105             SET REJ-END-OF-FILE TO TRUE
004110         ELSE
004115             DISPLAY 'DQSRPT: UNABLE TO OPEN REJCYC, STATUS = '
004120                 WS-REJCYC-STATUS
004125             SET FATAL-ERROR TO TRUE
004130             GO TO 1000-EXIT
004135         END-IF
004140     END-IF.
004145     OPEN INPUT DUPSUS.
004150     IF DUPSUS-OK
004155         SET DUPSUS-OPENED TO TRUE
004160     ELSE
004165         IF DUPSUS-NOT-CATALOGUED
004170             DISPLAY 'DQSRPT: NO DUPSUS THIS RUN'
004175             SET DUS-END-OF-FILE TO TRUE
004180         ELSE
004185             DISPLAY 'DQSRPT: UNABLE TO OPEN DUPSUS, STATUS = '
004190                 WS-DUPSUS-STATUS
004195             SET FATAL-ERROR TO TRUE
004200             GO TO 1000-EXIT
004205         END-IF
004210     END-IF.
004240     OPEN OUTPUT DQSRPT.
004250     IF NOT DQSRPT-OK
004260         DISPLAY 'DQSRPT: UNABLE TO OPEN DQSRPT, STATUS = '
004270             WS-DQSRPT-STATUS
004280         SET FATAL-ERROR TO TRUE
004290         GO TO 1000-EXIT
004300     END-IF.
004310     SET DQSRPT-OPENED TO TRUE.
004320     SET DQSRPT-SINGLE-SPACE TO TRUE.
004330     MOVE WS-RATE-TOLERANCE TO WS-RPT-TOL-RATE.
004340     MOVE WS-VOLUME-TOLERANCE TO WS-RPT-TOL-VOLUME.
004350     PERFORM 2100-READ-DQHIST THRU 2100-EXIT.
004360     IF REJCYC-OPENED
004370         PERFORM 2600-READ-REJCYC THRU 2600-EXIT
004372     END-IF.
004374     IF DUPSUS-OPENED
004376         PERFORM 2800-READ-DUPSUS THRU 2800-EXIT
004378     END-IF.
004380 1000-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------*
004410* 1100-READ-DQSCARD -- READ AND VALIDATE THE AS-OF DATE AND THE  *
004420*                     TOLERANCES                                 *
004430*----------------------------------------------------------------*
004440 1100-READ-DQSCARD.
004450     OPEN INPUT DQSCARD.
004460     IF NOT DQSCARD-OK
004470         DISPLAY 'DQSRPT: UNABLE TO OPEN DQSCARD, STATUS = '
004480             WS-DQSCARD-STATUS
004490         SET FATAL-ERROR TO TRUE
004500         GO TO 1100-EXIT
004510     END-IF.
004520     READ DQSCARD
004530         AT END
004540             DISPLAY 'DQSRPT: CONTROL CARD EMPTY - STOPPING'
004550             SET FATAL-ERROR TO TRUE
004560             CLOSE DQSCARD
004570             GO TO 1100-EXIT
004580     END-READ.
004590     IF DQSC-AS-OF-DATE IS NOT NUMERIC
004600         OR DQSC-AS-OF-YEAR = ZERO
004610         OR DQSC-AS-OF-MONTH < 1
004620         OR DQSC-AS-OF-MONTH > 12
004630         OR DQSC-AS-OF-DAY < 1
004640         OR DQSC-AS-OF-DAY > 31
004650         DISPLAY 'DQSRPT: NO VALID AS-OF DATE ON CARD - STOPPING'
004660         SET FATAL-ERROR TO TRUE
004670         CLOSE DQSCARD
004680         GO TO 1100-EXIT
004690     END-IF.
004700     MOVE DQSC-AS-OF-DATE TO WS-AS-OF-DATE.
004710     COMPUTE WS-AS-OF-INTEGER =
004720         FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
004721     IF WS-AS-OF-INTEGER = ZERO
004722         DISPLAY 'DQSRPT: AS-OF DATE ' WS-AS-OF-DATE
004723             ' IS NOT A CALENDAR DATE - STOPPING'
004724         SET FATAL-ERROR TO TRUE
004725         CLOSE DQSCARD
004726         GO TO 1100-EXIT
004727     END-IF.
004730     IF DQSC-RATE-TOLERANCE IS NUMERIC
004740         MOVE DQSC-RATE-TOLERANCE TO WS-RATE-TOLERANCE
004750     ELSE
004760         DISPLAY 'DQSRPT: NO RATE TOLERANCE ON CARD, USING '
004770             WS-RATE-TOLERANCE ' PCT'
004780     END-IF.
004790     IF DQSC-VOLUME-TOLERANCE IS NUMERIC
004800         MOVE DQSC-VOLUME-TOLERANCE TO WS-VOLUME-TOLERANCE
004810     ELSE
004820         DISPLAY 'DQSRPT: NO VOLUME TOLERANCE ON CARD, USING '
004830             WS-VOLUME-TOLERANCE ' PCT'
004840     END-IF.
004850     CLOSE DQSCARD.
004860 1100-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------*
004890* 2000-LOAD-HISTORY -- FILE ONE DQHIST ENTRY IN ITS FEEDER'S DAY *
004900*                     SLOT AND READ THE NEXT. A LATER ENTRY FOR  *
004910*                     THE SAME FEEDER AND DATE REPLACES AN       *
004920*                     EARLIER ONE. ENTRIES OUTSIDE THE 90 DAYS   *
004930*                     OR NOT NUMERIC ARE COUNTED AND BYPASSED.   *
004940*----------------------------------------------------------------*
004950 2000-LOAD-HISTORY.
004960     ADD 1 TO WS-COUNT-DQH-READ.
004970     IF DQS-BUS-DATE IS NOT NUMERIC
004980         OR DQS-COUNT-READ IS NOT NUMERIC
004990         OR DQS-COUNT-VALID IS NOT NUMERIC
005000         OR DQS-COUNT-REJECTED IS NOT NUMERIC
005010         OR DQS-REJECT-REASONS IS NOT NUMERIC
005020         OR DQS-COUNT-EXCEPTION IS NOT NUMERIC
005030         ADD 1 TO WS-COUNT-DQH-INVALID
005040         GO TO 2000-NEXT
005050     END-IF.
005060     COMPUTE WS-BUS-INTEGER =
005070         FUNCTION INTEGER-OF-DATE(DQS-BUS-DATE).
005080     COMPUTE WS-AGE = WS-AS-OF-INTEGER - WS-BUS-INTEGER.
005090     IF WS-BUS-INTEGER = ZERO
005100         OR WS-AGE < ZERO
005110         OR WS-AGE > 89
005120         ADD 1 TO WS-COUNT-DQH-OUTSIDE
005130         GO TO 2000-NEXT
005140     END-IF.
005150     MOVE DQS-SOURCE TO WS-KEY-SOURCE.
005160     PERFORM 7000-FIND-SOURCE THRU 7000-EXIT.
005170     IF FATAL-ERROR
005180         GO TO 2000-EXIT
005190     END-IF.
005200     COMPUTE WS-DAY-SLOT = WS-AGE + 1.
005210     IF WS-DAY-FILED-SW (WS-SRC-IDX WS-DAY-SLOT) = 'Y'
005220         ADD 1 TO WS-COUNT-DQH-REFILED
005230     END-IF.
005240     ADD 1 TO WS-COUNT-DQH-APPLIED.
005250     MOVE 'Y' TO WS-DAY-FILED-SW (WS-SRC-IDX WS-DAY-SLOT).
005260     MOVE DQS-COUNT-READ TO WS-DAY-READ (WS-SRC-IDX WS-DAY-SLOT).
005270     MOVE DQS-COUNT-VALID
005280         TO WS-DAY-VALID (WS-SRC-IDX WS-DAY-SLOT).
005290     MOVE DQS-COUNT-REJECTED
005300         TO WS-DAY-REJECTED (WS-SRC-IDX WS-DAY-SLOT).
005310     MOVE DQS-COUNT-EXCEPTION
005320         TO WS-DAY-EXCEPTION (WS-SRC-IDX WS-DAY-SLOT).
005330     PERFORM 2200-STORE-REASON THRU 2200-EXIT
005340         VARYING WS-RSN-IDX FROM 1 BY 1
005350         UNTIL WS-RSN-IDX > 6.
005360 2000-NEXT.
005370     PERFORM 2100-READ-DQHIST THRU 2100-EXIT.
005380 2000-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------*
005410* 2100-READ-DQHIST -- READ THE NEXT DATA-QUALITY HISTORY ENTRY   *
005420*----------------------------------------------------------------*
005430 2100-READ-DQHIST.
005440     READ DQHIST
005450         AT END
005460             SET DQH-END-OF-FILE TO TRUE
005470     END-READ.
005471     IF NOT DQHIST-OK AND NOT DQHIST-EOF
005472         DISPLAY 'DQSRPT: DQHIST READ FAILED, STATUS = '
005473             WS-DQHIST-STATUS
005474         SET FATAL-ERROR TO TRUE
005475     END-IF.
005480 2100-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------*
005510* 2200-STORE-REASON -- FILE ONE REJECT-REASON COUNT IN THE SLOT  *
005520*----------------------------------------------------------------*
005530 2200-STORE-REASON.
005540     MOVE DQS-REASON-COUNT (WS-RSN-IDX)
005550         TO WS-DAY-REASON (WS-SRC-IDX WS-DAY-SLOT WS-RSN-IDX).
005560 2200-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------*
005590* 2500-LOAD-CARRIED -- AGE ONE CARRIED REJECT AGAINST ITS FEEDER *
005600*                     AND READ THE NEXT. A REJECT WRITTEN BEFORE *
005610*                     THE CYCLE COUNT WAS CARRIED IS FIRST-CYCLE *
005620*                     (AS IN REJFIX); ONE WITH NO FEEDER CODE IS *
005630*                     COUNTED AND BYPASSED.                      *
005640*----------------------------------------------------------------*
005650 2500-LOAD-CARRIED.
005660     ADD 1 TO WS-COUNT-REJ-READ.
005670     IF REJ-SOURCE = SPACES
005680         ADD 1 TO WS-COUNT-REJ-NO-SOURCE
005690         GO TO 2500-NEXT
005700     END-IF.
005710     IF REJ-CYCLE-COUNT IS NOT NUMERIC
005720         MOVE 1 TO REJ-CYCLE-COUNT
005730     END-IF.
005740     MOVE REJ-SOURCE TO WS-KEY-SOURCE.
005750     PERFORM 7000-FIND-SOURCE THRU 7000-EXIT.
005760     IF FATAL-ERROR
005770         GO TO 2500-EXIT
005780     END-IF.
005790     ADD 1 TO WS-SRC-CARRIED (WS-SRC-IDX).
005800     MOVE 1 TO WS-BKT-IDX.
005810     IF REJ-CYCLE-COUNT > 30
005820         MOVE 2 TO WS-BKT-IDX
005830     END-IF.
005840     IF REJ-CYCLE-COUNT > 60
005850         MOVE 3 TO WS-BKT-IDX
005860     END-IF.
005870     IF REJ-CYCLE-COUNT > 90
005880         MOVE 4 TO WS-BKT-IDX
005890     END-IF.
005900     ADD 1 TO WS-SRC-AGE-BUCKET (WS-SRC-IDX WS-BKT-IDX).
005910     IF REJ-CYCLE-COUNT > WS-SRC-OLDEST (WS-SRC-IDX)
005920         MOVE REJ-CYCLE-COUNT TO WS-SRC-OLDEST (WS-SRC-IDX)
005930     END-IF.
005940 2500-NEXT.
005950     PERFORM 2600-READ-REJCYC THRU 2600-EXIT.
005960 2500-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------*
005990* 2600-READ-REJCYC -- READ THE NEXT CARRIED REJECT               *
006000*----------------------------------------------------------------*
006010 2600-READ-REJCYC.
006020     READ REJCYC
006030         AT END
006040             SET REJ-END-OF-FILE TO TRUE
006050     END-READ.
006051     IF NOT REJCYC-OK AND NOT REJCYC-EOF
006052         DISPLAY 'DQSRPT: REJCYC READ FAILED, STATUS = '
006053             WS-REJCYC-STATUS
006054         SET FATAL-ERROR TO TRUE
006055     END-IF.
006060 2600-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------*
006090* 2700-LOAD-SUSPECT -- COUNT ONE SUSPECTED DUPLICATE AGAINST ITS *
006100*                     FEEDER AND READ THE NEXT                   *
006110*----------------------------------------------------------------*
006120 2700-LOAD-SUSPECT.
006130     ADD 1 TO WS-COUNT-DUS-READ.
006140     MOVE DUS-RUN-DATE TO WS-DUS-RUN-DATE.
006150     IF DUS-SOURCE = SPACES
006160         ADD 1 TO WS-COUNT-DUS-NO-SOURCE
006170         GO TO 2700-NEXT
006180     END-IF.
006190     MOVE DUS-SOURCE TO WS-KEY-SOURCE.
006200     PERFORM 7000-FIND-SOURCE THRU 7000-EXIT.
006210     IF FATAL-ERROR
006220         GO TO 2700-EXIT
006230     END-IF.
006240     ADD 1 TO WS-SRC-SUSPECTS (WS-SRC-IDX).
006250     IF DUS-IS-CROSS-FEEDER
006260         ADD 1 TO WS-SRC-CROSS-FEEDER (WS-SRC-IDX)
006270     END-IF.
006280 2700-NEXT.
006290     PERFORM 2800-READ-DUPSUS THRU 2800-EXIT.
006300 2700-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------*
006330* 2800-READ-DUPSUS -- READ THE NEXT SUSPECT EXTRACT RECORD       *
006340*----------------------------------------------------------------*
006350 2800-READ-DUPSUS.
006360     READ DUPSUS
006370         AT END
006380             SET DUS-END-OF-FILE TO TRUE
006390     END-READ.
006391     IF NOT DUPSUS-OK AND NOT DUPSUS-EOF
006392         DISPLAY 'DQSRPT: DUPSUS READ FAILED, STATUS = '
006393             WS-DUPSUS-STATUS
006394         SET FATAL-ERROR TO TRUE
006395     END-IF.
006400 2800-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------*
006430* 3000-ORDER-SOURCES -- LIST THE FEEDER TABLE SUBSCRIPTS AND     *
006440*                      EXCHANGE-SORT THEM INTO FEEDER-CODE ORDER *
006450*----------------------------------------------------------------*
006460 3000-ORDER-SOURCES.
006470     PERFORM 3100-LIST-SOURCE THRU 3100-EXIT
006480         VARYING WS-ORD-IDX FROM 1 BY 1
006490         UNTIL WS-ORD-IDX > WS-SRC-COUNT.
006500     PERFORM 3200-ORDER-PASS THRU 3200-EXIT
006510         VARYING WS-ORD-PASS FROM 1 BY 1
006520         UNTIL WS-ORD-PASS >= WS-SRC-COUNT.
006530 3000-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------*
006560* 3100-LIST-SOURCE -- START THE ORDER TABLE IN TABLE ORDER       *
006570*----------------------------------------------------------------*
006580 3100-LIST-SOURCE.
006590     MOVE WS-ORD-IDX TO WS-ORD-ENTRY (WS-ORD-IDX).
006600 3100-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------*
006630* 3200-ORDER-PASS -- ONE EXCHANGE PASS OF THE ORDER TABLE        *
006640*----------------------------------------------------------------*
006650 3200-ORDER-PASS.
006660     PERFORM 3300-COMPARE-SOURCES THRU 3300-EXIT
006670         VARYING WS-ORD-IDX FROM 1 BY 1
006680         UNTIL WS-ORD-IDX >= WS-SRC-COUNT.
006690 3200-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------*
006720* 3300-COMPARE-SOURCES -- EXCHANGE ONE ADJACENT PAIR WHEN OUT OF *
006730*                        FEEDER-CODE ORDER                       *
006740*----------------------------------------------------------------*
006750 3300-COMPARE-SOURCES.
006760     MOVE WS-ORD-ENTRY (WS-ORD-IDX) TO WS-ORD-FIRST.
006770     MOVE WS-ORD-ENTRY (WS-ORD-IDX + 1) TO WS-ORD-SECOND.
006780     IF WS-SRC-CODE (WS-ORD-SECOND) < WS-SRC-CODE (WS-ORD-FIRST)
006790         MOVE WS-ORD-SECOND TO WS-ORD-ENTRY (WS-ORD-IDX)
006800         MOVE WS-ORD-FIRST TO WS-ORD-ENTRY (WS-ORD-IDX + 1)
006810     END-IF.
006820 3300-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------*
006850* 4000-REPORT-SOURCE -- TOTAL, TEST AND PRINT ONE FEEDER'S PAGE  *
006860*----------------------------------------------------------------*
006870 4000-REPORT-SOURCE.
006880     MOVE WS-ORD-ENTRY (WS-ORD-IDX) TO WS-SRC-IDX.
006890     PERFORM 4100-SUM-WINDOWS THRU 4100-EXIT.
006900     PERFORM 4300-CHECK-REJECT-RATE THRU 4300-EXIT.
006910     PERFORM 4400-CHECK-VOLUME THRU 4400-EXIT.
006920     IF WS-SRC-RATE-FLAG-SW (WS-SRC-IDX) = 'Y'
006930         OR WS-SRC-VOL-FLAG-SW (WS-SRC-IDX) = 'Y'
006940         ADD 1 TO WS-COUNT-FLAGGED
006950         SET SOMETHING-FLAGGED TO TRUE
006960         DISPLAY 'DQSRPT: FEEDER ' WS-SRC-CODE (WS-SRC-IDX)
006970             ' BEYOND TOLERANCE'
006980     END-IF.
006990     PERFORM 4500-WRITE-PAGE THRU 4500-EXIT.
007000 4000-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------*
007030* 4100-SUM-WINDOWS -- TOTAL THE FEEDER'S FILED DAYS INTO THE     *
007040*                    FOUR WINDOWS AND WORK OUT EACH WINDOW'S     *
007050*                    REJECT RATE AND AVERAGE DAILY VOLUME        *
007060*----------------------------------------------------------------*
007070 4100-SUM-WINDOWS.
007080     PERFORM 4110-CLEAR-WINDOW THRU 4110-EXIT
007090         VARYING WS-WIN-IDX FROM 1 BY 1
007100         UNTIL WS-WIN-IDX > 4.
007110     PERFORM 4130-SUM-DAY THRU 4130-EXIT
007120         VARYING WS-DAY-IDX FROM 1 BY 1
007130         UNTIL WS-DAY-IDX > 90.
007140     PERFORM 4160-WINDOW-RATES THRU 4160-EXIT
007150         VARYING WS-WIN-IDX FROM 1 BY 1
007160         UNTIL WS-WIN-IDX > 4.
007170     MOVE WS-WIN-DAYS (1) TO WS-SRC-DAYS-30 (WS-SRC-IDX).
007180     MOVE WS-WIN-READ (1) TO WS-SRC-READ-30 (WS-SRC-IDX).
007190     MOVE WS-WIN-RATE (1) TO WS-SRC-RATE-30 (WS-SRC-IDX).
007200 4100-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------*
007230* 4110-CLEAR-WINDOW -- ZERO ONE WINDOW'S TOTALS                  *
007240*----------------------------------------------------------------*
007250 4110-CLEAR-WINDOW.
007260     MOVE ZERO TO WS-WIN-DAYS (WS-WIN-IDX).
007270     MOVE ZERO TO WS-WIN-READ (WS-WIN-IDX).
007280     MOVE ZERO TO WS-WIN-VALID (WS-WIN-IDX).
007290     MOVE ZERO TO WS-WIN-REJECTED (WS-WIN-IDX).
007300     MOVE ZERO TO WS-WIN-EXCEPTION (WS-WIN-IDX).
007310     MOVE ZERO TO WS-WIN-RATE (WS-WIN-IDX).
007320     MOVE ZERO TO WS-WIN-AVG-READ (WS-WIN-IDX).
007330     PERFORM 4120-CLEAR-REASON THRU 4120-EXIT
007340         VARYING WS-RSN-IDX FROM 1 BY 1
007350         UNTIL WS-RSN-IDX > 6.
007360 4110-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------*
007390* 4120-CLEAR-REASON -- ZERO ONE WINDOW REJECT-REASON COUNT       *
007400*----------------------------------------------------------------*
007410 4120-CLEAR-REASON.
007420     MOVE ZERO TO WS-WIN-REASON (WS-WIN-IDX WS-RSN-IDX).
007430 4120-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------*
007460* 4130-SUM-DAY -- ADD ONE FILED DAY TO EVERY WINDOW IT FALLS IN  *
007470*----------------------------------------------------------------*
007480 4130-SUM-DAY.
007490     IF WS-DAY-FILED-SW (WS-SRC-IDX WS-DAY-IDX) NOT = 'Y'
007500         GO TO 4130-EXIT
007510     END-IF.
007520     IF WS-DAY-IDX <= 30
007530         MOVE 1 TO WS-WIN-IDX
007540         PERFORM 4140-ADD-DAY THRU 4140-EXIT
007550     END-IF.
007560     IF WS-DAY-IDX <= 60
007570         MOVE 2 TO WS-WIN-IDX
007580         PERFORM 4140-ADD-DAY THRU 4140-EXIT
007590     END-IF.
007600     MOVE 3 TO WS-WIN-IDX.
007610     PERFORM 4140-ADD-DAY THRU 4140-EXIT.
007620     IF WS-DAY-IDX > 30
007630         MOVE 4 TO WS-WIN-IDX
007640         PERFORM 4140-ADD-DAY THRU 4140-EXIT
007650     END-IF.
007660 4130-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------*
007690* 4140-ADD-DAY -- ADD THE DAY'S COUNTS TO THE CURRENT WINDOW     *
007700*----------------------------------------------------------------*
007710 4140-ADD-DAY.
007720     ADD 1 TO WS-WIN-DAYS (WS-WIN-IDX).
007730     ADD WS-DAY-READ (WS-SRC-IDX WS-DAY-IDX)
007740         TO WS-WIN-READ (WS-WIN-IDX).
007750     ADD WS-DAY-VALID (WS-SRC-IDX WS-DAY-IDX)
007760         TO WS-WIN-VALID (WS-WIN-IDX).
007770     ADD WS-DAY-REJECTED (WS-SRC-IDX WS-DAY-IDX)
007780         TO WS-WIN-REJECTED (WS-WIN-IDX).
007790     ADD WS-DAY-EXCEPTION (WS-SRC-IDX WS-DAY-IDX)
007800         TO WS-WIN-EXCEPTION (WS-WIN-IDX).
007810     PERFORM 4150-ADD-REASON THRU 4150-EXIT
007820         VARYING WS-RSN-IDX FROM 1 BY 1
007830         UNTIL WS-RSN-IDX > 6.
007840 4140-EXIT.
007850     EXIT.
007860*----------------------------------------------------------------*
007870* 4150-ADD-REASON -- ADD ONE REJECT-REASON COUNT TO THE WINDOW   *
007880*----------------------------------------------------------------*
007890 4150-ADD-REASON.
007900     ADD WS-DAY-REASON (WS-SRC-IDX WS-DAY-IDX WS-RSN-IDX)
007910         TO WS-WIN-REASON (WS-WIN-IDX WS-RSN-IDX).
007920 4150-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------*
007950* 4160-WINDOW-RATES -- REJECT RATE AS A PERCENT OF RECORDS READ, *
007960*                     AND RECORDS READ PER DAY FILED             *
007970*----------------------------------------------------------------*
007980 4160-WINDOW-RATES.
007990     IF WS-WIN-READ (WS-WIN-IDX) > ZERO
008000         COMPUTE WS-PCT-WORK = WS-WIN-REJECTED (WS-WIN-IDX) * 100
008010         DIVIDE WS-PCT-WORK BY WS-WIN-READ (WS-WIN-IDX)
008020             GIVING WS-WIN-RATE (WS-WIN-IDX) ROUNDED
008030     END-IF.
008040     IF WS-WIN-DAYS (WS-WIN-IDX) > ZERO
008050         DIVIDE WS-WIN-READ (WS-WIN-IDX)
008060             BY WS-WIN-DAYS (WS-WIN-IDX)
008070             GIVING WS-WIN-AVG-READ (WS-WIN-IDX) ROUNDED
008080     END-IF.
008090 4160-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------*
008120* 4300-CHECK-REJECT-RATE -- COMPARE THE LAST 30 DAYS' REJECT     *
008130*                          RATE WITH THE BASELINE. NOT COMPARED  *
008140*                          WITHOUT DAYS IN BOTH; REJECTS AFTER A *
008150*                          BASELINE WITH NONE ARE FLAGGED.       *
008160*----------------------------------------------------------------*
008170 4300-CHECK-REJECT-RATE.
008180     MOVE 'N' TO WS-SRC-RATE-FLAG-SW (WS-SRC-IDX).
008190     MOVE ZERO TO WS-RATE-CHANGE.
008200     IF WS-WIN-DAYS (4) = ZERO
008210         MOVE 'N' TO WS-RATE-STATUS
008220         GO TO 4300-EXIT
008230     END-IF.
008240     IF WS-WIN-DAYS (1) = ZERO
008250         MOVE 'R' TO WS-RATE-STATUS
008260         GO TO 4300-EXIT
008270     END-IF.
008280     IF WS-WIN-RATE (4) = ZERO
008290         IF WS-WIN-RATE (1) = ZERO
008300             MOVE 'W' TO WS-RATE-STATUS
008310         ELSE
008320             MOVE 'Z' TO WS-RATE-STATUS
008330             MOVE 'Y' TO WS-SRC-RATE-FLAG-SW (WS-SRC-IDX)
008340         END-IF
008350         GO TO 4300-EXIT
008360     END-IF.
008370     COMPUTE WS-RATE-CHANGE ROUNDED =
008380         (WS-WIN-RATE (1) - WS-WIN-RATE (4)) * 100
008390             / WS-WIN-RATE (4).
008400     MOVE WS-RATE-CHANGE TO WS-DISTANCE.
008410     IF WS-DISTANCE > WS-RATE-TOLERANCE
008420         MOVE 'B' TO WS-RATE-STATUS
008430         MOVE 'Y' TO WS-SRC-RATE-FLAG-SW (WS-SRC-IDX)
008440     ELSE
008450         MOVE 'W' TO WS-RATE-STATUS
008460     END-IF.
008470 4300-EXIT.
008480     EXIT.
008490*----------------------------------------------------------------*
008500* 4400-CHECK-VOLUME -- COMPARE THE LAST 30 DAYS' AVERAGE RECORDS *
008510*                     READ PER DAY FILED WITH THE BASELINE. A    *
008520*                     FEEDER WITH BASELINE DAYS BUT NONE IN THE  *
008530*                     LAST 30 IS FLAGGED.                        *
008540*----------------------------------------------------------------*
008550 4400-CHECK-VOLUME.
008560     MOVE 'N' TO WS-SRC-VOL-FLAG-SW (WS-SRC-IDX).
008570     MOVE ZERO TO WS-VOL-CHANGE.
008580     IF WS-WIN-DAYS (4) = ZERO
008590         MOVE 'N' TO WS-VOL-STATUS
008600         GO TO 4400-EXIT
008610     END-IF.
008620     IF WS-WIN-DAYS (1) = ZERO
008630         MOVE 'X' TO WS-VOL-STATUS
008640         MOVE 'Y' TO WS-SRC-VOL-FLAG-SW (WS-SRC-IDX)
008650         GO TO 4400-EXIT
008660     END-IF.
008670     IF WS-WIN-AVG-READ (4) = ZERO
008680         IF WS-WIN-AVG-READ (1) = ZERO
008690             MOVE 'W' TO WS-VOL-STATUS
008700         ELSE
008710             MOVE 'Z' TO WS-VOL-STATUS
008720             MOVE 'Y' TO WS-SRC-VOL-FLAG-SW (WS-SRC-IDX)
008730         END-IF
008740         GO TO 4400-EXIT
008750     END-IF.
008760     COMPUTE WS-VOL-CHANGE ROUNDED =
008770         (WS-WIN-AVG-READ (1) - WS-WIN-AVG-READ (4)) * 100
008780             / WS-WIN-AVG-READ (4).
008790     MOVE WS-VOL-CHANGE TO WS-DISTANCE.
008800     IF WS-DISTANCE > WS-VOLUME-TOLERANCE
008810         MOVE 'B' TO WS-VOL-STATUS
008820         MOVE 'Y' TO WS-SRC-VOL-FLAG-SW (WS-SRC-IDX)
008830     ELSE
008840         MOVE 'W' TO WS-VOL-STATUS
008850     END-IF.
008860 4400-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------*
008890* 4500-WRITE-PAGE -- PRINT THE FEEDER'S PAGE: THE WINDOW TOTALS, *
008900*                   THE TRENDS, THE CARRIED REJECTS AND THE      *
008910*                   SUSPECTED DUPLICATES                         *
008920*----------------------------------------------------------------*
008930 4500-WRITE-PAGE.
008940     MOVE WS-SRC-CODE (WS-SRC-IDX) TO WS-HDG-SOURCE.
008950     MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF.
008960     MOVE WS-RPT-HEADING TO DQSRPT-LINE.
008970     SET DQSRPT-NEW-PAGE TO TRUE.
008980     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
008990     MOVE WS-RPT-TOLERANCE-LINE TO DQSRPT-LINE.
009000     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009010     MOVE SPACES TO DQSRPT-LINE.
009020     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009030     MOVE WS-RPT-WIN-COLUMNS TO DQSRPT-LINE.
009040     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009050     MOVE SPACES TO WS-RPT-COUNT-LINE.
009060     MOVE 'DAYS FILED' TO WS-RPT-CL-LABEL.
009070     MOVE WS-WIN-DAYS (1) TO WS-RPT-CL-COUNT (1).
009080     MOVE WS-WIN-DAYS (2) TO WS-RPT-CL-COUNT (2).
009090     MOVE WS-WIN-DAYS (3) TO WS-RPT-CL-COUNT (3).
009100     MOVE WS-WIN-DAYS (4) TO WS-RPT-CL-COUNT (4).
009110     MOVE WS-RPT-COUNT-LINE TO DQSRPT-LINE.
009120     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009130     MOVE SPACES TO WS-RPT-COUNT-LINE.
009140     MOVE 'RECORDS READ' TO WS-RPT-CL-LABEL.
009150     MOVE WS-WIN-READ (1) TO WS-RPT-CL-COUNT (1).
009160     MOVE WS-WIN-READ (2) TO WS-RPT-CL-COUNT (2).
009170     MOVE WS-WIN-READ (3) TO WS-RPT-CL-COUNT (3).
009180     MOVE WS-WIN-READ (4) TO WS-RPT-CL-COUNT (4).
009190     MOVE WS-RPT-COUNT-LINE TO DQSRPT-LINE.
009200     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009210     MOVE SPACES TO WS-RPT-COUNT-LINE.
009220     MOVE 'RECORDS VALID' TO WS-RPT-CL-LABEL.
009230     MOVE WS-WIN-VALID (1) TO WS-RPT-CL-COUNT (1).
009240     MOVE WS-WIN-VALID (2) TO WS-RPT-CL-COUNT (2).
009250     MOVE WS-WIN-VALID (3) TO WS-RPT-CL-COUNT (3).
009260     MOVE WS-WIN-VALID (4) TO WS-RPT-CL-COUNT (4).
009270     MOVE WS-RPT-COUNT-LINE TO DQSRPT-LINE.
009280     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009290     MOVE SPACES TO WS-RPT-COUNT-LINE.
009300     MOVE 'RECORDS REJECTED' TO WS-RPT-CL-LABEL.
009310     MOVE WS-WIN-REJECTED (1) TO WS-RPT-CL-COUNT (1).
009320     MOVE WS-WIN-REJECTED (2) TO WS-RPT-CL-COUNT (2).
009330     MOVE WS-WIN-REJECTED (3) TO WS-RPT-CL-COUNT (3).
009340     MOVE WS-WIN-REJECTED (4) TO WS-RPT-CL-COUNT (4).
009350     MOVE WS-RPT-COUNT-LINE TO DQSRPT-LINE.
009360     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009370     PERFORM 4510-WRITE-REASON THRU 4510-EXIT
009380         VARYING WS-RSN-IDX FROM 1 BY 1
009390         UNTIL WS-RSN-IDX > 6.
009400     MOVE SPACES TO WS-RPT-COUNT-LINE.
009410     MOVE 'TITLE-CASE EXCEPTIONS' TO WS-RPT-CL-LABEL.
009420     MOVE WS-WIN-EXCEPTION (1) TO WS-RPT-CL-COUNT (1).
009430     MOVE WS-WIN-EXCEPTION (2) TO WS-RPT-CL-COUNT (2).
009440     MOVE WS-WIN-EXCEPTION (3) TO WS-RPT-CL-COUNT (3).
009450     MOVE WS-WIN-EXCEPTION (4) TO WS-RPT-CL-COUNT (4).
009460     MOVE WS-RPT-COUNT-LINE TO DQSRPT-LINE.
009470     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009480     MOVE SPACES TO WS-RPT-RATE-LINE.
009490     MOVE 'REJECT RATE (PCT OF READ)' TO WS-RPT-RL-LABEL.
009500     MOVE WS-WIN-RATE (1) TO WS-RPT-RL-RATE (1).
009510     MOVE WS-WIN-RATE (2) TO WS-RPT-RL-RATE (2).
009520     MOVE WS-WIN-RATE (3) TO WS-RPT-RL-RATE (3).
009530     MOVE WS-WIN-RATE (4) TO WS-RPT-RL-RATE (4).
009540     MOVE WS-RPT-RATE-LINE TO DQSRPT-LINE.
009550     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009560     MOVE SPACES TO WS-RPT-COUNT-LINE.
009570     MOVE 'AVERAGE READ PER DAY FILED' TO WS-RPT-CL-LABEL.
009580     MOVE WS-WIN-AVG-READ (1) TO WS-RPT-CL-COUNT (1).
009590     MOVE WS-WIN-AVG-READ (2) TO WS-RPT-CL-COUNT (2).
009600     MOVE WS-WIN-AVG-READ (3) TO WS-RPT-CL-COUNT (3).
009610     MOVE WS-WIN-AVG-READ (4) TO WS-RPT-CL-COUNT (4).
009620     MOVE WS-RPT-COUNT-LINE TO DQSRPT-LINE.
009630     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009640     MOVE SPACES TO DQSRPT-LINE.
009650     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009660     MOVE SPACES TO WS-RPT-SECTION-LINE.
009670     MOVE 'LAST 30 DAYS AGAINST DAYS 31-90' TO WS-RPT-SECTION.
009680     MOVE WS-RPT-SECTION-LINE TO DQSRPT-LINE.
009690     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009700     MOVE SPACES TO WS-RPT-TREND-LINE.
009710     MOVE 'REJECT RATE CHANGE' TO WS-RPT-TR-LABEL.
009720     MOVE WS-RATE-CHANGE TO WS-TREND-CHANGE.
009730     MOVE WS-RATE-STATUS TO WS-TREND-STATUS.
009740     PERFORM 4520-WRITE-TREND THRU 4520-EXIT.
009750     MOVE SPACES TO WS-RPT-TREND-LINE.
009760     MOVE 'DAILY VOLUME CHANGE' TO WS-RPT-TR-LABEL.
009770     MOVE WS-VOL-CHANGE TO WS-TREND-CHANGE.
009780     MOVE WS-VOL-STATUS TO WS-TREND-STATUS.
009790     PERFORM 4520-WRITE-TREND THRU 4520-EXIT.
009800     MOVE SPACES TO DQSRPT-LINE.
009810     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009820     MOVE SPACES TO WS-RPT-SECTION-LINE.
009830     MOVE 'REJECTS CARRIED ON REJCYC, BY REPAIR CYCLES'
009840         TO WS-RPT-SECTION.
009850     MOVE WS-RPT-SECTION-LINE TO DQSRPT-LINE.
009860     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009870     MOVE SPACES TO WS-RPT-TOTAL-LINE.
009880     MOVE 'CARRIED REJECTS' TO WS-RPT-LABEL.
009890     MOVE WS-SRC-CARRIED (WS-SRC-IDX) TO WS-RPT-COUNT.
009900     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
009910     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009920     MOVE SPACES TO WS-RPT-TOTAL-LINE.
009930     MOVE '  CARRIED 1-30 CYCLES' TO WS-RPT-LABEL.
009940     MOVE WS-SRC-AGE-BUCKET (WS-SRC-IDX 1) TO WS-RPT-COUNT.
009950     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
009960     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
009970     MOVE SPACES TO WS-RPT-TOTAL-LINE.
009980     MOVE '  CARRIED 31-60 CYCLES' TO WS-RPT-LABEL.
009990     MOVE WS-SRC-AGE-BUCKET (WS-SRC-IDX 2) TO WS-RPT-COUNT.
010000     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
010010     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010020     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010030     MOVE '  CARRIED 61-90 CYCLES' TO WS-RPT-LABEL.
010040     MOVE WS-SRC-AGE-BUCKET (WS-SRC-IDX 3) TO WS-RPT-COUNT.
010050     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
010060     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010070     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010080     MOVE '  CARRIED OVER 90 CYCLES' TO WS-RPT-LABEL.
010090     MOVE WS-SRC-AGE-BUCKET (WS-SRC-IDX 4) TO WS-RPT-COUNT.
010100     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
010110     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010120     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010130     MOVE '  OLDEST, IN CYCLES' TO WS-RPT-LABEL.
010140     MOVE WS-SRC-OLDEST (WS-SRC-IDX) TO WS-RPT-COUNT.
010150     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
010160     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010170     MOVE SPACES TO DQSRPT-LINE.
010180     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010190     MOVE SPACES TO WS-RPT-SECTION-LINE.
010200     MOVE 'SUSPECTED DUPLICATES, LATEST CNVDUP RUN'
010210         TO WS-RPT-SECTION.
010220     MOVE WS-RPT-SECTION-LINE TO DQSRPT-LINE.
010230     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010240     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010250     MOVE 'SUSPECT RECORDS FROM THIS FEEDER' TO WS-RPT-LABEL.
010260     MOVE WS-SRC-SUSPECTS (WS-SRC-IDX) TO WS-RPT-COUNT.
010270     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
010280     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010290     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010300     MOVE '  IN GROUPS SPANNING FEEDERS' TO WS-RPT-LABEL.
010310     MOVE WS-SRC-CROSS-FEEDER (WS-SRC-IDX) TO WS-RPT-COUNT.
010320     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
010330     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010340 4500-EXIT.
010350     EXIT.
010360*----------------------------------------------------------------*
010370* 4510-WRITE-REASON -- PRINT ONE REJECT-REASON ROW               *
010380*----------------------------------------------------------------*
010390 4510-WRITE-REASON.
010400     MOVE SPACES TO WS-RPT-COUNT-LINE.
010410     MOVE WS-REASON-LABEL (WS-RSN-IDX) TO WS-RPT-CL-LABEL.
010420     MOVE WS-WIN-REASON (1 WS-RSN-IDX) TO WS-RPT-CL-COUNT (1).
010430     MOVE WS-WIN-REASON (2 WS-RSN-IDX) TO WS-RPT-CL-COUNT (2).
010440     MOVE WS-WIN-REASON (3 WS-RSN-IDX) TO WS-RPT-CL-COUNT (3).
010450     MOVE WS-WIN-REASON (4 WS-RSN-IDX) TO WS-RPT-CL-COUNT (4).
010460     MOVE WS-RPT-COUNT-LINE TO DQSRPT-LINE.
010470     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010480 4510-EXIT.
010490     EXIT.
010500*----------------------------------------------------------------*
010510* 4520-WRITE-TREND -- PRINT ONE TREND ROW. THE CHANGE IS SHOWN   *
010520*                    ONLY WHEN IT COULD BE MEASURED.             *
010530*----------------------------------------------------------------*
010540 4520-WRITE-TREND.
010550     IF TREND-WITHIN OR TREND-BEYOND
010560         MOVE WS-TREND-CHANGE TO WS-RPT-TR-CHANGE
010570         MOVE ' PCT' TO WS-RPT-TR-PCT
010580     END-IF.
010590     IF TREND-WITHIN
010600         MOVE 'WITHIN TOLERANCE' TO WS-RPT-TR-STATUS
010610     END-IF.
010620     IF TREND-BEYOND
010630         MOVE '** BEYOND TOLERANCE **' TO WS-RPT-TR-STATUS
010640     END-IF.
010650     IF TREND-FROM-ZERO
010660         MOVE '** UP FROM NONE IN DAYS 31-90 **'
010670             TO WS-RPT-TR-STATUS
010680     END-IF.
010690     IF TREND-NO-BASELINE
010700         MOVE 'NOT COMPARED, NO DAYS 31-90 FILED'
010710             TO WS-RPT-TR-STATUS
010720     END-IF.
010730     IF TREND-NO-RECENT
010740         MOVE 'NOT COMPARED, NO DAYS 1-30 FILED'
010750             TO WS-RPT-TR-STATUS
010760     END-IF.
010770     IF TREND-NONE-FILED
010780         MOVE '** NOTHING FILED IN 30 DAYS **'
010790             TO WS-RPT-TR-STATUS
010800     END-IF.
010810     MOVE WS-RPT-TREND-LINE TO DQSRPT-LINE.
010820     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010830 4520-EXIT.
010840     EXIT.
010850*----------------------------------------------------------------*
010860* 4900-WRITE-LINE -- WRITE THE REPORT LINE WITH ITS CARRIAGE     *
010870*                   CONTROL, THEN RETURN TO SINGLE SPACING       *
010880*----------------------------------------------------------------*
010890 4900-WRITE-LINE.
010900     WRITE DQSRPT-RECORD.
010910     SET DQSRPT-SINGLE-SPACE TO TRUE.
010920 4900-EXIT.
010930     EXIT.
010940*----------------------------------------------------------------*
010950* 5000-WRITE-SUMMARY -- START THE SUMMARY PAGE AND LIST EVERY    *
010960*                      FEEDER'S 30-DAY FIGURES AND FLAGS         *
010970*----------------------------------------------------------------*
010980 5000-WRITE-SUMMARY.
010990     MOVE WS-AS-OF-DATE TO WS-SUM-HDG-AS-OF.
011000     MOVE WS-RPT-SUM-HEADING TO DQSRPT-LINE.
011010     SET DQSRPT-NEW-PAGE TO TRUE.
011020     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011030     MOVE WS-RPT-TOLERANCE-LINE TO DQSRPT-LINE.
011040     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011050     IF WS-COUNT-DUS-READ > ZERO
011060         MOVE WS-DUS-RUN-DATE TO WS-RPT-DUS-DATE
011070         MOVE WS-RPT-DUS-LINE TO DQSRPT-LINE
011080         PERFORM 4900-WRITE-LINE THRU 4900-EXIT
011090     END-IF.
011100     MOVE SPACES TO DQSRPT-LINE.
011110     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011120     MOVE SPACES TO WS-RPT-SECTION-LINE.
011130     MOVE 'DAYS, RECORDS READ AND REJECT RATE: LAST 30 DAYS'
011140         TO WS-RPT-SECTION.
011150     MOVE WS-RPT-SECTION-LINE TO DQSRPT-LINE.
011160     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011170     MOVE WS-RPT-SUM-COLUMNS TO DQSRPT-LINE.
011180     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011190     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT
011200         VARYING WS-ORD-IDX FROM 1 BY 1
011210         UNTIL WS-ORD-IDX > WS-SRC-COUNT.
011220 5000-EXIT.
011230     EXIT.
011240*----------------------------------------------------------------*
011250* 5100-WRITE-SUMMARY-LINE -- LIST ONE FEEDER ON THE SUMMARY      *
011260*----------------------------------------------------------------*
011270 5100-WRITE-SUMMARY-LINE.
011280     MOVE WS-ORD-ENTRY (WS-ORD-IDX) TO WS-SRC-IDX.
011290     MOVE SPACES TO WS-RPT-SUM-FLAG.
011300     MOVE WS-SRC-CODE (WS-SRC-IDX) TO WS-RPT-SUM-SOURCE.
011310     MOVE WS-SRC-DAYS-30 (WS-SRC-IDX) TO WS-RPT-SUM-DAYS.
011320     MOVE WS-SRC-READ-30 (WS-SRC-IDX) TO WS-RPT-SUM-READ.
011330     MOVE WS-SRC-RATE-30 (WS-SRC-IDX) TO WS-RPT-SUM-RATE.
011340     MOVE WS-SRC-CARRIED (WS-SRC-IDX) TO WS-RPT-SUM-CARRIED.
011350     MOVE WS-SRC-SUSPECTS (WS-SRC-IDX) TO WS-RPT-SUM-SUSPECTS.
011360     IF WS-SRC-RATE-FLAG-SW (WS-SRC-IDX) = 'Y'
011370         MOVE 'REJECT RATE' TO WS-RPT-SUM-FLAG
011380     END-IF.
011390     IF WS-SRC-VOL-FLAG-SW (WS-SRC-IDX) = 'Y'
011400         IF WS-SRC-RATE-FLAG-SW (WS-SRC-IDX) = 'Y'
011410             MOVE 'REJECT RATE, VOLUME' TO WS-RPT-SUM-FLAG
011420         ELSE
011430             MOVE 'VOLUME' TO WS-RPT-SUM-FLAG
011440         END-IF
011450     END-IF.
011460     MOVE WS-RPT-SUM-LINE TO DQSRPT-LINE.
011470     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011480 5100-EXIT.
011490     EXIT.
011500*----------------------------------------------------------------*
011510* 7000-FIND-SOURCE -- FIND THE SEARCH KEY'S FEEDER ENTRY, ADDING *
011520*                    IT WHEN NEW. A FULL TABLE IS FATAL.         *
011530*----------------------------------------------------------------*
011540 7000-FIND-SOURCE.
011550     MOVE 'N' TO WS-SRC-FOUND-SW.
011560     MOVE ZERO TO WS-SRC-IDX.
011570     PERFORM 7010-SCAN-SOURCE THRU 7010-EXIT
011580         UNTIL SRC-FOUND
011590         OR WS-SRC-IDX >= WS-SRC-COUNT.
011600     IF SRC-FOUND
011610         GO TO 7000-EXIT
011620     END-IF.
011630     IF WS-SRC-COUNT >= WS-SRC-LIMIT
011640         DISPLAY 'DQSRPT: MORE THAN ' WS-SRC-LIMIT
011650             ' FEEDER CODES - STOPPING'
011660         SET FATAL-ERROR TO TRUE
011670         GO TO 7000-EXIT
011680     END-IF.
011690     ADD 1 TO WS-SRC-COUNT.
011700     MOVE WS-SRC-COUNT TO WS-SRC-IDX.
011710     MOVE WS-KEY-SOURCE TO WS-SRC-CODE (WS-SRC-IDX).
011720     MOVE ZERO TO WS-SRC-CARRIED (WS-SRC-IDX).
011730     MOVE ZERO TO WS-SRC-AGE-BUCKET (WS-SRC-IDX 1).
011740     MOVE ZERO TO WS-SRC-AGE-BUCKET (WS-SRC-IDX 2).
011750     MOVE ZERO TO WS-SRC-AGE-BUCKET (WS-SRC-IDX 3).
011760     MOVE ZERO TO WS-SRC-AGE-BUCKET (WS-SRC-IDX 4).
011770     MOVE ZERO TO WS-SRC-OLDEST (WS-SRC-IDX).
011780     MOVE ZERO TO WS-SRC-SUSPECTS (WS-SRC-IDX).
011790     MOVE ZERO TO WS-SRC-CROSS-FEEDER (WS-SRC-IDX).
011800     MOVE 'N' TO WS-SRC-RATE-FLAG-SW (WS-SRC-IDX).
011810     MOVE 'N' TO WS-SRC-VOL-FLAG-SW (WS-SRC-IDX).
011820     PERFORM 7020-CLEAR-DAY THRU 7020-EXIT
011830         VARYING WS-DAY-IDX FROM 1 BY 1
011840         UNTIL WS-DAY-IDX > 90.
011850 7000-EXIT.
011860     EXIT.
011870*----------------------------------------------------------------*
011880* 7010-SCAN-SOURCE -- TEST THE NEXT FEEDER ENTRY AGAINST THE KEY *
011890*----------------------------------------------------------------*
011900 7010-SCAN-SOURCE.
011910     ADD 1 TO WS-SRC-IDX.
011920     IF WS-SRC-CODE (WS-SRC-IDX) = WS-KEY-SOURCE
011930         SET SRC-FOUND TO TRUE
011940     END-IF.
011950 7010-EXIT.
011960     EXIT.
011970*----------------------------------------------------------------*
011980* 7020-CLEAR-DAY -- MARK ONE DAY SLOT OF A NEW FEEDER NOT FILED  *
011990*----------------------------------------------------------------*
012000 7020-CLEAR-DAY.
012010     MOVE 'N' TO WS-DAY-FILED-SW (WS-SRC-IDX WS-DAY-IDX).
012020 7020-EXIT.
012030     EXIT.
012040*----------------------------------------------------------------*
012050* 8000-TERMINATE -- WRITE THE TOTALS, SET THE RETURN CODE AND    *
012060*                  CLOSE FILES                                   *
012070*----------------------------------------------------------------*
012080 8000-TERMINATE.
012090     IF FATAL-ERROR
012100         MOVE 16 TO RETURN-CODE
012110         GO TO 8000-CLOSE
012120     END-IF.
012130     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
012140     IF SOMETHING-FLAGGED
012150         MOVE 4 TO RETURN-CODE
012160         DISPLAY 'DQSRPT: FEEDERS BEYOND TOLERANCE - SEND DQSRPT '
012170             'TO THE FEEDER TEAMS'
012180     END-IF.
012190 8000-CLOSE.
012200     IF DQHIST-OPENED
012210         CLOSE DQHIST
012220     END-IF.
012230     IF REJCYC-OPENED
012240         CLOSE REJCYC
012250     END-IF.
012260     IF DUPSUS-OPENED
012270         CLOSE DUPSUS
012280     END-IF.
012290     IF DQSRPT-OPENED
012300         CLOSE DQSRPT
012310     END-IF.
012320 8000-EXIT.
012330     EXIT.
012340*----------------------------------------------------------------*
012350* 8100-WRITE-TOTALS -- WRITE THE SCORECARD CONTROL TOTALS        *
012360*----------------------------------------------------------------*
012370 8100-WRITE-TOTALS.
012380     MOVE SPACES TO DQSRPT-LINE.
012390     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012400     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012410     MOVE 'DATA-QUALITY HISTORY ENTRIES READ' TO WS-RPT-LABEL.
012420     MOVE WS-COUNT-DQH-READ TO WS-RPT-COUNT.
012430     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012440     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012450     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012460     MOVE 'HISTORY ENTRIES APPLIED (LAST 90 DAYS)'
012470         TO WS-RPT-LABEL.
012480     MOVE WS-COUNT-DQH-APPLIED TO WS-RPT-COUNT.
012490     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012500     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012510     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012520     MOVE '  REPLACING AN EARLIER FILING FOR THE DATE'
012530         TO WS-RPT-LABEL.
012540     MOVE WS-COUNT-DQH-REFILED TO WS-RPT-COUNT.
012550     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012560     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012570     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012580     MOVE 'HISTORY ENTRIES OUTSIDE THE 90 DAYS (BYPASSED)'
012590         TO WS-RPT-LABEL.
012600     MOVE WS-COUNT-DQH-OUTSIDE TO WS-RPT-COUNT.
012610     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012620     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012630     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012640     MOVE 'HISTORY ENTRIES NOT NUMERIC (BYPASSED)'
012650         TO WS-RPT-LABEL.
012660     MOVE WS-COUNT-DQH-INVALID TO WS-RPT-COUNT.
012670     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012680     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012690     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012700     MOVE 'CARRIED REJECTS READ FROM REJCYC' TO WS-RPT-LABEL.
012710     MOVE WS-COUNT-REJ-READ TO WS-RPT-COUNT.
012720     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012730     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012740     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012750     MOVE 'CARRIED REJECTS WITH NO FEEDER CODE (BYPASSED)'
012760         TO WS-RPT-LABEL.
012770     MOVE WS-COUNT-REJ-NO-SOURCE TO WS-RPT-COUNT.
012780     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012790     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012800     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012810     MOVE 'SUSPECT RECORDS READ FROM DUPSUS' TO WS-RPT-LABEL.
012820     MOVE WS-COUNT-DUS-READ TO WS-RPT-COUNT.
012830     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012840     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012850     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012860     MOVE 'SUSPECT RECORDS WITH NO FEEDER CODE (BYPASSED)'
012870         TO WS-RPT-LABEL.
012880     MOVE WS-COUNT-DUS-NO-SOURCE TO WS-RPT-COUNT.
012890     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012900     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012910     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012920     MOVE 'FEEDERS REPORTED' TO WS-RPT-LABEL.
012930     MOVE WS-SRC-COUNT TO WS-RPT-COUNT.
012940     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
012950     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
012960     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012970     MOVE 'FEEDERS BEYOND TOLERANCE' TO WS-RPT-LABEL.
012980     MOVE WS-COUNT-FLAGGED TO WS-RPT-COUNT.
012990     MOVE WS-RPT-TOTAL-LINE TO DQSRPT-LINE.
013000     PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
013010 8100-EXIT.
013020     EXIT.
