000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVERA.
000030 AUTHOR. D-SHOP BATCH SUPPORT.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CNVERA -- CUSTOMER NAME ERASURE RUN.                           *
000090*                                                                *
000100* LEGAL RECEIVES PRIVACY ERASURE REQUESTS, AND A CUSTOMER'S NAME *
000110* IS HELD IN SEVERAL STORES. DRIVEN BY A REQUEST FILE OF RECORD  *
000120* IDS, EACH WITH THE LEGAL CASE REFERENCE AND THE DATE THE       *
000130* REQUEST WAS RECEIVED, THIS RUN:                                *
000140*   - DELETES THE ID FROM THE CNVOUT CLUSTER AND THE CNVNAME     *
000150*     PARSED-NAME CLUSTER, JOURNALING EACH CNVOUT DELETE TO      *
000160*     CNVHIST AS ACTION E (NAME TEXT MASKED) SO THE CNVCDC CRM   *
000170*     FEED PASSES THE DELETE ON;                                 *
000180*   - OVERWRITES THE NAME TEXT, IN PLACE, OF EVERY RECORD FOR    *
000190*     THE ID ON THE CNVHIST JOURNAL, THE CNVARCH RETENTION       *
000200*     ARCHIVE, THE CURRENT REJOUT AND REJCYC REJECT GENERATIONS  *
000210*     AND THE CURRENT RECYCLE GENERATION. THE MASK REPLACES THE  *
000220*     WHOLE FIELD, SO NOTHING OF THE NAME CAN BE RECOVERED, AND  *
000230*     EVERY OTHER FIELD (STAMPS, COUNTS, KEYS) IS LEFT AS IT WAS *
000240*     SO THE FILES STILL BALANCE;                                *
000250*   - ADDS A TOMBSTONE FOR THE ID TO THE ERASURE REGISTER        *
000260*     (ERAREC.CPY) SO A LATER EXTRACT, A CNVRST RESTORE OR A     *
000270*     CNVBKO BACKOUT CANNOT BRING THE NAME BACK;                 *
000280*   - PRINTS AN ERASURE CERTIFICATE PER ID: EVERY FILE AND THE   *
000290*     NUMBER OF ITS RECORDS AFFECTED, AND THE TOMBSTONE;         *
000300*   - FILES THE RUN ON THE AUDITLOG UNDER STATUS E FOR THE       *
000310*     AUDRPT COMPLIANCE SECTION.                                 *
000320* AN ID ALREADY ON THE REGISTER IS SWEPT AGAIN (ANY COPY THAT    *
000330* HAS SINCE TURNED UP IS MASKED) AND KEEPS ITS ORIGINAL          *
000340* TOMBSTONE. A RECORD ALREADY MASKED IS NOT COUNTED AGAIN, SO A  *
000350* RERUN OF THE SAME BATCH IS HARMLESS AND REPORTS ZEROES.        *
000360*                                                                *
000370* THE REQUEST BATCH IS PROVED IN FULL BEFORE ANY FILE IS OPENED  *
000380* FOR UPDATE: A NON-NUMERIC ID, A MISSING REFERENCE OR RECEIVED  *
000390* DATE, AN ID REQUESTED TWICE OR A BATCH OVER THE TABLE LIMIT    *
000400* REFUSES THE WHOLE BATCH (NOTHING IS ERASED) AND ENDS THE RUN   *
000410* RC=8; CORRECT IT AND RESUBMIT IN FULL. ANY FILE THAT CANNOT BE *
000420* OPENED IS FATAL (RC=16) BEFORE ANYTHING CHANGES; THE REJCYC    *
000430* AND RECYCLE GENERATIONS ARE THE ONLY STORES THAT MAY BE ABSENT *
000440* (NONE CATALOGUED YET).                                         *
000450*                                                                *
000460* REQUEST LAYOUT: RECORD ID IN COLS 1-5, LEGAL CASE REFERENCE IN *
000470* COLS 6-17, DATE RECEIVED (YYYYMMDD) IN COLS 18-25. CONTROL     *
000480* CARD: OPERATOR ID IN COLS 1-8.                                 *
000490*----------------------------------------------------------------*
000500* MODIFICATION HISTORY                                           *
000510*----------------------------------------------------------------*
000520* 10/15/26  DWW  ORIGINAL PROGRAM.                               *
000530*----------------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ERACARD ASSIGN TO ERACARD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-ERACARD-STATUS.
000600     SELECT ERAREQ ASSIGN TO ERAREQ
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-ERAREQ-STATUS.
000630     SELECT ERAIN ASSIGN TO ERAIN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-ERAIN-STATUS.
000660     SELECT ERAOUT ASSIGN TO ERAOUT
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-ERAOUT-STATUS.
000690     SELECT CNVOUT ASSIGN TO CNVOUT
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS CNV-ID OF CNVOUT-RECORD
000730         FILE STATUS IS WS-CNVOUT-STATUS.
000740     SELECT CNVNAME ASSIGN TO CNVNAME
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS NAM-ID
000780         FILE STATUS IS WS-CNVNAME-STATUS.
000790     SELECT CNVHIST ASSIGN TO CNVHIST
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-CNVHIST-STATUS.
000820     SELECT CNVARCH ASSIGN TO CNVARCH
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-CNVARCH-STATUS.
000850     SELECT REJOUT ASSIGN TO REJOUT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-REJOUT-STATUS.
000880     SELECT REJCYC ASSIGN TO REJCYC
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-REJCYC-STATUS.
000910     SELECT RECYCLE ASSIGN TO RECYCLE
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-RECYCLE-STATUS.
000940     SELECT AUDITOUT ASSIGN TO AUDITOUT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-AUDITOUT-STATUS.
000970     SELECT ERARPT ASSIGN TO ERARPT
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-ERARPT-STATUS.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  ERACARD
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  ERACARD-RECORD.
001060     05 ECD-OPERATOR-ID         PIC X(08).
001070     05 FILLER                  PIC X(72).
001080 FD  ERAREQ
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  ERAREQ-RECORD.
001120     05 ERQ-ID                  PIC 9(05).
001130     05 ERQ-REFERENCE           PIC X(12).
001140     05 ERQ-RECEIVED-DATE       PIC 9(08).
001150     05 FILLER                  PIC X(55).
001160 FD  ERAIN
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY ERAREC.
001200 FD  ERAOUT
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230     COPY ERAREC REPLACING ==ERALIST-RECORD== BY
001240         ==ERAOUT-RECORD==.
001250 FD  CNVOUT
001260     LABEL RECORDS ARE STANDARD.
001270     COPY CNVREC.
001280 FD  CNVNAME
001290     LABEL RECORDS ARE STANDARD.
001300     COPY NAMREC.
001310 FD  CNVHIST
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340     COPY CNVHREC.
001350 FD  CNVARCH
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380     COPY CNVREC REPLACING ==CNVOUT-RECORD== BY
001390         ==CNVARCH-RECORD==.
001400 FD  REJOUT
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430     COPY REJREC.
001440 FD  REJCYC
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470     COPY REJREC REPLACING ==REJOUT-RECORD== BY
001480         ==REJCYC-RECORD==.
001490 FD  RECYCLE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001520     COPY STRREC.
001530 FD  AUDITOUT
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD.
001560     COPY AUDREC.
001570 FD  ERARPT
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 01  ERARPT-RECORD               PIC X(80).
001610 WORKING-STORAGE SECTION.
001620*----------------------------------------------------------------*
001630* SWITCHES                                                       *
001640*----------------------------------------------------------------*
001650 01  WS-SWITCHES.
001660     05 WS-REQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001670        88 REQ-END-OF-FILE               VALUE 'Y'.
001680     05 WS-ERAIN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001690        88 ERAIN-END-OF-FILE             VALUE 'Y'.
001700     05 WS-PASS-EOF-SWITCH       PIC X(01) VALUE 'N'.
001710        88 PASS-END-OF-FILE              VALUE 'Y'.
001720     05 WS-FATAL-SWITCH          PIC X(01) VALUE 'N'.
001730        88 FATAL-ERROR                     VALUE 'Y'.
001740     05 WS-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
001750        88 BATCH-REFUSED                   VALUE 'Y'.
001760     05 WS-REQ-FOUND-SW          PIC X(01) VALUE 'N'.
001770        88 REQUEST-FOUND                   VALUE 'Y'.
001780     05 WS-CHANGED-SW            PIC X(01) VALUE 'N'.
001790        88 RECORD-CHANGED                  VALUE 'Y'.
001800*----------------------------------------------------------------*
001810* FILE-OPENED SWITCHES                                           *
001820*----------------------------------------------------------------*
001830 01  WS-FILE-OPENED-SWITCHES.
001840     05 WS-ERAIN-OPEN-SW         PIC X(01) VALUE 'N'.
001850        88 ERAIN-OPENED                    VALUE 'Y'.
001860     05 WS-ERAOUT-OPEN-SW        PIC X(01) VALUE 'N'.
001870        88 ERAOUT-OPENED                   VALUE 'Y'.
001880     05 WS-CNVOUT-OPEN-SW        PIC X(01) VALUE 'N'.
001890        88 CNVOUT-OPENED                   VALUE 'Y'.
001900     05 WS-CNVNAME-OPEN-SW       PIC X(01) VALUE 'N'.
001910        88 CNVNAME-OPENED                  VALUE 'Y'.
001920     05 WS-CNVHIST-OPEN-SW       PIC X(01) VALUE 'N'.
001930        88 CNVHIST-OPENED                  VALUE 'Y'.
001940     05 WS-CNVARCH-OPEN-SW       PIC X(01) VALUE 'N'.
001950        88 CNVARCH-OPENED                  VALUE 'Y'.
001960     05 WS-REJOUT-OPEN-SW        PIC X(01) VALUE 'N'.
001970        88 REJOUT-OPENED                   VALUE 'Y'.
001980     05 WS-REJCYC-OPEN-SW        PIC X(01) VALUE 'N'.
001990        88 REJCYC-OPENED                   VALUE 'Y'.
002000     05 WS-RECYCLE-OPEN-SW       PIC X(01) VALUE 'N'.
002010        88 RECYCLE-OPENED                  VALUE 'Y'.
002020     05 WS-AUDITOUT-OPEN-SW      PIC X(01) VALUE 'N'.
002030        88 AUDITOUT-OPENED                 VALUE 'Y'.
002040     05 WS-ERARPT-OPEN-SW        PIC X(01) VALUE 'N'.
002050        88 ERARPT-OPENED                   VALUE 'Y'.
002060*----------------------------------------------------------------*
002070* FILE STATUS FIELDS                                             *
002080*----------------------------------------------------------------*
002090 01  WS-ERACARD-STATUS           PIC X(02) VALUE '00'.
002100     88 ERACARD-OK                        VALUE '00'.
002110 01  WS-ERAREQ-STATUS            PIC X(02) VALUE '00'.
002120     88 ERAREQ-OK                         VALUE '00'.
002130 01  WS-ERAIN-STATUS             PIC X(02) VALUE '00'.
002140     88 ERAIN-OK                          VALUE '00'.
002150 01  WS-ERAOUT-STATUS            PIC X(02) VALUE '00'.
002160     88 ERAOUT-OK                         VALUE '00'.
002170 01  WS-CNVOUT-STATUS            PIC X(02) VALUE '00'.
002180     88 CNVOUT-OK                         VALUE '00'.
002190 01  WS-CNVNAME-STATUS           PIC X(02) VALUE '00'.
002200     88 CNVNAME-OK                        VALUE '00'.
002210 01  WS-CNVHIST-STATUS           PIC X(02) VALUE '00'.
002220     88 CNVHIST-OK                        VALUE '00'.
002230 01  WS-CNVARCH-STATUS           PIC X(02) VALUE '00'.
002240     88 CNVARCH-OK                        VALUE '00'.
002250 01  WS-REJOUT-STATUS            PIC X(02) VALUE '00'.
002260     88 REJOUT-OK                         VALUE '00'.
002270 01  WS-REJCYC-STATUS            PIC X(02) VALUE '00'.
002280     88 REJCYC-OK                         VALUE '00'.
002290     88 REJCYC-NOT-CATALOGUED             VALUE '35'.
002300 01  WS-RECYCLE-STATUS           PIC X(02) VALUE '00'.
002310     88 RECYCLE-OK                        VALUE '00'.
002320     88 RECYCLE-NOT-CATALOGUED            VALUE '35'.
002330 01  WS-AUDITOUT-STATUS          PIC X(02) VALUE '00'.
002340     88 AUDITOUT-OK                       VALUE '00'.
002350 01  WS-ERARPT-STATUS            PIC X(02) VALUE '00'.
002360     88 ERARPT-OK                         VALUE '00'.
002370*----------------------------------------------------------------*
002380* RUN STAMP FOR THE JOURNAL, THE REGISTER AND THE AUDIT RECORD,  *
002390* AND THE MASK WRITTEN OVER EVERY ERASED NAME FIELD              *
002400*----------------------------------------------------------------*
002410 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002420 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
002430 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002440 01  WS-ERASED-MASK              PIC X(40) VALUE
002450     '*** NAME ERASED ***'.
002460 01  WS-MASK-FIELD               PIC X(40) VALUE SPACES.
002470*----------------------------------------------------------------*
002480* THE FILES SWEPT, IN CERTIFICATE ORDER -- DD NAME, DESCRIPTION  *
002490* AND WHAT IS DONE TO A RECORD FOR AN ERASED ID. THE WS-FIL-     *
002500* NUMBERS BELOW ARE THE ROW OF EACH FILE.                        *
002510*----------------------------------------------------------------*
002520 01  WS-FILE-VALUES.
002530     05 FILLER                   PIC X(08) VALUE 'CNVOUT'.
002540     05 FILLER                   PIC X(28) VALUE
002550        'CONVERTED-RECORD CLUSTER'.
002560     05 FILLER                   PIC X(08) VALUE 'DELETED'.
002570     05 FILLER                   PIC X(08) VALUE 'CNVNAME'.
002580     05 FILLER                   PIC X(28) VALUE
002590        'PARSED-NAME CLUSTER'.
002600     05 FILLER                   PIC X(08) VALUE 'DELETED'.
002610     05 FILLER                   PIC X(08) VALUE 'CNVHIST'.
002620     05 FILLER                   PIC X(28) VALUE
002630        'CHANGE-HISTORY JOURNAL'.
002640     05 FILLER                   PIC X(08) VALUE 'MASKED'.
002650     05 FILLER                   PIC X(08) VALUE 'CNVARCH'.
002660     05 FILLER                   PIC X(28) VALUE
002670        'RETENTION ARCHIVE'.
002680     05 FILLER                   PIC X(08) VALUE 'MASKED'.
002690     05 FILLER                   PIC X(08) VALUE 'REJOUT'.
002700     05 FILLER                   PIC X(28) VALUE
002710        'CURRENT REJECTS'.
002720     05 FILLER                   PIC X(08) VALUE 'MASKED'.
002730     05 FILLER                   PIC X(08) VALUE 'REJCYC'.
002740     05 FILLER                   PIC X(28) VALUE
002750        'CARRIED-FORWARD REJECTS'.
002760     05 FILLER                   PIC X(08) VALUE 'MASKED'.
002770     05 FILLER                   PIC X(08) VALUE 'RECYCLE'.
002780     05 FILLER                   PIC X(28) VALUE
002790        'REPAIRED RECORDS TO RECYCLE'.
002800     05 FILLER                   PIC X(08) VALUE 'MASKED'.
002810 01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
002820     05 WS-FIL-ENTRY OCCURS 7 TIMES.
002830        10 WS-FIL-DDNAME         PIC X(08).
002840        10 WS-FIL-DESC           PIC X(28).
002850        10 WS-FIL-ACTION         PIC X(08).
002860 01  WS-FILE-NUMBERS.
002870     05 WS-FIL-CNVOUT            PIC 9(02) COMP VALUE 1.
002880     05 WS-FIL-CNVNAME           PIC 9(02) COMP VALUE 2.
002890     05 WS-FIL-CNVHIST           PIC 9(02) COMP VALUE 3.
002900     05 WS-FIL-CNVARCH           PIC 9(02) COMP VALUE 4.
002910     05 WS-FIL-REJOUT            PIC 9(02) COMP VALUE 5.
002920     05 WS-FIL-REJCYC            PIC 9(02) COMP VALUE 6.
002930     05 WS-FIL-RECYCLE           PIC 9(02) COMP VALUE 7.
002940     05 WS-FIL-LIMIT             PIC 9(02) COMP VALUE 7.
002950     05 WS-FIL-IDX               PIC 9(02) COMP VALUE ZERO.
002960*----------------------------------------------------------------*
002970* PER-FILE TOTALS: RECORDS READ (KEYED LOOKUPS FOR THE TWO       *
002980* CLUSTERS), RECORDS AFFECTED, AND WHETHER THE FILE WAS PRESENT  *
002990*----------------------------------------------------------------*
003000 01  WS-FILE-COUNTS.
003010     05 WS-FIL-ROW OCCURS 7 TIMES.
003020        10 WS-FIL-READ           PIC 9(09) COMP.
003030        10 WS-FIL-AFFECTED       PIC 9(07) COMP.
003040        10 WS-FIL-PRESENT-SW     PIC X(01).
003050*----------------------------------------------------------------*
003060* REQUESTED-ID TABLE, LOADED FROM ERAREQ AND KEPT IN ASCENDING   *
003070* ID ORDER (EACH REQUEST IS INSERTED IN PLACE) SO THE REGISTER   *
003080* MERGE IS ONE PASS AND EVERY FILE SWEEP CAN BINARY-SEARCH IT.   *
003090* WS-REQ-HELD-SW IS Y WHEN THE ID WAS ALREADY ON THE REGISTER,   *
003100* WITH THE DATE IT WAS FIRST ERASED. WS-REQ-AFFECTED COUNTS THE  *
003110* RECORDS AFFECTED IN EACH FILE, IN WS-FILE-TABLE ORDER.         *
003120*----------------------------------------------------------------*
003130 01  WS-REQUEST-TABLE.
003140     05 WS-REQ-LIMIT             PIC 9(04) COMP VALUE 100.
003150     05 WS-REQ-COUNT             PIC 9(04) COMP VALUE ZERO.
003160     05 WS-REQ-IDX               PIC 9(04) COMP VALUE ZERO.
003170     05 WS-INS-IDX               PIC 9(04) COMP VALUE ZERO.
003180     05 WS-MRG-IDX               PIC 9(04) COMP VALUE ZERO.
003190     05 WS-REQ-LOW               PIC 9(04) COMP VALUE ZERO.
003200     05 WS-REQ-HIGH              PIC 9(04) COMP VALUE ZERO.
003210     05 WS-REQ-MID               PIC 9(04) COMP VALUE ZERO.
003220     05 WS-SEARCH-ID             PIC 9(05) VALUE ZERO.
003230     05 WS-REQ-ENTRY OCCURS 100 TIMES.
003240        10 WS-REQ-ID             PIC 9(05).
003250        10 WS-REQ-REFERENCE      PIC X(12).
003260        10 WS-REQ-RECEIVED       PIC 9(08).
003270        10 WS-REQ-HELD-SW        PIC X(01).
003280        10 WS-REQ-HELD-DATE      PIC 9(08).
003290        10 WS-REQ-AFFECTED       PIC 9(07) COMP OCCURS 7 TIMES.
003300*----------------------------------------------------------------*
003310* ERASURE REGISTER ORDER CHECK                                   *
003320*----------------------------------------------------------------*
003330 01  WS-ERA-PRIOR-ID             PIC 9(05) VALUE ZERO.
003340*----------------------------------------------------------------*
003350* CONTROL COUNTERS                                               *
003360*----------------------------------------------------------------*
003370 01  WS-CONTROL-COUNTERS.
003380     05 WS-COUNT-REQUESTS        PIC 9(05) COMP VALUE ZERO.
003390     05 WS-COUNT-REFUSED         PIC 9(05) COMP VALUE ZERO.
003400     05 WS-COUNT-IDS-ERASED      PIC 9(05) COMP VALUE ZERO.
003410     05 WS-COUNT-ALREADY-HELD    PIC 9(05) COMP VALUE ZERO.
003420     05 WS-COUNT-REG-READ        PIC 9(07) COMP VALUE ZERO.
003430     05 WS-COUNT-REG-ADDED       PIC 9(05) COMP VALUE ZERO.
003440     05 WS-COUNT-REG-WRITTEN     PIC 9(07) COMP VALUE ZERO.
003450     05 WS-COUNT-JOURNALED       PIC 9(07) COMP VALUE ZERO.
003460     05 WS-COUNT-AFFECTED        PIC 9(07) COMP VALUE ZERO.
003470*----------------------------------------------------------------*
003480* REPORT LINES                                                   *
003490*----------------------------------------------------------------*
003500 01  WS-RPT-HEADING.
003510     05 FILLER                   PIC X(36) VALUE
003520        'CUSTOMER NAME ERASURE RUN  RUN DATE '.
003530     05 WS-HDG-RUN-DATE          PIC 9(08).
003540     05 FILLER                   PIC X(11) VALUE '  OPERATOR '.
003550     05 WS-HDG-OPERATOR          PIC X(08).
003560     05 FILLER                   PIC X(17) VALUE SPACES.
003570 01  WS-RPT-REFUSED-LINE.
003580     05 FILLER                   PIC X(18) VALUE
003590        '  REQUEST REFUSED '.
003600     05 WS-RPT-REF-ID            PIC X(05).
003610     05 FILLER                   PIC X(02) VALUE SPACES.
003620     05 WS-RPT-REF-TEXT          PIC X(40).
003630     05 FILLER                   PIC X(15) VALUE SPACES.
003640 01  WS-RPT-CERT-LINE.
003650     05 FILLER                   PIC X(25) VALUE
003660        'ERASURE CERTIFICATE - ID '.
003670     05 WS-RPT-CRT-ID            PIC 9(05).
003680     05 FILLER                   PIC X(12) VALUE '  REFERENCE '.
003690     05 WS-RPT-CRT-REFERENCE     PIC X(12).
003700     05 FILLER                   PIC X(11) VALUE '  RECEIVED '.
003710     05 WS-RPT-CRT-RECEIVED      PIC 9(08).
003720     05 FILLER                   PIC X(07) VALUE SPACES.
003730 01  WS-RPT-FILE-LINE.
003740     05 FILLER                   PIC X(04) VALUE SPACES.
003750     05 WS-RPT-FIL-DDNAME        PIC X(09).
003760     05 WS-RPT-FIL-DESC          PIC X(29).
003770     05 WS-RPT-FIL-ACTION        PIC X(09).
003780     05 WS-RPT-FIL-COUNT         PIC ZZZ,ZZ9.
003790     05 FILLER                   PIC X(22) VALUE SPACES.
003800 01  WS-RPT-STONE-LINE.
003810     05 FILLER                   PIC X(04) VALUE SPACES.
003820     05 FILLER                   PIC X(09) VALUE 'ERALIST'.
003830     05 WS-RPT-STN-TEXT          PIC X(38).
003840     05 WS-RPT-STN-DATE          PIC 9(08).
003850     05 FILLER                   PIC X(21) VALUE SPACES.
003860 01  WS-RPT-MESSAGE-LINE.
003870     05 WS-RPT-MESSAGE           PIC X(60).
003880     05 FILLER                   PIC X(20) VALUE SPACES.
003890 01  WS-RPT-TOTAL-LINE.
003900     05 WS-RPT-LABEL             PIC X(50).
003910     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
003920     05 FILLER                   PIC X(19) VALUE SPACES.
003930 PROCEDURE DIVISION.
003940*----------------------------------------------------------------*
003950* 0000-MAINLINE                                                  *
003960*----------------------------------------------------------------*
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990     IF NOT FATAL-ERROR AND NOT BATCH-REFUSED
004000         MOVE 1 TO WS-MRG-IDX
004010         PERFORM 2100-READ-ERAIN THRU 2100-EXIT
004020         PERFORM 2000-MERGE-REGISTER THRU 2000-EXIT
004030             UNTIL FATAL-ERROR
004040             OR (ERAIN-END-OF-FILE AND WS-MRG-IDX > WS-REQ-COUNT)
004050     END-IF.
004060     IF NOT FATAL-ERROR AND NOT BATCH-REFUSED
004070         PERFORM 3000-SWEEP-FILES THRU 3000-EXIT
004080     END-IF.
004090     IF NOT FATAL-ERROR AND NOT BATCH-REFUSED
004100         MOVE ZERO TO WS-REQ-IDX
004110         PERFORM 5000-REMOVE-LIVE-RECORDS THRU 5000-EXIT
004120             UNTIL FATAL-ERROR OR WS-REQ-IDX >= WS-REQ-COUNT
004130     END-IF.
004140     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004150     GOBACK.
004160*----------------------------------------------------------------*
004170* 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN THE REPORT AND  *
004180*                   THE AUDIT TRAIL, PROVE THE REQUEST BATCH AND *
004190*                   ONLY THEN OPEN THE STORES FOR UPDATE         *
004200*----------------------------------------------------------------*
004210 1000-INITIALIZE.
004220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004230     ACCEPT WS-RUN-TIME FROM TIME.
004240     MOVE ZERO TO WS-FIL-IDX.
004250     PERFORM 1050-CLEAR-FILE-ROW THRU 1050-EXIT
004260         UNTIL WS-FIL-IDX >= WS-FIL-LIMIT.
004270     PERFORM 1100-READ-ERACARD THRU 1100-EXIT.
004280     IF FATAL-ERROR
004290         GO TO 1000-EXIT
004300     END-IF.
004310     OPEN OUTPUT ERARPT.
004320     IF NOT ERARPT-OK
004330         DISPLAY 'CNVERA: UNABLE TO OPEN ERARPT, STATUS = '
004340             WS-ERARPT-STATUS
004350         SET FATAL-ERROR TO TRUE
004360         GO TO 1000-EXIT
004370     END-IF.
004380     SET ERARPT-OPENED TO TRUE.
004390     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
004400     MOVE WS-OPERATOR-ID TO WS-HDG-OPERATOR.
004410     MOVE WS-RPT-HEADING TO ERARPT-RECORD.
004420     WRITE ERARPT-RECORD.
004430     MOVE SPACES TO ERARPT-RECORD.
004440     WRITE ERARPT-RECORD.
004450     OPEN OUTPUT AUDITOUT.
004460     IF NOT AUDITOUT-OK
004470         DISPLAY 'CNVERA: UNABLE TO OPEN AUDITOUT, STATUS = '
004480             WS-AUDITOUT-STATUS
004490         SET FATAL-ERROR TO TRUE
004500         GO TO 1000-EXIT
004510     END-IF.
004520     SET AUDITOUT-OPENED TO TRUE.
004530     OPEN INPUT ERAREQ.
004540     IF NOT ERAREQ-OK
004550         DISPLAY 'CNVERA: UNABLE TO OPEN ERAREQ, STATUS = '
004560             WS-ERAREQ-STATUS
004570         SET FATAL-ERROR TO TRUE
004580         GO TO 1000-EXIT
004590     END-IF.
004600     PERFORM 1110-READ-ERAREQ THRU 1110-EXIT
004610         UNTIL REQ-END-OF-FILE.
004620     CLOSE ERAREQ.
004630     IF WS-COUNT-REFUSED > ZERO
004640         SET BATCH-REFUSED TO TRUE
004650         GO TO 1000-EXIT
004660     END-IF.
004670     IF WS-REQ-COUNT = ZERO
004680         DISPLAY 'CNVERA: NO REQUESTED IDS ON ERAREQ'
004690         SET FATAL-ERROR TO TRUE
004700         GO TO 1000-EXIT
004710     END-IF.
004720     PERFORM 1200-OPEN-STORES THRU 1200-EXIT.
004730 1000-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------*
004760* 1050-CLEAR-FILE-ROW -- ZERO ONE FILE'S TOTALS                  *
004770*----------------------------------------------------------------*
004780 1050-CLEAR-FILE-ROW.
004790     ADD 1 TO WS-FIL-IDX.
004800     MOVE ZERO TO WS-FIL-READ (WS-FIL-IDX).
004810     MOVE ZERO TO WS-FIL-AFFECTED (WS-FIL-IDX).
004820     MOVE 'Y' TO WS-FIL-PRESENT-SW (WS-FIL-IDX).
004830 1050-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------*
004860* 1100-READ-ERACARD -- READ THE OPERATOR ID OFF THE CONTROL CARD *
004870*----------------------------------------------------------------*
004880 1100-READ-ERACARD.
004890     OPEN INPUT ERACARD.
004900     IF NOT ERACARD-OK
004910         DISPLAY 'CNVERA: UNABLE TO OPEN ERACARD, STATUS = '
004920             WS-ERACARD-STATUS
004930         SET FATAL-ERROR TO TRUE
004940         GO TO 1100-EXIT
004950     END-IF.
004960     READ ERACARD
004970         AT END
004980             DISPLAY 'CNVERA: CONTROL CARD EMPTY - STOPPING'
004990             SET FATAL-ERROR TO TRUE
005000             CLOSE ERACARD
005010             GO TO 1100-EXIT
005020     END-READ.
005030     IF ECD-OPERATOR-ID = SPACES
005040         DISPLAY 'CNVERA: NO OPERATOR ID ON CONTROL CARD '
005050             '- STOPPING'
005060         SET FATAL-ERROR TO TRUE
005070         CLOSE ERACARD
005080         GO TO 1100-EXIT
005090     END-IF.
005100     MOVE ECD-OPERATOR-ID TO WS-OPERATOR-ID.
005110     CLOSE ERACARD.
005120 1100-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------*
005150* 1110-READ-ERAREQ -- PROVE ONE REQUEST AND INSERT IT IN ID      *
005160*                    ORDER. A BAD REQUEST IS LISTED WITH ITS     *
005170*                    REASON AND REFUSES THE BATCH.               *
005180*----------------------------------------------------------------*
005190 1110-READ-ERAREQ.
005200     READ ERAREQ
005210         AT END
005220             SET REQ-END-OF-FILE TO TRUE
005230             GO TO 1110-EXIT
005240     END-READ.
005250     ADD 1 TO WS-COUNT-REQUESTS.
005260     IF ERQ-ID IS NOT NUMERIC OR ERQ-ID = ZERO
005270         MOVE 'RECORD ID MISSING OR NOT NUMERIC'
005280             TO WS-RPT-REF-TEXT
005290         PERFORM 1190-REFUSE-REQUEST THRU 1190-EXIT
005300         GO TO 1110-EXIT
005310     END-IF.
005320     IF ERQ-REFERENCE = SPACES
005330         MOVE 'NO LEGAL CASE REFERENCE' TO WS-RPT-REF-TEXT
005340         PERFORM 1190-REFUSE-REQUEST THRU 1190-EXIT
005350         GO TO 1110-EXIT
005360     END-IF.
005370     IF ERQ-RECEIVED-DATE IS NOT NUMERIC
005380         OR ERQ-RECEIVED-DATE = ZERO
005390         OR ERQ-RECEIVED-DATE > WS-RUN-DATE
005400         MOVE 'DATE RECEIVED MISSING OR IN THE FUTURE'
005410             TO WS-RPT-REF-TEXT
005420         PERFORM 1190-REFUSE-REQUEST THRU 1190-EXIT
005430         GO TO 1110-EXIT
005440     END-IF.
005450     MOVE ERQ-ID TO WS-SEARCH-ID.
005460     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
005470     IF REQUEST-FOUND
005480         MOVE 'ID REQUESTED TWICE IN THIS BATCH'
005490             TO WS-RPT-REF-TEXT
005500         PERFORM 1190-REFUSE-REQUEST THRU 1190-EXIT
005510         GO TO 1110-EXIT
005520     END-IF.
005530     IF WS-REQ-COUNT >= WS-REQ-LIMIT
005540         MOVE 'MORE THAN 100 IDS - SPLIT THE BATCH'
005550             TO WS-RPT-REF-TEXT
005560         PERFORM 1190-REFUSE-REQUEST THRU 1190-EXIT
005570         GO TO 1110-EXIT
005580     END-IF.
005590     MOVE WS-REQ-COUNT TO WS-INS-IDX.
005600     PERFORM 1120-SHIFT-REQUEST THRU 1120-EXIT
005610         UNTIL WS-INS-IDX = ZERO
005620         OR WS-REQ-ID (WS-INS-IDX) < ERQ-ID.
005630     ADD 1 TO WS-INS-IDX.
005640     ADD 1 TO WS-REQ-COUNT.
005650     MOVE ERQ-ID TO WS-REQ-ID (WS-INS-IDX).
005660     MOVE ERQ-REFERENCE TO WS-REQ-REFERENCE (WS-INS-IDX).
005670     MOVE ERQ-RECEIVED-DATE TO WS-REQ-RECEIVED (WS-INS-IDX).
005680     MOVE 'N' TO WS-REQ-HELD-SW (WS-INS-IDX).
005690     MOVE ZERO TO WS-REQ-HELD-DATE (WS-INS-IDX).
005700     MOVE ZERO TO WS-FIL-IDX.
005710     PERFORM 1130-CLEAR-REQUEST-COUNT THRU 1130-EXIT
005720         UNTIL WS-FIL-IDX >= WS-FIL-LIMIT.
005730 1110-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760* 1120-SHIFT-REQUEST -- MOVE ONE HIGHER-KEYED ENTRY UP A SLOT TO *
005770*                       MAKE ROOM FOR THE NEW REQUEST            *
005780*----------------------------------------------------------------*
005790 1120-SHIFT-REQUEST.
005800     MOVE WS-REQ-ENTRY (WS-INS-IDX)
005810         TO WS-REQ-ENTRY (WS-INS-IDX + 1).
005820     SUBTRACT 1 FROM WS-INS-IDX.
005830 1120-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------*
005860* 1130-CLEAR-REQUEST-COUNT -- ZERO ONE FILE'S COUNT FOR THE NEW  *
005870*                             REQUEST                            *
005880*----------------------------------------------------------------*
005890 1130-CLEAR-REQUEST-COUNT.
005900     ADD 1 TO WS-FIL-IDX.
005910     MOVE ZERO TO WS-REQ-AFFECTED (WS-INS-IDX, WS-FIL-IDX).
005920 1130-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------*
005950* 1190-REFUSE-REQUEST -- LIST A REFUSED REQUEST WITH ITS REASON  *
005960*----------------------------------------------------------------*
005970 1190-REFUSE-REQUEST.
005980     ADD 1 TO WS-COUNT-REFUSED.
005990     MOVE ERAREQ-RECORD (1:5) TO WS-RPT-REF-ID.
006000     MOVE WS-RPT-REFUSED-LINE TO ERARPT-RECORD.
006010     WRITE ERARPT-RECORD.
006020 1190-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050* 1200-OPEN-STORES -- OPEN THE REGISTER AND EVERY STORE THAT     *
006060*                     HOLDS A NAME. ALL OF THEM OPEN BEFORE ANY  *
006070*                     RECORD IS CHANGED; ONLY THE REJCYC AND     *
006080*                     RECYCLE GENERATIONS MAY BE ABSENT.         *
006090*----------------------------------------------------------------*
006100 1200-OPEN-STORES.
006110     OPEN INPUT ERAIN.
006120     IF NOT ERAIN-OK
006130         DISPLAY 'CNVERA: UNABLE TO OPEN ERAIN, STATUS = '
006140             WS-ERAIN-STATUS
006150         SET FATAL-ERROR TO TRUE
006160         GO TO 1200-EXIT
006170     END-IF.
006180     SET ERAIN-OPENED TO TRUE.
006190     OPEN OUTPUT ERAOUT.
006200     IF NOT ERAOUT-OK
006210         DISPLAY 'CNVERA: UNABLE TO OPEN ERAOUT, STATUS = '
006220             WS-ERAOUT-STATUS
006230         SET FATAL-ERROR TO TRUE
006240         GO TO 1200-EXIT
006250     END-IF.
006260     SET ERAOUT-OPENED TO TRUE.
006270     OPEN I-O CNVOUT.
006280     IF NOT CNVOUT-OK
006290         DISPLAY 'CNVERA: UNABLE TO OPEN CNVOUT, STATUS = '
006300             WS-CNVOUT-STATUS
006310         SET FATAL-ERROR TO TRUE
006320         GO TO 1200-EXIT
006330     END-IF.
006340     SET CNVOUT-OPENED TO TRUE.
006350     OPEN I-O CNVNAME.
006360     IF NOT CNVNAME-OK
006370         DISPLAY 'CNVERA: UNABLE TO OPEN CNVNAME, STATUS = '
006380             WS-CNVNAME-STATUS
006390         SET FATAL-ERROR TO TRUE
006400         GO TO 1200-EXIT
006410     END-IF.
006420     SET CNVNAME-OPENED TO TRUE.
006430     OPEN I-O CNVHIST.
006440     IF NOT CNVHIST-OK
006450         DISPLAY 'CNVERA: UNABLE TO OPEN CNVHIST, STATUS = '
006460             WS-CNVHIST-STATUS
006470         SET FATAL-ERROR TO TRUE
006480         GO TO 1200-EXIT
006490     END-IF.
006500     SET CNVHIST-OPENED TO TRUE.
006510     OPEN I-O CNVARCH.
006520     IF NOT CNVARCH-OK
006530         DISPLAY 'CNVERA: UNABLE TO OPEN CNVARCH, STATUS = '
006540             WS-CNVARCH-STATUS
006550         SET FATAL-ERROR TO TRUE
006560         GO TO 1200-EXIT
006570     END-IF.
006580     SET CNVARCH-OPENED TO TRUE.
006590     OPEN I-O REJOUT.
006600     IF NOT REJOUT-OK
006610         DISPLAY 'CNVERA: UNABLE TO OPEN REJOUT, STATUS = '
006620             WS-REJOUT-STATUS
006630         SET FATAL-ERROR TO TRUE
006640         GO TO 1200-EXIT
006650     END-IF.
006660     SET REJOUT-OPENED TO TRUE.
006670     OPEN I-O REJCYC.
006680     IF REJCYC-OK
006690         SET REJCYC-OPENED TO TRUE
006700     ELSE
006710         IF REJCYC-NOT-CATALOGUED
006720             DISPLAY 'CNVERA: NO REJCYC GENERATION THIS RUN'
006730             MOVE 'N' TO WS-FIL-PRESENT-SW (WS-FIL-REJCYC)
006740         ELSE
006750             DISPLAY 'CNVERA: UNABLE TO OPEN REJCYC, STATUS = '
006760                 WS-REJCYC-STATUS
006770             SET FATAL-ERROR TO TRUE
006780             GO TO 1200-EXIT
006790         END-IF
006800     END-IF.
006810     OPEN I-O RECYCLE.
006820     IF RECYCLE-OK
006830         SET RECYCLE-OPENED TO TRUE
006840     ELSE
006850         IF RECYCLE-NOT-CATALOGUED
006860             DISPLAY 'CNVERA: NO RECYCLE GENERATION THIS RUN'
006870             MOVE 'N' TO WS-FIL-PRESENT-SW (WS-FIL-RECYCLE)
006880         ELSE
006890             DISPLAY 'CNVERA: UNABLE TO OPEN RECYCLE, STATUS = '
006900                 WS-RECYCLE-STATUS
006910             SET FATAL-ERROR TO TRUE
006920             GO TO 1200-EXIT
006930         END-IF
006940     END-IF.
006950 1200-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------*
006980* 2000-MERGE-REGISTER -- MERGE THE REQUESTED IDS INTO THE        *
006990*                        REGISTER. AN ID ALREADY REGISTERED      *
007000*                        KEEPS ITS ORIGINAL TOMBSTONE; A NEW ONE *
007010*                        IS STAMPED WITH THIS RUN.               *
007020*----------------------------------------------------------------*
007030 2000-MERGE-REGISTER.
007040     IF WS-MRG-IDX > WS-REQ-COUNT
007050         MOVE ERALIST-RECORD TO ERAOUT-RECORD
007060         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
007070         PERFORM 2100-READ-ERAIN THRU 2100-EXIT
007080         GO TO 2000-EXIT
007090     END-IF.
007100     IF ERAIN-END-OF-FILE
007110         PERFORM 2200-ADD-TOMBSTONE THRU 2200-EXIT
007120         GO TO 2000-EXIT
007130     END-IF.
007140     IF ERA-ID OF ERALIST-RECORD < WS-REQ-ID (WS-MRG-IDX)
007150         MOVE ERALIST-RECORD TO ERAOUT-RECORD
007160         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
007170         PERFORM 2100-READ-ERAIN THRU 2100-EXIT
007180         GO TO 2000-EXIT
007190     END-IF.
007200     IF ERA-ID OF ERALIST-RECORD = WS-REQ-ID (WS-MRG-IDX)
007210         MOVE 'Y' TO WS-REQ-HELD-SW (WS-MRG-IDX)
007220         MOVE ERA-ERASED-DATE OF ERALIST-RECORD
007230             TO WS-REQ-HELD-DATE (WS-MRG-IDX)
007240         ADD 1 TO WS-COUNT-ALREADY-HELD
007250         ADD 1 TO WS-MRG-IDX
007260         MOVE ERALIST-RECORD TO ERAOUT-RECORD
007270         PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT
007280         PERFORM 2100-READ-ERAIN THRU 2100-EXIT
007290         GO TO 2000-EXIT
007300     END-IF.
007310     PERFORM 2200-ADD-TOMBSTONE THRU 2200-EXIT.
007320 2000-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------*
007350* 2100-READ-ERAIN -- READ THE NEXT REGISTER ENTRY AND PROVE IT.  *
007360*                    THE REGISTER IS WRITTEN ONLY BY THIS RUN,   *
007370*                    SO A BAD OR OUT-OF-ORDER ENTRY IS FATAL.    *
007380*----------------------------------------------------------------*
007390 2100-READ-ERAIN.
007400     READ ERAIN
007410         AT END
007420             SET ERAIN-END-OF-FILE TO TRUE
007430             GO TO 2100-EXIT
007440     END-READ.
007450     ADD 1 TO WS-COUNT-REG-READ.
007460     IF ERA-ID OF ERALIST-RECORD IS NOT NUMERIC
007470         DISPLAY 'CNVERA: ERALIST ENTRY ' WS-COUNT-REG-READ
007480             ' IS NOT VALID'
007490         SET FATAL-ERROR TO TRUE
007500         GO TO 2100-EXIT
007510     END-IF.
007520     IF ERA-ID OF ERALIST-RECORD NOT > WS-ERA-PRIOR-ID
007530         DISPLAY 'CNVERA: ERALIST ID ' ERA-ID OF ERALIST-RECORD
007540             ' OUT OF ORDER'
007550         SET FATAL-ERROR TO TRUE
007560         GO TO 2100-EXIT
007570     END-IF.
007580     MOVE ERA-ID OF ERALIST-RECORD TO WS-ERA-PRIOR-ID.
007590 2100-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------*
007620* 2200-ADD-TOMBSTONE -- WRITE THE REGISTER ENTRY FOR THE NEXT    *
007630*                       REQUESTED ID, WHICH IS NOT YET ON IT     *
007640*----------------------------------------------------------------*
007650 2200-ADD-TOMBSTONE.
007660     MOVE SPACES TO ERAOUT-RECORD.
007670     MOVE WS-REQ-ID (WS-MRG-IDX) TO ERA-ID OF ERAOUT-RECORD.
007680     MOVE WS-RUN-DATE TO ERA-ERASED-DATE OF ERAOUT-RECORD.
007690     MOVE WS-REQ-REFERENCE (WS-MRG-IDX)
007700         TO ERA-REFERENCE OF ERAOUT-RECORD.
007710     MOVE WS-REQ-RECEIVED (WS-MRG-IDX)
007720         TO ERA-RECEIVED-DATE OF ERAOUT-RECORD.
007730     MOVE WS-OPERATOR-ID TO ERA-OPERATOR-ID OF ERAOUT-RECORD.
007740     ADD 1 TO WS-COUNT-REG-ADDED.
007750     ADD 1 TO WS-MRG-IDX.
007760     PERFORM 2300-WRITE-REGISTER THRU 2300-EXIT.
007770 2200-EXIT.
007780     EXIT.
007790*----------------------------------------------------------------*
007800* 2300-WRITE-REGISTER -- WRITE ONE ENTRY TO THE NEW REGISTER     *
007810*----------------------------------------------------------------*
007820 2300-WRITE-REGISTER.
007830     WRITE ERAOUT-RECORD.
007840     IF NOT ERAOUT-OK
007850         DISPLAY 'CNVERA: WRITE TO ERAOUT FAILED, STATUS = '
007860             WS-ERAOUT-STATUS
007870         SET FATAL-ERROR TO TRUE
007880         GO TO 2300-EXIT
007890     END-IF.
007900     ADD 1 TO WS-COUNT-REG-WRITTEN.
007910 2300-EXIT.
007920     EXIT.
007930*----------------------------------------------------------------*
007940* 2900-FIND-REQUEST -- BINARY-SEARCH THE REQUEST TABLE FOR       *
007950*                      WS-SEARCH-ID; WS-REQ-IDX IS THE ENTRY     *
007960*                      WHEN FOUND                                *
007970*----------------------------------------------------------------*
007980 2900-FIND-REQUEST.
007990     MOVE 'N' TO WS-REQ-FOUND-SW.
008000     IF WS-REQ-COUNT = ZERO
008010         GO TO 2900-EXIT
008020     END-IF.
008030     MOVE 1 TO WS-REQ-LOW.
008040     MOVE WS-REQ-COUNT TO WS-REQ-HIGH.
008050     PERFORM 2910-PROBE-REQUEST THRU 2910-EXIT
008060         UNTIL REQUEST-FOUND OR WS-REQ-LOW > WS-REQ-HIGH.
008070 2900-EXIT.
008080     EXIT.
008090*----------------------------------------------------------------*
008100* 2910-PROBE-REQUEST -- TEST THE MIDDLE ENTRY OF THE RANGE STILL *
008110*                       IN PLAY AND HALVE THE RANGE              *
008120*----------------------------------------------------------------*
008130 2910-PROBE-REQUEST.
008140     COMPUTE WS-REQ-MID = (WS-REQ-LOW + WS-REQ-HIGH) / 2.
008150     IF WS-REQ-ID (WS-REQ-MID) = WS-SEARCH-ID
008160         SET REQUEST-FOUND TO TRUE
008170         MOVE WS-REQ-MID TO WS-REQ-IDX
008180         GO TO 2910-EXIT
008190     END-IF.
008200     IF WS-REQ-ID (WS-REQ-MID) < WS-SEARCH-ID
008210         COMPUTE WS-REQ-LOW = WS-REQ-MID + 1
008220     ELSE
008230         COMPUTE WS-REQ-HIGH = WS-REQ-MID - 1
008240     END-IF.
008250 2910-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------*
008280* 2950-MASK-FIELD -- OVERWRITE THE NAME FIELD IN WS-MASK-FIELD.  *
008290*                    A BLANK FIELD STAYS BLANK (IT CARRIES       *
008300*                    MEANING ON THE JOURNAL) AND A FIELD ALREADY *
008310*                    MASKED IS NOT COUNTED AS A CHANGE.          *
008320*----------------------------------------------------------------*
008330 2950-MASK-FIELD.
008340     IF WS-MASK-FIELD NOT = SPACES
008350         AND WS-MASK-FIELD NOT = WS-ERASED-MASK
008360         MOVE WS-ERASED-MASK TO WS-MASK-FIELD
008370         SET RECORD-CHANGED TO TRUE
008380     END-IF.
008390 2950-EXIT.
008400     EXIT.
008410*----------------------------------------------------------------*
008420* 2960-COUNT-AFFECTED -- COUNT ONE RECORD AFFECTED IN FILE       *
008430*                        WS-FIL-IDX FOR REQUEST WS-REQ-IDX       *
008440*----------------------------------------------------------------*
008450 2960-COUNT-AFFECTED.
008460     ADD 1 TO WS-REQ-AFFECTED (WS-REQ-IDX, WS-FIL-IDX).
008470     ADD 1 TO WS-FIL-AFFECTED (WS-FIL-IDX).
008480     ADD 1 TO WS-COUNT-AFFECTED.
008490 2960-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------*
008520* 3000-SWEEP-FILES -- ONE PASS OF EACH SEQUENTIAL STORE, MASKING *
008530*                     THE NAME TEXT OF EVERY RECORD FOR A        *
008540*                     REQUESTED ID. THE JOURNAL IS THEN REOPENED *
008550*                     TO APPEND THE ERASURE ENTRIES.             *
008560*----------------------------------------------------------------*
008570 3000-SWEEP-FILES.
008580     MOVE WS-FIL-CNVHIST TO WS-FIL-IDX.
008590     MOVE 'N' TO WS-PASS-EOF-SWITCH.
008600     PERFORM 3100-READ-CNVHIST THRU 3100-EXIT.
008610     PERFORM 3200-MASK-CNVHIST THRU 3200-EXIT
008620         UNTIL PASS-END-OF-FILE OR FATAL-ERROR.
008630     IF FATAL-ERROR
008640         GO TO 3000-EXIT
008650     END-IF.
008660     CLOSE CNVHIST.
008670     MOVE 'N' TO WS-CNVHIST-OPEN-SW.
008680     OPEN OUTPUT CNVHIST.
008690     IF NOT CNVHIST-OK
008700         DISPLAY 'CNVERA: UNABLE TO REOPEN CNVHIST, STATUS = '
008710             WS-CNVHIST-STATUS
008720         SET FATAL-ERROR TO TRUE
008730         GO TO 3000-EXIT
008740     END-IF.
008750     SET CNVHIST-OPENED TO TRUE.
008760     MOVE WS-FIL-CNVARCH TO WS-FIL-IDX.
008770     MOVE 'N' TO WS-PASS-EOF-SWITCH.
008780     PERFORM 3300-READ-CNVARCH THRU 3300-EXIT.
008790     PERFORM 3400-MASK-CNVARCH THRU 3400-EXIT
008800         UNTIL PASS-END-OF-FILE OR FATAL-ERROR.
008810     IF FATAL-ERROR
008820         GO TO 3000-EXIT
008830     END-IF.
008840     MOVE WS-FIL-REJOUT TO WS-FIL-IDX.
008850     MOVE 'N' TO WS-PASS-EOF-SWITCH.
008860     PERFORM 3500-READ-REJOUT THRU 3500-EXIT.
008870     PERFORM 3600-MASK-REJOUT THRU 3600-EXIT
008880         UNTIL PASS-END-OF-FILE OR FATAL-ERROR.
008890     IF FATAL-ERROR
008900         GO TO 3000-EXIT
008910     END-IF.
008920     IF REJCYC-OPENED
008930         MOVE WS-FIL-REJCYC TO WS-FIL-IDX
008940         MOVE 'N' TO WS-PASS-EOF-SWITCH
008950         PERFORM 3700-READ-REJCYC THRU 3700-EXIT
008960         PERFORM 3800-MASK-REJCYC THRU 3800-EXIT
008970             UNTIL PASS-END-OF-FILE OR FATAL-ERROR
008980     END-IF.
008990     IF FATAL-ERROR
009000         GO TO 3000-EXIT
009010     END-IF.
009020     IF RECYCLE-OPENED
009030         MOVE WS-FIL-RECYCLE TO WS-FIL-IDX
009040         MOVE 'N' TO WS-PASS-EOF-SWITCH
009050         PERFORM 3900-READ-RECYCLE THRU 3900-EXIT
009060         PERFORM 4000-MASK-RECYCLE THRU 4000-EXIT
009070             UNTIL PASS-END-OF-FILE OR FATAL-ERROR
009080     END-IF.
009090 3000-EXIT.
009100     EXIT.
009110*----------------------------------------------------------------*
009120* 3100-READ-CNVHIST -- READ THE NEXT JOURNAL ENTRY               *
009130*----------------------------------------------------------------*
009140 3100-READ-CNVHIST.
009150     READ CNVHIST
009160         AT END
009170             SET PASS-END-OF-FILE TO TRUE
009180             GO TO 3100-EXIT
009190     END-READ.
009200     ADD 1 TO WS-FIL-READ (WS-FIL-IDX).
009210 3100-EXIT.
009220     EXIT.
009230*----------------------------------------------------------------*
009240* 3200-MASK-CNVHIST -- MASK EVERY BEFORE- AND AFTER-IMAGE NAME   *
009250*                      FIELD OF A JOURNAL ENTRY FOR A REQUESTED  *
009260*                      ID AND REWRITE IT IN PLACE. THE STAMP,    *
009270*                      ACTION AND MODES ARE LEFT AS THEY ARE.    *
009280*----------------------------------------------------------------*
009290 3200-MASK-CNVHIST.
009300     IF HST-ID IS NOT NUMERIC
009310         GO TO 3200-NEXT
009320     END-IF.
009330     MOVE HST-ID TO WS-SEARCH-ID.
009340     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
009350     IF NOT REQUEST-FOUND
009360         GO TO 3200-NEXT
009370     END-IF.
009380     MOVE 'N' TO WS-CHANGED-SW.
009390     MOVE HST-OLD-TEXT TO WS-MASK-FIELD.
009400     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
009410     MOVE WS-MASK-FIELD TO HST-OLD-TEXT.
009420     MOVE HST-OLD-UPPER-TEXT TO WS-MASK-FIELD.
009430     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
009440     MOVE WS-MASK-FIELD TO HST-OLD-UPPER-TEXT.
009450     MOVE HST-OLD-LOWER-TEXT TO WS-MASK-FIELD.
009460     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
009470     MOVE WS-MASK-FIELD TO HST-OLD-LOWER-TEXT.
009480     MOVE HST-OLD-TITLE-TEXT TO WS-MASK-FIELD.
009490     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
009500     MOVE WS-MASK-FIELD TO HST-OLD-TITLE-TEXT.
009510     MOVE HST-NEW-TEXT TO WS-MASK-FIELD.
009520     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
009530     MOVE WS-MASK-FIELD TO HST-NEW-TEXT.
009540     MOVE HST-NEW-UPPER-TEXT TO WS-MASK-FIELD.
009550     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
009560     MOVE WS-MASK-FIELD TO HST-NEW-UPPER-TEXT.
009570     MOVE HST-NEW-LOWER-TEXT TO WS-MASK-FIELD.
009580     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
009590     MOVE WS-MASK-FIELD TO HST-NEW-LOWER-TEXT.
009600     MOVE HST-NEW-TITLE-TEXT TO WS-MASK-FIELD.
009610     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
009620     MOVE WS-MASK-FIELD TO HST-NEW-TITLE-TEXT.
009630     IF NOT RECORD-CHANGED
009640         GO TO 3200-NEXT
009650     END-IF.
009660     REWRITE CNVHIST-RECORD.
009670     IF NOT CNVHIST-OK
009680         DISPLAY 'CNVERA: REWRITE OF CNVHIST FAILED FOR ID '
009690             HST-ID ' STATUS = ' WS-CNVHIST-STATUS
009700         SET FATAL-ERROR TO TRUE
009710         GO TO 3200-EXIT
009720     END-IF.
009730     PERFORM 2960-COUNT-AFFECTED THRU 2960-EXIT.
009740 3200-NEXT.
009750     PERFORM 3100-READ-CNVHIST THRU 3100-EXIT.
009760 3200-EXIT.
009770     EXIT.
009780*----------------------------------------------------------------*
009790* 3300-READ-CNVARCH -- READ THE NEXT ARCHIVE RECORD              *
009800*----------------------------------------------------------------*
009810 3300-READ-CNVARCH.
009820     READ CNVARCH
009830         AT END
009840             SET PASS-END-OF-FILE TO TRUE
009850             GO TO 3300-EXIT
009860     END-READ.
009870     ADD 1 TO WS-FIL-READ (WS-FIL-IDX).
009880 3300-EXIT.
009890     EXIT.
009900*----------------------------------------------------------------*
009910* 3400-MASK-CNVARCH -- MASK THE FOUR TEXT FIELDS OF AN ARCHIVE   *
009920*                      COPY FOR A REQUESTED ID AND REWRITE IT    *
009930*----------------------------------------------------------------*
009940 3400-MASK-CNVARCH.
009950     IF CNV-ID OF CNVARCH-RECORD IS NOT NUMERIC
009960         GO TO 3400-NEXT
009970     END-IF.
009980     MOVE CNV-ID OF CNVARCH-RECORD TO WS-SEARCH-ID.
009990     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
010000     IF NOT REQUEST-FOUND
010010         GO TO 3400-NEXT
010020     END-IF.
010030     MOVE 'N' TO WS-CHANGED-SW.
010040     MOVE CNV-TEXT OF CNVARCH-RECORD TO WS-MASK-FIELD.
010050     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
010060     MOVE WS-MASK-FIELD TO CNV-TEXT OF CNVARCH-RECORD.
010070     MOVE CNV-UPPER-TEXT OF CNVARCH-RECORD TO WS-MASK-FIELD.
010080     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
010090     MOVE WS-MASK-FIELD TO CNV-UPPER-TEXT OF CNVARCH-RECORD.
010100     MOVE CNV-LOWER-TEXT OF CNVARCH-RECORD TO WS-MASK-FIELD.
010110     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
010120     MOVE WS-MASK-FIELD TO CNV-LOWER-TEXT OF CNVARCH-RECORD.
010130     MOVE CNV-TITLE-TEXT OF CNVARCH-RECORD TO WS-MASK-FIELD.
010140     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
010150     MOVE WS-MASK-FIELD TO CNV-TITLE-TEXT OF CNVARCH-RECORD.
010160     IF NOT RECORD-CHANGED
010170         GO TO 3400-NEXT
010180     END-IF.
010190     REWRITE CNVARCH-RECORD.
010200     IF NOT CNVARCH-OK
010210         DISPLAY 'CNVERA: REWRITE OF CNVARCH FAILED FOR ID '
010220             CNV-ID OF CNVARCH-RECORD ' STATUS = '
010230             WS-CNVARCH-STATUS
010240         SET FATAL-ERROR TO TRUE
010250         GO TO 3400-EXIT
010260     END-IF.
010270     PERFORM 2960-COUNT-AFFECTED THRU 2960-EXIT.
010280 3400-NEXT.
010290     PERFORM 3300-READ-CNVARCH THRU 3300-EXIT.
010300 3400-EXIT.
010310     EXIT.
010320*----------------------------------------------------------------*
010330* 3500-READ-REJOUT -- READ THE NEXT CURRENT REJECT               *
010340*----------------------------------------------------------------*
010350 3500-READ-REJOUT.
010360     READ REJOUT
010370         AT END
010380             SET PASS-END-OF-FILE TO TRUE
010390             GO TO 3500-EXIT
010400     END-READ.
010410     ADD 1 TO WS-FIL-READ (WS-FIL-IDX).
010420 3500-EXIT.
010430     EXIT.
010440*----------------------------------------------------------------*
010450* 3600-MASK-REJOUT -- MASK THE TEXT OF A CURRENT REJECT FOR A    *
010460*                     REQUESTED ID AND REWRITE IT                *
010470*----------------------------------------------------------------*
010480 3600-MASK-REJOUT.
010490     IF REJ-ID OF REJOUT-RECORD IS NOT NUMERIC
010500         GO TO 3600-NEXT
010510     END-IF.
010520     MOVE REJ-ID OF REJOUT-RECORD TO WS-SEARCH-ID.
010530     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
010540     IF NOT REQUEST-FOUND
010550         GO TO 3600-NEXT
010560     END-IF.
010570     MOVE 'N' TO WS-CHANGED-SW.
010580     MOVE REJ-TEXT OF REJOUT-RECORD TO WS-MASK-FIELD.
010590     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
010600     MOVE WS-MASK-FIELD TO REJ-TEXT OF REJOUT-RECORD.
010610     IF NOT RECORD-CHANGED
010620         GO TO 3600-NEXT
010630     END-IF.
010640     REWRITE REJOUT-RECORD.
010650     IF NOT REJOUT-OK
010660         DISPLAY 'CNVERA: REWRITE OF REJOUT FAILED FOR ID '
010670             REJ-ID OF REJOUT-RECORD ' STATUS = '
010680             WS-REJOUT-STATUS
010690         SET FATAL-ERROR TO TRUE
010700         GO TO 3600-EXIT
010710     END-IF.
010720     PERFORM 2960-COUNT-AFFECTED THRU 2960-EXIT.
010730 3600-NEXT.
010740     PERFORM 3500-READ-REJOUT THRU 3500-EXIT.
010750 3600-EXIT.
010760     EXIT.
010770*----------------------------------------------------------------*
010780* 3700-READ-REJCYC -- READ THE NEXT CARRIED-FORWARD REJECT       *
010790*----------------------------------------------------------------*
010800 3700-READ-REJCYC.
010810     READ REJCYC
010820         AT END
010830             SET PASS-END-OF-FILE TO TRUE
010840             GO TO 3700-EXIT
010850     END-READ.
010860     ADD 1 TO WS-FIL-READ (WS-FIL-IDX).
010870 3700-EXIT.
010880     EXIT.
010890*----------------------------------------------------------------*
010900* 3800-MASK-REJCYC -- MASK THE TEXT OF A CARRIED-FORWARD REJECT  *
010910*                     FOR A REQUESTED ID AND REWRITE IT          *
010920*----------------------------------------------------------------*
010930 3800-MASK-REJCYC.
010940     IF REJ-ID OF REJCYC-RECORD IS NOT NUMERIC
010950         GO TO 3800-NEXT
010960     END-IF.
010970     MOVE REJ-ID OF REJCYC-RECORD TO WS-SEARCH-ID.
010980     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
010990     IF NOT REQUEST-FOUND
011000         GO TO 3800-NEXT
011010     END-IF.
011020     MOVE 'N' TO WS-CHANGED-SW.
011030     MOVE REJ-TEXT OF REJCYC-RECORD TO WS-MASK-FIELD.
011040     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
011050     MOVE WS-MASK-FIELD TO REJ-TEXT OF REJCYC-RECORD.
011060     IF NOT RECORD-CHANGED
011070         GO TO 3800-NEXT
011080     END-IF.
011090     REWRITE REJCYC-RECORD.
011100     IF NOT REJCYC-OK
011110         DISPLAY 'CNVERA: REWRITE OF REJCYC FAILED FOR ID '
011120             REJ-ID OF REJCYC-RECORD ' STATUS = '
011130             WS-REJCYC-STATUS
011140         SET FATAL-ERROR TO TRUE
011150         GO TO 3800-EXIT
011160     END-IF.
011170     PERFORM 2960-COUNT-AFFECTED THRU 2960-EXIT.
011180 3800-NEXT.
011190     PERFORM 3700-READ-REJCYC THRU 3700-EXIT.
011200 3800-EXIT.
011210     EXIT.
011220*----------------------------------------------------------------*
011230* 3900-READ-RECYCLE -- READ THE NEXT REPAIRED RECORD             *
011240*----------------------------------------------------------------*
011250 3900-READ-RECYCLE.
011260     READ RECYCLE
011270         AT END
011280             SET PASS-END-OF-FILE TO TRUE
011290             GO TO 3900-EXIT
011300     END-READ.
011310     ADD 1 TO WS-FIL-READ (WS-FIL-IDX).
011320 3900-EXIT.
011330     EXIT.
011340*----------------------------------------------------------------*
011350* 4000-MASK-RECYCLE -- MASK THE TEXT OF A REPAIRED RECORD FOR A  *
011360*                      REQUESTED ID AND REWRITE IT. HELLO-WORLD  *
011370*                      BYPASSES THE ID WHEN IT ARRIVES.          *
011380*----------------------------------------------------------------*
011390 4000-MASK-RECYCLE.
011400     IF NOT STR-REC-DETAIL OR STR-ID IS NOT NUMERIC
011410         GO TO 4000-NEXT
011420     END-IF.
011430     MOVE STR-ID TO WS-SEARCH-ID.
011440     PERFORM 2900-FIND-REQUEST THRU 2900-EXIT.
011450     IF NOT REQUEST-FOUND
011460         GO TO 4000-NEXT
011470     END-IF.
011480     MOVE 'N' TO WS-CHANGED-SW.
011490     MOVE STR-TEXT TO WS-MASK-FIELD.
011500     PERFORM 2950-MASK-FIELD THRU 2950-EXIT.
011510     MOVE WS-MASK-FIELD TO STR-TEXT.
011520     IF NOT RECORD-CHANGED
011530         GO TO 4000-NEXT
011540     END-IF.
011550     REWRITE STR-RECORD.
011560     IF NOT RECYCLE-OK
011570         DISPLAY 'CNVERA: REWRITE OF RECYCLE FAILED FOR ID '
011580             STR-ID ' STATUS = ' WS-RECYCLE-STATUS
011590         SET FATAL-ERROR TO TRUE
011600         GO TO 4000-EXIT
011610     END-IF.
011620     PERFORM 2960-COUNT-AFFECTED THRU 2960-EXIT.
011630 4000-NEXT.
011640     PERFORM 3900-READ-RECYCLE THRU 3900-EXIT.
011650 4000-EXIT.
011660     EXIT.
011670*----------------------------------------------------------------*
011680* 5000-REMOVE-LIVE-RECORDS -- DELETE THE NEXT REQUESTED ID FROM  *
011690*                             THE CNVOUT CLUSTER, JOURNALING THE *
011700*                             DELETE AS ACTION E, AND FROM THE   *
011710*                             CNVNAME CLUSTER. AN ID ON NEITHER  *
011720*                             (RETIRED, OR NEVER LOADED) SIMPLY  *
011730*                             COUNTS ZERO.                       *
011740*----------------------------------------------------------------*
011750 5000-REMOVE-LIVE-RECORDS.
011760     ADD 1 TO WS-REQ-IDX.
011770     MOVE WS-FIL-CNVOUT TO WS-FIL-IDX.
011780     ADD 1 TO WS-FIL-READ (WS-FIL-IDX).
011790     MOVE WS-REQ-ID (WS-REQ-IDX) TO CNV-ID OF CNVOUT-RECORD.
011800     READ CNVOUT
011810         INVALID KEY
011820             GO TO 5000-NAME
011830     END-READ.
011840     PERFORM 5100-BUILD-ERASE-ENTRY THRU 5100-EXIT.
011850     DELETE CNVOUT RECORD.
011860     IF NOT CNVOUT-OK
011870         DISPLAY 'CNVERA: DELETE FAILED FOR ID '
011880             CNV-ID OF CNVOUT-RECORD ' STATUS = ' WS-CNVOUT-STATUS
011890         SET FATAL-ERROR TO TRUE
011900         GO TO 5000-EXIT
011910     END-IF.
011920     PERFORM 2960-COUNT-AFFECTED THRU 2960-EXIT.
011930     WRITE CNVHIST-RECORD.
011940     ADD 1 TO WS-COUNT-JOURNALED.
011950 5000-NAME.
011960     MOVE WS-FIL-CNVNAME TO WS-FIL-IDX.
011970     ADD 1 TO WS-FIL-READ (WS-FIL-IDX).
011980     MOVE WS-REQ-ID (WS-REQ-IDX) TO NAM-ID.
011990     READ CNVNAME
012000         INVALID KEY
012010             GO TO 5000-EXIT
012020     END-READ.
012030     DELETE CNVNAME RECORD.
012040     IF NOT CNVNAME-OK
012050         DISPLAY 'CNVERA: DELETE FAILED FOR ID ' NAM-ID
012060             ' STATUS = ' WS-CNVNAME-STATUS
012070         SET FATAL-ERROR TO TRUE
012080         GO TO 5000-EXIT
012090     END-IF.
012100     PERFORM 2960-COUNT-AFFECTED THRU 2960-EXIT.
012110 5000-EXIT.
012120     EXIT.
012130*----------------------------------------------------------------*
012140* 5100-BUILD-ERASE-ENTRY -- BUILD THE CHANGE-HISTORY ENTRY FOR   *
012150*                           THE RECORD ABOUT TO BE DELETED:      *
012160*                           ACTION E, THE RECORD AS THE          *
012170*                           BEFORE-IMAGE WITH EVERY NAME FIELD   *
012180*                           MASKED, NO AFTER-IMAGE. IT IS WRITTEN*
012190*                           ONLY WHEN THE DELETE SUCCEEDS.       *
012200*----------------------------------------------------------------*
012210 5100-BUILD-ERASE-ENTRY.
012220     MOVE SPACES TO CNVHIST-RECORD.
012230     MOVE WS-RUN-DATE TO HST-RUN-DATE.
012240     MOVE WS-RUN-TIME TO HST-RUN-TIME.
012250     MOVE WS-OPERATOR-ID TO HST-OPERATOR-ID.
012260     MOVE 'CNVERA' TO HST-JOB-ID.
012270     SET HST-ACTION-ERASE TO TRUE.
012280     MOVE CNV-ID OF CNVOUT-RECORD TO HST-ID.
012290     MOVE CNV-SOURCE OF CNVOUT-RECORD TO HST-SOURCE.
012300     MOVE WS-ERASED-MASK TO HST-OLD-TEXT.
012310     MOVE WS-ERASED-MASK TO HST-OLD-UPPER-TEXT.
012320     MOVE WS-ERASED-MASK TO HST-OLD-LOWER-TEXT.
012330     MOVE WS-ERASED-MASK TO HST-OLD-TITLE-TEXT.
012340     MOVE CNV-MODE OF CNVOUT-RECORD TO HST-OLD-MODE.
012350 5100-EXIT.
012360     EXIT.
012370*----------------------------------------------------------------*
012380* 6000-WRITE-CERTIFICATE -- WRITE THE ERASURE CERTIFICATE FOR    *
012390*                           THE NEXT REQUESTED ID: EVERY FILE    *
012400*                           WITH ITS RECORDS AFFECTED, THEN THE  *
012410*                           TOMBSTONE                            *
012420*----------------------------------------------------------------*
012430 6000-WRITE-CERTIFICATE.
012440     ADD 1 TO WS-REQ-IDX.
012450     MOVE SPACES TO ERARPT-RECORD.
012460     WRITE ERARPT-RECORD.
012470     MOVE WS-REQ-ID (WS-REQ-IDX) TO WS-RPT-CRT-ID.
012480     MOVE WS-REQ-REFERENCE (WS-REQ-IDX) TO WS-RPT-CRT-REFERENCE.
012490     MOVE WS-REQ-RECEIVED (WS-REQ-IDX) TO WS-RPT-CRT-RECEIVED.
012500     MOVE WS-RPT-CERT-LINE TO ERARPT-RECORD.
012510     WRITE ERARPT-RECORD.
012520     MOVE ZERO TO WS-FIL-IDX.
012530     PERFORM 6100-WRITE-FILE-LINE THRU 6100-EXIT
012540         UNTIL WS-FIL-IDX >= WS-FIL-LIMIT.
012550     IF WS-REQ-HELD-SW (WS-REQ-IDX) = 'Y'
012560         MOVE 'TOMBSTONE ALREADY HELD, ERASED ON'
012570             TO WS-RPT-STN-TEXT
012580         MOVE WS-REQ-HELD-DATE (WS-REQ-IDX) TO WS-RPT-STN-DATE
012590     ELSE
012600         MOVE 'TOMBSTONE ADDED, ERASED ON' TO WS-RPT-STN-TEXT
012610         MOVE WS-RUN-DATE TO WS-RPT-STN-DATE
012620     END-IF.
012630     MOVE WS-RPT-STONE-LINE TO ERARPT-RECORD.
012640     WRITE ERARPT-RECORD.
012650 6000-EXIT.
012660     EXIT.
012670*----------------------------------------------------------------*
012680* 6100-WRITE-FILE-LINE -- WRITE ONE FILE'S LINE OF A CERTIFICATE *
012690*----------------------------------------------------------------*
012700 6100-WRITE-FILE-LINE.
012710     ADD 1 TO WS-FIL-IDX.
012720     MOVE WS-FIL-DDNAME (WS-FIL-IDX) TO WS-RPT-FIL-DDNAME.
012730     MOVE WS-FIL-DESC (WS-FIL-IDX) TO WS-RPT-FIL-DESC.
012740     MOVE WS-FIL-ACTION (WS-FIL-IDX) TO WS-RPT-FIL-ACTION.
012750     MOVE WS-REQ-AFFECTED (WS-REQ-IDX, WS-FIL-IDX)
012760         TO WS-RPT-FIL-COUNT.
012770     MOVE WS-RPT-FILE-LINE TO ERARPT-RECORD.
012780     IF WS-FIL-PRESENT-SW (WS-FIL-IDX) = 'N'
012790         MOVE 'NO GENERATION' TO ERARPT-RECORD (43:13)
012800     END-IF.
012810     WRITE ERARPT-RECORD.
012820 6100-EXIT.
012830     EXIT.
012840*----------------------------------------------------------------*
012850* 8000-TERMINATE -- WRITE THE CERTIFICATES AND TOTALS, FILE THE  *
012860*                  AUDIT RECORD, SET THE RETURN CODE AND CLOSE   *
012870*                  FILES                                         *
012880*----------------------------------------------------------------*
012890 8000-TERMINATE.
012900     IF FATAL-ERROR
012910         MOVE 16 TO RETURN-CODE
012920         DISPLAY 'CNVERA: RUN FAILED - CORRECT THE FAULT AND '
012930             'RERUN THE SAME REQUEST BATCH'
012940         GO TO 8000-CLOSE
012950     END-IF.
012960     IF BATCH-REFUSED
012970         MOVE SPACES TO WS-RPT-MESSAGE-LINE
012980         MOVE 'BATCH REFUSED - NOTHING HAS BEEN ERASED.'
012990             TO WS-RPT-MESSAGE
013000         MOVE WS-RPT-MESSAGE-LINE TO ERARPT-RECORD
013010         WRITE ERARPT-RECORD
013020         MOVE 'CORRECT THE REQUESTS AND RESUBMIT THE WHOLE BATCH.'
013030             TO WS-RPT-MESSAGE
013040         MOVE WS-RPT-MESSAGE-LINE TO ERARPT-RECORD
013050         WRITE ERARPT-RECORD
013060     ELSE
013070         MOVE WS-REQ-COUNT TO WS-COUNT-IDS-ERASED
013080         MOVE ZERO TO WS-REQ-IDX
013090         PERFORM 6000-WRITE-CERTIFICATE THRU 6000-EXIT
013100             UNTIL WS-REQ-IDX >= WS-REQ-COUNT
013110     END-IF.
013120     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
013130     PERFORM 8200-WRITE-AUDIT-RECORD THRU 8200-EXIT.
013140     IF BATCH-REFUSED
013150         MOVE 8 TO RETURN-CODE
013160         DISPLAY 'CNVERA: REQUEST BATCH REFUSED - NOTHING ERASED'
013170     END-IF.
013180 8000-CLOSE.
013190     IF ERAIN-OPENED
013200         CLOSE ERAIN
013210     END-IF.
013220     IF ERAOUT-OPENED
013230         CLOSE ERAOUT
013240     END-IF.
013250     IF CNVOUT-OPENED
013260         CLOSE CNVOUT
013270     END-IF.
013280     IF CNVNAME-OPENED
013290         CLOSE CNVNAME
013300     END-IF.
013310     IF CNVHIST-OPENED
013320         CLOSE CNVHIST
013330     END-IF.
013340     IF CNVARCH-OPENED
013350         CLOSE CNVARCH
013360     END-IF.
013370     IF REJOUT-OPENED
013380         CLOSE REJOUT
013390     END-IF.
013400     IF REJCYC-OPENED
013410         CLOSE REJCYC
013420     END-IF.
013430     IF RECYCLE-OPENED
013440         CLOSE RECYCLE
013450     END-IF.
013460     IF AUDITOUT-OPENED
013470         CLOSE AUDITOUT
013480     END-IF.
013490     IF ERARPT-OPENED
013500         CLOSE ERARPT
013510     END-IF.
013520 8000-EXIT.
013530     EXIT.
013540*----------------------------------------------------------------*
013550* 8100-WRITE-TOTALS -- WRITE THE ERASURE CONTROL TOTALS          *
013560*----------------------------------------------------------------*
013570 8100-WRITE-TOTALS.
013580     MOVE SPACES TO ERARPT-RECORD.
013590     WRITE ERARPT-RECORD.
013600     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013610     MOVE 'REQUEST RECORDS READ' TO WS-RPT-LABEL.
013620     MOVE WS-COUNT-REQUESTS TO WS-RPT-COUNT.
013630     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
013640     WRITE ERARPT-RECORD.
013650     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013660     MOVE 'REQUESTS REFUSED' TO WS-RPT-LABEL.
013670     MOVE WS-COUNT-REFUSED TO WS-RPT-COUNT.
013680     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
013690     WRITE ERARPT-RECORD.
013700     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013710     MOVE 'IDS ERASED' TO WS-RPT-LABEL.
013720     MOVE WS-COUNT-IDS-ERASED TO WS-RPT-COUNT.
013730     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
013740     WRITE ERARPT-RECORD.
013750     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013760     MOVE 'IDS ALREADY ON REGISTER (SWEPT AGAIN)' TO WS-RPT-LABEL.
013770     MOVE WS-COUNT-ALREADY-HELD TO WS-RPT-COUNT.
013780     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
013790     WRITE ERARPT-RECORD.
013800     MOVE ZERO TO WS-FIL-IDX.
013810     PERFORM 8110-WRITE-FILE-TOTAL THRU 8110-EXIT
013820         UNTIL WS-FIL-IDX >= WS-FIL-LIMIT.
013830     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013840     MOVE 'TOTAL RECORDS AFFECTED' TO WS-RPT-LABEL.
013850     MOVE WS-COUNT-AFFECTED TO WS-RPT-COUNT.
013860     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
013870     WRITE ERARPT-RECORD.
013880     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013890     MOVE 'ERASURES JOURNALED TO CNVHIST' TO WS-RPT-LABEL.
013900     MOVE WS-COUNT-JOURNALED TO WS-RPT-COUNT.
013910     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
013920     WRITE ERARPT-RECORD.
013930     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013940     MOVE 'REGISTER ENTRIES READ' TO WS-RPT-LABEL.
013950     MOVE WS-COUNT-REG-READ TO WS-RPT-COUNT.
013960     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
013970     WRITE ERARPT-RECORD.
013980     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013990     MOVE 'REGISTER ENTRIES ADDED' TO WS-RPT-LABEL.
014000     MOVE WS-COUNT-REG-ADDED TO WS-RPT-COUNT.
014010     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
014020     WRITE ERARPT-RECORD.
014030     MOVE SPACES TO WS-RPT-TOTAL-LINE.
014040     MOVE 'REGISTER ENTRIES WRITTEN' TO WS-RPT-LABEL.
014050     MOVE WS-COUNT-REG-WRITTEN TO WS-RPT-COUNT.
014060     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
014070     WRITE ERARPT-RECORD.
014080 8100-EXIT.
014090     EXIT.
014100*----------------------------------------------------------------*
014110* 8110-WRITE-FILE-TOTAL -- WRITE ONE FILE'S RECORDS AFFECTED     *
014120*----------------------------------------------------------------*
014130 8110-WRITE-FILE-TOTAL.
014140     ADD 1 TO WS-FIL-IDX.
014150     MOVE SPACES TO WS-RPT-TOTAL-LINE.
014160     STRING WS-FIL-DDNAME (WS-FIL-IDX) DELIMITED BY SPACE
014170            ' RECORDS ' DELIMITED BY SIZE
014180            WS-FIL-ACTION (WS-FIL-IDX) DELIMITED BY SPACE
014190         INTO WS-RPT-LABEL
014200     END-STRING.
014210     MOVE WS-FIL-AFFECTED (WS-FIL-IDX) TO WS-RPT-COUNT.
014220     MOVE WS-RPT-TOTAL-LINE TO ERARPT-RECORD.
014230     WRITE ERARPT-RECORD.
014240 8110-EXIT.
014250     EXIT.
014260*----------------------------------------------------------------*
014270* 8200-WRITE-AUDIT-RECORD -- FILE THE RUN ON THE AUDITLOG UNDER  *
014280*                            STATUS E, REFUSED BATCHES INCLUDED  *
014290*----------------------------------------------------------------*
014300 8200-WRITE-AUDIT-RECORD.
014310     MOVE SPACES TO AUDITOUT-RECORD.
014320     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
014330     MOVE WS-RUN-TIME TO AUD-RUN-TIME.
014340     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
014350     MOVE 'CNVERA' TO AUD-JOB-ID.
014360     MOVE WS-COUNT-REQUESTS TO AUD-COUNT-READ.
014370     MOVE WS-COUNT-REFUSED TO AUD-COUNT-REJECTED.
014380     SET AUD-STATUS-ERASURE TO TRUE.
014390     MOVE ZERO TO AUD-QUAR-GROUPS.
014400     MOVE ZERO TO AUD-QUAR-RECORDS.
014410     MOVE WS-COUNT-IDS-ERASED TO AUD-ERASE-IDS.
014420     MOVE WS-COUNT-AFFECTED TO AUD-ERASE-RECORDS.
014430     WRITE AUDITOUT-RECORD.
014440 8200-EXIT.
014450     EXIT.
