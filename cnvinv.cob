000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVINV.
000030 AUTHOR. D-SHOP BATCH SUPPORT.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CNVINV -- MONTHLY AUDIT OF THE FULFILLMENT VENDORS' INVOICES   *
000090*           FOR THE MAILING-LABEL TRANSMISSIONS.                 *
000100*                                                                *
000110* EACH VENDOR INVOICES MONTHLY (LAYOUT INVREC), ONE LINE PER     *
000120* LABEL TRANSMISSION BILLED WITH ITS PIECES, PIECE RATE AND      *
000130* AMOUNT. THIS RUN MATCHES EVERY LINE, BY THE SENDER ID ON ITS   *
000140* INVOICE AND THE TRANSMISSION DATE/TIME ON THE LINE, TO:        *
000150*   - THE LABEL TRANSMISSIONS WE SENT, FROM THE VENDLBL AND      *
000160*     VENDLBL2 GENERATIONS CONCATENATED ON //LBLIN;              *
000170*   - THE ACCEPTED COUNT CNVACK MATCHED FOR THE TRANSMISSION,    *
000180*     FROM THE ACKHIST ACCEPTANCE HISTORY (LAST ENTRY STANDS);   *
000190*   - THE CONTRACTED PIECE RATE, FROM THE OPERATIONS-MAINTAINED  *
000200*     RATE TABLE ON //RATETBL (THE ENTRY FOR THE SENDER WITH THE *
000210*     LATEST EFFECTIVE DATE NOT AFTER THE TRANSMISSION DATE);    *
000220*   - THE LINES ALREADY BILLED, ON THE PRIOR MONTHS' INVOICES    *
000230*     CONCATENATED ON //INVPRV AND EARLIER IN THIS RUN.          *
000240*                                                                *
000250* A LINE FOR A TRANSMISSION WE NEVER SENT, ONE THE CNVBKO RUN    *
000260* BACKOUT VOIDED, OR ONE ALREADY BILLED IS DISPUTED IN FULL.     *
000270* OTHERWISE THE DISPUTED AMOUNT IS, IN TURN: THE LINE AMOUNT     *
000280* OVER PIECES TIMES THE BILLED RATE; THE PIECES OVER THE COUNT   *
000290* THE VENDOR ACCEPTED (NONE WITHOUT AN ACCEPTANCE ON FILE) AT    *
000300* THE BILLED RATE; AND THE BILLED RATE OVER THE CONTRACT RATE ON *
000310* THE PIECES LEFT. A SENDER WITH NO CONTRACT RATE, A LINE COUNT  *
000320* OR PERIOD NOT AS THE INVOICE HEADER SAYS, AND AN INVOICE TOTAL *
000330* OVER ITS LINES ARE ALSO DISPUTED. A RATE UNDER CONTRACT AND A  *
000340* TOTAL UNDER THE LINES ARE NOTED FOR REVIEW ONLY.               *
000350*                                                                *
000360* THE INVRPT REPORT LISTS EACH INVOICE WITH ITS FINDINGS AND ITS *
000370* BILLED, DISPUTED AND PAYABLE AMOUNTS, THEN A SUMMARY PER       *
000380* VENDOR. ANY DISPUTE ENDS THE RUN RC=8 SO ACCOUNTS PAYABLE      *
000390* HOLDS THE PAYMENT; NOTES ALONE END IT RC=4.                    *
000400*                                                                *
000410* RATE TABLE (ASCENDING BY SENDER ID AND EFFECTIVE DATE):        *
000420*   SENDER ID IN 1-8, EFFECTIVE DATE IN 9-16, PIECE RATE (3      *
000430*   DIGITS, 4 DECIMALS) IN 17-23, DESCRIPTION IN 24-53.          *
000440*----------------------------------------------------------------*
000450* MODIFICATION HISTORY                                           *
000460*----------------------------------------------------------------*
000470* 10/15/26  DWW  ORIGINAL PROGRAM.                               *
000480*----------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT INVCARD ASSIGN TO INVCARD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-INVCARD-STATUS.
000550     SELECT LBLIN ASSIGN TO LBLIN
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-LBLIN-STATUS.
000580     SELECT ACKHIST ASSIGN TO ACKHIST
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-ACKHIST-STATUS.
000610     SELECT RATETBL ASSIGN TO RATETBL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RATETBL-STATUS.
000640     SELECT INVPRV ASSIGN TO INVPRV
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-INVPRV-STATUS.
000670     SELECT INVIN ASSIGN TO INVIN
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-INVIN-STATUS.
000700     SELECT INVRPT ASSIGN TO INVRPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-INVRPT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  INVCARD
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  INVCARD-RECORD.
000790     05 INVC-PERIOD             PIC 9(06).
000800     05 INVC-PERIOD-R REDEFINES INVC-PERIOD.
000810        10 INVC-PERIOD-YEAR     PIC 9(04).
000820        10 INVC-PERIOD-MONTH    PIC 9(02).
000830     05 FILLER                  PIC X(74).
000840 FD  LBLIN
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY LBLREC.
000880 FD  ACKHIST
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY ACKHREC.
000920 FD  RATETBL
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  RATETBL-RECORD.
000960     05 RTE-KEY.
000970        10 RTE-SENDER-ID        PIC X(08).
000980        10 RTE-EFF-DATE         PIC 9(08).
000990     05 RTE-PIECE-RATE          PIC 9(03)V9(04).
001000     05 RTE-DESCRIPTION         PIC X(30).
001010     05 FILLER                  PIC X(27).
001020 FD  INVPRV
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050     COPY INVREC REPLACING ==INVOICE-HEADER== BY
001060         ==INVPRV-HEADER==
001070         ==INVOICE-DETAIL== BY ==INVPRV-DETAIL==.
001080 FD  INVIN
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY INVREC.
001120 FD  INVRPT
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  INVRPT-RECORD               PIC X(80).
001160 WORKING-STORAGE SECTION.
001170*----------------------------------------------------------------*
001180* SWITCHES                                                       *
001190*----------------------------------------------------------------*
001200 01  WS-SWITCHES.
001210     05 WS-LBL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001220        88 LBL-END-OF-FILE                VALUE 'Y'.
001230     05 WS-AKH-EOF-SWITCH        PIC X(01) VALUE 'N'.
001240        88 AKH-END-OF-FILE                VALUE 'Y'.
001250     05 WS-RTE-EOF-SWITCH        PIC X(01) VALUE 'N'.
001260        88 RTE-END-OF-FILE                VALUE 'Y'.
001270     05 WS-PRV-EOF-SWITCH        PIC X(01) VALUE 'N'.
001280        88 PRV-END-OF-FILE                VALUE 'Y'.
001290     05 WS-INV-EOF-SWITCH        PIC X(01) VALUE 'N'.
001300        88 INV-END-OF-FILE                VALUE 'Y'.
001310     05 WS-FATAL-SWITCH          PIC X(01) VALUE 'N'.
001320        88 FATAL-ERROR                     VALUE 'Y'.
001330     05 WS-DISPUTE-SWITCH        PIC X(01) VALUE 'N'.
001340        88 SOMETHING-DISPUTED             VALUE 'Y'.
001350     05 WS-NOTE-SWITCH           PIC X(01) VALUE 'N'.
001360        88 SOMETHING-NOTED                VALUE 'Y'.
001370     05 WS-INV-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001380        88 INVOICE-IN-PROGRESS            VALUE 'Y'.
001390     05 WS-INV-HDR-OK-SWITCH     PIC X(01) VALUE 'N'.
001400        88 INVOICE-HEADER-NUMERIC         VALUE 'Y'.
001410*----------------------------------------------------------------*
001420* FILE-OPENED SWITCHES                                           *
001430*----------------------------------------------------------------*
001440 01  WS-FILE-OPENED-SWITCHES.
001450     05 WS-LBLIN-OPEN-SW         PIC X(01) VALUE 'N'.
001460        88 LBLIN-OPENED                    VALUE 'Y'.
001470     05 WS-ACKHIST-OPEN-SW       PIC X(01) VALUE 'N'.
001480        88 ACKHIST-OPENED                  VALUE 'Y'.
001490     05 WS-RATETBL-OPEN-SW       PIC X(01) VALUE 'N'.
001500        88 RATETBL-OPENED                  VALUE 'Y'.
001510     05 WS-INVPRV-OPEN-SW        PIC X(01) VALUE 'N'.
001520        88 INVPRV-OPENED                   VALUE 'Y'.
001530     05 WS-INVIN-OPEN-SW         PIC X(01) VALUE 'N'.
001540        88 INVIN-OPENED                    VALUE 'Y'.
001550     05 WS-INVRPT-OPEN-SW        PIC X(01) VALUE 'N'.
001560        88 INVRPT-OPENED                   VALUE 'Y'.
001570*----------------------------------------------------------------*
001580* FILE STATUS FIELDS                                             *
001590*----------------------------------------------------------------*
001600 01  WS-INVCARD-STATUS           PIC X(02) VALUE '00'.
001610     88 INVCARD-OK                        VALUE '00'.
001620 01  WS-LBLIN-STATUS             PIC X(02) VALUE '00'.
001630     88 LBLIN-OK                          VALUE '00'.
001635     88 LBLIN-EOF                         VALUE '10'.
001640 01  WS-ACKHIST-STATUS           PIC X(02) VALUE '00'.
001650     88 ACKHIST-OK                        VALUE '00'.
001655     88 ACKHIST-EOF                       VALUE '10'.
001660 01  WS-RATETBL-STATUS           PIC X(02) VALUE '00'.
001670     88 RATETBL-OK                        VALUE '00'.
001675     88 RATETBL-EOF                       VALUE '10'.
001680 01  WS-INVPRV-STATUS            PIC X(02) VALUE '00'.
001690     88 INVPRV-OK                         VALUE '00'.
001695     88 INVPRV-EOF                        VALUE '10'.
001700 01  WS-INVIN-STATUS             PIC X(02) VALUE '00'.
001710     88 INVIN-OK                          VALUE '00'.
001715     88 INVIN-EOF                         VALUE '10'.
001720 01  WS-INVRPT-STATUS            PIC X(02) VALUE '00'.
001730     88 INVRPT-OK                         VALUE '00'.
001740*----------------------------------------------------------------*
001750* SELECTION CRITERIA AS VALIDATED FROM THE CARD                  *
001760*----------------------------------------------------------------*
001770 01  WS-SELECTION.
001780     05 WS-BILL-PERIOD           PIC 9(06) VALUE ZERO.
001790*----------------------------------------------------------------*
001800* TRANSMISSION TABLE, ONE ENTRY PER HEADER GROUP ON THE LBLIN    *
001810* CONCATENATION. THE ACCEPT SWITCH SAYS AN ACCEPTANCE IS ON FILE *
001820* FOR THE TRANSMISSION; THE BILLED SWITCH IS N NOT YET BILLED, P *
001830* BILLED ON A PRIOR INVOICE, B BILLED EARLIER IN THIS RUN.       *
001840*----------------------------------------------------------------*
001850 01  WS-TRN-TABLE.
001860     05 WS-TRN-LIMIT             PIC 9(04) COMP VALUE 400.
001870     05 WS-TRN-COUNT             PIC 9(04) COMP VALUE ZERO.
001880     05 WS-TRN-IDX               PIC 9(04) COMP VALUE ZERO.
001890     05 WS-TRN-CURRENT           PIC 9(04) COMP VALUE ZERO.
001900     05 WS-TRN-FOUND-SW          PIC X(01) VALUE 'N'.
001910        88 TRN-FOUND                       VALUE 'Y'.
001920     05 WS-TRN-ENTRY OCCURS 400 TIMES.
001930        10 WS-TRN-SENDER-ID      PIC X(08).
001940        10 WS-TRN-DATE           PIC 9(08).
001950        10 WS-TRN-TIME           PIC 9(08).
001960        10 WS-TRN-LABELS         PIC 9(07) COMP.
001970        10 WS-TRN-ACCEPTED       PIC 9(07) COMP.
001980        10 WS-TRN-VOIDED-SW      PIC X(01).
001990        10 WS-TRN-ACCEPT-SW      PIC X(01).
002000        10 WS-TRN-BILLED-SW      PIC X(01).
002010*----------------------------------------------------------------*
002020* TRANSMISSION SEARCH KEY, SET BEFORE 7000-FIND-TRANSMISSION     *
002030*----------------------------------------------------------------*
002040 01  WS-TRN-KEY.
002050     05 WS-KEY-SENDER-ID         PIC X(08) VALUE SPACES.
002060     05 WS-KEY-DATE              PIC 9(08) VALUE ZERO.
002070     05 WS-KEY-TIME              PIC 9(08) VALUE ZERO.
002080 01  WS-PRV-SENDER-ID            PIC X(08) VALUE SPACES.
002090*----------------------------------------------------------------*
002100* CONTRACT RATE TABLE, IN THE RATE-TABLE FILE'S ORDER (ASCENDING *
002110* BY SENDER ID AND EFFECTIVE DATE)                               *
002120*----------------------------------------------------------------*
002130 01  WS-RTE-TABLE.
002140     05 WS-RTE-LIMIT             PIC 9(04) COMP VALUE 100.
002150     05 WS-RTE-COUNT             PIC 9(04) COMP VALUE ZERO.
002160     05 WS-RTE-IDX               PIC 9(04) COMP VALUE ZERO.
002170     05 WS-RTE-FOUND-SW          PIC X(01) VALUE 'N'.
002180        88 RTE-FOUND                       VALUE 'Y'.
002190     05 WS-RTE-PRIOR-KEY.
002200        10 WS-RTE-PRIOR-SENDER   PIC X(08) VALUE LOW-VALUES.
002210        10 WS-RTE-PRIOR-DATE     PIC 9(08) VALUE ZERO.
002220     05 WS-CONTRACT-RATE         PIC 9(03)V9(04) VALUE ZERO.
002230     05 WS-RTE-ENTRY OCCURS 100 TIMES.
002240        10 WS-RTE-SENDER-ID      PIC X(08).
002250        10 WS-RTE-EFF-DATE       PIC 9(08).
002260        10 WS-RTE-RATE           PIC 9(03)V9(04).
002270*----------------------------------------------------------------*
002280* VENDOR SUMMARY TABLE, ONE ENTRY PER SENDER ID INVOICING        *
002290*----------------------------------------------------------------*
002300 01  WS-VND-TABLE.
002310     05 WS-VND-LIMIT             PIC 9(04) COMP VALUE 20.
002320     05 WS-VND-COUNT             PIC 9(04) COMP VALUE ZERO.
002330     05 WS-VND-IDX               PIC 9(04) COMP VALUE ZERO.
002340     05 WS-VND-CURRENT           PIC 9(04) COMP VALUE ZERO.
002350     05 WS-VND-FOUND-SW          PIC X(01) VALUE 'N'.
002360        88 VND-FOUND                       VALUE 'Y'.
002370     05 WS-VND-ENTRY OCCURS 20 TIMES.
002380        10 WS-VND-SENDER-ID      PIC X(08).
002390        10 WS-VND-INVOICES       PIC 9(04) COMP.
002400        10 WS-VND-BILLED         PIC S9(09)V99.
002410        10 WS-VND-DISPUTED       PIC S9(09)V99.
002420        10 WS-VND-PAYABLE        PIC S9(09)V99.
002430*----------------------------------------------------------------*
002440* THE INVOICE BEING AUDITED                                      *
002450*----------------------------------------------------------------*
002460 01  WS-INVOICE.
002470     05 WS-INV-SENDER-ID         PIC X(08) VALUE SPACES.
002480     05 WS-INV-HDR-LINES         PIC 9(05) VALUE ZERO.
002490     05 WS-INV-HDR-TOTAL         PIC 9(09)V99 VALUE ZERO.
002500     05 WS-INV-LINES             PIC 9(05) COMP VALUE ZERO.
002510     05 WS-INV-LINE-TOTAL        PIC S9(09)V99 VALUE ZERO.
002520     05 WS-INV-DISPUTED          PIC S9(09)V99 VALUE ZERO.
002530     05 WS-INV-PAYABLE           PIC S9(09)V99 VALUE ZERO.
002540     05 WS-INV-DIFFERENCE        PIC S9(09)V99 VALUE ZERO.
002550*----------------------------------------------------------------*
002560* THE INVOICE LINE BEING AUDITED. THE BASE IS WHAT IS STILL      *
002570* ALLOWED OF THE LINE AMOUNT AFTER EACH CHECK TAKES ITS DISPUTE. *
002580*----------------------------------------------------------------*
002590 01  WS-LINE-WORK.
002600     05 WS-LINE-NUMBER           PIC 9(05) VALUE ZERO.
002610     05 WS-LINE-ACCEPTED         PIC 9(07) VALUE ZERO.
002620     05 WS-LINE-ALLOWED          PIC 9(07) VALUE ZERO.
002630     05 WS-LINE-BASE             PIC S9(09)V99 VALUE ZERO.
002640     05 WS-LINE-EXTENDED         PIC S9(11)V99 VALUE ZERO.
002650     05 WS-LINE-DISPUTE-SW       PIC X(01) VALUE 'N'.
002660        88 LINE-DISPUTED                   VALUE 'Y'.
002670*----------------------------------------------------------------*
002680* THE FINDING BEING REPORTED: D A DISPUTE, N A NOTE FOR REVIEW   *
002690*----------------------------------------------------------------*
002700 01  WS-FINDING.
002710     05 WS-FND-KIND              PIC X(01) VALUE SPACE.
002720        88 FND-DISPUTE                     VALUE 'D'.
002730        88 FND-NOTE                        VALUE 'N'.
002740     05 WS-FND-AMOUNT            PIC S9(09)V99 VALUE ZERO.
002750     05 WS-FND-REASON            PIC X(29) VALUE SPACES.
002760     05 WS-FND-WHERE             PIC X(34) VALUE SPACES.
002770*----------------------------------------------------------------*
002780* CONTROL COUNTERS AND AMOUNT TOTALS                             *
002790*----------------------------------------------------------------*
002800 01  WS-CONTROL-COUNTERS.
002810     05 WS-COUNT-TRANSMISSIONS   PIC 9(07) COMP VALUE ZERO.
002820     05 WS-COUNT-AKH-APPLIED     PIC 9(07) COMP VALUE ZERO.
002830     05 WS-COUNT-AKH-OUTSIDE     PIC 9(07) COMP VALUE ZERO.
002840     05 WS-COUNT-PRIOR-LINES     PIC 9(07) COMP VALUE ZERO.
002850     05 WS-COUNT-INVOICES        PIC 9(07) COMP VALUE ZERO.
002860     05 WS-COUNT-LINES           PIC 9(07) COMP VALUE ZERO.
002870     05 WS-COUNT-LINES-DISPUTED  PIC 9(07) COMP VALUE ZERO.
002880     05 WS-COUNT-DISPUTES        PIC 9(07) COMP VALUE ZERO.
002890     05 WS-COUNT-NOTES           PIC 9(07) COMP VALUE ZERO.
002900 01  WS-AMOUNT-TOTALS.
002910     05 WS-TOTAL-BILLED          PIC S9(11)V99 VALUE ZERO.
002920     05 WS-TOTAL-DISPUTED        PIC S9(11)V99 VALUE ZERO.
002930     05 WS-TOTAL-PAYABLE         PIC S9(11)V99 VALUE ZERO.
002940*----------------------------------------------------------------*
002950* REPORT LINES                                                   *
002960*----------------------------------------------------------------*
002970 01  WS-RPT-HEADING.
002980     05 FILLER                   PIC X(36) VALUE
002990        'VENDOR INVOICE AUDIT, BILLING PERIOD'.
003000     05 FILLER                   PIC X(01) VALUE SPACES.
003010     05 WS-HDG-PERIOD            PIC 9(06).
003020     05 FILLER                   PIC X(37) VALUE SPACES.
003030 01  WS-RPT-INV-LINE.
003040     05 FILLER                   PIC X(07) VALUE 'VENDOR '.
003050     05 WS-RPT-INV-SENDER        PIC X(08).
003060     05 FILLER                   PIC X(09) VALUE ' INVOICE '.
003070     05 WS-RPT-INV-NUMBER        PIC X(12).
003080     05 FILLER                   PIC X(07) VALUE ' DATED '.
003090     05 WS-RPT-INV-DATE          PIC X(08).
003100     05 FILLER                   PIC X(08) VALUE ' PERIOD '.
003110     05 WS-RPT-INV-PERIOD        PIC X(06).
003120     05 FILLER                   PIC X(15) VALUE SPACES.
003130 01  WS-RPT-FND-COLUMNS.
003140     05 FILLER                   PIC X(02) VALUE SPACES.
003150     05 FILLER                   PIC X(08) VALUE 'TRANS DT'.
003160     05 FILLER                   PIC X(01) VALUE SPACES.
003170     05 FILLER                   PIC X(08) VALUE 'TRANS TM'.
003180     05 FILLER                   PIC X(01) VALUE SPACES.
003190     05 FILLER                   PIC X(07) VALUE ' PIECES'.
003200     05 FILLER                   PIC X(01) VALUE SPACES.
003210     05 FILLER                   PIC X(07) VALUE 'ACCEPTD'.
003220     05 FILLER                   PIC X(01) VALUE SPACES.
003230     05 FILLER                   PIC X(14) VALUE
003240        '      DISPUTED'.
003250     05 FILLER                   PIC X(01) VALUE SPACES.
003260     05 FILLER                   PIC X(29) VALUE 'FINDING'.
003270 01  WS-RPT-FND-LINE.
003280     05 FILLER                   PIC X(02) VALUE SPACES.
003290     05 WS-RPT-FND-DATE          PIC 9(08).
003300     05 FILLER                   PIC X(01) VALUE SPACES.
003310     05 WS-RPT-FND-TIME          PIC 9(08).
003320     05 FILLER                   PIC X(01) VALUE SPACES.
003330     05 WS-RPT-FND-PIECES        PIC ZZZZZZ9.
003340     05 FILLER                   PIC X(01) VALUE SPACES.
003350     05 WS-RPT-FND-ACCEPTED      PIC ZZZZZZ9.
003360     05 FILLER                   PIC X(01) VALUE SPACES.
003370     05 WS-RPT-FND-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
003380     05 FILLER                   PIC X(01) VALUE SPACES.
003390     05 WS-RPT-FND-REASON        PIC X(29).
003400 01  WS-RPT-INV-FND-LINE.
003410     05 FILLER                   PIC X(02) VALUE SPACES.
003420     05 WS-RPT-IFN-WHERE         PIC X(34).
003430     05 WS-RPT-IFN-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
003440     05 FILLER                   PIC X(01) VALUE SPACES.
003450     05 WS-RPT-IFN-REASON        PIC X(29).
003460 01  WS-RPT-VND-COLUMNS.
003470     05 FILLER                   PIC X(02) VALUE SPACES.
003480     05 FILLER                   PIC X(08) VALUE 'VENDOR'.
003490     05 FILLER                   PIC X(02) VALUE SPACES.
003500     05 FILLER                   PIC X(04) VALUE 'INVS'.
003510     05 FILLER                   PIC X(02) VALUE SPACES.
003520     05 FILLER                   PIC X(14) VALUE
003530        '        BILLED'.
003540     05 FILLER                   PIC X(02) VALUE SPACES.
003550     05 FILLER                   PIC X(14) VALUE
003560        '      DISPUTED'.
003570     05 FILLER                   PIC X(02) VALUE SPACES.
003580     05 FILLER                   PIC X(14) VALUE
003590        '       PAYABLE'.
003600     05 FILLER                   PIC X(16) VALUE SPACES.
003610 01  WS-RPT-VND-LINE.
003620     05 FILLER                   PIC X(02) VALUE SPACES.
003630     05 WS-RPT-VND-SENDER        PIC X(08).
003640     05 FILLER                   PIC X(02) VALUE SPACES.
003650     05 WS-RPT-VND-INVOICES      PIC ZZZ9.
003660     05 FILLER                   PIC X(02) VALUE SPACES.
003670     05 WS-RPT-VND-BILLED        PIC ZZZ,ZZZ,ZZ9.99.
003680     05 FILLER                   PIC X(02) VALUE SPACES.
003690     05 WS-RPT-VND-DISPUTED      PIC ZZZ,ZZZ,ZZ9.99.
003700     05 FILLER                   PIC X(02) VALUE SPACES.
003710     05 WS-RPT-VND-PAYABLE       PIC ZZZ,ZZZ,ZZ9.99.
003720     05 FILLER                   PIC X(16) VALUE SPACES.
003730 01  WS-RPT-SECTION-LINE.
003740     05 WS-RPT-SECTION           PIC X(50).
003750     05 FILLER                   PIC X(30) VALUE SPACES.
003760 01  WS-RPT-TOTAL-LINE.
003770     05 WS-RPT-LABEL             PIC X(50).
003780     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
003790     05 FILLER                   PIC X(19) VALUE SPACES.
003800 01  WS-RPT-AMOUNT-LINE.
003810     05 WS-RPT-AMT-LABEL         PIC X(50).
003820     05 WS-RPT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003830     05 FILLER                   PIC X(13) VALUE SPACES.
003840 PROCEDURE DIVISION.
003850*----------------------------------------------------------------*
003860* 0000-MAINLINE                                                  *
003870*----------------------------------------------------------------*
003880 0000-MAINLINE.
003890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003900     IF NOT FATAL-ERROR
003910         PERFORM 2000-LOAD-LABELS THRU 2000-EXIT
003920             UNTIL LBL-END-OF-FILE OR FATAL-ERROR
003930     END-IF.
003940     IF NOT FATAL-ERROR
003950         PERFORM 2500-LOAD-ACCEPTANCE THRU 2500-EXIT
003960             UNTIL AKH-END-OF-FILE OR FATAL-ERROR
003970     END-IF.
003980     IF NOT FATAL-ERROR
003990         PERFORM 2700-LOAD-RATE THRU 2700-EXIT
004000             UNTIL RTE-END-OF-FILE OR FATAL-ERROR
004010     END-IF.
004020     IF NOT FATAL-ERROR
004030         PERFORM 2900-LOAD-PRIOR-INVOICE THRU 2900-EXIT
004040             UNTIL PRV-END-OF-FILE OR FATAL-ERROR
004050     END-IF.
004060     IF NOT FATAL-ERROR
004070         PERFORM 3000-PROCESS-INVOICES THRU 3000-EXIT
004080             UNTIL INV-END-OF-FILE OR FATAL-ERROR
004090     END-IF.
004100     IF NOT FATAL-ERROR
004110         AND INVOICE-IN-PROGRESS
004120         PERFORM 3900-FINISH-INVOICE THRU 3900-EXIT
004130     END-IF.
004140     IF NOT FATAL-ERROR
004150         PERFORM 5000-REPORT-VENDORS THRU 5000-EXIT
004160     END-IF.
004170     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004180     GOBACK.
004190*----------------------------------------------------------------*
004200* 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN FILES AND PRIME *
004210*                   THE READS                                    *
004220*----------------------------------------------------------------*
004230 1000-INITIALIZE.
004240     PERFORM 1100-READ-INVCARD THRU 1100-EXIT.
004250     IF FATAL-ERROR
004260         GO TO 1000-EXIT
004270     END-IF.
004280     OPEN INPUT LBLIN.
004290     IF NOT LBLIN-OK
004300         DISPLAY 'CNVINV: UNABLE TO OPEN LBLIN, STATUS = '
004310             WS-LBLIN-STATUS
004320         SET FATAL-ERROR TO TRUE
004330         GO TO 1000-EXIT
004340     END-IF.
004350     SET LBLIN-OPENED TO TRUE.
004360     OPEN INPUT ACKHIST.
004370     IF NOT ACKHIST-OK
004380         DISPLAY 'CNVINV: UNABLE TO OPEN ACKHIST, STATUS = '
004390             WS-ACKHIST-STATUS
004400         SET FATAL-ERROR TO TRUE
004410         GO TO 1000-EXIT
004420     END-IF.
004430     SET ACKHIST-OPENED TO TRUE.
004440     OPEN INPUT RATETBL.
004450     IF NOT RATETBL-OK
004460         DISPLAY 'CNVINV: UNABLE TO OPEN RATETBL, STATUS = '
004470             WS-RATETBL-STATUS
004480         SET FATAL-ERROR TO TRUE
004490         GO TO 1000-EXIT
004500     END-IF.
004510     SET RATETBL-OPENED TO TRUE.
004520     OPEN INPUT INVPRV.
004530     IF NOT INVPRV-OK
004540         DISPLAY 'CNVINV: UNABLE TO OPEN INVPRV, STATUS = '
004550             WS-INVPRV-STATUS
004560         SET FATAL-ERROR TO TRUE
004570         GO TO 1000-EXIT
004580     END-IF.
004590     SET INVPRV-OPENED TO TRUE.
004600     OPEN INPUT INVIN.
004610     IF NOT INVIN-OK
004620         DISPLAY 'CNVINV: UNABLE TO OPEN INVIN, STATUS = '
004630             WS-INVIN-STATUS
004640         SET FATAL-ERROR TO TRUE
004650         GO TO 1000-EXIT
004660     END-IF.
004670     SET INVIN-OPENED TO TRUE.
004680     OPEN OUTPUT INVRPT.
004690     IF NOT INVRPT-OK
004700         DISPLAY 'CNVINV: UNABLE TO OPEN INVRPT, STATUS = '
004710             WS-INVRPT-STATUS
004720         SET FATAL-ERROR TO TRUE
004730         GO TO 1000-EXIT
004740     END-IF.
004750     SET INVRPT-OPENED TO TRUE.
004760     MOVE WS-BILL-PERIOD TO WS-HDG-PERIOD.
004770     MOVE WS-RPT-HEADING TO INVRPT-RECORD.
004780     WRITE INVRPT-RECORD.
004790     PERFORM 2100-READ-LBLIN THRU 2100-EXIT.
004800     PERFORM 2600-READ-ACKHIST THRU 2600-EXIT.
004810     PERFORM 2800-READ-RATETBL THRU 2800-EXIT.
004820     PERFORM 2950-READ-INVPRV THRU 2950-EXIT.
004830     PERFORM 3100-READ-INVIN THRU 3100-EXIT.
004840 1000-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------*
004870* 1100-READ-INVCARD -- READ AND VALIDATE THE BILLING PERIOD      *
004880*----------------------------------------------------------------*
004890 1100-READ-INVCARD.
004900     OPEN INPUT INVCARD.
004910     IF NOT INVCARD-OK
004920         DISPLAY 'CNVINV: UNABLE TO OPEN INVCARD, STATUS = '
004930             WS-INVCARD-STATUS
004940         SET FATAL-ERROR TO TRUE
004950         GO TO 1100-EXIT
004960     END-IF.
004970     READ INVCARD
004980         AT END
004990             DISPLAY 'CNVINV: CONTROL CARD EMPTY - STOPPING'
005000             SET FATAL-ERROR TO TRUE
005010             CLOSE INVCARD
005020             GO TO 1100-EXIT
005030     END-READ.
005040     IF INVC-PERIOD IS NOT NUMERIC
005050         OR INVC-PERIOD-YEAR = ZERO
005060         OR INVC-PERIOD-MONTH < 1
005070         OR INVC-PERIOD-MONTH > 12
005080         DISPLAY 'CNVINV: NO VALID BILLING PERIOD ON CARD '
005090             '- STOPPING'
005100         SET FATAL-ERROR TO TRUE
005110         CLOSE INVCARD
005120         GO TO 1100-EXIT
005130     END-IF.
005140     MOVE INVC-PERIOD TO WS-BILL-PERIOD.
005150     CLOSE INVCARD.
005160 1100-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------*
005190* 2000-LOAD-LABELS -- CLASSIFY THE CURRENT LABEL-FILE RECORD     *
005200*                    INTO THE TRANSMISSION TABLE AND READ THE    *
005210*                    NEXT ONE                                    *
005220*----------------------------------------------------------------*
005230 2000-LOAD-LABELS.
005240     IF LBL-HDR-LIVE OR LBL-HDR-VOIDED
005250         PERFORM 2200-START-TRANSMISSION THRU 2200-EXIT
005260         GO TO 2000-NEXT
005270     END-IF.
005280     IF WS-TRN-CURRENT = ZERO
005290         DISPLAY 'CNVINV: LABEL RECORD BEFORE ANY HEADER '
005300             '- STOPPING'
005310         SET FATAL-ERROR TO TRUE
005320         GO TO 2000-EXIT
005330     END-IF.
005340     IF LBL-DTL-TYPE = 'D'
005350         PERFORM 2300-TALLY-LABEL THRU 2300-EXIT
005360         GO TO 2000-NEXT
005370     END-IF.
005380     IF LBL-TRL-TYPE = 'T'
005390         PERFORM 2400-CHECK-TRAILER THRU 2400-EXIT
005400         GO TO 2000-NEXT
005410     END-IF.
005420     DISPLAY 'CNVINV: UNKNOWN LABEL RECORD TYPE '
005430         LBL-HDR-TYPE ' - STOPPING'.
005440     SET FATAL-ERROR TO TRUE.
005450     GO TO 2000-EXIT.
005460 2000-NEXT.
005470     PERFORM 2100-READ-LBLIN THRU 2100-EXIT.
005480 2000-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------*
005510* 2100-READ-LBLIN -- READ THE NEXT LABEL-FILE RECORD             *
005520*----------------------------------------------------------------*
005530 2100-READ-LBLIN.
005540     READ LBLIN
005550         AT END
005560             SET LBL-END-OF-FILE TO TRUE
005570     END-READ.
005571     IF NOT LBLIN-OK AND NOT LBLIN-EOF
005572         DISPLAY 'CNVINV: LBLIN READ FAILED, STATUS = '
005573             WS-LBLIN-STATUS
005574         SET FATAL-ERROR TO TRUE
005575     END-IF.
005580 2100-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610* 2200-START-TRANSMISSION -- OPEN A NEW TRANSMISSION TABLE ENTRY *
005620*                           FOR THE HEADER JUST READ             *
005630*----------------------------------------------------------------*
005640 2200-START-TRANSMISSION.
005650     IF WS-TRN-COUNT >= WS-TRN-LIMIT
005660         DISPLAY 'CNVINV: TRANSMISSION TABLE FULL - STOPPING'
005670         SET FATAL-ERROR TO TRUE
005680         GO TO 2200-EXIT
005690     END-IF.
005700     ADD 1 TO WS-TRN-COUNT.
005710     ADD 1 TO WS-COUNT-TRANSMISSIONS.
005720     MOVE WS-TRN-COUNT TO WS-TRN-CURRENT.
005730     MOVE LBL-HDR-SENDER-ID
005740         TO WS-TRN-SENDER-ID (WS-TRN-CURRENT).
005750     MOVE LBL-HDR-CREATE-DATE TO WS-TRN-DATE (WS-TRN-CURRENT).
005760     MOVE LBL-HDR-CREATE-TIME TO WS-TRN-TIME (WS-TRN-CURRENT).
005770     MOVE ZERO TO WS-TRN-LABELS (WS-TRN-CURRENT).
005780     MOVE ZERO TO WS-TRN-ACCEPTED (WS-TRN-CURRENT).
005790     MOVE 'N' TO WS-TRN-ACCEPT-SW (WS-TRN-CURRENT).
005800     MOVE 'N' TO WS-TRN-BILLED-SW (WS-TRN-CURRENT).
005810     IF LBL-HDR-VOIDED
005820         MOVE 'Y' TO WS-TRN-VOIDED-SW (WS-TRN-CURRENT)
005830     ELSE
005840         MOVE 'N' TO WS-TRN-VOIDED-SW (WS-TRN-CURRENT)
005850     END-IF.
005860 2200-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------*
005890* 2300-TALLY-LABEL -- COUNT ONE LABEL DETAIL OF A LIVE           *
005900*                    TRANSMISSION                                *
005910*----------------------------------------------------------------*
005920 2300-TALLY-LABEL.
005930     IF WS-TRN-VOIDED-SW (WS-TRN-CURRENT) = 'Y'
005940         GO TO 2300-EXIT
005950     END-IF.
005960     ADD 1 TO WS-TRN-LABELS (WS-TRN-CURRENT).
005970 2300-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------*
006000* 2400-CHECK-TRAILER -- PROVE THE TRAILER COUNT AGAINST THE      *
006010*                      DETAILS COUNTED FOR THIS TRANSMISSION.    *
006020*                      A VOIDED TRANSMISSION IS NOT PROVED.      *
006030*----------------------------------------------------------------*
006040 2400-CHECK-TRAILER.
006050     IF WS-TRN-VOIDED-SW (WS-TRN-CURRENT) = 'Y'
006060         GO TO 2400-EXIT
006070     END-IF.
006080     IF LBL-TRL-RECORD-COUNT
006090             NOT = WS-TRN-LABELS (WS-TRN-CURRENT)
006100         DISPLAY 'CNVINV: LABEL FILE TRAILER COUNT '
006110             LBL-TRL-RECORD-COUNT ' BUT '
006120             WS-TRN-LABELS (WS-TRN-CURRENT)
006130             ' DETAILS READ - STOPPING'
006140         SET FATAL-ERROR TO TRUE
006150     END-IF.
006160 2400-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------*
006190* 2500-LOAD-ACCEPTANCE -- APPLY ONE ACCEPTANCE-HISTORY ENTRY TO  *
006200*                        ITS TRANSMISSION AND READ THE NEXT.     *
006210*                        A LATER ENTRY FOR THE SAME TRANSMISSION *
006220*                        REPLACES AN EARLIER ONE. ENTRIES FOR    *
006230*                        TRANSMISSIONS NOT ON LBLIN ARE COUNTED  *
006240*                        AND BYPASSED.                           *
006250*----------------------------------------------------------------*
006260 2500-LOAD-ACCEPTANCE.
006270     MOVE AKH-SENDER-ID TO WS-KEY-SENDER-ID.
006280     MOVE AKH-TRANS-DATE TO WS-KEY-DATE.
006290     MOVE AKH-TRANS-TIME TO WS-KEY-TIME.
006300     PERFORM 7000-FIND-TRANSMISSION THRU 7000-EXIT.
006310     IF NOT TRN-FOUND
006320         OR AKH-ACCEPTED IS NOT NUMERIC
006330         ADD 1 TO WS-COUNT-AKH-OUTSIDE
006340         GO TO 2500-NEXT
006350     END-IF.
006360     MOVE AKH-ACCEPTED TO WS-TRN-ACCEPTED (WS-TRN-IDX).
006370     MOVE 'Y' TO WS-TRN-ACCEPT-SW (WS-TRN-IDX).
006380     ADD 1 TO WS-COUNT-AKH-APPLIED.
006390 2500-NEXT.
006400     PERFORM 2600-READ-ACKHIST THRU 2600-EXIT.
006410 2500-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------*
006440* 2600-READ-ACKHIST -- READ THE NEXT ACCEPTANCE-HISTORY ENTRY    *
006450*----------------------------------------------------------------*
006460 2600-READ-ACKHIST.
006470     READ ACKHIST
006480         AT END
006490             SET AKH-END-OF-FILE TO TRUE
006500     END-READ.
006501     IF NOT ACKHIST-OK AND NOT ACKHIST-EOF
006502         DISPLAY 'CNVINV: ACKHIST READ FAILED, STATUS = '
006503             WS-ACKHIST-STATUS
006504         SET FATAL-ERROR TO TRUE
006505     END-IF.
006510 2600-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------*
006540* 2700-LOAD-RATE -- VALIDATE ONE RATE-TABLE ENTRY, ADD IT TO THE *
006550*                  CONTRACT RATE TABLE AND READ THE NEXT. A BAD  *
006560*                  OR OUT-OF-SEQUENCE ENTRY STOPS THE RUN -- THE *
006570*                  AUDIT CANNOT PRICE AGAINST A TABLE IT DOES    *
006580*                  NOT TRUST.                                    *
006590*----------------------------------------------------------------*
006600 2700-LOAD-RATE.
006610     IF RTE-SENDER-ID = SPACES
006620         OR RTE-EFF-DATE IS NOT NUMERIC
006630         OR RTE-EFF-DATE = ZERO
006640         OR RTE-PIECE-RATE IS NOT NUMERIC
006650         DISPLAY 'CNVINV: INVALID RATE TABLE ENTRY FOR SENDER '
006660             RTE-SENDER-ID ' - STOPPING'
006670         SET FATAL-ERROR TO TRUE
006680         GO TO 2700-EXIT
006690     END-IF.
006700     IF RTE-KEY NOT > WS-RTE-PRIOR-KEY
006710         DISPLAY 'CNVINV: RATE TABLE OUT OF SEQUENCE AT SENDER '
006720             RTE-SENDER-ID ' DATE ' RTE-EFF-DATE ' - STOPPING'
006730         SET FATAL-ERROR TO TRUE
006740         GO TO 2700-EXIT
006750     END-IF.
006760     IF WS-RTE-COUNT >= WS-RTE-LIMIT
006770         DISPLAY 'CNVINV: RATE TABLE FULL - STOPPING'
006780         SET FATAL-ERROR TO TRUE
006790         GO TO 2700-EXIT
006800     END-IF.
006810     ADD 1 TO WS-RTE-COUNT.
006820     MOVE RTE-SENDER-ID TO WS-RTE-SENDER-ID (WS-RTE-COUNT).
006830     MOVE RTE-EFF-DATE TO WS-RTE-EFF-DATE (WS-RTE-COUNT).
006840     MOVE RTE-PIECE-RATE TO WS-RTE-RATE (WS-RTE-COUNT).
006850     MOVE RTE-KEY TO WS-RTE-PRIOR-KEY.
006860     PERFORM 2800-READ-RATETBL THRU 2800-EXIT.
006870 2700-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------*
006900* 2800-READ-RATETBL -- READ THE NEXT RATE-TABLE ENTRY            *
006910*----------------------------------------------------------------*
006920 2800-READ-RATETBL.
006930     READ RATETBL
006940         AT END
006950             SET RTE-END-OF-FILE TO TRUE
006960     END-READ.
006961     IF NOT RATETBL-OK AND NOT RATETBL-EOF
006962         DISPLAY 'CNVINV: RATETBL READ FAILED, STATUS = '
006963             WS-RATETBL-STATUS
006964         SET FATAL-ERROR TO TRUE
006965     END-IF.
006970 2800-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------*
007000* 2900-LOAD-PRIOR-INVOICE -- MARK THE TRANSMISSIONS BILLED ON A  *
007010*                           PRIOR MONTH'S INVOICE AND READ THE   *
007020*                           NEXT PRIOR-INVOICE RECORD            *
007030*----------------------------------------------------------------*
007040 2900-LOAD-PRIOR-INVOICE.
007050     IF INV-HDR-IS-HEADER OF INVPRV-HEADER
007060         MOVE INV-HDR-SENDER-ID OF INVPRV-HEADER
007070             TO WS-PRV-SENDER-ID
007080         GO TO 2900-NEXT
007090     END-IF.
007100     IF INV-DTL-IS-DETAIL OF INVPRV-DETAIL
007110         PERFORM 2910-MARK-PRIOR-LINE THRU 2910-EXIT
007120         GO TO 2900-NEXT
007130     END-IF.
007140     DISPLAY 'CNVINV: UNKNOWN PRIOR INVOICE RECORD TYPE '
007150         INV-HDR-TYPE OF INVPRV-HEADER ' - STOPPING'.
007160     SET FATAL-ERROR TO TRUE.
007170     GO TO 2900-EXIT.
007180 2900-NEXT.
007190     PERFORM 2950-READ-INVPRV THRU 2950-EXIT.
007200 2900-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------*
007230* 2910-MARK-PRIOR-LINE -- MARK ONE PRIOR INVOICE LINE'S          *
007240*                        TRANSMISSION AS ALREADY BILLED          *
007250*----------------------------------------------------------------*
007260 2910-MARK-PRIOR-LINE.
007270     IF INV-DTL-TRANS-DATE OF INVPRV-DETAIL IS NOT NUMERIC
007280         OR INV-DTL-TRANS-TIME OF INVPRV-DETAIL IS NOT NUMERIC
007290         GO TO 2910-EXIT
007300     END-IF.
007310     MOVE WS-PRV-SENDER-ID TO WS-KEY-SENDER-ID.
007320     MOVE INV-DTL-TRANS-DATE OF INVPRV-DETAIL TO WS-KEY-DATE.
007330     MOVE INV-DTL-TRANS-TIME OF INVPRV-DETAIL TO WS-KEY-TIME.
007340     PERFORM 7000-FIND-TRANSMISSION THRU 7000-EXIT.
007350     IF TRN-FOUND
007360         MOVE 'P' TO WS-TRN-BILLED-SW (WS-TRN-IDX)
007370         ADD 1 TO WS-COUNT-PRIOR-LINES
007380     END-IF.
007390 2910-EXIT.
007400     EXIT.
007410*----------------------------------------------------------------*
007420* 2950-READ-INVPRV -- READ THE NEXT PRIOR-INVOICE RECORD         *
007430*----------------------------------------------------------------*
007440 2950-READ-INVPRV.
007450     READ INVPRV
007460         AT END
007470             SET PRV-END-OF-FILE TO TRUE
007480     END-READ.
007481     IF NOT INVPRV-OK AND NOT INVPRV-EOF
007482         DISPLAY 'CNVINV: INVPRV READ FAILED, STATUS = '
007483             WS-INVPRV-STATUS
007484         SET FATAL-ERROR TO TRUE
007485     END-IF.
007490 2950-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------*
007520* 3000-PROCESS-INVOICES -- CLASSIFY THE CURRENT INVOICE RECORD   *
007530*                          AND READ THE NEXT ONE                 *
007540*----------------------------------------------------------------*
007550 3000-PROCESS-INVOICES.
007560     IF INV-HDR-IS-HEADER OF INVOICE-HEADER
007570         PERFORM 3200-START-INVOICE THRU 3200-EXIT
007580         GO TO 3000-NEXT
007590     END-IF.
007600     IF NOT INVOICE-IN-PROGRESS
007610         DISPLAY 'CNVINV: INVOICE LINE BEFORE ANY HEADER '
007620             '- STOPPING'
007630         SET FATAL-ERROR TO TRUE
007640         GO TO 3000-EXIT
007650     END-IF.
007660     IF INV-DTL-IS-DETAIL OF INVOICE-DETAIL
007670         PERFORM 3300-AUDIT-LINE THRU 3300-EXIT
007680         GO TO 3000-NEXT
007690     END-IF.
007700     DISPLAY 'CNVINV: UNKNOWN INVOICE RECORD TYPE '
007710         INV-HDR-TYPE OF INVOICE-HEADER ' - STOPPING'.
007720     SET FATAL-ERROR TO TRUE.
007730     GO TO 3000-EXIT.
007740 3000-NEXT.
007750     PERFORM 3100-READ-INVIN THRU 3100-EXIT.
007760 3000-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------*
007790* 3100-READ-INVIN -- READ THE NEXT INVOICE RECORD                *
007800*----------------------------------------------------------------*
007810 3100-READ-INVIN.
007820     READ INVIN
007830         AT END
007840             SET INV-END-OF-FILE TO TRUE
007850     END-READ.
007851     IF NOT INVIN-OK AND NOT INVIN-EOF
007852         DISPLAY 'CNVINV: INVIN READ FAILED, STATUS = '
007853             WS-INVIN-STATUS
007854         SET FATAL-ERROR TO TRUE
007855     END-IF.
007860 3100-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------*
007890* 3200-START-INVOICE -- FINISH THE PREVIOUS INVOICE, THEN WRITE  *
007900*                      THE HEADING FOR THE ONE JUST READ AND     *
007910*                      CHECK ITS HEADER                          *
007920*----------------------------------------------------------------*
007930 3200-START-INVOICE.
007940     IF INVOICE-IN-PROGRESS
007950         PERFORM 3900-FINISH-INVOICE THRU 3900-EXIT
007960     END-IF.
007970     ADD 1 TO WS-COUNT-INVOICES.
007980     SET INVOICE-IN-PROGRESS TO TRUE.
007990     MOVE INV-HDR-SENDER-ID OF INVOICE-HEADER
008000         TO WS-INV-SENDER-ID.
008010     MOVE ZERO TO WS-INV-LINES.
008020     MOVE ZERO TO WS-INV-LINE-TOTAL.
008030     MOVE ZERO TO WS-INV-DISPUTED.
008040     MOVE SPACES TO INVRPT-RECORD.
008050     WRITE INVRPT-RECORD.
008060     MOVE WS-INV-SENDER-ID TO WS-RPT-INV-SENDER.
008070     MOVE INV-HDR-INVOICE-NO OF INVOICE-HEADER
008080         TO WS-RPT-INV-NUMBER.
008090     MOVE INV-HDR-INVOICE-DATE OF INVOICE-HEADER
008100         TO WS-RPT-INV-DATE.
008110     MOVE INV-HDR-PERIOD OF INVOICE-HEADER
008120         TO WS-RPT-INV-PERIOD.
008130     MOVE WS-RPT-INV-LINE TO INVRPT-RECORD.
008140     WRITE INVRPT-RECORD.
008150     MOVE WS-RPT-FND-COLUMNS TO INVRPT-RECORD.
008160     WRITE INVRPT-RECORD.
008170     PERFORM 3250-FIND-VENDOR THRU 3250-EXIT.
008180     IF FATAL-ERROR
008190         GO TO 3200-EXIT
008200     END-IF.
008210     MOVE 'INVOICE' TO WS-FND-WHERE.
008220     IF INV-HDR-LINE-COUNT OF INVOICE-HEADER IS NOT NUMERIC
008230         OR INV-HDR-TOTAL OF INVOICE-HEADER IS NOT NUMERIC
008240         MOVE 'N' TO WS-INV-HDR-OK-SWITCH
008250         MOVE ZERO TO WS-INV-HDR-LINES
008260         MOVE ZERO TO WS-INV-HDR-TOTAL
008270         SET FND-DISPUTE TO TRUE
008280         MOVE ZERO TO WS-FND-AMOUNT
008290         MOVE 'HEADER COUNT/TOTAL NOT NUMERIC' TO WS-FND-REASON
008300         PERFORM 3850-WRITE-INVOICE-FINDING THRU 3850-EXIT
008310     ELSE
008320         SET INVOICE-HEADER-NUMERIC TO TRUE
008330         MOVE INV-HDR-LINE-COUNT OF INVOICE-HEADER
008340             TO WS-INV-HDR-LINES
008350         MOVE INV-HDR-TOTAL OF INVOICE-HEADER
008360             TO WS-INV-HDR-TOTAL
008370     END-IF.
008380     IF INV-HDR-PERIOD OF INVOICE-HEADER NOT = WS-BILL-PERIOD
008390         SET FND-DISPUTE TO TRUE
008400         MOVE ZERO TO WS-FND-AMOUNT
008410         MOVE 'PERIOD NOT AS CONTROL CARD' TO WS-FND-REASON
008420         PERFORM 3850-WRITE-INVOICE-FINDING THRU 3850-EXIT
008430     END-IF.
008440 3200-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------*
008470* 3250-FIND-VENDOR -- FIND OR ADD THE VENDOR SUMMARY ENTRY FOR   *
008480*                    THE INVOICE'S SENDER ID                     *
008490*----------------------------------------------------------------*
008500 3250-FIND-VENDOR.
008510     MOVE 'N' TO WS-VND-FOUND-SW.
008520     MOVE ZERO TO WS-VND-IDX.
008530     PERFORM 3260-SCAN-VENDOR THRU 3260-EXIT
008540         UNTIL VND-FOUND
008550         OR WS-VND-IDX >= WS-VND-COUNT.
008560     IF VND-FOUND
008570         MOVE WS-VND-IDX TO WS-VND-CURRENT
008580         GO TO 3250-EXIT
008590     END-IF.
008600     IF WS-VND-COUNT >= WS-VND-LIMIT
008610         DISPLAY 'CNVINV: VENDOR TABLE FULL - STOPPING'
008620         SET FATAL-ERROR TO TRUE
008630         GO TO 3250-EXIT
008640     END-IF.
008650     ADD 1 TO WS-VND-COUNT.
008660     MOVE WS-VND-COUNT TO WS-VND-CURRENT.
008670     MOVE WS-INV-SENDER-ID TO WS-VND-SENDER-ID (WS-VND-CURRENT).
008680     MOVE ZERO TO WS-VND-INVOICES (WS-VND-CURRENT).
008690     MOVE ZERO TO WS-VND-BILLED (WS-VND-CURRENT).
008700     MOVE ZERO TO WS-VND-DISPUTED (WS-VND-CURRENT).
008710     MOVE ZERO TO WS-VND-PAYABLE (WS-VND-CURRENT).
008720 3250-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------*
008750* 3260-SCAN-VENDOR -- TEST THE NEXT VENDOR SUMMARY ENTRY         *
008760*----------------------------------------------------------------*
008770 3260-SCAN-VENDOR.
008780     ADD 1 TO WS-VND-IDX.
008790     IF WS-VND-SENDER-ID (WS-VND-IDX) = WS-INV-SENDER-ID
008800         SET VND-FOUND TO TRUE
008810     END-IF.
008820 3260-EXIT.
008830     EXIT.
008840*----------------------------------------------------------------*
008850* 3300-AUDIT-LINE -- MATCH ONE INVOICE LINE TO ITS TRANSMISSION. *
008860*                   A LINE FOR A TRANSMISSION NOT SENT, VOIDED   *
008870*                   OR ALREADY BILLED IS DISPUTED IN FULL;       *
008880*                   OTHERWISE ITS PIECES, AMOUNT AND RATE ARE    *
008890*                   CHECKED                                      *
008900*----------------------------------------------------------------*
008910 3300-AUDIT-LINE.
008920     ADD 1 TO WS-COUNT-LINES.
008930     ADD 1 TO WS-INV-LINES.
008940     MOVE 'N' TO WS-LINE-DISPUTE-SW.
008950     MOVE ZERO TO WS-LINE-ACCEPTED.
008960     MOVE WS-INV-LINES TO WS-LINE-NUMBER.
008970     IF INV-DTL-TRANS-DATE OF INVOICE-DETAIL IS NOT NUMERIC
008980         OR INV-DTL-TRANS-TIME OF INVOICE-DETAIL IS NOT NUMERIC
008990         OR INV-DTL-PIECES OF INVOICE-DETAIL IS NOT NUMERIC
009000         OR INV-DTL-RATE OF INVOICE-DETAIL IS NOT NUMERIC
009010         OR INV-DTL-AMOUNT OF INVOICE-DETAIL IS NOT NUMERIC
009020         DISPLAY 'CNVINV: INVOICE ' WS-RPT-INV-NUMBER
009030             ' LINE ' WS-LINE-NUMBER ' NOT NUMERIC: '
009040             INVOICE-DETAIL
009050         MOVE SPACES TO WS-FND-WHERE
009060         STRING 'LINE ' WS-LINE-NUMBER ' - SEE SYSOUT'
009070             DELIMITED BY SIZE INTO WS-FND-WHERE
009080         SET FND-DISPUTE TO TRUE
009090         MOVE ZERO TO WS-FND-AMOUNT
009100         MOVE 'LINE NOT NUMERIC' TO WS-FND-REASON
009110         PERFORM 3850-WRITE-INVOICE-FINDING THRU 3850-EXIT
009120         GO TO 3300-COUNT
009130     END-IF.
009140     ADD INV-DTL-AMOUNT OF INVOICE-DETAIL TO WS-INV-LINE-TOTAL.
009150     MOVE INV-DTL-AMOUNT OF INVOICE-DETAIL TO WS-LINE-BASE.
009160     MOVE WS-INV-SENDER-ID TO WS-KEY-SENDER-ID.
009170     MOVE INV-DTL-TRANS-DATE OF INVOICE-DETAIL TO WS-KEY-DATE.
009180     MOVE INV-DTL-TRANS-TIME OF INVOICE-DETAIL TO WS-KEY-TIME.
009190     PERFORM 7000-FIND-TRANSMISSION THRU 7000-EXIT.
009200     SET FND-DISPUTE TO TRUE.
009210     MOVE WS-LINE-BASE TO WS-FND-AMOUNT.
009220     IF NOT TRN-FOUND
009230         MOVE 'TRANSMISSION NOT SENT' TO WS-FND-REASON
009240         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
009250         GO TO 3300-COUNT
009260     END-IF.
009270     IF WS-TRN-ACCEPT-SW (WS-TRN-IDX) = 'Y'
009280         MOVE WS-TRN-ACCEPTED (WS-TRN-IDX) TO WS-LINE-ACCEPTED
009290     END-IF.
009300     IF WS-TRN-VOIDED-SW (WS-TRN-IDX) = 'Y'
009310         MOVE 'TRANSMISSION VOIDED (CNVBKO)' TO WS-FND-REASON
009320         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
009330         GO TO 3300-COUNT
009340     END-IF.
009350     IF WS-TRN-BILLED-SW (WS-TRN-IDX) = 'P'
009360         MOVE 'BILLED ON A PRIOR INVOICE' TO WS-FND-REASON
009370         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
009380         GO TO 3300-COUNT
009390     END-IF.
009400     IF WS-TRN-BILLED-SW (WS-TRN-IDX) = 'B'
009410         MOVE 'BILLED TWICE THIS PERIOD' TO WS-FND-REASON
009420         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
009430         GO TO 3300-COUNT
009440     END-IF.
009450     MOVE 'B' TO WS-TRN-BILLED-SW (WS-TRN-IDX).
009460     PERFORM 3400-CHECK-AMOUNTS THRU 3400-EXIT.
009470 3300-COUNT.
009480     IF LINE-DISPUTED
009490         ADD 1 TO WS-COUNT-LINES-DISPUTED
009500     END-IF.
009510 3300-EXIT.
009520     EXIT.
009530*----------------------------------------------------------------*
009540* 3400-CHECK-AMOUNTS -- TAKE THE DISPUTES OF A LINE FOR A LIVE,  *
009550*                      FIRST-BILLED TRANSMISSION IN TURN, EACH   *
009560*                      AGAINST WHAT THE CHECKS BEFORE IT LEFT:   *
009570*                      THE AMOUNT OVER PIECES TIMES THE BILLED   *
009580*                      RATE, THE PIECES OVER THE ACCEPTED COUNT, *
009590*                      THEN THE RATE OVER CONTRACT               *
009600*----------------------------------------------------------------*
009610 3400-CHECK-AMOUNTS.
009620     COMPUTE WS-LINE-EXTENDED ROUNDED =
009630         INV-DTL-PIECES OF INVOICE-DETAIL
009640         * INV-DTL-RATE OF INVOICE-DETAIL.
009650     IF WS-LINE-BASE > WS-LINE-EXTENDED
009660         SET FND-DISPUTE TO TRUE
009670         COMPUTE WS-FND-AMOUNT = WS-LINE-BASE - WS-LINE-EXTENDED
009680         MOVE 'AMOUNT OVER PIECES X RATE' TO WS-FND-REASON
009690         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
009700         MOVE WS-LINE-EXTENDED TO WS-LINE-BASE
009710     END-IF.
009720     MOVE INV-DTL-PIECES OF INVOICE-DETAIL TO WS-LINE-ALLOWED.
009730     IF INV-DTL-PIECES OF INVOICE-DETAIL > WS-LINE-ACCEPTED
009740         MOVE WS-LINE-ACCEPTED TO WS-LINE-ALLOWED
009750         COMPUTE WS-LINE-EXTENDED ROUNDED =
009760             WS-LINE-ALLOWED * INV-DTL-RATE OF INVOICE-DETAIL
009770         SET FND-DISPUTE TO TRUE
009780         MOVE ZERO TO WS-FND-AMOUNT
009790         IF WS-LINE-BASE > WS-LINE-EXTENDED
009800             COMPUTE WS-FND-AMOUNT =
009810                 WS-LINE-BASE - WS-LINE-EXTENDED
009820             MOVE WS-LINE-EXTENDED TO WS-LINE-BASE
009830         END-IF
009840         IF WS-TRN-ACCEPT-SW (WS-TRN-IDX) = 'Y'
009850             MOVE 'PIECES OVER ACCEPTED COUNT' TO WS-FND-REASON
009860         ELSE
009870             MOVE 'NO ACCEPTANCE ON FILE' TO WS-FND-REASON
009880         END-IF
009890         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
009900     END-IF.
009910     PERFORM 7100-FIND-CONTRACT-RATE THRU 7100-EXIT.
009920     IF NOT RTE-FOUND
009930         SET FND-DISPUTE TO TRUE
009940         MOVE ZERO TO WS-FND-AMOUNT
009950         MOVE 'NO CONTRACT RATE ON FILE' TO WS-FND-REASON
009960         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
009970         GO TO 3400-EXIT
009980     END-IF.
009990     IF INV-DTL-RATE OF INVOICE-DETAIL > WS-CONTRACT-RATE
010000         COMPUTE WS-LINE-EXTENDED ROUNDED =
010010             WS-LINE-ALLOWED * WS-CONTRACT-RATE
010020         SET FND-DISPUTE TO TRUE
010030         MOVE ZERO TO WS-FND-AMOUNT
010040         IF WS-LINE-BASE > WS-LINE-EXTENDED
010050             COMPUTE WS-FND-AMOUNT =
010060                 WS-LINE-BASE - WS-LINE-EXTENDED
010070             MOVE WS-LINE-EXTENDED TO WS-LINE-BASE
010080         END-IF
010090         MOVE 'RATE OVER CONTRACT' TO WS-FND-REASON
010100         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
010110         GO TO 3400-EXIT
010120     END-IF.
010130     IF INV-DTL-RATE OF INVOICE-DETAIL < WS-CONTRACT-RATE
010140         SET FND-NOTE TO TRUE
010150         MOVE ZERO TO WS-FND-AMOUNT
010160         MOVE 'RATE UNDER CONTRACT' TO WS-FND-REASON
010170         PERFORM 3800-WRITE-FINDING THRU 3800-EXIT
010180     END-IF.
010190 3400-EXIT.
010200     EXIT.
010210*----------------------------------------------------------------*
010220* 3800-WRITE-FINDING -- WRITE ONE FINDING AGAINST THE CURRENT    *
010230*                      INVOICE LINE AND TAKE ITS AMOUNT INTO THE *
010240*                      INVOICE'S DISPUTED TOTAL                  *
010250*----------------------------------------------------------------*
010260 3800-WRITE-FINDING.
010270     MOVE INV-DTL-TRANS-DATE OF INVOICE-DETAIL
010280         TO WS-RPT-FND-DATE.
010290     MOVE INV-DTL-TRANS-TIME OF INVOICE-DETAIL
010300         TO WS-RPT-FND-TIME.
010310     MOVE INV-DTL-PIECES OF INVOICE-DETAIL TO WS-RPT-FND-PIECES.
010320     MOVE WS-LINE-ACCEPTED TO WS-RPT-FND-ACCEPTED.
010330     MOVE WS-FND-AMOUNT TO WS-RPT-FND-AMOUNT.
010340     MOVE WS-FND-REASON TO WS-RPT-FND-REASON.
010350     MOVE WS-RPT-FND-LINE TO INVRPT-RECORD.
010360     WRITE INVRPT-RECORD.
010370     IF FND-DISPUTE
010380         MOVE 'Y' TO WS-LINE-DISPUTE-SW
010390     END-IF.
010400     PERFORM 3870-TAKE-FINDING THRU 3870-EXIT.
010410 3800-EXIT.
010420     EXIT.
010430*----------------------------------------------------------------*
010440* 3850-WRITE-INVOICE-FINDING -- WRITE ONE FINDING AGAINST THE    *
010450*                              INVOICE AS A WHOLE, OR AGAINST A  *
010460*                              LINE TOO DAMAGED TO MATCH         *
010470*----------------------------------------------------------------*
010480 3850-WRITE-INVOICE-FINDING.
010490     MOVE WS-FND-WHERE TO WS-RPT-IFN-WHERE.
010500     MOVE WS-FND-AMOUNT TO WS-RPT-IFN-AMOUNT.
010510     MOVE WS-FND-REASON TO WS-RPT-IFN-REASON.
010520     MOVE WS-RPT-INV-FND-LINE TO INVRPT-RECORD.
010530     WRITE INVRPT-RECORD.
010540     IF FND-DISPUTE
010550         MOVE 'Y' TO WS-LINE-DISPUTE-SW
010560     END-IF.
010570     PERFORM 3870-TAKE-FINDING THRU 3870-EXIT.
010580 3850-EXIT.
010590     EXIT.
010600*----------------------------------------------------------------*
010610* 3870-TAKE-FINDING -- COUNT THE FINDING JUST WRITTEN AND SET    *
010620*                     THE RETURN-CODE SWITCHES                   *
010630*----------------------------------------------------------------*
010640 3870-TAKE-FINDING.
010650     IF FND-NOTE
010660         ADD 1 TO WS-COUNT-NOTES
010670         SET SOMETHING-NOTED TO TRUE
010680         GO TO 3870-EXIT
010690     END-IF.
010700     ADD 1 TO WS-COUNT-DISPUTES.
010710     SET SOMETHING-DISPUTED TO TRUE.
010720     ADD WS-FND-AMOUNT TO WS-INV-DISPUTED.
010730 3870-EXIT.
010740     EXIT.
010750*----------------------------------------------------------------*
010760* 3900-FINISH-INVOICE -- PROVE THE INVOICE HEADER AGAINST ITS    *
010770*                       LINES, WRITE THE INVOICE'S BILLED,       *
010780*                       DISPUTED AND PAYABLE AMOUNTS AND ADD     *
010790*                       THEM TO THE VENDOR AND RUN TOTALS        *
010800*----------------------------------------------------------------*
010810 3900-FINISH-INVOICE.
010820     MOVE 'INVOICE' TO WS-FND-WHERE.
010830     IF NOT INVOICE-HEADER-NUMERIC
010840         GO TO 3900-TOTALS
010850     END-IF.
010860     IF WS-INV-LINES NOT = WS-INV-HDR-LINES
010870         SET FND-DISPUTE TO TRUE
010880         MOVE ZERO TO WS-FND-AMOUNT
010890         MOVE 'LINE COUNT NOT AS HEADER' TO WS-FND-REASON
010900         PERFORM 3850-WRITE-INVOICE-FINDING THRU 3850-EXIT
010910     END-IF.
010920     IF WS-INV-HDR-TOTAL > WS-INV-LINE-TOTAL
010930         COMPUTE WS-INV-DIFFERENCE =
010940             WS-INV-HDR-TOTAL - WS-INV-LINE-TOTAL
010950         SET FND-DISPUTE TO TRUE
010960         MOVE WS-INV-DIFFERENCE TO WS-FND-AMOUNT
010970         MOVE 'TOTAL OVER SUM OF LINES' TO WS-FND-REASON
010980         PERFORM 3850-WRITE-INVOICE-FINDING THRU 3850-EXIT
010990     END-IF.
011000     IF WS-INV-HDR-TOTAL < WS-INV-LINE-TOTAL
011010         SET FND-NOTE TO TRUE
011020         MOVE ZERO TO WS-FND-AMOUNT
011030         MOVE 'TOTAL UNDER SUM OF LINES' TO WS-FND-REASON
011040         PERFORM 3850-WRITE-INVOICE-FINDING THRU 3850-EXIT
011050     END-IF.
011060 3900-TOTALS.
011070     IF WS-INV-DISPUTED > WS-INV-HDR-TOTAL
011080         MOVE ZERO TO WS-INV-PAYABLE
011090     ELSE
011100         COMPUTE WS-INV-PAYABLE =
011110             WS-INV-HDR-TOTAL - WS-INV-DISPUTED
011120     END-IF.
011130     MOVE SPACES TO WS-RPT-AMOUNT-LINE.
011140     MOVE '    INVOICE TOTAL BILLED' TO WS-RPT-AMT-LABEL.
011150     MOVE WS-INV-HDR-TOTAL TO WS-RPT-AMOUNT.
011160     MOVE WS-RPT-AMOUNT-LINE TO INVRPT-RECORD.
011170     WRITE INVRPT-RECORD.
011180     MOVE SPACES TO WS-RPT-AMOUNT-LINE.
011190     MOVE '    INVOICE AMOUNT DISPUTED' TO WS-RPT-AMT-LABEL.
011200     MOVE WS-INV-DISPUTED TO WS-RPT-AMOUNT.
011210     MOVE WS-RPT-AMOUNT-LINE TO INVRPT-RECORD.
011220     WRITE INVRPT-RECORD.
011230     MOVE SPACES TO WS-RPT-AMOUNT-LINE.
011240     MOVE '    INVOICE AMOUNT PAYABLE' TO WS-RPT-AMT-LABEL.
011250     MOVE WS-INV-PAYABLE TO WS-RPT-AMOUNT.
011260     MOVE WS-RPT-AMOUNT-LINE TO INVRPT-RECORD.
011270     WRITE INVRPT-RECORD.
011280     ADD 1 TO WS-VND-INVOICES (WS-VND-CURRENT).
011290     ADD WS-INV-HDR-TOTAL TO WS-VND-BILLED (WS-VND-CURRENT).
011300     ADD WS-INV-DISPUTED TO WS-VND-DISPUTED (WS-VND-CURRENT).
011310     ADD WS-INV-PAYABLE TO WS-VND-PAYABLE (WS-VND-CURRENT).
011320     ADD WS-INV-HDR-TOTAL TO WS-TOTAL-BILLED.
011330     ADD WS-INV-DISPUTED TO WS-TOTAL-DISPUTED.
011340     ADD WS-INV-PAYABLE TO WS-TOTAL-PAYABLE.
011350     MOVE 'N' TO WS-INV-OPEN-SWITCH.
011360 3900-EXIT.
011370     EXIT.
011380*----------------------------------------------------------------*
011390* 5000-REPORT-VENDORS -- ONE SUMMARY LINE PER VENDOR INVOICING   *
011400*----------------------------------------------------------------*
011410 5000-REPORT-VENDORS.
011420     MOVE SPACES TO INVRPT-RECORD.
011430     WRITE INVRPT-RECORD.
011440     MOVE SPACES TO WS-RPT-SECTION-LINE.
011450     MOVE 'VENDOR SUMMARY' TO WS-RPT-SECTION.
011460     MOVE WS-RPT-SECTION-LINE TO INVRPT-RECORD.
011470     WRITE INVRPT-RECORD.
011480     MOVE WS-RPT-VND-COLUMNS TO INVRPT-RECORD.
011490     WRITE INVRPT-RECORD.
011500     MOVE ZERO TO WS-VND-IDX.
011510     PERFORM 5100-REPORT-ONE-VENDOR THRU 5100-EXIT
011520         UNTIL WS-VND-IDX >= WS-VND-COUNT.
011530 5000-EXIT.
011540     EXIT.
011550*----------------------------------------------------------------*
011560* 5100-REPORT-ONE-VENDOR -- WRITE THE SUMMARY LINE FOR THE NEXT  *
011570*                          VENDOR TABLE ENTRY                    *
011580*----------------------------------------------------------------*
011590 5100-REPORT-ONE-VENDOR.
011600     ADD 1 TO WS-VND-IDX.
011610     MOVE WS-VND-SENDER-ID (WS-VND-IDX) TO WS-RPT-VND-SENDER.
011620     MOVE WS-VND-INVOICES (WS-VND-IDX) TO WS-RPT-VND-INVOICES.
011630     MOVE WS-VND-BILLED (WS-VND-IDX) TO WS-RPT-VND-BILLED.
011640     MOVE WS-VND-DISPUTED (WS-VND-IDX) TO WS-RPT-VND-DISPUTED.
011650     MOVE WS-VND-PAYABLE (WS-VND-IDX) TO WS-RPT-VND-PAYABLE.
011660     MOVE WS-RPT-VND-LINE TO INVRPT-RECORD.
011670     WRITE INVRPT-RECORD.
011680 5100-EXIT.
011690     EXIT.
011700*----------------------------------------------------------------*
011710* 7000-FIND-TRANSMISSION -- FIND THE TRANSMISSION TABLE ENTRY    *
011720*                          FOR THE SEARCH KEY. ON RETURN         *
011730*                          WS-TRN-IDX POINTS AT IT WHEN FOUND.   *
011740*----------------------------------------------------------------*
011750 7000-FIND-TRANSMISSION.
011760     MOVE 'N' TO WS-TRN-FOUND-SW.
011770     MOVE ZERO TO WS-TRN-IDX.
011780     PERFORM 7010-SCAN-TRANSMISSION THRU 7010-EXIT
011790         UNTIL TRN-FOUND
011800         OR WS-TRN-IDX >= WS-TRN-COUNT.
011810 7000-EXIT.
011820     EXIT.
011830*----------------------------------------------------------------*
011840* 7010-SCAN-TRANSMISSION -- TEST THE NEXT TRANSMISSION ENTRY     *
011850*                          AGAINST THE SEARCH KEY                *
011860*----------------------------------------------------------------*
011870 7010-SCAN-TRANSMISSION.
011880     ADD 1 TO WS-TRN-IDX.
011890     IF WS-TRN-SENDER-ID (WS-TRN-IDX) = WS-KEY-SENDER-ID
011900         AND WS-TRN-DATE (WS-TRN-IDX) = WS-KEY-DATE
011910         AND WS-TRN-TIME (WS-TRN-IDX) = WS-KEY-TIME
011920         SET TRN-FOUND TO TRUE
011930     END-IF.
011940 7010-EXIT.
011950     EXIT.
011960*----------------------------------------------------------------*
011970* 7100-FIND-CONTRACT-RATE -- FIND THE CONTRACT RATE IN FORCE FOR *
011980*                           THE SEARCH KEY'S SENDER ON ITS       *
011990*                           TRANSMISSION DATE: THE LAST ENTRY    *
012000*                           FOR THE SENDER EFFECTIVE ON OR       *
012010*                           BEFORE THAT DATE                     *
012020*----------------------------------------------------------------*
012030 7100-FIND-CONTRACT-RATE.
012040     MOVE 'N' TO WS-RTE-FOUND-SW.
012050     MOVE ZERO TO WS-CONTRACT-RATE.
012060     MOVE ZERO TO WS-RTE-IDX.
012070     PERFORM 7110-SCAN-RATE THRU 7110-EXIT
012080         UNTIL WS-RTE-IDX >= WS-RTE-COUNT.
012090 7100-EXIT.
012100     EXIT.
012110*----------------------------------------------------------------*
012120* 7110-SCAN-RATE -- TEST THE NEXT CONTRACT RATE ENTRY; IN TABLE  *
012130*                  ORDER THE LAST ONE THAT APPLIES IS THE LATEST *
012140*----------------------------------------------------------------*
012150 7110-SCAN-RATE.
012160     ADD 1 TO WS-RTE-IDX.
012170     IF WS-RTE-SENDER-ID (WS-RTE-IDX) = WS-KEY-SENDER-ID
012180         AND WS-RTE-EFF-DATE (WS-RTE-IDX) NOT > WS-KEY-DATE
012190         SET RTE-FOUND TO TRUE
012200         MOVE WS-RTE-RATE (WS-RTE-IDX) TO WS-CONTRACT-RATE
012210     END-IF.
012220 7110-EXIT.
012230     EXIT.
012240*----------------------------------------------------------------*
012250* 8000-TERMINATE -- WRITE THE TOTALS, SET THE RETURN CODE AND    *
012260*                  CLOSE FILES                                   *
012270*----------------------------------------------------------------*
012280 8000-TERMINATE.
012290     IF FATAL-ERROR
012300         MOVE 16 TO RETURN-CODE
012310         GO TO 8000-CLOSE
012320     END-IF.
012330     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
012340     IF SOMETHING-DISPUTED
012350         MOVE 8 TO RETURN-CODE
012360         DISPLAY 'CNVINV: VENDOR INVOICE AMOUNTS IN DISPUTE - '
012370             'HOLD VENDOR PAYMENT'
012380         GO TO 8000-CLOSE
012390     END-IF.
012400     IF SOMETHING-NOTED
012410         MOVE 4 TO RETURN-CODE
012420         DISPLAY 'CNVINV: VENDOR INVOICE NOTES - REVIEW INVRPT'
012430     END-IF.
012440 8000-CLOSE.
012450     IF LBLIN-OPENED
012460         CLOSE LBLIN
012470     END-IF.
012480     IF ACKHIST-OPENED
012490         CLOSE ACKHIST
012500     END-IF.
012510     IF RATETBL-OPENED
012520         CLOSE RATETBL
012530     END-IF.
012540     IF INVPRV-OPENED
012550         CLOSE INVPRV
012560     END-IF.
012570     IF INVIN-OPENED
012580         CLOSE INVIN
012590     END-IF.
012600     IF INVRPT-OPENED
012610         CLOSE INVRPT
012620     END-IF.
012630 8000-EXIT.
012640     EXIT.
012650*----------------------------------------------------------------*
012660* 8100-WRITE-TOTALS -- WRITE THE AUDIT CONTROL TOTALS            *
012670*----------------------------------------------------------------*
012680 8100-WRITE-TOTALS.
012690     MOVE SPACES TO INVRPT-RECORD.
012700     WRITE INVRPT-RECORD.
012710     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012720     MOVE 'TRANSMISSIONS ON LABEL FILES' TO WS-RPT-LABEL.
012730     MOVE WS-COUNT-TRANSMISSIONS TO WS-RPT-COUNT.
012740     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
012750     WRITE INVRPT-RECORD.
012760     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012770     MOVE 'ACCEPTANCE HISTORY ENTRIES APPLIED' TO WS-RPT-LABEL.
012780     MOVE WS-COUNT-AKH-APPLIED TO WS-RPT-COUNT.
012790     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
012800     WRITE INVRPT-RECORD.
012810     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012820     MOVE 'ACCEPTANCE ENTRIES BYPASSED, NOT ON LBLIN'
012830         TO WS-RPT-LABEL.
012840     MOVE WS-COUNT-AKH-OUTSIDE TO WS-RPT-COUNT.
012850     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
012860     WRITE INVRPT-RECORD.
012870     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012880     MOVE 'CONTRACT RATE ENTRIES LOADED' TO WS-RPT-LABEL.
012890     MOVE WS-RTE-COUNT TO WS-RPT-COUNT.
012900     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
012910     WRITE INVRPT-RECORD.
012920     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012930     MOVE 'PRIOR INVOICE LINES MATCHED' TO WS-RPT-LABEL.
012940     MOVE WS-COUNT-PRIOR-LINES TO WS-RPT-COUNT.
012950     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
012960     WRITE INVRPT-RECORD.
012970     MOVE SPACES TO WS-RPT-TOTAL-LINE.
012980     MOVE 'INVOICES AUDITED' TO WS-RPT-LABEL.
012990     MOVE WS-COUNT-INVOICES TO WS-RPT-COUNT.
013000     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
013010     WRITE INVRPT-RECORD.
013020     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013030     MOVE 'INVOICE LINES AUDITED' TO WS-RPT-LABEL.
013040     MOVE WS-COUNT-LINES TO WS-RPT-COUNT.
013050     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
013060     WRITE INVRPT-RECORD.
013070     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013080     MOVE 'INVOICE LINES WITH A DISPUTE' TO WS-RPT-LABEL.
013090     MOVE WS-COUNT-LINES-DISPUTED TO WS-RPT-COUNT.
013100     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
013110     WRITE INVRPT-RECORD.
013120     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013130     MOVE 'DISPUTES RAISED' TO WS-RPT-LABEL.
013140     MOVE WS-COUNT-DISPUTES TO WS-RPT-COUNT.
013150     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
013160     WRITE INVRPT-RECORD.
013170     MOVE SPACES TO WS-RPT-TOTAL-LINE.
013180     MOVE 'NOTES FOR REVIEW' TO WS-RPT-LABEL.
013190     MOVE WS-COUNT-NOTES TO WS-RPT-COUNT.
013200     MOVE WS-RPT-TOTAL-LINE TO INVRPT-RECORD.
013210     WRITE INVRPT-RECORD.
013220     MOVE SPACES TO WS-RPT-AMOUNT-LINE.
013230     MOVE 'TOTAL BILLED' TO WS-RPT-AMT-LABEL.
013240     MOVE WS-TOTAL-BILLED TO WS-RPT-AMOUNT.
013250     MOVE WS-RPT-AMOUNT-LINE TO INVRPT-RECORD.
013260     WRITE INVRPT-RECORD.
013270     MOVE SPACES TO WS-RPT-AMOUNT-LINE.
013280     MOVE 'TOTAL DISPUTED' TO WS-RPT-AMT-LABEL.
013290     MOVE WS-TOTAL-DISPUTED TO WS-RPT-AMOUNT.
013300     MOVE WS-RPT-AMOUNT-LINE TO INVRPT-RECORD.
013310     WRITE INVRPT-RECORD.
013320     MOVE SPACES TO WS-RPT-AMOUNT-LINE.
013330     MOVE 'TOTAL PAYABLE' TO WS-RPT-AMT-LABEL.
013340     MOVE WS-TOTAL-PAYABLE TO WS-RPT-AMOUNT.
013350     MOVE WS-RPT-AMOUNT-LINE TO INVRPT-RECORD.
013360     WRITE INVRPT-RECORD.
013370 8100-EXIT.
013380     EXIT.
