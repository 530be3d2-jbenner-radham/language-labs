000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVCDC.
000030 AUTHOR. D-SHOP BATCH SUPPORT.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CNVCDC -- NIGHTLY CHANGE-DATA-CAPTURE FEED OF CNVOUT ACTIVITY  *
000090*           FOR THE CRM SYSTEM.                                  *
000100*                                                                *
000110* BUILDS ONE CDCFEED GENERATION (LAYOUT CDCREC) FOR THE BUSINESS *
000120* DATE ON THE CDCCARD CARD FROM THE CUMULATIVE CNVHIST CHANGE-   *
000130* HISTORY JOURNAL. EVERY PROGRAM THAT CHANGES THE CLUSTER FILES  *
000140* ITS CHANGES THERE: HELLO-WORLD (ADDS AND REWRITES), CNVRET     *
000150* (RETIREMENTS), CNVRST (RESTORES) AND CNVBKO (THE COMPENSATING  *
000160* ENTRIES FOR A BACKED-OUT RUN), SO THE JOURNAL ENTRIES FILED    *
000170* SINCE THE LAST FEED, IN JOURNAL ORDER, ARE EXACTLY WHAT CRM    *
000180* MUST APPLY TO MATCH THE CLUSTER.                               *
000190*                                                                *
000200* HOW FAR THE LAST FEED READ IS KEPT ON THE FEED-MARK GDG        *
000210* (CDCMKI IN, CDCMKO OUT): THE NUMBER OF JOURNAL RECORDS ALREADY *
000220* FED AND THE STAMP OF THE LAST ONE. THE JOURNAL IS SCANNED      *
000230* FIRST TO PROVE THE MARKED RECORD IS STILL IN ITS PLACE; A      *
000240* JOURNAL SHORTER THAN THE MARK OR A STAMP THAT DOES NOT MATCH   *
000250* STOPS THE RUN RC=16, AS DOES A CARD DATE NOT AFTER THE LAST    *
000260* FEED'S. ON ANY RC=16 THE OLD MARK IS CARRIED FORWARD UNCHANGED *
000270* SO THE NEXT RUN PICKS UP THE SAME ENTRIES.                     *
000280*                                                                *
000290* A FULL REFRESH -- EVERY CNVOUT RECORD AS AN ADD, WHICH CRM     *
000300* LOADS INTO AN EMPTIED TABLE -- IS SENT INSTEAD OF THE CHANGES  *
000310* FOR THE FIRST FEED (NO MARK), WHEN A FULL RELOAD RUN OF THE    *
000320* CLUSTER HAS BEEN JOURNALED SINCE THE LAST FEED, OR WHEN THE    *
000330* CARD ASKS FOR ONE (AFTER THE CLUSTER IS RECOVERED FROM A       *
000340* BACKUP, WHICH IS NOT JOURNALED). A REQUESTED REFRESH DOES NOT  *
000350* NEED THE MARK TO PROVE.                                        *
000360*                                                                *
000370* JOURNAL ACTIONS MAP TO FEED ACTIONS AS: A ADD AND C CHANGE     *
000380* (NIGHTLY RUN); R DELETE (RETIRED); S ADD, OR CHANGE WHEN A     *
000390* LIVE RECORD WAS REPLACED (RESTORED); D DELETE AND B CHANGE     *
000400* (BACKOUT); E DELETE (ERASED BY CNVERA -- THE IMAGE IS ALREADY  *
000410* MASKED). ANY OTHER ACTION IS NOT FED, IS LISTED ON THE CDCRPT  *
000420* CONTROL REPORT AND ENDS THE RUN RC=8. THE REPORT SHOWS THE     *
000430* HEADER, THE ENTRIES BY ORIGIN AND ACTION AND THE TRAILER COUNT *
000435* AND ID HASH, FOR CRM TO BALANCE THE FILE AGAINST.              *
000440*----------------------------------------------------------------*
000450* MODIFICATION HISTORY                                           *
000460*----------------------------------------------------------------*
000470* 10/15/26  DWW  ORIGINAL PROGRAM.                               *
000471* 10/15/26  DWW  CNVERA ERASURE ENTRIES (JOURNAL ACTION E) ARE   *
000472*                NOW FED AS DELETES UNDER THE NEW ORIGIN E,      *
000473*                ERASED BY CNVERA, WITH THE MASKED BEFORE-IMAGE. *
000474*                THEY WERE PREVIOUSLY LISTED AS UNKNOWN AND      *
000475*                ENDED THE RUN RC=8.                             *
000480*----------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CDCCARD ASSIGN TO CDCCARD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CDCCARD-STATUS.
000550     SELECT CDCMKI ASSIGN TO CDCMKI
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-CDCMKI-STATUS.
000580     SELECT CDCMKO ASSIGN TO CDCMKO
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CDCMKO-STATUS.
000610     SELECT HSTIN ASSIGN TO HSTIN
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-HSTIN-STATUS.
000640     SELECT CNVOUT ASSIGN TO CNVOUT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS CNV-ID
000680         FILE STATUS IS WS-CNVOUT-STATUS.
000690     SELECT CDCOUT ASSIGN TO CDCOUT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CDCOUT-STATUS.
000720     SELECT CDCRPT ASSIGN TO CDCRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-CDCRPT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CDCCARD
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  CDCCARD-RECORD.
000810     05 CDC-CARD-BUS-DATE       PIC 9(08).
000820     05 CDC-CARD-REFRESH        PIC X(01).
000830        88 CDC-CARD-REFRESH-REQUESTED     VALUE 'F'.
000840        88 CDC-CARD-REFRESH-VALID         VALUE 'F' ' '.
000850     05 FILLER                  PIC X(71).
000860 FD  CDCMKI
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  CDCMKI-RECORD               PIC X(80).
000900 FD  CDCMKO
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  CDCMKO-RECORD               PIC X(80).
000940 FD  HSTIN
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CNVHREC.
000980 FD  CNVOUT
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CNVREC.
001010 FD  CDCOUT
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY CDCREC.
001050 FD  CDCRPT
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  CDCRPT-RECORD               PIC X(80).
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------*
001110* SWITCHES                                                       *
001120*----------------------------------------------------------------*
001130 01  WS-SWITCHES.
001140     05 WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001150        88 END-OF-FILE                     VALUE 'Y'.
001160     05 WS-FATAL-SWITCH          PIC X(01) VALUE 'N'.
001170        88 FATAL-ERROR                      VALUE 'Y'.
001180     05 WS-CLEAN-SWITCH          PIC X(01) VALUE 'Y'.
001190        88 FEED-CLEAN                       VALUE 'Y'.
001200        88 FEED-NOT-CLEAN                   VALUE 'N'.
001210     05 WS-MARK-SWITCH           PIC X(01) VALUE 'N'.
001220        88 PRIOR-MARK-FOUND                 VALUE 'Y'.
001230        88 PRIOR-MARK-INVALID               VALUE 'I'.
001240        88 PRIOR-MARK-READ                  VALUE 'Y' 'I'.
001250     05 WS-MISMATCH-SWITCH       PIC X(01) VALUE 'N'.
001260        88 MARK-MISMATCH                    VALUE 'Y'.
001270     05 WS-RELOAD-SWITCH         PIC X(01) VALUE 'N'.
001280        88 RELOAD-SINCE-MARK                VALUE 'Y'.
001290     05 WS-FEED-TYPE-SWITCH      PIC X(01) VALUE 'C'.
001300        88 CHANGES-FEED                     VALUE 'C'.
001310        88 REFRESH-FEED                     VALUE 'F'.
001320*----------------------------------------------------------------*
001330* FILE-OPENED SWITCHES                                           *
001340*----------------------------------------------------------------*
001350 01  WS-FILE-OPENED-SWITCHES.
001360     05 WS-CDCMKO-OPEN-SW        PIC X(01) VALUE 'N'.
001370        88 CDCMKO-OPENED                    VALUE 'Y'.
001380     05 WS-HSTIN-OPEN-SW         PIC X(01) VALUE 'N'.
001390        88 HSTIN-OPENED                     VALUE 'Y'.
001400     05 WS-CNVOUT-OPEN-SW        PIC X(01) VALUE 'N'.
001410        88 CNVOUT-OPENED                    VALUE 'Y'.
001420     05 WS-CDCOUT-OPEN-SW        PIC X(01) VALUE 'N'.
001430        88 CDCOUT-OPENED                    VALUE 'Y'.
001440     05 WS-CDCRPT-OPEN-SW        PIC X(01) VALUE 'N'.
001450        88 CDCRPT-OPENED                    VALUE 'Y'.
001460*----------------------------------------------------------------*
001470* FILE STATUS FIELDS                                             *
001480*----------------------------------------------------------------*
001490 01  WS-CDCCARD-STATUS           PIC X(02) VALUE '00'.
001500     88 CDCCARD-OK                        VALUE '00'.
001510 01  WS-CDCMKI-STATUS            PIC X(02) VALUE '00'.
001520     88 CDCMKI-OK                         VALUE '00'.
001530 01  WS-CDCMKO-STATUS            PIC X(02) VALUE '00'.
001540     88 CDCMKO-OK                         VALUE '00'.
001550 01  WS-HSTIN-STATUS             PIC X(02) VALUE '00'.
001560     88 HSTIN-OK                          VALUE '00'.
001570     88 HSTIN-EOF                         VALUE '10'.
001580 01  WS-CNVOUT-STATUS            PIC X(02) VALUE '00'.
001590     88 CNVOUT-OK                         VALUE '00'.
001600 01  WS-CDCOUT-STATUS            PIC X(02) VALUE '00'.
001610     88 CDCOUT-OK                         VALUE '00'.
001620 01  WS-CDCRPT-STATUS            PIC X(02) VALUE '00'.
001630     88 CDCRPT-OK                         VALUE '00'.
001640*----------------------------------------------------------------*
001650* RUN STAMP AND THE BUSINESS DATE FROM THE CARD                  *
001660*----------------------------------------------------------------*
001670 01  WS-RUN-STAMP.
001680     05 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001690     05 WS-RUN-TIME              PIC 9(08) VALUE ZERO.
001700 01  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001710*----------------------------------------------------------------*
001720* FEED MARK -- ONE 80-BYTE RECORD PER CDCMARK GENERATION. THE    *
001730* PRIOR MARK IS HELD HERE AS READ; THE NEW ONE IS BUILT IN THE   *
001740* SAME LAYOUT AT THE END OF A GOOD RUN.                          *
001750*----------------------------------------------------------------*
001760 01  WS-PRIOR-MARK.
001770     05 WS-PRM-JOURNAL-COUNT     PIC 9(09) VALUE ZERO.
001780     05 WS-PRM-LAST-RUN-DATE     PIC 9(08) VALUE ZERO.
001790     05 WS-PRM-LAST-RUN-TIME     PIC 9(08) VALUE ZERO.
001800     05 WS-PRM-LAST-JOB-ID       PIC X(08) VALUE SPACES.
001810     05 WS-PRM-LAST-ACTION       PIC X(01) VALUE SPACES.
001820     05 WS-PRM-LAST-ID           PIC 9(05) VALUE ZERO.
001830     05 WS-PRM-FEED-SEQ          PIC 9(07) VALUE ZERO.
001840     05 WS-PRM-BUS-DATE          PIC 9(08) VALUE ZERO.
001850     05 WS-PRM-CREATE-DATE       PIC 9(08) VALUE ZERO.
001860     05 WS-PRM-CREATE-TIME       PIC 9(08) VALUE ZERO.
001870     05 FILLER                   PIC X(10) VALUE SPACES.
001880 01  WS-NEW-MARK.
001890     05 WS-NWM-JOURNAL-COUNT     PIC 9(09) VALUE ZERO.
001900     05 WS-NWM-LAST-RUN-DATE     PIC 9(08) VALUE ZERO.
001910     05 WS-NWM-LAST-RUN-TIME     PIC 9(08) VALUE ZERO.
001920     05 WS-NWM-LAST-JOB-ID       PIC X(08) VALUE SPACES.
001930     05 WS-NWM-LAST-ACTION       PIC X(01) VALUE SPACES.
001940     05 WS-NWM-LAST-ID           PIC 9(05) VALUE ZERO.
001950     05 WS-NWM-FEED-SEQ          PIC 9(07) VALUE ZERO.
001960     05 WS-NWM-BUS-DATE          PIC 9(08) VALUE ZERO.
001970     05 WS-NWM-CREATE-DATE       PIC 9(08) VALUE ZERO.
001980     05 WS-NWM-CREATE-TIME       PIC 9(08) VALUE ZERO.
001990     05 FILLER                   PIC X(10) VALUE SPACES.
002000*----------------------------------------------------------------*
002010* JOURNAL POSITION                                               *
002020*----------------------------------------------------------------*
002030 01  WS-JOURNAL-WORK.
002040     05 WS-JOURNAL-TOTAL         PIC 9(09) COMP VALUE ZERO.
002050     05 WS-JOURNAL-POSITION      PIC 9(09) COMP VALUE ZERO.
002060     05 WS-FEED-SEQ              PIC 9(07) VALUE ZERO.
002070     05 WS-HASH-WORK             PIC 9(10) COMP VALUE ZERO.
002080*----------------------------------------------------------------*
002090* ENTRIES BY ORIGIN AND ACTION -- ONE ROW PER CDC-ORIGIN, ONE    *
002100* COLUMN EACH FOR ADD, CHANGE AND DELETE                         *
002110*----------------------------------------------------------------*
002120 01  WS-ORIGIN-VALUES.
002130     05 FILLER                   PIC X(30) VALUE
002140        'NNIGHTLY EXTRACT RUN'.
002150     05 FILLER                   PIC X(30) VALUE
002160        'FFULL REFRESH'.
002170     05 FILLER                   PIC X(30) VALUE
002180        'RRETIRED BY CNVRET'.
002190     05 FILLER                   PIC X(30) VALUE
002200        'SRESTORED BY CNVRST'.
002210     05 FILLER                   PIC X(30) VALUE
002220        'BREVERSED BY CNVBKO BACKOUT'.
002224     05 FILLER                   PIC X(30) VALUE
002228        'EERASED BY CNVERA'.
002230 01  WS-ORIGIN-TABLE REDEFINES WS-ORIGIN-VALUES.
002240     05 WS-ORG-ENTRY OCCURS 6 TIMES.
002250        10 WS-ORG-CODE           PIC X(01).
002260        10 WS-ORG-DESC           PIC X(29).
002270 01  WS-ORIGIN-COUNTS.
002280     05 WS-ORG-LIMIT             PIC 9(02) COMP VALUE 6.
002290     05 WS-ORG-IDX               PIC 9(02) COMP VALUE ZERO.
002300     05 WS-ACT-IDX               PIC 9(02) COMP VALUE ZERO.
002310     05 WS-ORG-ROW OCCURS 6 TIMES.
002320        10 WS-ORG-ACT-COUNT      PIC 9(07) COMP OCCURS 3 TIMES.
002330*----------------------------------------------------------------*
002340* CONTROL COUNTERS                                               *
002350*----------------------------------------------------------------*
002360 01  WS-CONTROL-COUNTERS.
002370     05 WS-COUNT-SEGMENT-READ    PIC 9(07) COMP VALUE ZERO.
002380     05 WS-COUNT-NOT-FED         PIC 9(07) COMP VALUE ZERO.
002390     05 WS-COUNT-CNVOUT-READ     PIC 9(07) COMP VALUE ZERO.
002400     05 WS-COUNT-FED             PIC 9(07) COMP VALUE ZERO.
002410     05 WS-COUNT-ADD             PIC 9(07) COMP VALUE ZERO.
002420     05 WS-COUNT-CHANGE          PIC 9(07) COMP VALUE ZERO.
002430     05 WS-COUNT-DELETE          PIC 9(07) COMP VALUE ZERO.
002440*----------------------------------------------------------------*
002450* REPORT LINES                                                   *
002460*----------------------------------------------------------------*
002470 01  WS-RPT-HEADING.
002480     05 FILLER                   PIC X(38) VALUE
002490        'CRM CHANGE FEED FOR BUSINESS DATE '.
002500     05 WS-HDG-BUS-DATE          PIC 9(08).
002510     05 FILLER                   PIC X(11) VALUE '   FEED NO '.
002520     05 WS-HDG-FEED-SEQ          PIC 9(07).
002530     05 FILLER                   PIC X(16) VALUE SPACES.
002540 01  WS-RPT-HEADING2.
002550     05 FILLER                   PIC X(11) VALUE 'FEED TYPE: '.
002560     05 WS-HDG-FEED-TYPE         PIC X(25).
002570     05 FILLER                   PIC X(09) VALUE ' CREATED '.
002580     05 WS-HDG-CREATE-DATE       PIC 9(08).
002590     05 FILLER                   PIC X(01) VALUE SPACES.
002600     05 WS-HDG-CREATE-TIME       PIC 9(08).
002610     05 FILLER                   PIC X(18) VALUE SPACES.
002620 01  WS-RPT-EXC-COLUMN-LINE.
002630     05 FILLER                   PIC X(02) VALUE SPACES.
002640     05 FILLER                   PIC X(05) VALUE 'ID'.
002650     05 FILLER                   PIC X(02) VALUE SPACES.
002660     05 FILLER                   PIC X(03) VALUE 'ACT'.
002670     05 FILLER                   PIC X(08) VALUE 'RUN DATE'.
002680     05 FILLER                   PIC X(01) VALUE SPACES.
002690     05 FILLER                   PIC X(08) VALUE 'RUN TIME'.
002700     05 FILLER                   PIC X(01) VALUE SPACES.
002710     05 FILLER                   PIC X(08) VALUE 'JOB ID'.
002720     05 FILLER                   PIC X(02) VALUE SPACES.
002730     05 FILLER                   PIC X(40) VALUE 'REASON'.
002740 01  WS-RPT-EXC-LINE.
002750     05 FILLER                   PIC X(02) VALUE SPACES.
002760     05 WS-RPT-EXC-ID            PIC 9(05).
002770     05 FILLER                   PIC X(02) VALUE SPACES.
002780     05 WS-RPT-EXC-ACTION        PIC X(01).
002790     05 FILLER                   PIC X(02) VALUE SPACES.
002800     05 WS-RPT-EXC-RUN-DATE      PIC X(08).
002810     05 FILLER                   PIC X(01) VALUE SPACES.
002820     05 WS-RPT-EXC-RUN-TIME      PIC X(08).
002830     05 FILLER                   PIC X(01) VALUE SPACES.
002840     05 WS-RPT-EXC-JOB-ID        PIC X(08).
002850     05 FILLER                   PIC X(02) VALUE SPACES.
002860     05 WS-RPT-EXC-TEXT          PIC X(40).
002870 01  WS-RPT-ORIGIN-COLUMN-LINE.
002880     05 FILLER                   PIC X(30) VALUE 'ORIGIN'.
002890     05 FILLER                   PIC X(12) VALUE '         ADD'.
002900     05 FILLER                   PIC X(12) VALUE '      CHANGE'.
002910     05 FILLER                   PIC X(12) VALUE '      DELETE'.
002920     05 FILLER                   PIC X(14) VALUE SPACES.
002930 01  WS-RPT-ORIGIN-LINE.
002940     05 WS-RPT-ORG-DESC          PIC X(30).
002950     05 FILLER                   PIC X(01) VALUE SPACES.
002960     05 WS-RPT-ORG-ADD           PIC ZZZ,ZZZ,ZZ9.
002970     05 FILLER                   PIC X(01) VALUE SPACES.
002980     05 WS-RPT-ORG-CHANGE        PIC ZZZ,ZZZ,ZZ9.
002990     05 FILLER                   PIC X(01) VALUE SPACES.
003000     05 WS-RPT-ORG-DELETE        PIC ZZZ,ZZZ,ZZ9.
003010     05 FILLER                   PIC X(14) VALUE SPACES.
003020 01  WS-RPT-MESSAGE-LINE.
003030     05 WS-RPT-MESSAGE           PIC X(60).
003040     05 FILLER                   PIC X(20) VALUE SPACES.
003050 01  WS-RPT-TOTAL-LINE.
003060     05 WS-RPT-LABEL             PIC X(50).
003070     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
003080     05 FILLER                   PIC X(19) VALUE SPACES.
003090 PROCEDURE DIVISION.
003100*----------------------------------------------------------------*
003110* 0000-MAINLINE                                                  *
003120*----------------------------------------------------------------*
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     IF REFRESH-FEED
003160         PERFORM 3000-PROCESS-CLUSTER THRU 3000-EXIT
003170             UNTIL END-OF-FILE
003180     ELSE
003190         PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT
003200             UNTIL END-OF-FILE
003210     END-IF.
003220     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003230     GOBACK.
003240*----------------------------------------------------------------*
003250* 1000-INITIALIZE -- READ THE CARD AND THE LAST FEED MARK, PROVE *
003260*                   THE MARK AGAINST THE JOURNAL, CHOOSE THE     *
003270*                   FEED TYPE, OPEN THE OUTPUTS AND PRIME THE    *
003280*                   FIRST READ                                   *
003290*----------------------------------------------------------------*
003300 1000-INITIALIZE.
003310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003320     ACCEPT WS-RUN-TIME FROM TIME.
003330     PERFORM 1050-CLEAR-ORIGIN-ROW THRU 1050-EXIT
003340         VARYING WS-ORG-IDX FROM 1 BY 1
003350         UNTIL WS-ORG-IDX > WS-ORG-LIMIT.
003360*    THE MARK IS READ AND THE NEW MARK GENERATION OPENED FIRST
003370*    SO THAT ANY REFUSED RUN CAN CARRY THE OLD MARK FORWARD.
003380     PERFORM 1200-READ-PRIOR-MARK THRU 1200-EXIT.
003390     OPEN OUTPUT CDCMKO.
003400     IF NOT CDCMKO-OK
003410         DISPLAY 'CNVCDC: UNABLE TO OPEN CDCMKO, STATUS = '
003420             WS-CDCMKO-STATUS
003430         SET END-OF-FILE TO TRUE
003440         SET FATAL-ERROR TO TRUE
003450         GO TO 1000-EXIT
003460     END-IF.
003470     SET CDCMKO-OPENED TO TRUE.
003480     IF FATAL-ERROR
003490         SET END-OF-FILE TO TRUE
003500         GO TO 1000-EXIT
003510     END-IF.
003520     PERFORM 1100-READ-CDC-CARD THRU 1100-EXIT.
003530     IF FATAL-ERROR
003540         SET END-OF-FILE TO TRUE
003550         GO TO 1000-EXIT
003560     END-IF.
003570     PERFORM 1300-SCAN-JOURNAL THRU 1300-EXIT.
003580     IF FATAL-ERROR
003590         SET END-OF-FILE TO TRUE
003600         GO TO 1000-EXIT
003610     END-IF.
003620     PERFORM 1400-CHOOSE-FEED-TYPE THRU 1400-EXIT.
003630     OPEN OUTPUT CDCRPT.
003640     IF NOT CDCRPT-OK
003650         DISPLAY 'CNVCDC: UNABLE TO OPEN CDCRPT, STATUS = '
003660             WS-CDCRPT-STATUS
003670         SET END-OF-FILE TO TRUE
003680         SET FATAL-ERROR TO TRUE
003690         GO TO 1000-EXIT
003700     END-IF.
003710     SET CDCRPT-OPENED TO TRUE.
003720     OPEN OUTPUT CDCOUT.
003730     IF NOT CDCOUT-OK
003740         DISPLAY 'CNVCDC: UNABLE TO OPEN CDCOUT, STATUS = '
003750             WS-CDCOUT-STATUS
003760         SET END-OF-FILE TO TRUE
003770         SET FATAL-ERROR TO TRUE
003780         GO TO 1000-EXIT
003790     END-IF.
003800     SET CDCOUT-OPENED TO TRUE.
003810     PERFORM 1500-WRITE-HEADINGS THRU 1500-EXIT.
003820     IF FATAL-ERROR
003830         SET END-OF-FILE TO TRUE
003840         GO TO 1000-EXIT
003850     END-IF.
003860     IF REFRESH-FEED
003870         PERFORM 1600-OPEN-CLUSTER THRU 1600-EXIT
003880     ELSE
003890         PERFORM 1700-POSITION-JOURNAL THRU 1700-EXIT
003900     END-IF.
003910 1000-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------*
003940* 1050-CLEAR-ORIGIN-ROW -- ZERO ONE ORIGIN'S ACTION COUNTS       *
003950*----------------------------------------------------------------*
003960 1050-CLEAR-ORIGIN-ROW.
003970     MOVE ZERO TO WS-ORG-ACT-COUNT (WS-ORG-IDX 1).
003980     MOVE ZERO TO WS-ORG-ACT-COUNT (WS-ORG-IDX 2).
003990     MOVE ZERO TO WS-ORG-ACT-COUNT (WS-ORG-IDX 3).
004000 1050-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------*
004030* 1100-READ-CDC-CARD -- READ AND VALIDATE THE BUSINESS-DATE CARD *
004040*----------------------------------------------------------------*
004050 1100-READ-CDC-CARD.
004060     OPEN INPUT CDCCARD.
004070     IF NOT CDCCARD-OK
004080         DISPLAY 'CNVCDC: UNABLE TO OPEN CDCCARD, STATUS = '
004090             WS-CDCCARD-STATUS
004100         SET FATAL-ERROR TO TRUE
004110         GO TO 1100-EXIT
004120     END-IF.
004130     READ CDCCARD
004140         AT END
004150             DISPLAY 'CNVCDC: FEED CARD EMPTY'
004160             SET FATAL-ERROR TO TRUE
004170             CLOSE CDCCARD
004180             GO TO 1100-EXIT
004190     END-READ.
004200     IF CDC-CARD-BUS-DATE IS NOT NUMERIC
004210         OR CDC-CARD-BUS-DATE = ZERO
004220         DISPLAY 'CNVCDC: NO VALID BUSINESS DATE ON CARD'
004230         SET FATAL-ERROR TO TRUE
004240         CLOSE CDCCARD
004250         GO TO 1100-EXIT
004260     END-IF.
004270     IF NOT CDC-CARD-REFRESH-VALID
004280         DISPLAY 'CNVCDC: REFRESH FLAG ON CARD MUST BE F OR '
004290             'BLANK'
004300         SET FATAL-ERROR TO TRUE
004310         CLOSE CDCCARD
004320         GO TO 1100-EXIT
004330     END-IF.
004340     IF PRIOR-MARK-FOUND
004350         AND CDC-CARD-BUS-DATE NOT > WS-PRM-BUS-DATE
004360         DISPLAY 'CNVCDC: BUSINESS DATE ' CDC-CARD-BUS-DATE
004370             ' NOT AFTER LAST FEED ' WS-PRM-BUS-DATE
004380         SET FATAL-ERROR TO TRUE
004390         CLOSE CDCCARD
004400         GO TO 1100-EXIT
004410     END-IF.
004420     MOVE CDC-CARD-BUS-DATE TO WS-BUS-DATE.
004430     IF CDC-CARD-REFRESH-REQUESTED
004440         SET REFRESH-FEED TO TRUE
004450     END-IF.
004460     CLOSE CDCCARD.
004470 1100-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------*
004500* 1200-READ-PRIOR-MARK -- READ THE LAST FEED'S MARK. NO MARK     *
004510*                        GENERATION, OR AN EMPTY ONE, MEANS NO   *
004520*                        FEED HAS BEEN SENT YET.                 *
004530*----------------------------------------------------------------*
004540 1200-READ-PRIOR-MARK.
004550     OPEN INPUT CDCMKI.
004560     IF NOT CDCMKI-OK
004570         DISPLAY 'CNVCDC: NO PRIOR FEED MARK THIS RUN'
004580         GO TO 1200-EXIT
004590     END-IF.
004600     READ CDCMKI
004610         AT END
004620             DISPLAY 'CNVCDC: PRIOR FEED MARK EMPTY'
004630             CLOSE CDCMKI
004640             GO TO 1200-EXIT
004650     END-READ.
004660     MOVE CDCMKI-RECORD TO WS-PRIOR-MARK.
004670     CLOSE CDCMKI.
004680*    AN INVALID MARK IS STILL CARRIED FORWARD BY THE REFUSED
004690*    RUN, SO EVERY RUN STOPS UNTIL IT IS CORRECTED.
004700     IF WS-PRM-JOURNAL-COUNT IS NOT NUMERIC
004710         OR WS-PRM-FEED-SEQ IS NOT NUMERIC
004720         OR WS-PRM-BUS-DATE IS NOT NUMERIC
004730         DISPLAY 'CNVCDC: PRIOR FEED MARK INVALID - STOPPING'
004740         SET PRIOR-MARK-INVALID TO TRUE
004750         SET FATAL-ERROR TO TRUE
004760         GO TO 1200-EXIT
004770     END-IF.
004780     SET PRIOR-MARK-FOUND TO TRUE.
004790 1200-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------*
004820* 1300-SCAN-JOURNAL -- COUNT THE JOURNAL, PROVE THE MARKED       *
004830*                     RECORD AND NOTE ANY FULL RELOAD SINCE IT.  *
004840*                     A REQUESTED REFRESH REPLACES THE TABLE     *
004850*                     WHOLE, SO A MARK THAT NO LONGER PROVES IS  *
004860*                     ONLY REPORTED.                             *
004870*----------------------------------------------------------------*
004880 1300-SCAN-JOURNAL.
004890     OPEN INPUT HSTIN.
004900     IF NOT HSTIN-OK
004910         DISPLAY 'CNVCDC: UNABLE TO OPEN HSTIN, STATUS = '
004920             WS-HSTIN-STATUS
004930         SET FATAL-ERROR TO TRUE
004940         GO TO 1300-EXIT
004950     END-IF.
004960     PERFORM 1310-SCAN-HSTIN THRU 1310-EXIT
004970         UNTIL NOT HSTIN-OK.
004980     IF NOT HSTIN-EOF
004990         DISPLAY 'CNVCDC: HSTIN READ FAILED, STATUS = '
005000             WS-HSTIN-STATUS
005010         SET FATAL-ERROR TO TRUE
005020         CLOSE HSTIN
005030         GO TO 1300-EXIT
005040     END-IF.
005050     CLOSE HSTIN.
005060     IF PRIOR-MARK-FOUND
005070         AND WS-JOURNAL-TOTAL < WS-PRM-JOURNAL-COUNT
005080         SET MARK-MISMATCH TO TRUE
005090     END-IF.
005100     IF MARK-MISMATCH
005110         DISPLAY 'CNVCDC: CNVHIST DOES NOT MATCH THE LAST FEED '
005120             'MARK AT RECORD ' WS-PRM-JOURNAL-COUNT
005130         IF NOT CDC-CARD-REFRESH-REQUESTED
005140             DISPLAY 'CNVCDC: FEED NOT BUILT - REQUEST A FULL '
005150                 'REFRESH ON THE CARD'
005160             SET FATAL-ERROR TO TRUE
005170         END-IF
005180     END-IF.
005190 1300-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------*
005220* 1310-SCAN-HSTIN -- READ ONE JOURNAL RECORD FOR THE SCAN        *
005230*----------------------------------------------------------------*
005240 1310-SCAN-HSTIN.
005250     READ HSTIN
005260         AT END
005270             GO TO 1310-EXIT
005280     END-READ.
005290     ADD 1 TO WS-JOURNAL-TOTAL.
005300     IF PRIOR-MARK-FOUND
005310         AND WS-JOURNAL-TOTAL = WS-PRM-JOURNAL-COUNT
005320         IF HST-RUN-DATE NOT = WS-PRM-LAST-RUN-DATE
005330             OR HST-RUN-TIME NOT = WS-PRM-LAST-RUN-TIME
005340             OR HST-JOB-ID NOT = WS-PRM-LAST-JOB-ID
005350             OR HST-ACTION NOT = WS-PRM-LAST-ACTION
005360             OR HST-ID NOT = WS-PRM-LAST-ID
005370             SET MARK-MISMATCH TO TRUE
005380         END-IF
005390     END-IF.
005400     IF WS-JOURNAL-TOTAL > WS-PRM-JOURNAL-COUNT
005410         AND HST-ACTION-RELOAD
005420         SET RELOAD-SINCE-MARK TO TRUE
005430     END-IF.
005440     MOVE HST-RUN-DATE TO WS-NWM-LAST-RUN-DATE.
005450     MOVE HST-RUN-TIME TO WS-NWM-LAST-RUN-TIME.
005460     MOVE HST-JOB-ID TO WS-NWM-LAST-JOB-ID.
005470     MOVE HST-ACTION TO WS-NWM-LAST-ACTION.
005480     MOVE HST-ID TO WS-NWM-LAST-ID.
005490 1310-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------*
005520* 1400-CHOOSE-FEED-TYPE -- CHANGES SINCE THE MARK, UNLESS A FULL *
005530*                         REFRESH IS CALLED FOR; NUMBER THE FEED *
005540*----------------------------------------------------------------*
005550 1400-CHOOSE-FEED-TYPE.
005560     IF PRIOR-MARK-FOUND
005570         COMPUTE WS-FEED-SEQ = WS-PRM-FEED-SEQ + 1
005580     ELSE
005590         MOVE 1 TO WS-FEED-SEQ
005600     END-IF.
005610     IF NOT PRIOR-MARK-FOUND
005620         SET REFRESH-FEED TO TRUE
005630         MOVE 'FULL REFRESH - NO PRIOR FEED MARK'
005635             TO WS-RPT-MESSAGE
005640         GO TO 1400-EXIT
005650     END-IF.
005660     IF CDC-CARD-REFRESH-REQUESTED
005670         MOVE 'FULL REFRESH - REQUESTED ON THE FEED CARD'
005680             TO WS-RPT-MESSAGE
005690         GO TO 1400-EXIT
005700     END-IF.
005710     IF RELOAD-SINCE-MARK
005720         SET REFRESH-FEED TO TRUE
005730         MOVE 'FULL REFRESH - FULL RELOAD RUN SINCE LAST FEED'
005740             TO WS-RPT-MESSAGE
005750         GO TO 1400-EXIT
005760     END-IF.
005770     SET CHANGES-FEED TO TRUE.
005780 1400-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------*
005810* 1500-WRITE-HEADINGS -- WRITE THE FEED HEADER RECORD AND THE    *
005820*                       REPORT HEADING                           *
005830*----------------------------------------------------------------*
005840 1500-WRITE-HEADINGS.
005850     MOVE SPACES TO CDC-RECORD.
005860     SET CDC-REC-HEADER TO TRUE.
005870     MOVE WS-BUS-DATE TO CDC-HDR-BUS-DATE.
005880     MOVE WS-RUN-DATE TO CDC-HDR-CREATE-DATE.
005890     MOVE WS-RUN-TIME TO CDC-HDR-CREATE-TIME.
005900     IF REFRESH-FEED
005910         SET CDC-FEED-REFRESH TO TRUE
005920     ELSE
005930         SET CDC-FEED-CHANGES TO TRUE
005940     END-IF.
005950     MOVE WS-FEED-SEQ TO CDC-HDR-FEED-SEQ.
005960     WRITE CDC-RECORD.
005970     IF NOT CDCOUT-OK
005980         DISPLAY 'CNVCDC: CDCOUT WRITE FAILED, STATUS = '
005990             WS-CDCOUT-STATUS
006000         SET FATAL-ERROR TO TRUE
006010         GO TO 1500-EXIT
006020     END-IF.
006030     MOVE WS-BUS-DATE TO WS-HDG-BUS-DATE.
006040     MOVE WS-FEED-SEQ TO WS-HDG-FEED-SEQ.
006050     IF REFRESH-FEED
006060         MOVE 'F - FULL REFRESH' TO WS-HDG-FEED-TYPE
006070     ELSE
006080         MOVE 'C - CHANGES SINCE LAST' TO WS-HDG-FEED-TYPE
006090     END-IF.
006100     MOVE WS-RUN-DATE TO WS-HDG-CREATE-DATE.
006110     MOVE WS-RUN-TIME TO WS-HDG-CREATE-TIME.
006120     MOVE WS-RPT-HEADING TO CDCRPT-RECORD.
006130     WRITE CDCRPT-RECORD.
006140     MOVE WS-RPT-HEADING2 TO CDCRPT-RECORD.
006150     WRITE CDCRPT-RECORD.
006160     IF REFRESH-FEED
006170         PERFORM 4200-WRITE-MESSAGE THRU 4200-EXIT
006180     END-IF.
006190     IF MARK-MISMATCH
006200         MOVE 'CNVHIST DID NOT MATCH THE LAST FEED MARK'
006210             TO WS-RPT-MESSAGE
006220         PERFORM 4200-WRITE-MESSAGE THRU 4200-EXIT
006230     END-IF.
006240 1500-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------*
006270* 1600-OPEN-CLUSTER -- OPEN CNVOUT FOR THE REFRESH AND PRIME THE *
006280*                     FIRST READ                                 *
006290*----------------------------------------------------------------*
006300 1600-OPEN-CLUSTER.
006310     OPEN INPUT CNVOUT.
006320     IF NOT CNVOUT-OK
006330         DISPLAY 'CNVCDC: UNABLE TO OPEN CNVOUT, STATUS = '
006340             WS-CNVOUT-STATUS
006350         SET END-OF-FILE TO TRUE
006360         SET FATAL-ERROR TO TRUE
006370         GO TO 1600-EXIT
006380     END-IF.
006390     SET CNVOUT-OPENED TO TRUE.
006400     PERFORM 3100-READ-CNVOUT THRU 3100-EXIT.
006410 1600-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------*
006440* 1700-POSITION-JOURNAL -- REOPEN THE JOURNAL AND READ PAST THE  *
006450*                         RECORDS THE LAST FEED ALREADY CARRIED, *
006460*                         LEAVING THE FIRST NEW ONE CURRENT      *
006470*----------------------------------------------------------------*
006480 1700-POSITION-JOURNAL.
006490     OPEN INPUT HSTIN.
006500     IF NOT HSTIN-OK
006510         DISPLAY 'CNVCDC: UNABLE TO OPEN HSTIN, STATUS = '
006520             WS-HSTIN-STATUS
006530         SET END-OF-FILE TO TRUE
006540         SET FATAL-ERROR TO TRUE
006550         GO TO 1700-EXIT
006560     END-IF.
006570     SET HSTIN-OPENED TO TRUE.
006580     PERFORM 2100-READ-HSTIN THRU 2100-EXIT
006590         UNTIL END-OF-FILE
006600         OR WS-JOURNAL-POSITION > WS-PRM-JOURNAL-COUNT.
006610 1700-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------*
006640* 2000-PROCESS-JOURNAL -- FEED THE CURRENT JOURNAL RECORD, THEN  *
006650*                        READ THE NEXT ONE                       *
006660*----------------------------------------------------------------*
006670 2000-PROCESS-JOURNAL.
006680     ADD 1 TO WS-COUNT-SEGMENT-READ.
006690     MOVE SPACES TO CDC-RECORD.
006700     SET CDC-REC-DETAIL TO TRUE.
006710     IF HST-ACTION-ADD
006720         SET CDC-ACTION-ADD TO TRUE
006730         SET CDC-ORIGIN-EXTRACT TO TRUE
006740         PERFORM 2200-TAKE-NEW-IMAGE THRU 2200-EXIT
006750         GO TO 2000-NEXT
006760     END-IF.
006770     IF HST-ACTION-CHANGE
006780         SET CDC-ACTION-CHANGE TO TRUE
006790         SET CDC-ORIGIN-EXTRACT TO TRUE
006800         PERFORM 2200-TAKE-NEW-IMAGE THRU 2200-EXIT
006810         GO TO 2000-NEXT
006820     END-IF.
006830     IF HST-ACTION-RETIRE
006840         SET CDC-ACTION-DELETE TO TRUE
006850         SET CDC-ORIGIN-RETIRE TO TRUE
006860         PERFORM 2300-TAKE-OLD-IMAGE THRU 2300-EXIT
006870         GO TO 2000-NEXT
006880     END-IF.
006890*    A RESTORE INTO AN EMPTY SLOT CARRIES NO BEFORE-IMAGE.
006900     IF HST-ACTION-RESTORE
006910         IF HST-OLD-TEXT = SPACES
006920             SET CDC-ACTION-ADD TO TRUE
006930         ELSE
006940             SET CDC-ACTION-CHANGE TO TRUE
006950         END-IF
006960         SET CDC-ORIGIN-RESTORE TO TRUE
006970         PERFORM 2200-TAKE-NEW-IMAGE THRU 2200-EXIT
006980         GO TO 2000-NEXT
006990     END-IF.
007000     IF HST-ACTION-BKO-REMOVE
007010         SET CDC-ACTION-DELETE TO TRUE
007020         SET CDC-ORIGIN-BACKOUT TO TRUE
007030         PERFORM 2300-TAKE-OLD-IMAGE THRU 2300-EXIT
007040         GO TO 2000-NEXT
007050     END-IF.
007060     IF HST-ACTION-BKO-RESTORE
007070         SET CDC-ACTION-CHANGE TO TRUE
007080         SET CDC-ORIGIN-BACKOUT TO TRUE
007090         PERFORM 2200-TAKE-NEW-IMAGE THRU 2200-EXIT
007100         GO TO 2000-NEXT
007110     END-IF.
007111     IF HST-ACTION-ERASE
007112         SET CDC-ACTION-DELETE TO TRUE
007113         SET CDC-ORIGIN-ERASURE TO TRUE
007114         PERFORM 2300-TAKE-OLD-IMAGE THRU 2300-EXIT
007115         GO TO 2000-NEXT
007116     END-IF.
007120     ADD 1 TO WS-COUNT-NOT-FED.
007130     SET FEED-NOT-CLEAN TO TRUE.
007140     MOVE 'UNKNOWN JOURNAL ACTION - NOT FED' TO WS-RPT-EXC-TEXT.
007150     PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT.
007160     PERFORM 2100-READ-HSTIN THRU 2100-EXIT.
007170     GO TO 2000-EXIT.
007180 2000-NEXT.
007190     MOVE HST-RUN-DATE TO CDC-STAMP-DATE.
007200     MOVE HST-RUN-TIME TO CDC-STAMP-TIME.
007210     MOVE HST-JOB-ID TO CDC-STAMP-JOB.
007220     MOVE HST-ID TO CDC-ID.
007230     MOVE HST-SOURCE TO CDC-SOURCE.
007240     PERFORM 4000-WRITE-FEED-DETAIL THRU 4000-EXIT.
007250     PERFORM 2100-READ-HSTIN THRU 2100-EXIT.
007260 2000-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------*
007290* 2100-READ-HSTIN -- READ THE NEXT JOURNAL RECORD. RECORDS FILED *
007300*                   AFTER THE SCAN ARE LEFT FOR THE NEXT FEED,   *
007310*                   SO THE NEW MARK AGREES WITH WHAT WAS SENT.   *
007320*----------------------------------------------------------------*
007330 2100-READ-HSTIN.
007340     READ HSTIN
007350         AT END
007360             SET END-OF-FILE TO TRUE
007370             GO TO 2100-EXIT
007380     END-READ.
007381     IF NOT HSTIN-OK
007382         DISPLAY 'CNVCDC: HSTIN READ FAILED, STATUS = '
007383             WS-HSTIN-STATUS
007384         SET END-OF-FILE TO TRUE
007385         SET FATAL-ERROR TO TRUE
007386         GO TO 2100-EXIT
007387     END-IF.
007390     ADD 1 TO WS-JOURNAL-POSITION.
007400     IF WS-JOURNAL-POSITION > WS-JOURNAL-TOTAL
007410         SET END-OF-FILE TO TRUE
007420     END-IF.
007430 2100-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------*
007460* 2200-TAKE-NEW-IMAGE -- THE FEED IMAGE IS THE JOURNALED         *
007470*                       AFTER-IMAGE                              *
007480*----------------------------------------------------------------*
007490 2200-TAKE-NEW-IMAGE.
007500     MOVE HST-NEW-TEXT TO CDC-TEXT.
007510     MOVE HST-NEW-UPPER-TEXT TO CDC-UPPER-TEXT.
007520     MOVE HST-NEW-LOWER-TEXT TO CDC-LOWER-TEXT.
007530     MOVE HST-NEW-TITLE-TEXT TO CDC-TITLE-TEXT.
007540     MOVE HST-NEW-MODE TO CDC-MODE.
007550 2200-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------*
007580* 2300-TAKE-OLD-IMAGE -- A DELETE CARRIES THE RECORD AS IT STOOD *
007590*                       WHEN IT WAS REMOVED                      *
007600*----------------------------------------------------------------*
007610 2300-TAKE-OLD-IMAGE.
007620     MOVE HST-OLD-TEXT TO CDC-TEXT.
007630     MOVE HST-OLD-UPPER-TEXT TO CDC-UPPER-TEXT.
007640     MOVE HST-OLD-LOWER-TEXT TO CDC-LOWER-TEXT.
007650     MOVE HST-OLD-TITLE-TEXT TO CDC-TITLE-TEXT.
007660     MOVE HST-OLD-MODE TO CDC-MODE.
007670 2300-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------*
007700* 2400-WRITE-EXCEPTION -- LIST A JOURNAL RECORD THAT WAS NOT FED *
007710*----------------------------------------------------------------*
007720 2400-WRITE-EXCEPTION.
007730     IF WS-COUNT-NOT-FED = 1
007740         MOVE SPACES TO CDCRPT-RECORD
007750         WRITE CDCRPT-RECORD
007760         MOVE WS-RPT-EXC-COLUMN-LINE TO CDCRPT-RECORD
007770         WRITE CDCRPT-RECORD
007780     END-IF.
007790     MOVE HST-ID TO WS-RPT-EXC-ID.
007800     MOVE HST-ACTION TO WS-RPT-EXC-ACTION.
007810     MOVE HST-RUN-DATE TO WS-RPT-EXC-RUN-DATE.
007820     MOVE HST-RUN-TIME TO WS-RPT-EXC-RUN-TIME.
007830     MOVE HST-JOB-ID TO WS-RPT-EXC-JOB-ID.
007840     MOVE WS-RPT-EXC-LINE TO CDCRPT-RECORD.
007850     WRITE CDCRPT-RECORD.
007860 2400-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------*
007890* 3000-PROCESS-CLUSTER -- FEED THE CURRENT CNVOUT RECORD AS AN   *
007900*                        ADD FOR THE REFRESH, THEN READ THE NEXT *
007910*----------------------------------------------------------------*
007920 3000-PROCESS-CLUSTER.
007930     MOVE SPACES TO CDC-RECORD.
007940     SET CDC-REC-DETAIL TO TRUE.
007950     SET CDC-ACTION-ADD TO TRUE.
007960     SET CDC-ORIGIN-REFRESH TO TRUE.
007970     MOVE WS-RUN-DATE TO CDC-STAMP-DATE.
007980     MOVE WS-RUN-TIME TO CDC-STAMP-TIME.
007990     MOVE 'CNVCDC' TO CDC-STAMP-JOB.
008000     MOVE CNV-ID TO CDC-ID.
008010     MOVE CNV-SOURCE TO CDC-SOURCE.
008020     MOVE CNV-TEXT TO CDC-TEXT.
008030     MOVE CNV-UPPER-TEXT TO CDC-UPPER-TEXT.
008040     MOVE CNV-LOWER-TEXT TO CDC-LOWER-TEXT.
008050     MOVE CNV-TITLE-TEXT TO CDC-TITLE-TEXT.
008060     MOVE CNV-MODE TO CDC-MODE.
008070     PERFORM 4000-WRITE-FEED-DETAIL THRU 4000-EXIT.
008080     PERFORM 3100-READ-CNVOUT THRU 3100-EXIT.
008090 3000-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------*
008120* 3100-READ-CNVOUT -- READ THE NEXT CLUSTER RECORD               *
008130*----------------------------------------------------------------*
008140 3100-READ-CNVOUT.
008150     READ CNVOUT
008160         AT END
008170             SET END-OF-FILE TO TRUE
008180             GO TO 3100-EXIT
008190     END-READ.
008200     IF NOT CNVOUT-OK
008210         DISPLAY 'CNVCDC: CNVOUT READ FAILED, STATUS = '
008220             WS-CNVOUT-STATUS
008230         SET END-OF-FILE TO TRUE
008240         SET FATAL-ERROR TO TRUE
008250         GO TO 3100-EXIT
008260     END-IF.
008270     ADD 1 TO WS-COUNT-CNVOUT-READ.
008280 3100-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------*
008310* 4000-WRITE-FEED-DETAIL -- NUMBER AND WRITE THE DETAIL RECORD   *
008320*                          BUILT IN CDC-RECORD AND ADD IT TO THE *
008330*                          TRAILER TOTALS                        *
008340*----------------------------------------------------------------*
008350 4000-WRITE-FEED-DETAIL.
008360     ADD 1 TO WS-COUNT-FED.
008370     MOVE WS-COUNT-FED TO CDC-SEQ.
008380     WRITE CDC-RECORD.
008390     IF NOT CDCOUT-OK
008400         DISPLAY 'CNVCDC: CDCOUT WRITE FAILED, STATUS = '
008410             WS-CDCOUT-STATUS
008420         SET END-OF-FILE TO TRUE
008430         SET FATAL-ERROR TO TRUE
008440         GO TO 4000-EXIT
008450     END-IF.
008460     COMPUTE WS-HASH-WORK = WS-HASH-WORK + CDC-ID.
008470     IF WS-HASH-WORK >= 1000000000
008480         SUBTRACT 1000000000 FROM WS-HASH-WORK
008490     END-IF.
008500     PERFORM 4100-COUNT-ENTRY THRU 4100-EXIT.
008510 4000-EXIT.
008520     EXIT.
008530*----------------------------------------------------------------*
008540* 4100-COUNT-ENTRY -- COUNT THE ENTRY BY ACTION AND BY ORIGIN    *
008550*----------------------------------------------------------------*
008560 4100-COUNT-ENTRY.
008570     IF CDC-ACTION-ADD
008580         ADD 1 TO WS-COUNT-ADD
008590         MOVE 1 TO WS-ACT-IDX
008600     END-IF.
008610     IF CDC-ACTION-CHANGE
008620         ADD 1 TO WS-COUNT-CHANGE
008630         MOVE 2 TO WS-ACT-IDX
008640     END-IF.
008650     IF CDC-ACTION-DELETE
008660         ADD 1 TO WS-COUNT-DELETE
008670         MOVE 3 TO WS-ACT-IDX
008680     END-IF.
008690     MOVE 1 TO WS-ORG-IDX.
008700     PERFORM 4110-NEXT-ORIGIN THRU 4110-EXIT
008710         UNTIL WS-ORG-IDX > WS-ORG-LIMIT
008720         OR WS-ORG-CODE (WS-ORG-IDX) = CDC-ORIGIN.
008730     IF WS-ORG-IDX NOT > WS-ORG-LIMIT
008740         ADD 1 TO WS-ORG-ACT-COUNT (WS-ORG-IDX WS-ACT-IDX)
008750     END-IF.
008760 4100-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------*
008790* 4110-NEXT-ORIGIN -- STEP THE ORIGIN TABLE SEARCH               *
008800*----------------------------------------------------------------*
008810 4110-NEXT-ORIGIN.
008820     ADD 1 TO WS-ORG-IDX.
008830 4110-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------*
008860* 4200-WRITE-MESSAGE -- WRITE ONE MESSAGE LINE ON THE REPORT     *
008870*----------------------------------------------------------------*
008880 4200-WRITE-MESSAGE.
008890     MOVE SPACES TO CDCRPT-RECORD.
008900     WRITE CDCRPT-RECORD.
008910     MOVE WS-RPT-MESSAGE-LINE TO CDCRPT-RECORD.
008920     WRITE CDCRPT-RECORD.
008930     MOVE SPACES TO WS-RPT-MESSAGE.
008940 4200-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------*
008970* 8000-TERMINATE -- WRITE THE TRAILER, THE TOTALS AND THE NEW    *
008980*                  MARK, SET THE RETURN CODE AND CLOSE FILES     *
008990*----------------------------------------------------------------*
009000 8000-TERMINATE.
009010     IF FATAL-ERROR
009020         GO TO 8000-REFUSED
009030     END-IF.
009040     MOVE SPACES TO CDC-RECORD.
009050     SET CDC-REC-TRAILER TO TRUE.
009060     MOVE WS-BUS-DATE TO CDC-TRL-BUS-DATE.
009070     MOVE WS-COUNT-FED TO CDC-TRL-RECORD-COUNT.
009080     MOVE WS-HASH-WORK TO CDC-TRL-ID-HASH.
009090     MOVE WS-COUNT-ADD TO CDC-TRL-ADD-COUNT.
009100     MOVE WS-COUNT-CHANGE TO CDC-TRL-CHANGE-COUNT.
009110     MOVE WS-COUNT-DELETE TO CDC-TRL-DELETE-COUNT.
009120     WRITE CDC-RECORD.
009130     IF NOT CDCOUT-OK
009140         DISPLAY 'CNVCDC: CDCOUT TRAILER WRITE FAILED, STATUS = '
009150             WS-CDCOUT-STATUS
009160         SET FATAL-ERROR TO TRUE
009170         GO TO 8000-REFUSED
009180     END-IF.
009190     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
009200*    THE LAST JOURNAL RECORD'S STAMP WAS TAKEN DURING THE SCAN.
009210     MOVE WS-JOURNAL-TOTAL TO WS-NWM-JOURNAL-COUNT.
009220     MOVE WS-FEED-SEQ TO WS-NWM-FEED-SEQ.
009230     MOVE WS-BUS-DATE TO WS-NWM-BUS-DATE.
009240     MOVE WS-RUN-DATE TO WS-NWM-CREATE-DATE.
009250     MOVE WS-RUN-TIME TO WS-NWM-CREATE-TIME.
009260     MOVE WS-NEW-MARK TO CDCMKO-RECORD.
009270     WRITE CDCMKO-RECORD.
009280     IF NOT CDCMKO-OK
009290         DISPLAY 'CNVCDC: CDCMKO WRITE FAILED, STATUS = '
009300             WS-CDCMKO-STATUS
009310         DISPLAY 'CNVCDC: FEED MARK NOT ADVANCED - DO NOT SEND '
009320             'THIS FEED'
009330         MOVE 16 TO RETURN-CODE
009340         GO TO 8000-CLOSE
009350     END-IF.
009360     IF FEED-NOT-CLEAN
009370         MOVE 8 TO RETURN-CODE
009380         DISPLAY 'CNVCDC: JOURNAL ENTRIES NOT FED - REVIEW CDCRPT'
009390     END-IF.
009400     GO TO 8000-CLOSE.
009410*    A REFUSED OR FAILED RUN CARRIES THE OLD MARK FORWARD SO THE
009420*    NEXT RUN FEEDS THE SAME JOURNAL ENTRIES.
009430 8000-REFUSED.
009440     MOVE 16 TO RETURN-CODE.
009450     IF CDCMKO-OPENED AND PRIOR-MARK-READ
009460         MOVE WS-PRIOR-MARK TO CDCMKO-RECORD
009470         WRITE CDCMKO-RECORD
009480     END-IF.
009490 8000-CLOSE.
009500     IF CDCMKO-OPENED
009510         CLOSE CDCMKO
009520     END-IF.
009530     IF HSTIN-OPENED
009540         CLOSE HSTIN
009550     END-IF.
009560     IF CNVOUT-OPENED
009570         CLOSE CNVOUT
009580     END-IF.
009590     IF CDCOUT-OPENED
009600         CLOSE CDCOUT
009610     END-IF.
009620     IF CDCRPT-OPENED
009630         CLOSE CDCRPT
009640     END-IF.
009650 8000-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------*
009680* 8100-WRITE-TOTALS -- WRITE THE ENTRIES BY ORIGIN AND ACTION    *
009690*                     AND THE BALANCING TOTALS                   *
009700*----------------------------------------------------------------*
009710 8100-WRITE-TOTALS.
009720     MOVE SPACES TO CDCRPT-RECORD.
009730     WRITE CDCRPT-RECORD.
009740     MOVE WS-RPT-ORIGIN-COLUMN-LINE TO CDCRPT-RECORD.
009750     WRITE CDCRPT-RECORD.
009760     PERFORM 8110-WRITE-ORIGIN-LINE THRU 8110-EXIT
009770         VARYING WS-ORG-IDX FROM 1 BY 1
009780         UNTIL WS-ORG-IDX > WS-ORG-LIMIT.
009790     MOVE SPACES TO CDCRPT-RECORD.
009800     WRITE CDCRPT-RECORD.
009810     MOVE SPACES TO WS-RPT-TOTAL-LINE.
009820     MOVE 'JOURNAL RECORDS ON CNVHIST' TO WS-RPT-LABEL.
009830     MOVE WS-JOURNAL-TOTAL TO WS-RPT-COUNT.
009840     MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD.
009850     WRITE CDCRPT-RECORD.
009860     IF CHANGES-FEED
009870         MOVE SPACES TO WS-RPT-TOTAL-LINE
009880         MOVE 'JOURNAL RECORDS FED BEFORE THIS FEED'
009890             TO WS-RPT-LABEL
009900         MOVE WS-PRM-JOURNAL-COUNT TO WS-RPT-COUNT
009910         MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD
009920         WRITE CDCRPT-RECORD
009930         MOVE SPACES TO WS-RPT-TOTAL-LINE
009940         MOVE 'JOURNAL RECORDS SINCE LAST FEED' TO WS-RPT-LABEL
009950         MOVE WS-COUNT-SEGMENT-READ TO WS-RPT-COUNT
009960         MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD
009970         WRITE CDCRPT-RECORD
009980         MOVE SPACES TO WS-RPT-TOTAL-LINE
009990         MOVE 'JOURNAL RECORDS NOT FED' TO WS-RPT-LABEL
010000         MOVE WS-COUNT-NOT-FED TO WS-RPT-COUNT
010010         MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD
010020         WRITE CDCRPT-RECORD
010030     ELSE
010040         MOVE SPACES TO WS-RPT-TOTAL-LINE
010050         MOVE 'CNVOUT RECORDS READ FOR REFRESH' TO WS-RPT-LABEL
010060         MOVE WS-COUNT-CNVOUT-READ TO WS-RPT-COUNT
010070         MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD
010080         WRITE CDCRPT-RECORD
010090     END-IF.
010100     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010110     MOVE 'TRAILER DETAIL RECORD COUNT' TO WS-RPT-LABEL.
010120     MOVE WS-COUNT-FED TO WS-RPT-COUNT.
010130     MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD.
010140     WRITE CDCRPT-RECORD.
010150     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010160     MOVE '  ADDS' TO WS-RPT-LABEL.
010170     MOVE WS-COUNT-ADD TO WS-RPT-COUNT.
010180     MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD.
010190     WRITE CDCRPT-RECORD.
010200     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010210     MOVE '  CHANGES' TO WS-RPT-LABEL.
010220     MOVE WS-COUNT-CHANGE TO WS-RPT-COUNT.
010230     MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD.
010240     WRITE CDCRPT-RECORD.
010250     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010260     MOVE '  DELETES' TO WS-RPT-LABEL.
010270     MOVE WS-COUNT-DELETE TO WS-RPT-COUNT.
010280     MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD.
010290     WRITE CDCRPT-RECORD.
010300     MOVE SPACES TO WS-RPT-TOTAL-LINE.
010310     MOVE 'TRAILER ID HASH TOTAL' TO WS-RPT-LABEL.
010320     MOVE WS-HASH-WORK TO WS-RPT-COUNT.
010330     MOVE WS-RPT-TOTAL-LINE TO CDCRPT-RECORD.
010340     WRITE CDCRPT-RECORD.
010350 8100-EXIT.
010360     EXIT.
010370*----------------------------------------------------------------*
010380* 8110-WRITE-ORIGIN-LINE -- WRITE ONE ORIGIN'S ACTION COUNTS     *
010390*----------------------------------------------------------------*
010400 8110-WRITE-ORIGIN-LINE.
010410     MOVE WS-ORG-DESC (WS-ORG-IDX) TO WS-RPT-ORG-DESC.
010420     MOVE WS-ORG-ACT-COUNT (WS-ORG-IDX 1) TO WS-RPT-ORG-ADD.
010430     MOVE WS-ORG-ACT-COUNT (WS-ORG-IDX 2) TO WS-RPT-ORG-CHANGE.
010440     MOVE WS-ORG-ACT-COUNT (WS-ORG-IDX 3) TO WS-RPT-ORG-DELETE.
010450     MOVE WS-RPT-ORIGIN-LINE TO CDCRPT-RECORD.
010460     WRITE CDCRPT-RECORD.
010470 8110-EXIT.
010480     EXIT.
