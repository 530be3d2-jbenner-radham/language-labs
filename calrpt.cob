000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALRPT.
000030 AUTHOR. D-SHOP BATCH SUPPORT.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CALRPT -- RUN-CALENDAR STATUS REPORT AND NEXT CONTROL CARD.    *
000090*                                                                *
000100* READS THE OPERATIONS-MAINTAINED PROCESSING CALENDAR            *
000110* (PROD.HELWLD.CALENDAR) AGAINST THE RUN-CONTROL JOURNAL         *
000120* (PROD.HELWLD.RUNCTL, APPENDED BY HELLO-WORLD WHEN IT COMPLETES *
000130* A BUSINESS DATE AND BY CNVBKO WHEN IT BACKS ONE OUT) AND LISTS *
000140* EACH CALENDAR DATE IN THE SELECTED RANGE AS COMPLETED,         *
000150* COMPLETED WITH QUARANTINED FEEDERS, BACKED OUT, OUTSTANDING    *
000160* (A PROCESS DAY BEFORE THE AS-OF DATE THAT IS NOT DONE),        *
000170* SCHEDULED OR A NO-RUN DAY, WITH THE STAMP OF THE RUN THAT LAST *
000180* TOUCHED IT. DATES RUN UNDER THE CALENDAR OVERRIDE THAT ARE NOT *
000190* ON THE CALENDAR ARE LISTED SEPARATELY.                         *
000200*                                                                *
000210* THE NEXT EXPECTED PROCESS DATE IS THE FIRST PROCESS DAY, FROM  *
000220* THE JOURNAL'S EARLIEST DATE ON, THAT IS NOT COMPLETED -- THE   *
000230* SAME RULE HELLO-WORLD'S STARTUP CHECK APPLIES. IT IS PRINTED   *
000240* AND, WHEN THE CURRENT CONTROL CARD IS SUPPLIED, A COPY OF THAT *
000250* CARD CARRYING THE NEXT DATE (RESTART, RERUN AND OVERRIDE       *
000260* CLEARED) IS WRITTEN TO NEXTCARD FOR OPERATIONS TO REVIEW AND   *
000270* INSTALL. ENDS RETURN CODE 4 WHEN ANY DATE IN THE RANGE IS      *
000280* OUTSTANDING OR BACKED OUT, OR THE CALENDAR HAS NO PROCESS DAY  *
000290* LEFT.                                                          *
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY                                           *
000320*----------------------------------------------------------------*
000330* 10/15/26  DWW  ORIGINAL PROGRAM.                               *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CALSEL ASSIGN TO CALSEL
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-CALSEL-STATUS.
000410     SELECT CALENDAR ASSIGN TO CALENDAR
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-CALENDAR-STATUS.
000440     SELECT RUNCTL ASSIGN TO RUNCTL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RUNCTL-STATUS.
000470     SELECT CTLCARD ASSIGN TO CTLCARD
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CTLCARD-STATUS.
000500     SELECT CALRPT ASSIGN TO CALRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CALRPT-STATUS.
000530     SELECT NEXTCARD ASSIGN TO NEXTCARD
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-NEXTCARD-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CALSEL
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  CALSEL-RECORD.
000620     05 SEL-FROM-DATE           PIC 9(08).
000630     05 SEL-TO-DATE             PIC 9(08).
000640     05 SEL-AS-OF-DATE          PIC 9(08).
000650     05 FILLER                  PIC X(56).
000660 FD  CALENDAR
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CALREC.
000700 FD  RUNCTL
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY RUNCREC.
000740 FD  CTLCARD
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CTLCARD.
000780 FD  CALRPT
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  CALRPT-RECORD               PIC X(80).
000820 FD  NEXTCARD
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  NEXTCARD-RECORD             PIC X(80).
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------*
000880* SWITCHES                                                       *
000890*----------------------------------------------------------------*
000900 01  WS-SWITCHES.
000910     05 WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000920        88 END-OF-FILE                     VALUE 'Y'.
000930        88 NOT-END-OF-FILE                 VALUE 'N'.
000940     05 WS-FATAL-SWITCH          PIC X(01) VALUE 'N'.
000950        88 FATAL-ERROR                      VALUE 'Y'.
000960        88 NOT-FATAL-ERROR                  VALUE 'N'.
000970     05 WS-CARD-SWITCH           PIC X(01) VALUE 'N'.
000980        88 CONTROL-CARD-READ                VALUE 'Y'.
000990     05 WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001000        88 ENTRY-FOUND                      VALUE 'Y'.
001010        88 ENTRY-NOT-FOUND                  VALUE 'N'.
001020*----------------------------------------------------------------*
001030* FILE-OPENED SWITCHES                                           *
001040*----------------------------------------------------------------*
001050 01  WS-FILE-OPENED-SWITCHES.
001060     05 WS-CALENDAR-OPEN-SW      PIC X(01) VALUE 'N'.
001070        88 CALENDAR-OPENED                  VALUE 'Y'.
001080     05 WS-CALRPT-OPEN-SW        PIC X(01) VALUE 'N'.
001090        88 CALRPT-OPENED                    VALUE 'Y'.
001100     05 WS-NEXTCARD-OPEN-SW      PIC X(01) VALUE 'N'.
001110        88 NEXTCARD-OPENED                  VALUE 'Y'.
001120*----------------------------------------------------------------*
001130* FILE STATUS FIELDS                                             *
001140*----------------------------------------------------------------*
001150 01  WS-CALSEL-STATUS            PIC X(02) VALUE '00'.
001160     88 CALSEL-OK                         VALUE '00'.
001170 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
001180     88 CALENDAR-OK                       VALUE '00'.
001190     88 CALENDAR-EOF                      VALUE '10'.
001200 01  WS-RUNCTL-STATUS            PIC X(02) VALUE '00'.
001210     88 RUNCTL-OK                         VALUE '00'.
001220     88 RUNCTL-EOF                        VALUE '10'.
001230 01  WS-CTLCARD-STATUS           PIC X(02) VALUE '00'.
001240     88 CTLCARD-OK                        VALUE '00'.
001250 01  WS-CALRPT-STATUS            PIC X(02) VALUE '00'.
001260     88 CALRPT-OK                         VALUE '00'.
001270 01  WS-NEXTCARD-STATUS          PIC X(02) VALUE '00'.
001280     88 NEXTCARD-OK                       VALUE '00'.
001290*----------------------------------------------------------------*
001300* SELECTION CRITERIA AS VALIDATED FROM THE CARD. A ZERO TO-DATE  *
001310* RUNS TO THE END OF THE CALENDAR; A ZERO AS-OF DATE IS TODAY.   *
001320*----------------------------------------------------------------*
001330 01  WS-SELECTION.
001340     05 WS-SEL-FROM-DATE         PIC 9(08) VALUE ZERO.
001350     05 WS-SEL-TO-DATE           PIC 9(08) VALUE 99999999.
001360     05 WS-SEL-AS-OF-DATE        PIC 9(08) VALUE ZERO.
001370 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001380*----------------------------------------------------------------*
001390* RUN-CONTROL DATE TABLE -- ONE ENTRY PER BUSINESS DATE ON THE   *
001400* JOURNAL, HOLDING THE LAST ENTRY FILED FOR IT. THE ON-CALENDAR  *
001410* FLAG IS SET AS THE CALENDAR PASSES SO THE DATES RUN OFF THE    *
001420* CALENDAR CAN BE LISTED AFTERWARDS.                             *
001430*----------------------------------------------------------------*
001440 01  WS-RUN-CONTROL-TABLE.
001450     05 WS-RCT-LIMIT             PIC 9(04) COMP VALUE 4000.
001460     05 WS-RCT-COUNT             PIC 9(04) COMP VALUE ZERO.
001470     05 WS-RCT-IDX               PIC 9(04) COMP VALUE ZERO.
001480     05 WS-RCT-SEARCH-DATE       PIC 9(08) VALUE ZERO.
001490     05 WS-RCT-ENTRY OCCURS 4000 TIMES.
001500        10 WS-RCT-BUS-DATE       PIC 9(08).
001510        10 WS-RCT-STATUS         PIC X(01).
001520           88 RCT-COMPLETED                VALUE 'C'.
001530           88 RCT-QUARANTINE               VALUE 'Q'.
001540           88 RCT-BACKED-OUT               VALUE 'B'.
001550           88 RCT-DATE-DONE                VALUE 'C' 'Q'.
001560        10 WS-RCT-RUN-DATE       PIC 9(08).
001570        10 WS-RCT-RUN-TIME       PIC 9(08).
001580        10 WS-RCT-JOB-ID         PIC X(08).
001590        10 WS-RCT-ON-CAL-SW      PIC X(01).
001600           88 RCT-ON-CALENDAR              VALUE 'Y'.
001610*----------------------------------------------------------------*
001620* CALENDAR PASS CONTROLS                                         *
001630*----------------------------------------------------------------*
001640 01  WS-CALENDAR-WORK.
001650     05 WS-FIRST-DATE            PIC 9(08) VALUE ZERO.
001660     05 WS-PRIOR-DATE            PIC 9(08) VALUE ZERO.
001670     05 WS-NEXT-EXPECTED         PIC 9(08) VALUE ZERO.
001680     05 WS-OFF-CAL-HDR-SW        PIC X(01) VALUE 'N'.
001690        88 OFF-CAL-HDR-WRITTEN             VALUE 'Y'.
001700*----------------------------------------------------------------*
001710* CONTROL COUNTERS                                               *
001720*----------------------------------------------------------------*
001730 01  WS-CONTROL-COUNTERS.
001740     05 WS-COUNT-JOURNAL-READ    PIC 9(07) COMP VALUE ZERO.
001750     05 WS-COUNT-CALENDAR-READ   PIC 9(07) COMP VALUE ZERO.
001760     05 WS-COUNT-LISTED          PIC 9(07) COMP VALUE ZERO.
001770     05 WS-COUNT-COMPLETED       PIC 9(07) COMP VALUE ZERO.
001780     05 WS-COUNT-QUARANTINE      PIC 9(07) COMP VALUE ZERO.
001790     05 WS-COUNT-BACKED-OUT      PIC 9(07) COMP VALUE ZERO.
001800     05 WS-COUNT-OUTSTANDING     PIC 9(07) COMP VALUE ZERO.
001810     05 WS-COUNT-SCHEDULED       PIC 9(07) COMP VALUE ZERO.
001820     05 WS-COUNT-NO-RUN          PIC 9(07) COMP VALUE ZERO.
001830     05 WS-COUNT-OFF-CALENDAR    PIC 9(07) COMP VALUE ZERO.
001840*----------------------------------------------------------------*
001850* REPORT LINES                                                   *
001860*----------------------------------------------------------------*
001870 01  WS-RPT-HEADING.
001880     05 FILLER                   PIC X(25) VALUE
001890        'RUN CALENDAR STATUS FROM '.
001900     05 WS-HDG-FROM-DATE         PIC 9(08).
001910     05 FILLER                   PIC X(04) VALUE ' TO '.
001920     05 WS-HDG-TO-DATE           PIC 9(08).
001930     05 FILLER                   PIC X(07) VALUE ' AS OF '.
001940     05 WS-HDG-AS-OF-DATE        PIC 9(08).
001950     05 FILLER                   PIC X(20) VALUE SPACES.
001960 01  WS-RPT-SECTION-LINE.
001970     05 WS-RPT-SECTION           PIC X(40).
001980     05 FILLER                   PIC X(40) VALUE SPACES.
001990 01  WS-RPT-COLUMN-LINE.
002000     05 FILLER                   PIC X(02) VALUE SPACES.
002010     05 FILLER                   PIC X(08) VALUE 'BUS DATE'.
002020     05 FILLER                   PIC X(02) VALUE SPACES.
002030     05 FILLER                   PIC X(22) VALUE 'STATUS'.
002040     05 FILLER                   PIC X(01) VALUE SPACES.
002050     05 FILLER                   PIC X(08) VALUE 'RUN DATE'.
002060     05 FILLER                   PIC X(01) VALUE SPACES.
002070     05 FILLER                   PIC X(08) VALUE 'RUN TIME'.
002080     05 FILLER                   PIC X(01) VALUE SPACES.
002090     05 FILLER                   PIC X(08) VALUE 'JOB ID'.
002100     05 FILLER                   PIC X(01) VALUE SPACES.
002110     05 FILLER                   PIC X(18) VALUE 'CALENDAR DAY'.
002120 01  WS-RPT-DATE-LINE.
002130     05 FILLER                   PIC X(02) VALUE SPACES.
002140     05 WS-RPT-BUS-DATE          PIC 9(08).
002150     05 FILLER                   PIC X(02) VALUE SPACES.
002160     05 WS-RPT-STATUS            PIC X(22).
002170     05 FILLER                   PIC X(01) VALUE SPACES.
002180     05 WS-RPT-RUN-DATE          PIC X(08).
002190     05 FILLER                   PIC X(01) VALUE SPACES.
002200     05 WS-RPT-RUN-TIME          PIC X(08).
002210     05 FILLER                   PIC X(01) VALUE SPACES.
002220     05 WS-RPT-JOB-ID            PIC X(08).
002230     05 FILLER                   PIC X(01) VALUE SPACES.
002240     05 WS-RPT-DAY-DESC          PIC X(18).
002250 01  WS-RPT-NEXT-LINE.
002260     05 WS-RPT-NEXT-LABEL        PIC X(50).
002270     05 WS-RPT-NEXT-DATE         PIC 9(08).
002280     05 FILLER                   PIC X(22) VALUE SPACES.
002290 01  WS-RPT-MESSAGE-LINE.
002300     05 WS-RPT-MESSAGE           PIC X(60).
002310     05 FILLER                   PIC X(20) VALUE SPACES.
002320 01  WS-RPT-TOTAL-LINE.
002330     05 WS-RPT-LABEL             PIC X(50).
002340     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
002350     05 FILLER                   PIC X(19) VALUE SPACES.
002360 PROCEDURE DIVISION.
002370*----------------------------------------------------------------*
002380* 0000-MAINLINE                                                  *
002390*----------------------------------------------------------------*
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     PERFORM 2000-PROCESS-CALENDAR THRU 2000-EXIT
002430         UNTIL END-OF-FILE.
002440     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002450     GOBACK.
002460*----------------------------------------------------------------*
002470* 1000-INITIALIZE -- READ THE SELECTION CARD, LOAD THE JOURNAL,  *
002480*                   OPEN FILES AND PRIME THE CALENDAR READ       *
002490*----------------------------------------------------------------*
002500 1000-INITIALIZE.
002510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002520     PERFORM 1100-READ-SELECTION-CARD THRU 1100-EXIT.
002530     IF FATAL-ERROR
002540         SET END-OF-FILE TO TRUE
002550         GO TO 1000-EXIT
002560     END-IF.
002570     PERFORM 1300-READ-CONTROL-CARD THRU 1300-EXIT.
002580     PERFORM 1200-LOAD-RUN-CONTROL THRU 1200-EXIT.
002590     IF FATAL-ERROR
002600         SET END-OF-FILE TO TRUE
002610         GO TO 1000-EXIT
002620     END-IF.
002630     OPEN INPUT CALENDAR.
002640     IF NOT CALENDAR-OK
002650         DISPLAY 'CALRPT: UNABLE TO OPEN CALENDAR, STATUS = '
002660             WS-CALENDAR-STATUS
002670         SET END-OF-FILE TO TRUE
002680         SET FATAL-ERROR TO TRUE
002690         GO TO 1000-EXIT
002700     END-IF.
002710     SET CALENDAR-OPENED TO TRUE.
002720     OPEN OUTPUT CALRPT.
002730     IF NOT CALRPT-OK
002740         DISPLAY 'CALRPT: UNABLE TO OPEN CALRPT, STATUS = '
002750             WS-CALRPT-STATUS
002760         SET END-OF-FILE TO TRUE
002770         SET FATAL-ERROR TO TRUE
002780         GO TO 1000-EXIT
002790     END-IF.
002800     SET CALRPT-OPENED TO TRUE.
002810     OPEN OUTPUT NEXTCARD.
002820     IF NOT NEXTCARD-OK
002830         DISPLAY 'CALRPT: UNABLE TO OPEN NEXTCARD, STATUS = '
002840             WS-NEXTCARD-STATUS
002850         SET END-OF-FILE TO TRUE
002860         SET FATAL-ERROR TO TRUE
002870         GO TO 1000-EXIT
002880     END-IF.
002890     SET NEXTCARD-OPENED TO TRUE.
002900     MOVE WS-SEL-FROM-DATE TO WS-HDG-FROM-DATE.
002910     MOVE WS-SEL-TO-DATE TO WS-HDG-TO-DATE.
002920     MOVE WS-SEL-AS-OF-DATE TO WS-HDG-AS-OF-DATE.
002930     MOVE WS-RPT-HEADING TO CALRPT-RECORD.
002940     WRITE CALRPT-RECORD.
002950     MOVE SPACES TO CALRPT-RECORD.
002960     WRITE CALRPT-RECORD.
002970     MOVE WS-RPT-COLUMN-LINE TO CALRPT-RECORD.
002980     WRITE CALRPT-RECORD.
002990     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------*
003030* 1100-READ-SELECTION-CARD -- READ AND VALIDATE THE DATE-RANGE / *
003040*                            AS-OF CARD                          *
003050*----------------------------------------------------------------*
003060 1100-READ-SELECTION-CARD.
003070     OPEN INPUT CALSEL.
003080     IF NOT CALSEL-OK
003090         DISPLAY 'CALRPT: UNABLE TO OPEN CALSEL, STATUS = '
003100             WS-CALSEL-STATUS
003110         SET FATAL-ERROR TO TRUE
003120         GO TO 1100-EXIT
003130     END-IF.
003140     READ CALSEL
003150         AT END
003160             DISPLAY 'CALRPT: SELECTION CARD EMPTY'
003170             SET FATAL-ERROR TO TRUE
003180             CLOSE CALSEL
003190             GO TO 1100-EXIT
003200     END-READ.
003210     IF SEL-FROM-DATE IS NOT NUMERIC
003220         OR SEL-TO-DATE IS NOT NUMERIC
003230         OR SEL-AS-OF-DATE IS NOT NUMERIC
003240         DISPLAY 'CALRPT: NON-NUMERIC DATE ON CARD'
003250         SET FATAL-ERROR TO TRUE
003260         CLOSE CALSEL
003270         GO TO 1100-EXIT
003280     END-IF.
003290     MOVE SEL-FROM-DATE TO WS-SEL-FROM-DATE.
003300     IF SEL-TO-DATE > ZERO
003310         MOVE SEL-TO-DATE TO WS-SEL-TO-DATE
003320     END-IF.
003330     IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
003340         DISPLAY 'CALRPT: FROM-DATE EXCEEDS TO-DATE ON CARD'
003350         SET FATAL-ERROR TO TRUE
003360         CLOSE CALSEL
003370         GO TO 1100-EXIT
003380     END-IF.
003390     IF SEL-AS-OF-DATE > ZERO
003400         MOVE SEL-AS-OF-DATE TO WS-SEL-AS-OF-DATE
003410     ELSE
003420         MOVE WS-RUN-DATE TO WS-SEL-AS-OF-DATE
003430     END-IF.
003440     CLOSE CALSEL.
003450 1100-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480* 1200-LOAD-RUN-CONTROL -- LOAD THE RUN-CONTROL JOURNAL INTO THE *
003490*                         DATE TABLE. WITH NOTHING JOURNALED     *
003500*                         YET, THE CURRENT CARD'S DATE (OR THE   *
003510*                         AS-OF DATE) STARTS THE CALENDAR, AS IT *
003520*                         DOES FOR THE FIRST RUN UNDER IT.       *
003530*----------------------------------------------------------------*
003540 1200-LOAD-RUN-CONTROL.
003550     OPEN INPUT RUNCTL.
003560     IF NOT RUNCTL-OK
003570         DISPLAY 'CALRPT: UNABLE TO OPEN RUNCTL, STATUS = '
003580             WS-RUNCTL-STATUS
003590         SET FATAL-ERROR TO TRUE
003600         GO TO 1200-EXIT
003610     END-IF.
003620     PERFORM 1210-READ-RUNCTL THRU 1210-EXIT
003630         UNTIL NOT RUNCTL-OK
003640         OR FATAL-ERROR.
003650     IF NOT RUNCTL-EOF AND NOT FATAL-ERROR
003660         DISPLAY 'CALRPT: RUNCTL READ FAILED, STATUS = '
003670             WS-RUNCTL-STATUS
003680         SET FATAL-ERROR TO TRUE
003690     END-IF.
003700     CLOSE RUNCTL.
003710     IF WS-RCT-COUNT = ZERO
003720         IF CONTROL-CARD-READ
003730             MOVE CC-PROCESS-DATE TO WS-FIRST-DATE
003740         ELSE
003750             MOVE WS-SEL-AS-OF-DATE TO WS-FIRST-DATE
003760         END-IF
003770     END-IF.
003780 1200-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------*
003810* 1210-READ-RUNCTL -- READ ONE RUN-CONTROL ENTRY AND POST IT TO  *
003820*                    THE DATE'S TABLE ENTRY (LAST ONE WINS)      *
003830*----------------------------------------------------------------*
003840 1210-READ-RUNCTL.
003850     READ RUNCTL
003860         AT END
003870             GO TO 1210-EXIT
003880     END-READ.
003890     ADD 1 TO WS-COUNT-JOURNAL-READ.
003900     IF RUN-BUS-DATE IS NOT NUMERIC OR RUN-BUS-DATE = ZERO
003910         DISPLAY 'CALRPT: RUN-CONTROL ENTRY WITHOUT A BUSINESS '
003920             'DATE IGNORED'
003930         GO TO 1210-EXIT
003940     END-IF.
003950     MOVE RUN-BUS-DATE TO WS-RCT-SEARCH-DATE.
003960     PERFORM 1220-FIND-RUN-DATE THRU 1220-EXIT.
003970     IF ENTRY-NOT-FOUND
003980         IF WS-RCT-COUNT NOT < WS-RCT-LIMIT
003990             DISPLAY 'CALRPT: MORE THAN ' WS-RCT-LIMIT
004000                 ' BUSINESS DATES ON RUNCTL - STOPPING'
004010             SET FATAL-ERROR TO TRUE
004020             GO TO 1210-EXIT
004030         END-IF
004040         ADD 1 TO WS-RCT-COUNT
004050         MOVE WS-RCT-COUNT TO WS-RCT-IDX
004060         MOVE RUN-BUS-DATE TO WS-RCT-BUS-DATE (WS-RCT-IDX)
004070         MOVE 'N' TO WS-RCT-ON-CAL-SW (WS-RCT-IDX)
004080     END-IF.
004090     MOVE RUN-STATUS TO WS-RCT-STATUS (WS-RCT-IDX).
004100     MOVE RUN-RUN-DATE TO WS-RCT-RUN-DATE (WS-RCT-IDX).
004110     MOVE RUN-RUN-TIME TO WS-RCT-RUN-TIME (WS-RCT-IDX).
004120     MOVE RUN-JOB-ID TO WS-RCT-JOB-ID (WS-RCT-IDX).
004130     IF WS-FIRST-DATE = ZERO
004140             OR RUN-BUS-DATE < WS-FIRST-DATE
004150         MOVE RUN-BUS-DATE TO WS-FIRST-DATE
004160     END-IF.
004170 1210-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------*
004200* 1220-FIND-RUN-DATE -- LOOK UP WS-RCT-SEARCH-DATE IN THE DATE   *
004210*                      TABLE, NEWEST ENTRY FIRST. ON RETURN      *
004220*                      ENTRY-FOUND IS SET AND WS-RCT-IDX POINTS  *
004230*                      AT THE ENTRY, OR IS ZERO.                 *
004240*----------------------------------------------------------------*
004250 1220-FIND-RUN-DATE.
004260     SET ENTRY-NOT-FOUND TO TRUE.
004270     MOVE WS-RCT-COUNT TO WS-RCT-IDX.
004280     PERFORM 1225-TEST-RUN-DATE THRU 1225-EXIT
004290         UNTIL ENTRY-FOUND
004300         OR WS-RCT-IDX = ZERO.
004310 1220-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------*
004340* 1225-TEST-RUN-DATE -- TEST ONE TABLE ENTRY AND STEP BACK TO    *
004350*                      THE PREVIOUS ONE WHEN IT IS NOT THE DATE  *
004360*----------------------------------------------------------------*
004370 1225-TEST-RUN-DATE.
004380     IF WS-RCT-BUS-DATE (WS-RCT-IDX) = WS-RCT-SEARCH-DATE
004390         SET ENTRY-FOUND TO TRUE
004400     ELSE
004410         SUBTRACT 1 FROM WS-RCT-IDX
004420     END-IF.
004430 1225-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------*
004460* 1300-READ-CONTROL-CARD -- READ THE CURRENT HELLO-WORLD CONTROL *
004470*                          CARD, THE MODEL FOR THE NEXT ONE. AN  *
004480*                          ABSENT OR EMPTY CARD ONLY MEANS NO    *
004490*                          NEXT CARD IS WRITTEN.                 *
004500*----------------------------------------------------------------*
004510 1300-READ-CONTROL-CARD.
004520     OPEN INPUT CTLCARD.
004530     IF NOT CTLCARD-OK
004540         DISPLAY 'CALRPT: NO CURRENT CONTROL CARD - NO NEXT '
004550             'CARD WILL BE WRITTEN'
004560         GO TO 1300-EXIT
004570     END-IF.
004580     READ CTLCARD
004590         AT END
004600             DISPLAY 'CALRPT: CONTROL CARD EMPTY - NO NEXT '
004610                 'CARD WILL BE WRITTEN'
004620     END-READ.
004630     IF CTLCARD-OK
004640         SET CONTROL-CARD-READ TO TRUE
004650     END-IF.
004660     CLOSE CTLCARD.
004670 1300-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------*
004700* 2000-PROCESS-CALENDAR -- CLASSIFY THE CURRENT CALENDAR DATE,   *
004710*                         LIST IT WHEN IT IS IN THE SELECTED     *
004720*                         RANGE, THEN READ THE NEXT ONE          *
004730*----------------------------------------------------------------*
004740 2000-PROCESS-CALENDAR.
004750     ADD 1 TO WS-COUNT-CALENDAR-READ.
004760     IF CAL-BUS-DATE IS NOT NUMERIC
004770             OR CAL-BUS-DATE NOT > WS-PRIOR-DATE
004780         DISPLAY 'CALRPT: CALENDAR DATE ' CAL-BUS-DATE
004790             ' INVALID OR OUT OF ORDER - STOPPING'
004800         SET FATAL-ERROR TO TRUE
004810         SET END-OF-FILE TO TRUE
004820         GO TO 2000-EXIT
004830     END-IF.
004840     MOVE CAL-BUS-DATE TO WS-PRIOR-DATE.
004850     MOVE CAL-BUS-DATE TO WS-RCT-SEARCH-DATE.
004860     PERFORM 1220-FIND-RUN-DATE THRU 1220-EXIT.
004870     IF ENTRY-FOUND
004880         MOVE 'Y' TO WS-RCT-ON-CAL-SW (WS-RCT-IDX)
004890     END-IF.
004900*    THE NEXT EXPECTED DATE IS TAKEN OVER THE WHOLE CALENDAR,
004910*    NOT JUST THE SELECTED RANGE.
004920     IF CAL-PROCESS-DAY
004930             AND CAL-BUS-DATE NOT < WS-FIRST-DATE
004940             AND WS-NEXT-EXPECTED = ZERO
004950         IF ENTRY-NOT-FOUND
004960             MOVE CAL-BUS-DATE TO WS-NEXT-EXPECTED
004970         ELSE
004980             IF NOT RCT-DATE-DONE (WS-RCT-IDX)
004990                 MOVE CAL-BUS-DATE TO WS-NEXT-EXPECTED
005000             END-IF
005010         END-IF
005020     END-IF.
005030     IF CAL-BUS-DATE < WS-SEL-FROM-DATE
005040             OR CAL-BUS-DATE > WS-SEL-TO-DATE
005050         GO TO 2000-NEXT
005060     END-IF.
005070     MOVE SPACES TO WS-RPT-DATE-LINE.
005080     MOVE CAL-BUS-DATE TO WS-RPT-BUS-DATE.
005090     MOVE CAL-DESCRIPTION TO WS-RPT-DAY-DESC.
005100     IF ENTRY-FOUND
005110         PERFORM 2200-SET-RUN-STATUS THRU 2200-EXIT
005120     ELSE
005130         PERFORM 2300-SET-OPEN-STATUS THRU 2300-EXIT
005140     END-IF.
005150     MOVE WS-RPT-DATE-LINE TO CALRPT-RECORD.
005160     WRITE CALRPT-RECORD.
005170     ADD 1 TO WS-COUNT-LISTED.
005180 2000-NEXT.
005190     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
005200 2000-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------*
005230* 2100-READ-CALENDAR -- READ THE NEXT CALENDAR DATE              *
005240*----------------------------------------------------------------*
005250 2100-READ-CALENDAR.
005260     READ CALENDAR
005270         AT END
005280             SET END-OF-FILE TO TRUE
005290     END-READ.
005300     IF NOT CALENDAR-OK AND NOT CALENDAR-EOF
005310         DISPLAY 'CALRPT: CALENDAR READ FAILED, STATUS = '
005320             WS-CALENDAR-STATUS
005330         SET FATAL-ERROR TO TRUE
005340         SET END-OF-FILE TO TRUE
005350     END-IF.
005360 2100-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------*
005390* 2200-SET-RUN-STATUS -- A DATE ON THE JOURNAL: SHOW ITS LAST    *
005400*                       STATUS AND THE STAMP OF THE RUN THAT     *
005410*                       SET IT (FOR A BACKOUT, THE RUN REVERSED) *
005420*----------------------------------------------------------------*
005430 2200-SET-RUN-STATUS.
005440     MOVE WS-RCT-RUN-DATE (WS-RCT-IDX) TO WS-RPT-RUN-DATE.
005450     MOVE WS-RCT-RUN-TIME (WS-RCT-IDX) TO WS-RPT-RUN-TIME.
005460     MOVE WS-RCT-JOB-ID (WS-RCT-IDX) TO WS-RPT-JOB-ID.
005470     IF RCT-COMPLETED (WS-RCT-IDX)
005480         MOVE 'COMPLETED' TO WS-RPT-STATUS
005490         ADD 1 TO WS-COUNT-COMPLETED
005500         GO TO 2200-EXIT
005510     END-IF.
005520     IF RCT-QUARANTINE (WS-RCT-IDX)
005530         MOVE 'COMPLETED - QUARANTINE' TO WS-RPT-STATUS
005540         ADD 1 TO WS-COUNT-QUARANTINE
005550         GO TO 2200-EXIT
005560     END-IF.
005570     IF RCT-BACKED-OUT (WS-RCT-IDX)
005580         MOVE 'BACKED OUT' TO WS-RPT-STATUS
005590         ADD 1 TO WS-COUNT-BACKED-OUT
005600         GO TO 2200-EXIT
005610     END-IF.
005620     MOVE 'UNKNOWN JOURNAL STATUS' TO WS-RPT-STATUS.
005630 2200-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------*
005660* 2300-SET-OPEN-STATUS -- A DATE NOT ON THE JOURNAL: A NO-RUN    *
005670*                        DAY, A PROCESS DAY BEFORE THE FIRST     *
005680*                        JOURNALED RUN, OUTSTANDING (BEFORE THE  *
005690*                        AS-OF DATE) OR STILL SCHEDULED          *
005700*----------------------------------------------------------------*
005710 2300-SET-OPEN-STATUS.
005720     IF NOT CAL-PROCESS-DAY
005730         MOVE 'NO RUN DAY' TO WS-RPT-STATUS
005740         ADD 1 TO WS-COUNT-NO-RUN
005750         GO TO 2300-EXIT
005760     END-IF.
005770     IF CAL-BUS-DATE < WS-FIRST-DATE
005780         MOVE 'BEFORE FIRST RUN' TO WS-RPT-STATUS
005790         GO TO 2300-EXIT
005800     END-IF.
005810     IF CAL-BUS-DATE < WS-SEL-AS-OF-DATE
005820         MOVE 'OUTSTANDING' TO WS-RPT-STATUS
005830         ADD 1 TO WS-COUNT-OUTSTANDING
005840     ELSE
005850         MOVE 'SCHEDULED' TO WS-RPT-STATUS
005860         ADD 1 TO WS-COUNT-SCHEDULED
005870     END-IF.
005880 2300-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------*
005910* 8000-TERMINATE -- WRITE THE REPORT BODY AND THE NEXT CARD, SET *
005920*                  THE RETURN CODE AND CLOSE FILES               *
005930*----------------------------------------------------------------*
005940 8000-TERMINATE.
005950     IF FATAL-ERROR
005960         MOVE 16 TO RETURN-CODE
005970         GO TO 8000-CLOSE
005980     END-IF.
005990     PERFORM 8100-WRITE-REPORT-BODY THRU 8100-EXIT.
006000     IF WS-COUNT-OUTSTANDING > ZERO
006010             OR WS-COUNT-BACKED-OUT > ZERO
006020             OR WS-NEXT-EXPECTED = ZERO
006030         DISPLAY 'CALRPT: OUTSTANDING DATES OR CALENDAR '
006040             'EXHAUSTED - REVIEW CALRPT'
006050         MOVE 4 TO RETURN-CODE
006060     END-IF.
006070     PERFORM 8200-WRITE-NEXT-CARD THRU 8200-EXIT.
006080 8000-CLOSE.
006090     IF CALENDAR-OPENED
006100         CLOSE CALENDAR
006110     END-IF.
006120     IF CALRPT-OPENED
006130         CLOSE CALRPT
006140     END-IF.
006150     IF NEXTCARD-OPENED
006160         CLOSE NEXTCARD
006170     END-IF.
006180 8000-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------*
006210* 8100-WRITE-REPORT-BODY -- THE DATES RUN OFF THE CALENDAR, THE  *
006220*                          STATUS TOTALS AND THE NEXT EXPECTED   *
006230*                          PROCESS DATE. THE CALENDAR LINES WENT *
006240*                          OUT AS THE CALENDAR WAS READ.         *
006250*----------------------------------------------------------------*
006260 8100-WRITE-REPORT-BODY.
006270     MOVE ZERO TO WS-RCT-IDX.
006280     PERFORM 8110-WRITE-OFF-CALENDAR THRU 8110-EXIT
006290         UNTIL WS-RCT-IDX >= WS-RCT-COUNT.
006300     MOVE SPACES TO CALRPT-RECORD.
006310     WRITE CALRPT-RECORD.
006320     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006330     MOVE 'RUN-CONTROL ENTRIES READ' TO WS-RPT-LABEL.
006340     MOVE WS-COUNT-JOURNAL-READ TO WS-RPT-COUNT.
006350     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006360     WRITE CALRPT-RECORD.
006370     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006380     MOVE 'CALENDAR DATES READ' TO WS-RPT-LABEL.
006390     MOVE WS-COUNT-CALENDAR-READ TO WS-RPT-COUNT.
006400     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006410     WRITE CALRPT-RECORD.
006420     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006430     MOVE 'CALENDAR DATES LISTED' TO WS-RPT-LABEL.
006440     MOVE WS-COUNT-LISTED TO WS-RPT-COUNT.
006450     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006460     WRITE CALRPT-RECORD.
006470     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006480     MOVE '  COMPLETED' TO WS-RPT-LABEL.
006490     MOVE WS-COUNT-COMPLETED TO WS-RPT-COUNT.
006500     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006510     WRITE CALRPT-RECORD.
006520     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006530     MOVE '  COMPLETED WITH FEEDER GROUPS QUARANTINED'
006540         TO WS-RPT-LABEL.
006550     MOVE WS-COUNT-QUARANTINE TO WS-RPT-COUNT.
006560     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006570     WRITE CALRPT-RECORD.
006580     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006590     MOVE '  BACKED OUT BY CNVBKO (OUTSTANDING AGAIN)'
006600         TO WS-RPT-LABEL.
006610     MOVE WS-COUNT-BACKED-OUT TO WS-RPT-COUNT.
006620     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006630     WRITE CALRPT-RECORD.
006640     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006650     MOVE '  OUTSTANDING' TO WS-RPT-LABEL.
006660     MOVE WS-COUNT-OUTSTANDING TO WS-RPT-COUNT.
006670     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006680     WRITE CALRPT-RECORD.
006690     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006700     MOVE '  SCHEDULED' TO WS-RPT-LABEL.
006710     MOVE WS-COUNT-SCHEDULED TO WS-RPT-COUNT.
006720     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006730     WRITE CALRPT-RECORD.
006740     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006750     MOVE '  NO RUN DAYS' TO WS-RPT-LABEL.
006760     MOVE WS-COUNT-NO-RUN TO WS-RPT-COUNT.
006770     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006780     WRITE CALRPT-RECORD.
006790     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006800     MOVE 'DATES RUN THAT ARE NOT ON THE CALENDAR'
006810         TO WS-RPT-LABEL.
006820     MOVE WS-COUNT-OFF-CALENDAR TO WS-RPT-COUNT.
006830     MOVE WS-RPT-TOTAL-LINE TO CALRPT-RECORD.
006840     WRITE CALRPT-RECORD.
006850     MOVE SPACES TO CALRPT-RECORD.
006860     WRITE CALRPT-RECORD.
006870     IF WS-NEXT-EXPECTED > ZERO
006880         MOVE SPACES TO WS-RPT-NEXT-LINE
006890         MOVE 'NEXT EXPECTED PROCESS DATE' TO WS-RPT-NEXT-LABEL
006900         MOVE WS-NEXT-EXPECTED TO WS-RPT-NEXT-DATE
006910         MOVE WS-RPT-NEXT-LINE TO CALRPT-RECORD
006920     ELSE
006930         MOVE SPACES TO WS-RPT-MESSAGE-LINE
006940         MOVE 'NO PROCESS DAY LEFT ON THE CALENDAR - EXTEND IT'
006950             TO WS-RPT-MESSAGE
006960         MOVE WS-RPT-MESSAGE-LINE TO CALRPT-RECORD
006970     END-IF.
006980     WRITE CALRPT-RECORD.
006990 8100-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------*
007020* 8110-WRITE-OFF-CALENDAR -- LIST THE NEXT JOURNALED DATE THAT   *
007030*                           THE CALENDAR DOES NOT CARRY (RUN     *
007040*                           UNDER THE CALENDAR OVERRIDE)         *
007050*----------------------------------------------------------------*
007060 8110-WRITE-OFF-CALENDAR.
007070     ADD 1 TO WS-RCT-IDX.
007080     IF RCT-ON-CALENDAR (WS-RCT-IDX)
007090         GO TO 8110-EXIT
007100     END-IF.
007110     IF WS-RCT-BUS-DATE (WS-RCT-IDX) < WS-SEL-FROM-DATE
007120             OR WS-RCT-BUS-DATE (WS-RCT-IDX) > WS-SEL-TO-DATE
007130         GO TO 8110-EXIT
007140     END-IF.
007150     IF NOT OFF-CAL-HDR-WRITTEN
007160         MOVE SPACES TO CALRPT-RECORD
007170         WRITE CALRPT-RECORD
007180         MOVE SPACES TO WS-RPT-SECTION-LINE
007190         MOVE 'DATES RUN THAT ARE NOT ON THE CALENDAR'
007200             TO WS-RPT-SECTION
007210         MOVE WS-RPT-SECTION-LINE TO CALRPT-RECORD
007220         WRITE CALRPT-RECORD
007230         SET OFF-CAL-HDR-WRITTEN TO TRUE
007240     END-IF.
007250     ADD 1 TO WS-COUNT-OFF-CALENDAR.
007260     MOVE SPACES TO WS-RPT-DATE-LINE.
007270     MOVE WS-RCT-BUS-DATE (WS-RCT-IDX) TO WS-RPT-BUS-DATE.
007280     PERFORM 2200-SET-RUN-STATUS THRU 2200-EXIT.
007290     MOVE 'NOT ON CALENDAR' TO WS-RPT-DAY-DESC.
007300     MOVE WS-RPT-DATE-LINE TO CALRPT-RECORD.
007310     WRITE CALRPT-RECORD.
007320 8110-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------*
007350* 8200-WRITE-NEXT-CARD -- WRITE THE CURRENT CONTROL CARD BACK    *
007360*                        OUT CARRYING THE NEXT EXPECTED DATE,    *
007370*                        WITH THE ONE-OFF RESTART, RERUN AND     *
007380*                        OVERRIDE FLAGS CLEARED. MODE, OPERATOR, *
007390*                        JOB AND DELTA SETTINGS CARRY OVER.      *
007400*----------------------------------------------------------------*
007410 8200-WRITE-NEXT-CARD.
007420     MOVE SPACES TO WS-RPT-MESSAGE-LINE.
007430     IF NOT CONTROL-CARD-READ
007440         MOVE 'NO CURRENT CONTROL CARD - NEXT CARD NOT WRITTEN'
007450             TO WS-RPT-MESSAGE
007460         GO TO 8200-REPORT
007470     END-IF.
007480     IF WS-NEXT-EXPECTED = ZERO
007490         MOVE 'NO NEXT EXPECTED DATE - NEXT CARD NOT WRITTEN'
007500             TO WS-RPT-MESSAGE
007510         GO TO 8200-REPORT
007520     END-IF.
007530     MOVE WS-NEXT-EXPECTED TO CC-PROCESS-DATE.
007540     MOVE 'N' TO CC-RESTART-IND.
007550     MOVE 'N' TO CC-RERUN-IND.
007560     MOVE 'N' TO CC-CALENDAR-OVRD.
007570     WRITE NEXTCARD-RECORD FROM CONTROL-CARD.
007580     IF NEXTCARD-OK
007590         MOVE 'NEXT CONTROL CARD WRITTEN TO NEXTCARD'
007600             TO WS-RPT-MESSAGE
007610     ELSE
007620         DISPLAY 'CALRPT: NEXTCARD WRITE FAILED, STATUS = '
007630             WS-NEXTCARD-STATUS
007640         MOVE 'NEXTCARD WRITE FAILED - NEXT CARD NOT WRITTEN'
007650             TO WS-RPT-MESSAGE
007660         MOVE 16 TO RETURN-CODE
007670     END-IF.
007680 8200-REPORT.
007690     MOVE WS-RPT-MESSAGE-LINE TO CALRPT-RECORD.
007700     WRITE CALRPT-RECORD.
007710 8200-EXIT.
007720     EXIT.
