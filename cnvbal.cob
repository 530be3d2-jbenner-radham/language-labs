000190* CLUSTER IS CUMULATIVE ACROSS RESTART AND DELTA RUNS, SO THE    *
000200* BALANCING TESTS ARE MEMBERSHIP (EVERY INPUT ID ON CNVOUT OR    *
000210* REJOUT) AND THE CONTROL-REPORT READ/REJECTED FIGURES.          *
000213* DETAILS OF A FEEDER GROUP THE CONVERSION STEP QUARANTINED ARE  *
000216* NOT EXPECTED ON EITHER OUTPUT; THEY ARE BALANCED INSTEAD       *
000219* AGAINST THE CONTROL REPORT AND THE QUARANTINE FILE (QUARIN).   *
000220* AN ID ON THE ERASURE REGISTER (ERALIST) MUST BE ON NEITHER     *
000221* OUTPUT; ITS EXTRACT RECORDS ARE BALANCED AGAINST THE CONTROL   *
000222* REPORT'S ERASED-ID BYPASS COUNT INSTEAD.                       *
000223*----------------------------------------------------------------*
000230* MODIFICATION HISTORY                                           *
000240*----------------------------------------------------------------*
000250* 08/22/26  DWW  ORIGINAL PROGRAM.                               *
000262* 08/22/26  DWW  REVIEW PASS: CONTROL-REPORT FIGURES ARE NOW     *
000263*                DE-EDITED WITH NUMVAL-C, WHICH ACCEPTS THE      *
000264*                GROUPING COMMAS THE REPORT CARRIES.             *
000265* 10/15/26  DWW  FEEDER QUARANTINE: THE QUARANTINED-GROUP LINES  *
000266*                ARE LIFTED OFF THE CONTROL REPORT AND THE       *
000267*                NAMEIN PASS COUNTS THOSE GROUPS' DETAILS APART  *
000268*                FROM THE MEMBERSHIP TEST. THE COUNT MUST AGREE  *
000269*                WITH THE CONTROL REPORT AND WITH THE NEW QUARIN *
000270*                FILE (THE RUN'S QUAROUT GENERATION). EACH       *
000271*                QUARANTINED GROUP IS LISTED WITH ITS REASON.    *
000272* 10/15/26  DWW  CUSTOMER ERASURE: THE NEW ERALIST REGISTER IS   *
000273*                READ AFTER THE REJOUT PASS. AN ERASED ID STILL  *
000274*                ON CNVOUT OR REJOUT IS LISTED (ID AND LEGAL     *
000275*                CASE REFERENCE, NO NAME) AND PUTS THE RUN OUT   *
000276*                OF BALANCE. AN ERASED ID ON THE EXTRACT IS NOT  *
000277*                MISSING; THOSE RECORDS MUST TIE TO THE CONTROL  *
000278*                REPORT'S RECORDS BYPASSED - ERASED ID FIGURE.   *
000279*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000281 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT NAMEIN ASSIGN TO NAMEIN
000310         ORGANIZATION IS SEQUENTIAL
000440     SELECT BALRPT ASSIGN TO BALRPT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-BALRPT-STATUS.
000463     SELECT QUARIN ASSIGN TO QUARIN
000466         ORGANIZATION IS SEQUENTIAL
000469         FILE STATUS IS WS-QUARIN-STATUS.
000470     SELECT ERALIST ASSIGN TO ERALIST
000471         ORGANIZATION IS SEQUENTIAL
000472         FILE STATUS IS WS-ERALIST-STATUS.
000473 DATA DIVISION.
000480 FILE SECTION.
000490 FD  NAMEIN
000500     RECORDING MODE IS F
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  BALRPT-RECORD               PIC X(80).
000702 FD  QUARIN
000704     RECORDING MODE IS F
000706     LABEL RECORDS ARE STANDARD.
000708 01  QUARIN-RECORD               PIC X(50).
000709 FD  ERALIST
000710     RECORDING MODE IS F
000711     LABEL RECORDS ARE STANDARD.
000712     COPY ERAREC.
000713 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730* SWITCHES                                                       *
000740*----------------------------------------------------------------*
000880        88 RUN-OUT-OF-BALANCE              VALUE 'N'.
000890     05 WS-MISSING-HDR-SW        PIC X(01) VALUE 'N'.
000900        88 MISSING-HDR-WRITTEN             VALUE 'Y'.
000904     05 WS-QUARIN-EOF-SWITCH     PIC X(01) VALUE 'N'.
000908        88 QUARIN-END-OF-FILE              VALUE 'Y'.
000909     05 WS-ERALIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
000910        88 ERALIST-END-OF-FILE             VALUE 'Y'.
000911     05 WS-ERASED-HDR-SW         PIC X(01) VALUE 'N'.
000912        88 ERASED-HDR-WRITTEN              VALUE 'Y'.
000913*----------------------------------------------------------------*
000920* FILE-OPENED SWITCHES                                           *
000930*----------------------------------------------------------------*
000940 01  WS-FILE-OPENED-SWITCHES.
001000        88 REJIN-OPENED                    VALUE 'Y'.
001010     05 WS-BALRPT-OPEN-SW        PIC X(01) VALUE 'N'.
001020        88 BALRPT-OPENED                   VALUE 'Y'.
001024     05 WS-QUARIN-OPEN-SW        PIC X(01) VALUE 'N'.
001028        88 QUARIN-OPENED                   VALUE 'Y'.
001029     05 WS-ERALIST-OPEN-SW       PIC X(01) VALUE 'N'.
001030        88 ERALIST-OPENED                  VALUE 'Y'.
001031*----------------------------------------------------------------*
001040* FILE STATUS FIELDS                                             *
001050*----------------------------------------------------------------*
001060 01  WS-NAMEIN-STATUS            PIC X(02) VALUE '00'.
001130     88 CTLIN-OK                          VALUE '00'.
001140 01  WS-BALRPT-STATUS            PIC X(02) VALUE '00'.
001150     88 BALRPT-OK                         VALUE '00'.
001154 01  WS-QUARIN-STATUS            PIC X(02) VALUE '00'.
001158     88 QUARIN-OK                         VALUE '00'.
001159 01  WS-ERALIST-STATUS           PIC X(02) VALUE '00'.
001160     88 ERALIST-OK                        VALUE '00'.
001161*----------------------------------------------------------------*
001170* ID MEMBERSHIP FLAGS, ONE BYTE PER POSSIBLE RECORD ID. MARKED   *
001180* C WHEN THE ID IS ON THE CNVOUT CLUSTER AND R WHEN IT IS ON     *
001190* THE RUN'S REJECT FILE, THEN TESTED ON THE NAMEIN PASS.         *
001310        88 CTL-READ-FOUND                  VALUE 'Y'.
001320     05 WS-CTL-REJ-FOUND-SW      PIC X(01) VALUE 'N'.
001330        88 CTL-REJ-FOUND                   VALUE 'Y'.
001331     05 WS-CTL-QUAR-GROUPS       PIC 9(09) COMP VALUE ZERO.
001332     05 WS-CTL-QUARANTINED       PIC 9(09) COMP VALUE ZERO.
001333     05 WS-CTL-QUAR-FOUND-SW     PIC X(01) VALUE 'N'.
001334        88 CTL-QUAR-FOUND                  VALUE 'Y'.
001335     05 WS-CTL-ERASED            PIC 9(09) COMP VALUE ZERO.
001336     05 WS-CTL-ERASED-FOUND-SW   PIC X(01) VALUE 'N'.
001337        88 CTL-ERASED-FOUND                VALUE 'Y'.
001338*----------------------------------------------------------------*
001339* QUARANTINED FEEDER GROUPS AS LISTED ON THE CONTROL REPORT, BY  *
001340* THEIR POSITION ON THE NAMEIN CONCATENATION. THE NAMEIN PASS    *
001341* NUMBERS THE GROUPS BY HEADER THE SAME WAY, AND A QUARANTINED   *
001342* GROUP COVERS AS MANY DETAILS AS THE CONTROL REPORT GIVES IT -- *
001343* ITS TRAILER MAY BE THE THING MISSING, SO THE TRAILER CANNOT    *
001344* BE RELIED ON TO END IT.                                        *
001345*----------------------------------------------------------------*
001346 01  WS-QUARANTINE-GROUPS.
001347     05 WS-QGR-LIMIT             PIC 9(04) COMP VALUE 20.
001348     05 WS-QGR-COUNT             PIC 9(04) COMP VALUE ZERO.
001349     05 WS-QGR-IDX               PIC 9(04) COMP VALUE ZERO.
001350     05 WS-QGR-ENTRY OCCURS 20 TIMES.
001351        10 WS-QGR-GROUP-NO       PIC 9(02).
001352        10 WS-QGR-SOURCE         PIC X(03).
001353        10 WS-QGR-REASON         PIC X(18).
001354        10 WS-QGR-DETAILS        PIC 9(09) COMP.
001355     05 WS-GROUP-NO              PIC 9(04) COMP VALUE ZERO.
001356     05 WS-QUAR-REMAINING        PIC 9(09) COMP VALUE ZERO.
001357*----------------------------------------------------------------*
001358* CONTROL COUNTERS                                               *
001360*----------------------------------------------------------------*
001370 01  WS-CONTROL-COUNTERS.
001380     05 WS-COUNT-NAMEIN          PIC 9(09) COMP VALUE ZERO.
001400     05 WS-COUNT-REJOUT          PIC 9(09) COMP VALUE ZERO.
001410     05 WS-COUNT-MISSING         PIC 9(09) COMP VALUE ZERO.
001420     05 WS-COUNT-BAD-ID          PIC 9(09) COMP VALUE ZERO.
001424     05 WS-COUNT-NAMEIN-QUAR     PIC 9(09) COMP VALUE ZERO.
001428     05 WS-COUNT-QUARIN          PIC 9(09) COMP VALUE ZERO.
001429     05 WS-COUNT-ERALIST         PIC 9(09) COMP VALUE ZERO.
001430     05 WS-COUNT-ERASED-PRESENT  PIC 9(09) COMP VALUE ZERO.
001431     05 WS-COUNT-NAMEIN-ERASED   PIC 9(09) COMP VALUE ZERO.
001432*----------------------------------------------------------------*
001440* REPORT LINES                                                   *
001450*----------------------------------------------------------------*
001460 01  WS-RPT-HEADING.
001610     05 WS-RPT-LABEL             PIC X(50).
001620     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
001630     05 FILLER                   PIC X(19) VALUE SPACES.
001631 01  WS-RPT-QUAR-HDR.
001632     05 FILLER                   PIC X(50) VALUE
001633        'FEEDER GROUPS QUARANTINED - NOT APPLIED'.
001634     05 FILLER                   PIC X(30) VALUE SPACES.
001635 01  WS-RPT-QUAR-LINE.
001636     05 FILLER                   PIC X(08) VALUE '  GROUP '.
001637     05 WS-RPT-QUAR-GROUP        PIC 9(02).
001638     05 FILLER                   PIC X(09) VALUE '  SOURCE '.
001639     05 WS-RPT-QUAR-SOURCE       PIC X(03).
001640     05 FILLER                   PIC X(02) VALUE SPACES.
001641     05 WS-RPT-QUAR-REASON       PIC X(18).
001642     05 FILLER                   PIC X(02) VALUE SPACES.
001643     05 WS-RPT-QUAR-DETAILS      PIC ZZZ,ZZZ,ZZ9.
001644     05 FILLER                   PIC X(25) VALUE SPACES.
001645 01  WS-RPT-ERASED-HDR.
001646     05 FILLER                   PIC X(50) VALUE
001647        'ERASED IDS STILL ON CNVOUT OR REJOUT'.
001648     05 FILLER                   PIC X(30) VALUE SPACES.
001649 01  WS-RPT-ERASED-LINE.
001650     05 FILLER                   PIC X(02) VALUE SPACES.
001651     05 WS-RPT-ERASED-ID         PIC 9(05).
001652     05 FILLER                   PIC X(02) VALUE SPACES.
001653     05 WS-RPT-ERASED-FILE       PIC X(06).
001654     05 FILLER                   PIC X(02) VALUE SPACES.
001655     05 WS-RPT-ERASED-REF        PIC X(12).
001656     05 FILLER                   PIC X(51) VALUE SPACES.
001657 01  WS-RPT-VERDICT-LINE.
001658     05 WS-RPT-VERDICT           PIC X(50).
001660     05 FILLER                   PIC X(30) VALUE SPACES.
001670 PROCEDURE DIVISION.
001680*----------------------------------------------------------------*
001750             UNTIL CNVOUT-END-OF-FILE
001760         PERFORM 3000-TALLY-REJOUT THRU 3000-EXIT
001770             UNTIL REJIN-END-OF-FILE
001774         PERFORM 3500-CHECK-ERALIST THRU 3500-EXIT
001778             UNTIL ERALIST-END-OF-FILE
001780         PERFORM 4000-CHECK-NAMEIN THRU 4000-EXIT
001790             UNTIL NAMEIN-END-OF-FILE
001794         PERFORM 5000-TALLY-QUARIN THRU 5000-EXIT
001798             UNTIL QUARIN-END-OF-FILE
001800     END-IF.
001810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001820     GOBACK.
002170         GO TO 1000-EXIT
002180     END-IF.
002190     SET BALRPT-OPENED TO TRUE.
002191     OPEN INPUT QUARIN.
002192     IF NOT QUARIN-OK
002193         DISPLAY 'CNVBAL: UNABLE TO OPEN QUARIN, STATUS = '
002194             WS-QUARIN-STATUS
002195         SET FATAL-ERROR TO TRUE
002196         GO TO 1000-EXIT
002197     END-IF.
002198     SET QUARIN-OPENED TO TRUE.
002199     OPEN INPUT ERALIST.
002200     IF NOT ERALIST-OK
002201         DISPLAY 'CNVBAL: UNABLE TO OPEN ERALIST, STATUS = '
002202             WS-ERALIST-STATUS
002203         SET FATAL-ERROR TO TRUE
002204         GO TO 1000-EXIT
002205     END-IF.
002206     SET ERALIST-OPENED TO TRUE.
002207     PERFORM 1100-PARSE-CONTROL-REPORT THRU 1100-EXIT.
002210     MOVE WS-RPT-HEADING TO BALRPT-RECORD.
002220     WRITE BALRPT-RECORD.
002230     MOVE SPACES TO BALRPT-RECORD.
002240     WRITE BALRPT-RECORD.
002250     PERFORM 2100-READ-CNVOUT THRU 2100-EXIT.
002260     PERFORM 3100-READ-REJIN THRU 3100-EXIT.
002269     PERFORM 3600-READ-ERALIST THRU 3600-EXIT.
002270     PERFORM 4100-READ-NAMEIN THRU 4100-EXIT.
002279     PERFORM 5100-READ-QUARIN THRU 5100-EXIT.
002280 1000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------*
002635             FUNCTION NUMVAL-C(CTL-COUNT)
002640         MOVE 'Y' TO WS-CTL-REJ-FOUND-SW
002650     END-IF.
002651     IF CTL-LABEL = 'FEEDER GROUPS QUARANTINED'
002652         COMPUTE WS-CTL-QUAR-GROUPS =
002653             FUNCTION NUMVAL-C(CTL-COUNT)
002654     END-IF.
002655     IF CTL-LABEL = 'RECORDS QUARANTINED (NOT APPLIED)'
002656         COMPUTE WS-CTL-QUARANTINED =
002657             FUNCTION NUMVAL-C(CTL-COUNT)
002658         MOVE 'Y' TO WS-CTL-QUAR-FOUND-SW
002659     END-IF.
002660*    ONE LINE PER QUARANTINED GROUP --
002661*    'QUARANTINED GROUP NN SOURCE XXX REASON', DETAIL COUNT.
002662     IF CTL-LABEL (1:18) = 'QUARANTINED GROUP '
002663         AND CTL-LABEL (19:2) IS NUMERIC
002664         AND WS-QGR-COUNT < WS-QGR-LIMIT
002665         ADD 1 TO WS-QGR-COUNT
002666         MOVE CTL-LABEL (19:2) TO WS-QGR-GROUP-NO (WS-QGR-COUNT)
002667         MOVE CTL-LABEL (29:3) TO WS-QGR-SOURCE (WS-QGR-COUNT)
002668         MOVE CTL-LABEL (33:18) TO WS-QGR-REASON (WS-QGR-COUNT)
002669         COMPUTE WS-QGR-DETAILS (WS-QGR-COUNT) =
002670             FUNCTION NUMVAL-C(CTL-COUNT)
002671     END-IF.
002672     IF CTL-LABEL = 'RECORDS BYPASSED - ERASED ID'
002673         COMPUTE WS-CTL-ERASED =
002674             FUNCTION NUMVAL-C(CTL-COUNT)
002675         MOVE 'Y' TO WS-CTL-ERASED-FOUND-SW
002676     END-IF.
002677 1110-EXIT.
002678     EXIT.
002680*----------------------------------------------------------------*
002690* 2000-TALLY-CNVOUT -- COUNT AND MARK THE CURRENT CLUSTER RECORD *
002700*                     AND READ THE NEXT ONE                      *
003090     END-READ.
003100 3100-EXIT.
003110     EXIT.
003111*----------------------------------------------------------------*
003112* 3500-CHECK-ERALIST -- AN ERASED ID MUST BE ON NEITHER OUTPUT.  *
003113*                       ONE THAT IS IS LISTED AS A BREACH; EITHER*
003114*                       WAY ITS FLAG BECOMES E SO THE NAMEIN PASS*
003115*                       COUNTS IT AS BYPASSED, NOT MISSING.      *
003116*----------------------------------------------------------------*
003117 3500-CHECK-ERALIST.
003118     ADD 1 TO WS-COUNT-ERALIST.
003119     IF WS-ID-FLAG (ERA-ID) = 'C' OR WS-ID-FLAG (ERA-ID) = 'R'
003120         ADD 1 TO WS-COUNT-ERASED-PRESENT
003121         PERFORM 3700-WRITE-ERASED THRU 3700-EXIT
003122     END-IF.
003123     MOVE 'E' TO WS-ID-FLAG (ERA-ID).
003124     PERFORM 3600-READ-ERALIST THRU 3600-EXIT.
003125 3500-EXIT.
003126     EXIT.
003127*----------------------------------------------------------------*
003128* 3600-READ-ERALIST -- READ THE NEXT REGISTER ENTRY. THE REGISTER*
003129*                      IS WRITTEN ONLY BY CNVERA, SO AN ENTRY    *
003130*                      WITHOUT A VALID ID IS FATAL.              *
003131*----------------------------------------------------------------*
003132 3600-READ-ERALIST.
003133     READ ERALIST
003134         AT END
003135             SET ERALIST-END-OF-FILE TO TRUE
003136             GO TO 3600-EXIT
003137     END-READ.
003138     IF ERA-ID IS NOT NUMERIC OR ERA-ID = ZERO
003139         DISPLAY 'CNVBAL: ERALIST ENTRY IS NOT A VALID ID'
003140         SET FATAL-ERROR TO TRUE
003141         SET ERALIST-END-OF-FILE TO TRUE
003142     END-IF.
003143 3600-EXIT.
003144     EXIT.
003145*----------------------------------------------------------------*
003146* 3700-WRITE-ERASED -- LIST ONE ERASED ID FOUND ON AN OUTPUT. THE*
003147*                      NAME IS NOT PRINTED. THE SECTION HEADER   *
003148*                      GOES OUT AHEAD OF THE FIRST LINE ONLY.    *
003149*----------------------------------------------------------------*
003150 3700-WRITE-ERASED.
003151     IF NOT ERASED-HDR-WRITTEN
003152         MOVE 'Y' TO WS-ERASED-HDR-SW
003153         MOVE WS-RPT-ERASED-HDR TO BALRPT-RECORD
003154         WRITE BALRPT-RECORD
003155     END-IF.
003156     MOVE ERA-ID TO WS-RPT-ERASED-ID.
003157     IF WS-ID-FLAG (ERA-ID) = 'C'
003158         MOVE 'CNVOUT' TO WS-RPT-ERASED-FILE
003159     ELSE
003160         MOVE 'REJOUT' TO WS-RPT-ERASED-FILE
003161     END-IF.
003162     MOVE ERA-REFERENCE TO WS-RPT-ERASED-REF.
003163     MOVE WS-RPT-ERASED-LINE TO BALRPT-RECORD.
003164     WRITE BALRPT-RECORD.
003165 3700-EXIT.
003166     EXIT.
003167*----------------------------------------------------------------*
003168* 4000-CHECK-NAMEIN -- COUNT THE CURRENT EXTRACT RECORD, PROVE   *
003169*                     ITS ID LANDED ON ONE OF THE OUTPUTS, AND   *
003170*                     READ THE NEXT ONE                          *
003171*----------------------------------------------------------------*
003172 4000-CHECK-NAMEIN.
003173     IF STR-REC-HEADER
003174         PERFORM 4300-START-GROUP THRU 4300-EXIT
003175     END-IF.
003176     IF NOT STR-REC-DETAIL
003177         PERFORM 4100-READ-NAMEIN THRU 4100-EXIT
003178         GO TO 4000-EXIT
003179     END-IF.
003180*    A DETAIL OF A QUARANTINED GROUP WAS NEVER APPLIED, SO IT IS
003181*    COUNTED APART AND NOT LOOKED FOR ON CNVOUT OR REJOUT.
003182     IF WS-QUAR-REMAINING > ZERO
003183         SUBTRACT 1 FROM WS-QUAR-REMAINING
003184         ADD 1 TO WS-COUNT-NAMEIN-QUAR
003185         PERFORM 4100-READ-NAMEIN THRU 4100-EXIT
003186         GO TO 4000-EXIT
003187     END-IF.
003188*    AN ERASED ID WAS BYPASSED BY THE CONVERSION STEP -- IT IS
003189*    COUNTED AS READ THERE BUT IS ON NEITHER OUTPUT.
003190     IF STR-ID IS NUMERIC AND STR-ID > ZERO
003191         IF WS-ID-FLAG (STR-ID) = 'E'
003192             ADD 1 TO WS-COUNT-NAMEIN
003193             ADD 1 TO WS-COUNT-NAMEIN-ERASED
003194             PERFORM 4100-READ-NAMEIN THRU 4100-EXIT
003195             GO TO 4000-EXIT
003196         END-IF
003197     END-IF.
003198     ADD 1 TO WS-COUNT-NAMEIN.
003199     IF STR-ID IS NUMERIC AND STR-ID > ZERO
003200         IF WS-ID-FLAG (STR-ID) = SPACE
003210             ADD 1 TO WS-COUNT-MISSING
003220             PERFORM 4200-WRITE-MISSING THRU 4200-EXIT
003560     WRITE BALRPT-RECORD.
003570 4200-EXIT.
003580     EXIT.
003581*----------------------------------------------------------------*
003582* 4300-START-GROUP -- A HEADER OPENS THE NEXT FEEDER GROUP. IF   *
003583*                    THE CONTROL REPORT LISTS IT AS QUARANTINED, *
003584*                    ITS DETAILS ARE SET APART AS THEY ARE READ. *
003585*----------------------------------------------------------------*
003586 4300-START-GROUP.
003587     ADD 1 TO WS-GROUP-NO.
003588     MOVE ZERO TO WS-QUAR-REMAINING.
003589     MOVE ZERO TO WS-QGR-IDX.
003590     PERFORM 4310-FIND-QUAR-GROUP THRU 4310-EXIT
003591         UNTIL WS-QGR-IDX >= WS-QGR-COUNT.
003592 4300-EXIT.
003593     EXIT.
003594*----------------------------------------------------------------*
003595* 4310-FIND-QUAR-GROUP -- TEST ONE QUARANTINED-GROUP ENTRY       *
003596*----------------------------------------------------------------*
003597 4310-FIND-QUAR-GROUP.
003598     ADD 1 TO WS-QGR-IDX.
003599     IF WS-QGR-GROUP-NO (WS-QGR-IDX) = WS-GROUP-NO
003600         MOVE WS-QGR-DETAILS (WS-QGR-IDX) TO WS-QUAR-REMAINING
003601         MOVE WS-QGR-COUNT TO WS-QGR-IDX
003602     END-IF.
003603 4310-EXIT.
003604     EXIT.
003605*----------------------------------------------------------------*
003606* 5000-TALLY-QUARIN -- COUNT THE CURRENT QUARANTINE-FILE RECORD  *
003607*                     IF IT IS A DETAIL AND READ THE NEXT ONE    *
003608*----------------------------------------------------------------*
003609 5000-TALLY-QUARIN.
003610     IF QUARIN-RECORD (1:1) = 'D'
003611         ADD 1 TO WS-COUNT-QUARIN
003612     END-IF.
003613     PERFORM 5100-READ-QUARIN THRU 5100-EXIT.
003614 5000-EXIT.
003615     EXIT.
003616*----------------------------------------------------------------*
003617* 5100-READ-QUARIN -- READ THE NEXT QUARANTINE-FILE RECORD       *
003618*----------------------------------------------------------------*
003619 5100-READ-QUARIN.
003620     READ QUARIN
003621         AT END
003622             SET QUARIN-END-OF-FILE TO TRUE
003623     END-READ.
003624 5100-EXIT.
003625     EXIT.
003626*----------------------------------------------------------------*
003627* 8000-TERMINATE -- EVALUATE THE BALANCE, WRITE THE TOTALS AND   *
003628*                  VERDICT, SET THE RETURN CODE AND CLOSE FILES  *
003629*----------------------------------------------------------------*
003630 8000-TERMINATE.
003640     IF FATAL-ERROR
003650         MOVE 16 TO RETURN-CODE
003780     IF WS-COUNT-MISSING > ZERO
003790         SET RUN-OUT-OF-BALANCE TO TRUE
003800     END-IF.
003801*    QUARANTINED DETAILS MUST AGREE THREE WAYS: THE CONTROL
003802*    REPORT, THE EXTRACT'S QUARANTINED GROUPS AND QUAROUT.
003803     IF NOT CTL-QUAR-FOUND
003804         SET RUN-OUT-OF-BALANCE TO TRUE
003805         DISPLAY 'CNVBAL: CONTROL-REPORT QUARANTINE FIGURES NOT '
003806             'FOUND'
003807     END-IF.
003808     IF WS-COUNT-NAMEIN-QUAR NOT = WS-CTL-QUARANTINED
003809         OR WS-COUNT-QUARIN NOT = WS-CTL-QUARANTINED
003810         OR WS-QGR-COUNT NOT = WS-CTL-QUAR-GROUPS
003811         SET RUN-OUT-OF-BALANCE TO TRUE
003812     END-IF.
003813*    ERASED IDS: NONE MAY BE BACK ON AN OUTPUT, AND THE EXTRACT'S
003814*    ERASED RECORDS MUST TIE TO THE BYPASSED COUNT.
003815     IF NOT CTL-ERASED-FOUND
003816         SET RUN-OUT-OF-BALANCE TO TRUE
003817         DISPLAY 'CNVBAL: CONTROL-REPORT ERASURE FIGURE NOT FOUND'
003818     END-IF.
003819     IF WS-COUNT-ERASED-PRESENT > ZERO
003820         OR WS-COUNT-NAMEIN-ERASED NOT = WS-CTL-ERASED
003821         SET RUN-OUT-OF-BALANCE TO TRUE
003822     END-IF.
003823     PERFORM 8100-WRITE-REPORT-TOTALS THRU 8100-EXIT.
003824     IF RUN-OUT-OF-BALANCE
003830         MOVE 8 TO RETURN-CODE
003840         DISPLAY 'CNVBAL: RUN IS OUT OF BALANCE'
003850     END-IF.
003960     IF BALRPT-OPENED
003970         CLOSE BALRPT
003980     END-IF.
003983     IF QUARIN-OPENED
003986         CLOSE QUARIN
003989     END-IF.
003990     IF ERALIST-OPENED
003991         CLOSE ERALIST
003992     END-IF.
003993 8000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------*
004020* 8100-WRITE-REPORT-TOTALS -- WRITE THE COUNT COMPARISONS AND    *
004410     MOVE WS-COUNT-BAD-ID TO WS-RPT-COUNT.
004420     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004430     WRITE BALRPT-RECORD.
004431     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004432     MOVE 'NAMEIN RECORDS IN QUARANTINED GROUPS' TO WS-RPT-LABEL.
004433     MOVE WS-COUNT-NAMEIN-QUAR TO WS-RPT-COUNT.
004434     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004435     WRITE BALRPT-RECORD.
004436     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004437     MOVE 'CONTROL REPORT - RECORDS QUARANTINED' TO WS-RPT-LABEL.
004438     MOVE WS-CTL-QUARANTINED TO WS-RPT-COUNT.
004439     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004440     WRITE BALRPT-RECORD.
004441     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004442     MOVE 'QUARIN RECORDS COUNTED' TO WS-RPT-LABEL.
004443     MOVE WS-COUNT-QUARIN TO WS-RPT-COUNT.
004444     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004445     WRITE BALRPT-RECORD.
004446     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004447     MOVE 'CONTROL REPORT - FEEDER GROUPS QUARANTINED' TO
004448         WS-RPT-LABEL.
004449     MOVE WS-CTL-QUAR-GROUPS TO WS-RPT-COUNT.
004450     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004451     WRITE BALRPT-RECORD.
004452     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004453     MOVE 'NAMEIN RECORDS BYPASSED - ERASED ID' TO WS-RPT-LABEL.
004454     MOVE WS-COUNT-NAMEIN-ERASED TO WS-RPT-COUNT.
004455     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004456     WRITE BALRPT-RECORD.
004457     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004458     MOVE 'CONTROL REPORT - RECORDS BYPASSED - ERASED ID' TO
004459         WS-RPT-LABEL.
004460     MOVE WS-CTL-ERASED TO WS-RPT-COUNT.
004461     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004462     WRITE BALRPT-RECORD.
004463     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004464     MOVE 'ERALIST ENTRIES (ERASED IDS)' TO WS-RPT-LABEL.
004465     MOVE WS-COUNT-ERALIST TO WS-RPT-COUNT.
004466     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004467     WRITE BALRPT-RECORD.
004468     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004469     MOVE 'ERASED IDS STILL ON CNVOUT OR REJOUT' TO WS-RPT-LABEL.
004470     MOVE WS-COUNT-ERASED-PRESENT TO WS-RPT-COUNT.
004471     MOVE WS-RPT-TOTAL-LINE TO BALRPT-RECORD.
004472     WRITE BALRPT-RECORD.
004473     IF WS-QGR-COUNT > ZERO
004474         MOVE SPACES TO BALRPT-RECORD
004475         WRITE BALRPT-RECORD
004476         MOVE WS-RPT-QUAR-HDR TO BALRPT-RECORD
004477         WRITE BALRPT-RECORD
004478         MOVE ZERO TO WS-QGR-IDX
004479         PERFORM 8110-WRITE-QUAR-GROUP THRU 8110-EXIT
004480             UNTIL WS-QGR-IDX >= WS-QGR-COUNT
004481     END-IF.
004482     MOVE SPACES TO BALRPT-RECORD.
004483     WRITE BALRPT-RECORD.
004484     IF RUN-IN-BALANCE
004485         MOVE 'RUN IS IN BALANCE' TO WS-RPT-VERDICT
004486         IF WS-QGR-COUNT > ZERO
004487             MOVE 'RUN IS IN BALANCE - FEEDER GROUPS QUARANTINED'
004488                 TO WS-RPT-VERDICT
004489         END-IF
004490     ELSE
004491         MOVE 'RUN IS OUT OF BALANCE - HOLD DOWNSTREAM JOBS'
004500             TO WS-RPT-VERDICT
004510     END-IF.
004520     MOVE WS-RPT-VERDICT-LINE TO BALRPT-RECORD.
004530     WRITE BALRPT-RECORD.
004540 8100-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------*
004570* 8110-WRITE-QUAR-GROUP -- LIST ONE QUARANTINED GROUP WITH ITS   *
004580*                         REASON AND DETAIL COUNT                *
004590*----------------------------------------------------------------*
004600 8110-WRITE-QUAR-GROUP.
004610     ADD 1 TO WS-QGR-IDX.
004620     MOVE WS-QGR-GROUP-NO (WS-QGR-IDX) TO WS-RPT-QUAR-GROUP.
004630     MOVE WS-QGR-SOURCE (WS-QGR-IDX) TO WS-RPT-QUAR-SOURCE.
004640     MOVE WS-QGR-REASON (WS-QGR-IDX) TO WS-RPT-QUAR-REASON.
004650     MOVE WS-QGR-DETAILS (WS-QGR-IDX) TO WS-RPT-QUAR-DETAILS.
004660     MOVE WS-RPT-QUAR-LINE TO BALRPT-RECORD.
004670     WRITE BALRPT-RECORD.
004680 8110-EXIT.
004690     EXIT.
