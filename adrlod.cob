000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADRLOD.
000030 AUTHOR. D-SHOP BATCH SUPPORT.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* ADRLOD -- NIGHTLY LOAD OF THE CUSTOMER ADDRESS MASTER FROM THE *
000090*           FEEDER ADDRESS EXTRACTS.                             *
000100*                                                                *
000110* READS EACH FEEDER'S ADDRESS EXTRACT GROUP (ADXREC.CPY) IN THE  *
000120* CONCATENATION ON //ADREXT, EDITS THE POSTAL FIELDS OF EVERY    *
000130* DETAIL -- NUMERIC RECORD ID, STREET LINE AND CITY PRESENT, A   *
000140* RECOGNISED STATE CODE, A 5-DIGIT ZIP AND A BLANK OR 4-DIGIT    *
000150* ZIP+4 -- AND ADDS OR REPLACES THE ADDRESS ON THE ADDRMST KSDS. *
000160* AN ADDRESS THAT FAILS AN EDIT IS NOT STORED; IT IS LISTED WITH *
000170* ITS REASON ON THE ADRREJ REJECT REPORT FOR THE FEEDER TO       *
000180* CORRECT, AND ANY VALID ADDRESS ALREADY ON FILE FOR THE ID IS   *
000190* KEPT. AN ID WHOSE ADDRESS ARRIVED UNDER ANOTHER FEEDER IS      *
000200* REJECTED RATHER THAN OVERWRITTEN, AS ON CNVOUT.                *
000210*                                                                *
000220* EACH GROUP'S TRAILER COUNT AND ID HASH ARE PROVED AT ITS T     *
000230* RECORD AND THE RESULT IS LISTED PER FEEDER. THE ADDRESSES OF A *
000240* GROUP THAT FAILS ITS PROOF HAVE ALREADY BEEN EDITED ONE BY ONE *
000250* AND ARE KEPT; THE FAILURE ENDS THE RUN RC=8 SO THE FEEDER IS   *
000260* ASKED FOR THE MISSING RECORDS BEFORE THE NEXT CYCLE. REJECTED  *
000270* ADDRESSES ALONE END THE RUN RC=4.                              *
000280*----------------------------------------------------------------*
000290* MODIFICATION HISTORY                                           *
000300*----------------------------------------------------------------*
000310* 10/15/26  DWW  ORIGINAL PROGRAM.                               *
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ADREXT ASSIGN TO ADREXT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-ADREXT-STATUS.
000390     SELECT ADDRMST ASSIGN TO ADDRMST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS ADR-ID
000430         FILE STATUS IS WS-ADDRMST-STATUS.
000440     SELECT ADRREJ ASSIGN TO ADRREJ
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-ADRREJ-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ADREXT
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520     COPY ADXREC.
000530 FD  ADDRMST
000540     LABEL RECORDS ARE STANDARD.
000550     COPY ADRREC.
000560 FD  ADRREJ
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  ADRREJ-RECORD               PIC X(80).
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------------*
000620* SWITCHES                                                       *
000630*----------------------------------------------------------------*
000640 01  WS-SWITCHES.
000650     05 WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
000660        88 END-OF-FILE                     VALUE 'Y'.
000670        88 NOT-END-OF-FILE                 VALUE 'N'.
000680     05 WS-FATAL-SWITCH          PIC X(01) VALUE 'N'.
000690        88 FATAL-ERROR                      VALUE 'Y'.
000700        88 NOT-FATAL-ERROR                  VALUE 'N'.
000710     05 WS-GROUP-OPEN-SW         PIC X(01) VALUE 'N'.
000720        88 GROUP-OPEN                       VALUE 'Y'.
000730        88 NO-GROUP-OPEN                    VALUE 'N'.
000740     05 WS-STATE-FOUND-SW        PIC X(01) VALUE 'N'.
000750        88 STATE-FOUND                      VALUE 'Y'.
000760*----------------------------------------------------------------*
000770* FILE-OPENED SWITCHES                                           *
000780*----------------------------------------------------------------*
000790 01  WS-FILE-OPENED-SWITCHES.
000800     05 WS-ADREXT-OPEN-SW        PIC X(01) VALUE 'N'.
000810        88 ADREXT-OPENED                    VALUE 'Y'.
000820     05 WS-ADDRMST-OPEN-SW       PIC X(01) VALUE 'N'.
000830        88 ADDRMST-OPENED                   VALUE 'Y'.
000840     05 WS-ADRREJ-OPEN-SW        PIC X(01) VALUE 'N'.
000850        88 ADRREJ-OPENED                    VALUE 'Y'.
000860*----------------------------------------------------------------*
000870* FILE STATUS FIELDS                                             *
000880*----------------------------------------------------------------*
000890 01  WS-ADREXT-STATUS            PIC X(02) VALUE '00'.
000900     88 ADREXT-OK                         VALUE '00'.
000910     88 ADREXT-EOF                        VALUE '10'.
000920 01  WS-ADDRMST-STATUS           PIC X(02) VALUE '00'.
000930     88 ADDRMST-OK                        VALUE '00'.
000940     88 ADDRMST-NOT-FOUND                 VALUE '23'.
000950 01  WS-ADRREJ-STATUS            PIC X(02) VALUE '00'.
000960     88 ADRREJ-OK                         VALUE '00'.
000970*----------------------------------------------------------------*
000980* RECOGNISED STATE CODES -- THE 50 STATES, THE DISTRICT OF       *
000990* COLUMBIA, THE TERRITORIES AND THE ARMED FORCES CODES           *
001000*----------------------------------------------------------------*
001010 01  WS-STATE-CODE-VALUES.
001020     05 FILLER                   PIC X(40) VALUE
001030        'ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMD'.
001040     05 FILLER                   PIC X(40) VALUE
001050        'MAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARISC'.
001060     05 FILLER                   PIC X(38) VALUE
001070        'SDTNTXUTVTVAWAWVWIWYDCPRVIGUASMPAAAEAP'.
001080 01  WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
001090     05 WS-STATE-CODE            PIC X(02) OCCURS 59 TIMES.
001100 01  WS-STATE-LIMIT              PIC 9(02) COMP VALUE 59.
001110 01  WS-STATE-IDX                PIC 9(02) COMP VALUE ZERO.
001120*----------------------------------------------------------------*
001130* FEEDER GROUP TABLE, ONE ENTRY PER H RECORD ON THE EXTRACT      *
001140*----------------------------------------------------------------*
001150 01  WS-GROUP-TABLE.
001160     05 WS-GRP-LIMIT             PIC 9(02) COMP VALUE 50.
001170     05 WS-GRP-COUNT             PIC 9(02) COMP VALUE ZERO.
001180     05 WS-GRP-IDX               PIC 9(02) COMP VALUE ZERO.
001190     05 WS-GRP-ENTRY OCCURS 50 TIMES.
001200        10 WS-GRP-SOURCE         PIC X(03).
001210        10 WS-GRP-BUS-DATE       PIC 9(08).
001220        10 WS-GRP-READ           PIC 9(07) COMP.
001230        10 WS-GRP-ID-HASH        PIC 9(09) COMP.
001240        10 WS-GRP-ADDED          PIC 9(07) COMP.
001250        10 WS-GRP-UPDATED        PIC 9(07) COMP.
001260        10 WS-GRP-REJECTED       PIC 9(07) COMP.
001270        10 WS-GRP-PROOF          PIC X(20).
001280*----------------------------------------------------------------*
001290* DETAIL WORK AREAS                                              *
001300*----------------------------------------------------------------*
001310 01  WS-DETAIL-WORK-AREAS.
001320     05 WS-REJECT-REASON         PIC X(24) VALUE SPACES.
001330     05 WS-HASH-WORK             PIC 9(10) COMP VALUE ZERO.
001340     05 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001350*----------------------------------------------------------------*
001360* CONTROL COUNTERS                                               *
001370*----------------------------------------------------------------*
001380 01  WS-CONTROL-COUNTERS.
001390     05 WS-COUNT-READ            PIC 9(07) COMP VALUE ZERO.
001400     05 WS-COUNT-DETAILS         PIC 9(07) COMP VALUE ZERO.
001410     05 WS-COUNT-ADDED           PIC 9(07) COMP VALUE ZERO.
001420     05 WS-COUNT-UPDATED         PIC 9(07) COMP VALUE ZERO.
001430     05 WS-COUNT-REJECTED        PIC 9(07) COMP VALUE ZERO.
001440     05 WS-COUNT-PROOF-FAILED    PIC 9(07) COMP VALUE ZERO.
001450     05 WS-COUNT-FRAMING         PIC 9(07) COMP VALUE ZERO.
001460*----------------------------------------------------------------*
001470* REPORT LINES                                                   *
001480*----------------------------------------------------------------*
001490 01  WS-RPT-HEADING.
001500     05 FILLER                   PIC X(50) VALUE
001510        'ADDRESS MASTER LOAD - REJECTED ADDRESSES'.
001520     05 FILLER                   PIC X(08) VALUE 'RUN DATE'.
001530     05 FILLER                   PIC X(01) VALUE SPACES.
001540     05 WS-HDG-RUN-DATE          PIC 9(08).
001550     05 FILLER                   PIC X(13) VALUE SPACES.
001560 01  WS-RPT-SECTION-LINE.
001570     05 WS-RPT-SECTION           PIC X(50).
001580     05 FILLER                   PIC X(30) VALUE SPACES.
001590 01  WS-RPT-REJECT-LINE.
001600     05 FILLER                   PIC X(02) VALUE SPACES.
001610     05 WS-RPT-REJ-SOURCE        PIC X(03).
001620     05 FILLER                   PIC X(01) VALUE SPACES.
001630     05 WS-RPT-REJ-ID            PIC X(05).
001640     05 FILLER                   PIC X(01) VALUE SPACES.
001650     05 WS-RPT-REJ-REASON        PIC X(24).
001660     05 FILLER                   PIC X(01) VALUE SPACES.
001670     05 WS-RPT-REJ-STREET        PIC X(30).
001680     05 FILLER                   PIC X(01) VALUE SPACES.
001690     05 WS-RPT-REJ-STATE         PIC X(02).
001700     05 FILLER                   PIC X(01) VALUE SPACES.
001710     05 WS-RPT-REJ-ZIP           PIC X(05).
001720     05 FILLER                   PIC X(04) VALUE SPACES.
001730 01  WS-RPT-GROUP-HEADING.
001740     05 FILLER                   PIC X(40) VALUE
001750        '  SRC  BUS DATE     READ   ADDED UPDATED'.
001760     05 FILLER                   PIC X(40) VALUE
001770        '  REJECT  PROOF'.
001780 01  WS-RPT-GROUP-LINE.
001790     05 FILLER                   PIC X(02) VALUE SPACES.
001800     05 WS-RPT-GRP-SOURCE        PIC X(03).
001810     05 FILLER                   PIC X(02) VALUE SPACES.
001820     05 WS-RPT-GRP-BUS-DATE      PIC 9(08).
001830     05 FILLER                   PIC X(02) VALUE SPACES.
001840     05 WS-RPT-GRP-READ          PIC ZZZ,ZZ9.
001850     05 FILLER                   PIC X(01) VALUE SPACES.
001860     05 WS-RPT-GRP-ADDED         PIC ZZZ,ZZ9.
001870     05 FILLER                   PIC X(01) VALUE SPACES.
001880     05 WS-RPT-GRP-UPDATED       PIC ZZZ,ZZ9.
001890     05 FILLER                   PIC X(01) VALUE SPACES.
001900     05 WS-RPT-GRP-REJECTED      PIC ZZZ,ZZ9.
001910     05 FILLER                   PIC X(02) VALUE SPACES.
001920     05 WS-RPT-GRP-PROOF         PIC X(20).
001930     05 FILLER                   PIC X(10) VALUE SPACES.
001940 01  WS-RPT-TOTAL-LINE.
001950     05 WS-RPT-LABEL             PIC X(50).
001960     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
001970     05 FILLER                   PIC X(19) VALUE SPACES.
001980 PROCEDURE DIVISION.
001990*----------------------------------------------------------------*
002000* 0000-MAINLINE                                                  *
002010*----------------------------------------------------------------*
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002050         UNTIL END-OF-FILE.
002060     IF NOT FATAL-ERROR AND GROUP-OPEN
002070         MOVE 'NO TRAILER' TO WS-GRP-PROOF (WS-GRP-IDX)
002080         ADD 1 TO WS-COUNT-PROOF-FAILED
002090     END-IF.
002100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002110     GOBACK.
002120*----------------------------------------------------------------*
002130* 1000-INITIALIZE -- OPEN FILES, WRITE THE REPORT HEADING AND    *
002140*                   PRIME THE READ                               *
002150*----------------------------------------------------------------*
002160 1000-INITIALIZE.
002170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002180     OPEN OUTPUT ADRREJ.
002190     IF NOT ADRREJ-OK
002200         DISPLAY 'ADRLOD: UNABLE TO OPEN ADRREJ, STATUS = '
002210             WS-ADRREJ-STATUS
002220         SET END-OF-FILE TO TRUE
002230         SET FATAL-ERROR TO TRUE
002240         GO TO 1000-EXIT
002250     END-IF.
002260     SET ADRREJ-OPENED TO TRUE.
002270     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002280     MOVE WS-RPT-HEADING TO ADRREJ-RECORD.
002290     WRITE ADRREJ-RECORD.
002300     MOVE SPACES TO ADRREJ-RECORD.
002310     WRITE ADRREJ-RECORD.
002320     OPEN INPUT ADREXT.
002330     IF NOT ADREXT-OK
002340         DISPLAY 'ADRLOD: UNABLE TO OPEN ADREXT, STATUS = '
002350             WS-ADREXT-STATUS
002360         SET END-OF-FILE TO TRUE
002370         SET FATAL-ERROR TO TRUE
002380         GO TO 1000-EXIT
002390     END-IF.
002400     SET ADREXT-OPENED TO TRUE.
002410     OPEN I-O ADDRMST.
002420     IF NOT ADDRMST-OK
002430         DISPLAY 'ADRLOD: UNABLE TO OPEN ADDRMST, STATUS = '
002440             WS-ADDRMST-STATUS
002450         SET END-OF-FILE TO TRUE
002460         SET FATAL-ERROR TO TRUE
002470         GO TO 1000-EXIT
002480     END-IF.
002490     SET ADDRMST-OPENED TO TRUE.
002500     PERFORM 2100-READ-ADREXT THRU 2100-EXIT.
002510 1000-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------*
002540* 2000-PROCESS-RECORD -- ROUTE THE CURRENT EXTRACT RECORD BY     *
002550*                       TYPE AND READ THE NEXT ONE               *
002560*----------------------------------------------------------------*
002570 2000-PROCESS-RECORD.
002580     ADD 1 TO WS-COUNT-READ.
002590     IF ADX-REC-HEADER
002600         PERFORM 2200-START-GROUP THRU 2200-EXIT
002610         GO TO 2000-NEXT
002620     END-IF.
002630     IF ADX-REC-TRAILER
002640         PERFORM 2400-PROVE-GROUP THRU 2400-EXIT
002650         GO TO 2000-NEXT
002660     END-IF.
002670     IF ADX-REC-DETAIL
002680         PERFORM 2300-LOAD-ADDRESS THRU 2300-EXIT
002690         GO TO 2000-NEXT
002700     END-IF.
002710     ADD 1 TO WS-COUNT-FRAMING.
002720     MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON.
002730     PERFORM 2500-WRITE-REJECT THRU 2500-EXIT.
002740 2000-NEXT.
002750     IF NOT FATAL-ERROR
002760         PERFORM 2100-READ-ADREXT THRU 2100-EXIT
002770     END-IF.
002780 2000-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------*
002810* 2100-READ-ADREXT -- READ THE NEXT EXTRACT RECORD               *
002820*----------------------------------------------------------------*
002830 2100-READ-ADREXT.
002840     READ ADREXT
002850         AT END
002860             SET END-OF-FILE TO TRUE
002870     END-READ.
002880 2100-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------*
002910* 2200-START-GROUP -- OPEN A TABLE ENTRY FOR THE FEEDER GROUP    *
002920*                    THIS HEADER STARTS. A GROUP STILL OPEN HAD  *
002930*                    NO TRAILER AND FAILS ITS PROOF.             *
002940*----------------------------------------------------------------*
002950 2200-START-GROUP.
002960     IF GROUP-OPEN
002970         MOVE 'NO TRAILER' TO WS-GRP-PROOF (WS-GRP-IDX)
002980         ADD 1 TO WS-COUNT-PROOF-FAILED
002990     END-IF.
003000     IF WS-GRP-COUNT >= WS-GRP-LIMIT
003010         DISPLAY 'ADRLOD: MORE THAN ' WS-GRP-LIMIT
003020             ' FEEDER GROUPS ON ADREXT - STOPPING'
003030         SET FATAL-ERROR TO TRUE
003040         SET END-OF-FILE TO TRUE
003050         GO TO 2200-EXIT
003060     END-IF.
003070     ADD 1 TO WS-GRP-COUNT.
003080     MOVE WS-GRP-COUNT TO WS-GRP-IDX.
003090     MOVE ADX-SOURCE TO WS-GRP-SOURCE (WS-GRP-IDX).
003100     IF ADX-HDR-BUS-DATE IS NUMERIC
003110         MOVE ADX-HDR-BUS-DATE TO WS-GRP-BUS-DATE (WS-GRP-IDX)
003120     ELSE
003130         MOVE WS-RUN-DATE TO WS-GRP-BUS-DATE (WS-GRP-IDX)
003140     END-IF.
003150     MOVE ZERO TO WS-GRP-READ (WS-GRP-IDX)
003160                  WS-GRP-ID-HASH (WS-GRP-IDX)
003170                  WS-GRP-ADDED (WS-GRP-IDX)
003180                  WS-GRP-UPDATED (WS-GRP-IDX)
003190                  WS-GRP-REJECTED (WS-GRP-IDX).
003200     MOVE SPACES TO WS-GRP-PROOF (WS-GRP-IDX).
003210     SET GROUP-OPEN TO TRUE.
003220 2200-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------*
003250* 2300-LOAD-ADDRESS -- EDIT ONE ADDRESS DETAIL AND ADD OR        *
003260*                     REPLACE IT ON THE MASTER. A DETAIL OUTSIDE *
003270*                     ANY HEADER/TRAILER GROUP IS NOT LOADED.    *
003280*----------------------------------------------------------------*
003290 2300-LOAD-ADDRESS.
003300     ADD 1 TO WS-COUNT-DETAILS.
003310     IF NO-GROUP-OPEN
003320         ADD 1 TO WS-COUNT-FRAMING
003330         MOVE 'NO FEEDER HEADER' TO WS-REJECT-REASON
003340         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
003350         GO TO 2300-EXIT
003360     END-IF.
003370     ADD 1 TO WS-GRP-READ (WS-GRP-IDX).
003380     IF ADX-ID IS NUMERIC
003390         COMPUTE WS-HASH-WORK = WS-GRP-ID-HASH (WS-GRP-IDX)
003400             + ADX-ID
003410         IF WS-HASH-WORK >= 1000000000
003420             SUBTRACT 1000000000 FROM WS-HASH-WORK
003430         END-IF
003440         MOVE WS-HASH-WORK TO WS-GRP-ID-HASH (WS-GRP-IDX)
003450     END-IF.
003460     PERFORM 2310-EDIT-ADDRESS THRU 2310-EXIT.
003470     IF WS-REJECT-REASON NOT = SPACES
003480         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
003490         GO TO 2300-EXIT
003500     END-IF.
003510     MOVE ADX-ID TO ADR-ID.
003520     READ ADDRMST
003530         INVALID KEY
003540             CONTINUE
003550     END-READ.
003560     IF ADDRMST-OK
003570         IF ADR-SOURCE NOT = ADX-SOURCE
003580                 AND ADR-SOURCE NOT = SPACES
003590             MOVE 'ID HELD BY ANOTHER FEEDER' TO WS-REJECT-REASON
003600             PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
003610             GO TO 2300-EXIT
003620         END-IF
003630         PERFORM 2330-BUILD-MASTER THRU 2330-EXIT
003640         REWRITE ADDRMST-RECORD
003650             INVALID KEY
003660                 CONTINUE
003670         END-REWRITE
003680         IF NOT ADDRMST-OK
003690             MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
003700             PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
003710             GO TO 2300-EXIT
003720         END-IF
003730         ADD 1 TO WS-GRP-UPDATED (WS-GRP-IDX)
003740         ADD 1 TO WS-COUNT-UPDATED
003750         GO TO 2300-EXIT
003760     END-IF.
003770     IF NOT ADDRMST-NOT-FOUND
003780         DISPLAY 'ADRLOD: ADDRMST READ FAILED FOR ID ' ADX-ID
003790             ', STATUS = ' WS-ADDRMST-STATUS
003800         SET FATAL-ERROR TO TRUE
003810         SET END-OF-FILE TO TRUE
003820         GO TO 2300-EXIT
003830     END-IF.
003840     PERFORM 2330-BUILD-MASTER THRU 2330-EXIT.
003850     WRITE ADDRMST-RECORD
003860         INVALID KEY
003870             CONTINUE
003880     END-WRITE.
003890     IF NOT ADDRMST-OK
003900         MOVE 'MASTER WRITE FAILED' TO WS-REJECT-REASON
003910         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
003920         GO TO 2300-EXIT
003930     END-IF.
003940     ADD 1 TO WS-GRP-ADDED (WS-GRP-IDX).
003950     ADD 1 TO WS-COUNT-ADDED.
003960 2300-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------*
003990* 2310-EDIT-ADDRESS -- APPLY THE POSTAL EDITS. WS-REJECT-REASON  *
004000*                     IS LEFT BLANK WHEN THE ADDRESS PASSES.     *
004010*----------------------------------------------------------------*
004020 2310-EDIT-ADDRESS.
004030     MOVE SPACES TO WS-REJECT-REASON.
004040     IF ADX-ID IS NOT NUMERIC OR ADX-ID = ZERO
004050         MOVE 'RECORD ID NOT NUMERIC' TO WS-REJECT-REASON
004060         GO TO 2310-EXIT
004070     END-IF.
004080     IF ADX-STREET-1 = SPACES
004090         MOVE 'STREET LINE MISSING' TO WS-REJECT-REASON
004100         GO TO 2310-EXIT
004110     END-IF.
004120     IF ADX-CITY = SPACES
004130         MOVE 'CITY MISSING' TO WS-REJECT-REASON
004140         GO TO 2310-EXIT
004150     END-IF.
004160     MOVE 'N' TO WS-STATE-FOUND-SW.
004170     MOVE ZERO TO WS-STATE-IDX.
004180     PERFORM 2320-SCAN-STATE THRU 2320-EXIT
004190         UNTIL STATE-FOUND OR WS-STATE-IDX >= WS-STATE-LIMIT.
004200     IF NOT STATE-FOUND
004210         MOVE 'STATE CODE NOT VALID' TO WS-REJECT-REASON
004220         GO TO 2310-EXIT
004230     END-IF.
004240     IF ADX-ZIP-CODE IS NOT NUMERIC OR ADX-ZIP-CODE = '00000'
004250         MOVE 'ZIP CODE NOT 5 DIGITS' TO WS-REJECT-REASON
004260         GO TO 2310-EXIT
004270     END-IF.
004280     IF ADX-ZIP-PLUS4 NOT = SPACES
004290             AND ADX-ZIP-PLUS4 IS NOT NUMERIC
004300         MOVE 'ZIP+4 NOT 4 DIGITS' TO WS-REJECT-REASON
004310     END-IF.
004320 2310-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------*
004350* 2320-SCAN-STATE -- TEST THE NEXT RECOGNISED STATE CODE         *
004360*----------------------------------------------------------------*
004370 2320-SCAN-STATE.
004380     ADD 1 TO WS-STATE-IDX.
004390     IF WS-STATE-CODE (WS-STATE-IDX) = ADX-STATE
004400         SET STATE-FOUND TO TRUE
004410     END-IF.
004420 2320-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------*
004450* 2330-BUILD-MASTER -- BUILD THE MASTER RECORD FROM THE EDITED   *
004460*                     DETAIL                                     *
004470*----------------------------------------------------------------*
004480 2330-BUILD-MASTER.
004490     MOVE SPACES TO ADDRMST-RECORD.
004500     MOVE ADX-ID TO ADR-ID.
004510     MOVE ADX-STREET-1 TO ADR-STREET-1.
004520     MOVE ADX-STREET-2 TO ADR-STREET-2.
004530     MOVE ADX-CITY TO ADR-CITY.
004540     MOVE ADX-STATE TO ADR-STATE.
004550     MOVE ADX-ZIP-CODE TO ADR-ZIP-CODE.
004560     MOVE ADX-ZIP-PLUS4 TO ADR-ZIP-PLUS4.
004570     MOVE ADX-SOURCE TO ADR-SOURCE.
004580     MOVE WS-GRP-BUS-DATE (WS-GRP-IDX) TO ADR-LAST-UPDATE-DATE.
004590 2330-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------*
004620* 2400-PROVE-GROUP -- PROVE THE OPEN GROUP'S DETAIL COUNT AND ID *
004630*                    HASH AGAINST ITS TRAILER                    *
004640*----------------------------------------------------------------*
004650 2400-PROVE-GROUP.
004660     IF NO-GROUP-OPEN
004670         ADD 1 TO WS-COUNT-FRAMING
004680         MOVE 'TRAILER WITHOUT HEADER' TO WS-REJECT-REASON
004690         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
004700         GO TO 2400-EXIT
004710     END-IF.
004720     SET NO-GROUP-OPEN TO TRUE.
004730     IF ADX-TRL-RECORD-COUNT IS NOT NUMERIC
004740             OR ADX-TRL-RECORD-COUNT
004750                 NOT = WS-GRP-READ (WS-GRP-IDX)
004760         MOVE 'TRAILER COUNT OFF' TO WS-GRP-PROOF (WS-GRP-IDX)
004770         ADD 1 TO WS-COUNT-PROOF-FAILED
004780         GO TO 2400-EXIT
004790     END-IF.
004800     IF ADX-TRL-ID-HASH IS NOT NUMERIC
004810             OR ADX-TRL-ID-HASH
004820                 NOT = WS-GRP-ID-HASH (WS-GRP-IDX)
004830         MOVE 'ID HASH OFF' TO WS-GRP-PROOF (WS-GRP-IDX)
004840         ADD 1 TO WS-COUNT-PROOF-FAILED
004850         GO TO 2400-EXIT
004860     END-IF.
004870     MOVE 'PROVED' TO WS-GRP-PROOF (WS-GRP-IDX).
004880 2400-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------*
004910* 2500-WRITE-REJECT -- LIST THE CURRENT EXTRACT RECORD ON THE    *
004920*                     REJECT REPORT WITH ITS REASON              *
004930*----------------------------------------------------------------*
004940 2500-WRITE-REJECT.
004950     ADD 1 TO WS-COUNT-REJECTED.
004960     IF GROUP-OPEN
004970         ADD 1 TO WS-GRP-REJECTED (WS-GRP-IDX)
004980     END-IF.
004990     MOVE SPACES TO WS-RPT-REJECT-LINE.
005000     MOVE ADX-SOURCE TO WS-RPT-REJ-SOURCE.
005010     MOVE ADX-RECORD (5:5) TO WS-RPT-REJ-ID.
005020     MOVE WS-REJECT-REASON TO WS-RPT-REJ-REASON.
005030     MOVE ADX-STREET-1 TO WS-RPT-REJ-STREET.
005040     MOVE ADX-STATE TO WS-RPT-REJ-STATE.
005050     MOVE ADX-ZIP-CODE TO WS-RPT-REJ-ZIP.
005060     MOVE WS-RPT-REJECT-LINE TO ADRREJ-RECORD.
005070     WRITE ADRREJ-RECORD.
005080 2500-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------*
005110* 8000-TERMINATE -- WRITE THE GROUP PROOFS AND TOTALS, SET THE   *
005120*                  RETURN CODE AND CLOSE FILES                   *
005130*----------------------------------------------------------------*
005140 8000-TERMINATE.
005150     IF FATAL-ERROR
005160         MOVE 16 TO RETURN-CODE
005170         GO TO 8000-CLOSE
005180     END-IF.
005190     PERFORM 8100-WRITE-GROUPS THRU 8100-EXIT.
005200     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
005210     IF WS-COUNT-REJECTED > ZERO
005220         DISPLAY 'ADRLOD: ' WS-COUNT-REJECTED
005230             ' ADDRESS(ES) REJECTED - SEE ADRREJ'
005240         MOVE 4 TO RETURN-CODE
005250     END-IF.
005260     IF WS-COUNT-PROOF-FAILED > ZERO OR WS-COUNT-FRAMING > ZERO
005270         DISPLAY 'ADRLOD: FEEDER GROUP PROOF FAILED - REVIEW '
005280             'ADRREJ'
005290         MOVE 8 TO RETURN-CODE
005300     END-IF.
005310 8000-CLOSE.
005320     IF ADREXT-OPENED
005330         CLOSE ADREXT
005340     END-IF.
005350     IF ADDRMST-OPENED
005360         CLOSE ADDRMST
005370     END-IF.
005380     IF ADRREJ-OPENED
005390         CLOSE ADRREJ
005400     END-IF.
005410 8000-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------*
005440* 8100-WRITE-GROUPS -- LIST EACH FEEDER GROUP'S COUNTS AND PROOF *
005450*----------------------------------------------------------------*
005460 8100-WRITE-GROUPS.
005470     MOVE SPACES TO ADRREJ-RECORD.
005480     WRITE ADRREJ-RECORD.
005490     MOVE SPACES TO WS-RPT-SECTION-LINE.
005500     MOVE 'FEEDER GROUPS' TO WS-RPT-SECTION.
005510     MOVE WS-RPT-SECTION-LINE TO ADRREJ-RECORD.
005520     WRITE ADRREJ-RECORD.
005530     MOVE WS-RPT-GROUP-HEADING TO ADRREJ-RECORD.
005540     WRITE ADRREJ-RECORD.
005550     MOVE ZERO TO WS-GRP-IDX.
005560     PERFORM 8110-WRITE-ONE-GROUP THRU 8110-EXIT
005570         UNTIL WS-GRP-IDX >= WS-GRP-COUNT.
005580 8100-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610* 8110-WRITE-ONE-GROUP -- WRITE THE NEXT FEEDER GROUP LINE       *
005620*----------------------------------------------------------------*
005630 8110-WRITE-ONE-GROUP.
005640     ADD 1 TO WS-GRP-IDX.
005650     MOVE SPACES TO WS-RPT-GROUP-LINE.
005660     MOVE WS-GRP-SOURCE (WS-GRP-IDX) TO WS-RPT-GRP-SOURCE.
005670     MOVE WS-GRP-BUS-DATE (WS-GRP-IDX) TO WS-RPT-GRP-BUS-DATE.
005680     MOVE WS-GRP-READ (WS-GRP-IDX) TO WS-RPT-GRP-READ.
005690     MOVE WS-GRP-ADDED (WS-GRP-IDX) TO WS-RPT-GRP-ADDED.
005700     MOVE WS-GRP-UPDATED (WS-GRP-IDX) TO WS-RPT-GRP-UPDATED.
005710     MOVE WS-GRP-REJECTED (WS-GRP-IDX) TO WS-RPT-GRP-REJECTED.
005720     MOVE WS-GRP-PROOF (WS-GRP-IDX) TO WS-RPT-GRP-PROOF.
005730     MOVE WS-RPT-GROUP-LINE TO ADRREJ-RECORD.
005740     WRITE ADRREJ-RECORD.
005750 8110-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------*
005780* 8200-WRITE-TOTALS -- WRITE THE LOAD CONTROL TOTALS             *
005790*----------------------------------------------------------------*
005800 8200-WRITE-TOTALS.
005810     MOVE SPACES TO ADRREJ-RECORD.
005820     WRITE ADRREJ-RECORD.
005830     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005840     MOVE 'EXTRACT RECORDS READ' TO WS-RPT-LABEL.
005850     MOVE WS-COUNT-READ TO WS-RPT-COUNT.
005860     MOVE WS-RPT-TOTAL-LINE TO ADRREJ-RECORD.
005870     WRITE ADRREJ-RECORD.
005880     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005890     MOVE 'ADDRESS DETAILS READ' TO WS-RPT-LABEL.
005900     MOVE WS-COUNT-DETAILS TO WS-RPT-COUNT.
005910     MOVE WS-RPT-TOTAL-LINE TO ADRREJ-RECORD.
005920     WRITE ADRREJ-RECORD.
005930     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005940     MOVE 'ADDRESSES ADDED TO MASTER' TO WS-RPT-LABEL.
005950     MOVE WS-COUNT-ADDED TO WS-RPT-COUNT.
005960     MOVE WS-RPT-TOTAL-LINE TO ADRREJ-RECORD.
005970     WRITE ADRREJ-RECORD.
005980     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005990     MOVE 'ADDRESSES UPDATED ON MASTER' TO WS-RPT-LABEL.
006000     MOVE WS-COUNT-UPDATED TO WS-RPT-COUNT.
006010     MOVE WS-RPT-TOTAL-LINE TO ADRREJ-RECORD.
006020     WRITE ADRREJ-RECORD.
006030     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006040     MOVE 'RECORDS REJECTED' TO WS-RPT-LABEL.
006050     MOVE WS-COUNT-REJECTED TO WS-RPT-COUNT.
006060     MOVE WS-RPT-TOTAL-LINE TO ADRREJ-RECORD.
006070     WRITE ADRREJ-RECORD.
006080     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006090     MOVE 'FEEDER GROUPS FAILING PROOF' TO WS-RPT-LABEL.
006100     MOVE WS-COUNT-PROOF-FAILED TO WS-RPT-COUNT.
006110     MOVE WS-RPT-TOTAL-LINE TO ADRREJ-RECORD.
006120     WRITE ADRREJ-RECORD.
006130     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006140     MOVE 'RECORDS OUTSIDE A HEADER/TRAILER GROUP' TO
006150         WS-RPT-LABEL.
006160     MOVE WS-COUNT-FRAMING TO WS-RPT-COUNT.
006170     MOVE WS-RPT-TOTAL-LINE TO ADRREJ-RECORD.
006180     WRITE ADRREJ-RECORD.
006190 8200-EXIT.
006200     EXIT.
