000262* A FAILED VOID ENDS WITH RETURN CODE 8 SO THE SCHEDULER HOLDS   *
000264* THE DOWNSTREAM JOBS; ONLY A FULLY CLEAN BACKOUT ENDS WITH      *
000266* RETURN CODE ZERO. A MISSING, DUMMIED OR EMPTY LABEL DD JUST    *
000269* MEANS THAT VENDOR GOT NO TRANSMISSION -- THAT IS REPORTED BUT  *
000272* IS NOT A BACKOUT FAULT. ONLY DELTA-MODE RUNS JOURNAL THEIR     *
000275* UPDATES -- A FULL (NON-DELTA) RUN FILES A SINGLE RELOAD        *
000278* MARKER, RELOADS THE CLUSTER AND IS RECOVERED FROM BACKUP, NOT  *
000281* BY THIS UTILITY; ITS MARKER IS REPORTED AND THE BACKOUT ENDS   *
000284* RC=8.                                                          *
000287*                                                                *
000290* EVERY RECORD REMOVED OR PUT BACK IS ITSELF JOURNALED: ONE      *
000293* COMPENSATING ENTRY (ACTION D FOR A REMOVED ADD, B FOR A        *
000296* RESTORED BEFORE-IMAGE) IS APPENDED TO THE CHANGE-HISTORY FILE, *
000299* STAMPED WITH THIS RUN'S DATE/TIME AND JOB ID CNVBKO, SO THE    *
000302* CNVCDC CRM FEED PASSES THE REVERSAL ON INSTEAD OF LOSING IT.   *
000305* THE ENTRIES ARE HELD ON A WORK FILE DURING THE JOURNAL PASS    *
000308* AND APPENDED AFTER IT.                                         *
000309*                                                                *
000310* AN ID ON THE CNVERA ERASURE REGISTER (ERALIST) IS NEVER BACKED *
000311* OUT: ITS ENTRIES ARE REPORTED AS LEFT ERASED AND COUNTED, AND  *
000312* NOTHING IS WRITTEN BACK TO THE CLUSTER OR JOURNALED FOR IT. AN *
000313* ERASURE IS DELIBERATE, SO THIS DOES NOT MAKE THE BACKOUT       *
000314* UNCLEAN.                                                       *
000315*----------------------------------------------------------------*
000320* MODIFICATION HISTORY                                           *
000330*----------------------------------------------------------------*
000340* 09/03/26  DWW  ORIGINAL PROGRAM.                               *
000363*                VOIDED IN THE SAME PASS (SAME HEADER-STAMP      *
000365*                PROOF) -- A SECOND EXECUTION WOULD RE-WALK THE  *
000367*                JOURNAL AND REPORT EVERY RECORD AS A SKIP.      *
000368* 10/15/26  DWW  A CLEAN BACKOUT NOW FILES A B ENTRY ON THE      *
000369*                RUN-CONTROL JOURNAL (NEW //RUNCTL) FOR THE      *
000370*                BUSINESS DATE THE BACKED-OUT RUN COMPLETED, SO  *
000371*                THE RUN CALENDAR SHOWS THAT DATE OUTSTANDING    *
000372*                AGAIN. THE DATE COMES FROM THE RUN'S OWN        *
000373*                JOURNAL ENTRY, FOUND BY ITS STAMP; A DATE A     *
000374*                LATER RUN HAS COMPLETED AGAIN IS LEFT AS IT IS  *
000375*                AND REPORTED.                                   *
000376* 10/15/26  DWW  CHANGE-DATA CAPTURE: EVERY RECORD REMOVED OR    *
000377*                RESTORED NOW FILES A COMPENSATING CNVHIST ENTRY *
000378*                (D = ADD REMOVED, OLD IMAGE THE REMOVED RECORD; *
000379*                B = BEFORE-IMAGE PUT BACK, OLD IMAGE THE RUN'S  *
000380*                AFTER-IMAGE) FOR THE CNVCDC CRM FEED. ENTRIES   *
000381*                GO TO THE NEW HSTWRK WORK FILE DURING THE       *
000382*                JOURNAL PASS AND ARE APPENDED TO //HSTIN (NOW   *
000383*                DISP=MOD) AFTER IT; AN APPEND FAILURE ENDS      *
000384*                RC=8. A FULL RUN'S RELOAD MARKER (ACTION F) IS  *
000385*                REPORTED AS NEEDING A RECOVERY FROM BACKUP.     *
000386* 10/15/26  DWW  CUSTOMER ERASURE: THE NEW ERALIST REGISTER IS   *
000387*                LOADED AT START-UP AND A JOURNAL ENTRY OF THE   *
000388*                RUN WHOSE ID IS ON IT IS REPORTED ERASED ID -   *
000389*                LEFT ERASED AND COUNTED, NOT BACKED OUT, SO A   *
000390*                BACKOUT CANNOT PUT AN ERASED NAME BACK. A       *
000391*                MISSING OR OUT-OF-ORDER REGISTER IS FATAL.      *
000392*----------------------------------------------------------------*
000393 ENVIRONMENT DIVISION.
000394 INPUT-OUTPUT SECTION.
000395 FILE-CONTROL.
000396     SELECT BKOCARD ASSIGN TO BKOCARD
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-BKOCARD-STATUS.
000420     SELECT HSTIN ASSIGN TO HSTIN
000530     SELECT BKORPT ASSIGN TO BKORPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-BKORPT-STATUS.
000553     SELECT RUNCTL ASSIGN TO RUNCTL
000556         ORGANIZATION IS SEQUENTIAL
000559         FILE STATUS IS WS-RUNCTL-STATUS.
000560     SELECT HSTWRK ASSIGN TO HSTWRK
000561         ORGANIZATION IS SEQUENTIAL
000562         FILE STATUS IS WS-HSTWRK-STATUS.
000563     SELECT ERALIST ASSIGN TO ERALIST
000564         ORGANIZATION IS SEQUENTIAL
000565         FILE STATUS IS WS-ERALIST-STATUS.
000566 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BKOCARD
000590     RECORDING MODE IS F
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  BKORPT-RECORD               PIC X(80).
000802 FD  RUNCTL
000804     RECORDING MODE IS F
000806     LABEL RECORDS ARE STANDARD.
000808     COPY RUNCREC.
000809 FD  HSTWRK
000810     RECORDING MODE IS F
000811     LABEL RECORDS ARE STANDARD.
000812 01  HSTWRK-RECORD               PIC X(400).
000813 FD  ERALIST
000814     RECORDING MODE IS F
000815     LABEL RECORDS ARE STANDARD.
000816     COPY ERAREC.
000817 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------*
000830* SWITCHES                                                       *
000840*----------------------------------------------------------------*
001000        88 CNVOUT-OPENED                    VALUE 'Y'.
001010     05 WS-BKORPT-OPEN-SW        PIC X(01) VALUE 'N'.
001020        88 BKORPT-OPENED                    VALUE 'Y'.
001024     05 WS-HSTWRK-OPEN-SW        PIC X(01) VALUE 'N'.
001028        88 HSTWRK-OPENED                    VALUE 'Y'.
001030*----------------------------------------------------------------*
001040* FILE STATUS FIELDS                                             *
001050*----------------------------------------------------------------*
001144     88 LBLIO2-OK                         VALUE '00'.
001150 01  WS-BKORPT-STATUS            PIC X(02) VALUE '00'.
001160     88 BKORPT-OK                         VALUE '00'.
001163 01  WS-RUNCTL-STATUS            PIC X(02) VALUE '00'.
001166     88 RUNCTL-OK                         VALUE '00'.
001169     88 RUNCTL-EOF                        VALUE '10'.
001170 01  WS-HSTWRK-STATUS            PIC X(02) VALUE '00'.
001171     88 HSTWRK-OK                         VALUE '00'.
001172     88 HSTWRK-EOF                        VALUE '10'.
001173 01  WS-ERALIST-STATUS           PIC X(02) VALUE '00'.
001174     88 ERALIST-OK                        VALUE '00'.
001175     88 ERALIST-EOF                       VALUE '10'.
001176*----------------------------------------------------------------*
001180* THE RUN KEY AS VALIDATED FROM THE CARD                         *
001190*----------------------------------------------------------------*
001200 01  WS-RUN-KEY.
001236* A RESTORED BEFORE-IMAGE.                                       *
001238*----------------------------------------------------------------*
001240 01  WS-HOLD-STAMP               PIC X(08) VALUE SPACES.
001241*----------------------------------------------------------------*
001242* THE BACKED-OUT RUN'S ENTRY ON THE RUN-CONTROL JOURNAL, AS      *
001243* FOUND BY 3300-MARK-RUN-CALENDAR                                *
001244*----------------------------------------------------------------*
001245 01  WS-CALENDAR-MARK.
001246     05 WS-CAL-BUS-DATE          PIC 9(08) VALUE ZERO.
001247     05 WS-CAL-OPERATOR-ID       PIC X(08) VALUE SPACES.
001248     05 WS-CAL-ENTRY-SW          PIC X(01) VALUE 'N'.
001249        88 RUN-ENTRY-FOUND                VALUE 'Y'.
001250     05 WS-CAL-LATER-SW          PIC X(01) VALUE 'N'.
001251        88 DATE-DONE-LATER                VALUE 'Y'.
001252     05 WS-CAL-MARKED-SW         PIC X(01) VALUE 'N'.
001253        88 DATE-ALREADY-MARKED            VALUE 'Y'.
001254*----------------------------------------------------------------*
001255* THIS RUN'S STAMP FOR THE COMPENSATING JOURNAL ENTRIES, AND THE *
001256* RUN'S AFTER-IMAGE HELD WHILE AN ENTRY IS TURNED AROUND         *
001257*----------------------------------------------------------------*
001258 01  WS-BKO-STAMP.
001259     05 WS-BKO-RUN-DATE          PIC 9(08) VALUE ZERO.
001260     05 WS-BKO-RUN-TIME          PIC 9(08) VALUE ZERO.
001261 01  WS-HOLD-IMAGE.
001262     05 WS-HOLD-TEXT             PIC X(40) VALUE SPACES.
001263     05 WS-HOLD-UPPER-TEXT       PIC X(40) VALUE SPACES.
001264     05 WS-HOLD-LOWER-TEXT       PIC X(40) VALUE SPACES.
001265     05 WS-HOLD-TITLE-TEXT       PIC X(40) VALUE SPACES.
001266     05 WS-HOLD-MODE             PIC X(01) VALUE SPACES.
001267*----------------------------------------------------------------*
001268* ERASURE REGISTER, LOADED BY 1200-LOAD-ERASED IN THE ASCENDING  *
001269* ID ORDER CNVERA WRITES IT, SO 2600-CHECK-ERASED CAN BINARY-    *
001270* SEARCH IT FOR EVERY JOURNAL ENTRY OF THE RUN.                  *
001271*----------------------------------------------------------------*
001272 01  WS-ERA-TABLE.
001273     05 WS-ERA-LIMIT             PIC 9(05) COMP VALUE 10000.
001274     05 WS-ERA-COUNT             PIC 9(05) COMP VALUE ZERO.
001275     05 WS-ERA-PRIOR-ID          PIC 9(05) VALUE ZERO.
001276     05 WS-ERA-LOW               PIC 9(05) COMP VALUE ZERO.
001277     05 WS-ERA-HIGH              PIC 9(05) COMP VALUE ZERO.
001278     05 WS-ERA-MID               PIC 9(05) COMP VALUE ZERO.
001279     05 WS-ERA-FOUND-SW          PIC X(01) VALUE 'N'.
001280        88 ID-ERASED                      VALUE 'Y'.
001281     05 WS-ERA-ENT-ID OCCURS 10000 TIMES
001282                                 PIC 9(05).
001283*----------------------------------------------------------------*
001284* CONTROL COUNTERS                                               *
001285*----------------------------------------------------------------*
001286 01  WS-CONTROL-COUNTERS.
001287     05 WS-COUNT-JOURNAL-READ    PIC 9(07) COMP VALUE ZERO.
001290     05 WS-COUNT-MATCHED         PIC 9(07) COMP VALUE ZERO.
001300     05 WS-COUNT-REMOVED         PIC 9(07) COMP VALUE ZERO.
001310     05 WS-COUNT-RESTORED        PIC 9(07) COMP VALUE ZERO.
001320     05 WS-COUNT-SKIPPED         PIC 9(07) COMP VALUE ZERO.
001324     05 WS-COUNT-COMPENSATED     PIC 9(07) COMP VALUE ZERO.
001328     05 WS-COUNT-APPENDED        PIC 9(07) COMP VALUE ZERO.
001329     05 WS-COUNT-ERASED          PIC 9(07) COMP VALUE ZERO.
001330*----------------------------------------------------------------*
001340* REPORT LINES                                                   *
001350*----------------------------------------------------------------*
001580     05 WS-RPT-LABEL             PIC X(50).
001590     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
001600     05 FILLER                   PIC X(19) VALUE SPACES.
001601 01  WS-RPT-CALENDAR-LINE.
001602     05 FILLER                   PIC X(28) VALUE
001603        'RUN CALENDAR: BUSINESS DATE '.
001604     05 WS-RPT-CAL-DATE          PIC 9(08).
001605     05 FILLER                   PIC X(01) VALUE SPACES.
001606     05 WS-RPT-CAL-TEXT          PIC X(35).
001607     05 FILLER                   PIC X(08) VALUE SPACES.
001610 PROCEDURE DIVISION.
001620*----------------------------------------------------------------*
001630* 0000-MAINLINE                                                  *
001690     IF NOT FATAL-ERROR
001700         PERFORM 3000-VOID-LABEL-FILE THRU 3000-EXIT
001702         PERFORM 3200-VOID-LABEL-FILE2 THRU 3200-EXIT
001708         PERFORM 3400-APPEND-COMPENSATION THRU 3400-EXIT
001709         PERFORM 3300-MARK-RUN-CALENDAR THRU 3300-EXIT
001710     END-IF.
001720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001730     GOBACK.
001900         GO TO 1000-EXIT
001910     END-IF.
001920     SET HSTIN-OPENED TO TRUE.
001921     OPEN OUTPUT HSTWRK.
001922     IF NOT HSTWRK-OK
001923         DISPLAY 'CNVBKO: UNABLE TO OPEN HSTWRK, STATUS = '
001924             WS-HSTWRK-STATUS
001925         SET END-OF-FILE TO TRUE
001926         SET FATAL-ERROR TO TRUE
001927         GO TO 1000-EXIT
001928     END-IF.
001929     SET HSTWRK-OPENED TO TRUE.
001930     ACCEPT WS-BKO-RUN-DATE FROM DATE YYYYMMDD.
001931     ACCEPT WS-BKO-RUN-TIME FROM TIME.
001932     OPEN I-O CNVOUT.
001940     IF NOT CNVOUT-OK
001950         DISPLAY 'CNVBKO: UNABLE TO OPEN CNVOUT, STATUS = '
001960             WS-CNVOUT-STATUS
002150     WRITE BKORPT-RECORD.
002160     MOVE SPACES TO BKORPT-RECORD.
002170     WRITE BKORPT-RECORD.
002171     PERFORM 1200-LOAD-ERASED THRU 1200-EXIT.
002172     IF FATAL-ERROR
002173         SET END-OF-FILE TO TRUE
002174         GO TO 1000-EXIT
002175     END-IF.
002180     PERFORM 2100-READ-HSTIN THRU 2100-EXIT.
002190 1000-EXIT.
002200     EXIT.
002580     CLOSE BKOCARD.
002590 1100-EXIT.
002600     EXIT.
002601*----------------------------------------------------------------*
002602* 1200-LOAD-ERASED -- LOAD THE ERASURE REGISTER. IT IS WRITTEN   *
002603*                     ONLY BY CNVERA, SO A MISSING REGISTER, A   *
002604*                     BAD ENTRY OR AN ID OUT OF ORDER IS FATAL.  *
002605*----------------------------------------------------------------*
002606 1200-LOAD-ERASED.
002607     OPEN INPUT ERALIST.
002608     IF NOT ERALIST-OK
002609         DISPLAY 'CNVBKO: UNABLE TO OPEN ERALIST, STATUS = '
002610             WS-ERALIST-STATUS
002611         SET FATAL-ERROR TO TRUE
002612         GO TO 1200-EXIT
002613     END-IF.
002614     PERFORM 1210-READ-ERALIST THRU 1210-EXIT
002615         UNTIL ERALIST-EOF OR FATAL-ERROR.
002616     CLOSE ERALIST.
002617 1200-EXIT.
002618     EXIT.
002619*----------------------------------------------------------------*
002620* 1210-READ-ERALIST -- READ ONE REGISTER ENTRY, PROVE ITS ORDER  *
002621*                      AND KEEP IT                               *
002622*----------------------------------------------------------------*
002623 1210-READ-ERALIST.
002624     READ ERALIST
002625         AT END
002626             GO TO 1210-EXIT
002627     END-READ.
002628     IF ERA-ID IS NOT NUMERIC
002629         DISPLAY 'CNVBKO: ERALIST ENTRY ' WS-ERA-COUNT
002630             ' FOLLOWED BY AN ENTRY THAT IS NOT VALID'
002631         SET FATAL-ERROR TO TRUE
002632         GO TO 1210-EXIT
002633     END-IF.
002634     IF ERA-ID NOT > WS-ERA-PRIOR-ID
002635         DISPLAY 'CNVBKO: ERALIST ID ' ERA-ID ' OUT OF ORDER'
002636         SET FATAL-ERROR TO TRUE
002637         GO TO 1210-EXIT
002638     END-IF.
002639     MOVE ERA-ID TO WS-ERA-PRIOR-ID.
002640     IF WS-ERA-COUNT >= WS-ERA-LIMIT
002641         DISPLAY 'CNVBKO: ERASURE TABLE FULL AT ID ' ERA-ID
002642         SET FATAL-ERROR TO TRUE
002643         GO TO 1210-EXIT
002644     END-IF.
002645     ADD 1 TO WS-ERA-COUNT.
002646     MOVE ERA-ID TO WS-ERA-ENT-ID (WS-ERA-COUNT).
002647 1210-EXIT.
002648     EXIT.
002649*----------------------------------------------------------------*
002650* 2000-PROCESS-JOURNAL -- BACK OUT THE CURRENT JOURNAL RECORD    *
002651*                        WHEN IT BELONGS TO THE REQUESTED RUN,   *
002652*                        THEN READ THE NEXT ONE                  *
002653*----------------------------------------------------------------*
002660 2000-PROCESS-JOURNAL.
002670     ADD 1 TO WS-COUNT-JOURNAL-READ.
002680     IF HST-RUN-DATE IS NUMERIC
002700         AND HST-RUN-TIME = WS-KEY-RUN-TIME
002710         AND HST-JOB-ID = WS-KEY-JOB-ID
002720         ADD 1 TO WS-COUNT-MATCHED
002721*        AN ERASED CUSTOMER STAYS ERASED -- NOTHING IS PUT BACK.
002722         PERFORM 2600-CHECK-ERASED THRU 2600-EXIT
002723         IF ID-ERASED
002724             ADD 1 TO WS-COUNT-ERASED
002725             MOVE 'ERASED ID - LEFT ERASED' TO WS-RPT-DTL-TEXT
002726             PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
002727             PERFORM 2100-READ-HSTIN THRU 2100-EXIT
002728             GO TO 2000-EXIT
002729         END-IF
002730         IF HST-ACTION-ADD
002740             PERFORM 2200-BACKOUT-ADD THRU 2200-EXIT
002750         ELSE
002800                 SET BACKOUT-NOT-CLEAN TO TRUE
002810                 MOVE 'UNKNOWN JOURNAL ACTION - NOT BACKED OUT'
002820                     TO WS-RPT-DTL-TEXT
002822                 IF HST-ACTION-RELOAD
002824                     MOVE 'FULL RELOAD RUN - RECOVER FROM BACKUP'
002826                         TO WS-RPT-DTL-TEXT
002828                 END-IF
002830                 PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
002840             END-IF
002850         END-IF
003340     ADD 1 TO WS-COUNT-REMOVED.
003350     MOVE 'ADDED RECORD REMOVED' TO WS-RPT-DTL-TEXT.
003360     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
003369     PERFORM 2500-FILE-COMPENSATION THRU 2500-EXIT.
003370 2200-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------*
003820     ADD 1 TO WS-COUNT-RESTORED.
003830     MOVE 'BEFORE-IMAGE RESTORED' TO WS-RPT-DTL-TEXT.
003840     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
003849     PERFORM 2500-FILE-COMPENSATION THRU 2500-EXIT.
003850 2300-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003950     WRITE BKORPT-RECORD.
003960 2400-EXIT.
003970     EXIT.
003971*----------------------------------------------------------------*
003972* 2500-FILE-COMPENSATION -- TURN THE CURRENT JOURNAL ENTRY       *
003973*                           AROUND INTO ITS COMPENSATING ENTRY   *
003974*                           AND HOLD IT ON THE WORK FILE. A      *
003975*                           REMOVED ADD BECOMES D, THE RUN'S     *
003976*                           AFTER-IMAGE AS ITS BEFORE-IMAGE AND  *
003977*                           NO AFTER-IMAGE; A RESTORED REWRITE   *
003978*                           BECOMES B, THE TWO IMAGES SWAPPED.   *
003979*                           THE JOURNAL RECORD AREA IS REUSED TO *
003980*                           BUILD THE ENTRY -- THE DETAIL LINE   *
003981*                           IS ALREADY WRITTEN AND THE NEXT READ *
003982*                           REPLACES IT.                         *
003983*----------------------------------------------------------------*
003984 2500-FILE-COMPENSATION.
003985     MOVE HST-NEW-TEXT TO WS-HOLD-TEXT.
003986     MOVE HST-NEW-UPPER-TEXT TO WS-HOLD-UPPER-TEXT.
003987     MOVE HST-NEW-LOWER-TEXT TO WS-HOLD-LOWER-TEXT.
003988     MOVE HST-NEW-TITLE-TEXT TO WS-HOLD-TITLE-TEXT.
003989     MOVE HST-NEW-MODE TO WS-HOLD-MODE.
003990     IF HST-ACTION-ADD
003991         SET HST-ACTION-BKO-REMOVE TO TRUE
003992         MOVE SPACES TO HST-NEW-TEXT
003993         MOVE SPACES TO HST-NEW-UPPER-TEXT
003994         MOVE SPACES TO HST-NEW-LOWER-TEXT
003995         MOVE SPACES TO HST-NEW-TITLE-TEXT
003996         MOVE SPACES TO HST-NEW-MODE
003997     ELSE
003998         SET HST-ACTION-BKO-RESTORE TO TRUE
003999         MOVE HST-OLD-TEXT TO HST-NEW-TEXT
004000         MOVE HST-OLD-UPPER-TEXT TO HST-NEW-UPPER-TEXT
004001         MOVE HST-OLD-LOWER-TEXT TO HST-NEW-LOWER-TEXT
004002         MOVE HST-OLD-TITLE-TEXT TO HST-NEW-TITLE-TEXT
004003         MOVE HST-OLD-MODE TO HST-NEW-MODE
004004     END-IF.
004005     MOVE WS-HOLD-TEXT TO HST-OLD-TEXT.
004006     MOVE WS-HOLD-UPPER-TEXT TO HST-OLD-UPPER-TEXT.
004007     MOVE WS-HOLD-LOWER-TEXT TO HST-OLD-LOWER-TEXT.
004008     MOVE WS-HOLD-TITLE-TEXT TO HST-OLD-TITLE-TEXT.
004009     MOVE WS-HOLD-MODE TO HST-OLD-MODE.
004010     MOVE WS-BKO-RUN-DATE TO HST-RUN-DATE.
004011     MOVE WS-BKO-RUN-TIME TO HST-RUN-TIME.
004012     MOVE SPACES TO HST-OPERATOR-ID.
004013     MOVE 'CNVBKO' TO HST-JOB-ID.
004014     MOVE CNVHIST-RECORD TO HSTWRK-RECORD.
004015     WRITE HSTWRK-RECORD.
004016     ADD 1 TO WS-COUNT-COMPENSATED.
004017 2500-EXIT.
004018     EXIT.
004019*----------------------------------------------------------------*
004020* 2600-CHECK-ERASED -- BINARY-SEARCH THE ERASURE TABLE FOR THE   *
004021*                      CURRENT JOURNAL ENTRY'S ID                *
004022*----------------------------------------------------------------*
004023 2600-CHECK-ERASED.
004024     MOVE 'N' TO WS-ERA-FOUND-SW.
004025     IF WS-ERA-COUNT = ZERO OR HST-ID IS NOT NUMERIC
004026         GO TO 2600-EXIT
004027     END-IF.
004028     MOVE 1 TO WS-ERA-LOW.
004029     MOVE WS-ERA-COUNT TO WS-ERA-HIGH.
004030     PERFORM 2610-PROBE-ERASED THRU 2610-EXIT
004031         UNTIL ID-ERASED OR WS-ERA-LOW > WS-ERA-HIGH.
004032 2600-EXIT.
004033     EXIT.
004034*----------------------------------------------------------------*
004035* 2610-PROBE-ERASED -- TEST THE MIDDLE ENTRY OF THE RANGE STILL  *
004036*                      IN PLAY AND HALVE THE RANGE               *
004037*----------------------------------------------------------------*
004038 2610-PROBE-ERASED.
004039     COMPUTE WS-ERA-MID = (WS-ERA-LOW + WS-ERA-HIGH) / 2.
004040     IF WS-ERA-ENT-ID (WS-ERA-MID) = HST-ID
004041         SET ID-ERASED TO TRUE
004042         GO TO 2610-EXIT
004043     END-IF.
004044     IF WS-ERA-ENT-ID (WS-ERA-MID) < HST-ID
004045         COMPUTE WS-ERA-LOW = WS-ERA-MID + 1
004046     ELSE
004047         COMPUTE WS-ERA-HIGH = WS-ERA-MID - 1
004048     END-IF.
004049 2610-EXIT.
004050     EXIT.
004051*----------------------------------------------------------------*
004052* 3000-VOID-LABEL-FILE -- MARK THE RUN'S VENDOR LABEL            *
004053*                        TRANSMISSION HEADER AS VOIDED SO THE    *
004054*                        GENERATION IS NOT TRANSMITTED. THE      *
004055*                        HEADER STAMP IS PROVED AGAINST THE RUN  *
004056*                        KEY FIRST -- //LBLIO POINTING AT THE    *
004057*                        WRONG GENERATION MUST NOT VOID A GOOD   *
004058*                        TRANSMISSION.                           *
004060*----------------------------------------------------------------*
004070 3000-VOID-LABEL-FILE.
004080     OPEN I-O LBLIO.
004719 3200-EXIT.
004720     EXIT.
004721*----------------------------------------------------------------*
004722* 3300-MARK-RUN-CALENDAR -- FILE A B (BACKED OUT) ENTRY ON THE   *
004723*                           RUN-CONTROL JOURNAL FOR THE BUSINESS *
004724*                           DATE THE BACKED-OUT RUN COMPLETED,   *
004725*                           SO THE RUN CALENDAR SHOWS THE DATE   *
004726*                           OUTSTANDING AND THE CASE-CONVERSION  *
004727*                           RUN ACCEPTS IT AGAIN WITHOUT A RERUN *
004728*                           CARD. ONLY A CLEAN BACKOUT IS FILED  *
004729*                           -- A PARTIAL ONE NEEDS REVIEW FIRST. *
004730*                           THE JOURNAL IS PASSED ONCE FOR THE   *
004731*                           RUN'S OWN C OR Q ENTRY (MATCHED ON   *
004732*                           DATE, TIME AND JOB ID); A LATER      *
004733*                           COMPLETION OF THE SAME DATE BY       *
004734*                           ANOTHER RUN, OR A B ENTRY ALREADY    *
004735*                           FILED, LEAVES THE JOURNAL AS IT IS.  *
004736*----------------------------------------------------------------*
004737 3300-MARK-RUN-CALENDAR.
004738     IF WS-COUNT-MATCHED = ZERO OR BACKOUT-NOT-CLEAN
004739         MOVE 'BACKOUT NOT CLEAN - RUN CALENDAR NOT UPDATED'
004740             TO WS-RPT-MESSAGE
004741         PERFORM 3100-WRITE-MESSAGE THRU 3100-EXIT
004742         GO TO 3300-EXIT
004743     END-IF.
004744     OPEN INPUT RUNCTL.
004745     IF NOT RUNCTL-OK
004746         SET BACKOUT-NOT-CLEAN TO TRUE
004747         MOVE 'RUNCTL OPEN FAILED - RUN CALENDAR NOT UPDATED'
004748             TO WS-RPT-MESSAGE
004749         PERFORM 3100-WRITE-MESSAGE THRU 3100-EXIT
004750         GO TO 3300-EXIT
004751     END-IF.
004752     PERFORM 3310-READ-RUNCTL THRU 3310-EXIT
004753         UNTIL NOT RUNCTL-OK.
004754     CLOSE RUNCTL.
004755     IF NOT RUN-ENTRY-FOUND
004756         MOVE 'RUN NOT ON RUNCTL - RUN CALENDAR NOT UPDATED'
004757             TO WS-RPT-MESSAGE
004758         PERFORM 3100-WRITE-MESSAGE THRU 3100-EXIT
004759         GO TO 3300-EXIT
004760     END-IF.
004761     MOVE WS-CAL-BUS-DATE TO WS-RPT-CAL-DATE.
004762     IF DATE-ALREADY-MARKED
004763         MOVE 'ALREADY MARKED BACKED OUT' TO WS-RPT-CAL-TEXT
004764         PERFORM 3320-WRITE-CALENDAR-LINE THRU 3320-EXIT
004765         GO TO 3300-EXIT
004766     END-IF.
004767     IF DATE-DONE-LATER
004768         MOVE 'COMPLETED AGAIN LATER - NOT MARKED'
004769             TO WS-RPT-CAL-TEXT
004770         PERFORM 3320-WRITE-CALENDAR-LINE THRU 3320-EXIT
004771         GO TO 3300-EXIT
004772     END-IF.
004773*    DISP=MOD ON //RUNCTL, SO THE ENTRY IS APPENDED.
004774     OPEN OUTPUT RUNCTL.
004775     IF NOT RUNCTL-OK
004776         SET BACKOUT-NOT-CLEAN TO TRUE
004777         MOVE 'RUNCTL OPEN FAILED - RUN CALENDAR NOT UPDATED'
004778             TO WS-RPT-MESSAGE
004779         PERFORM 3100-WRITE-MESSAGE THRU 3100-EXIT
004780         GO TO 3300-EXIT
004781     END-IF.
004782     MOVE SPACES TO RUNCTL-RECORD.
004783     MOVE WS-CAL-BUS-DATE TO RUN-BUS-DATE.
004784     SET RUN-STATUS-BACKED-OUT TO TRUE.
004785     MOVE WS-KEY-RUN-DATE TO RUN-RUN-DATE.
004786     MOVE WS-KEY-RUN-TIME TO RUN-RUN-TIME.
004787     MOVE WS-KEY-JOB-ID TO RUN-JOB-ID.
004788     MOVE WS-CAL-OPERATOR-ID TO RUN-OPERATOR-ID.
004789     MOVE 'CNVBKO' TO RUN-PROGRAM.
004790     MOVE WS-COUNT-MATCHED TO RUN-COUNT-READ.
004791     WRITE RUNCTL-RECORD.
004792     IF RUNCTL-OK
004793         MOVE 'MARKED BACKED OUT' TO WS-RPT-CAL-TEXT
004794     ELSE
004795         SET BACKOUT-NOT-CLEAN TO TRUE
004796         MOVE 'RUNCTL WRITE FAILED - NOT MARKED'
004797             TO WS-RPT-CAL-TEXT
004798     END-IF.
004799     CLOSE RUNCTL.
004800     PERFORM 3320-WRITE-CALENDAR-LINE THRU 3320-EXIT.
004801 3300-EXIT.
004802     EXIT.
004803*----------------------------------------------------------------*
004804* 3310-READ-RUNCTL -- READ ONE RUN-CONTROL ENTRY. UNTIL THE      *
004805*                     RUN'S OWN ENTRY IS FOUND ONLY THE STAMP    *
004806*                     MATCHES; AFTER IT, ENTRIES FOR THE SAME    *
004807*                     BUSINESS DATE SHOW WHETHER THE DATE WAS    *
004808*                     COMPLETED AGAIN OR THIS RUN ALREADY BACKED *
004809*                     OUT.                                       *
004810*----------------------------------------------------------------*
004811 3310-READ-RUNCTL.
004812     READ RUNCTL
004813         AT END
004814             GO TO 3310-EXIT
004815     END-READ.
004816     IF NOT RUN-ENTRY-FOUND
004817         IF RUN-STATUS-DONE
004818                 AND RUN-RUN-DATE = WS-KEY-RUN-DATE
004819                 AND RUN-RUN-TIME = WS-KEY-RUN-TIME
004820                 AND RUN-JOB-ID = WS-KEY-JOB-ID
004821             MOVE 'Y' TO WS-CAL-ENTRY-SW
004822             MOVE RUN-BUS-DATE TO WS-CAL-BUS-DATE
004823             MOVE RUN-OPERATOR-ID TO WS-CAL-OPERATOR-ID
004824         END-IF
004825         GO TO 3310-EXIT
004826     END-IF.
004827     IF RUN-BUS-DATE NOT = WS-CAL-BUS-DATE
004828         GO TO 3310-EXIT
004829     END-IF.
004830     IF RUN-STATUS-BACKED-OUT
004831             AND RUN-RUN-DATE = WS-KEY-RUN-DATE
004832             AND RUN-RUN-TIME = WS-KEY-RUN-TIME
004833             AND RUN-JOB-ID = WS-KEY-JOB-ID
004834         MOVE 'Y' TO WS-CAL-MARKED-SW
004835     END-IF.
004836     IF RUN-STATUS-DONE
004837         MOVE 'Y' TO WS-CAL-LATER-SW
004838     END-IF.
004839 3310-EXIT.
004840     EXIT.
004841*----------------------------------------------------------------*
004842* 3320-WRITE-CALENDAR-LINE -- REPORT WHAT WAS DONE TO THE        *
004843*                             BUSINESS DATE ON THE RUN CALENDAR  *
004844*----------------------------------------------------------------*
004845 3320-WRITE-CALENDAR-LINE.
004846     MOVE SPACES TO BKORPT-RECORD.
004847     WRITE BKORPT-RECORD.
004848     MOVE WS-RPT-CALENDAR-LINE TO BKORPT-RECORD.
004849     WRITE BKORPT-RECORD.
004850 3320-EXIT.
004851     EXIT.
004852*----------------------------------------------------------------*
004853* 3400-APPEND-COMPENSATION -- APPEND THE COMPENSATING ENTRIES    *
004854*                             HELD ON THE WORK FILE TO THE       *
004855*                             CHANGE-HISTORY JOURNAL. THE        *
004856*                             JOURNAL WAS READ THROUGH //HSTIN,  *
004857*                             SO IT IS CLOSED AND REOPENED       *
004858*                             OUTPUT -- DISP=MOD ON THE DD       *
004859*                             APPENDS. ENTRIES THAT CANNOT BE    *
004860*                             APPENDED LEAVE THE JOURNAL SHORT   *
004861*                             OF WHAT WAS DONE TO THE CLUSTER,   *
004862*                             SO THE BACKOUT IS NOT CLEAN.       *
004863*----------------------------------------------------------------*
004864 3400-APPEND-COMPENSATION.
004865     CLOSE HSTWRK.
004866     MOVE 'N' TO WS-HSTWRK-OPEN-SW.
004867     IF WS-COUNT-COMPENSATED = ZERO
004868         GO TO 3400-EXIT
004869     END-IF.
004870     CLOSE HSTIN.
004871     MOVE 'N' TO WS-HSTIN-OPEN-SW.
004872     OPEN INPUT HSTWRK.
004873     IF NOT HSTWRK-OK
004874         SET BACKOUT-NOT-CLEAN TO TRUE
004875         MOVE 'HSTWRK REOPEN FAILED - CHANGES NOT JOURNALED'
004876             TO WS-RPT-MESSAGE
004877         PERFORM 3100-WRITE-MESSAGE THRU 3100-EXIT
004878         GO TO 3400-EXIT
004879     END-IF.
004880     SET HSTWRK-OPENED TO TRUE.
004881*    DISP=MOD ON //HSTIN, SO THE ENTRIES ARE APPENDED.
004882     OPEN OUTPUT HSTIN.
004883     IF NOT HSTIN-OK
004884         SET BACKOUT-NOT-CLEAN TO TRUE
004885         MOVE 'CNVHIST OPEN FAILED - CHANGES NOT JOURNALED'
004886             TO WS-RPT-MESSAGE
004887         PERFORM 3100-WRITE-MESSAGE THRU 3100-EXIT
004888         GO TO 3400-EXIT
004889     END-IF.
004890     SET HSTIN-OPENED TO TRUE.
004891     PERFORM 3410-COPY-COMPENSATION THRU 3410-EXIT
004892         UNTIL NOT HSTWRK-OK.
004893     IF WS-COUNT-APPENDED NOT = WS-COUNT-COMPENSATED
004894         SET BACKOUT-NOT-CLEAN TO TRUE
004895         MOVE 'CNVHIST APPEND INCOMPLETE - SEE FILE STATUS'
004896             TO WS-RPT-MESSAGE
004897         PERFORM 3100-WRITE-MESSAGE THRU 3100-EXIT
004898     END-IF.
004899 3400-EXIT.
004900     EXIT.
004901*----------------------------------------------------------------*
004902* 3410-COPY-COMPENSATION -- COPY ONE HELD ENTRY TO THE JOURNAL   *
004903*----------------------------------------------------------------*
004904 3410-COPY-COMPENSATION.
004905     READ HSTWRK
004906         AT END
004907             GO TO 3410-EXIT
004908     END-READ.
004909     MOVE HSTWRK-RECORD TO CNVHIST-RECORD.
004910     WRITE CNVHIST-RECORD.
004911     IF NOT HSTIN-OK
004912         DISPLAY 'CNVBKO: CNVHIST WRITE FAILED, STATUS = '
004913             WS-HSTIN-STATUS
004914         MOVE '99' TO WS-HSTWRK-STATUS
004915         GO TO 3410-EXIT
004916     END-IF.
004917     ADD 1 TO WS-COUNT-APPENDED.
004918 3410-EXIT.
004919     EXIT.
004920*----------------------------------------------------------------*
004921* 8000-TERMINATE -- WRITE THE TOTALS, SET THE RETURN CODE AND    *
004922*                  CLOSE FILES                                   *
004923*----------------------------------------------------------------*
004924 8000-TERMINATE.
004925     IF FATAL-ERROR
004926         MOVE 16 TO RETURN-CODE
004927         GO TO 8000-CLOSE
004928     END-IF.
004929     IF WS-COUNT-MATCHED = ZERO
004930         SET BACKOUT-NOT-CLEAN TO TRUE
004931         MOVE 'NO JOURNAL RECORDS FOUND FOR REQUESTED RUN'
004932             TO WS-RPT-MESSAGE
004933         PERFORM 3100-WRITE-MESSAGE THRU 3100-EXIT
004934     END-IF.
004935     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
004936     IF BACKOUT-NOT-CLEAN
004937         MOVE 8 TO RETURN-CODE
004938         DISPLAY 'CNVBKO: BACKOUT NOT CLEAN - REVIEW BKORPT'
004939     END-IF.
004940 8000-CLOSE.
004941     IF HSTIN-OPENED
004942         CLOSE HSTIN
004943     END-IF.
004944     IF CNVOUT-OPENED
004945         CLOSE CNVOUT
004946     END-IF.
004947     IF BKORPT-OPENED
004950         CLOSE BKORPT
004960     END-IF.
004963     IF HSTWRK-OPENED
004966         CLOSE HSTWRK
004969     END-IF.
004970 8000-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------*
005270     MOVE WS-COUNT-SKIPPED TO WS-RPT-COUNT.
005280     MOVE WS-RPT-TOTAL-LINE TO BKORPT-RECORD.
005290     WRITE BKORPT-RECORD.
005291     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005292     MOVE 'ERASED IDS LEFT ERASED' TO WS-RPT-LABEL.
005293     MOVE WS-COUNT-ERASED TO WS-RPT-COUNT.
005294     MOVE WS-RPT-TOTAL-LINE TO BKORPT-RECORD.
005295     WRITE BKORPT-RECORD.
005296     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005297     MOVE 'COMPENSATING ENTRIES JOURNALED' TO WS-RPT-LABEL.
005298     MOVE WS-COUNT-APPENDED TO WS-RPT-COUNT.
005299     MOVE WS-RPT-TOTAL-LINE TO BKORPT-RECORD.
005300     WRITE BKORPT-RECORD.
005301 8100-EXIT.
005310     EXIT.
