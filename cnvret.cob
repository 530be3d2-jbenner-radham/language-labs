000260* ADDED) ARE LEFT IN PLACE AND COUNTED -- THE NEXT RUN THAT      *
000270* SEES THEIR ID STAMPS THEM, AND ARCHIVING THEM BLIND COULD      *
000280* RETIRE AN ACTIVE CUSTOMER.                                     *
000283* EVERY RECORD RETIRED FROM THE CLUSTER IS ALSO JOURNALED, WITH  *
000286* ITS LAST IMAGE, TO THE CNVHIST CHANGE-HISTORY FILE (ACTION R)  *
000289* SO THE CNVCDC CRM FEED CAN PASS THE DELETE ON.                 *
000290*----------------------------------------------------------------*
000300* MODIFICATION HISTORY                                           *
000310*----------------------------------------------------------------*
000320* 09/03/26  DWW  ORIGINAL PROGRAM.                               *
000321* 10/15/26  DWW  EVERY ARCHIVE-AND-DELETE IS NOW JOURNALED TO    *
000322*                THE CUMULATIVE CNVHIST CHANGE-HISTORY FILE AS   *
000323*                ACTION R, CARRYING THE RETIRED RECORD AS THE    *
000324*                BEFORE-IMAGE AND STAMPED WITH THIS RUN'S        *
000325*                DATE/TIME AND JOB ID CNVRET, FOR THE CNVCDC CRM *
000326*                FEED. A FAILED DELETE IS NOT JOURNALED. A       *
000327*                JOURNAL THAT CANNOT OPEN IS FATAL.              *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000570     SELECT RETRPT ASSIGN TO RETRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RETRPT-STATUS.
000593     SELECT CNVHIST ASSIGN TO CNVHIST
000596         ORGANIZATION IS SEQUENTIAL
000599         FILE STATUS IS WS-CNVHIST-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RETCARD
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  RETRPT-RECORD               PIC X(80).
000922 FD  CNVHIST
000924     RECORDING MODE IS F
000926     LABEL RECORDS ARE STANDARD.
000928     COPY CNVHREC.
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------*
000950* SWITCHES                                                       *
001170        88 CNVARCH-OPENED                  VALUE 'Y'.
001180     05 WS-RETRPT-OPEN-SW        PIC X(01) VALUE 'N'.
001190        88 RETRPT-OPENED                   VALUE 'Y'.
001194     05 WS-CNVHIST-OPEN-SW       PIC X(01) VALUE 'N'.
001198        88 CNVHIST-OPENED                  VALUE 'Y'.
001200*----------------------------------------------------------------*
001210* FILE STATUS FIELDS                                             *
001220*----------------------------------------------------------------*
001340     88 CNVARCH-OK                        VALUE '00'.
001350 01  WS-RETRPT-STATUS            PIC X(02) VALUE '00'.
001360     88 RETRPT-OK                         VALUE '00'.
001364 01  WS-CNVHIST-STATUS           PIC X(02) VALUE '00'.
001368     88 CNVHIST-OK                        VALUE '00'.
001370*----------------------------------------------------------------*
001380* CUTOFF DATES AS VALIDATED FROM THE CARD                        *
001390*----------------------------------------------------------------*
001400 01  WS-CUTOFFS.
001410     05 WS-AUDIT-CUTOFF          PIC 9(08) VALUE ZERO.
001420     05 WS-ACTIVITY-CUTOFF       PIC 9(08) VALUE ZERO.
001421*----------------------------------------------------------------*
001422* RUN STAMP FOR THE CHANGE-HISTORY JOURNAL                       *
001423*----------------------------------------------------------------*
001424 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001425 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001430*----------------------------------------------------------------*
001440* CONTROL COUNTERS                                               *
001450*----------------------------------------------------------------*
001520     05 WS-COUNT-CLUSTER-KEPT    PIC 9(09) COMP VALUE ZERO.
001530     05 WS-COUNT-NO-STAMP        PIC 9(09) COMP VALUE ZERO.
001540     05 WS-COUNT-DELETE-FAIL     PIC 9(09) COMP VALUE ZERO.
001549     05 WS-COUNT-JOURNALED       PIC 9(09) COMP VALUE ZERO.
001550*----------------------------------------------------------------*
001560* REPORT LINES                                                   *
001570*----------------------------------------------------------------*
001930     IF FATAL-ERROR
001940         GO TO 1000-EXIT
001950     END-IF.
001954     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001958     ACCEPT WS-RUN-TIME FROM TIME.
001960     OPEN INPUT AUDITIN.
001970     IF NOT AUDITIN-OK
001980         DISPLAY 'CNVRET: UNABLE TO OPEN AUDITIN, STATUS = '
002330         GO TO 1000-EXIT
002340     END-IF.
002350     SET CNVARCH-OPENED TO TRUE.
002351*    EVERY RETIREMENT IS JOURNALED FOR THE CRM FEED; A RUN THAT
002352*    CANNOT JOURNAL DOES NOT GET TO DELETE, SO THE OPEN IS FATAL.
002353     OPEN OUTPUT CNVHIST.
002354     IF NOT CNVHIST-OK
002355         DISPLAY 'CNVRET: UNABLE TO OPEN CNVHIST, STATUS = '
002356             WS-CNVHIST-STATUS
002357         SET FATAL-ERROR TO TRUE
002358         GO TO 1000-EXIT
002359     END-IF.
002360     SET CNVHIST-OPENED TO TRUE.
002361     OPEN OUTPUT RETRPT.
002370     IF NOT RETRPT-OK
002380         DISPLAY 'CNVRET: UNABLE TO OPEN RETRPT, STATUS = '
002390             WS-RETRPT-STATUS
003340     END-IF.
003350     MOVE CNVOUT-RECORD TO CNVARCH-RECORD.
003360     WRITE CNVARCH-RECORD.
003369     PERFORM 3200-BUILD-RETIRE-ENTRY THRU 3200-EXIT.
003370     DELETE CNVOUT RECORD.
003380     IF NOT CNVOUT-OK
003390         ADD 1 TO WS-COUNT-DELETE-FAIL
003420         GO TO 3000-NEXT
003430     END-IF.
003440     ADD 1 TO WS-COUNT-CLUSTER-ARCH.
003444     WRITE CNVHIST-RECORD.
003448     ADD 1 TO WS-COUNT-JOURNALED.
003450 3000-NEXT.
003460     PERFORM 3100-READ-CNVOUT THRU 3100-EXIT.
003470 3000-EXIT.
003560     END-READ.
003570 3100-EXIT.
003580     EXIT.
003581*----------------------------------------------------------------*
003582* 3200-BUILD-RETIRE-ENTRY -- BUILD THE CHANGE-HISTORY ENTRY FOR  *
003583*                            THE RECORD ABOUT TO BE DELETED:     *
003584*                            ACTION R, THE RECORD AS THE         *
003585*                            BEFORE-IMAGE, NO AFTER-IMAGE. IT IS *
003586*                            BUILT BEFORE THE DELETE AND WRITTEN *
003587*                            ONLY WHEN THE DELETE SUCCEEDS.      *
003588*----------------------------------------------------------------*
003589 3200-BUILD-RETIRE-ENTRY.
003590     MOVE SPACES TO CNVHIST-RECORD.
003591     MOVE WS-RUN-DATE TO HST-RUN-DATE.
003592     MOVE WS-RUN-TIME TO HST-RUN-TIME.
003593     MOVE 'CNVRET' TO HST-JOB-ID.
003594     SET HST-ACTION-RETIRE TO TRUE.
003595     MOVE CNV-ID TO HST-ID.
003596     MOVE CNV-SOURCE TO HST-SOURCE.
003597     MOVE CNV-TEXT TO HST-OLD-TEXT.
003598     MOVE CNV-UPPER-TEXT TO HST-OLD-UPPER-TEXT.
003599     MOVE CNV-LOWER-TEXT TO HST-OLD-LOWER-TEXT.
003600     MOVE CNV-TITLE-TEXT TO HST-OLD-TITLE-TEXT.
003601     MOVE CNV-MODE TO HST-OLD-MODE.
003602 3200-EXIT.
003603     EXIT.
003604*----------------------------------------------------------------*
003605* 8000-TERMINATE -- WRITE THE TOTALS, SET THE RETURN CODE AND    *
003610*                  CLOSE FILES                                   *
003620*----------------------------------------------------------------*
003630 8000-TERMINATE.
003900     IF RETRPT-OPENED
003910         CLOSE RETRPT
003920     END-IF.
003923     IF CNVHIST-OPENED
003926         CLOSE CNVHIST
003929     END-IF.
003930 8000-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------*
004400     MOVE WS-COUNT-DELETE-FAIL TO WS-RPT-COUNT.
004410     MOVE WS-RPT-TOTAL-LINE TO RETRPT-RECORD.
004420     WRITE RETRPT-RECORD.
004421     MOVE SPACES TO WS-RPT-TOTAL-LINE.
004422     MOVE 'RETIREMENTS JOURNALED TO CNVHIST' TO WS-RPT-LABEL.
004423     MOVE WS-COUNT-JOURNALED TO WS-RPT-COUNT.
004424     MOVE WS-RPT-TOTAL-LINE TO RETRPT-RECORD.
004425     WRITE RETRPT-RECORD.
004430 8100-EXIT.
004440     EXIT.
