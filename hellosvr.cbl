000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOSVR.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOSVR                                     *
000090*    DESCRIPTION    NIGHTLY SERVICE-LEVEL REPORT FOR HELLOSVC,   *
000100*                   FROM THE HELLOSVT SERVICE-TIMING EXTRACT.    *
000110*                   FOR EACH LOG DATE, HOUR AND CHANNEL (3270    *
000120*                   SCREEN, BRANCH WEB PORTAL, OTHER PROGRAM) IT *
000130*                   SHOWS THE REQUEST COUNT, THE AVERAGE, 95TH   *
000140*                   PERCENTILE AND MAXIMUM RESPONSE TIME IN      *
000150*                   MILLISECONDS, AND HOW MANY REQUESTS TOOK     *
000160*                   LONGER THAN THE TARGET.  EACH DATE ENDS WITH *
000170*                   A WHOLE-DAY LINE PER CHANNEL (NO             *
000180*                   PERCENTILE).                                 *
000190*                                                               *
000200*                   PERCENTILE - THE TIMINGS ARE SORTED ON DATE, *
000210*                   HOUR, CHANNEL AND ELAPSED TIME.  THE 95TH    *
000220*                   PERCENTILE IS THE NEAREST-RANK VALUE - THE   *
000230*                   ELAPSED TIME OF THE REQUEST AT RANK 95       *
000240*                   PERCENT OF THE GROUP'S COUNT, ROUNDED UP -   *
000250*                   SO IT IS ALWAYS A TIME SOME REQUEST ACTUALLY *
000260*                   TOOK.  THE GROUP COUNTS ARE TAKEN AS THE     *
000270*                   RECORDS ARE RELEASED TO THE SORT.            *
000280*                                                               *
000290*                   TARGET - THE HELLOMSG RECORD SVCTGT/EN-US,   *
000300*                   FIRST FIVE CHARACTERS OF THE TEXT, IN        *
000310*                   MILLISECONDS.  MISSING, NOT NUMERIC OR ZERO  *
000320*                   MEANS 500, AND THE REPORT SAYS SO.           *
000330*                                                               *
000340*                   CAPACITY TREND - EACH HOUR LINE IS ALSO      *
000350*                   WRITTEN TO THE OPTIONAL COMMA-DELIMITED      *
000360*                   DLMOUT EXTRACT, AS IN HELLORPT.  NO DLMOUT   *
000370*                   DD (OR DD DUMMY) SKIPS IT.                   *
000380*                                                               *
000390*                   A RECORD WITH A BAD DATE, TIME, ELAPSED TIME *
000400*                   OR CHANNEL IS COUNTED AS REJECTED AND ENDS   *
000410*                   THE STEP RC=4.  MORE THAN 31 LOG DATES ON    *
000420*                   ONE EXTRACT ENDS IT RC=8 WITH NO REPORT.     *
000430*-----------------------------------------------------------------
000440*    MODIFICATION HISTORY                                       *
000450*    DATE       INIT  DESCRIPTION                                *
000460*    ---------  ----  ------------------------------------------ *
000470*    2026-10-15 SMH   ORIGINAL.                                  *
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.    IBM-370.
000520 OBJECT-COMPUTER.    IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT HELLOSVT-FILE    ASSIGN TO HELLOSVT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-HELLOSVT-STATUS.
000580
000590     SELECT HELLOMSG-FILE    ASSIGN TO HELLOMSG
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS HM-MSG-KEY
000630         FILE STATUS IS WS-HELLOMSG-STATUS.
000640
000650     SELECT SORT-FILE        ASSIGN TO SORTWK01.
000660
000670     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RPTOUT-STATUS.
000700
000710     SELECT DLMOUT-FILE      ASSIGN TO DLMOUT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-DLMOUT-STATUS.
000740
000750     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS RH-RUN-KEY
000790         FILE STATUS IS WS-HELLORUN-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  HELLOSVT-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 50 CHARACTERS.
000860 COPY HELLOSVT.
000870
000880 FD  HELLOMSG-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY HELLOMSG.
000910*----------------------------------------------------------------*
000920*    SORT RECORD - ONE TIMING.  SORTED ON THE GROUP (DATE, HOUR, *
000930*    CHANNEL) AND THEN THE ELAPSED TIME, SO EACH GROUP COMES     *
000940*    BACK FASTEST FIRST.                                         *
000950*----------------------------------------------------------------*
000960 SD  SORT-FILE.
000970 01  SORT-RECORD.
000980     05  SR-GROUP-KEY.
000990         10  SR-START-DATE   PIC 9(07).
001000         10  SR-HOUR         PIC 9(02).
001010         10  SR-CHAN-SUB     PIC 9(01).
001020     05  SR-ELAPSED-MS       PIC 9(07).
001030
001040 FD  RPTOUT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 133 CHARACTERS.
001070 01  RPTOUT-LINE.
001080     05  RO-CTRL             PIC X(01).
001090     05  RO-TEXT             PIC X(132).
001100
001110 FD  DLMOUT-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 80 CHARACTERS.
001140 01  DLMOUT-RECORD           PIC X(80).
001150
001160 FD  HELLORUN-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY HELLORUN.
001190
001200 WORKING-STORAGE SECTION.
001210*----------------------------------------------------------------*
001220*    FILE STATUS AND CONTROL SWITCHES                            *
001230*----------------------------------------------------------------*
001240 01  WS-HELLOSVT-STATUS      PIC X(02)   VALUE '00'.
001250     88  WS-HELLOSVT-OK                  VALUE '00'.
001260 01  WS-HELLOMSG-STATUS      PIC X(02)   VALUE '00'.
001270     88  WS-HELLOMSG-OK                  VALUE '00'.
001280 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
001290 01  WS-DLMOUT-STATUS        PIC X(02)   VALUE '00'.
001300     88  WS-DLMOUT-OK                    VALUE '00'.
001310 01  WS-DLM-OPEN-SW          PIC X(01)   VALUE 'N'.
001320     88  WS-DLM-IS-OPEN                  VALUE 'Y'.
001330 01  WS-SVT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001340     88  WS-SVT-END                      VALUE 'Y'.
001350 01  WS-SORT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001360     88  WS-SORT-END                     VALUE 'Y'.
001370 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
001380     88  WS-RUN-ABORTED                  VALUE 'Y'.
001390 01  WS-TARGET-SWITCH        PIC X(01)   VALUE 'N'.
001400     88  WS-TARGET-DEFAULTED             VALUE 'Y'.
001410 01  WS-GROUP-SWITCH         PIC X(01)   VALUE 'N'.
001420     88  WS-GROUP-OPEN                   VALUE 'Y'.
001430*----------------------------------------------------------------*
001440*    RESPONSE-TIME TARGET CONFIG RECORD KEY (HELLOMSG FILE) AND  *
001450*    THE TARGET IN MILLISECONDS.                                 *
001460*----------------------------------------------------------------*
001470 01  WS-SVCTGT-MSG-ID        PIC X(06)   VALUE 'SVCTGT'.
001480 01  WS-SVCTGT-MSG-LOCALE    PIC X(05)   VALUE 'EN-US'.
001490 77  WS-TARGET-MS            PIC 9(07)   VALUE 500.
001500 77  WS-DEFAULT-TARGET-MS    PIC 9(07)   VALUE 500.
001510*----------------------------------------------------------------*
001520*    CHANNEL TABLE - THE HELLOSVT CHANNEL CODE AND THE NAME      *
001530*    PRINTED FOR IT.  THE ENTRY NUMBER IS THE CHANNEL'S PLACE IN *
001540*    THE SORT AND IN THE COUNT TABLE.                            *
001550*----------------------------------------------------------------*
001560 01  WS-CHANNEL-VALUES.
001570     05  FILLER              PIC X(09)   VALUE '33270'.
001580     05  FILLER              PIC X(09)   VALUE 'WPORTAL'.
001590     05  FILLER              PIC X(09)   VALUE 'PPROGRAM'.
001600 01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-VALUES.
001610     05  WS-CHAN-ENTRY       OCCURS 3 TIMES
001620                             INDEXED BY WS-CHAN-IDX.
001630         10  WS-CHAN-CODE    PIC X(01).
001640         10  WS-CHAN-NAME    PIC X(08).
001650 77  WS-CHAN-MAX             PIC 9(01)           VALUE 3.
001660*----------------------------------------------------------------*
001670*    COUNT TABLE - REQUESTS PER LOG DATE, HOUR AND CHANNEL,      *
001680*    BUILT AS THE TIMINGS ARE RELEASED TO THE SORT.  THE OUTPUT  *
001690*    PROCEDURE NEEDS EACH GROUP'S COUNT BEFORE ITS FIRST RECORD  *
001700*    COMES BACK TO FIND THE PERCENTILE RANK.                     *
001710*----------------------------------------------------------------*
001720 01  WS-DAY-TABLE.
001730     05  WS-DAY-ENTRY        OCCURS 31 TIMES
001740                             INDEXED BY WS-DAY-IDX.
001750         10  WS-DAY-DATE     PIC 9(07).
001760         10  WS-DAY-HOUR     OCCURS 24 TIMES.
001770             15  WS-DAY-COUNT
001780                             PIC 9(09)   COMP
001790                             OCCURS 3 TIMES.
001800 77  WS-DAY-MAX              PIC 9(02)   COMP    VALUE 31.
001810 77  WS-DAY-USED             PIC 9(02)   COMP    VALUE 0.
001820 77  WS-HOUR-SUB             PIC 9(02)   COMP    VALUE 0.
001830 77  WS-CHAN-SUB             PIC 9(01)   COMP    VALUE 0.
001840 01  WS-DAY-FOUND-SW         PIC X(01)   VALUE 'N'.
001850     88  WS-DAY-FOUND                    VALUE 'Y'.
001860 01  WS-FIND-DATE            PIC 9(07)   VALUE ZERO.
001870 01  WS-TIME-WORK            PIC 9(07)   VALUE ZERO.
001880 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001890     05  FILLER              PIC 9(01).
001900     05  WS-TW-HOUR          PIC 9(02).
001910     05  WS-TW-MMSS          PIC 9(04).
001920*----------------------------------------------------------------*
001930*    CURRENT GROUP (ONE DATE, HOUR AND CHANNEL) IN THE OUTPUT    *
001940*    PROCEDURE, AND THE WHOLE-DAY TOTALS PER CHANNEL FOR THE     *
001950*    CURRENT DATE                                                *
001960*----------------------------------------------------------------*
001970 01  WS-GRP-KEY.
001980     05  WS-GRP-DATE         PIC 9(07)   VALUE ZERO.
001990     05  WS-GRP-HOUR         PIC 9(02)   VALUE ZERO.
002000     05  WS-GRP-CHAN-SUB     PIC 9(01)   VALUE ZERO.
002010 77  WS-GRP-EXPECTED         PIC 9(09)   COMP    VALUE 0.
002020 77  WS-GRP-RANK             PIC 9(09)   COMP    VALUE 0.
002030 77  WS-GRP-COUNT            PIC 9(09)   COMP    VALUE 0.
002040 77  WS-GRP-SUM              PIC 9(15)   COMP-3  VALUE 0.
002050 77  WS-GRP-P95              PIC 9(07)   VALUE ZERO.
002060 77  WS-GRP-MAX              PIC 9(07)   VALUE ZERO.
002070 77  WS-GRP-OVER             PIC 9(09)   COMP    VALUE 0.
002080 01  WS-DAY-TOTALS.
002090     05  WS-DT-ENTRY         OCCURS 3 TIMES.
002100         10  WS-DT-COUNT     PIC 9(09)   COMP.
002110         10  WS-DT-SUM       PIC 9(15)   COMP-3.
002120         10  WS-DT-MAX       PIC 9(07).
002130         10  WS-DT-OVER      PIC 9(09)   COMP.
002140 01  WS-PRT-COUNT            PIC 9(09)   COMP    VALUE 0.
002150 01  WS-PRT-SUM              PIC 9(15)   COMP-3  VALUE 0.
002160 01  WS-PRT-OVER             PIC 9(09)   COMP    VALUE 0.
002170 01  WS-PRT-AVG              PIC 9(07)   VALUE ZERO.
002180 01  WS-PRT-PCT              PIC 9(03)V9 VALUE ZERO.
002190*----------------------------------------------------------------*
002200*    RUN TOTALS                                                  *
002210*----------------------------------------------------------------*
002220 77  WS-SVT-READ             PIC 9(09)   COMP    VALUE 0.
002230 77  WS-SVT-REJECTED         PIC 9(09)   COMP    VALUE 0.
002240 77  WS-SVT-RELEASED         PIC 9(09)   COMP    VALUE 0.
002250 77  WS-REPORTED-COUNT       PIC 9(09)   COMP    VALUE 0.
002260 77  WS-TOTAL-OVER           PIC 9(09)   COMP    VALUE 0.
002270*----------------------------------------------------------------*
002280*    DELIMITED EXTRACT WORK AREAS                                *
002290*----------------------------------------------------------------*
002300 01  WS-DLM-LINE             PIC X(80)   VALUE SPACES.
002310 01  WS-DLM-HOUR             PIC 9(02).
002320 01  WS-DLM-COUNT-OUT        PIC 9(09).
002330 01  WS-DLM-AVG-OUT          PIC 9(07).
002340 01  WS-DLM-P95-OUT          PIC 9(07).
002350 01  WS-DLM-MAX-OUT          PIC 9(07).
002360 01  WS-DLM-OVER-OUT         PIC 9(09).
002370*----------------------------------------------------------------*
002380*    PAGE CONTROL                                                *
002390*----------------------------------------------------------------*
002400 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
002410 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
002420 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
002430 01  WS-PRINT-LINE           PIC X(132)  VALUE SPACES.
002440*----------------------------------------------------------------*
002450*    REPORT LINES                                                *
002460*----------------------------------------------------------------*
002470 01  WS-HDG-1.
002480     05  FILLER              PIC X(45)   VALUE
002490         'HELLOSVC SERVICE LEVELS BY HOUR AND CHANNEL'.
002500     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
002510     05  WS-HDG-PAGE-NO      PIC ZZZ9.
002520 01  WS-HDG-2.
002530     05  FILLER              PIC X(40)   VALUE
002540         'DATE      HOUR    CHANNEL      REQUESTS '.
002550     05  FILLER              PIC X(40)   VALUE
002560         '     AVG MS      P95 MS      MAX MS   OV'.
002570     05  FILLER              PIC X(40)   VALUE
002580         'ER TARGET     PCT                       '.
002590 01  WS-DETAIL-LINE.
002600     05  WS-DET-DATE         PIC X(07).
002610     05  FILLER              PIC X(03)   VALUE SPACES.
002620     05  WS-DET-HOUR         PIC X(05).
002630     05  FILLER              PIC X(03)   VALUE SPACES.
002640     05  WS-DET-CHANNEL      PIC X(08).
002650     05  FILLER              PIC X(02)   VALUE SPACES.
002660     05  WS-DET-COUNT        PIC ZZZ,ZZZ,ZZ9.
002670     05  FILLER              PIC X(03)   VALUE SPACES.
002680     05  WS-DET-AVG          PIC Z,ZZZ,ZZ9.
002690     05  FILLER              PIC X(03)   VALUE SPACES.
002700     05  WS-DET-P95          PIC Z,ZZZ,ZZ9.
002710     05  WS-DET-P95-TEXT REDEFINES WS-DET-P95
002720                             PIC X(09).
002730     05  FILLER              PIC X(03)   VALUE SPACES.
002740     05  WS-DET-MAX          PIC Z,ZZZ,ZZ9.
002750     05  FILLER              PIC X(03)   VALUE SPACES.
002760     05  WS-DET-OVER         PIC ZZZ,ZZZ,ZZ9.
002770     05  FILLER              PIC X(03)   VALUE SPACES.
002780     05  WS-DET-PCT          PIC ZZ9.9.
002790 01  WS-HOUR-TEXT.
002800     05  WS-HT-HOUR          PIC 9(02).
002810     05  FILLER              PIC X(03)   VALUE ':00'.
002820 01  WS-TARGET-LINE.
002830     05  FILLER              PIC X(30)   VALUE
002840         'RESPONSE TIME TARGET (MS)'.
002850     05  WS-TL-TARGET        PIC Z,ZZZ,ZZ9.
002860 01  WS-DEFAULT-NOTE.
002870     05  FILLER              PIC X(40)   VALUE
002880         'NO VALID SVCTGT/EN-US RECORD - DEFAULT T'.
002890     05  FILLER              PIC X(40)   VALUE
002900         'ARGET USED'.
002910 01  WS-COUNT-LINE.
002920     05  WS-CL-TEXT          PIC X(30).
002930     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002940*----------------------------------------------------------------*
002950*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
002960*    WRITE FOR THE END REWRITE.                                  *
002970*----------------------------------------------------------------*
002980 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
002990     88  WS-HELLORUN-OK                  VALUE '00'.
003000 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
003010     88  WS-RH-STARTED                   VALUE 'Y'.
003020 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
003030 01  WS-RH-YYYYDDD           PIC 9(07).
003040
003050 PROCEDURE DIVISION.
003060*----------------------------------------------------------------*
003070*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE SERVICE-LEVEL  *
003080*                    REPORT.                                     *
003090*----------------------------------------------------------------*
003100 0000-MAINLINE.
003110     PERFORM 0100-START-RUN-HISTORY
003120         THRU 0100-START-RUN-HISTORY-EXIT.
003130
003140     PERFORM 1000-INITIALIZE
003150         THRU 1000-INITIALIZE-EXIT.
003160
003170     IF NOT WS-RUN-ABORTED
003180         SORT SORT-FILE
003190             ON ASCENDING KEY SR-GROUP-KEY SR-ELAPSED-MS
003200             INPUT PROCEDURE IS 3000-RELEASE-TIMINGS
003210                 THRU 3000-RELEASE-TIMINGS-EXIT
003220             OUTPUT PROCEDURE IS 4000-REPORT-GROUPS
003230                 THRU 4000-REPORT-GROUPS-EXIT
003240         IF SORT-RETURN NOT = 0 AND NOT WS-RUN-ABORTED
003250             DISPLAY 'HELLOSVR - SORT FAILED, SORT-RETURN = '
003260                 SORT-RETURN
003270             SET WS-RUN-ABORTED
003280                             TO TRUE
003290             MOVE 12         TO RETURN-CODE
003300         END-IF
003310     END-IF.
003320
003330     IF NOT WS-RUN-ABORTED
003340         PERFORM 8000-PRINT-TOTALS
003350             THRU 8000-PRINT-TOTALS-EXIT
003360     END-IF.
003370
003380     PERFORM 9000-TERMINATE
003390         THRU 9000-TERMINATE-EXIT.
003400
003410     PERFORM 9100-END-RUN-HISTORY
003420         THRU 9100-END-RUN-HISTORY-EXIT.
003430
003440     STOP RUN.
003445
003450*----------------------------------------------------------------*
003460*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
003470*                             AS RUNNING.  A HISTORY FILE THAT   *
003480*                             CANNOT BE OPENED OR WRITTEN IS     *
003490*                             REPORTED AND THE JOB CARRIES ON.   *
003500*----------------------------------------------------------------*
003510 0100-START-RUN-HISTORY.
003520     MOVE SPACES             TO HELLORUN-RECORD.
003530     MOVE 'HELLOSVR'         TO RH-JOB-NAME.
003540     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
003550     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
003560         GIVING RH-START-DATE.
003570     ACCEPT RH-START-TIME    FROM TIME.
003580     MOVE ZERO               TO RH-END-DATE
003590                                RH-END-TIME
003600                                RH-RETURN-CODE
003610                                RH-INPUT-COUNT
003620                                RH-OUTPUT-COUNT
003630                                RH-REJECT-COUNT.
003640     SET RH-STAT-RUNNING     TO TRUE.
003650     SET RH-FRESH-START      TO TRUE.
003660     MOVE RH-RUN-KEY         TO WS-RH-KEY.
003670     OPEN I-O HELLORUN-FILE.
003680     IF NOT WS-HELLORUN-OK
003690         DISPLAY 'HELLOSVR - HELLORUN OPEN FAILED, STATUS = '
003700             WS-HELLORUN-STATUS
003710         DISPLAY 'HELLOSVR - RUN HISTORY NOT RECORDED'
003720         GO TO 0100-START-RUN-HISTORY-EXIT
003730     END-IF.
003740     WRITE HELLORUN-RECORD.
003750     IF WS-HELLORUN-OK
003760         SET WS-RH-STARTED   TO TRUE
003770     ELSE
003780         DISPLAY 'HELLOSVR - HELLORUN WRITE FAILED, STATUS = '
003790             WS-HELLORUN-STATUS
003800     END-IF.
003810     CLOSE HELLORUN-FILE.
003820 0100-START-RUN-HISTORY-EXIT.
003830     EXIT.
003835
003840*----------------------------------------------------------------*
003850*    1000-INITIALIZE - OPEN THE REPORT AND THE OPTIONAL          *
003860*                      DELIMITED EXTRACT, PICK UP THE            *
003870*                      RESPONSE-TIME TARGET, AND PRINT THE FIRST *
003880*                      HEADINGS.                                 *
003890*----------------------------------------------------------------*
003900 1000-INITIALIZE.
003910     OPEN OUTPUT RPTOUT-FILE.
003920     INITIALIZE WS-DAY-TABLE
003930                WS-DAY-TOTALS.
003940
003950*    THE DELIMITED EXTRACT IS OPTIONAL - A MISSING OR DUMMY
003960*    DLMOUT DD LEAVES THE SWITCH OFF AND ONLY THE PRINT RUNS.
003970     OPEN OUTPUT DLMOUT-FILE.
003980     IF WS-DLMOUT-OK
003990         MOVE 'Y'            TO WS-DLM-OPEN-SW
004000     ELSE
004010         DISPLAY 'HELLOSVR - DLMOUT NOT AVAILABLE, STATUS = '
004020             WS-DLMOUT-STATUS
004030         DISPLAY 'HELLOSVR - DELIMITED EXTRACT SKIPPED'
004040     END-IF.
004050
004060     PERFORM 1100-GET-TARGET
004070         THRU 1100-GET-TARGET-EXIT.
004080
004090     PERFORM 8100-PRINT-HEADINGS
004100         THRU 8100-PRINT-HEADINGS-EXIT.
004110     MOVE WS-TARGET-MS       TO WS-TL-TARGET.
004120     MOVE WS-TARGET-LINE     TO WS-PRINT-LINE.
004130     PERFORM 8500-PRINT-LINE
004140         THRU 8500-PRINT-LINE-EXIT.
004150     IF WS-TARGET-DEFAULTED
004160         MOVE WS-DEFAULT-NOTE
004170                             TO WS-PRINT-LINE
004180         PERFORM 8500-PRINT-LINE
004190             THRU 8500-PRINT-LINE-EXIT
004200     END-IF.
004210     MOVE SPACES             TO WS-PRINT-LINE.
004220     PERFORM 8500-PRINT-LINE
004230         THRU 8500-PRINT-LINE-EXIT.
004240 1000-INITIALIZE-EXIT.
004250     EXIT.
004255
004260*----------------------------------------------------------------*
004270*    1100-GET-TARGET - READ THE SVCTGT/EN-US CONFIG RECORD FROM  *
004280*                      HELLOMSG.  THE FIRST FIVE CHARACTERS OF   *
004290*                      THE TEXT ARE THE TARGET IN MILLISECONDS;  *
004300*                      ANYTHING MISSING, NOT NUMERIC, OR ZERO    *
004310*                      FALLS BACK TO THE DEFAULT, AS HELLODRM    *
004320*                      DOES FOR DORMNT.  THE TARGET ONLY SHAPES  *
004330*                      THE REPORT, SO A HELLOMSG FILE THAT WILL  *
004340*                      NOT OPEN ALSO MEANS THE DEFAULT.          *
004350*----------------------------------------------------------------*
004360 1100-GET-TARGET.
004370     MOVE WS-DEFAULT-TARGET-MS
004380                             TO WS-TARGET-MS.
004390     OPEN INPUT HELLOMSG-FILE.
004400     IF NOT WS-HELLOMSG-OK
004410         DISPLAY 'HELLOSVR - HELLOMSG OPEN FAILED, STATUS = '
004420             WS-HELLOMSG-STATUS
004430         SET WS-TARGET-DEFAULTED
004440                             TO TRUE
004450         GO TO 1100-GET-TARGET-EXIT
004460     END-IF.
004470     MOVE SPACES             TO HELLOMSG-RECORD.
004480     MOVE WS-SVCTGT-MSG-ID   TO HM-MSG-ID.
004490     MOVE WS-SVCTGT-MSG-LOCALE
004500                             TO HM-MSG-LOCALE.
004510     READ HELLOMSG-FILE
004520         INVALID KEY
004530             CONTINUE
004540     END-READ.
004550     IF WS-HELLOMSG-OK
004560             AND HM-MSG-TEXT (1:5) IS NUMERIC
004570             AND HM-MSG-TEXT (1:5) NOT = '00000'
004580         MOVE HM-MSG-TEXT (1:5)  TO WS-TARGET-MS
004590     ELSE
004600         SET WS-TARGET-DEFAULTED TO TRUE
004610     END-IF.
004620     CLOSE HELLOMSG-FILE.
004630 1100-GET-TARGET-EXIT.
004640     EXIT.
004645
004650*----------------------------------------------------------------*
004660*    3000-RELEASE-TIMINGS - SORT INPUT PROCEDURE.  READ THE      *
004670*                           EXTRACT, COUNT EACH GOOD TIMING IN   *
004680*                           THE COUNT TABLE, AND RELEASE IT.     *
004690*----------------------------------------------------------------*
004700 3000-RELEASE-TIMINGS.
004710     OPEN INPUT HELLOSVT-FILE.
004720     IF NOT WS-HELLOSVT-OK
004730         DISPLAY 'HELLOSVR - HELLOSVT OPEN FAILED, STATUS = '
004740             WS-HELLOSVT-STATUS
004750         SET WS-RUN-ABORTED  TO TRUE
004760         MOVE 8              TO RETURN-CODE
004770         GO TO 3000-RELEASE-TIMINGS-EXIT
004780     END-IF.
004790     PERFORM 3100-RELEASE-ONE
004800         THRU 3100-RELEASE-ONE-EXIT
004810         UNTIL WS-SVT-END.
004820     CLOSE HELLOSVT-FILE.
004830 3000-RELEASE-TIMINGS-EXIT.
004840     EXIT.
004845
004850*----------------------------------------------------------------*
004860*    3100-RELEASE-ONE - READ THE NEXT TIMING.  A RECORD WITH A   *
004870*                       BAD DATE, TIME, ELAPSED TIME OR CHANNEL  *
004880*                       IS COUNTED AND SKIPPED.  A DATE THAT     *
004890*                       WILL NOT FIT IN THE COUNT TABLE STOPS    *
004900*                       THE RUN.                                 *
004910*----------------------------------------------------------------*
004920 3100-RELEASE-ONE.
004930     READ HELLOSVT-FILE
004940         AT END
004950             SET WS-SVT-END  TO TRUE
004960             GO TO 3100-RELEASE-ONE-EXIT
004970     END-READ.
004980     IF NOT WS-HELLOSVT-OK
004990         DISPLAY 'HELLOSVR - HELLOSVT READ FAILED, STATUS = '
005000             WS-HELLOSVT-STATUS
005010         SET WS-SVT-END      TO TRUE
005020         SET WS-RUN-ABORTED  TO TRUE
005030         MOVE 12             TO RETURN-CODE
005040         GO TO 3100-RELEASE-ONE-EXIT
005050     END-IF.
005060     ADD 1                   TO WS-SVT-READ.
005070
005080     IF ST-START-DATE NOT NUMERIC
005090             OR ST-START-TIME NOT NUMERIC
005100             OR ST-ELAPSED-MS NOT NUMERIC
005110         ADD 1               TO WS-SVT-REJECTED
005120         GO TO 3100-RELEASE-ONE-EXIT
005130     END-IF.
005140     MOVE ST-START-TIME      TO WS-TIME-WORK.
005150     IF WS-TW-HOUR > 23
005160         ADD 1               TO WS-SVT-REJECTED
005170         GO TO 3100-RELEASE-ONE-EXIT
005180     END-IF.
005190     SET WS-CHAN-IDX         TO 1.
005200     SEARCH WS-CHAN-ENTRY
005210         AT END
005220             ADD 1           TO WS-SVT-REJECTED
005230             GO TO 3100-RELEASE-ONE-EXIT
005240         WHEN WS-CHAN-CODE (WS-CHAN-IDX) = ST-CHANNEL
005250             SET WS-CHAN-SUB TO WS-CHAN-IDX
005260     END-SEARCH.
005270
005280     MOVE ST-START-DATE      TO WS-FIND-DATE.
005290     PERFORM 3200-FIND-DATE
005300         THRU 3200-FIND-DATE-EXIT.
005310     IF NOT WS-DAY-FOUND
005320         IF WS-DAY-USED = WS-DAY-MAX
005330             DISPLAY 'HELLOSVR - MORE THAN 31 LOG DATES ON THE'
005340                 ' EXTRACT'
005350             SET WS-SVT-END  TO TRUE
005360             SET WS-RUN-ABORTED
005370                             TO TRUE
005380             MOVE 8          TO RETURN-CODE
005390             GO TO 3100-RELEASE-ONE-EXIT
005400         END-IF
005410         ADD 1               TO WS-DAY-USED
005420         SET WS-DAY-IDX      TO WS-DAY-USED
005430         MOVE ST-START-DATE  TO WS-DAY-DATE (WS-DAY-IDX)
005440     END-IF.
005450     COMPUTE WS-HOUR-SUB = WS-TW-HOUR + 1.
005460     ADD 1 TO WS-DAY-COUNT (WS-DAY-IDX WS-HOUR-SUB WS-CHAN-SUB).
005470
005480     MOVE ST-START-DATE      TO SR-START-DATE.
005490     MOVE WS-TW-HOUR         TO SR-HOUR.
005500     MOVE WS-CHAN-SUB        TO SR-CHAN-SUB.
005510     MOVE ST-ELAPSED-MS      TO SR-ELAPSED-MS.
005520     RELEASE SORT-RECORD.
005530     ADD 1                   TO WS-SVT-RELEASED.
005540 3100-RELEASE-ONE-EXIT.
005550     EXIT.
005555
005560*----------------------------------------------------------------*
005570*    3200-FIND-DATE - POINT WS-DAY-IDX AT THE COUNT-TABLE ENTRY  *
005580*                     FOR WS-FIND-DATE AND SET WS-DAY-FOUND, AS  *
005590*                     HELLORPT DOES FOR ITS DAILY HISTORY        *
005600*                     ENTRIES.  A DATE NOT IN THE TABLE YET      *
005610*                     LEAVES THE SWITCH OFF.                     *
005620*----------------------------------------------------------------*
005630 3200-FIND-DATE.
005640     MOVE 'N'                TO WS-DAY-FOUND-SW.
005650     SET WS-DAY-IDX          TO 1.
005660     SEARCH WS-DAY-ENTRY
005670         AT END
005680             CONTINUE
005690         WHEN WS-DAY-IDX > WS-DAY-USED
005700             CONTINUE
005710         WHEN WS-DAY-DATE (WS-DAY-IDX) = WS-FIND-DATE
005720             SET WS-DAY-FOUND
005730                             TO TRUE
005740     END-SEARCH.
005750 3200-FIND-DATE-EXIT.
005760     EXIT.
005765
005770*----------------------------------------------------------------*
005780*    4000-REPORT-GROUPS - SORT OUTPUT PROCEDURE.  RETURN THE     *
005790*                         TIMINGS GROUP BY GROUP, PRINTING A     *
005800*                         LINE AS EACH HOUR AND CHANNEL ENDS AND *
005810*                         THE WHOLE-DAY LINES AS EACH DATE ENDS. *
005820*----------------------------------------------------------------*
005830 4000-REPORT-GROUPS.
005840     IF WS-RUN-ABORTED
005850         GO TO 4000-REPORT-GROUPS-EXIT
005860     END-IF.
005870     PERFORM 4100-RETURN-ONE
005880         THRU 4100-RETURN-ONE-EXIT
005890         UNTIL WS-SORT-END.
005900     IF WS-GROUP-OPEN
005910         PERFORM 4300-END-GROUP
005920             THRU 4300-END-GROUP-EXIT
005930         PERFORM 4400-END-DAY
005940             THRU 4400-END-DAY-EXIT
005950     ELSE
005960         MOVE 'NO SERVICE-TIMING RECORDS ON THE EXTRACT'
005970                             TO WS-PRINT-LINE
005980         PERFORM 8500-PRINT-LINE
005990             THRU 8500-PRINT-LINE-EXIT
006000     END-IF.
006010 4000-REPORT-GROUPS-EXIT.
006020     EXIT.
006025
006030*----------------------------------------------------------------*
006040*    4100-RETURN-ONE - TAKE THE NEXT SORTED TIMING.  A NEW GROUP *
006050*                      CLOSES THE ONE BEFORE (AND A NEW DATE THE *
006060*                      DAY BEFORE) FIRST.  THE TIMING AT THE     *
006070*                      PERCENTILE RANK IS KEPT; THE LAST ONE IN  *
006080*                      A GROUP IS ITS MAXIMUM.                   *
006090*----------------------------------------------------------------*
006100 4100-RETURN-ONE.
006110     RETURN SORT-FILE
006120         AT END
006130             SET WS-SORT-END TO TRUE
006140             GO TO 4100-RETURN-ONE-EXIT
006150     END-RETURN.
006160     IF WS-GROUP-OPEN AND SR-GROUP-KEY NOT = WS-GRP-KEY
006170         PERFORM 4300-END-GROUP
006180             THRU 4300-END-GROUP-EXIT
006190         IF SR-START-DATE NOT = WS-GRP-DATE
006200             PERFORM 4400-END-DAY
006210                 THRU 4400-END-DAY-EXIT
006220         END-IF
006230     END-IF.
006240     IF NOT WS-GROUP-OPEN
006250         PERFORM 4200-START-GROUP
006260             THRU 4200-START-GROUP-EXIT
006270     END-IF.
006280
006290     ADD 1                   TO WS-GRP-COUNT.
006300     ADD SR-ELAPSED-MS       TO WS-GRP-SUM.
006310     IF WS-GRP-COUNT = WS-GRP-RANK
006320         MOVE SR-ELAPSED-MS  TO WS-GRP-P95
006330     END-IF.
006340     MOVE SR-ELAPSED-MS      TO WS-GRP-MAX.
006350     IF SR-ELAPSED-MS > WS-TARGET-MS
006360         ADD 1               TO WS-GRP-OVER
006370     END-IF.
006380 4100-RETURN-ONE-EXIT.
006390     EXIT.
006395
006400*----------------------------------------------------------------*
006410*    4200-START-GROUP - START A NEW GROUP - LOOK UP ITS COUNT,   *
006420*                       WORK OUT THE PERCENTILE RANK (95 PERCENT *
006430*                       OF THE COUNT, ROUNDED UP), AND CLEAR THE *
006440*                       ACCUMULATORS.                            *
006450*----------------------------------------------------------------*
006460 4200-START-GROUP.
006470     MOVE SR-GROUP-KEY       TO WS-GRP-KEY.
006480     SET WS-GROUP-OPEN       TO TRUE.
006490     MOVE WS-GRP-DATE        TO WS-FIND-DATE.
006500     PERFORM 3200-FIND-DATE
006510         THRU 3200-FIND-DATE-EXIT.
006520     COMPUTE WS-HOUR-SUB = WS-GRP-HOUR + 1.
006530     MOVE WS-DAY-COUNT (WS-DAY-IDX WS-HOUR-SUB WS-GRP-CHAN-SUB)
006540                             TO WS-GRP-EXPECTED.
006550     COMPUTE WS-GRP-RANK = (WS-GRP-EXPECTED * 95 + 99) / 100.
006560     MOVE ZERO               TO WS-GRP-COUNT
006570                                WS-GRP-SUM
006580                                WS-GRP-P95
006590                                WS-GRP-MAX
006600                                WS-GRP-OVER.
006610 4200-START-GROUP-EXIT.
006620     EXIT.
006625
006630*----------------------------------------------------------------*
006640*    4300-END-GROUP - PRINT THE LINE FOR THE GROUP JUST ENDED,   *
006650*                     WRITE IT TO THE DELIMITED EXTRACT, AND ADD *
006660*                     IT INTO THE DAY AND RUN TOTALS.            *
006670*----------------------------------------------------------------*
006680 4300-END-GROUP.
006690     IF WS-GRP-COUNT NOT = WS-GRP-EXPECTED
006700         DISPLAY 'HELLOSVR - GROUP COUNT MISMATCH FOR ' WS-GRP-KEY
006710     END-IF.
006720     MOVE WS-GRP-COUNT       TO WS-PRT-COUNT.
006730     MOVE WS-GRP-SUM         TO WS-PRT-SUM.
006740     MOVE WS-GRP-OVER        TO WS-PRT-OVER.
006750     PERFORM 4500-FORMAT-FIGURES
006760         THRU 4500-FORMAT-FIGURES-EXIT.
006770     MOVE WS-GRP-DATE        TO WS-DET-DATE.
006780     MOVE WS-GRP-HOUR        TO WS-HT-HOUR.
006790     MOVE WS-HOUR-TEXT       TO WS-DET-HOUR.
006800     MOVE WS-CHAN-NAME (WS-GRP-CHAN-SUB)
006810                             TO WS-DET-CHANNEL.
006820     MOVE WS-GRP-P95         TO WS-DET-P95.
006830     MOVE WS-GRP-MAX         TO WS-DET-MAX.
006840     MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
006850     PERFORM 8500-PRINT-LINE
006860         THRU 8500-PRINT-LINE-EXIT.
006870
006880     IF WS-DLM-IS-OPEN
006890         MOVE WS-GRP-HOUR    TO WS-DLM-HOUR
006900         MOVE WS-GRP-COUNT   TO WS-DLM-COUNT-OUT
006910         MOVE WS-PRT-AVG     TO WS-DLM-AVG-OUT
006920         MOVE WS-GRP-P95     TO WS-DLM-P95-OUT
006930         MOVE WS-GRP-MAX     TO WS-DLM-MAX-OUT
006940         MOVE WS-GRP-OVER    TO WS-DLM-OVER-OUT
006950         MOVE SPACES         TO WS-DLM-LINE
006960         STRING 'S,'             DELIMITED BY SIZE
006970                WS-GRP-DATE      DELIMITED BY SIZE
006980                ','              DELIMITED BY SIZE
006990                WS-DLM-HOUR      DELIMITED BY SIZE
007000                ','              DELIMITED BY SIZE
007010                WS-CHAN-NAME (WS-GRP-CHAN-SUB)
007020                                 DELIMITED BY SPACE
007030                ','              DELIMITED BY SIZE
007040                WS-DLM-COUNT-OUT DELIMITED BY SIZE
007050                ','              DELIMITED BY SIZE
007060                WS-DLM-AVG-OUT   DELIMITED BY SIZE
007070                ','              DELIMITED BY SIZE
007080                WS-DLM-P95-OUT   DELIMITED BY SIZE
007090                ','              DELIMITED BY SIZE
007100                WS-DLM-MAX-OUT   DELIMITED BY SIZE
007110                ','              DELIMITED BY SIZE
007120                WS-DLM-OVER-OUT  DELIMITED BY SIZE
007130           INTO WS-DLM-LINE
007140         PERFORM 8900-WRITE-DLM-LINE
007150             THRU 8900-WRITE-DLM-LINE-EXIT
007160     END-IF.
007170
007180     ADD WS-GRP-COUNT        TO WS-DT-COUNT (WS-GRP-CHAN-SUB)
007190                                WS-REPORTED-COUNT.
007200     ADD WS-GRP-SUM          TO WS-DT-SUM (WS-GRP-CHAN-SUB).
007210     ADD WS-GRP-OVER         TO WS-DT-OVER (WS-GRP-CHAN-SUB)
007220                                WS-TOTAL-OVER.
007230     IF WS-GRP-MAX > WS-DT-MAX (WS-GRP-CHAN-SUB)
007240         MOVE WS-GRP-MAX     TO WS-DT-MAX (WS-GRP-CHAN-SUB)
007250     END-IF.
007260     MOVE 'N'                TO WS-GROUP-SWITCH.
007270 4300-END-GROUP-EXIT.
007280     EXIT.
007285
007290*----------------------------------------------------------------*
007300*    4400-END-DAY - PRINT THE WHOLE-DAY LINE FOR EACH CHANNEL    *
007310*                   WITH REQUESTS ON THE DATE JUST ENDED, THEN   *
007320*                   CLEAR THE DAY TOTALS.                        *
007330*----------------------------------------------------------------*
007340 4400-END-DAY.
007350     PERFORM 4410-PRINT-DAY-CHANNEL
007360         THRU 4410-PRINT-DAY-CHANNEL-EXIT
007370         VARYING WS-CHAN-SUB FROM 1 BY 1
007380         UNTIL WS-CHAN-SUB > WS-CHAN-MAX.
007390     MOVE SPACES             TO WS-PRINT-LINE.
007400     PERFORM 8500-PRINT-LINE
007410         THRU 8500-PRINT-LINE-EXIT.
007420     INITIALIZE WS-DAY-TOTALS.
007430 4400-END-DAY-EXIT.
007440     EXIT.
007445
007450*----------------------------------------------------------------*
007460*    4410-PRINT-DAY-CHANNEL - PRINT ONE WHOLE-DAY LINE.  THE     *
007470*                             HOUR COLUMN READS ALL AND THE      *
007480*                             PERCENTILE IS LEFT BLANK.          *
007490*----------------------------------------------------------------*
007500 4410-PRINT-DAY-CHANNEL.
007510     IF WS-DT-COUNT (WS-CHAN-SUB) = 0
007520         GO TO 4410-PRINT-DAY-CHANNEL-EXIT
007530     END-IF.
007540     MOVE WS-DT-COUNT (WS-CHAN-SUB)
007550                             TO WS-PRT-COUNT.
007560     MOVE WS-DT-SUM (WS-CHAN-SUB)
007570                             TO WS-PRT-SUM.
007580     MOVE WS-DT-OVER (WS-CHAN-SUB)
007590                             TO WS-PRT-OVER.
007600     PERFORM 4500-FORMAT-FIGURES
007610         THRU 4500-FORMAT-FIGURES-EXIT.
007620     MOVE WS-GRP-DATE        TO WS-DET-DATE.
007630     MOVE 'ALL'              TO WS-DET-HOUR.
007640     MOVE WS-CHAN-NAME (WS-CHAN-SUB)
007650                             TO WS-DET-CHANNEL.
007660     MOVE SPACES             TO WS-DET-P95-TEXT.
007670     MOVE WS-DT-MAX (WS-CHAN-SUB)
007680                             TO WS-DET-MAX.
007690     MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
007700     PERFORM 8500-PRINT-LINE
007710         THRU 8500-PRINT-LINE-EXIT.
007720 4410-PRINT-DAY-CHANNEL-EXIT.
007730     EXIT.
007735
007740*----------------------------------------------------------------*
007750*    4500-FORMAT-FIGURES - WORK OUT THE AVERAGE AND THE          *
007760*                          PERCENTAGE OVER TARGET FROM           *
007770*                          WS-PRT-COUNT, WS-PRT-SUM AND          *
007780*                          WS-PRT-OVER AND MOVE THEM, WITH THE   *
007790*                          COUNTS, TO THE DETAIL LINE.           *
007800*----------------------------------------------------------------*
007810 4500-FORMAT-FIGURES.
007820     COMPUTE WS-PRT-AVG ROUNDED = WS-PRT-SUM / WS-PRT-COUNT.
007830     COMPUTE WS-PRT-PCT ROUNDED =
007840         WS-PRT-OVER * 100 / WS-PRT-COUNT.
007850     MOVE WS-PRT-COUNT       TO WS-DET-COUNT.
007860     MOVE WS-PRT-AVG         TO WS-DET-AVG.
007870     MOVE WS-PRT-OVER        TO WS-DET-OVER.
007880     MOVE WS-PRT-PCT         TO WS-DET-PCT.
007890 4500-FORMAT-FIGURES-EXIT.
007900     EXIT.
007905
007910*----------------------------------------------------------------*
007920*    8000-PRINT-TOTALS - PRINT THE RUN TOTALS.  REJECTED RECORDS *
007930*                        END THE STEP RC=4.                      *
007940*----------------------------------------------------------------*
007950 8000-PRINT-TOTALS.
007960     MOVE SPACES             TO WS-PRINT-LINE.
007970     PERFORM 8500-PRINT-LINE
007980         THRU 8500-PRINT-LINE-EXIT.
007990     MOVE 'TIMING RECORDS READ'
008000                             TO WS-CL-TEXT.
008010     MOVE WS-SVT-READ        TO WS-CL-COUNT.
008020     PERFORM 8400-PRINT-COUNT
008030         THRU 8400-PRINT-COUNT-EXIT.
008040     MOVE 'REJECTED - BAD DATA'
008050                             TO WS-CL-TEXT.
008060     MOVE WS-SVT-REJECTED    TO WS-CL-COUNT.
008070     PERFORM 8400-PRINT-COUNT
008080         THRU 8400-PRINT-COUNT-EXIT.
008090     MOVE 'REQUESTS REPORTED'
008100                             TO WS-CL-TEXT.
008110     MOVE WS-REPORTED-COUNT  TO WS-CL-COUNT.
008120     PERFORM 8400-PRINT-COUNT
008130         THRU 8400-PRINT-COUNT-EXIT.
008140     MOVE 'REQUESTS OVER TARGET'
008150                             TO WS-CL-TEXT.
008160     MOVE WS-TOTAL-OVER      TO WS-CL-COUNT.
008170     PERFORM 8400-PRINT-COUNT
008180         THRU 8400-PRINT-COUNT-EXIT.
008190     MOVE 'LOG DATES'        TO WS-CL-TEXT.
008200     MOVE WS-DAY-USED        TO WS-CL-COUNT.
008210     PERFORM 8400-PRINT-COUNT
008220         THRU 8400-PRINT-COUNT-EXIT.
008230     IF WS-SVT-REJECTED > 0 AND RETURN-CODE < 4
008240         MOVE 4              TO RETURN-CODE
008250     END-IF.
008260     DISPLAY 'HELLOSVR - RECORDS READ    ' WS-SVT-READ.
008270     DISPLAY 'HELLOSVR - RECORDS REPORTED ' WS-REPORTED-COUNT.
008280 8000-PRINT-TOTALS-EXIT.
008290     EXIT.
008295
008300*----------------------------------------------------------------*
008310*    8100-PRINT-HEADINGS - START A NEW PAGE.                     *
008320*----------------------------------------------------------------*
008330 8100-PRINT-HEADINGS.
008340     ADD 1                   TO WS-PAGE-COUNT.
008350     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
008360     MOVE WS-HDG-1           TO RO-TEXT.
008370     MOVE '1'                TO RO-CTRL.
008380     WRITE RPTOUT-LINE.
008390     MOVE WS-HDG-2           TO RO-TEXT.
008400     MOVE '0'                TO RO-CTRL.
008410     WRITE RPTOUT-LINE.
008420     MOVE SPACES             TO RO-TEXT.
008430     MOVE ' '                TO RO-CTRL.
008440     WRITE RPTOUT-LINE.
008450     MOVE 4                  TO WS-LINE-COUNT.
008460 8100-PRINT-HEADINGS-EXIT.
008470     EXIT.
008475
008480*----------------------------------------------------------------*
008490*    8400-PRINT-COUNT - PRINT ONE RUN-TOTAL LINE.                *
008500*----------------------------------------------------------------*
008510 8400-PRINT-COUNT.
008520     MOVE WS-COUNT-LINE      TO WS-PRINT-LINE.
008530     PERFORM 8500-PRINT-LINE
008540         THRU 8500-PRINT-LINE-EXIT.
008550 8400-PRINT-COUNT-EXIT.
008560     EXIT.
008565
008570*----------------------------------------------------------------*
008580*    8500-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE  *
008590*                      WHEN THIS ONE IS FULL.                    *
008600*----------------------------------------------------------------*
008610 8500-PRINT-LINE.
008620     IF WS-LINE-COUNT >= WS-MAX-LINES
008630         PERFORM 8100-PRINT-HEADINGS
008640             THRU 8100-PRINT-HEADINGS-EXIT
008650     END-IF.
008660     MOVE WS-PRINT-LINE      TO RO-TEXT.
008670     MOVE ' '                TO RO-CTRL.
008680     WRITE RPTOUT-LINE.
008690     ADD 1                   TO WS-LINE-COUNT.
008700 8500-PRINT-LINE-EXIT.
008710     EXIT.
008715
008720*----------------------------------------------------------------*
008730*    8900-WRITE-DLM-LINE - WRITE ONE DELIMITED EXTRACT RECORD    *
008740*                          ALREADY BUILT IN WS-DLM-LINE.         *
008750*----------------------------------------------------------------*
008760 8900-WRITE-DLM-LINE.
008770     MOVE WS-DLM-LINE        TO DLMOUT-RECORD.
008780     WRITE DLMOUT-RECORD.
008790 8900-WRITE-DLM-LINE-EXIT.
008800     EXIT.
008805
008810*----------------------------------------------------------------*
008820*    9000-TERMINATE - CLOSE FILES.                               *
008830*----------------------------------------------------------------*
008840 9000-TERMINATE.
008850     IF WS-DLM-IS-OPEN
008860         CLOSE DLMOUT-FILE
008870     END-IF.
008880     CLOSE RPTOUT-FILE.
008890 9000-TERMINATE-EXIT.
008900     EXIT.
008905
008910*----------------------------------------------------------------*
008920*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
008930*                           AS ENDED WITH THE END DATE AND TIME, *
008940*                           RETURN CODE, RESTART INDICATOR AND   *
008950*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
008960*                           THE START WRITE FAILED.              *
008970*----------------------------------------------------------------*
008980 9100-END-RUN-HISTORY.
008990     IF NOT WS-RH-STARTED
009000         GO TO 9100-END-RUN-HISTORY-EXIT
009010     END-IF.
009020     OPEN I-O HELLORUN-FILE.
009030     IF NOT WS-HELLORUN-OK
009040         DISPLAY 'HELLOSVR - HELLORUN OPEN FAILED, STATUS = '
009050             WS-HELLORUN-STATUS
009060         GO TO 9100-END-RUN-HISTORY-EXIT
009070     END-IF.
009080     MOVE WS-RH-KEY          TO RH-RUN-KEY.
009090     READ HELLORUN-FILE.
009100     IF NOT WS-HELLORUN-OK
009110         DISPLAY 'HELLOSVR - HELLORUN READ FAILED, STATUS = '
009120             WS-HELLORUN-STATUS
009130         CLOSE HELLORUN-FILE
009140         GO TO 9100-END-RUN-HISTORY-EXIT
009150     END-IF.
009160     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
009170     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
009180         GIVING RH-END-DATE.
009190     ACCEPT RH-END-TIME      FROM TIME.
009200     SET RH-STAT-ENDED       TO TRUE.
009210     MOVE RETURN-CODE        TO RH-RETURN-CODE.
009220     MOVE WS-SVT-READ        TO RH-INPUT-COUNT.
009230     MOVE 'TIMINGS'          TO RH-INPUT-LABEL.
009240     MOVE WS-REPORTED-COUNT  TO RH-OUTPUT-COUNT.
009250     MOVE 'REPORTED'         TO RH-OUTPUT-LABEL.
009260     MOVE WS-SVT-REJECTED    TO RH-REJECT-COUNT.
009270     MOVE 'REJECTED'         TO RH-REJECT-LABEL.
009280     REWRITE HELLORUN-RECORD.
009290     IF NOT WS-HELLORUN-OK
009300         DISPLAY 'HELLOSVR - HELLORUN REWRITE FAILED, STATUS = '
009310             WS-HELLORUN-STATUS
009320     END-IF.
009330     CLOSE HELLORUN-FILE.
009340 9100-END-RUN-HISTORY-EXIT.
009350     EXIT.
