000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLORHT.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLORHT                                     *
000090*    DESCRIPTION    BATCH RUN-HISTORY TRAILER.  READS THE        *
000100*                   HELLORUN SHARED RUN HISTORY FOR ONE BUSINESS *
000110*                   DATE AND, FOR EACH JOB EXPECTED TO RUN THAT  *
000120*                   DATE, LISTS EVERY RUN IT MADE WITH ITS       *
000130*                   START, END, RETURN CODE, STATUS, COUNTS AND  *
000140*                   RESTART INDICATOR (R).  A TRAILER THEN NAMES *
000150*                   EVERY EXPECTED JOB THAT HAD NO GOOD RUN -    *
000160*                   NOT RUN AT ALL, FAILED (RETURN CODE ABOVE 4) *
000170*                   OR NEVER ENDED (STILL AT STATUS R, SO        *
000180*                   ABENDED OR CANCELLED).  ANY JOB IN THE       *
000190*                   TRAILER ENDS THE STEP WITH RC=4.             *
000200*                                                               *
000210*                   BUSINESS DATE - THE NIGHTLY CYCLE FOR A DATE *
000220*                   RUNS AFTER END-OF-DAY AND OFTEN PAST         *
000230*                   MIDNIGHT, SO A RUN BELONGS TO BUSINESS DATE  *
000240*                   D WHEN IT STARTED ON D AT OR AFTER NOON, OR  *
000250*                   ON THE DAY AFTER D BEFORE NOON.              *
000260*                                                               *
000270*                   CONTROL CARDS (CTLIN), OPTIONAL, ONE PER     *
000280*                   LINE:  BUSDAY=0CYYDDD GIVES THE BUSINESS     *
000290*                   DATE (DEFAULT YESTERDAY).  EXPECT=JOBNAME    *
000300*                   NAMES ONE EXPECTED JOB, AT MOST 20 CARDS;    *
000310*                   WITH NO EXPECT CARDS THE DAILY JOBS          *
000320*                   HELLORPT, HELLOCNT, HELLOARC AND HELLOSVR    *
000330*                   ARE EXPECTED.                                *
000340*-----------------------------------------------------------------
000350*    MODIFICATION HISTORY                                       *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    ---------  ----  ------------------------------------------ *
000380*    2026-10-15 SMH   ORIGINAL.                                  *
000385*    2026-10-15 SMH   HELLOSVR ADDED TO THE DEFAULT JOBS.        *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RH-RUN-KEY
000500         FILE STATUS IS WS-HELLORUN-STATUS.
000510
000520     SELECT CTLIN-FILE       ASSIGN TO CTLIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CTLIN-STATUS.
000550
000560     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RPTOUT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  HELLORUN-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY HELLORUN.
000650
000660 FD  CTLIN-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  CTLIN-RECORD.
000700     05  CT-KEYWORD          PIC X(07).
000710     05  CT-VALUE            PIC X(08).
000720     05  FILLER              PIC X(65).
000730
000740 FD  RPTOUT-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 133 CHARACTERS.
000770 01  RPTOUT-LINE.
000780     05  RO-CTRL             PIC X(01).
000790     05  RO-TEXT             PIC X(132).
000800
000810 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------*
000830*    FILE STATUS AND CONTROL SWITCHES                            *
000840*----------------------------------------------------------------*
000850 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
000860     88  WS-HELLORUN-OK                  VALUE '00'.
000870 01  WS-CTLIN-STATUS         PIC X(02)   VALUE '00'.
000880     88  WS-CTLIN-OK                     VALUE '00'.
000890 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
000900 01  WS-CTL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000910     88  WS-CTL-END                      VALUE 'Y'.
000920 01  WS-RUN-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000930     88  WS-RUN-END                      VALUE 'Y'.
000940 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
000950     88  WS-RUN-ABORTED                  VALUE 'Y'.
000960 01  WS-HELLORUN-OPEN-SW     PIC X(01)   VALUE 'N'.
000970     88  WS-HELLORUN-OPEN                VALUE 'Y'.
000980*----------------------------------------------------------------*
000990*    BUSINESS DATE AND ITS WINDOW.  RUNS STARTING FROM NOON ON   *
001000*    THE BUSINESS DATE UP TO NOON THE DAY AFTER BELONG TO IT.    *
001010*    DATES ARE 0CYYDDD, TIMES HHMMSSTH AS ON THE HELLORUN KEY.   *
001020*----------------------------------------------------------------*
001030 01  WS-RUN-YYYYDDD          PIC 9(07)   VALUE ZERO.
001040 01  WS-RUN-DATE             PIC 9(07)   VALUE ZERO.
001050 01  WS-BUS-DATE             PIC 9(07)   VALUE ZERO.
001060 01  WS-NEXT-DATE            PIC 9(07)   VALUE ZERO.
001070 77  WS-CUTOVER-TIME         PIC 9(08)   VALUE 12000000.
001080*----------------------------------------------------------------*
001090*    DAY-NUMBER WORK AREAS.  A 0CYYDDD DATE IS TURNED INTO A DAY *
001100*    NUMBER (DAYS SINCE THE START OF YEAR 1, GREGORIAN) AS IN    *
001110*    HELLODRM, AND BACK AGAIN, SO THE DAY BEFORE AND AFTER COME  *
001120*    OUT RIGHT ACROSS A YEAR END.                                *
001130*----------------------------------------------------------------*
001140 01  WS-DN-DATE              PIC 9(07)   VALUE ZERO.
001150 01  WS-DN-DAYS              PIC 9(09)   COMP    VALUE 0.
001160 01  WS-DN-CYY               PIC 9(04)   COMP    VALUE 0.
001170 01  WS-DN-DDD               PIC 9(04)   COMP    VALUE 0.
001180 01  WS-DN-PRIOR-YEARS       PIC 9(09)   COMP    VALUE 0.
001190 01  WS-DN-LEAP-4            PIC 9(09)   COMP    VALUE 0.
001200 01  WS-DN-LEAP-100          PIC 9(09)   COMP    VALUE 0.
001210 01  WS-DN-LEAP-400          PIC 9(09)   COMP    VALUE 0.
001220 01  WS-DN-YEAR-BASE         PIC 9(09)   COMP    VALUE 0.
001230 01  WS-DN-NEXT-BASE         PIC 9(09)   COMP    VALUE 0.
001240 01  WS-DN-SETTLED-SW        PIC X(01)   VALUE 'N'.
001250     88  WS-DN-SETTLED                   VALUE 'Y'.
001260*----------------------------------------------------------------*
001270*    EXPECTED JOBS, FROM THE EXPECT CARDS OR THE DAILY DEFAULT,  *
001280*    EACH WITH THE RESULT OF ITS BEST RUN IN THE WINDOW          *
001290*----------------------------------------------------------------*
001300 01  WS-DEFAULT-JOBS.
001310     05  FILLER              PIC X(08)   VALUE 'HELLORPT'.
001320     05  FILLER              PIC X(08)   VALUE 'HELLOCNT'.
001330     05  FILLER              PIC X(08)   VALUE 'HELLOARC'.
001335     05  FILLER              PIC X(08)   VALUE 'HELLOSVR'.
001340 01  WS-DEFAULT-JOB-TABLE    REDEFINES WS-DEFAULT-JOBS.
001350     05  WS-DEFAULT-JOB      PIC X(08)   OCCURS 4 TIMES.
001360 77  WS-DEFAULT-MAX          PIC 9(04)   COMP    VALUE 4.
001370 01  WS-JOB-TABLE.
001380     05  WS-JOB-COUNT-USED   PIC 9(04)   COMP    VALUE 0.
001390     05  WS-JOB-ENTRY        OCCURS 20 TIMES.
001400         10  WS-JB-NAME          PIC X(08).
001410         10  WS-JB-RUNS          PIC 9(04)   COMP.
001420         10  WS-JB-RESULT        PIC X(01).
001430             88  WS-JB-MISSING               VALUE 'M'.
001440             88  WS-JB-GOOD                  VALUE 'G'.
001450             88  WS-JB-FAILED                VALUE 'F'.
001460             88  WS-JB-NOT-ENDED             VALUE 'A'.
001470         10  WS-JB-LAST-RC       PIC 9(04).
001480 77  WS-JOB-MAX              PIC 9(04)   COMP    VALUE 20.
001490 01  WS-NEW-JOB              PIC X(08)   VALUE SPACES.
001500 01  WS-JOB-FOUND-SW         PIC X(01)   VALUE 'N'.
001510     88  WS-JOB-FOUND                    VALUE 'Y'.
001520*----------------------------------------------------------------*
001530*    WORK AREAS AND RUN TOTALS                                   *
001540*----------------------------------------------------------------*
001550 01  WS-SUB                  PIC 9(04)   COMP.
001560 01  WS-JOB-SUB              PIC 9(04)   COMP.
001570 01  WS-DEF-SUB              PIC 9(04)   COMP.
001580 01  WS-RT-TIME              PIC 9(08).
001590 01  WS-RT-TIME-R            REDEFINES WS-RT-TIME.
001600     05  WS-RT-HH            PIC 9(02).
001610     05  WS-RT-MM            PIC 9(02).
001620     05  WS-RT-SS            PIC 9(02).
001630     05  WS-RT-TH            PIC 9(02).
001640 77  WS-RUNS-LISTED          PIC 9(09)   COMP    VALUE 0.
001650 77  WS-GOOD-COUNT           PIC 9(09)   COMP    VALUE 0.
001660 77  WS-EXCEPTION-COUNT      PIC 9(09)   COMP    VALUE 0.
001670*----------------------------------------------------------------*
001680*    PAGE CONTROL                                                *
001690*----------------------------------------------------------------*
001700 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
001710 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
001720 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
001730 01  WS-PRINT-LINE           PIC X(132)  VALUE SPACES.
001740*----------------------------------------------------------------*
001750*    REPORT LINES                                                *
001760*----------------------------------------------------------------*
001770 01  WS-HDG-1.
001780     05  FILLER              PIC X(40)   VALUE
001790         'HELLO BATCH RUN HISTORY - '.
001800     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
001810     05  WS-HDG-PAGE-NO      PIC ZZZ9.
001820 01  WS-HDG-2.
001830     05  FILLER              PIC X(40)   VALUE
001840         'JOB       STARTED           ENDED       '.
001850     05  FILLER              PIC X(40)   VALUE
001860         '        RC  STATUS     INPUT            '.
001870     05  FILLER              PIC X(40)   VALUE
001880         '     OUTPUT                REJECTS      '.
001890     05  FILLER              PIC X(10)   VALUE
001900         '         R'.
001910 01  WS-WINDOW-LINE.
001920     05  FILLER              PIC X(14)   VALUE
001930         'BUSINESS DATE '.
001940     05  WS-WL-BUS-DATE      PIC 9(07).
001950     05  FILLER              PIC X(21)   VALUE
001960         ' - RUNS STARTED FROM '.
001970     05  WS-WL-FROM-DATE     PIC 9(07).
001980     05  FILLER              PIC X(13)   VALUE
001990         ' 12:00:00 TO '.
002000     05  WS-WL-TO-DATE       PIC 9(07).
002010     05  FILLER              PIC X(09)   VALUE
002020         ' 11:59:59'.
002030 01  WS-DETAIL-LINE.
002040     05  WS-DET-JOB          PIC X(08).
002050     05  FILLER              PIC X(02)   VALUE SPACES.
002060     05  WS-DET-START-DATE   PIC X(07).
002070     05  FILLER              PIC X(01)   VALUE SPACES.
002080     05  WS-DET-START-TIME   PIC X(08).
002090     05  FILLER              PIC X(02)   VALUE SPACES.
002100     05  WS-DET-END-DATE     PIC X(07).
002110     05  FILLER              PIC X(01)   VALUE SPACES.
002120     05  WS-DET-END-TIME     PIC X(08).
002130     05  FILLER              PIC X(02)   VALUE SPACES.
002140     05  WS-DET-RC           PIC X(04).
002150     05  FILLER              PIC X(02)   VALUE SPACES.
002160     05  WS-DET-STATUS       PIC X(09).
002170     05  FILLER              PIC X(02)   VALUE SPACES.
002180     05  WS-DET-IN-LABEL     PIC X(10).
002190     05  FILLER              PIC X(01)   VALUE SPACES.
002200     05  WS-DET-IN-COUNT     PIC X(09).
002210     05  FILLER              PIC X(02)   VALUE SPACES.
002220     05  WS-DET-OUT-LABEL    PIC X(10).
002230     05  FILLER              PIC X(01)   VALUE SPACES.
002240     05  WS-DET-OUT-COUNT    PIC X(09).
002250     05  FILLER              PIC X(02)   VALUE SPACES.
002260     05  WS-DET-REJ-LABEL    PIC X(10).
002270     05  FILLER              PIC X(01)   VALUE SPACES.
002280     05  WS-DET-REJ-COUNT    PIC X(09).
002290     05  FILLER              PIC X(02)   VALUE SPACES.
002300     05  WS-DET-RESTART      PIC X(01).
002310 01  WS-TIME-EDIT.
002320     05  WS-TE-HH            PIC 9(02).
002330     05  FILLER              PIC X(01)   VALUE ':'.
002340     05  WS-TE-MM            PIC 9(02).
002350     05  FILLER              PIC X(01)   VALUE ':'.
002360     05  WS-TE-SS            PIC 9(02).
002370 01  WS-RC-EDIT              PIC ZZZ9.
002380 01  WS-COUNT-EDIT           PIC Z(08)9.
002390 01  WS-TRAILER-LINE.
002400     05  WS-TL-JOB           PIC X(08).
002410     05  FILLER              PIC X(02)   VALUE SPACES.
002420     05  WS-TL-REASON        PIC X(44).
002430 01  WS-FAILED-REASON.
002440     05  FILLER              PIC X(27)   VALUE
002450         'FAILED - LAST RUN ENDED RC='.
002460     05  WS-FR-RC            PIC ZZZ9.
002470 01  WS-COUNT-LINE.
002480     05  WS-CL-TEXT          PIC X(30).
002490     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002500
002510 PROCEDURE DIVISION.
002520*----------------------------------------------------------------*
002530*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE TRAILER RUN.   *
002540*----------------------------------------------------------------*
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE
002570         THRU 1000-INITIALIZE-EXIT.
002580
002590     IF NOT WS-RUN-ABORTED
002600         PERFORM 2000-CHECK-JOB
002610             THRU 2000-CHECK-JOB-EXIT
002620             VARYING WS-JOB-SUB FROM 1 BY 1
002630             UNTIL WS-JOB-SUB > WS-JOB-COUNT-USED
002640                OR WS-RUN-ABORTED
002650     END-IF.
002660
002670     IF NOT WS-RUN-ABORTED
002680         PERFORM 8000-PRINT-TRAILER
002690             THRU 8000-PRINT-TRAILER-EXIT
002700     END-IF.
002710
002720     PERFORM 9000-TERMINATE
002730         THRU 9000-TERMINATE-EXIT.
002740
002750     STOP RUN.
002760*----------------------------------------------------------------*
002770*    1000-INITIALIZE - READ THE CONTROL CARDS, SETTLE THE        *
002780*                      BUSINESS DATE AND THE EXPECTED JOBS, OPEN *
002790*                      THE RUN HISTORY, AND PRINT THE FIRST      *
002800*                      HEADINGS.                                 *
002810*----------------------------------------------------------------*
002820 1000-INITIALIZE.
002830     OPEN OUTPUT RPTOUT-FILE.
002840     ACCEPT WS-RUN-YYYYDDD   FROM DAY YYYYDDD.
002850     SUBTRACT 1900000 FROM WS-RUN-YYYYDDD
002860         GIVING WS-RUN-DATE.
002870
002880     PERFORM 1100-READ-CONTROL-CARDS
002890         THRU 1100-READ-CONTROL-CARDS-EXIT.
002900     IF WS-RUN-ABORTED
002910         GO TO 1000-INITIALIZE-EXIT
002920     END-IF.
002930
002940     IF WS-JOB-COUNT-USED = 0
002950         PERFORM 1130-ADD-DEFAULT-JOB
002960             THRU 1130-ADD-DEFAULT-JOB-EXIT
002970             VARYING WS-DEF-SUB FROM 1 BY 1
002980             UNTIL WS-DEF-SUB > WS-DEFAULT-MAX
002990     END-IF.
003000
003010     PERFORM 1200-SET-WINDOW
003020         THRU 1200-SET-WINDOW-EXIT.
003030
003040     OPEN INPUT HELLORUN-FILE.
003050     IF NOT WS-HELLORUN-OK
003060         DISPLAY 'HELLORHT - HELLORUN OPEN FAILED, STATUS = '
003070             WS-HELLORUN-STATUS
003080         SET WS-RUN-ABORTED  TO TRUE
003090         MOVE 8              TO RETURN-CODE
003100         GO TO 1000-INITIALIZE-EXIT
003110     END-IF.
003120     SET WS-HELLORUN-OPEN    TO TRUE.
003130
003140     PERFORM 8100-PRINT-HEADINGS
003150         THRU 8100-PRINT-HEADINGS-EXIT.
003160     MOVE WS-BUS-DATE        TO WS-WL-BUS-DATE
003170                                WS-WL-FROM-DATE.
003180     MOVE WS-NEXT-DATE       TO WS-WL-TO-DATE.
003190     MOVE WS-WINDOW-LINE     TO WS-PRINT-LINE.
003200     PERFORM 8500-PRINT-LINE
003210         THRU 8500-PRINT-LINE-EXIT.
003220     MOVE SPACES             TO WS-PRINT-LINE.
003230     PERFORM 8500-PRINT-LINE
003240         THRU 8500-PRINT-LINE-EXIT.
003250 1000-INITIALIZE-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------*
003280*    1100-READ-CONTROL-CARDS - PICK UP AND VALIDATE ANY CTLIN    *
003290*                              CARDS.                            *
003300*----------------------------------------------------------------*
003310 1100-READ-CONTROL-CARDS.
003320     OPEN INPUT CTLIN-FILE.
003330     IF NOT WS-CTLIN-OK
003340         DISPLAY 'HELLORHT - CTLIN OPEN FAILED, STATUS = '
003350             WS-CTLIN-STATUS
003360         SET WS-RUN-ABORTED  TO TRUE
003370         MOVE 8              TO RETURN-CODE
003380         GO TO 1100-READ-CONTROL-CARDS-EXIT
003390     END-IF.
003400     PERFORM 1110-APPLY-ONE-CARD
003410         THRU 1110-APPLY-ONE-CARD-EXIT
003420         UNTIL WS-CTL-END OR WS-RUN-ABORTED.
003430     CLOSE CTLIN-FILE.
003440 1100-READ-CONTROL-CARDS-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------*
003470*    1110-APPLY-ONE-CARD - READ AND APPLY ONE CONTROL CARD.  A   *
003480*                          CARD THAT PARSES TO NOTHING IS AN     *
003490*                          ERROR RATHER THAN A SILENTLY WRONG    *
003500*                          CHECK.                                *
003510*----------------------------------------------------------------*
003520 1110-APPLY-ONE-CARD.
003530     READ CTLIN-FILE
003540         AT END
003550             SET WS-CTL-END  TO TRUE
003560             GO TO 1110-APPLY-ONE-CARD-EXIT
003570     END-READ.
003580     IF CTLIN-RECORD = SPACES
003590         GO TO 1110-APPLY-ONE-CARD-EXIT
003600     END-IF.
003610     EVALUATE CT-KEYWORD
003620         WHEN 'BUSDAY='
003630             IF CT-VALUE (1:7) NOT NUMERIC
003640                 DISPLAY 'HELLORHT - BAD BUSDAY CARD: '
003650                     CTLIN-RECORD (1:20)
003660                 SET WS-RUN-ABORTED
003670                             TO TRUE
003680                 MOVE 8      TO RETURN-CODE
003690             ELSE
003700                 MOVE CT-VALUE (1:7)
003710                             TO WS-BUS-DATE
003720             END-IF
003730         WHEN 'EXPECT='
003740             IF CT-VALUE = SPACES
003750                 DISPLAY 'HELLORHT - BAD EXPECT CARD: '
003760                     CTLIN-RECORD (1:20)
003770                 SET WS-RUN-ABORTED
003780                             TO TRUE
003790                 MOVE 8      TO RETURN-CODE
003800             ELSE
003810                 MOVE CT-VALUE
003820                             TO WS-NEW-JOB
003830                 PERFORM 1120-ADD-EXPECTED
003840                     THRU 1120-ADD-EXPECTED-EXIT
003850             END-IF
003860         WHEN OTHER
003870             DISPLAY 'HELLORHT - UNRECOGNIZED CTLIN CARD: '
003880                 CTLIN-RECORD (1:20)
003890             SET WS-RUN-ABORTED
003900                             TO TRUE
003910             MOVE 8          TO RETURN-CODE
003920     END-EVALUATE.
003930 1110-APPLY-ONE-CARD-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------*
003960*    1120-ADD-EXPECTED - ADD THE JOB IN WS-NEW-JOB TO THE        *
003970*                        EXPECTED LIST.  A JOB NAMED TWICE IS    *
003980*                        LISTED ONCE; MORE JOBS THAN THE TABLE   *
003990*                        HOLDS STOPS THE RUN RATHER THAN LEAVE   *
004000*                        ONE UNCHECKED.                          *
004010*----------------------------------------------------------------*
004020 1120-ADD-EXPECTED.
004030     MOVE 'N'                TO WS-JOB-FOUND-SW.
004040     PERFORM 1125-MATCH-JOB
004050         THRU 1125-MATCH-JOB-EXIT
004060         VARYING WS-SUB FROM 1 BY 1
004070         UNTIL WS-SUB > WS-JOB-COUNT-USED
004080            OR WS-JOB-FOUND.
004090     IF WS-JOB-FOUND
004100         GO TO 1120-ADD-EXPECTED-EXIT
004110     END-IF.
004120     IF WS-JOB-COUNT-USED >= WS-JOB-MAX
004130         DISPLAY 'HELLORHT - MORE THAN ' WS-JOB-MAX
004140             ' EXPECT CARDS'
004150         SET WS-RUN-ABORTED  TO TRUE
004160         MOVE 8              TO RETURN-CODE
004170         GO TO 1120-ADD-EXPECTED-EXIT
004180     END-IF.
004190     ADD 1                   TO WS-JOB-COUNT-USED.
004200     MOVE WS-NEW-JOB         TO WS-JB-NAME (WS-JOB-COUNT-USED).
004210     MOVE 0                  TO WS-JB-RUNS (WS-JOB-COUNT-USED)
004220                                WS-JB-LAST-RC (WS-JOB-COUNT-USED).
004230     SET WS-JB-MISSING (WS-JOB-COUNT-USED)
004240                             TO TRUE.
004250 1120-ADD-EXPECTED-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------*
004280*    1125-MATCH-JOB - NOTE WHETHER TABLE ENTRY WS-SUB IS ALREADY *
004290*                     WS-NEW-JOB.                                *
004300*----------------------------------------------------------------*
004310 1125-MATCH-JOB.
004320     IF WS-JB-NAME (WS-SUB) = WS-NEW-JOB
004330         SET WS-JOB-FOUND    TO TRUE
004340     END-IF.
004350 1125-MATCH-JOB-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------*
004380*    1130-ADD-DEFAULT-JOB - ADD DAILY DEFAULT JOB WS-DEF-SUB TO  *
004390*                           THE EXPECTED LIST.                   *
004400*----------------------------------------------------------------*
004410 1130-ADD-DEFAULT-JOB.
004420     MOVE WS-DEFAULT-JOB (WS-DEF-SUB)
004430                             TO WS-NEW-JOB.
004440     PERFORM 1120-ADD-EXPECTED
004450         THRU 1120-ADD-EXPECTED-EXIT.
004460 1130-ADD-DEFAULT-JOB-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------*
004490*    1200-SET-WINDOW - DEFAULT THE BUSINESS DATE TO YESTERDAY    *
004500*                      AND WORK OUT THE DAY AFTER IT, WHERE THE  *
004510*                      WINDOW CLOSES.                            *
004520*----------------------------------------------------------------*
004530 1200-SET-WINDOW.
004540     IF WS-BUS-DATE = 0
004550         MOVE WS-RUN-DATE    TO WS-DN-DATE
004560         PERFORM 6000-DAY-NUMBER
004570             THRU 6000-DAY-NUMBER-EXIT
004580         SUBTRACT 1          FROM WS-DN-DAYS
004590         PERFORM 6100-DAY-TO-DATE
004600             THRU 6100-DAY-TO-DATE-EXIT
004610         MOVE WS-DN-DATE     TO WS-BUS-DATE
004620     END-IF.
004630     MOVE WS-BUS-DATE        TO WS-DN-DATE.
004640     PERFORM 6000-DAY-NUMBER
004650         THRU 6000-DAY-NUMBER-EXIT.
004660     ADD 1                   TO WS-DN-DAYS.
004670     PERFORM 6100-DAY-TO-DATE
004680         THRU 6100-DAY-TO-DATE-EXIT.
004690     MOVE WS-DN-DATE         TO WS-NEXT-DATE.
004700 1200-SET-WINDOW-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------*
004730*    2000-CHECK-JOB - LIST THE RUNS EXPECTED JOB WS-JOB-SUB MADE *
004740*                     IN THE WINDOW.  THE BROWSE STARTS AT THE   *
004750*                     JOB'S FIRST RUN ON THE BUSINESS DATE AND   *
004760*                     STOPS AT ITS FIRST RUN PAST THE DAY AFTER. *
004770*                     A JOB WITH NO RUN GETS A NOT RUN LINE.     *
004780*----------------------------------------------------------------*
004790 2000-CHECK-JOB.
004800     MOVE 'N'                TO WS-RUN-EOF-SWITCH.
004810     MOVE WS-JB-NAME (WS-JOB-SUB)
004820                             TO RH-JOB-NAME.
004830     MOVE WS-BUS-DATE        TO RH-START-DATE.
004840     MOVE ZERO               TO RH-START-TIME.
004850     START HELLORUN-FILE
004860         KEY NOT LESS THAN RH-RUN-KEY
004870         INVALID KEY
004880             SET WS-RUN-END  TO TRUE
004890     END-START.
004900     IF NOT WS-RUN-END AND NOT WS-HELLORUN-OK
004910         DISPLAY 'HELLORHT - HELLORUN START FAILED, STATUS = '
004920             WS-HELLORUN-STATUS
004930         SET WS-RUN-ABORTED  TO TRUE
004940         MOVE 12             TO RETURN-CODE
004950         GO TO 2000-CHECK-JOB-EXIT
004960     END-IF.
004970     PERFORM 2100-NEXT-RUN
004980         THRU 2100-NEXT-RUN-EXIT
004990         UNTIL WS-RUN-END.
005000     IF WS-RUN-ABORTED
005010         GO TO 2000-CHECK-JOB-EXIT
005020     END-IF.
005030
005040     IF WS-JB-RUNS (WS-JOB-SUB) = 0
005050         MOVE SPACES         TO WS-DETAIL-LINE
005060         MOVE WS-JB-NAME (WS-JOB-SUB)
005070                             TO WS-DET-JOB
005080         MOVE 'NOT RUN'      TO WS-DET-STATUS
005090         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
005100         PERFORM 8500-PRINT-LINE
005110             THRU 8500-PRINT-LINE-EXIT
005120     END-IF.
005130 2000-CHECK-JOB-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------*
005160*    2100-NEXT-RUN - READ THE NEXT HISTORY RECORD AND LIST IT    *
005170*                    WHEN IT IS THIS JOB'S AND FALLS IN THE      *
005180*                    WINDOW.  ANOTHER JOB'S RECORD, OR A START   *
005190*                    PAST THE DAY AFTER, ENDS THE BROWSE.        *
005200*----------------------------------------------------------------*
005210 2100-NEXT-RUN.
005220     READ HELLORUN-FILE NEXT RECORD
005230         AT END
005240             SET WS-RUN-END  TO TRUE
005250             GO TO 2100-NEXT-RUN-EXIT
005260     END-READ.
005270     IF NOT WS-HELLORUN-OK
005280         DISPLAY 'HELLORHT - HELLORUN READ FAILED, STATUS = '
005290             WS-HELLORUN-STATUS
005300         SET WS-RUN-END      TO TRUE
005310         SET WS-RUN-ABORTED  TO TRUE
005320         MOVE 12             TO RETURN-CODE
005330         GO TO 2100-NEXT-RUN-EXIT
005340     END-IF.
005350     IF RH-JOB-NAME NOT = WS-JB-NAME (WS-JOB-SUB)
005360        OR RH-START-DATE > WS-NEXT-DATE
005370         SET WS-RUN-END      TO TRUE
005380         GO TO 2100-NEXT-RUN-EXIT
005390     END-IF.
005400     IF RH-START-DATE = WS-BUS-DATE
005410        AND RH-START-TIME < WS-CUTOVER-TIME
005420         GO TO 2100-NEXT-RUN-EXIT
005430     END-IF.
005440     IF RH-START-DATE = WS-NEXT-DATE
005450        AND RH-START-TIME NOT < WS-CUTOVER-TIME
005460         GO TO 2100-NEXT-RUN-EXIT
005470     END-IF.
005480     PERFORM 2200-LIST-RUN
005490         THRU 2200-LIST-RUN-EXIT.
005500 2100-NEXT-RUN-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------*
005530*    2200-LIST-RUN - PRINT ONE RUN AND FOLD ITS OUTCOME INTO THE *
005540*                    JOB'S RESULT.  ANY GOOD RUN (ENDED, RC 4 OR *
005550*                    LESS) MAKES THE JOB GOOD; OTHERWISE THE     *
005560*                    LATEST RUN'S OUTCOME STANDS.                *
005570*----------------------------------------------------------------*
005580 2200-LIST-RUN.
005590     ADD 1                   TO WS-JB-RUNS (WS-JOB-SUB).
005600     ADD 1                   TO WS-RUNS-LISTED.
005610     MOVE SPACES             TO WS-DETAIL-LINE.
005620     MOVE RH-JOB-NAME        TO WS-DET-JOB.
005630     MOVE RH-START-DATE      TO WS-DET-START-DATE.
005640     MOVE RH-START-TIME      TO WS-RT-TIME.
005650     PERFORM 2300-EDIT-TIME
005660         THRU 2300-EDIT-TIME-EXIT.
005670     MOVE WS-TIME-EDIT       TO WS-DET-START-TIME.
005680
005690     IF RH-STAT-ENDED
005700         MOVE RH-END-DATE    TO WS-DET-END-DATE
005710         MOVE RH-END-TIME    TO WS-RT-TIME
005720         PERFORM 2300-EDIT-TIME
005730             THRU 2300-EDIT-TIME-EXIT
005740         MOVE WS-TIME-EDIT   TO WS-DET-END-TIME
005750         MOVE RH-RETURN-CODE TO WS-RC-EDIT
005760         MOVE WS-RC-EDIT     TO WS-DET-RC
005770         MOVE RH-RETURN-CODE TO WS-JB-LAST-RC (WS-JOB-SUB)
005780         EVALUATE TRUE
005790             WHEN RH-RETURN-CODE = 0
005800                 MOVE 'ENDED OK'
005810                             TO WS-DET-STATUS
005820             WHEN RH-RETURN-CODE NOT > 4
005830                 MOVE 'WARNING'
005840                             TO WS-DET-STATUS
005850             WHEN OTHER
005860                 MOVE 'FAILED'
005870                             TO WS-DET-STATUS
005880         END-EVALUATE
005890         IF RH-RETURN-CODE NOT > 4
005900             SET WS-JB-GOOD (WS-JOB-SUB)
005910                             TO TRUE
005920         ELSE
005930             IF NOT WS-JB-GOOD (WS-JOB-SUB)
005940                 SET WS-JB-FAILED (WS-JOB-SUB)
005950                             TO TRUE
005960             END-IF
005970         END-IF
005980     ELSE
005990         MOVE 'NOT ENDED'    TO WS-DET-STATUS
006000         IF NOT WS-JB-GOOD (WS-JOB-SUB)
006010             SET WS-JB-NOT-ENDED (WS-JOB-SUB)
006020                             TO TRUE
006030         END-IF
006040     END-IF.
006050     IF RH-RESTARTED
006060         MOVE 'R'            TO WS-DET-RESTART
006070     END-IF.
006080
006090     MOVE RH-INPUT-LABEL     TO WS-DET-IN-LABEL.
006100     MOVE RH-OUTPUT-LABEL    TO WS-DET-OUT-LABEL.
006110     MOVE RH-REJECT-LABEL    TO WS-DET-REJ-LABEL.
006120     IF RH-INPUT-LABEL NOT = SPACES
006130         MOVE RH-INPUT-COUNT TO WS-COUNT-EDIT
006140         MOVE WS-COUNT-EDIT  TO WS-DET-IN-COUNT
006150     END-IF.
006160     IF RH-OUTPUT-LABEL NOT = SPACES
006170         MOVE RH-OUTPUT-COUNT
006180                             TO WS-COUNT-EDIT
006190         MOVE WS-COUNT-EDIT  TO WS-DET-OUT-COUNT
006200     END-IF.
006210     IF RH-REJECT-LABEL NOT = SPACES
006220         MOVE RH-REJECT-COUNT
006230                             TO WS-COUNT-EDIT
006240         MOVE WS-COUNT-EDIT  TO WS-DET-REJ-COUNT
006250     END-IF.
006260     MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
006270     PERFORM 8500-PRINT-LINE
006280         THRU 8500-PRINT-LINE-EXIT.
006290 2200-LIST-RUN-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------*
006320*    2300-EDIT-TIME - EDIT THE HHMMSSTH TIME IN WS-RT-TIME AS    *
006330*                     HH:MM:SS.                                  *
006340*----------------------------------------------------------------*
006350 2300-EDIT-TIME.
006360     MOVE WS-RT-HH           TO WS-TE-HH.
006370     MOVE WS-RT-MM           TO WS-TE-MM.
006380     MOVE WS-RT-SS           TO WS-TE-SS.
006390 2300-EDIT-TIME-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------*
006420*    6000-DAY-NUMBER - TURN THE 0CYYDDD DATE IN WS-DN-DATE INTO  *
006430*                      A DAY NUMBER IN WS-DN-DAYS: 365 DAYS FOR  *
006440*                      EVERY EARLIER YEAR PLUS ONE FOR EVERY     *
006450*                      EARLIER LEAP YEAR, PLUS THE DAY OF THE    *
006460*                      YEAR.  THE SAME ARITHMETIC AS HELLODRM.   *
006470*----------------------------------------------------------------*
006480 6000-DAY-NUMBER.
006490     DIVIDE WS-DN-DATE BY 1000
006500         GIVING WS-DN-CYY
006510         REMAINDER WS-DN-DDD.
006520     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CYY + 1899.
006530     PERFORM 6150-YEAR-BASE
006540         THRU 6150-YEAR-BASE-EXIT.
006550     COMPUTE WS-DN-DAYS = WS-DN-YEAR-BASE + WS-DN-DDD.
006560 6000-DAY-NUMBER-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------*
006590*    6100-DAY-TO-DATE - TURN THE DAY NUMBER IN WS-DN-DAYS BACK   *
006600*                       INTO A 0CYYDDD DATE IN WS-DN-DATE.  THE  *
006610*                       YEAR IS ESTIMATED FROM THE AVERAGE       *
006620*                       GREGORIAN YEAR AND THEN NUDGED UNTIL THE *
006630*                       DAY FALLS INSIDE IT.                     *
006640*----------------------------------------------------------------*
006650 6100-DAY-TO-DATE.
006660     COMPUTE WS-DN-PRIOR-YEARS = (WS-DN-DAYS * 400) / 146097.
006670     MOVE 'N'                TO WS-DN-SETTLED-SW.
006680     PERFORM 6160-SETTLE-YEAR
006690         THRU 6160-SETTLE-YEAR-EXIT
006700         UNTIL WS-DN-SETTLED.
006710     COMPUTE WS-DN-DDD = WS-DN-DAYS - WS-DN-YEAR-BASE.
006720     COMPUTE WS-DN-CYY = WS-DN-PRIOR-YEARS - 1899.
006730     COMPUTE WS-DN-DATE = WS-DN-CYY * 1000 + WS-DN-DDD.
006740 6100-DAY-TO-DATE-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------*
006770*    6150-YEAR-BASE - THE DAY NUMBER OF THE LAST DAY BEFORE THE  *
006780*                     YEAR THAT FOLLOWS WS-DN-PRIOR-YEARS        *
006790*                     COMPLETE YEARS.                            *
006800*----------------------------------------------------------------*
006810 6150-YEAR-BASE.
006820     DIVIDE WS-DN-PRIOR-YEARS BY 4   GIVING WS-DN-LEAP-4.
006830     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAP-100.
006840     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAP-400.
006850     COMPUTE WS-DN-YEAR-BASE = WS-DN-PRIOR-YEARS * 365
006860         + WS-DN-LEAP-4 - WS-DN-LEAP-100 + WS-DN-LEAP-400.
006870 6150-YEAR-BASE-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------*
006900*    6160-SETTLE-YEAR - MOVE THE YEAR ESTIMATE ONE YEAR TOWARD   *
006910*                       THE DAY, OR STOP WHEN THE DAY IS INSIDE  *
006920*                       IT.                                      *
006930*----------------------------------------------------------------*
006940 6160-SETTLE-YEAR.
006950     PERFORM 6150-YEAR-BASE
006960         THRU 6150-YEAR-BASE-EXIT.
006970     IF WS-DN-DAYS NOT > WS-DN-YEAR-BASE
006980         SUBTRACT 1          FROM WS-DN-PRIOR-YEARS
006990         GO TO 6160-SETTLE-YEAR-EXIT
007000     END-IF.
007010     MOVE WS-DN-YEAR-BASE    TO WS-DN-NEXT-BASE.
007020     ADD 1                   TO WS-DN-PRIOR-YEARS.
007030     PERFORM 6150-YEAR-BASE
007040         THRU 6150-YEAR-BASE-EXIT.
007050     IF WS-DN-DAYS > WS-DN-YEAR-BASE
007060         GO TO 6160-SETTLE-YEAR-EXIT
007070     END-IF.
007080     SUBTRACT 1              FROM WS-DN-PRIOR-YEARS.
007090     MOVE WS-DN-NEXT-BASE    TO WS-DN-YEAR-BASE.
007100     SET WS-DN-SETTLED       TO TRUE.
007110 6160-SETTLE-YEAR-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------*
007140*    8000-PRINT-TRAILER - LIST EVERY EXPECTED JOB WITHOUT A GOOD *
007150*                         RUN IN THE WINDOW, THEN THE RUN        *
007160*                         TOTALS.  ANY SUCH JOB SETS RC=4.       *
007170*----------------------------------------------------------------*
007180 8000-PRINT-TRAILER.
007190     MOVE SPACES             TO WS-PRINT-LINE.
007200     PERFORM 8500-PRINT-LINE
007210         THRU 8500-PRINT-LINE-EXIT.
007220     MOVE 'EXPECTED JOBS WITHOUT A GOOD RUN ON THE BUSINESS DATE'
007230                             TO WS-PRINT-LINE.
007240     PERFORM 8500-PRINT-LINE
007250         THRU 8500-PRINT-LINE-EXIT.
007260     PERFORM 8200-TRAILER-JOB
007270         THRU 8200-TRAILER-JOB-EXIT
007280         VARYING WS-JOB-SUB FROM 1 BY 1
007290         UNTIL WS-JOB-SUB > WS-JOB-COUNT-USED.
007300     IF WS-EXCEPTION-COUNT = 0
007310         MOVE '    NONE - EVERY EXPECTED JOB RAN'
007320                             TO WS-PRINT-LINE
007330         PERFORM 8500-PRINT-LINE
007340             THRU 8500-PRINT-LINE-EXIT
007350     ELSE
007360         IF RETURN-CODE < 4
007370             MOVE 4          TO RETURN-CODE
007380         END-IF
007390     END-IF.
007400
007410     MOVE SPACES             TO WS-PRINT-LINE.
007420     PERFORM 8500-PRINT-LINE
007430         THRU 8500-PRINT-LINE-EXIT.
007440     MOVE 'JOBS EXPECTED'    TO WS-CL-TEXT.
007450     MOVE WS-JOB-COUNT-USED  TO WS-CL-COUNT.
007460     PERFORM 8400-PRINT-COUNT
007470         THRU 8400-PRINT-COUNT-EXIT.
007480     MOVE 'RUNS LISTED'      TO WS-CL-TEXT.
007490     MOVE WS-RUNS-LISTED     TO WS-CL-COUNT.
007500     PERFORM 8400-PRINT-COUNT
007510         THRU 8400-PRINT-COUNT-EXIT.
007520     MOVE 'JOBS WITH A GOOD RUN'
007530                             TO WS-CL-TEXT.
007540     MOVE WS-GOOD-COUNT      TO WS-CL-COUNT.
007550     PERFORM 8400-PRINT-COUNT
007560         THRU 8400-PRINT-COUNT-EXIT.
007570     MOVE 'JOBS WITHOUT A GOOD RUN'
007580                             TO WS-CL-TEXT.
007590     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
007600     PERFORM 8400-PRINT-COUNT
007610         THRU 8400-PRINT-COUNT-EXIT.
007620 8000-PRINT-TRAILER-EXIT.
007630     EXIT.
007640*----------------------------------------------------------------*
007650*    8100-PRINT-HEADINGS - START A NEW PAGE WITH THE COLUMN      *
007660*                          HEADINGS.                             *
007670*----------------------------------------------------------------*
007680 8100-PRINT-HEADINGS.
007690     ADD 1                   TO WS-PAGE-COUNT.
007700     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
007710     MOVE WS-HDG-1           TO RO-TEXT.
007720     MOVE '1'                TO RO-CTRL.
007730     WRITE RPTOUT-LINE.
007740     MOVE WS-HDG-2           TO RO-TEXT.
007750     MOVE ' '                TO RO-CTRL.
007760     WRITE RPTOUT-LINE.
007770     MOVE 2                  TO WS-LINE-COUNT.
007780 8100-PRINT-HEADINGS-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------*
007810*    8200-TRAILER-JOB - PRINT A TRAILER LINE FOR EXPECTED JOB    *
007820*                       WS-JOB-SUB UNLESS IT HAD A GOOD RUN.     *
007830*----------------------------------------------------------------*
007840 8200-TRAILER-JOB.
007850     IF WS-JB-GOOD (WS-JOB-SUB)
007860         ADD 1               TO WS-GOOD-COUNT
007870         GO TO 8200-TRAILER-JOB-EXIT
007880     END-IF.
007890     ADD 1                   TO WS-EXCEPTION-COUNT.
007900     MOVE SPACES             TO WS-TRAILER-LINE.
007910     MOVE WS-JB-NAME (WS-JOB-SUB)
007920                             TO WS-TL-JOB.
007930     EVALUATE TRUE
007940         WHEN WS-JB-MISSING (WS-JOB-SUB)
007950             MOVE 'NOT RUN'  TO WS-TL-REASON
007960         WHEN WS-JB-FAILED (WS-JOB-SUB)
007970             MOVE WS-JB-LAST-RC (WS-JOB-SUB)
007980                             TO WS-FR-RC
007990             MOVE WS-FAILED-REASON
008000                             TO WS-TL-REASON
008010         WHEN OTHER
008020             MOVE 'NOT ENDED - ABENDED, CANCELLED OR RUNNING'
008030                             TO WS-TL-REASON
008040     END-EVALUATE.
008050     MOVE SPACES             TO WS-PRINT-LINE.
008060     MOVE WS-TRAILER-LINE    TO WS-PRINT-LINE (5:54).
008070     PERFORM 8500-PRINT-LINE
008080         THRU 8500-PRINT-LINE-EXIT.
008090 8200-TRAILER-JOB-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------*
008120*    8400-PRINT-COUNT - PRINT ONE RUN-TOTAL LINE.                *
008130*----------------------------------------------------------------*
008140 8400-PRINT-COUNT.
008150     MOVE WS-COUNT-LINE      TO WS-PRINT-LINE.
008160     PERFORM 8500-PRINT-LINE
008170         THRU 8500-PRINT-LINE-EXIT.
008180 8400-PRINT-COUNT-EXIT.
008190     EXIT.
008200*----------------------------------------------------------------*
008210*    8500-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE  *
008220*                      WHEN THIS ONE IS FULL.                    *
008230*----------------------------------------------------------------*
008240 8500-PRINT-LINE.
008250     IF WS-LINE-COUNT >= WS-MAX-LINES
008260         PERFORM 8100-PRINT-HEADINGS
008270             THRU 8100-PRINT-HEADINGS-EXIT
008280     END-IF.
008290     MOVE WS-PRINT-LINE      TO RO-TEXT.
008300     MOVE ' '                TO RO-CTRL.
008310     WRITE RPTOUT-LINE.
008320     ADD 1                   TO WS-LINE-COUNT.
008330 8500-PRINT-LINE-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------*
008360*    9000-TERMINATE - CLOSE FILES.                               *
008370*----------------------------------------------------------------*
008380 9000-TERMINATE.
008390     IF WS-HELLORUN-OPEN
008400         CLOSE HELLORUN-FILE
008410     END-IF.
008420     CLOSE RPTOUT-FILE.
008430 9000-TERMINATE-EXIT.
008440     EXIT.
