000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOSDR.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOSDR                                     *
000090*    DESCRIPTION    OPERATOR SESSION-DURATION REPORT.  PAIRS     *
000100*                   THE 'N' GREETING (SIGN-ON) RECORDS ON THE    *
000110*                   HELLOLOG KSDS WITH THE 'O' SIGN-OFF RECORDS  *
000120*                   HELLOOFF WRITES, BY OPERATOR AND TERMINAL,   *
000130*                   AND LISTS EVERY SESSION WITH ITS START, END  *
000140*                   AND DURATION.  SESSIONS NEVER CLOSED AND     *
000150*                   SESSIONS ONE OPERATOR HAD OPEN ON TWO        *
000160*                   TERMINALS AT ONCE ARE FLAGGED, AND EACH      *
000170*                   OPERATOR'S SESSIONS ARE FOLLOWED BY THEIR    *
000180*                   DAILY AND WEEKLY HOURS.  A CLOSING SECTION   *
000190*                   GIVES THE SAME DAILY AND WEEKLY HOURS PER    *
000200*                   BRANCH.  ANY FLAGGED SESSION ENDS THE STEP   *
000210*                   WITH RC=4.                                   *
000220*                                                               *
000230*                   PAIRING RULES, WITHIN ONE OPERATOR AND       *
000240*                   TERMINAL IN TIME ORDER:                      *
000250*                   - A GREETING WITH NO SESSION OPEN STARTS     *
000260*                     ONE; FURTHER GREETINGS THE SAME DAY ARE    *
000270*                     PART OF IT, AS ON THE HELLOSES FILE.       *
000280*                   - A SIGN-OFF CLOSES THE OPEN SESSION, EVEN   *
000290*                     AFTER MIDNIGHT.  A SIGN-OFF WITH NOTHING   *
000300*                     OPEN IS LISTED AS UNMATCHED.               *
000310*                   - A SESSION STILL OPEN WHEN A GREETING       *
000320*                     ARRIVES ON A LATER DAY, OR AT THE END OF   *
000330*                     THE DATA, WAS NEVER CLOSED.  IT IS TIMED   *
000340*                     TO ITS LAST GREETING AND FLAGGED.          *
000350*                   HOURS COUNT TO THE DAY THE SESSION STARTED   *
000360*                   AND TO THE BRANCH ON ITS FIRST GREETING.     *
000370*                                                               *
000380*                   CONTROL CARDS (CTLIN), OPTIONAL, ONE PER     *
000390*                   LINE:  FROMDT=0CYYDDD AND THRUDT=0CYYDDD     *
000400*                   GIVE THE SIGN-ON DATES TO REPORT, AT MOST 35 *
000410*                   DAYS.  WEEKS RUN SEVEN DAYS FROM FROMDT.     *
000420*                   ONE CARD ALONE MEANS THE SEVEN DAYS STARTING *
000430*                   OR ENDING ON IT; NO CARDS MEANS THE SEVEN    *
000440*                   DAYS ENDING YESTERDAY.  SIGN-OFFS ARE READ   *
000450*                   ONE DAY PAST THRUDT SO A SESSION RUNNING     *
000460*                   OVER MIDNIGHT STILL CLOSES.                  *
000470*-----------------------------------------------------------------
000480*    MODIFICATION HISTORY                                       *
000490*    DATE       INIT  DESCRIPTION                                *
000500*    ---------  ----  ------------------------------------------ *
000510*    2026-10-15 SMH   ORIGINAL.                                  *
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.    IBM-370.
000560 OBJECT-COMPUTER.    IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT HELLOLOG-FILE    ASSIGN TO HELLOLOG
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS HL-LOG-KEY
000630         FILE STATUS IS WS-HELLOLOG-STATUS.
000640
000650     SELECT CTLIN-FILE       ASSIGN TO CTLIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CTLIN-STATUS.
000680
000690     SELECT SORT-FILE        ASSIGN TO SORTWK01.
000700
000710     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-RPTOUT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  HELLOLOG-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY HELLOLOG.
000800
000810 FD  CTLIN-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  CTLIN-RECORD.
000850     05  CT-KEYWORD          PIC X(07).
000860     05  CT-VALUE            PIC X(08).
000870     05  FILLER              PIC X(65).
000880*----------------------------------------------------------------*
000890*    SORT RECORD - ONE SIGN-ON OR SIGN-OFF, IN OPERATOR,         *
000900*    TERMINAL, DATE AND TIME ORDER.                              *
000910*----------------------------------------------------------------*
000920 SD  SORT-FILE.
000930 01  SORT-RECORD.
000940     05  SR-SORT-KEY.
000950         10  SR-OPERATOR-ID  PIC X(08).
000960         10  SR-TERMID       PIC X(04).
000970         10  SR-DATE         PIC 9(07).
000980         10  SR-TIME         PIC 9(07).
000990         10  SR-SEQ          PIC 9(07).
001000     05  SR-EVENT-TYPE       PIC X(01).
001010         88  SR-SIGN-ON                  VALUE 'N'.
001020         88  SR-SIGN-OFF                 VALUE 'O'.
001030     05  SR-OPERATOR-NAME    PIC X(20).
001040     05  SR-BRANCH-CODE      PIC X(04).
001050
001060 FD  RPTOUT-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 133 CHARACTERS.
001090 01  RPTOUT-LINE.
001100     05  RO-CTRL             PIC X(01).
001110     05  RO-TEXT             PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------*
001150*    FILE STATUS AND CONTROL SWITCHES                            *
001160*----------------------------------------------------------------*
001170 01  WS-HELLOLOG-STATUS      PIC X(02)   VALUE '00'.
001180     88  WS-HELLOLOG-OK                  VALUE '00'.
001190 01  WS-CTLIN-STATUS         PIC X(02)   VALUE '00'.
001200     88  WS-CTLIN-OK                     VALUE '00'.
001210 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
001220 01  WS-LOG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001230     88  WS-LOG-END                      VALUE 'Y'.
001240 01  WS-CTL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001250     88  WS-CTL-END                      VALUE 'Y'.
001260 01  WS-SORT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001270     88  WS-SORT-END                     VALUE 'Y'.
001280 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
001290     88  WS-RUN-ABORTED                  VALUE 'Y'.
001300 01  WS-OPEN-SWITCH          PIC X(01)   VALUE 'N'.
001310     88  WS-SESSION-OPEN                 VALUE 'Y'.
001320 01  WS-OPER-SWITCH          PIC X(01)   VALUE 'N'.
001330     88  WS-HAVE-OPERATOR                VALUE 'Y'.
001340 01  WS-BRANCH-FOUND-SW      PIC X(01)   VALUE 'N'.
001350     88  WS-BRANCH-FOUND                 VALUE 'Y'.
001360*----------------------------------------------------------------*
001370*    REPORT RANGE.  FROM AND THRU ARE SIGN-ON DATES; SIGN-OFFS   *
001380*    ARE TAKEN THROUGH THE DAY AFTER THRU.  EACH DAY OF THE      *
001390*    RANGE IS HELD AS A 0CYYDDD DATE FOR PRINTING.               *
001400*----------------------------------------------------------------*
001410 01  WS-RUN-YYYYDDD          PIC 9(07)   VALUE ZERO.
001420 01  WS-RUN-DATE             PIC 9(07)   VALUE ZERO.
001430 01  WS-SEL-FROM-DATE        PIC 9(07)   VALUE ZERO.
001440 01  WS-SEL-THRU-DATE        PIC 9(07)   VALUE ZERO.
001450 01  WS-SIGNOFF-THRU-DATE    PIC 9(07)   VALUE ZERO.
001460 01  WS-FROM-DAYS            PIC 9(09)   COMP    VALUE 0.
001470 01  WS-THRU-DAYS            PIC 9(09)   COMP    VALUE 0.
001480 01  WS-RANGE-DAYS           PIC 9(04)   COMP    VALUE 0.
001490 01  WS-RANGE-WEEKS          PIC 9(04)   COMP    VALUE 0.
001500 77  WS-MAX-RANGE-DAYS       PIC 9(04)   COMP    VALUE 35.
001510 01  WS-RANGE-TABLE.
001520     05  WS-RANGE-DATE       PIC 9(07)   OCCURS 35 TIMES.
001530*----------------------------------------------------------------*
001540*    DAY-NUMBER WORK AREAS.  A 0CYYDDD DATE IS TURNED INTO A DAY *
001550*    NUMBER (DAYS SINCE THE START OF YEAR 1, GREGORIAN) AS IN    *
001560*    HELLODRM, AND BACK AGAIN, SO DATES ADD, SUBTRACT AND TIME   *
001570*    SESSIONS CLEANLY ACROSS A YEAR END.                         *
001580*----------------------------------------------------------------*
001590 01  WS-DN-DATE              PIC 9(07)   VALUE ZERO.
001600 01  WS-DN-DAYS              PIC 9(09)   COMP    VALUE 0.
001610 01  WS-DN-CYY               PIC 9(04)   COMP    VALUE 0.
001620 01  WS-DN-DDD               PIC 9(04)   COMP    VALUE 0.
001630 01  WS-DN-PRIOR-YEARS       PIC 9(09)   COMP    VALUE 0.
001640 01  WS-DN-LEAP-4            PIC 9(09)   COMP    VALUE 0.
001650 01  WS-DN-LEAP-100          PIC 9(09)   COMP    VALUE 0.
001660 01  WS-DN-LEAP-400          PIC 9(09)   COMP    VALUE 0.
001670 01  WS-DN-YEAR-BASE         PIC 9(09)   COMP    VALUE 0.
001680 01  WS-DN-NEXT-BASE         PIC 9(09)   COMP    VALUE 0.
001690 01  WS-DN-SETTLED-SW        PIC X(01)   VALUE 'N'.
001700     88  WS-DN-SETTLED                   VALUE 'Y'.
001710*----------------------------------------------------------------*
001720*    TIME-STAMP WORK AREAS.  A LOG DATE AND 0HHMMSS TIME BECOME  *
001730*    SECONDS SINCE THE START OF YEAR 1 SO A DURATION IS ONE      *
001740*    SUBTRACTION.                                                *
001750*----------------------------------------------------------------*
001760 01  WS-TS-DATE              PIC 9(07)   VALUE ZERO.
001770 01  WS-TS-TIME              PIC 9(07)   VALUE ZERO.
001780 01  WS-TS-TIME-R            REDEFINES WS-TS-TIME.
001790     05  FILLER              PIC 9(01).
001800     05  WS-TS-HH            PIC 9(02).
001810     05  WS-TS-MM            PIC 9(02).
001820     05  WS-TS-SS            PIC 9(02).
001830 01  WS-TS-STAMP             PIC 9(15)   COMP    VALUE 0.
001840 01  WS-DUR-SECS             PIC 9(09)   COMP    VALUE 0.
001850 01  WS-DUR-HH               PIC 9(04)   COMP    VALUE 0.
001860 01  WS-DUR-MM               PIC 9(04)   COMP    VALUE 0.
001870 01  WS-DUR-SS               PIC 9(04)   COMP    VALUE 0.
001880 01  WS-DUR-REM              PIC 9(09)   COMP    VALUE 0.
001890*----------------------------------------------------------------*
001900*    CURRENT OPERATOR AND TERMINAL, AND THE SESSION OPEN ON IT   *
001910*----------------------------------------------------------------*
001920 01  WS-CUR-OPERATOR         PIC X(08)   VALUE LOW-VALUES.
001930 01  WS-CUR-OPER-NAME        PIC X(20)   VALUE SPACES.
001940 01  WS-CUR-TERMID           PIC X(04)   VALUE LOW-VALUES.
001950 01  WS-OPEN-IDX             PIC 9(04)   COMP    VALUE 0.
001960 01  WS-OPEN-LAST-DATE       PIC 9(07)   VALUE ZERO.
001970 01  WS-OPEN-LAST-TIME       PIC 9(07)   VALUE ZERO.
001980*----------------------------------------------------------------*
001990*    SESSION TABLE - EVERY SESSION (AND UNMATCHED SIGN-OFF) FOR  *
002000*    THE CURRENT OPERATOR, IN TERMINAL AND START ORDER.  HELD    *
002010*    UNTIL THE OPERATOR IS COMPLETE SO OVERLAPS ACROSS TERMINALS *
002020*    CAN BE FLAGGED BEFORE ANYTHING PRINTS.                      *
002030*----------------------------------------------------------------*
002040 01  WS-SESSION-TABLE.
002050     05  WS-SES-COUNT-USED   PIC 9(04)   COMP    VALUE 0.
002060     05  WS-SES-ENTRY        OCCURS 500 TIMES.
002070         10  WS-SE-TERMID        PIC X(04).
002080         10  WS-SE-BRANCH        PIC X(04).
002090         10  WS-SE-START-DATE    PIC 9(07).
002100         10  WS-SE-START-TIME    PIC 9(07).
002110         10  WS-SE-END-DATE      PIC 9(07).
002120         10  WS-SE-END-TIME      PIC 9(07).
002130         10  WS-SE-START-STAMP   PIC 9(15)   COMP.
002140         10  WS-SE-END-STAMP     PIC 9(15)   COMP.
002150         10  WS-SE-DAY-SUB       PIC 9(04)   COMP.
002160         10  WS-SE-STATUS        PIC X(01).
002170             88  WS-SE-CLOSED                VALUE 'C'.
002180             88  WS-SE-NOT-CLOSED            VALUE 'U'.
002190             88  WS-SE-UNMATCHED             VALUE 'O'.
002200         10  WS-SE-OVERLAP-TERM  PIC X(04).
002210 77  WS-SES-MAX              PIC 9(04)   COMP    VALUE 500.
002220 77  WS-SES-DROPPED          PIC 9(09)   COMP    VALUE 0.
002230*----------------------------------------------------------------*
002240*    HOURS FOR THE CURRENT OPERATOR, IN SECONDS, BY DAY OF THE   *
002250*    RANGE                                                       *
002260*----------------------------------------------------------------*
002270 01  WS-OPER-HOURS-TABLE.
002280     05  WS-OPER-DAY-SECS    PIC 9(09)   COMP    OCCURS 35 TIMES.
002290*----------------------------------------------------------------*
002300*    HOURS BY BRANCH, IN SECONDS, BY DAY OF THE RANGE.  KEPT IN  *
002310*    BRANCH CODE ORDER; A BRANCH BEYOND THE TABLE IS COUNTED AND *
002320*    NOTED ON THE REPORT.                                        *
002330*----------------------------------------------------------------*
002340 01  WS-BRANCH-TABLE.
002350     05  WS-BR-COUNT-USED    PIC 9(04)   COMP    VALUE 0.
002360     05  WS-BR-ENTRY         OCCURS 200 TIMES.
002370         10  WS-BR-CODE          PIC X(04).
002380         10  WS-BR-DAY-SECS      PIC 9(09)   COMP
002390                                 OCCURS 35 TIMES.
002400 77  WS-BR-MAX               PIC 9(04)   COMP    VALUE 200.
002410 77  WS-BR-DROPPED           PIC 9(09)   COMP    VALUE 0.
002420 01  WS-BR-SUB               PIC 9(04)   COMP    VALUE 0.
002430*----------------------------------------------------------------*
002440*    WORK AREAS AND RUN TOTALS                                   *
002450*----------------------------------------------------------------*
002460 01  WS-SUB                  PIC 9(04)   COMP.
002470 01  WS-SUB-2                PIC 9(04)   COMP.
002480 01  WS-DAY-SUB              PIC 9(04)   COMP.
002490 01  WS-WEEK-SUB             PIC 9(04)   COMP.
002500 01  WS-WEEK-FIRST           PIC 9(04)   COMP.
002510 01  WS-WEEK-LAST            PIC 9(04)   COMP.
002520 01  WS-SUM-SECS             PIC 9(09)   COMP.
002530 01  WS-HOURS                PIC 9(06)V99.
002540 01  WS-HOURS-LABEL          PIC X(10).
002550 77  WS-KSDS-READ            PIC 9(09)   COMP    VALUE 0.
002560 77  WS-RECORDS-SORTED       PIC 9(09)   COMP    VALUE 0.
002570 77  WS-OPERATOR-COUNT       PIC 9(09)   COMP    VALUE 0.
002580 77  WS-SESSION-COUNT        PIC 9(09)   COMP    VALUE 0.
002590 77  WS-CLOSED-COUNT         PIC 9(09)   COMP    VALUE 0.
002600 77  WS-NOT-CLOSED-COUNT     PIC 9(09)   COMP    VALUE 0.
002610 77  WS-OVERLAP-COUNT        PIC 9(09)   COMP    VALUE 0.
002620 77  WS-UNMATCHED-COUNT      PIC 9(09)   COMP    VALUE 0.
002630*----------------------------------------------------------------*
002640*    PAGE CONTROL                                                *
002650*----------------------------------------------------------------*
002660 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
002670 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
002680 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
002690 01  WS-PRINT-LINE           PIC X(132)  VALUE SPACES.
002700*----------------------------------------------------------------*
002710*    REPORT LINES                                                *
002720*----------------------------------------------------------------*
002730 01  WS-HDG-1.
002740     05  FILLER              PIC X(40)   VALUE
002750         'HELLO OPERATOR SESSION DURATIONS - '.
002760     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
002770     05  WS-HDG-PAGE-NO      PIC ZZZ9.
002780 01  WS-HDG-2                PIC X(132)  VALUE SPACES.
002790 01  WS-HDG-SESSIONS.
002800     05  FILLER              PIC X(40)   VALUE
002810         'OPERATOR  TERM  BRCH  START'.
002820     05  FILLER              PIC X(18)   VALUE
002830         'END'.
002840     05  FILLER              PIC X(16)   VALUE
002850         '  DURATION  NOTE'.
002860 01  WS-HDG-BRANCH.
002870     05  FILLER              PIC X(36)   VALUE
002880         'BRANCH    PERIOD                   '.
002890     05  FILLER              PIC X(10)   VALUE
002900         '     HOURS'.
002910 01  WS-RANGE-LINE.
002920     05  FILLER              PIC X(23)   VALUE
002930         'SIGN-ON DATES:         '.
002940     05  WS-RL-FROM          PIC 9(07).
002950     05  FILLER              PIC X(06)   VALUE ' THRU '.
002960     05  WS-RL-THRU          PIC 9(07).
002970 01  WS-OPER-LINE.
002980     05  FILLER              PIC X(10)   VALUE 'OPERATOR  '.
002990     05  WS-OL-OPERATOR      PIC X(08).
003000     05  FILLER              PIC X(02)   VALUE SPACES.
003010     05  WS-OL-NAME          PIC X(20).
003020 01  WS-DETAIL-LINE.
003030     05  WS-DET-OPERATOR     PIC X(08).
003040     05  FILLER              PIC X(02)   VALUE SPACES.
003050     05  WS-DET-TERMID       PIC X(04).
003060     05  FILLER              PIC X(02)   VALUE SPACES.
003070     05  WS-DET-BRANCH       PIC X(04).
003080     05  FILLER              PIC X(02)   VALUE SPACES.
003090     05  WS-DET-START-DATE   PIC X(07).
003100     05  FILLER              PIC X(01)   VALUE SPACES.
003110     05  WS-DET-START-TIME   PIC X(08).
003120     05  FILLER              PIC X(02)   VALUE SPACES.
003130     05  WS-DET-END-DATE     PIC X(07).
003140     05  FILLER              PIC X(01)   VALUE SPACES.
003150     05  WS-DET-END-TIME     PIC X(08).
003160     05  FILLER              PIC X(02)   VALUE SPACES.
003170     05  WS-DET-DURATION     PIC X(10).
003180     05  FILLER              PIC X(02)   VALUE SPACES.
003190     05  WS-DET-NOTE         PIC X(40).
003200 01  WS-TIME-EDIT.
003210     05  WS-TE-HH            PIC 9(02).
003220     05  FILLER              PIC X(01)   VALUE ':'.
003230     05  WS-TE-MM            PIC 9(02).
003240     05  FILLER              PIC X(01)   VALUE ':'.
003250     05  WS-TE-SS            PIC 9(02).
003260 01  WS-DUR-EDIT.
003270     05  WS-DE-HH            PIC ZZZ9.
003280     05  FILLER              PIC X(01)   VALUE ':'.
003290     05  WS-DE-MM            PIC 9(02).
003300     05  FILLER              PIC X(01)   VALUE ':'.
003310     05  WS-DE-SS            PIC 9(02).
003320 01  WS-OVERLAP-NOTE.
003330     05  FILLER              PIC X(19)   VALUE
003340         'OVERLAPS SESSION ON'.
003350     05  FILLER              PIC X(01)   VALUE SPACE.
003360     05  WS-ON-TERMID        PIC X(04).
003370 01  WS-HOURS-LINE.
003380     05  WS-HL-KEY           PIC X(08).
003390     05  FILLER              PIC X(02)   VALUE SPACES.
003400     05  WS-HL-LABEL         PIC X(10).
003410     05  WS-HL-FROM          PIC 9(07).
003420     05  WS-HL-THRU-LIT      PIC X(06).
003430     05  WS-HL-THRU          PIC X(07).
003440     05  FILLER              PIC X(02)   VALUE SPACES.
003450     05  WS-HL-HOURS         PIC ZZZ,ZZ9.99.
003460 01  WS-COUNT-LINE.
003470     05  WS-CL-TEXT          PIC X(30).
003480     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
003490
003500 PROCEDURE DIVISION.
003510*----------------------------------------------------------------*
003520*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE REPORT RUN.    *
003530*----------------------------------------------------------------*
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE
003560         THRU 1000-INITIALIZE-EXIT.
003570
003580     IF NOT WS-RUN-ABORTED
003590         SORT SORT-FILE
003600             ON ASCENDING KEY SR-SORT-KEY
003610             INPUT PROCEDURE IS 3000-RELEASE-RECORDS
003620                 THRU 3000-RELEASE-RECORDS-EXIT
003630             OUTPUT PROCEDURE IS 4000-PAIR-SESSIONS
003640                 THRU 4000-PAIR-SESSIONS-EXIT
003650         IF SORT-RETURN NOT = 0 AND NOT WS-RUN-ABORTED
003660             DISPLAY 'HELLOSDR - SORT FAILED, SORT-RETURN = '
003670                 SORT-RETURN
003680             SET WS-RUN-ABORTED
003690                             TO TRUE
003700             MOVE 12         TO RETURN-CODE
003710         END-IF
003720     END-IF.
003730
003740     IF NOT WS-RUN-ABORTED
003750         PERFORM 8000-PRINT-TRAILER
003760             THRU 8000-PRINT-TRAILER-EXIT
003770     END-IF.
003780
003790     PERFORM 9000-TERMINATE
003800         THRU 9000-TERMINATE-EXIT.
003810
003820     STOP RUN.
003830*----------------------------------------------------------------*
003840*    1000-INITIALIZE - READ THE CONTROL CARDS, SETTLE THE REPORT *
003850*                      RANGE, AND PRINT THE FIRST HEADINGS.      *
003860*----------------------------------------------------------------*
003870 1000-INITIALIZE.
003880     OPEN OUTPUT RPTOUT-FILE.
003890     ACCEPT WS-RUN-YYYYDDD   FROM DAY YYYYDDD.
003900     SUBTRACT 1900000 FROM WS-RUN-YYYYDDD
003910         GIVING WS-RUN-DATE.
003920
003930     PERFORM 1100-READ-CONTROL-CARDS
003940         THRU 1100-READ-CONTROL-CARDS-EXIT.
003950     IF WS-RUN-ABORTED
003960         GO TO 1000-INITIALIZE-EXIT
003970     END-IF.
003980
003990     PERFORM 1200-SET-RANGE
004000         THRU 1200-SET-RANGE-EXIT.
004010     IF WS-RUN-ABORTED
004020         GO TO 1000-INITIALIZE-EXIT
004030     END-IF.
004040
004050     MOVE WS-HDG-SESSIONS    TO WS-HDG-2.
004060     PERFORM 8100-PRINT-HEADINGS
004070         THRU 8100-PRINT-HEADINGS-EXIT.
004080     MOVE WS-SEL-FROM-DATE   TO WS-RL-FROM.
004090     MOVE WS-SEL-THRU-DATE   TO WS-RL-THRU.
004100     MOVE WS-RANGE-LINE      TO WS-PRINT-LINE.
004110     PERFORM 8500-PRINT-LINE
004120         THRU 8500-PRINT-LINE-EXIT.
004130 1000-INITIALIZE-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------*
004160*    1100-READ-CONTROL-CARDS - PICK UP AND VALIDATE ANY CTLIN    *
004170*                              CARDS.                            *
004180*----------------------------------------------------------------*
004190 1100-READ-CONTROL-CARDS.
004200     OPEN INPUT CTLIN-FILE.
004210     IF NOT WS-CTLIN-OK
004220         DISPLAY 'HELLOSDR - CTLIN OPEN FAILED, STATUS = '
004230             WS-CTLIN-STATUS
004240         SET WS-RUN-ABORTED  TO TRUE
004250         MOVE 8              TO RETURN-CODE
004260         GO TO 1100-READ-CONTROL-CARDS-EXIT
004270     END-IF.
004280     PERFORM 1110-APPLY-ONE-CARD
004290         THRU 1110-APPLY-ONE-CARD-EXIT
004300         UNTIL WS-CTL-END OR WS-RUN-ABORTED.
004310     CLOSE CTLIN-FILE.
004320 1100-READ-CONTROL-CARDS-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------*
004350*    1110-APPLY-ONE-CARD - READ AND APPLY ONE CONTROL CARD.  A   *
004360*                          CARD THAT PARSES TO NOTHING IS AN     *
004370*                          ERROR RATHER THAN A SILENTLY WRONG    *
004380*                          RANGE.                                *
004390*----------------------------------------------------------------*
004400 1110-APPLY-ONE-CARD.
004410     READ CTLIN-FILE
004420         AT END
004430             SET WS-CTL-END  TO TRUE
004440             GO TO 1110-APPLY-ONE-CARD-EXIT
004450     END-READ.
004460     IF CTLIN-RECORD = SPACES
004470         GO TO 1110-APPLY-ONE-CARD-EXIT
004480     END-IF.
004490     EVALUATE CT-KEYWORD
004500         WHEN 'FROMDT='
004510             IF CT-VALUE (1:7) NOT NUMERIC
004520                 DISPLAY 'HELLOSDR - BAD FROMDT CARD: '
004530                     CTLIN-RECORD (1:20)
004540                 SET WS-RUN-ABORTED
004550                             TO TRUE
004560                 MOVE 8      TO RETURN-CODE
004570             ELSE
004580                 MOVE CT-VALUE (1:7)
004590                             TO WS-SEL-FROM-DATE
004600             END-IF
004610         WHEN 'THRUDT='
004620             IF CT-VALUE (1:7) NOT NUMERIC
004630                 DISPLAY 'HELLOSDR - BAD THRUDT CARD: '
004640                     CTLIN-RECORD (1:20)
004650                 SET WS-RUN-ABORTED
004660                             TO TRUE
004670                 MOVE 8      TO RETURN-CODE
004680             ELSE
004690                 MOVE CT-VALUE (1:7)
004700                             TO WS-SEL-THRU-DATE
004710             END-IF
004720         WHEN OTHER
004730             DISPLAY 'HELLOSDR - UNRECOGNIZED CTLIN CARD: '
004740                 CTLIN-RECORD (1:20)
004750             SET WS-RUN-ABORTED
004760                             TO TRUE
004770             MOVE 8          TO RETURN-CODE
004780     END-EVALUATE.
004790 1110-APPLY-ONE-CARD-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------*
004820*    1200-SET-RANGE - FILL IN A MISSING END OF THE RANGE (SEVEN  *
004830*                     DAYS FROM THE END GIVEN, OR ENDING         *
004840*                     YESTERDAY), CHECK ITS LENGTH, AND LIST ITS *
004850*                     DAYS.                                      *
004860*----------------------------------------------------------------*
004870 1200-SET-RANGE.
004880     EVALUATE TRUE
004890         WHEN WS-SEL-FROM-DATE = 0 AND WS-SEL-THRU-DATE = 0
004900             MOVE WS-RUN-DATE
004910                             TO WS-DN-DATE
004920             PERFORM 6000-DAY-NUMBER
004930                 THRU 6000-DAY-NUMBER-EXIT
004940             SUBTRACT 1 FROM WS-DN-DAYS GIVING WS-THRU-DAYS
004950             SUBTRACT 7 FROM WS-DN-DAYS GIVING WS-FROM-DAYS
004960         WHEN WS-SEL-THRU-DATE = 0
004970             MOVE WS-SEL-FROM-DATE
004980                             TO WS-DN-DATE
004990             PERFORM 6000-DAY-NUMBER
005000                 THRU 6000-DAY-NUMBER-EXIT
005010             MOVE WS-DN-DAYS TO WS-FROM-DAYS
005020             ADD 6 WS-DN-DAYS GIVING WS-THRU-DAYS
005030         WHEN WS-SEL-FROM-DATE = 0
005040             MOVE WS-SEL-THRU-DATE
005050                             TO WS-DN-DATE
005060             PERFORM 6000-DAY-NUMBER
005070                 THRU 6000-DAY-NUMBER-EXIT
005080             MOVE WS-DN-DAYS TO WS-THRU-DAYS
005090             SUBTRACT 6 FROM WS-DN-DAYS GIVING WS-FROM-DAYS
005100         WHEN OTHER
005110             MOVE WS-SEL-FROM-DATE
005120                             TO WS-DN-DATE
005130             PERFORM 6000-DAY-NUMBER
005140                 THRU 6000-DAY-NUMBER-EXIT
005150             MOVE WS-DN-DAYS TO WS-FROM-DAYS
005160             MOVE WS-SEL-THRU-DATE
005170                             TO WS-DN-DATE
005180             PERFORM 6000-DAY-NUMBER
005190                 THRU 6000-DAY-NUMBER-EXIT
005200             MOVE WS-DN-DAYS TO WS-THRU-DAYS
005210     END-EVALUATE.
005220     IF WS-THRU-DAYS < WS-FROM-DAYS
005230         DISPLAY 'HELLOSDR - THRUDT IS BEFORE FROMDT'
005240         SET WS-RUN-ABORTED  TO TRUE
005250         MOVE 8              TO RETURN-CODE
005260         GO TO 1200-SET-RANGE-EXIT
005270     END-IF.
005280     COMPUTE WS-RANGE-DAYS = WS-THRU-DAYS - WS-FROM-DAYS + 1.
005290     IF WS-RANGE-DAYS > WS-MAX-RANGE-DAYS
005300         DISPLAY 'HELLOSDR - RANGE EXCEEDS ' WS-MAX-RANGE-DAYS
005310             ' DAYS'
005320         SET WS-RUN-ABORTED  TO TRUE
005330         MOVE 8              TO RETURN-CODE
005340         GO TO 1200-SET-RANGE-EXIT
005350     END-IF.
005360     COMPUTE WS-RANGE-WEEKS = (WS-RANGE-DAYS + 6) / 7.
005370
005380     PERFORM 1210-LIST-DAY
005390         THRU 1210-LIST-DAY-EXIT
005400         VARYING WS-DAY-SUB FROM 1 BY 1
005410         UNTIL WS-DAY-SUB > WS-RANGE-DAYS.
005420     MOVE WS-RANGE-DATE (1)  TO WS-SEL-FROM-DATE.
005430     MOVE WS-RANGE-DATE (WS-RANGE-DAYS)
005440                             TO WS-SEL-THRU-DATE.
005450     COMPUTE WS-DN-DAYS = WS-THRU-DAYS + 1.
005460     PERFORM 6100-DAY-TO-DATE
005470         THRU 6100-DAY-TO-DATE-EXIT.
005480     MOVE WS-DN-DATE         TO WS-SIGNOFF-THRU-DATE.
005490 1200-SET-RANGE-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------*
005520*    1210-LIST-DAY - HOLD THE 0CYYDDD DATE OF ONE DAY OF THE     *
005530*                    RANGE.                                      *
005540*----------------------------------------------------------------*
005550 1210-LIST-DAY.
005560     COMPUTE WS-DN-DAYS = WS-FROM-DAYS + WS-DAY-SUB - 1.
005570     PERFORM 6100-DAY-TO-DATE
005580         THRU 6100-DAY-TO-DATE-EXIT.
005590     MOVE WS-DN-DATE         TO WS-RANGE-DATE (WS-DAY-SUB).
005600 1210-LIST-DAY-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------*
005630*    3000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  RELEASE EVERY *
005640*                           SIGN-ON IN THE RANGE AND EVERY       *
005650*                           SIGN-OFF THROUGH THE DAY AFTER IT.   *
005660*----------------------------------------------------------------*
005670 3000-RELEASE-RECORDS.
005680     OPEN INPUT HELLOLOG-FILE.
005690     IF NOT WS-HELLOLOG-OK
005700         DISPLAY 'HELLOSDR - HELLOLOG OPEN FAILED, STATUS = '
005710             WS-HELLOLOG-STATUS
005720         SET WS-RUN-ABORTED  TO TRUE
005730         MOVE 8              TO RETURN-CODE
005740         GO TO 3000-RELEASE-RECORDS-EXIT
005750     END-IF.
005760     PERFORM 3100-RELEASE-ONE
005770         THRU 3100-RELEASE-ONE-EXIT
005780         UNTIL WS-LOG-END.
005790     CLOSE HELLOLOG-FILE.
005800 3000-RELEASE-RECORDS-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------*
005830*    3100-RELEASE-ONE - READ THE NEXT KSDS RECORD AND RELEASE IT *
005840*                       WHEN IT IS A SIGN-ON OR SIGN-OFF THE     *
005850*                       REPORT NEEDS.                            *
005860*----------------------------------------------------------------*
005870 3100-RELEASE-ONE.
005880     READ HELLOLOG-FILE NEXT RECORD
005890         AT END
005900             SET WS-LOG-END  TO TRUE
005910             GO TO 3100-RELEASE-ONE-EXIT
005920     END-READ.
005930     IF NOT WS-HELLOLOG-OK
005940         DISPLAY 'HELLOSDR - HELLOLOG READ FAILED, STATUS = '
005950             WS-HELLOLOG-STATUS
005960         SET WS-LOG-END      TO TRUE
005970         SET WS-RUN-ABORTED  TO TRUE
005980         MOVE 12             TO RETURN-CODE
005990         GO TO 3100-RELEASE-ONE-EXIT
006000     END-IF.
006010     ADD 1                   TO WS-KSDS-READ.
006020     IF HL-LOG-K-DATE < WS-SEL-FROM-DATE
006030         GO TO 3100-RELEASE-ONE-EXIT
006040     END-IF.
006050     EVALUATE TRUE
006060         WHEN HL-LOG-EVENT-NORMAL
006070             IF HL-LOG-K-DATE > WS-SEL-THRU-DATE
006080                 GO TO 3100-RELEASE-ONE-EXIT
006090             END-IF
006100         WHEN HL-LOG-EVENT-SIGNOFF
006110             IF HL-LOG-K-DATE > WS-SIGNOFF-THRU-DATE
006120                 GO TO 3100-RELEASE-ONE-EXIT
006130             END-IF
006140         WHEN OTHER
006150             GO TO 3100-RELEASE-ONE-EXIT
006160     END-EVALUATE.
006170     MOVE HL-LOG-OPERATOR-ID TO SR-OPERATOR-ID.
006180     MOVE HL-LOG-K-TERMID    TO SR-TERMID.
006190     MOVE HL-LOG-K-DATE      TO SR-DATE.
006200     MOVE HL-LOG-K-TIME      TO SR-TIME.
006210     MOVE HL-LOG-K-SEQ       TO SR-SEQ.
006220     MOVE HL-LOG-EVENT-TYPE  TO SR-EVENT-TYPE.
006230     MOVE HL-LOG-OPERATOR-NAME
006240                             TO SR-OPERATOR-NAME.
006250     MOVE HL-LOG-BRANCH-CODE TO SR-BRANCH-CODE.
006260     RELEASE SORT-RECORD.
006270     ADD 1                   TO WS-RECORDS-SORTED.
006280 3100-RELEASE-ONE-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------*
006310*    4000-PAIR-SESSIONS - SORT OUTPUT PROCEDURE.  RETURN THE     *
006320*                         RECORDS IN OPERATOR, TERMINAL AND TIME *
006330*                         ORDER AND BUILD EACH OPERATOR'S        *
006340*                         SESSIONS, PRINTING THEM AS EACH        *
006350*                         OPERATOR COMPLETES.                    *
006360*----------------------------------------------------------------*
006370 4000-PAIR-SESSIONS.
006380     PERFORM 4100-RETURN-ONE
006390         THRU 4100-RETURN-ONE-EXIT
006400         UNTIL WS-SORT-END.
006410     IF WS-HAVE-OPERATOR
006420         PERFORM 4500-END-OPERATOR
006430             THRU 4500-END-OPERATOR-EXIT
006440     END-IF.
006450 4000-PAIR-SESSIONS-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------*
006480*    4100-RETURN-ONE - TAKE THE NEXT SORTED RECORD, FINISHING    *
006490*                      THE PREVIOUS OPERATOR OR TERMINAL FIRST   *
006500*                      WHEN IT CHANGES.                          *
006510*----------------------------------------------------------------*
006520 4100-RETURN-ONE.
006530     RETURN SORT-FILE
006540         AT END
006550             SET WS-SORT-END TO TRUE
006560             GO TO 4100-RETURN-ONE-EXIT
006570     END-RETURN.
006580     IF SR-OPERATOR-ID NOT = WS-CUR-OPERATOR
006590         IF WS-HAVE-OPERATOR
006600             PERFORM 4500-END-OPERATOR
006610                 THRU 4500-END-OPERATOR-EXIT
006620         END-IF
006630         PERFORM 4400-START-OPERATOR
006640             THRU 4400-START-OPERATOR-EXIT
006650     END-IF.
006660     IF SR-TERMID NOT = WS-CUR-TERMID
006670         IF WS-SESSION-OPEN
006680             PERFORM 4300-CLOSE-NOT-CLOSED
006690                 THRU 4300-CLOSE-NOT-CLOSED-EXIT
006700         END-IF
006710         MOVE SR-TERMID      TO WS-CUR-TERMID
006720     END-IF.
006730     IF SR-SIGN-ON
006740         PERFORM 4200-SIGN-ON
006750             THRU 4200-SIGN-ON-EXIT
006760     ELSE
006770         PERFORM 4250-SIGN-OFF
006780             THRU 4250-SIGN-OFF-EXIT
006790     END-IF.
006800 4100-RETURN-ONE-EXIT.
006810     EXIT.
006820*----------------------------------------------------------------*
006830*    4200-SIGN-ON - A GREETING THE SAME DAY AS THE OPEN          *
006840*                   SESSION'S LAST ONE CARRIES IT ON.  ONE ON A  *
006850*                   LATER DAY MEANS THE OPEN SESSION WAS NEVER   *
006860*                   CLOSED.  WITH NOTHING OPEN A NEW SESSION     *
006870*                   STARTS.                                      *
006880*----------------------------------------------------------------*
006890 4200-SIGN-ON.
006900     IF WS-SESSION-OPEN
006910         IF SR-DATE = WS-OPEN-LAST-DATE
006920             MOVE SR-TIME    TO WS-OPEN-LAST-TIME
006930             IF SR-OPERATOR-NAME NOT = SPACES
006940                 MOVE SR-OPERATOR-NAME
006950                             TO WS-CUR-OPER-NAME
006960             END-IF
006970             GO TO 4200-SIGN-ON-EXIT
006980         END-IF
006990         PERFORM 4300-CLOSE-NOT-CLOSED
007000             THRU 4300-CLOSE-NOT-CLOSED-EXIT
007010     END-IF.
007020     IF SR-OPERATOR-NAME NOT = SPACES
007030         MOVE SR-OPERATOR-NAME
007040                             TO WS-CUR-OPER-NAME
007050     END-IF.
007060     PERFORM 4600-ADD-SESSION
007070         THRU 4600-ADD-SESSION-EXIT.
007080     IF WS-OPEN-IDX = 0
007090         GO TO 4200-SIGN-ON-EXIT
007100     END-IF.
007110     MOVE SR-BRANCH-CODE     TO WS-SE-BRANCH (WS-OPEN-IDX).
007120     MOVE SR-DATE            TO WS-SE-START-DATE (WS-OPEN-IDX).
007130     MOVE SR-TIME            TO WS-SE-START-TIME (WS-OPEN-IDX).
007140     MOVE SR-DATE            TO WS-TS-DATE.
007150     MOVE SR-TIME            TO WS-TS-TIME.
007160     PERFORM 6200-TIME-STAMP
007170         THRU 6200-TIME-STAMP-EXIT.
007180     MOVE WS-TS-STAMP        TO WS-SE-START-STAMP (WS-OPEN-IDX).
007190     COMPUTE WS-SE-DAY-SUB (WS-OPEN-IDX) =
007200         WS-DN-DAYS - WS-FROM-DAYS + 1.
007210     MOVE SR-DATE            TO WS-OPEN-LAST-DATE.
007220     MOVE SR-TIME            TO WS-OPEN-LAST-TIME.
007230     SET WS-SESSION-OPEN     TO TRUE.
007240 4200-SIGN-ON-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------*
007270*    4250-SIGN-OFF - CLOSE THE OPEN SESSION.  A SIGN-OFF WITH    *
007280*                    NOTHING OPEN IS LISTED AS UNMATCHED, UNLESS *
007290*                    IT FALLS ON THE EXTRA DAY READ PAST THE     *
007300*                    RANGE, WHERE IT BELONGS TO THE NEXT RUN.    *
007310*----------------------------------------------------------------*
007320 4250-SIGN-OFF.
007330     IF WS-SESSION-OPEN
007340         MOVE SR-DATE        TO WS-SE-END-DATE (WS-OPEN-IDX)
007350         MOVE SR-TIME        TO WS-SE-END-TIME (WS-OPEN-IDX)
007360         SET WS-SE-CLOSED (WS-OPEN-IDX)
007370                             TO TRUE
007380         ADD 1               TO WS-CLOSED-COUNT
007390         PERFORM 4350-TIME-SESSION
007400             THRU 4350-TIME-SESSION-EXIT
007410         GO TO 4250-SIGN-OFF-EXIT
007420     END-IF.
007430     IF SR-DATE > WS-SEL-THRU-DATE
007440         GO TO 4250-SIGN-OFF-EXIT
007450     END-IF.
007460     PERFORM 4600-ADD-SESSION
007470         THRU 4600-ADD-SESSION-EXIT.
007480     IF WS-OPEN-IDX = 0
007490         GO TO 4250-SIGN-OFF-EXIT
007500     END-IF.
007510     MOVE SR-BRANCH-CODE     TO WS-SE-BRANCH (WS-OPEN-IDX).
007520     MOVE SR-DATE            TO WS-SE-END-DATE (WS-OPEN-IDX).
007530     MOVE SR-TIME            TO WS-SE-END-TIME (WS-OPEN-IDX).
007540     SET WS-SE-UNMATCHED (WS-OPEN-IDX)
007550                             TO TRUE.
007560     ADD 1                   TO WS-UNMATCHED-COUNT.
007570     MOVE 0                  TO WS-OPEN-IDX.
007580 4250-SIGN-OFF-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------*
007610*    4300-CLOSE-NOT-CLOSED - THE OPEN SESSION WAS NEVER SIGNED   *
007620*                            OFF.  END IT AT ITS LAST GREETING   *
007630*                            AND FLAG IT.                        *
007640*----------------------------------------------------------------*
007650 4300-CLOSE-NOT-CLOSED.
007660     MOVE WS-OPEN-LAST-DATE  TO WS-SE-END-DATE (WS-OPEN-IDX).
007670     MOVE WS-OPEN-LAST-TIME  TO WS-SE-END-TIME (WS-OPEN-IDX).
007680     SET WS-SE-NOT-CLOSED (WS-OPEN-IDX)
007690                             TO TRUE.
007700     ADD 1                   TO WS-NOT-CLOSED-COUNT.
007710     PERFORM 4350-TIME-SESSION
007720         THRU 4350-TIME-SESSION-EXIT.
007730 4300-CLOSE-NOT-CLOSED-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------*
007760*    4350-TIME-SESSION - STAMP THE END OF THE SESSION JUST       *
007770*                        CLOSED AND ADD ITS DURATION TO THE      *
007780*                        OPERATOR'S AND THE BRANCH'S HOURS FOR   *
007790*                        ITS START DAY.                          *
007800*----------------------------------------------------------------*
007810 4350-TIME-SESSION.
007820     MOVE WS-SE-END-DATE (WS-OPEN-IDX)
007830                             TO WS-TS-DATE.
007840     MOVE WS-SE-END-TIME (WS-OPEN-IDX)
007850                             TO WS-TS-TIME.
007860     PERFORM 6200-TIME-STAMP
007870         THRU 6200-TIME-STAMP-EXIT.
007880     MOVE WS-TS-STAMP        TO WS-SE-END-STAMP (WS-OPEN-IDX).
007890     COMPUTE WS-DUR-SECS = WS-SE-END-STAMP (WS-OPEN-IDX)
007900         - WS-SE-START-STAMP (WS-OPEN-IDX).
007910     MOVE WS-SE-DAY-SUB (WS-OPEN-IDX)
007920                             TO WS-DAY-SUB.
007930     ADD WS-DUR-SECS         TO WS-OPER-DAY-SECS (WS-DAY-SUB).
007940     PERFORM 5000-FIND-BRANCH
007950         THRU 5000-FIND-BRANCH-EXIT.
007960     IF WS-BRANCH-FOUND
007970         ADD WS-DUR-SECS
007980             TO WS-BR-DAY-SECS (WS-BR-SUB, WS-DAY-SUB)
007990     END-IF.
008000     MOVE 'N'                TO WS-OPEN-SWITCH.
008010     MOVE 0                  TO WS-OPEN-IDX.
008020 4350-TIME-SESSION-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------*
008050*    4400-START-OPERATOR - CLEAR THE SESSION TABLE AND HOURS FOR *
008060*                          A NEW OPERATOR.                       *
008070*----------------------------------------------------------------*
008080 4400-START-OPERATOR.
008090     MOVE SR-OPERATOR-ID     TO WS-CUR-OPERATOR.
008100     MOVE SPACES             TO WS-CUR-OPER-NAME.
008110     MOVE LOW-VALUES         TO WS-CUR-TERMID.
008120     MOVE 0                  TO WS-SES-COUNT-USED.
008130     MOVE 'N'                TO WS-OPEN-SWITCH.
008140     MOVE 0                  TO WS-OPEN-IDX.
008150     PERFORM 4410-ZERO-DAY
008160         THRU 4410-ZERO-DAY-EXIT
008170         VARYING WS-DAY-SUB FROM 1 BY 1
008180         UNTIL WS-DAY-SUB > WS-MAX-RANGE-DAYS.
008190     SET WS-HAVE-OPERATOR    TO TRUE.
008200     ADD 1                   TO WS-OPERATOR-COUNT.
008210 4400-START-OPERATOR-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------*
008240*    4410-ZERO-DAY - CLEAR ONE DAY OF THE OPERATOR'S HOURS.      *
008250*----------------------------------------------------------------*
008260 4410-ZERO-DAY.
008270     MOVE 0                  TO WS-OPER-DAY-SECS (WS-DAY-SUB).
008280 4410-ZERO-DAY-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------*
008310*    4500-END-OPERATOR - CLOSE ANY SESSION STILL OPEN, FLAG      *
008320*                        OVERLAPS, AND PRINT THE OPERATOR'S      *
008330*                        SESSIONS AND HOURS.                     *
008340*----------------------------------------------------------------*
008350 4500-END-OPERATOR.
008360     IF WS-SESSION-OPEN
008370         PERFORM 4300-CLOSE-NOT-CLOSED
008380             THRU 4300-CLOSE-NOT-CLOSED-EXIT
008390     END-IF.
008400     PERFORM 4700-CHECK-OVERLAP
008410         THRU 4700-CHECK-OVERLAP-EXIT
008420         VARYING WS-SUB FROM 1 BY 1
008430         UNTIL WS-SUB > WS-SES-COUNT-USED
008440         AFTER WS-SUB-2 FROM 1 BY 1
008450         UNTIL WS-SUB-2 > WS-SES-COUNT-USED.
008460     PERFORM 7000-PRINT-OPERATOR
008470         THRU 7000-PRINT-OPERATOR-EXIT.
008480 4500-END-OPERATOR-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------*
008510*    4600-ADD-SESSION - TAKE THE NEXT SESSION TABLE ENTRY FOR    *
008520*                       THE CURRENT TERMINAL.  A FULL TABLE      *
008530*                       LEAVES WS-OPEN-IDX ZERO AND THE EVENT IS *
008540*                       COUNTED AS DROPPED.                      *
008550*----------------------------------------------------------------*
008560 4600-ADD-SESSION.
008570     IF WS-SES-COUNT-USED >= WS-SES-MAX
008580         IF WS-SES-DROPPED = 0
008590             DISPLAY 'HELLOSDR - SESSION TABLE FULL FOR '
008600                 WS-CUR-OPERATOR
008610         END-IF
008620         ADD 1               TO WS-SES-DROPPED
008630         MOVE 0              TO WS-OPEN-IDX
008640         GO TO 4600-ADD-SESSION-EXIT
008650     END-IF.
008660     ADD 1                   TO WS-SES-COUNT-USED.
008670     MOVE WS-SES-COUNT-USED  TO WS-OPEN-IDX.
008680     MOVE SPACES             TO WS-SES-ENTRY (WS-OPEN-IDX).
008690     MOVE WS-CUR-TERMID      TO WS-SE-TERMID (WS-OPEN-IDX).
008700     MOVE 0                  TO WS-SE-START-DATE (WS-OPEN-IDX).
008710     MOVE 0                  TO WS-SE-START-TIME (WS-OPEN-IDX).
008720     MOVE 0                  TO WS-SE-END-DATE (WS-OPEN-IDX).
008730     MOVE 0                  TO WS-SE-END-TIME (WS-OPEN-IDX).
008740     MOVE 0                  TO WS-SE-START-STAMP (WS-OPEN-IDX).
008750     MOVE 0                  TO WS-SE-END-STAMP (WS-OPEN-IDX).
008760     MOVE 0                  TO WS-SE-DAY-SUB (WS-OPEN-IDX).
008770     ADD 1                   TO WS-SESSION-COUNT.
008780 4600-ADD-SESSION-EXIT.
008790     EXIT.
008800*----------------------------------------------------------------*
008810*    4700-CHECK-OVERLAP - COMPARE TWO OF THE OPERATOR'S SESSIONS *
008820*                         ON DIFFERENT TERMINALS.  EACH STARTING *
008830*                         BEFORE THE OTHER ENDS MEANS THE        *
008840*                         OPERATOR WAS SIGNED ON IN TWO PLACES   *
008850*                         AT ONCE; THE FIRST SESSION IS FLAGGED  *
008860*                         WITH THE OTHER'S TERMINAL (ITS PARTNER *
008870*                         IS FLAGGED WHEN THE PAIR COMES ROUND   *
008880*                         THE OTHER WAY).                        *
008890*----------------------------------------------------------------*
008900 4700-CHECK-OVERLAP.
008910     IF WS-SE-TERMID (WS-SUB) = WS-SE-TERMID (WS-SUB-2)
008920         OR WS-SE-UNMATCHED (WS-SUB)
008930         OR WS-SE-UNMATCHED (WS-SUB-2)
008940         OR WS-SE-OVERLAP-TERM (WS-SUB) NOT = SPACES
008950         GO TO 4700-CHECK-OVERLAP-EXIT
008960     END-IF.
008970     IF WS-SE-START-STAMP (WS-SUB) < WS-SE-END-STAMP (WS-SUB-2)
008980         AND WS-SE-START-STAMP (WS-SUB-2)
008990             < WS-SE-END-STAMP (WS-SUB)
009000         MOVE WS-SE-TERMID (WS-SUB-2)
009010                             TO WS-SE-OVERLAP-TERM (WS-SUB)
009020         ADD 1               TO WS-OVERLAP-COUNT
009030     END-IF.
009040 4700-CHECK-OVERLAP-EXIT.
009050     EXIT.
009060*----------------------------------------------------------------*
009070*    5000-FIND-BRANCH - FIND THE SESSION'S BRANCH IN THE BRANCH  *
009080*                       TABLE, INSERTING IT IN CODE ORDER THE    *
009090*                       FIRST TIME IT IS SEEN.                   *
009100*----------------------------------------------------------------*
009110 5000-FIND-BRANCH.
009120     MOVE 'N'                TO WS-BRANCH-FOUND-SW.
009130     PERFORM 5010-STEP-BRANCH
009140         THRU 5010-STEP-BRANCH-EXIT
009150         VARYING WS-BR-SUB FROM 1 BY 1
009160         UNTIL WS-BR-SUB > WS-BR-COUNT-USED
009170            OR WS-BR-CODE (WS-BR-SUB)
009180               NOT < WS-SE-BRANCH (WS-OPEN-IDX).
009190     IF WS-BR-SUB NOT > WS-BR-COUNT-USED
009200         IF WS-BR-CODE (WS-BR-SUB) = WS-SE-BRANCH (WS-OPEN-IDX)
009210             SET WS-BRANCH-FOUND
009220                             TO TRUE
009230             GO TO 5000-FIND-BRANCH-EXIT
009240         END-IF
009250     END-IF.
009260     IF WS-BR-COUNT-USED >= WS-BR-MAX
009270         IF WS-BR-DROPPED = 0
009280             DISPLAY 'HELLOSDR - BRANCH TABLE FULL AT '
009290                 WS-SE-BRANCH (WS-OPEN-IDX)
009300         END-IF
009310         ADD 1               TO WS-BR-DROPPED
009320         GO TO 5000-FIND-BRANCH-EXIT
009330     END-IF.
009340     PERFORM 5020-SHIFT-BRANCH
009350         THRU 5020-SHIFT-BRANCH-EXIT
009360         VARYING WS-SUB-2 FROM WS-BR-COUNT-USED BY -1
009370         UNTIL WS-SUB-2 < WS-BR-SUB.
009380     ADD 1                   TO WS-BR-COUNT-USED.
009390     MOVE WS-SE-BRANCH (WS-OPEN-IDX)
009400                             TO WS-BR-CODE (WS-BR-SUB).
009410     PERFORM 5030-ZERO-BRANCH-DAY
009420         THRU 5030-ZERO-BRANCH-DAY-EXIT
009430         VARYING WS-SUB FROM 1 BY 1
009440         UNTIL WS-SUB > WS-MAX-RANGE-DAYS.
009450     SET WS-BRANCH-FOUND     TO TRUE.
009460 5000-FIND-BRANCH-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------*
009490*    5010-STEP-BRANCH - NOTHING TO DO; THE VARYING CLAUSE DOES   *
009500*                       THE WALK.                                *
009510*----------------------------------------------------------------*
009520 5010-STEP-BRANCH.
009530     CONTINUE.
009540 5010-STEP-BRANCH-EXIT.
009550     EXIT.
009560*----------------------------------------------------------------*
009570*    5020-SHIFT-BRANCH - MOVE ONE BRANCH ENTRY DOWN A SLOT TO    *
009580*                        MAKE ROOM FOR AN INSERT.                *
009590*----------------------------------------------------------------*
009600 5020-SHIFT-BRANCH.
009610     MOVE WS-BR-ENTRY (WS-SUB-2)
009620                             TO WS-BR-ENTRY (WS-SUB-2 + 1).
009630 5020-SHIFT-BRANCH-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------*
009660*    5030-ZERO-BRANCH-DAY - CLEAR ONE DAY OF A NEW BRANCH.       *
009670*----------------------------------------------------------------*
009680 5030-ZERO-BRANCH-DAY.
009690     MOVE 0 TO WS-BR-DAY-SECS (WS-BR-SUB, WS-SUB).
009700 5030-ZERO-BRANCH-DAY-EXIT.
009710     EXIT.
009720*----------------------------------------------------------------*
009730*    6000-DAY-NUMBER - TURN THE 0CYYDDD DATE IN WS-DN-DATE INTO  *
009740*                      A DAY NUMBER IN WS-DN-DAYS: 365 DAYS FOR  *
009750*                      EVERY EARLIER YEAR PLUS ONE FOR EVERY     *
009760*                      EARLIER LEAP YEAR, PLUS THE DAY OF THE    *
009770*                      YEAR.  THE SAME ARITHMETIC AS HELLODRM.   *
009780*----------------------------------------------------------------*
009790 6000-DAY-NUMBER.
009800     DIVIDE WS-DN-DATE BY 1000
009810         GIVING WS-DN-CYY
009820         REMAINDER WS-DN-DDD.
009830     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CYY + 1899.
009840     PERFORM 6150-YEAR-BASE
009850         THRU 6150-YEAR-BASE-EXIT.
009860     COMPUTE WS-DN-DAYS = WS-DN-YEAR-BASE + WS-DN-DDD.
009870 6000-DAY-NUMBER-EXIT.
009880     EXIT.
009890*----------------------------------------------------------------*
009900*    6100-DAY-TO-DATE - TURN THE DAY NUMBER IN WS-DN-DAYS BACK   *
009910*                       INTO A 0CYYDDD DATE IN WS-DN-DATE.  THE  *
009920*                       YEAR IS ESTIMATED FROM THE AVERAGE       *
009930*                       GREGORIAN YEAR AND THEN NUDGED UNTIL THE *
009940*                       DAY FALLS INSIDE IT.                     *
009950*----------------------------------------------------------------*
009960 6100-DAY-TO-DATE.
009970     COMPUTE WS-DN-PRIOR-YEARS = (WS-DN-DAYS * 400) / 146097.
009980     MOVE 'N'                TO WS-DN-SETTLED-SW.
009990     PERFORM 6160-SETTLE-YEAR
010000         THRU 6160-SETTLE-YEAR-EXIT
010010         UNTIL WS-DN-SETTLED.
010020     COMPUTE WS-DN-DDD = WS-DN-DAYS - WS-DN-YEAR-BASE.
010030     COMPUTE WS-DN-CYY = WS-DN-PRIOR-YEARS - 1899.
010040     COMPUTE WS-DN-DATE = WS-DN-CYY * 1000 + WS-DN-DDD.
010050 6100-DAY-TO-DATE-EXIT.
010060     EXIT.
010070*----------------------------------------------------------------*
010080*    6150-YEAR-BASE - THE DAY NUMBER OF THE LAST DAY BEFORE THE  *
010090*                     YEAR THAT FOLLOWS WS-DN-PRIOR-YEARS        *
010100*                     COMPLETE YEARS.                            *
010110*----------------------------------------------------------------*
010120 6150-YEAR-BASE.
010130     DIVIDE WS-DN-PRIOR-YEARS BY 4   GIVING WS-DN-LEAP-4.
010140     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAP-100.
010150     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAP-400.
010160     COMPUTE WS-DN-YEAR-BASE = WS-DN-PRIOR-YEARS * 365
010170         + WS-DN-LEAP-4 - WS-DN-LEAP-100 + WS-DN-LEAP-400.
010180 6150-YEAR-BASE-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------*
010210*    6160-SETTLE-YEAR - MOVE THE YEAR ESTIMATE ONE YEAR TOWARD   *
010220*                       THE DAY, OR STOP WHEN THE DAY IS INSIDE  *
010230*                       IT.                                      *
010240*----------------------------------------------------------------*
010250 6160-SETTLE-YEAR.
010260     PERFORM 6150-YEAR-BASE
010270         THRU 6150-YEAR-BASE-EXIT.
010280     IF WS-DN-DAYS NOT > WS-DN-YEAR-BASE
010290         SUBTRACT 1          FROM WS-DN-PRIOR-YEARS
010300         GO TO 6160-SETTLE-YEAR-EXIT
010310     END-IF.
010320     MOVE WS-DN-YEAR-BASE    TO WS-DN-NEXT-BASE.
010330     ADD 1                   TO WS-DN-PRIOR-YEARS.
010340     PERFORM 6150-YEAR-BASE
010350         THRU 6150-YEAR-BASE-EXIT.
010360     IF WS-DN-DAYS > WS-DN-YEAR-BASE
010370         GO TO 6160-SETTLE-YEAR-EXIT
010380     END-IF.
010390     SUBTRACT 1              FROM WS-DN-PRIOR-YEARS.
010400     MOVE WS-DN-NEXT-BASE    TO WS-DN-YEAR-BASE.
010410     SET WS-DN-SETTLED       TO TRUE.
010420 6160-SETTLE-YEAR-EXIT.
010430     EXIT.
010440*----------------------------------------------------------------*
010450*    6200-TIME-STAMP - SECONDS SINCE THE START OF YEAR 1 FOR THE *
010460*                      DATE AND 0HHMMSS TIME IN WS-TS-DATE AND   *
010470*                      WS-TS-TIME.  LEAVES THE DAY NUMBER IN     *
010480*                      WS-DN-DAYS.                               *
010490*----------------------------------------------------------------*
010500 6200-TIME-STAMP.
010510     MOVE WS-TS-DATE         TO WS-DN-DATE.
010520     PERFORM 6000-DAY-NUMBER
010530         THRU 6000-DAY-NUMBER-EXIT.
010540     COMPUTE WS-TS-STAMP = WS-DN-DAYS * 86400
010550         + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
010560 6200-TIME-STAMP-EXIT.
010570     EXIT.
010580*----------------------------------------------------------------*
010590*    7000-PRINT-OPERATOR - PRINT THE OPERATOR'S SESSIONS, THEN   *
010600*                          THEIR DAILY AND WEEKLY HOURS.         *
010610*----------------------------------------------------------------*
010620 7000-PRINT-OPERATOR.
010630     MOVE SPACES             TO WS-PRINT-LINE.
010640     PERFORM 8500-PRINT-LINE
010650         THRU 8500-PRINT-LINE-EXIT.
010660     MOVE WS-CUR-OPERATOR    TO WS-OL-OPERATOR.
010670     MOVE WS-CUR-OPER-NAME   TO WS-OL-NAME.
010680     MOVE WS-OPER-LINE       TO WS-PRINT-LINE.
010690     PERFORM 8500-PRINT-LINE
010700         THRU 8500-PRINT-LINE-EXIT.
010710     PERFORM 7100-PRINT-SESSION
010720         THRU 7100-PRINT-SESSION-EXIT
010730         VARYING WS-SUB FROM 1 BY 1
010740         UNTIL WS-SUB > WS-SES-COUNT-USED.
010750     MOVE WS-CUR-OPERATOR    TO WS-HL-KEY.
010760     PERFORM 7200-PRINT-DAY-HOURS
010770         THRU 7200-PRINT-DAY-HOURS-EXIT
010780         VARYING WS-DAY-SUB FROM 1 BY 1
010790         UNTIL WS-DAY-SUB > WS-RANGE-DAYS.
010800     PERFORM 7300-PRINT-WEEK-HOURS
010810         THRU 7300-PRINT-WEEK-HOURS-EXIT
010820         VARYING WS-WEEK-SUB FROM 1 BY 1
010830         UNTIL WS-WEEK-SUB > WS-RANGE-WEEKS.
010840 7000-PRINT-OPERATOR-EXIT.
010850     EXIT.
010860*----------------------------------------------------------------*
010870*    7100-PRINT-SESSION - PRINT ONE SESSION LINE WITH ITS NOTE.  *
010880*----------------------------------------------------------------*
010890 7100-PRINT-SESSION.
010900     MOVE WS-CUR-OPERATOR    TO WS-DET-OPERATOR.
010910     MOVE WS-SE-TERMID (WS-SUB)
010920                             TO WS-DET-TERMID.
010930     MOVE WS-SE-BRANCH (WS-SUB)
010940                             TO WS-DET-BRANCH.
010950     MOVE SPACES             TO WS-DET-START-DATE.
010960     MOVE SPACES             TO WS-DET-START-TIME.
010970     MOVE SPACES             TO WS-DET-DURATION.
010980     MOVE SPACES             TO WS-DET-NOTE.
010990     MOVE WS-SE-END-DATE (WS-SUB)
011000                             TO WS-DET-END-DATE.
011010     MOVE WS-SE-END-TIME (WS-SUB)
011020                             TO WS-TS-TIME.
011030     MOVE WS-TS-HH           TO WS-TE-HH.
011040     MOVE WS-TS-MM           TO WS-TE-MM.
011050     MOVE WS-TS-SS           TO WS-TE-SS.
011060     MOVE WS-TIME-EDIT       TO WS-DET-END-TIME.
011070     IF WS-SE-UNMATCHED (WS-SUB)
011080         MOVE 'SIGN-OFF WITH NO MATCHING SIGN-ON'
011090                             TO WS-DET-NOTE
011100         GO TO 7100-PRINT-SESSION-WRITE
011110     END-IF.
011120     MOVE WS-SE-START-DATE (WS-SUB)
011130                             TO WS-DET-START-DATE.
011140     MOVE WS-SE-START-TIME (WS-SUB)
011150                             TO WS-TS-TIME.
011160     MOVE WS-TS-HH           TO WS-TE-HH.
011170     MOVE WS-TS-MM           TO WS-TE-MM.
011180     MOVE WS-TS-SS           TO WS-TE-SS.
011190     MOVE WS-TIME-EDIT       TO WS-DET-START-TIME.
011200     COMPUTE WS-DUR-SECS = WS-SE-END-STAMP (WS-SUB)
011210         - WS-SE-START-STAMP (WS-SUB).
011220     DIVIDE WS-DUR-SECS BY 3600
011230         GIVING WS-DUR-HH
011240         REMAINDER WS-DUR-REM.
011250     DIVIDE WS-DUR-REM BY 60
011260         GIVING WS-DUR-MM
011270         REMAINDER WS-DUR-SS.
011280     MOVE WS-DUR-HH          TO WS-DE-HH.
011290     MOVE WS-DUR-MM          TO WS-DE-MM.
011300     MOVE WS-DUR-SS          TO WS-DE-SS.
011310     MOVE WS-DUR-EDIT        TO WS-DET-DURATION.
011320     IF WS-SE-NOT-CLOSED (WS-SUB)
011330         MOVE 'NOT CLOSED - TIMED TO LAST GREETING'
011340                             TO WS-DET-NOTE
011350     END-IF.
011360     IF WS-SE-OVERLAP-TERM (WS-SUB) NOT = SPACES
011370         MOVE WS-SE-OVERLAP-TERM (WS-SUB)
011380                             TO WS-ON-TERMID
011390         IF WS-SE-NOT-CLOSED (WS-SUB)
011400             MOVE WS-DETAIL-LINE
011410                             TO WS-PRINT-LINE
011420             PERFORM 8500-PRINT-LINE
011430                 THRU 8500-PRINT-LINE-EXIT
011440             MOVE SPACES     TO WS-DETAIL-LINE
011450         END-IF
011460         MOVE WS-OVERLAP-NOTE
011470                             TO WS-DET-NOTE
011480     END-IF.
011490 7100-PRINT-SESSION-WRITE.
011500     MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
011510     PERFORM 8500-PRINT-LINE
011520         THRU 8500-PRINT-LINE-EXIT.
011530 7100-PRINT-SESSION-EXIT.
011540     EXIT.
011550*----------------------------------------------------------------*
011560*    7200-PRINT-DAY-HOURS - PRINT THE OPERATOR'S HOURS FOR ONE   *
011570*                           DAY OF THE RANGE, WHEN THERE ARE     *
011580*                           ANY.                                 *
011590*----------------------------------------------------------------*
011600 7200-PRINT-DAY-HOURS.
011610     IF WS-OPER-DAY-SECS (WS-DAY-SUB) = 0
011620         GO TO 7200-PRINT-DAY-HOURS-EXIT
011630     END-IF.
011640     MOVE WS-OPER-DAY-SECS (WS-DAY-SUB)
011650                             TO WS-SUM-SECS.
011660     PERFORM 7500-PRINT-DAY-LINE
011670         THRU 7500-PRINT-DAY-LINE-EXIT.
011680 7200-PRINT-DAY-HOURS-EXIT.
011690     EXIT.
011700*----------------------------------------------------------------*
011710*    7300-PRINT-WEEK-HOURS - PRINT THE OPERATOR'S HOURS FOR ONE  *
011720*                            WEEK OF THE RANGE.                  *
011730*----------------------------------------------------------------*
011740 7300-PRINT-WEEK-HOURS.
011750     PERFORM 7600-WEEK-BOUNDS
011760         THRU 7600-WEEK-BOUNDS-EXIT.
011770     MOVE 0                  TO WS-SUM-SECS.
011780     PERFORM 7310-ADD-OPER-DAY
011790         THRU 7310-ADD-OPER-DAY-EXIT
011800         VARYING WS-DAY-SUB FROM WS-WEEK-FIRST BY 1
011810         UNTIL WS-DAY-SUB > WS-WEEK-LAST.
011820     PERFORM 7700-PRINT-WEEK-LINE
011830         THRU 7700-PRINT-WEEK-LINE-EXIT.
011840 7300-PRINT-WEEK-HOURS-EXIT.
011850     EXIT.
011860*----------------------------------------------------------------*
011870*    7310-ADD-OPER-DAY - ADD ONE DAY INTO THE OPERATOR'S WEEK.   *
011880*----------------------------------------------------------------*
011890 7310-ADD-OPER-DAY.
011900     ADD WS-OPER-DAY-SECS (WS-DAY-SUB)
011910                             TO WS-SUM-SECS.
011920 7310-ADD-OPER-DAY-EXIT.
011930     EXIT.
011940*----------------------------------------------------------------*
011950*    7400-PRINT-BRANCH - PRINT ONE BRANCH'S DAILY AND WEEKLY     *
011960*                        HOURS.                                  *
011970*----------------------------------------------------------------*
011980 7400-PRINT-BRANCH.
011990     MOVE SPACES             TO WS-PRINT-LINE.
012000     PERFORM 8500-PRINT-LINE
012010         THRU 8500-PRINT-LINE-EXIT.
012020     MOVE WS-BR-CODE (WS-BR-SUB)
012030                             TO WS-HL-KEY.
012040     IF WS-BR-CODE (WS-BR-SUB) = SPACES
012050         MOVE '(NONE)'       TO WS-HL-KEY
012060     END-IF.
012070     PERFORM 7410-PRINT-BRANCH-DAY
012080         THRU 7410-PRINT-BRANCH-DAY-EXIT
012090         VARYING WS-DAY-SUB FROM 1 BY 1
012100         UNTIL WS-DAY-SUB > WS-RANGE-DAYS.
012110     PERFORM 7420-PRINT-BRANCH-WEEK
012120         THRU 7420-PRINT-BRANCH-WEEK-EXIT
012130         VARYING WS-WEEK-SUB FROM 1 BY 1
012140         UNTIL WS-WEEK-SUB > WS-RANGE-WEEKS.
012150 7400-PRINT-BRANCH-EXIT.
012160     EXIT.
012170*----------------------------------------------------------------*
012180*    7410-PRINT-BRANCH-DAY - PRINT THE BRANCH'S HOURS FOR ONE    *
012190*                            DAY, WHEN THERE ARE ANY.            *
012200*----------------------------------------------------------------*
012210 7410-PRINT-BRANCH-DAY.
012220     IF WS-BR-DAY-SECS (WS-BR-SUB, WS-DAY-SUB) = 0
012230         GO TO 7410-PRINT-BRANCH-DAY-EXIT
012240     END-IF.
012250     MOVE WS-BR-DAY-SECS (WS-BR-SUB, WS-DAY-SUB)
012260                             TO WS-SUM-SECS.
012270     PERFORM 7500-PRINT-DAY-LINE
012280         THRU 7500-PRINT-DAY-LINE-EXIT.
012290 7410-PRINT-BRANCH-DAY-EXIT.
012300     EXIT.
012310*----------------------------------------------------------------*
012320*    7420-PRINT-BRANCH-WEEK - PRINT THE BRANCH'S HOURS FOR ONE   *
012330*                             WEEK.                              *
012340*----------------------------------------------------------------*
012350 7420-PRINT-BRANCH-WEEK.
012360     PERFORM 7600-WEEK-BOUNDS
012370         THRU 7600-WEEK-BOUNDS-EXIT.
012380     MOVE 0                  TO WS-SUM-SECS.
012390     PERFORM 7430-ADD-BRANCH-DAY
012400         THRU 7430-ADD-BRANCH-DAY-EXIT
012410         VARYING WS-DAY-SUB FROM WS-WEEK-FIRST BY 1
012420         UNTIL WS-DAY-SUB > WS-WEEK-LAST.
012430     PERFORM 7700-PRINT-WEEK-LINE
012440         THRU 7700-PRINT-WEEK-LINE-EXIT.
012450 7420-PRINT-BRANCH-WEEK-EXIT.
012460     EXIT.
012470*----------------------------------------------------------------*
012480*    7430-ADD-BRANCH-DAY - ADD ONE DAY INTO THE BRANCH'S WEEK.   *
012490*----------------------------------------------------------------*
012500 7430-ADD-BRANCH-DAY.
012510     ADD WS-BR-DAY-SECS (WS-BR-SUB, WS-DAY-SUB)
012520                             TO WS-SUM-SECS.
012530 7430-ADD-BRANCH-DAY-EXIT.
012540     EXIT.
012550*----------------------------------------------------------------*
012560*    7500-PRINT-DAY-LINE - PRINT WS-SUM-SECS AS THE HOURS FOR    *
012570*                          DAY WS-DAY-SUB.                       *
012580*----------------------------------------------------------------*
012590 7500-PRINT-DAY-LINE.
012600     MOVE SPACES             TO WS-HL-THRU-LIT.
012610     MOVE SPACES             TO WS-HL-THRU.
012620     MOVE 'DAY       '       TO WS-HL-LABEL.
012630     MOVE WS-RANGE-DATE (WS-DAY-SUB)
012640                             TO WS-HL-FROM.
012650     COMPUTE WS-HOURS ROUNDED = WS-SUM-SECS / 3600.
012660     MOVE WS-HOURS           TO WS-HL-HOURS.
012670     MOVE WS-HOURS-LINE      TO WS-PRINT-LINE.
012680     PERFORM 8500-PRINT-LINE
012690         THRU 8500-PRINT-LINE-EXIT.
012700 7500-PRINT-DAY-LINE-EXIT.
012710     EXIT.
012720*----------------------------------------------------------------*
012730*    7600-WEEK-BOUNDS - FIRST AND LAST DAY OF WEEK WS-WEEK-SUB;  *
012740*                       THE LAST WEEK MAY BE SHORT.              *
012750*----------------------------------------------------------------*
012760 7600-WEEK-BOUNDS.
012770     COMPUTE WS-WEEK-FIRST = WS-WEEK-SUB * 7 - 6.
012780     COMPUTE WS-WEEK-LAST  = WS-WEEK-SUB * 7.
012790     IF WS-WEEK-LAST > WS-RANGE-DAYS
012800         MOVE WS-RANGE-DAYS  TO WS-WEEK-LAST
012810     END-IF.
012820 7600-WEEK-BOUNDS-EXIT.
012830     EXIT.
012840*----------------------------------------------------------------*
012850*    7700-PRINT-WEEK-LINE - PRINT WS-SUM-SECS AS THE HOURS FOR   *
012860*                           THE WEEK WS-WEEK-FIRST THRU          *
012870*                           WS-WEEK-LAST.                        *
012880*----------------------------------------------------------------*
012890 7700-PRINT-WEEK-LINE.
012900     MOVE 'WEEK      '       TO WS-HL-LABEL.
012910     MOVE WS-RANGE-DATE (WS-WEEK-FIRST)
012920                             TO WS-HL-FROM.
012930     MOVE ' THRU '           TO WS-HL-THRU-LIT.
012940     MOVE WS-RANGE-DATE (WS-WEEK-LAST)
012950                             TO WS-HL-THRU.
012960     COMPUTE WS-HOURS ROUNDED = WS-SUM-SECS / 3600.
012970     MOVE WS-HOURS           TO WS-HL-HOURS.
012980     MOVE WS-HOURS-LINE      TO WS-PRINT-LINE.
012990     PERFORM 8500-PRINT-LINE
013000         THRU 8500-PRINT-LINE-EXIT.
013010 7700-PRINT-WEEK-LINE-EXIT.
013020     EXIT.
013030*----------------------------------------------------------------*
013040*    8000-PRINT-TRAILER - PRINT THE BY-BRANCH SECTION AND THE    *
013050*                         RUN TOTALS, AND SET THE RETURN CODE.   *
013060*----------------------------------------------------------------*
013070 8000-PRINT-TRAILER.
013080     MOVE WS-HDG-BRANCH      TO WS-HDG-2.
013090     PERFORM 8100-PRINT-HEADINGS
013100         THRU 8100-PRINT-HEADINGS-EXIT.
013110     PERFORM 7400-PRINT-BRANCH
013120         THRU 7400-PRINT-BRANCH-EXIT
013130         VARYING WS-BR-SUB FROM 1 BY 1
013140         UNTIL WS-BR-SUB > WS-BR-COUNT-USED.
013150
013160     MOVE SPACES             TO WS-PRINT-LINE.
013170     PERFORM 8500-PRINT-LINE
013180         THRU 8500-PRINT-LINE-EXIT.
013190     IF WS-SESSION-COUNT = 0
013200         MOVE 'NO SIGN-ONS IN THE RANGE'
013210                             TO WS-PRINT-LINE
013220         PERFORM 8500-PRINT-LINE
013230             THRU 8500-PRINT-LINE-EXIT
013240     END-IF.
013250     MOVE 'OPERATORS                     '
013260                             TO WS-CL-TEXT.
013270     MOVE WS-OPERATOR-COUNT  TO WS-CL-COUNT.
013280     PERFORM 8400-PRINT-COUNT
013290         THRU 8400-PRINT-COUNT-EXIT.
013300     MOVE 'SESSIONS CLOSED BY SIGN-OFF   '
013310                             TO WS-CL-TEXT.
013320     MOVE WS-CLOSED-COUNT    TO WS-CL-COUNT.
013330     PERFORM 8400-PRINT-COUNT
013340         THRU 8400-PRINT-COUNT-EXIT.
013350     MOVE 'SESSIONS NOT CLOSED           '
013360                             TO WS-CL-TEXT.
013370     MOVE WS-NOT-CLOSED-COUNT
013380                             TO WS-CL-COUNT.
013390     PERFORM 8400-PRINT-COUNT
013400         THRU 8400-PRINT-COUNT-EXIT.
013410     MOVE 'OVERLAPPING SESSIONS          '
013420                             TO WS-CL-TEXT.
013430     MOVE WS-OVERLAP-COUNT   TO WS-CL-COUNT.
013440     PERFORM 8400-PRINT-COUNT
013450         THRU 8400-PRINT-COUNT-EXIT.
013460     MOVE 'UNMATCHED SIGN-OFFS           '
013470                             TO WS-CL-TEXT.
013480     MOVE WS-UNMATCHED-COUNT TO WS-CL-COUNT.
013490     PERFORM 8400-PRINT-COUNT
013500         THRU 8400-PRINT-COUNT-EXIT.
013510     MOVE 'KSDS RECORDS READ             '
013520                             TO WS-CL-TEXT.
013530     MOVE WS-KSDS-READ       TO WS-CL-COUNT.
013540     PERFORM 8400-PRINT-COUNT
013550         THRU 8400-PRINT-COUNT-EXIT.
013560     MOVE 'SIGN-ON/SIGN-OFF RECORDS USED '
013570                             TO WS-CL-TEXT.
013580     MOVE WS-RECORDS-SORTED  TO WS-CL-COUNT.
013590     PERFORM 8400-PRINT-COUNT
013600         THRU 8400-PRINT-COUNT-EXIT.
013610     IF WS-SES-DROPPED > 0
013620         MOVE 'EVENTS DROPPED, TABLE FULL    '
013630                             TO WS-CL-TEXT
013640         MOVE WS-SES-DROPPED TO WS-CL-COUNT
013650         PERFORM 8400-PRINT-COUNT
013660             THRU 8400-PRINT-COUNT-EXIT
013670     END-IF.
013680     IF WS-BR-DROPPED > 0
013690         MOVE 'SESSIONS WITH NO BRANCH SLOT  '
013700                             TO WS-CL-TEXT
013710         MOVE WS-BR-DROPPED  TO WS-CL-COUNT
013720         PERFORM 8400-PRINT-COUNT
013730             THRU 8400-PRINT-COUNT-EXIT
013740     END-IF.
013750     DISPLAY 'HELLOSDR - SESSIONS CLOSED  ' WS-CLOSED-COUNT.
013760     DISPLAY 'HELLOSDR - NOT CLOSED       ' WS-NOT-CLOSED-COUNT.
013770     DISPLAY 'HELLOSDR - OVERLAPPING      ' WS-OVERLAP-COUNT.
013780     DISPLAY 'HELLOSDR - UNMATCHED OFFS   ' WS-UNMATCHED-COUNT.
013790     IF (WS-NOT-CLOSED-COUNT > 0 OR WS-OVERLAP-COUNT > 0
013800             OR WS-UNMATCHED-COUNT > 0 OR WS-SES-DROPPED > 0
013810             OR WS-BR-DROPPED > 0)
013820         AND RETURN-CODE = 0
013830         MOVE 4              TO RETURN-CODE
013840     END-IF.
013850 8000-PRINT-TRAILER-EXIT.
013860     EXIT.
013870*----------------------------------------------------------------*
013880*    8100-PRINT-HEADINGS - START A NEW PAGE WITH THE CURRENT     *
013890*                          SECTION'S COLUMN HEADINGS.            *
013900*----------------------------------------------------------------*
013910 8100-PRINT-HEADINGS.
013920     ADD 1                   TO WS-PAGE-COUNT.
013930     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
013940     MOVE WS-HDG-1           TO RO-TEXT.
013950     MOVE '1'                TO RO-CTRL.
013960     WRITE RPTOUT-LINE.
013970     MOVE WS-HDG-2           TO RO-TEXT.
013980     MOVE ' '                TO RO-CTRL.
013990     WRITE RPTOUT-LINE.
014000     MOVE 2                  TO WS-LINE-COUNT.
014010 8100-PRINT-HEADINGS-EXIT.
014020     EXIT.
014030*----------------------------------------------------------------*
014040*    8400-PRINT-COUNT - PRINT ONE RUN-TOTAL LINE.                *
014050*----------------------------------------------------------------*
014060 8400-PRINT-COUNT.
014070     MOVE WS-COUNT-LINE      TO WS-PRINT-LINE.
014080     PERFORM 8500-PRINT-LINE
014090         THRU 8500-PRINT-LINE-EXIT.
014100 8400-PRINT-COUNT-EXIT.
014110     EXIT.
014120*----------------------------------------------------------------*
014130*    8500-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE  *
014140*                      WHEN THIS ONE IS FULL.                    *
014150*----------------------------------------------------------------*
014160 8500-PRINT-LINE.
014170     IF WS-LINE-COUNT >= WS-MAX-LINES
014180         PERFORM 8100-PRINT-HEADINGS
014190             THRU 8100-PRINT-HEADINGS-EXIT
014200     END-IF.
014210     MOVE WS-PRINT-LINE      TO RO-TEXT.
014220     MOVE ' '                TO RO-CTRL.
014230     WRITE RPTOUT-LINE.
014240     ADD 1                   TO WS-LINE-COUNT.
014250 8500-PRINT-LINE-EXIT.
014260     EXIT.
014270*----------------------------------------------------------------*
014280*    9000-TERMINATE - CLOSE THE REPORT.                          *
014290*----------------------------------------------------------------*
014300 9000-TERMINATE.
014310     CLOSE RPTOUT-FILE.
014320 9000-TERMINATE-EXIT.
014330     EXIT.
