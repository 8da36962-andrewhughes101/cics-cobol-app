000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLODRM.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLODRM                                     *
000090*    DESCRIPTION    NIGHTLY SUSPENSION OF DORMANT OPERATOR       *
000100*                   PROFILES.  READS THE USRPROF FILE END TO END *
000110*                   AND, FOR EVERY ACTIVE PROFILE (NOT ALREADY   *
000120*                   SUSPENDED, NOT REVOKED TO AUTH LEVEL 'N'),   *
000130*                   WORKS OUT HOW MANY DAYS IT HAS BEEN SINCE    *
000140*                   THE LAST SUCCESSFUL SIGN-ON HELLOSEC STAMPED *
000150*                   ON THE PROFILE.  A PROFILE IDLE FOR MORE     *
000160*                   THAN THE DORMANCY LIMIT IS SUSPENDED - THE   *
000170*                   SAME 'S' STATUS A LOCKOUT SETS, LIFTED THE   *
000180*                   SAME WAY WITH USRMNT - AND THE SUSPENSION    *
000190*                   WRITES A 'P' PROFILE-CHANGE AUDIT RECORD     *
000200*                   (ACTION 'S') TO HELLOLOG EXACTLY AS USRLOAD  *
000210*                   DOES FOR ITS CHANGES.                        *
000220*                                                               *
000230*                   THE LIMIT IN DAYS IS THE HELLOMSG RECORD     *
000240*                   DORMNT/EN-US (FIRST THREE CHARACTERS OF THE  *
000250*                   TEXT, MAINTAINED WITH HELLOMNT); IF THAT     *
000260*                   RECORD IS MISSING, NOT NUMERIC, OR ZERO THE  *
000270*                   LIMIT DEFAULTS TO 90.                        *
000280*                                                               *
000290*                   THE CLOCK RUNS FROM THE LATER OF THE LAST    *
000300*                   SIGN-ON AND THE START OF THE PROFILE'S       *
000310*                   ACCESS WINDOW, SO A JOINER WHOSE WINDOW HAS  *
000320*                   NOT YET OPENED IS NOT COUNTED IDLE.  A       *
000330*                   PROFILE WITH NO SIGN-ON ON RECORD (NEW,      *
000340*                   RE-ACTIVATED, OR LOADED BEFORE THE STAMP     *
000350*                   EXISTED) HAS TONIGHT'S DATE STAMPED AS ITS   *
000360*                   STARTING POINT RATHER THAN BEING SUSPENDED   *
000370*                   OUTRIGHT.                                    *
000380*                                                               *
000390*                   THE REPORT LISTS THE PROFILES SUSPENDED      *
000400*                   TONIGHT, THEN THE PROFILES WITHIN SEVEN DAYS *
000410*                   OF THE LIMIT WITH THE DAYS THEY HAVE LEFT,   *
000420*                   SO BRANCH MANAGERS CAN WARN OPERATORS WHO    *
000430*                   ARE STILL NEEDED.                            *
000440*-----------------------------------------------------------------
000450*    MODIFICATION HISTORY                                       *
000460*    DATE       INIT  DESCRIPTION                                *
000470*    ---------  ----  ------------------------------------------ *
000480*    2026-10-15 SMH   ORIGINAL.                                  *
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000530 OBJECT-COMPUTER.    IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT USRPROF-FILE     ASSIGN TO USRPROF
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS UP-USER-ID
000600         FILE STATUS IS WS-USRPROF-STATUS.
000610
000620     SELECT HELLOMSG-FILE    ASSIGN TO HELLOMSG
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS HM-MSG-KEY
000660         FILE STATUS IS WS-HELLOMSG-STATUS.
000670
000680     SELECT HELLOLOG-FILE    ASSIGN TO HELLOLOG
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS HL-LOG-KEY
000720         FILE STATUS IS WS-HELLOLOG-STATUS.
000730
000740     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RPTOUT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  USRPROF-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY USRPROF.
000830
000840 FD  HELLOMSG-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY HELLOMSG.
000870
000880 FD  HELLOLOG-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY HELLOLOG.
000910
000920 FD  RPTOUT-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 133 CHARACTERS.
000950 01  RPTOUT-LINE.
000960     05  RO-CTRL             PIC X(01).
000970     05  RO-TEXT             PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------*
001010*    FILE STATUS AND CONTROL SWITCHES                            *
001020*----------------------------------------------------------------*
001030 01  WS-USRPROF-STATUS       PIC X(02)   VALUE '00'.
001040     88  WS-USRPROF-OK                   VALUE '00'.
001050 01  WS-HELLOMSG-STATUS      PIC X(02)   VALUE '00'.
001060     88  WS-HELLOMSG-OK                  VALUE '00'.
001070 01  WS-HELLOLOG-STATUS      PIC X(02)   VALUE '00'.
001080     88  WS-HELLOLOG-OK                  VALUE '00'.
001090 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
001100 01  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001110     88  WS-END-OF-FILE                  VALUE 'Y'.
001120 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
001130     88  WS-RUN-ABORTED                  VALUE 'Y'.
001140 01  WS-LIMIT-SWITCH         PIC X(01)   VALUE 'N'.
001150     88  WS-LIMIT-DEFAULTED              VALUE 'Y'.
001160*----------------------------------------------------------------*
001170*    RUN DATE/TIME FOR THE AUDIT RECORD KEYS AND THE IDLE-DAY    *
001180*    ARITHMETIC - 0CYYDDD/0HHMMSS, THE SAME EIBDATE/EIBTIME      *
001190*    FORMS HELLOSEC STAMPS.                                      *
001200*----------------------------------------------------------------*
001210 01  WS-RUN-YYYYDDD          PIC 9(07).
001220 01  WS-RUN-DATE             PIC 9(07)   VALUE ZERO.
001230 01  WS-RUN-TIME-RAW         PIC 9(08).
001240 01  WS-RUN-TIME             PIC 9(07)   VALUE ZERO.
001250 77  WS-LOG-SEQ              PIC 9(07)   VALUE ZERO.
001260*----------------------------------------------------------------*
001270*    DORMANCY LIMIT CONFIG RECORD KEY (HELLOMSG FILE) AND THE    *
001280*    LIMIT IN DAYS.  A PROFILE IDLE MORE THAN THE LIMIT IS       *
001290*    SUSPENDED; ONE WITH WS-WARN-DAYS OR FEWER DAYS LEFT BEFORE  *
001300*    THAT HAPPENS IS WARNED.                                     *
001310*----------------------------------------------------------------*
001320 01  WS-DORMNT-MSG-ID        PIC X(06)   VALUE 'DORMNT'.
001330 01  WS-DORMNT-MSG-LOCALE    PIC X(05)   VALUE 'EN-US'.
001340 77  WS-DORMANT-LIMIT        PIC 9(03)   VALUE 90.
001350 77  WS-DEFAULT-LIMIT        PIC 9(03)   VALUE 90.
001360 77  WS-WARN-DAYS            PIC 9(03)   VALUE 7.
001370*----------------------------------------------------------------*
001380*    AUDIT IDENTITY - SUSPENSIONS CARRY A FIXED OPERATOR SO THE  *
001390*    TRAIL SHOWS THIS JOB, NOT A PERSON, MADE THE CHANGE.  THE   *
001400*    'BTCH' TERMINAL ID KEEPS THE RECORDS OUT OF THE HELLOCNT    *
001410*    EXTRACT RECONCILIATION, AS FOR USRLOAD.                     *
001420*----------------------------------------------------------------*
001430 01  WS-AUDIT-OPERATOR       PIC X(08)   VALUE 'HELLODRM'.
001440 01  WS-AUDIT-NAME           PIC X(20)   VALUE
001450     'DORMANT PROFILE RUN'.
001460 01  WS-AUDIT-TERMID         PIC X(04)   VALUE 'BTCH'.
001470*----------------------------------------------------------------*
001480*    IDLE-DAY WORK AREAS.  A 0CYYDDD DATE IS TURNED INTO A DAY   *
001490*    NUMBER (DAYS SINCE THE START OF YEAR 1, GREGORIAN) SO TWO   *
001500*    DATES SUBTRACT CLEANLY ACROSS A YEAR END.                   *
001510*----------------------------------------------------------------*
001520 01  WS-REF-DATE             PIC 9(07)   VALUE ZERO.
001530 01  WS-DN-DATE              PIC 9(07)   VALUE ZERO.
001540 01  WS-DN-DAYS              PIC 9(09)   COMP    VALUE 0.
001550 01  WS-DN-CYY               PIC 9(04)   COMP    VALUE 0.
001560 01  WS-DN-DDD               PIC 9(04)   COMP    VALUE 0.
001570 01  WS-DN-PRIOR-YEARS       PIC 9(09)   COMP    VALUE 0.
001580 01  WS-DN-LEAP-4            PIC 9(09)   COMP    VALUE 0.
001590 01  WS-DN-LEAP-100          PIC 9(09)   COMP    VALUE 0.
001600 01  WS-DN-LEAP-400          PIC 9(09)   COMP    VALUE 0.
001610 01  WS-TODAY-DAYS           PIC 9(09)   COMP    VALUE 0.
001620 01  WS-IDLE-DAYS            PIC S9(09)  COMP    VALUE 0.
001630 01  WS-DAYS-LEFT            PIC S9(09)  COMP    VALUE 0.
001640*----------------------------------------------------------------*
001650*    PROFILES WITHIN THE WARNING WINDOW (SUSPENDED BY ONE OF THE *
001660*    NEXT SEVEN NIGHTLY RUNS IF THEY STAY IDLE) - HELD UNTIL THE *
001670*    SUSPENSIONS HAVE PRINTED, THEN LISTED IN USER ID ORDER.     *
001680*    ANY BEYOND THE TABLE ARE COUNTED AND NOTED ON THE REPORT.   *
001690*----------------------------------------------------------------*
001700 01  WS-WARN-TABLE.
001710     05  WS-WARN-COUNT-USED  PIC 9(04)   COMP    VALUE 0.
001720     05  WS-WARN-ENTRY       OCCURS 1000 TIMES
001730                             INDEXED BY WS-WARN-IDX.
001740         10  WS-WN-USER-ID       PIC X(08).
001750         10  WS-WN-NAME          PIC X(20).
001760         10  WS-WN-AUTH          PIC X(01).
001770         10  WS-WN-BRANCH        PIC X(04).
001780         10  WS-WN-LAST-DATE     PIC 9(07).
001790         10  WS-WN-IDLE          PIC 9(05)   COMP.
001800         10  WS-WN-LEFT          PIC 9(03)   COMP.
001810 77  WS-WARN-OVERFLOW        PIC 9(09)   COMP    VALUE 0.
001820*----------------------------------------------------------------*
001830*    RUN TOTALS                                                  *
001840*----------------------------------------------------------------*
001850 77  WS-READ-COUNT           PIC 9(09)   COMP    VALUE 0.
001860 77  WS-INACTIVE-COUNT       PIC 9(09)   COMP    VALUE 0.
001870 77  WS-SEEDED-COUNT         PIC 9(09)   COMP    VALUE 0.
001880 77  WS-SUSPENDED-COUNT      PIC 9(09)   COMP    VALUE 0.
001890 77  WS-WARNED-COUNT         PIC 9(09)   COMP    VALUE 0.
001900 77  WS-EXCEPTION-COUNT      PIC 9(09)   COMP    VALUE 0.
001910*----------------------------------------------------------------*
001920*    PAGE CONTROL                                                *
001930*----------------------------------------------------------------*
001940 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
001950 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
001960 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
001970 01  WS-ACTIVE-HDG           PIC X(70)   VALUE SPACES.
001980*----------------------------------------------------------------*
001990*    REPORT LINES                                                *
002000*----------------------------------------------------------------*
002010 01  WS-HDG-1.
002020     05  FILLER              PIC X(40)   VALUE
002030         'DORMANT PROFILE SUSPENSION - '.
002040     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
002050     05  WS-HDG-PAGE-NO      PIC ZZZ9.
002060 01  WS-HDG-2.
002070     05  FILLER              PIC X(40)   VALUE
002080         'USER ID   NAME                 AUTH BRCH'.
002090     05  FILLER              PIC X(30)   VALUE
002100         ' LASTSGN  IDLE  SUSPENDED'.
002110 01  WS-HDG-3.
002120     05  FILLER              PIC X(40)   VALUE
002130         'USER ID   NAME                 AUTH BRCH'.
002140     05  FILLER              PIC X(30)   VALUE
002150         ' LASTSGN  IDLE  NEAR LIMIT'.
002160 01  WS-DETAIL-LINE.
002170     05  WS-DL-USER-ID       PIC X(08).
002180     05  FILLER              PIC X(02)   VALUE SPACES.
002190     05  WS-DL-NAME          PIC X(20).
002200     05  FILLER              PIC X(01)   VALUE SPACES.
002210     05  WS-DL-AUTH          PIC X(01).
002220     05  FILLER              PIC X(04)   VALUE SPACES.
002230     05  WS-DL-BRANCH        PIC X(04).
002240     05  FILLER              PIC X(01)   VALUE SPACES.
002250     05  WS-DL-LAST-DATE     PIC 9(07).
002260     05  FILLER              PIC X(01)   VALUE SPACES.
002270     05  WS-DL-IDLE          PIC ZZZZ9.
002280     05  FILLER              PIC X(02)   VALUE SPACES.
002290     05  WS-DL-NOTE          PIC X(40).
002300 01  WS-LEFT-NOTE.
002310     05  FILLER              PIC X(12)   VALUE 'SUSPENDS IN '.
002320     05  WS-LN-DAYS          PIC Z9.
002330     05  FILLER              PIC X(08)   VALUE ' DAY(S)'.
002340 01  WS-COUNT-LINE.
002350     05  WS-CL-TEXT          PIC X(30).
002360     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002370
002380 PROCEDURE DIVISION.
002390*----------------------------------------------------------------*
002400*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE                *
002410*                    DORMANT-PROFILE RUN.                        *
002420*----------------------------------------------------------------*
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE
002450         THRU 1000-INITIALIZE-EXIT.
002460
002470     IF NOT WS-RUN-ABORTED
002480         PERFORM 2000-PROCESS-PROFILE
002490             THRU 2000-PROCESS-PROFILE-EXIT
002500             UNTIL WS-END-OF-FILE
002510         PERFORM 8000-FINALIZE
002520             THRU 8000-FINALIZE-EXIT
002530     END-IF.
002540
002550     PERFORM 9000-TERMINATE
002560         THRU 9000-TERMINATE-EXIT.
002570
002580     STOP RUN.
002590*----------------------------------------------------------------*
002600*    1000-INITIALIZE - CAPTURE THE RUN DATE AND TIME, OPEN THE   *
002610*                      FILES, PICK UP THE DORMANCY LIMIT, AND    *
002620*                      PRIME THE FIRST PROFILE READ.             *
002630*----------------------------------------------------------------*
002640 1000-INITIALIZE.
002650     ACCEPT WS-RUN-YYYYDDD   FROM DAY YYYYDDD.
002660     COMPUTE WS-RUN-DATE = WS-RUN-YYYYDDD - 1900000.
002670     ACCEPT WS-RUN-TIME-RAW  FROM TIME.
002680     COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100.
002690     MOVE WS-RUN-DATE        TO WS-DN-DATE.
002700     PERFORM 6000-DAY-NUMBER
002710         THRU 6000-DAY-NUMBER-EXIT.
002720     MOVE WS-DN-DAYS         TO WS-TODAY-DAYS.
002730
002740     OPEN I-O USRPROF-FILE.
002750     IF NOT WS-USRPROF-OK
002760         DISPLAY 'HELLODRM - USRPROF OPEN FAILED, STATUS = '
002770             WS-USRPROF-STATUS
002780         SET WS-RUN-ABORTED  TO TRUE
002790         MOVE 8              TO RETURN-CODE
002800         GO TO 1000-INITIALIZE-EXIT
002810     END-IF.
002820
002830     OPEN INPUT HELLOMSG-FILE.
002840     IF NOT WS-HELLOMSG-OK
002850         DISPLAY 'HELLODRM - HELLOMSG OPEN FAILED, STATUS = '
002860             WS-HELLOMSG-STATUS
002870         SET WS-RUN-ABORTED  TO TRUE
002880         MOVE 8              TO RETURN-CODE
002890         GO TO 1000-INITIALIZE-EXIT
002900     END-IF.
002910
002920     OPEN I-O HELLOLOG-FILE.
002930     IF NOT WS-HELLOLOG-OK
002940         DISPLAY 'HELLODRM - HELLOLOG OPEN FAILED, STATUS = '
002950             WS-HELLOLOG-STATUS
002960         SET WS-RUN-ABORTED  TO TRUE
002970         MOVE 8              TO RETURN-CODE
002980         GO TO 1000-INITIALIZE-EXIT
002990     END-IF.
003000
003010     OPEN OUTPUT RPTOUT-FILE.
003020
003030     PERFORM 1100-GET-DORMANT-LIMIT
003040         THRU 1100-GET-DORMANT-LIMIT-EXIT.
003050
003060     MOVE WS-HDG-2           TO WS-ACTIVE-HDG.
003070     PERFORM 8100-PRINT-HEADINGS
003080         THRU 8100-PRINT-HEADINGS-EXIT.
003090
003100     PERFORM 2100-READ-PROFILE
003110         THRU 2100-READ-PROFILE-EXIT.
003120 1000-INITIALIZE-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------*
003150*    1100-GET-DORMANT-LIMIT - READ THE DORMNT/EN-US CONFIG       *
003160*                             RECORD FROM HELLOMSG.  THE FIRST   *
003170*                             THREE CHARACTERS OF THE TEXT ARE   *
003180*                             THE LIMIT IN DAYS; ANYTHING        *
003190*                             MISSING, NOT NUMERIC, OR ZERO      *
003200*                             FALLS BACK TO THE DEFAULT, AS      *
003210*                             HELLOSEC DOES FOR SECLIM.          *
003220*----------------------------------------------------------------*
003230 1100-GET-DORMANT-LIMIT.
003240     MOVE WS-DEFAULT-LIMIT   TO WS-DORMANT-LIMIT.
003250     MOVE SPACES             TO HELLOMSG-RECORD.
003260     MOVE WS-DORMNT-MSG-ID   TO HM-MSG-ID.
003270     MOVE WS-DORMNT-MSG-LOCALE
003280                             TO HM-MSG-LOCALE.
003290     READ HELLOMSG-FILE
003300         INVALID KEY
003310             CONTINUE
003320     END-READ.
003330     IF WS-HELLOMSG-OK
003340             AND HM-MSG-TEXT (1:3) IS NUMERIC
003350         MOVE HM-MSG-TEXT (1:3)  TO WS-DORMANT-LIMIT
003360     END-IF.
003370     IF WS-DORMANT-LIMIT = ZERO
003380         MOVE WS-DEFAULT-LIMIT   TO WS-DORMANT-LIMIT
003390     END-IF.
003400     IF NOT WS-HELLOMSG-OK
003410             OR HM-MSG-TEXT (1:3) NOT NUMERIC
003420             OR HM-MSG-TEXT (1:3) = '000'
003430         SET WS-LIMIT-DEFAULTED  TO TRUE
003440     END-IF.
003450 1100-GET-DORMANT-LIMIT-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480*    2000-PROCESS-PROFILE - WORK OUT HOW LONG THE CURRENT        *
003490*                           PROFILE HAS BEEN IDLE AND SUSPEND OR *
003500*                           WARN IT, THEN READ THE NEXT ONE.     *
003510*                           SUSPENDED AND REVOKED PROFILES ARE   *
003520*                           PASSED OVER.                         *
003530*----------------------------------------------------------------*
003540 2000-PROCESS-PROFILE.
003550     IF UP-STAT-SUSPENDED OR UP-AUTH-NONE
003560         ADD 1               TO WS-INACTIVE-COUNT
003570         GO TO 2000-PROCESS-PROFILE-NEXT
003580     END-IF.
003590     IF UP-LAST-SIGNON-DATE NOT NUMERIC
003600         MOVE ZERO           TO UP-LAST-SIGNON-DATE
003610     END-IF.
003620     IF UP-START-DATE NOT NUMERIC
003630         MOVE ZERO           TO UP-START-DATE
003640     END-IF.
003650     IF UP-LAST-SIGNON-DATE = ZERO
003660         PERFORM 3000-START-CLOCK
003670             THRU 3000-START-CLOCK-EXIT
003680         GO TO 2000-PROCESS-PROFILE-NEXT
003690     END-IF.
003700     MOVE UP-LAST-SIGNON-DATE
003710                             TO WS-REF-DATE.
003720     IF UP-START-DATE > WS-REF-DATE
003730         MOVE UP-START-DATE  TO WS-REF-DATE
003740     END-IF.
003750     IF WS-REF-DATE NOT < WS-RUN-DATE
003760         GO TO 2000-PROCESS-PROFILE-NEXT
003770     END-IF.
003780     MOVE WS-REF-DATE        TO WS-DN-DATE.
003790     PERFORM 6000-DAY-NUMBER
003800         THRU 6000-DAY-NUMBER-EXIT.
003810     COMPUTE WS-IDLE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS.
003820     COMPUTE WS-DAYS-LEFT = WS-DORMANT-LIMIT - WS-IDLE-DAYS + 1.
003830     EVALUATE TRUE
003840         WHEN WS-DAYS-LEFT < 1
003850             PERFORM 3500-SUSPEND-PROFILE
003860                 THRU 3500-SUSPEND-PROFILE-EXIT
003870         WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
003880             PERFORM 4500-HOLD-WARNING
003890                 THRU 4500-HOLD-WARNING-EXIT
003900         WHEN OTHER
003910             CONTINUE
003920     END-EVALUATE.
003930 2000-PROCESS-PROFILE-NEXT.
003940     PERFORM 2100-READ-PROFILE
003950         THRU 2100-READ-PROFILE-EXIT.
003960 2000-PROCESS-PROFILE-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------*
003990*    2100-READ-PROFILE - READ THE NEXT USRPROF RECORD IN USER ID *
004000*                        ORDER.  A READ FAILURE ENDS THE RUN -   *
004010*                        THE PROFILES NOT YET REACHED ARE        *
004020*                        NEITHER SUSPENDED NOR WARNED.           *
004030*----------------------------------------------------------------*
004040 2100-READ-PROFILE.
004050     READ USRPROF-FILE NEXT RECORD
004060         AT END
004070             MOVE 'Y'        TO WS-EOF-SWITCH
004080     END-READ.
004090     IF WS-END-OF-FILE
004100         GO TO 2100-READ-PROFILE-EXIT
004110     END-IF.
004120     IF NOT WS-USRPROF-OK
004130         DISPLAY 'HELLODRM - USRPROF READ FAILED, STATUS = '
004140             WS-USRPROF-STATUS
004150         MOVE 'Y'            TO WS-EOF-SWITCH
004160         SET WS-RUN-ABORTED  TO TRUE
004170         MOVE 12             TO RETURN-CODE
004180         GO TO 2100-READ-PROFILE-EXIT
004190     END-IF.
004200     ADD 1                   TO WS-READ-COUNT.
004210 2100-READ-PROFILE-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------*
004240*    3000-START-CLOCK - NO SIGN-ON ON RECORD - STAMP TONIGHT'S   *
004250*                       DATE (TIME ZERO) AS THE STARTING POINT   *
004260*                       SO THE PROFILE GETS THE FULL LIMIT FROM  *
004270*                       NOW.  A FAILED REWRITE IS AN EXCEPTION;  *
004280*                       THE NEXT RUN TRIES AGAIN.                *
004290*----------------------------------------------------------------*
004300 3000-START-CLOCK.
004310     MOVE WS-RUN-DATE        TO UP-LAST-SIGNON-DATE.
004320     MOVE ZERO               TO UP-LAST-SIGNON-TIME.
004330     REWRITE USRPROF-RECORD
004340         INVALID KEY
004350             CONTINUE
004360     END-REWRITE.
004370     IF WS-USRPROF-OK
004380         ADD 1               TO WS-SEEDED-COUNT
004390         GO TO 3000-START-CLOCK-EXIT
004400     END-IF.
004410     MOVE ZERO               TO WS-REF-DATE.
004420     MOVE ZERO               TO WS-IDLE-DAYS.
004430     MOVE SPACES             TO WS-DL-NOTE.
004440     STRING 'CLOCK NOT STARTED, FILE STATUS ' DELIMITED BY SIZE
004450            WS-USRPROF-STATUS                 DELIMITED BY SIZE
004460       INTO WS-DL-NOTE.
004470     PERFORM 4000-PRINT-PROFILE
004480         THRU 4000-PRINT-PROFILE-EXIT.
004490     ADD 1                   TO WS-EXCEPTION-COUNT.
004500 3000-START-CLOCK-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------*
004530*    3500-SUSPEND-PROFILE - SUSPEND THE DORMANT PROFILE, WRITE   *
004540*                           THE 'S' AUDIT RECORD, AND PRINT IT.  *
004550*                           A FAILED REWRITE LEAVES THE PROFILE  *
004560*                           ACTIVE AND PRINTS AS AN EXCEPTION.   *
004570*----------------------------------------------------------------*
004580 3500-SUSPEND-PROFILE.
004590     SET UP-STAT-SUSPENDED   TO TRUE.
004600     REWRITE USRPROF-RECORD
004610         INVALID KEY
004620             CONTINUE
004630     END-REWRITE.
004640     MOVE SPACES             TO WS-DL-NOTE.
004650     IF NOT WS-USRPROF-OK
004660         STRING 'NOT SUSPENDED, FILE STATUS ' DELIMITED BY SIZE
004670                WS-USRPROF-STATUS             DELIMITED BY SIZE
004680           INTO WS-DL-NOTE
004690         ADD 1               TO WS-EXCEPTION-COUNT
004700         PERFORM 4000-PRINT-PROFILE
004710             THRU 4000-PRINT-PROFILE-EXIT
004720         GO TO 3500-SUSPEND-PROFILE-EXIT
004730     END-IF.
004740     ADD 1                   TO WS-SUSPENDED-COUNT.
004750     PERFORM 5000-LOG-PROFILE-CHANGE
004760         THRU 5000-LOG-PROFILE-CHANGE-EXIT.
004770     PERFORM 4000-PRINT-PROFILE
004780         THRU 4000-PRINT-PROFILE-EXIT.
004790 3500-SUSPEND-PROFILE-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------*
004820*    4000-PRINT-PROFILE - PRINT THE CURRENT PROFILE IN THE       *
004830*                         SUSPENSION SECTION WITH THE NOTE       *
004840*                         ALREADY SET IN WS-DL-NOTE.             *
004850*----------------------------------------------------------------*
004860 4000-PRINT-PROFILE.
004870     IF WS-LINE-COUNT >= WS-MAX-LINES
004880         PERFORM 8100-PRINT-HEADINGS
004890             THRU 8100-PRINT-HEADINGS-EXIT
004900     END-IF.
004910     MOVE UP-USER-ID         TO WS-DL-USER-ID.
004920     MOVE UP-USER-NAME       TO WS-DL-NAME.
004930     MOVE UP-AUTH-LEVEL      TO WS-DL-AUTH.
004940     MOVE UP-BRANCH-CODE     TO WS-DL-BRANCH.
004950     MOVE WS-REF-DATE        TO WS-DL-LAST-DATE.
004960     MOVE WS-IDLE-DAYS       TO WS-DL-IDLE.
004970     MOVE WS-DETAIL-LINE     TO RO-TEXT.
004980     MOVE ' '                TO RO-CTRL.
004990     WRITE RPTOUT-LINE.
005000     ADD 1                   TO WS-LINE-COUNT.
005010 4000-PRINT-PROFILE-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------*
005040*    4500-HOLD-WARNING - KEEP THE CURRENT PROFILE FOR THE        *
005050*                        NEAR-LIMIT SECTION.  BEYOND THE TABLE   *
005060*                        IT IS ONLY COUNTED.                     *
005070*----------------------------------------------------------------*
005080 4500-HOLD-WARNING.
005090     ADD 1                   TO WS-WARNED-COUNT.
005100     IF WS-WARN-COUNT-USED >= 1000
005110         ADD 1               TO WS-WARN-OVERFLOW
005120         GO TO 4500-HOLD-WARNING-EXIT
005130     END-IF.
005140     ADD 1                   TO WS-WARN-COUNT-USED.
005150     SET WS-WARN-IDX         TO WS-WARN-COUNT-USED.
005160     MOVE UP-USER-ID         TO WS-WN-USER-ID (WS-WARN-IDX).
005170     MOVE UP-USER-NAME       TO WS-WN-NAME (WS-WARN-IDX).
005180     MOVE UP-AUTH-LEVEL      TO WS-WN-AUTH (WS-WARN-IDX).
005190     MOVE UP-BRANCH-CODE     TO WS-WN-BRANCH (WS-WARN-IDX).
005200     MOVE WS-REF-DATE        TO WS-WN-LAST-DATE (WS-WARN-IDX).
005210     MOVE WS-IDLE-DAYS       TO WS-WN-IDLE (WS-WARN-IDX).
005220     MOVE WS-DAYS-LEFT       TO WS-WN-LEFT (WS-WARN-IDX).
005230 4500-HOLD-WARNING-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------*
005260*    5000-LOG-PROFILE-CHANGE - WRITE THE 'P' PROFILE-CHANGE      *
005270*                              AUDIT RECORD, ACTION 'S', FOR THE *
005280*                              PROFILE JUST SUSPENDED - SAME     *
005290*                              FIELDS AS USRLOAD                 *
005300*                              5000-LOG-PROFILE-CHANGE.  THE     *
005310*                              AUTH LEVEL IS UNCHANGED, SO OLD   *
005320*                              AND NEW LEVEL MATCH.  A FAILED    *
005330*                              AUDIT WRITE IS REPORTED BUT THE   *
005340*                              SUSPENSION STANDS.                *
005350*----------------------------------------------------------------*
005360 5000-LOG-PROFILE-CHANGE.
005370     ADD 1                   TO WS-LOG-SEQ.
005380     MOVE SPACES             TO HELLOLOG-RECORD.
005390     MOVE WS-AUDIT-TERMID    TO HL-LOG-K-TERMID.
005400     MOVE WS-RUN-DATE        TO HL-LOG-K-DATE.
005410     MOVE WS-RUN-TIME        TO HL-LOG-K-TIME.
005420     MOVE WS-LOG-SEQ         TO HL-LOG-K-SEQ.
005430     MOVE WS-AUDIT-OPERATOR  TO HL-LOG-OPERATOR-ID.
005440     MOVE WS-AUDIT-NAME      TO HL-LOG-OPERATOR-NAME.
005450     SET HL-LOG-EVENT-PROFILE TO TRUE.
005460     MOVE UP-USER-ID         TO HL-LOG-PROF-USER-ID.
005470     SET HL-LOG-PROF-SUSPEND TO TRUE.
005480     MOVE UP-AUTH-LEVEL      TO HL-LOG-PROF-OLD-LVL.
005490     MOVE UP-AUTH-LEVEL      TO HL-LOG-PROF-NEW-LVL.
005500     WRITE HELLOLOG-RECORD
005510         INVALID KEY
005520             CONTINUE
005530     END-WRITE.
005540     IF NOT WS-HELLOLOG-OK
005550         STRING 'SUSPENDED BUT AUDIT WRITE FAILED, STATUS '
005560                                 DELIMITED BY SIZE
005570                WS-HELLOLOG-STATUS
005580                                 DELIMITED BY SIZE
005590           INTO WS-DL-NOTE
005600         ADD 1               TO WS-EXCEPTION-COUNT
005610     END-IF.
005620 5000-LOG-PROFILE-CHANGE-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------*
005650*    6000-DAY-NUMBER - TURN THE 0CYYDDD DATE IN WS-DN-DATE INTO  *
005660*                      A DAY NUMBER IN WS-DN-DAYS: 365 DAYS FOR  *
005670*                      EVERY EARLIER YEAR PLUS ONE FOR EVERY     *
005680*                      EARLIER LEAP YEAR, PLUS THE DAY OF THE    *
005690*                      YEAR.                                     *
005700*----------------------------------------------------------------*
005710 6000-DAY-NUMBER.
005720     DIVIDE WS-DN-DATE BY 1000
005730         GIVING WS-DN-CYY
005740         REMAINDER WS-DN-DDD.
005750     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CYY + 1899.
005760     DIVIDE WS-DN-PRIOR-YEARS BY 4   GIVING WS-DN-LEAP-4.
005770     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAP-100.
005780     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAP-400.
005790     COMPUTE WS-DN-DAYS = WS-DN-PRIOR-YEARS * 365
005800         + WS-DN-LEAP-4 - WS-DN-LEAP-100 + WS-DN-LEAP-400
005810         + WS-DN-DDD.
005820 6000-DAY-NUMBER-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------*
005850*    8000-FINALIZE - PRINT THE NEAR-LIMIT SECTION AND THE RUN    *
005860*                    TOTALS, AND DISPLAY THE TOTALS.             *
005870*----------------------------------------------------------------*
005880 8000-FINALIZE.
005890     IF WS-SUSPENDED-COUNT = 0 AND WS-EXCEPTION-COUNT = 0
005900         MOVE 'NO PROFILES SUSPENDED'
005910                             TO RO-TEXT
005920         MOVE ' '            TO RO-CTRL
005930         WRITE RPTOUT-LINE
005940         ADD 1               TO WS-LINE-COUNT
005950     END-IF.
005960     MOVE SPACES             TO RO-TEXT.
005970     MOVE ' '                TO RO-CTRL.
005980     WRITE RPTOUT-LINE.
005990     ADD 1                   TO WS-LINE-COUNT.
006000     MOVE WS-HDG-3           TO WS-ACTIVE-HDG.
006010     PERFORM 8150-PRINT-ACTIVE-HDG
006020         THRU 8150-PRINT-ACTIVE-HDG-EXIT.
006030
006040     PERFORM 8200-PRINT-WARNING
006050         THRU 8200-PRINT-WARNING-EXIT
006060         VARYING WS-WARN-IDX FROM 1 BY 1
006070         UNTIL WS-WARN-IDX > WS-WARN-COUNT-USED.
006080     IF WS-WARNED-COUNT = 0
006090         MOVE 'NO PROFILES NEAR THE LIMIT'
006100                             TO RO-TEXT
006110         WRITE RPTOUT-LINE
006120     END-IF.
006130     IF WS-WARN-OVERFLOW > 0
006140         MOVE WS-WARN-OVERFLOW
006150                             TO WS-CL-COUNT
006160         MOVE SPACES         TO RO-TEXT
006170         STRING 'TABLE FULL - FURTHER PROFILES NOT LISTED:'
006180                                 DELIMITED BY SIZE
006190                WS-CL-COUNT      DELIMITED BY SIZE
006200           INTO RO-TEXT
006210         WRITE RPTOUT-LINE
006220         ADD 1               TO WS-EXCEPTION-COUNT
006230     END-IF.
006240
006250     MOVE SPACES             TO RO-TEXT.
006260     WRITE RPTOUT-LINE.
006270     IF WS-LIMIT-DEFAULTED
006280         MOVE 'NO VALID DORMNT/EN-US RECORD - DEFAULT LIMIT USED'
006290                             TO RO-TEXT
006300         WRITE RPTOUT-LINE
006310     END-IF.
006320     MOVE 'DORMANCY LIMIT IN DAYS        '
006330                             TO WS-CL-TEXT.
006340     MOVE WS-DORMANT-LIMIT   TO WS-CL-COUNT.
006350     MOVE WS-COUNT-LINE      TO RO-TEXT.
006360     WRITE RPTOUT-LINE.
006370     MOVE 'PROFILES READ                 '
006380                             TO WS-CL-TEXT.
006390     MOVE WS-READ-COUNT      TO WS-CL-COUNT.
006400     MOVE WS-COUNT-LINE      TO RO-TEXT.
006410     WRITE RPTOUT-LINE.
006420     MOVE 'ALREADY SUSPENDED OR REVOKED  '
006430                             TO WS-CL-TEXT.
006440     MOVE WS-INACTIVE-COUNT  TO WS-CL-COUNT.
006450     MOVE WS-COUNT-LINE      TO RO-TEXT.
006460     WRITE RPTOUT-LINE.
006470     MOVE 'DORMANCY CLOCK STARTED        '
006480                             TO WS-CL-TEXT.
006490     MOVE WS-SEEDED-COUNT    TO WS-CL-COUNT.
006500     MOVE WS-COUNT-LINE      TO RO-TEXT.
006510     WRITE RPTOUT-LINE.
006520     MOVE 'PROFILES SUSPENDED            '
006530                             TO WS-CL-TEXT.
006540     MOVE WS-SUSPENDED-COUNT TO WS-CL-COUNT.
006550     MOVE WS-COUNT-LINE      TO RO-TEXT.
006560     WRITE RPTOUT-LINE.
006570     MOVE 'PROFILES NEAR THE LIMIT       '
006580                             TO WS-CL-TEXT.
006590     MOVE WS-WARNED-COUNT    TO WS-CL-COUNT.
006600     MOVE WS-COUNT-LINE      TO RO-TEXT.
006610     WRITE RPTOUT-LINE.
006620     MOVE 'EXCEPTIONS                    '
006630                             TO WS-CL-TEXT.
006640     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
006650     MOVE WS-COUNT-LINE      TO RO-TEXT.
006660     WRITE RPTOUT-LINE.
006670     DISPLAY 'HELLODRM - DORMANCY LIMIT   ' WS-DORMANT-LIMIT.
006680     DISPLAY 'HELLODRM - PROFILES READ    ' WS-READ-COUNT.
006690     DISPLAY 'HELLODRM - CLOCKS STARTED   ' WS-SEEDED-COUNT.
006700     DISPLAY 'HELLODRM - SUSPENDED        ' WS-SUSPENDED-COUNT.
006710     DISPLAY 'HELLODRM - NEAR THE LIMIT   ' WS-WARNED-COUNT.
006720     DISPLAY 'HELLODRM - EXCEPTIONS       ' WS-EXCEPTION-COUNT.
006730     IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
006740         MOVE 4              TO RETURN-CODE
006750     END-IF.
006760 8000-FINALIZE-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------*
006790*    8100-PRINT-HEADINGS - PRINT THE REPORT TITLE ON A NEW PAGE  *
006800*                          WITH THE CURRENT SECTION'S COLUMN     *
006810*                          HEADING.                              *
006820*----------------------------------------------------------------*
006830 8100-PRINT-HEADINGS.
006840     ADD 1                   TO WS-PAGE-COUNT.
006850     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
006860     MOVE WS-HDG-1           TO RO-TEXT.
006870     MOVE '1'                TO RO-CTRL.
006880     WRITE RPTOUT-LINE.
006890     MOVE 1                  TO WS-LINE-COUNT.
006900     IF WS-ACTIVE-HDG NOT = SPACES
006910         PERFORM 8150-PRINT-ACTIVE-HDG
006920             THRU 8150-PRINT-ACTIVE-HDG-EXIT
006930     END-IF.
006940 8100-PRINT-HEADINGS-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------*
006970*    8150-PRINT-ACTIVE-HDG - PRINT THE CURRENT SECTION'S COLUMN  *
006980*                            HEADING LINE.                       *
006990*----------------------------------------------------------------*
007000 8150-PRINT-ACTIVE-HDG.
007010     MOVE WS-ACTIVE-HDG      TO RO-TEXT.
007020     MOVE ' '                TO RO-CTRL.
007030     WRITE RPTOUT-LINE.
007040     ADD 1                   TO WS-LINE-COUNT.
007050 8150-PRINT-ACTIVE-HDG-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------*
007080*    8200-PRINT-WARNING - PRINT ONE HELD NEAR-LIMIT PROFILE WITH *
007090*                         THE DAYS IT HAS LEFT.                  *
007100*----------------------------------------------------------------*
007110 8200-PRINT-WARNING.
007120     IF WS-LINE-COUNT >= WS-MAX-LINES
007130         PERFORM 8100-PRINT-HEADINGS
007140             THRU 8100-PRINT-HEADINGS-EXIT
007150     END-IF.
007160     MOVE WS-WN-USER-ID (WS-WARN-IDX)   TO WS-DL-USER-ID.
007170     MOVE WS-WN-NAME (WS-WARN-IDX)      TO WS-DL-NAME.
007180     MOVE WS-WN-AUTH (WS-WARN-IDX)      TO WS-DL-AUTH.
007190     MOVE WS-WN-BRANCH (WS-WARN-IDX)    TO WS-DL-BRANCH.
007200     MOVE WS-WN-LAST-DATE (WS-WARN-IDX) TO WS-DL-LAST-DATE.
007210     MOVE WS-WN-IDLE (WS-WARN-IDX)      TO WS-DL-IDLE.
007220     MOVE WS-WN-LEFT (WS-WARN-IDX)      TO WS-LN-DAYS.
007230     MOVE WS-LEFT-NOTE       TO WS-DL-NOTE.
007240     MOVE WS-DETAIL-LINE     TO RO-TEXT.
007250     MOVE ' '                TO RO-CTRL.
007260     WRITE RPTOUT-LINE.
007270     ADD 1                   TO WS-LINE-COUNT.
007280 8200-PRINT-WARNING-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------*
007310*    9000-TERMINATE - CLOSE FILES.                               *
007320*----------------------------------------------------------------*
007330 9000-TERMINATE.
007340     CLOSE USRPROF-FILE.
007350     CLOSE HELLOMSG-FILE.
007360     CLOSE HELLOLOG-FILE.
007370     CLOSE RPTOUT-FILE.
007380 9000-TERMINATE-EXIT.
007390     EXIT.
