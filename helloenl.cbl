000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOENL.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOENL                                     *
000090*    DESCRIPTION    ENTITLEMENT RECERTIFICATION LISTING.  FOR    *
000100*                   EVERY OPERATOR ON THE USRPROF AUTHORIZATION  *
000110*                   FILE, PRINTS THE ACCESS HELLOSEC WOULD GRANT *
000120*                   TO EACH FRONT-DOOR TRANSACTION - READ,       *
000130*                   UPDATE, OR NONE - AND WHERE THAT ANSWER      *
000140*                   COMES FROM: THE OPERATOR'S OWN HELLOENT      *
000150*                   RECORD, THE RECORD FOR THEIR ROLE (*ADMIN OR *
000160*                   *USER), OR THE BUILT-IN DEFAULT WHEN NEITHER *
000170*                   IS ON FILE.  FILE-BASED ANSWERS SHOW WHO     *
000180*                   LAST CHANGED THE RECORD AND WHEN.  PROFILES  *
000190*                   THAT CANNOT SIGN ON AT ALL (REVOKED,         *
000200*                   SUSPENDED, OR OUTSIDE THEIR ACCESS WINDOW)   *
000210*                   ARE NOTED SO THE REVIEWER CAN TELL PAPER     *
000220*                   ACCESS FROM LIVE ACCESS.  A CLOSING SECTION  *
000230*                   LISTS HELLOENT RECORDS THAT APPLY TO NO ONE  *
000240*                   - AN OPERATOR ID WITH NO USRPROF ENTRY OR AN *
000250*                   UNKNOWN TRANSACTION NAME - AND ENDS THE STEP *
000260*                   WITH RC=4 WHEN THERE ARE ANY.  THE DEFAULT   *
000270*                   RULE AND TRANSACTION LIST MUST MATCH         *
000280*                   HELLOSEC 1600-DEFAULT-ENTITLEMENT AND THE    *
000290*                   ENTMNT EDIT.                                 *
000300*-----------------------------------------------------------------
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    ---------  ----  ------------------------------------------ *
000340*    2026-10-15 SMH   ORIGINAL.                                  *
000343*    2026-10-15 SMH   HELLOALC ADDED TO THE FRONT-DOOR           *
000346*                     TRANSACTION LIST.                          *
000347*    2026-10-15 SMH   HELLOOFF (SIGN-OFF) ADDED TO THE FRONT-    *
000348*                     DOOR LIST; LIKE THE GREETING IT DEFAULTS   *
000349*                     TO UPDATE FOR EVERY OPERATOR.              *
000351*    2026-10-15 SMH   HELLORHQ (BATCH RUN HISTORY INQUIRY) ADDED *
000353*                     TO THE FRONT-DOOR LIST.                    *
000354*    2026-10-15 SMH   HELLOHLM (LEGAL HOLD MAINTENANCE) ADDED TO *
000356*                     THE FRONT-DOOR LIST.                       *
000358*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT USRPROF-FILE     ASSIGN TO USRPROF
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS UP-USER-ID
000460         FILE STATUS IS WS-USRPROF-STATUS.
000470
000480     SELECT HELLOENT-FILE    ASSIGN TO HELLOENT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS EN-ENT-KEY
000520         FILE STATUS IS WS-HELLOENT-STATUS.
000530
000540     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RPTOUT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  USRPROF-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY USRPROF.
000630
000640 FD  HELLOENT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY HELLOENT.
000670
000680 FD  RPTOUT-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 133 CHARACTERS.
000710 01  RPTOUT-LINE.
000720     05  RO-CTRL             PIC X(01).
000730     05  RO-TEXT             PIC X(132).
000740
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------*
000770*    FILE STATUS AND CONTROL SWITCHES                            *
000780*----------------------------------------------------------------*
000790 01  WS-USRPROF-STATUS       PIC X(02)   VALUE '00'.
000800     88  WS-USRPROF-OK                   VALUE '00'.
000810 01  WS-HELLOENT-STATUS      PIC X(02)   VALUE '00'.
000820     88  WS-HELLOENT-OK                  VALUE '00'.
000830 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
000840 01  WS-PROF-EOF-SWITCH      PIC X(01)   VALUE 'N'.
000850     88  WS-PROF-END                     VALUE 'Y'.
000860 01  WS-ENT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000870     88  WS-ENT-END                      VALUE 'Y'.
000880 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
000890     88  WS-RUN-ABORTED                  VALUE 'Y'.
000900 01  WS-ENT-FOUND-SW         PIC X(01)   VALUE 'N'.
000910     88  WS-ENT-FOUND                    VALUE 'Y'.
000920 01  WS-TRAN-KNOWN-SW        PIC X(01)   VALUE 'N'.
000930     88  WS-TRAN-KNOWN                   VALUE 'Y'.
000940*----------------------------------------------------------------*
000950*    FRONT-DOOR TRANSACTION NAMES - THE NAMES CALLERS PASS TO    *
000960*    HELLOSEC IN HS-TRAN-NAME                                    *
000970*----------------------------------------------------------------*
000980 01  WS-TRAN-LIST.
000990     05  FILLER              PIC X(08)   VALUE 'HELLO'.
001000     05  FILLER              PIC X(08)   VALUE 'HELLOI'.
001010     05  FILLER              PIC X(08)   VALUE 'HMON'.
001020     05  FILLER              PIC X(08)   VALUE 'HELLOMNT'.
001030     05  FILLER              PIC X(08)   VALUE 'HELLOBRD'.
001040     05  FILLER              PIC X(08)   VALUE 'USRMNT'.
001050     05  FILLER              PIC X(08)   VALUE 'ENTMNT'.
001055     05  FILLER              PIC X(08)   VALUE 'HELLOALC'.
001057     05  FILLER              PIC X(08)   VALUE 'HELLOOFF'.
001058     05  FILLER              PIC X(08)   VALUE 'HELLORHQ'.
001059     05  FILLER              PIC X(08)   VALUE 'HELLOHLM'.
001060 01  WS-TRAN-LIST-R          REDEFINES WS-TRAN-LIST.
001070     05  WS-TRAN-NAME        PIC X(08)   OCCURS 11 TIMES
001080                             INDEXED BY WS-TRAN-IDX.
001090 77  WS-TRAN-MAX             PIC 9(04)   COMP    VALUE 11.
001100 77  WS-GREETING-TRAN        PIC X(08)   VALUE 'HELLO'.
001105 77  WS-SIGNOFF-TRAN         PIC X(08)   VALUE 'HELLOOFF'.
001110 77  WS-ROLE-ADMIN           PIC X(08)   VALUE '*ADMIN'.
001120 77  WS-ROLE-USER            PIC X(08)   VALUE '*USER'.
001130*----------------------------------------------------------------*
001140*    ENTITLEMENT TABLE - EVERY HELLOENT RECORD, FLAGGED ONCE IT  *
001150*    APPLIES TO SOME OPERATOR                                    *
001160*----------------------------------------------------------------*
001170 01  WS-ENT-TABLE.
001180     05  WS-ENT-COUNT-USED   PIC 9(04)   COMP    VALUE 0.
001190     05  WS-ENT-ENTRY        OCCURS 1000 TIMES
001200                             INDEXED BY WS-ENT-IDX.
001210         10  WS-ENT-SUBJECT      PIC X(08).
001220         10  WS-ENT-TRAN         PIC X(08).
001230         10  WS-ENT-ACCESS       PIC X(01).
001240         10  WS-ENT-CHGD-BY      PIC X(08).
001250         10  WS-ENT-CHGD-DATE    PIC 9(07).
001260         10  WS-ENT-APPLIED      PIC X(01).
001270*----------------------------------------------------------------*
001280*    LOOKUP AND RUN-DATE WORK AREAS                              *
001290*----------------------------------------------------------------*
001300 01  WS-LOOKUP-SUBJECT       PIC X(08)   VALUE SPACES.
001310 01  WS-LOOKUP-TRAN          PIC X(08)   VALUE SPACES.
001320 01  WS-TRAN-SUB             PIC 9(04)   COMP.
001330 01  WS-SUB                  PIC 9(04)   COMP.
001340 01  WS-TODAY-YYYYDDD        PIC 9(07).
001350 01  WS-TODAY-DATE           PIC 9(07)   VALUE ZERO.
001360 01  WS-PROF-NOTE            PIC X(09)   VALUE SPACES.
001370*----------------------------------------------------------------*
001380*    RUN TOTALS                                                  *
001390*----------------------------------------------------------------*
001400 77  WS-OPER-COUNT           PIC 9(04)   COMP    VALUE 0.
001410 77  WS-ENT-READ-COUNT       PIC 9(04)   COMP    VALUE 0.
001420 77  WS-UNAPPLIED-COUNT      PIC 9(04)   COMP    VALUE 0.
001430*----------------------------------------------------------------*
001440*    PAGE CONTROL                                                *
001450*----------------------------------------------------------------*
001460 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
001470 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
001480 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
001490 01  WS-ACTIVE-HDG           PIC X(100)  VALUE SPACES.
001500*----------------------------------------------------------------*
001510*    REPORT LINES                                                *
001520*----------------------------------------------------------------*
001530 01  WS-HDG-1.
001540     05  FILLER              PIC X(40)   VALUE
001550         'HELLO ENTITLEMENT RECERTIFICATION - '.
001560     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
001570     05  WS-HDG-PAGE-NO      PIC ZZZ9.
001580 01  WS-HDG-2.
001590     05  FILLER              PIC X(44)   VALUE
001600         'OPERATOR  NAME                  AUTH  STAT  '.
001610     05  FILLER              PIC X(56)   VALUE
001620         'TRANSACT  ACCESS  SOURCE    CHGD BY   CHGD DT  NOTE'.
001630 01  WS-HDG-3.
001640     05  FILLER              PIC X(38)   VALUE
001650         'SUBJECT   TRANSACT  ACCESS  CHGD BY   '.
001660     05  FILLER              PIC X(62)   VALUE
001670         'CHGD DT  REASON NOT APPLIED'.
001680 01  WS-DETAIL-LINE.
001690     05  WS-DL-ID            PIC X(08).
001700     05  FILLER              PIC X(02)   VALUE SPACES.
001710     05  WS-DL-NAME          PIC X(20).
001720     05  FILLER              PIC X(02)   VALUE SPACES.
001730     05  WS-DL-AUTH          PIC X(01).
001740     05  FILLER              PIC X(05)   VALUE SPACES.
001750     05  WS-DL-STAT          PIC X(01).
001760     05  FILLER              PIC X(05)   VALUE SPACES.
001770     05  WS-DL-TRAN          PIC X(08).
001780     05  FILLER              PIC X(02)   VALUE SPACES.
001790     05  WS-DL-ACCESS        PIC X(06).
001800     05  FILLER              PIC X(02)   VALUE SPACES.
001810     05  WS-DL-SOURCE        PIC X(08).
001820     05  FILLER              PIC X(02)   VALUE SPACES.
001830     05  WS-DL-CHGD-BY       PIC X(08).
001840     05  FILLER              PIC X(02)   VALUE SPACES.
001850     05  WS-DL-CHGD-DATE     PIC X(07).
001860     05  FILLER              PIC X(02)   VALUE SPACES.
001870     05  WS-DL-NOTE          PIC X(09).
001880 01  WS-UNAP-LINE.
001890     05  WS-UL-SUBJECT       PIC X(08).
001900     05  FILLER              PIC X(02)   VALUE SPACES.
001910     05  WS-UL-TRAN          PIC X(08).
001920     05  FILLER              PIC X(02)   VALUE SPACES.
001930     05  WS-UL-ACCESS        PIC X(06).
001940     05  FILLER              PIC X(02)   VALUE SPACES.
001950     05  WS-UL-CHGD-BY       PIC X(08).
001960     05  FILLER              PIC X(02)   VALUE SPACES.
001970     05  WS-UL-CHGD-DATE     PIC 9(07).
001980     05  FILLER              PIC X(02)   VALUE SPACES.
001990     05  WS-UL-REASON        PIC X(20).
002000 01  WS-COUNT-LINE.
002010     05  WS-CL-TEXT          PIC X(30).
002020     05  WS-CL-COUNT         PIC ZZZ9.
002030
002040 PROCEDURE DIVISION.
002050*----------------------------------------------------------------*
002060*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN.           *
002070*----------------------------------------------------------------*
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE
002100         THRU 1000-INITIALIZE-EXIT.
002110
002120     IF NOT WS-RUN-ABORTED
002130         PERFORM 2000-LOAD-ENTITLEMENT
002140             THRU 2000-LOAD-ENTITLEMENT-EXIT
002150             UNTIL WS-ENT-END
002160         PERFORM 3000-LIST-OPERATOR
002170             THRU 3000-LIST-OPERATOR-EXIT
002180             UNTIL WS-PROF-END
002190         PERFORM 8000-PRINT-REPORT
002200             THRU 8000-PRINT-REPORT-EXIT
002210     END-IF.
002220
002230     PERFORM 9000-TERMINATE
002240         THRU 9000-TERMINATE-EXIT.
002250
002260     STOP RUN.
002270*----------------------------------------------------------------*
002280*    1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READS.     *
002290*----------------------------------------------------------------*
002300 1000-INITIALIZE.
002310     ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
002320     COMPUTE WS-TODAY-DATE = WS-TODAY-YYYYDDD - 1900000.
002330     OPEN INPUT USRPROF-FILE.
002340     IF NOT WS-USRPROF-OK
002350         DISPLAY 'HELLOENL - USRPROF OPEN FAILED, STATUS = '
002360             WS-USRPROF-STATUS
002370         SET WS-RUN-ABORTED  TO TRUE
002380         MOVE 8              TO RETURN-CODE
002390         GO TO 1000-INITIALIZE-EXIT
002400     END-IF.
002410
002420     OPEN INPUT HELLOENT-FILE.
002430     IF NOT WS-HELLOENT-OK
002440         DISPLAY 'HELLOENL - HELLOENT OPEN FAILED, STATUS = '
002450             WS-HELLOENT-STATUS
002460         SET WS-RUN-ABORTED  TO TRUE
002470         MOVE 8              TO RETURN-CODE
002480         GO TO 1000-INITIALIZE-EXIT
002490     END-IF.
002500
002510     OPEN OUTPUT RPTOUT-FILE.
002520
002530     PERFORM 2100-READ-HELLOENT
002540         THRU 2100-READ-HELLOENT-EXIT.
002550     PERFORM 3900-READ-USRPROF
002560         THRU 3900-READ-USRPROF-EXIT.
002570 1000-INITIALIZE-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------*
002600*    2000-LOAD-ENTITLEMENT - STORE ONE HELLOENT RECORD IN THE    *
002610*                            TABLE, THEN READ THE NEXT ONE.  A   *
002620*                            ROLE RECORD FOR A KNOWN TRANSACTION *
002630*                            APPLIES TO EVERY OPERATOR IN THE    *
002640*                            ROLE AND IS FLAGGED APPLIED NOW;    *
002650*                            OPERATOR RECORDS ARE FLAGGED AS THE *
002660*                            OPERATORS ARE LISTED.               *
002670*----------------------------------------------------------------*
002680 2000-LOAD-ENTITLEMENT.
002690     ADD 1                   TO WS-ENT-READ-COUNT.
002700     IF WS-ENT-COUNT-USED >= 1000
002710         DISPLAY 'HELLOENL - ENTITLEMENT TABLE FULL, IGNORING '
002720             EN-SUBJECT ' ' EN-TRAN-NAME
002730         GO TO 2000-LOAD-ENTITLEMENT-SKIP
002740     END-IF.
002750     ADD 1                   TO WS-ENT-COUNT-USED.
002760     SET WS-ENT-IDX          TO WS-ENT-COUNT-USED.
002770     MOVE EN-SUBJECT         TO WS-ENT-SUBJECT (WS-ENT-IDX).
002780     MOVE EN-TRAN-NAME       TO WS-ENT-TRAN (WS-ENT-IDX).
002790     MOVE EN-ACCESS          TO WS-ENT-ACCESS (WS-ENT-IDX).
002800     MOVE EN-CHANGED-BY      TO WS-ENT-CHGD-BY (WS-ENT-IDX).
002810     IF EN-CHANGED-DATE NUMERIC
002820         MOVE EN-CHANGED-DATE
002830                             TO WS-ENT-CHGD-DATE (WS-ENT-IDX)
002840     ELSE
002850         MOVE ZERO           TO WS-ENT-CHGD-DATE (WS-ENT-IDX)
002860     END-IF.
002870     MOVE 'N'                TO WS-ENT-APPLIED (WS-ENT-IDX).
002880     MOVE EN-TRAN-NAME       TO WS-LOOKUP-TRAN.
002890     PERFORM 2200-CHECK-TRAN
002900         THRU 2200-CHECK-TRAN-EXIT.
002910     IF WS-TRAN-KNOWN
002920             AND (EN-SUBJECT = WS-ROLE-ADMIN
002930               OR EN-SUBJECT = WS-ROLE-USER)
002940         MOVE 'Y'            TO WS-ENT-APPLIED (WS-ENT-IDX)
002950     END-IF.
002960 2000-LOAD-ENTITLEMENT-SKIP.
002970     PERFORM 2100-READ-HELLOENT
002980         THRU 2100-READ-HELLOENT-EXIT.
002990 2000-LOAD-ENTITLEMENT-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------*
003020*    2100-READ-HELLOENT - READ THE NEXT ENTITLEMENT RECORD.      *
003030*----------------------------------------------------------------*
003040 2100-READ-HELLOENT.
003050     READ HELLOENT-FILE NEXT RECORD
003060         AT END
003070             MOVE 'Y'        TO WS-ENT-EOF-SWITCH
003080     END-READ.
003090 2100-READ-HELLOENT-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------*
003120*    2200-CHECK-TRAN - SET WS-TRAN-KNOWN WHEN WS-LOOKUP-TRAN IS  *
003130*                      ONE OF THE FRONT-DOOR TRANSACTION NAMES.  *
003140*----------------------------------------------------------------*
003150 2200-CHECK-TRAN.
003160     MOVE 'N'                TO WS-TRAN-KNOWN-SW.
003170     SET WS-TRAN-IDX         TO 1.
003180     SEARCH WS-TRAN-NAME
003190         AT END
003200             CONTINUE
003210         WHEN WS-TRAN-NAME (WS-TRAN-IDX) = WS-LOOKUP-TRAN
003220             SET WS-TRAN-KNOWN   TO TRUE
003230     END-SEARCH.
003240 2200-CHECK-TRAN-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------*
003270*    3000-LIST-OPERATOR - PRINT ONE LINE PER FRONT-DOOR          *
003280*                         TRANSACTION FOR THE CURRENT USRPROF    *
003290*                         OPERATOR, THEN READ THE NEXT PROFILE.  *
003300*                         THE OPERATOR COLUMNS PRINT ON THE      *
003310*                         FIRST LINE ONLY.                       *
003320*----------------------------------------------------------------*
003330 3000-LIST-OPERATOR.
003340     ADD 1                   TO WS-OPER-COUNT.
003350     PERFORM 3050-SET-PROF-NOTE
003360         THRU 3050-SET-PROF-NOTE-EXIT.
003370     IF WS-LINE-COUNT >= WS-MAX-LINES - WS-TRAN-MAX
003380         MOVE WS-HDG-2       TO WS-ACTIVE-HDG
003390         PERFORM 8100-PRINT-HEADINGS
003400             THRU 8100-PRINT-HEADINGS-EXIT
003410     ELSE
003420         MOVE SPACES         TO RO-TEXT
003430         MOVE ' '            TO RO-CTRL
003440         WRITE RPTOUT-LINE
003450         ADD 1               TO WS-LINE-COUNT
003460     END-IF.
003470     MOVE UP-USER-ID         TO WS-DL-ID.
003480     MOVE UP-USER-NAME       TO WS-DL-NAME.
003490     MOVE UP-AUTH-LEVEL      TO WS-DL-AUTH.
003500     MOVE UP-STATUS          TO WS-DL-STAT.
003510     MOVE WS-PROF-NOTE       TO WS-DL-NOTE.
003520     PERFORM 3100-RESOLVE-TRAN
003530         THRU 3100-RESOLVE-TRAN-EXIT
003540         VARYING WS-TRAN-SUB FROM 1 BY 1
003550         UNTIL WS-TRAN-SUB > WS-TRAN-MAX.
003560     PERFORM 3900-READ-USRPROF
003570         THRU 3900-READ-USRPROF-EXIT.
003580 3000-LIST-OPERATOR-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*    3050-SET-PROF-NOTE - NOTE A PROFILE THAT CANNOT SIGN ON     *
003620*                         TODAY WHATEVER ITS ENTITLEMENTS SAY -  *
003630*                         REVOKED, SUSPENDED, OR OUTSIDE ITS     *
003640*                         EFFECTIVE-DATED ACCESS WINDOW.         *
003650*----------------------------------------------------------------*
003660 3050-SET-PROF-NOTE.
003670     MOVE SPACES             TO WS-PROF-NOTE.
003680     IF UP-AUTH-NONE
003690         MOVE 'REVOKED'      TO WS-PROF-NOTE
003700         GO TO 3050-SET-PROF-NOTE-EXIT
003710     END-IF.
003720     IF UP-STAT-SUSPENDED
003730         MOVE 'SUSPENDED'    TO WS-PROF-NOTE
003740         GO TO 3050-SET-PROF-NOTE-EXIT
003750     END-IF.
003760     IF UP-START-DATE NUMERIC
003770             AND UP-START-DATE NOT = ZERO
003780             AND UP-START-DATE > WS-TODAY-DATE
003790         MOVE 'NOT YET'      TO WS-PROF-NOTE
003800         GO TO 3050-SET-PROF-NOTE-EXIT
003810     END-IF.
003820     IF UP-END-DATE NUMERIC
003830             AND UP-END-DATE NOT = ZERO
003840             AND UP-END-DATE < WS-TODAY-DATE
003850         MOVE 'EXPIRED'      TO WS-PROF-NOTE
003860     END-IF.
003870 3050-SET-PROF-NOTE-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------*
003900*    3100-RESOLVE-TRAN - WORK OUT THE OPERATOR'S ACCESS TO ONE   *
003910*                        TRANSACTION THE WAY HELLOSEC DOES -     *
003920*                        OPERATOR RECORD, THEN ROLE RECORD, THEN *
003930*                        THE DEFAULT - AND PRINT IT.             *
003940*----------------------------------------------------------------*
003950 3100-RESOLVE-TRAN.
003960     MOVE WS-TRAN-NAME (WS-TRAN-SUB)
003970                             TO WS-LOOKUP-TRAN.
003980     MOVE WS-LOOKUP-TRAN     TO WS-DL-TRAN.
003990     MOVE UP-USER-ID         TO WS-LOOKUP-SUBJECT.
004000     PERFORM 3200-FIND-ENTITLEMENT
004010         THRU 3200-FIND-ENTITLEMENT-EXIT.
004020     IF WS-ENT-FOUND
004030         MOVE 'OPERATOR'     TO WS-DL-SOURCE
004040         MOVE 'Y'            TO WS-ENT-APPLIED (WS-ENT-IDX)
004050         PERFORM 3300-SHOW-ENTITLEMENT
004060             THRU 3300-SHOW-ENTITLEMENT-EXIT
004070         GO TO 3100-RESOLVE-TRAN-PRINT
004080     END-IF.
004090     IF UP-AUTH-ADMIN
004100         MOVE WS-ROLE-ADMIN  TO WS-LOOKUP-SUBJECT
004110     ELSE
004120         MOVE WS-ROLE-USER   TO WS-LOOKUP-SUBJECT
004130     END-IF.
004140     PERFORM 3200-FIND-ENTITLEMENT
004150         THRU 3200-FIND-ENTITLEMENT-EXIT.
004160     IF WS-ENT-FOUND
004170         MOVE 'ROLE'         TO WS-DL-SOURCE
004180         PERFORM 3300-SHOW-ENTITLEMENT
004190             THRU 3300-SHOW-ENTITLEMENT-EXIT
004200         GO TO 3100-RESOLVE-TRAN-PRINT
004210     END-IF.
004220     MOVE 'DEFAULT'          TO WS-DL-SOURCE.
004230     MOVE SPACES             TO WS-DL-CHGD-BY.
004240     MOVE SPACES             TO WS-DL-CHGD-DATE.
004250     EVALUATE TRUE
004260         WHEN UP-AUTH-ADMIN
004270             MOVE 'UPDATE'   TO WS-DL-ACCESS
004280         WHEN WS-LOOKUP-TRAN = WS-GREETING-TRAN
004290             MOVE 'UPDATE'   TO WS-DL-ACCESS
004293         WHEN WS-LOOKUP-TRAN = WS-SIGNOFF-TRAN
004296             MOVE 'UPDATE'   TO WS-DL-ACCESS
004300         WHEN OTHER
004310             MOVE 'NONE'     TO WS-DL-ACCESS
004320     END-EVALUATE.
004330 3100-RESOLVE-TRAN-PRINT.
004340     IF WS-LINE-COUNT >= WS-MAX-LINES
004350         PERFORM 8100-PRINT-HEADINGS
004360             THRU 8100-PRINT-HEADINGS-EXIT
004370     END-IF.
004380     MOVE WS-DETAIL-LINE     TO RO-TEXT.
004390     MOVE ' '                TO RO-CTRL.
004400     WRITE RPTOUT-LINE.
004410     ADD 1                   TO WS-LINE-COUNT.
004420     MOVE SPACES             TO WS-DL-ID.
004430     MOVE SPACES             TO WS-DL-NAME.
004440     MOVE SPACES             TO WS-DL-AUTH.
004450     MOVE SPACES             TO WS-DL-STAT.
004460     MOVE SPACES             TO WS-DL-NOTE.
004470 3100-RESOLVE-TRAN-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------*
004500*    3200-FIND-ENTITLEMENT - LOOK UP WS-LOOKUP-SUBJECT AND       *
004510*                            WS-LOOKUP-TRAN IN THE ENTITLEMENT   *
004520*                            TABLE.  WS-ENT-IDX IS LEFT ON THE   *
004530*                            MATCH.                              *
004540*----------------------------------------------------------------*
004550 3200-FIND-ENTITLEMENT.
004560     MOVE 'N'                TO WS-ENT-FOUND-SW.
004570     SET WS-ENT-IDX          TO 1.
004580     SEARCH WS-ENT-ENTRY
004590         AT END
004600             CONTINUE
004610         WHEN WS-ENT-IDX > WS-ENT-COUNT-USED
004620             CONTINUE
004630         WHEN WS-ENT-SUBJECT (WS-ENT-IDX) = WS-LOOKUP-SUBJECT
004640                 AND WS-ENT-TRAN (WS-ENT-IDX) = WS-LOOKUP-TRAN
004650             SET WS-ENT-FOUND    TO TRUE
004660     END-SEARCH.
004670 3200-FIND-ENTITLEMENT-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------*
004700*    3300-SHOW-ENTITLEMENT - MOVE THE MATCHED TABLE ENTRY'S      *
004710*                            ACCESS AND CHANGE STAMP TO THE      *
004720*                            DETAIL LINE.                        *
004730*----------------------------------------------------------------*
004740 3300-SHOW-ENTITLEMENT.
004750     EVALUATE WS-ENT-ACCESS (WS-ENT-IDX)
004760         WHEN 'U'
004770             MOVE 'UPDATE'   TO WS-DL-ACCESS
004780         WHEN 'R'
004790             MOVE 'READ'     TO WS-DL-ACCESS
004800         WHEN OTHER
004810             MOVE 'NONE'     TO WS-DL-ACCESS
004820     END-EVALUATE.
004830     MOVE WS-ENT-CHGD-BY (WS-ENT-IDX)
004840                             TO WS-DL-CHGD-BY.
004850     MOVE WS-ENT-CHGD-DATE (WS-ENT-IDX)
004860                             TO WS-DL-CHGD-DATE.
004870 3300-SHOW-ENTITLEMENT-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------*
004900*    3900-READ-USRPROF - READ THE NEXT PROFILE RECORD.           *
004910*----------------------------------------------------------------*
004920 3900-READ-USRPROF.
004930     READ USRPROF-FILE NEXT RECORD
004940         AT END
004950             MOVE 'Y'        TO WS-PROF-EOF-SWITCH
004960     END-READ.
004970 3900-READ-USRPROF-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------*
005000*    8000-PRINT-REPORT - PRINT THE NOT-APPLIED SECTION AND THE   *
005010*                        RUN TOTALS, AND SET RC=4 WHEN ANY       *
005020*                        ENTITLEMENT RECORD APPLIES TO NO ONE.   *
005030*----------------------------------------------------------------*
005040 8000-PRINT-REPORT.
005050     IF WS-PAGE-COUNT = 0
005060         MOVE WS-HDG-2       TO WS-ACTIVE-HDG
005070         PERFORM 8100-PRINT-HEADINGS
005080             THRU 8100-PRINT-HEADINGS-EXIT
005090     END-IF.
005100     MOVE SPACES             TO RO-TEXT.
005110     MOVE ' '                TO RO-CTRL.
005120     WRITE RPTOUT-LINE.
005130     ADD 1                   TO WS-LINE-COUNT.
005140     MOVE WS-HDG-3           TO WS-ACTIVE-HDG.
005150     PERFORM 8150-PRINT-ACTIVE-HDG
005160         THRU 8150-PRINT-ACTIVE-HDG-EXIT.
005170
005180     MOVE 0                  TO WS-UNAPPLIED-COUNT.
005190     PERFORM 8200-PRINT-UNAPPLIED
005200         THRU 8200-PRINT-UNAPPLIED-EXIT
005210         VARYING WS-SUB FROM 1 BY 1
005220         UNTIL WS-SUB > WS-ENT-COUNT-USED.
005230
005240     MOVE SPACES             TO RO-TEXT.
005250     WRITE RPTOUT-LINE.
005260     MOVE 'OPERATORS LISTED            '
005270                             TO WS-CL-TEXT.
005280     MOVE WS-OPER-COUNT      TO WS-CL-COUNT.
005290     MOVE WS-COUNT-LINE      TO RO-TEXT.
005300     WRITE RPTOUT-LINE.
005310     MOVE 'ENTITLEMENT RECORDS READ    '
005320                             TO WS-CL-TEXT.
005330     MOVE WS-ENT-READ-COUNT  TO WS-CL-COUNT.
005340     MOVE WS-COUNT-LINE      TO RO-TEXT.
005350     WRITE RPTOUT-LINE.
005360     MOVE 'RECORDS NOT APPLIED         '
005370                             TO WS-CL-TEXT.
005380     MOVE WS-UNAPPLIED-COUNT TO WS-CL-COUNT.
005390     MOVE WS-COUNT-LINE      TO RO-TEXT.
005400     WRITE RPTOUT-LINE.
005410     DISPLAY 'HELLOENL - OPERATORS LISTED    ' WS-OPER-COUNT.
005420     DISPLAY 'HELLOENL - ENTITLEMENTS READ   ' WS-ENT-READ-COUNT.
005430     DISPLAY 'HELLOENL - NOT APPLIED         ' WS-UNAPPLIED-COUNT.
005440     IF WS-UNAPPLIED-COUNT > 0 AND RETURN-CODE = 0
005450         MOVE 4              TO RETURN-CODE
005460     END-IF.
005470 8000-PRINT-REPORT-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------*
005500*    8100-PRINT-HEADINGS - PRINT THE REPORT TITLE ON A NEW PAGE, *
005510*                          THEN REPRINT WHICHEVER SECTION        *
005520*                          HEADING IS ACTIVE.                    *
005530*----------------------------------------------------------------*
005540 8100-PRINT-HEADINGS.
005550     ADD 1                   TO WS-PAGE-COUNT.
005560     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
005570     MOVE WS-HDG-1           TO RO-TEXT.
005580     MOVE '1'                TO RO-CTRL.
005590     WRITE RPTOUT-LINE.
005600     MOVE 1                  TO WS-LINE-COUNT.
005610     IF WS-ACTIVE-HDG NOT = SPACES
005620         PERFORM 8150-PRINT-ACTIVE-HDG
005630             THRU 8150-PRINT-ACTIVE-HDG-EXIT
005640     END-IF.
005650 8100-PRINT-HEADINGS-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------*
005680*    8150-PRINT-ACTIVE-HDG - PRINT THE CURRENT SECTION'S COLUMN  *
005690*                            HEADING LINE.                       *
005700*----------------------------------------------------------------*
005710 8150-PRINT-ACTIVE-HDG.
005720     MOVE WS-ACTIVE-HDG      TO RO-TEXT.
005730     MOVE ' '                TO RO-CTRL.
005740     WRITE RPTOUT-LINE.
005750     ADD 1                   TO WS-LINE-COUNT.
005760 8150-PRINT-ACTIVE-HDG-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------*
005790*    8200-PRINT-UNAPPLIED - PRINT ONE ENTITLEMENT RECORD THAT    *
005800*                           APPLIED TO NO OPERATOR, WITH THE     *
005810*                           REASON.                              *
005820*----------------------------------------------------------------*
005830 8200-PRINT-UNAPPLIED.
005840     IF WS-ENT-APPLIED (WS-SUB) = 'Y'
005850         GO TO 8200-PRINT-UNAPPLIED-EXIT
005860     END-IF.
005870     IF WS-LINE-COUNT >= WS-MAX-LINES
005880         PERFORM 8100-PRINT-HEADINGS
005890             THRU 8100-PRINT-HEADINGS-EXIT
005900     END-IF.
005910     ADD 1                   TO WS-UNAPPLIED-COUNT.
005920     MOVE WS-ENT-SUBJECT (WS-SUB)   TO WS-UL-SUBJECT.
005930     MOVE WS-ENT-TRAN (WS-SUB)      TO WS-UL-TRAN.
005940     MOVE WS-ENT-ACCESS (WS-SUB)    TO WS-UL-ACCESS.
005950     MOVE WS-ENT-CHGD-BY (WS-SUB)   TO WS-UL-CHGD-BY.
005960     MOVE WS-ENT-CHGD-DATE (WS-SUB) TO WS-UL-CHGD-DATE.
005970     MOVE WS-ENT-TRAN (WS-SUB)      TO WS-LOOKUP-TRAN.
005980     PERFORM 2200-CHECK-TRAN
005990         THRU 2200-CHECK-TRAN-EXIT.
006000     IF WS-TRAN-KNOWN
006010         MOVE 'NO USRPROF ENTRY'    TO WS-UL-REASON
006020     ELSE
006030         MOVE 'UNKNOWN TRANSACTION' TO WS-UL-REASON
006040     END-IF.
006050     MOVE WS-UNAP-LINE       TO RO-TEXT.
006060     MOVE ' '                TO RO-CTRL.
006070     WRITE RPTOUT-LINE.
006080     ADD 1                   TO WS-LINE-COUNT.
006090 8200-PRINT-UNAPPLIED-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------*
006120*    9000-TERMINATE - CLOSE FILES.                               *
006130*----------------------------------------------------------------*
006140 9000-TERMINATE.
006150     CLOSE USRPROF-FILE.
006160     CLOSE HELLOENT-FILE.
006170     CLOSE RPTOUT-FILE.
006180 9000-TERMINATE-EXIT.
006190     EXIT.
