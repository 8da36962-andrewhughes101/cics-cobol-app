000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOHLR.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOHLR                                     *
000090*    DESCRIPTION    ACTIVE LEGAL HOLD REPORT.  LISTS EVERY       *
000100*                   ACTIVE HOLD ON THE HELLOHLD FILE - ITS ID,   *
000110*                   TYPE AND SCOPE, DATE RANGE, WHO PLACED IT    *
000120*                   AND WHEN, AND THE REASON GIVEN - WITH THE    *
000130*                   NUMBER OF HELLOLOG RECORDS IT COVERS ON THE  *
000140*                   KSDS AND HOW MANY OF THOSE IT IS KEEPING     *
000150*                   LIVE.  INPUT TO THE QUARTERLY LEGAL REVIEW   *
000160*                   OF HOLDS.                                    *
000170*                                                               *
000180*                   KEPT LIVE - A COVERED RECORD DATED BEFORE    *
000190*                   THE ARCHIVE CUTOFF, SO ON THE KSDS ONLY      *
000200*                   BECAUSE OF A HOLD; HELLOARC WOULD PURGE IT   *
000210*                   IF EVERY HOLD COVERING IT WERE RELEASED.  A  *
000220*                   RECORD TWO HOLDS COVER COUNTS AGAINST BOTH,  *
000230*                   AND ONCE IN THE TOTALS.                      *
000240*                                                               *
000250*                   CUTOFF - TAKEN FROM THE HELLOARC CHECKPOINT  *
000260*                   (THE CUTOFF OF THE LAST COMPLETED HELLOARC   *
000270*                   RUN) UNLESS A CTLIN CARD CUTOFF=0CYYDDD      *
000280*                   GIVES ONE.  WITH NEITHER, NOTHING COUNTS AS  *
000290*                   KEPT LIVE AND THE REPORT SAYS SO.            *
000300*-----------------------------------------------------------------
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    ---------  ----  ------------------------------------------ *
000340*    2026-10-15 SMH   ORIGINAL.                                  *
000343*    2026-10-15 SMH   CHECKPOINT LAYOUT NOW COPIED FROM          *
000346*                     HELLOCKP.                                  *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT HELLOHLD-FILE    ASSIGN TO HELLOHLD
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS HD-HOLD-ID
000460         FILE STATUS IS WS-HELLOHLD-STATUS.
000470
000480     SELECT HELLOLOG-FILE    ASSIGN TO HELLOLOG
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS HL-LOG-KEY
000520         FILE STATUS IS WS-HELLOLOG-STATUS.
000530
000540     SELECT OPTIONAL CHKPT-FILE ASSIGN TO CHKPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-CHKPT-STATUS.
000570
000580     SELECT CTLIN-FILE       ASSIGN TO CTLIN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CTLIN-STATUS.
000610
000620     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RPTOUT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  HELLOHLD-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY HELLOHLD.
000710
000720 FD  HELLOLOG-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY HELLOLOG.
000750
000760 FD  CHKPT-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY HELLOCKP.
000860
000870 FD  CTLIN-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  CTLIN-RECORD.
000910     05  CT-KEYWORD          PIC X(07).
000920     05  CT-VALUE            PIC X(08).
000930     05  FILLER              PIC X(65).
000940
000950 FD  RPTOUT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 133 CHARACTERS.
000980 01  RPTOUT-LINE.
000990     05  RO-CTRL             PIC X(01).
001000     05  RO-TEXT             PIC X(132).
001010
001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------*
001040*    FILE STATUS AND CONTROL SWITCHES                            *
001050*----------------------------------------------------------------*
001060 01  WS-HELLOHLD-STATUS      PIC X(02)   VALUE '00'.
001070     88  WS-HELLOHLD-OK                  VALUE '00'.
001080     88  WS-HELLOHLD-EOF                 VALUE '10'.
001090 01  WS-HELLOLOG-STATUS      PIC X(02)   VALUE '00'.
001100     88  WS-HELLOLOG-OK                  VALUE '00'.
001110 01  WS-CHKPT-STATUS         PIC X(02)   VALUE '00'.
001120     88  WS-CHKPT-OK                     VALUE '00'.
001130 01  WS-CTLIN-STATUS         PIC X(02)   VALUE '00'.
001140     88  WS-CTLIN-OK                     VALUE '00'.
001150 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
001160 01  WS-CTL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001170     88  WS-CTL-END                      VALUE 'Y'.
001180 01  WS-LOG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001190     88  WS-LOG-END                      VALUE 'Y'.
001200 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
001210     88  WS-RUN-ABORTED                  VALUE 'Y'.
001220 01  WS-HELLOLOG-OPEN-SW     PIC X(01)   VALUE 'N'.
001230     88  WS-HELLOLOG-OPEN                VALUE 'Y'.
001240*----------------------------------------------------------------*
001250*    ARCHIVE CUTOFF (0CYYDDD) AND WHERE IT CAME FROM.  ZERO      *
001260*    MEANS NO CUTOFF IS KNOWN.                                   *
001270*----------------------------------------------------------------*
001280 01  WS-CUTOFF-DATE          PIC 9(07)   VALUE ZERO.
001290 01  WS-CUTOFF-SOURCE        PIC X(30)   VALUE SPACES.
001300*----------------------------------------------------------------*
001310*    ACTIVE HOLDS, AS LOADED BY HELLOARC, WITH THE DETAIL        *
001320*    PRINTED FOR EACH AND ITS TWO COUNTS                         *
001330*----------------------------------------------------------------*
001340 77  WS-HOLD-LIMIT           PIC 9(05)   COMP    VALUE 200.
001350 01  WS-HOLD-TABLE.
001360     05  WS-HOLD-COUNT-USED  PIC 9(05)   COMP    VALUE 0.
001370     05  WS-HOLD-ENTRY       OCCURS 200 TIMES
001380                             INDEXED BY WS-HOLD-IDX.
001390         10  WS-HOLD-ID          PIC X(08).
001400         10  WS-HOLD-TYPE        PIC X(01).
001410             88  WS-HOLD-BY-OPERATOR         VALUE 'O'.
001420             88  WS-HOLD-BY-TERMINAL         VALUE 'T'.
001430         10  WS-HOLD-OPERATOR-ID PIC X(08).
001440         10  WS-HOLD-TERMID      PIC X(04).
001450         10  WS-HOLD-FROM-DATE   PIC 9(07).
001460         10  WS-HOLD-THRU-DATE   PIC 9(07).
001470         10  WS-HOLD-REASON      PIC X(60).
001480         10  WS-HOLD-PLACED-USER PIC X(08).
001490         10  WS-HOLD-PLACED-DATE PIC 9(07).
001500         10  WS-HOLD-PLACED-TIME PIC 9(07).
001510         10  WS-HOLD-FILE-COUNT  PIC 9(09)   COMP.
001520         10  WS-HOLD-KEPT-COUNT  PIC 9(09)   COMP.
001530*----------------------------------------------------------------*
001540*    WORK AREAS AND RUN TOTALS                                   *
001550*----------------------------------------------------------------*
001560 01  WS-COVERED-SWITCH       PIC X(01)   VALUE 'N'.
001570     88  WS-RECORD-COVERED               VALUE 'Y'.
001580 01  WS-PLACED-TIME          PIC 9(07).
001590 01  WS-PLACED-TIME-R        REDEFINES WS-PLACED-TIME.
001600     05  FILLER              PIC 9(01).
001610     05  WS-PT-HH            PIC 9(02).
001620     05  WS-PT-MM            PIC 9(02).
001630     05  WS-PT-SS            PIC 9(02).
001640 77  WS-READ-COUNT           PIC 9(09)   COMP    VALUE 0.
001650 77  WS-COVERED-COUNT        PIC 9(09)   COMP    VALUE 0.
001660 77  WS-KEPT-COUNT           PIC 9(09)   COMP    VALUE 0.
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
001790         'HELLO ACTIVE LEGAL HOLDS - '.
001800     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
001810     05  WS-HDG-PAGE-NO      PIC ZZZ9.
001820 01  WS-HDG-2.
001830     05  FILLER              PIC X(40)   VALUE
001840         'HOLD ID   TYPE      SCOPE     FROM     T'.
001850     05  FILLER              PIC X(40)   VALUE
001860         'HRU     PLACED BY PLACED ON             '.
001870     05  FILLER              PIC X(20)   VALUE
001880         ' ON FILE   KEPT LIVE'.
001890 01  WS-CUTOFF-LINE.
001900     05  FILLER              PIC X(22)   VALUE
001910         'ARCHIVE CUTOFF DATE - '.
001920     05  WS-COL-DATE         PIC X(07).
001930     05  FILLER              PIC X(02)   VALUE SPACES.
001940     05  WS-COL-SOURCE       PIC X(30).
001950 01  WS-NO-CUTOFF-LINE.
001960     05  FILLER              PIC X(32)   VALUE
001970         'ARCHIVE CUTOFF DATE - NOT KNOWN,'.
001980     05  FILLER              PIC X(30)   VALUE
001990         ' NOTHING COUNTED AS KEPT LIVE'.
002000 01  WS-DETAIL-LINE.
002010     05  WS-DET-HOLD-ID      PIC X(08).
002020     05  FILLER              PIC X(02)   VALUE SPACES.
002030     05  WS-DET-TYPE         PIC X(08).
002040     05  FILLER              PIC X(02)   VALUE SPACES.
002050     05  WS-DET-SCOPE        PIC X(08).
002060     05  FILLER              PIC X(02)   VALUE SPACES.
002070     05  WS-DET-FROM         PIC X(07).
002080     05  FILLER              PIC X(02)   VALUE SPACES.
002090     05  WS-DET-THRU         PIC X(07).
002100     05  FILLER              PIC X(02)   VALUE SPACES.
002110     05  WS-DET-PLACED-BY    PIC X(08).
002120     05  FILLER              PIC X(02)   VALUE SPACES.
002130     05  WS-DET-PLACED-DATE  PIC 9(07).
002140     05  FILLER              PIC X(01)   VALUE SPACES.
002150     05  WS-DET-PLACED-TIME  PIC X(08).
002160     05  FILLER              PIC X(03)   VALUE SPACES.
002170     05  WS-DET-FILE-COUNT   PIC ZZZ,ZZZ,ZZ9.
002180     05  FILLER              PIC X(01)   VALUE SPACES.
002190     05  WS-DET-KEPT-COUNT   PIC ZZZ,ZZZ,ZZ9.
002200 01  WS-REASON-LINE.
002210     05  FILLER              PIC X(10)   VALUE SPACES.
002220     05  FILLER              PIC X(08)   VALUE 'REASON: '.
002230     05  WS-RL-REASON        PIC X(60).
002240 01  WS-TIME-EDIT.
002250     05  WS-TE-HH            PIC 9(02).
002260     05  FILLER              PIC X(01)   VALUE ':'.
002270     05  WS-TE-MM            PIC 9(02).
002280     05  FILLER              PIC X(01)   VALUE ':'.
002290     05  WS-TE-SS            PIC 9(02).
002300 01  WS-COUNT-LINE.
002310     05  WS-CL-TEXT          PIC X(30).
002320     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002330
002340 PROCEDURE DIVISION.
002350*----------------------------------------------------------------*
002360*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE HOLD REPORT.   *
002370*----------------------------------------------------------------*
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE
002400         THRU 1000-INITIALIZE-EXIT.
002410
002420     IF NOT WS-RUN-ABORTED
002430         PERFORM 2000-COUNT-RECORD
002440             THRU 2000-COUNT-RECORD-EXIT
002450             UNTIL WS-LOG-END
002460                OR WS-RUN-ABORTED
002470     END-IF.
002480
002490     IF NOT WS-RUN-ABORTED
002500         PERFORM 8000-PRINT-REPORT
002510             THRU 8000-PRINT-REPORT-EXIT
002520     END-IF.
002530
002540     PERFORM 9000-TERMINATE
002550         THRU 9000-TERMINATE-EXIT.
002560
002570     STOP RUN.
002575
002580*----------------------------------------------------------------*
002590*    1000-INITIALIZE - SETTLE THE CUTOFF, LOAD THE ACTIVE HOLDS, *
002600*                      AND OPEN THE HELLOLOG KSDS.               *
002610*----------------------------------------------------------------*
002620 1000-INITIALIZE.
002630     OPEN OUTPUT RPTOUT-FILE.
002640
002650     PERFORM 1100-READ-CONTROL-CARDS
002660         THRU 1100-READ-CONTROL-CARDS-EXIT.
002670     IF WS-RUN-ABORTED
002680         GO TO 1000-INITIALIZE-EXIT
002690     END-IF.
002700     IF WS-CUTOFF-DATE = 0
002710         PERFORM 1200-READ-CHECKPOINT
002720             THRU 1200-READ-CHECKPOINT-EXIT
002730     END-IF.
002740
002750     PERFORM 1250-LOAD-HOLDS
002760         THRU 1250-LOAD-HOLDS-EXIT.
002770     IF WS-RUN-ABORTED
002780         GO TO 1000-INITIALIZE-EXIT
002790     END-IF.
002800
002810     OPEN INPUT HELLOLOG-FILE.
002820     IF NOT WS-HELLOLOG-OK
002830         DISPLAY 'HELLOHLR - HELLOLOG OPEN FAILED, STATUS = '
002840             WS-HELLOLOG-STATUS
002850         SET WS-RUN-ABORTED  TO TRUE
002860         MOVE 8              TO RETURN-CODE
002870         GO TO 1000-INITIALIZE-EXIT
002880     END-IF.
002890     SET WS-HELLOLOG-OPEN    TO TRUE.
002900 1000-INITIALIZE-EXIT.
002910     EXIT.
002915
002920*----------------------------------------------------------------*
002930*    1100-READ-CONTROL-CARDS - PICK UP AND VALIDATE ANY CTLIN    *
002940*                              CARDS.                            *
002950*----------------------------------------------------------------*
002960 1100-READ-CONTROL-CARDS.
002970     OPEN INPUT CTLIN-FILE.
002980     IF NOT WS-CTLIN-OK
002990         DISPLAY 'HELLOHLR - CTLIN OPEN FAILED, STATUS = '
003000             WS-CTLIN-STATUS
003010         SET WS-RUN-ABORTED  TO TRUE
003020         MOVE 8              TO RETURN-CODE
003030         GO TO 1100-READ-CONTROL-CARDS-EXIT
003040     END-IF.
003050     PERFORM 1110-APPLY-ONE-CARD
003060         THRU 1110-APPLY-ONE-CARD-EXIT
003070         UNTIL WS-CTL-END OR WS-RUN-ABORTED.
003080     CLOSE CTLIN-FILE.
003090 1100-READ-CONTROL-CARDS-EXIT.
003100     EXIT.
003105
003110*----------------------------------------------------------------*
003120*    1110-APPLY-ONE-CARD - READ AND APPLY ONE CONTROL CARD.  A   *
003130*                          CARD THAT PARSES TO NOTHING IS AN     *
003140*                          ERROR RATHER THAN A SILENTLY WRONG    *
003150*                          COUNT.                                *
003160*----------------------------------------------------------------*
003170 1110-APPLY-ONE-CARD.
003180     READ CTLIN-FILE
003190         AT END
003200             SET WS-CTL-END  TO TRUE
003210             GO TO 1110-APPLY-ONE-CARD-EXIT
003220     END-READ.
003230     IF CTLIN-RECORD = SPACES
003240         GO TO 1110-APPLY-ONE-CARD-EXIT
003250     END-IF.
003260     EVALUATE CT-KEYWORD
003270         WHEN 'CUTOFF='
003280             IF CT-VALUE (1:7) NOT NUMERIC
003290                OR CT-VALUE (1:7) = ZERO
003300                 DISPLAY 'HELLOHLR - BAD CUTOFF CARD: '
003310                     CTLIN-RECORD (1:20)
003320                 SET WS-RUN-ABORTED
003330                             TO TRUE
003340                 MOVE 8      TO RETURN-CODE
003350             ELSE
003360                 MOVE CT-VALUE (1:7)
003370                             TO WS-CUTOFF-DATE
003380                 MOVE '(FROM THE CTLIN CARD)'
003390                             TO WS-CUTOFF-SOURCE
003400             END-IF
003410         WHEN OTHER
003420             DISPLAY 'HELLOHLR - UNRECOGNIZED CTLIN CARD: '
003430                 CTLIN-RECORD (1:20)
003440             SET WS-RUN-ABORTED
003450                             TO TRUE
003460             MOVE 8          TO RETURN-CODE
003470     END-EVALUATE.
003480 1110-APPLY-ONE-CARD-EXIT.
003490     EXIT.
003495
003500*----------------------------------------------------------------*
003510*    1200-READ-CHECKPOINT - TAKE THE CUTOFF FROM THE HELLOARC    *
003520*                           CHECKPOINT - THE DATE BEFORE WHICH   *
003530*                           EVERY RECORD NOT HELD HAS BEEN       *
003540*                           PURGED.  A MISSING CHECKPOINT, OR    *
003550*                           ONE WRITTEN BEFORE THE DATE WAS      *
003560*                           KEPT, LEAVES THE CUTOFF UNKNOWN.     *
003570*----------------------------------------------------------------*
003580 1200-READ-CHECKPOINT.
003590     OPEN INPUT CHKPT-FILE.
003600     IF NOT WS-CHKPT-OK
003610         CLOSE CHKPT-FILE
003620         GO TO 1200-READ-CHECKPOINT-EXIT
003630     END-IF.
003640     READ CHKPT-FILE
003650         AT END
003660             MOVE SPACES     TO CHKPT-RECORD
003670     END-READ.
003680     CLOSE CHKPT-FILE.
003690     IF CP-ARCHIVED-BEFORE NUMERIC
003700        AND CP-ARCHIVED-BEFORE > ZERO
003710         MOVE CP-ARCHIVED-BEFORE
003720                             TO WS-CUTOFF-DATE
003730         MOVE '(LAST HELLOARC RUN)'
003740                             TO WS-CUTOFF-SOURCE
003750     END-IF.
003760 1200-READ-CHECKPOINT-EXIT.
003770     EXIT.
003775
003780*----------------------------------------------------------------*
003790*    1250-LOAD-HOLDS - LOAD EVERY ACTIVE HOLD FROM THE HELLOHLD  *
003800*                      FILE.  A HOLD FILE THAT CANNOT BE READ,   *
003810*                      OR MORE ACTIVE HOLDS THAN THE TABLE       *
003820*                      HOLDS, STOPS THE RUN RATHER THAN PRINT AN *
003830*                      INCOMPLETE LIST.                          *
003840*----------------------------------------------------------------*
003850 1250-LOAD-HOLDS.
003860     MOVE 0                  TO WS-HOLD-COUNT-USED.
003870     OPEN INPUT HELLOHLD-FILE.
003880     IF NOT WS-HELLOHLD-OK
003890         DISPLAY 'HELLOHLR - HELLOHLD OPEN FAILED, STATUS = '
003900             WS-HELLOHLD-STATUS
003910         SET WS-RUN-ABORTED  TO TRUE
003920         MOVE 8              TO RETURN-CODE
003930         GO TO 1250-LOAD-HOLDS-EXIT
003940     END-IF.
003950     PERFORM 1260-LOAD-ONE-HOLD
003960         THRU 1260-LOAD-ONE-HOLD-EXIT
003970         UNTIL WS-HELLOHLD-EOF
003980            OR WS-RUN-ABORTED.
003990     CLOSE HELLOHLD-FILE.
004000 1250-LOAD-HOLDS-EXIT.
004010     EXIT.
004015
004020*----------------------------------------------------------------*
004030*    1260-LOAD-ONE-HOLD - READ ONE HOLD AND ADD IT TO THE TABLE  *
004040*                         IF IT IS ACTIVE.                       *
004050*----------------------------------------------------------------*
004060 1260-LOAD-ONE-HOLD.
004070     READ HELLOHLD-FILE NEXT RECORD
004080         AT END
004090             GO TO 1260-LOAD-ONE-HOLD-EXIT
004100     END-READ.
004110     IF NOT WS-HELLOHLD-OK
004120         DISPLAY 'HELLOHLR - HELLOHLD READ FAILED, STATUS = '
004130             WS-HELLOHLD-STATUS
004140         SET WS-RUN-ABORTED  TO TRUE
004150         MOVE 8              TO RETURN-CODE
004160         GO TO 1260-LOAD-ONE-HOLD-EXIT
004170     END-IF.
004180     IF NOT HD-STAT-ACTIVE
004190         GO TO 1260-LOAD-ONE-HOLD-EXIT
004200     END-IF.
004210     IF WS-HOLD-COUNT-USED >= WS-HOLD-LIMIT
004220         DISPLAY 'HELLOHLR - MORE THAN ' WS-HOLD-LIMIT
004230             ' ACTIVE LEGAL HOLDS - RUN STOPPED'
004240         SET WS-RUN-ABORTED  TO TRUE
004250         MOVE 8              TO RETURN-CODE
004260         GO TO 1260-LOAD-ONE-HOLD-EXIT
004270     END-IF.
004280     ADD 1                   TO WS-HOLD-COUNT-USED.
004290     SET WS-HOLD-IDX         TO WS-HOLD-COUNT-USED.
004300     MOVE HD-HOLD-ID         TO WS-HOLD-ID (WS-HOLD-IDX).
004310     MOVE HD-HOLD-TYPE       TO WS-HOLD-TYPE (WS-HOLD-IDX).
004320     MOVE HD-OPERATOR-ID     TO WS-HOLD-OPERATOR-ID (WS-HOLD-IDX).
004330     MOVE HD-TERMID          TO WS-HOLD-TERMID (WS-HOLD-IDX).
004340     MOVE HD-FROM-DATE       TO WS-HOLD-FROM-DATE (WS-HOLD-IDX).
004350     MOVE HD-THRU-DATE       TO WS-HOLD-THRU-DATE (WS-HOLD-IDX).
004360     MOVE HD-REASON          TO WS-HOLD-REASON (WS-HOLD-IDX).
004370     MOVE HD-PLACED-USER     TO WS-HOLD-PLACED-USER (WS-HOLD-IDX).
004380     MOVE HD-PLACED-DATE     TO WS-HOLD-PLACED-DATE (WS-HOLD-IDX).
004390     MOVE HD-PLACED-TIME     TO WS-HOLD-PLACED-TIME (WS-HOLD-IDX).
004400     MOVE 0                  TO WS-HOLD-FILE-COUNT (WS-HOLD-IDX)
004410                                WS-HOLD-KEPT-COUNT (WS-HOLD-IDX).
004420 1260-LOAD-ONE-HOLD-EXIT.
004430     EXIT.
004435
004440*----------------------------------------------------------------*
004450*    2000-COUNT-RECORD - READ THE NEXT HELLOLOG RECORD AND COUNT *
004460*                        IT AGAINST EVERY ACTIVE HOLD THAT       *
004470*                        COVERS IT, AND ONCE IN THE TOTALS.      *
004480*----------------------------------------------------------------*
004490 2000-COUNT-RECORD.
004500     READ HELLOLOG-FILE NEXT RECORD
004510         AT END
004520             SET WS-LOG-END  TO TRUE
004530             GO TO 2000-COUNT-RECORD-EXIT
004540     END-READ.
004550     IF NOT WS-HELLOLOG-OK
004560         DISPLAY 'HELLOHLR - HELLOLOG READ FAILED, STATUS = '
004570             WS-HELLOLOG-STATUS
004580         SET WS-RUN-ABORTED  TO TRUE
004590         MOVE 12             TO RETURN-CODE
004600         GO TO 2000-COUNT-RECORD-EXIT
004610     END-IF.
004620     ADD 1                   TO WS-READ-COUNT.
004630     MOVE 'N'                TO WS-COVERED-SWITCH.
004640     PERFORM 2100-MATCH-ONE-HOLD
004650         THRU 2100-MATCH-ONE-HOLD-EXIT
004660         VARYING WS-HOLD-IDX FROM 1 BY 1
004670         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT-USED.
004680     IF NOT WS-RECORD-COVERED
004690         GO TO 2000-COUNT-RECORD-EXIT
004700     END-IF.
004710     ADD 1                   TO WS-COVERED-COUNT.
004720     IF HL-LOG-K-DATE < WS-CUTOFF-DATE
004730         ADD 1               TO WS-KEPT-COUNT
004740     END-IF.
004750 2000-COUNT-RECORD-EXIT.
004760     EXIT.
004765
004770*----------------------------------------------------------------*
004780*    2100-MATCH-ONE-HOLD - DOES ONE HOLD COVER THE CURRENT       *
004790*                          RECORD - THE SAME TEST AS HELLOARC:   *
004800*                          THE LOG DATE MUST BE IN ITS DATE      *
004810*                          RANGE AND, FOR AN OPERATOR OR         *
004820*                          TERMINAL HOLD, THE OPERATOR ID OR     *
004830*                          TERMINAL MUST MATCH.                  *
004840*----------------------------------------------------------------*
004850 2100-MATCH-ONE-HOLD.
004860     IF HL-LOG-K-DATE < WS-HOLD-FROM-DATE (WS-HOLD-IDX)
004870             OR HL-LOG-K-DATE > WS-HOLD-THRU-DATE (WS-HOLD-IDX)
004880         GO TO 2100-MATCH-ONE-HOLD-EXIT
004890     END-IF.
004900     IF WS-HOLD-BY-OPERATOR (WS-HOLD-IDX)
004910             AND WS-HOLD-OPERATOR-ID (WS-HOLD-IDX)
004920                 NOT = HL-LOG-OPERATOR-ID
004930         GO TO 2100-MATCH-ONE-HOLD-EXIT
004940     END-IF.
004950     IF WS-HOLD-BY-TERMINAL (WS-HOLD-IDX)
004960             AND WS-HOLD-TERMID (WS-HOLD-IDX)
004970                 NOT = HL-LOG-K-TERMID
004980         GO TO 2100-MATCH-ONE-HOLD-EXIT
004990     END-IF.
005000     SET WS-RECORD-COVERED   TO TRUE.
005010     ADD 1                   TO WS-HOLD-FILE-COUNT (WS-HOLD-IDX).
005020     IF HL-LOG-K-DATE < WS-CUTOFF-DATE
005030         ADD 1               TO WS-HOLD-KEPT-COUNT (WS-HOLD-IDX)
005040     END-IF.
005050 2100-MATCH-ONE-HOLD-EXIT.
005060     EXIT.
005065
005070*----------------------------------------------------------------*
005080*    8000-PRINT-REPORT - PRINT THE CUTOFF, ONE ENTRY PER ACTIVE  *
005090*                        HOLD, AND THE RUN TOTALS.               *
005100*----------------------------------------------------------------*
005110 8000-PRINT-REPORT.
005120     PERFORM 8100-PRINT-HEADINGS
005130         THRU 8100-PRINT-HEADINGS-EXIT.
005140     IF WS-CUTOFF-DATE = 0
005150         MOVE WS-NO-CUTOFF-LINE
005160                             TO WS-PRINT-LINE
005170     ELSE
005180         MOVE WS-CUTOFF-DATE TO WS-COL-DATE
005190         MOVE WS-CUTOFF-SOURCE
005200                             TO WS-COL-SOURCE
005210         MOVE WS-CUTOFF-LINE TO WS-PRINT-LINE
005220     END-IF.
005230     PERFORM 8500-PRINT-LINE
005240         THRU 8500-PRINT-LINE-EXIT.
005250     MOVE SPACES             TO WS-PRINT-LINE.
005260     PERFORM 8500-PRINT-LINE
005270         THRU 8500-PRINT-LINE-EXIT.
005280
005290     PERFORM 8200-PRINT-HOLD
005300         THRU 8200-PRINT-HOLD-EXIT
005310         VARYING WS-HOLD-IDX FROM 1 BY 1
005320         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT-USED.
005330     IF WS-HOLD-COUNT-USED = 0
005340         MOVE '    NONE - NO LEGAL HOLD IS ACTIVE'
005350                             TO WS-PRINT-LINE
005360         PERFORM 8500-PRINT-LINE
005370             THRU 8500-PRINT-LINE-EXIT
005380     END-IF.
005390
005400     MOVE SPACES             TO WS-PRINT-LINE.
005410     PERFORM 8500-PRINT-LINE
005420         THRU 8500-PRINT-LINE-EXIT.
005430     MOVE 'ACTIVE HOLDS'     TO WS-CL-TEXT.
005440     MOVE WS-HOLD-COUNT-USED TO WS-CL-COUNT.
005450     PERFORM 8400-PRINT-COUNT
005460         THRU 8400-PRINT-COUNT-EXIT.
005470     MOVE 'HELLOLOG RECORDS READ'
005480                             TO WS-CL-TEXT.
005490     MOVE WS-READ-COUNT      TO WS-CL-COUNT.
005500     PERFORM 8400-PRINT-COUNT
005510         THRU 8400-PRINT-COUNT-EXIT.
005520     MOVE 'RECORDS UNDER A HOLD'
005530                             TO WS-CL-TEXT.
005540     MOVE WS-COVERED-COUNT   TO WS-CL-COUNT.
005550     PERFORM 8400-PRINT-COUNT
005560         THRU 8400-PRINT-COUNT-EXIT.
005570     MOVE 'RECORDS KEPT LIVE BY A HOLD'
005580                             TO WS-CL-TEXT.
005590     MOVE WS-KEPT-COUNT      TO WS-CL-COUNT.
005600     PERFORM 8400-PRINT-COUNT
005610         THRU 8400-PRINT-COUNT-EXIT.
005620 8000-PRINT-REPORT-EXIT.
005630     EXIT.
005635
005640*----------------------------------------------------------------*
005650*    8100-PRINT-HEADINGS - START A NEW PAGE WITH THE COLUMN      *
005660*                          HEADINGS.                             *
005670*----------------------------------------------------------------*
005680 8100-PRINT-HEADINGS.
005690     ADD 1                   TO WS-PAGE-COUNT.
005700     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
005710     MOVE WS-HDG-1           TO RO-TEXT.
005720     MOVE '1'                TO RO-CTRL.
005730     WRITE RPTOUT-LINE.
005740     MOVE WS-HDG-2           TO RO-TEXT.
005750     MOVE ' '                TO RO-CTRL.
005760     WRITE RPTOUT-LINE.
005770     MOVE 2                  TO WS-LINE-COUNT.
005780 8100-PRINT-HEADINGS-EXIT.
005790     EXIT.
005795
005800*----------------------------------------------------------------*
005810*    8200-PRINT-HOLD - PRINT HOLD WS-HOLD-IDX - ITS DETAIL LINE  *
005820*                      AND ITS REASON.  AN OPEN END OF THE DATE  *
005830*                      RANGE PRINTS AS OPEN.                     *
005840*----------------------------------------------------------------*
005850 8200-PRINT-HOLD.
005860     MOVE SPACES             TO WS-DETAIL-LINE.
005870     MOVE WS-HOLD-ID (WS-HOLD-IDX)
005880                             TO WS-DET-HOLD-ID.
005890     EVALUATE TRUE
005900         WHEN WS-HOLD-BY-OPERATOR (WS-HOLD-IDX)
005910             MOVE 'OPERATOR' TO WS-DET-TYPE
005920             MOVE WS-HOLD-OPERATOR-ID (WS-HOLD-IDX)
005930                             TO WS-DET-SCOPE
005940         WHEN WS-HOLD-BY-TERMINAL (WS-HOLD-IDX)
005950             MOVE 'TERMINAL' TO WS-DET-TYPE
005960             MOVE WS-HOLD-TERMID (WS-HOLD-IDX)
005970                             TO WS-DET-SCOPE
005980         WHEN OTHER
005990             MOVE 'DATES'    TO WS-DET-TYPE
006000             MOVE 'ALL'      TO WS-DET-SCOPE
006010     END-EVALUATE.
006020     IF WS-HOLD-FROM-DATE (WS-HOLD-IDX) = ZERO
006030         MOVE 'OPEN'         TO WS-DET-FROM
006040     ELSE
006050         MOVE WS-HOLD-FROM-DATE (WS-HOLD-IDX)
006060                             TO WS-DET-FROM
006070     END-IF.
006080     IF WS-HOLD-THRU-DATE (WS-HOLD-IDX) = 9999999
006090         MOVE 'OPEN'         TO WS-DET-THRU
006100     ELSE
006110         MOVE WS-HOLD-THRU-DATE (WS-HOLD-IDX)
006120                             TO WS-DET-THRU
006130     END-IF.
006140     MOVE WS-HOLD-PLACED-USER (WS-HOLD-IDX)
006150                             TO WS-DET-PLACED-BY.
006160     MOVE WS-HOLD-PLACED-DATE (WS-HOLD-IDX)
006170                             TO WS-DET-PLACED-DATE.
006180     MOVE WS-HOLD-PLACED-TIME (WS-HOLD-IDX)
006190                             TO WS-PLACED-TIME.
006200     MOVE WS-PT-HH           TO WS-TE-HH.
006210     MOVE WS-PT-MM           TO WS-TE-MM.
006220     MOVE WS-PT-SS           TO WS-TE-SS.
006230     MOVE WS-TIME-EDIT       TO WS-DET-PLACED-TIME.
006240     MOVE WS-HOLD-FILE-COUNT (WS-HOLD-IDX)
006250                             TO WS-DET-FILE-COUNT.
006260     MOVE WS-HOLD-KEPT-COUNT (WS-HOLD-IDX)
006270                             TO WS-DET-KEPT-COUNT.
006280     IF WS-LINE-COUNT >= WS-MAX-LINES - 2
006290         PERFORM 8100-PRINT-HEADINGS
006300             THRU 8100-PRINT-HEADINGS-EXIT
006310     END-IF.
006320     MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
006330     PERFORM 8500-PRINT-LINE
006340         THRU 8500-PRINT-LINE-EXIT.
006350     MOVE WS-HOLD-REASON (WS-HOLD-IDX)
006360                             TO WS-RL-REASON.
006370     MOVE WS-REASON-LINE     TO WS-PRINT-LINE.
006380     PERFORM 8500-PRINT-LINE
006390         THRU 8500-PRINT-LINE-EXIT.
006400     MOVE SPACES             TO WS-PRINT-LINE.
006410     PERFORM 8500-PRINT-LINE
006420         THRU 8500-PRINT-LINE-EXIT.
006430 8200-PRINT-HOLD-EXIT.
006440     EXIT.
006445
006450*----------------------------------------------------------------*
006460*    8400-PRINT-COUNT - PRINT ONE RUN-TOTAL LINE.                *
006470*----------------------------------------------------------------*
006480 8400-PRINT-COUNT.
006490     MOVE WS-COUNT-LINE      TO WS-PRINT-LINE.
006500     PERFORM 8500-PRINT-LINE
006510         THRU 8500-PRINT-LINE-EXIT.
006520 8400-PRINT-COUNT-EXIT.
006530     EXIT.
006535
006540*----------------------------------------------------------------*
006550*    8500-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE  *
006560*                      WHEN THIS ONE IS FULL.                    *
006570*----------------------------------------------------------------*
006580 8500-PRINT-LINE.
006590     IF WS-LINE-COUNT >= WS-MAX-LINES
006600         PERFORM 8100-PRINT-HEADINGS
006610             THRU 8100-PRINT-HEADINGS-EXIT
006620     END-IF.
006630     MOVE WS-PRINT-LINE      TO RO-TEXT.
006640     MOVE ' '                TO RO-CTRL.
006650     WRITE RPTOUT-LINE.
006660     ADD 1                   TO WS-LINE-COUNT.
006670 8500-PRINT-LINE-EXIT.
006680     EXIT.
006685
006690*----------------------------------------------------------------*
006700*    9000-TERMINATE - CLOSE FILES.                               *
006710*----------------------------------------------------------------*
006720 9000-TERMINATE.
006730     IF WS-HELLOLOG-OPEN
006740         CLOSE HELLOLOG-FILE
006750     END-IF.
006760     CLOSE RPTOUT-FILE.
006770 9000-TERMINATE-EXIT.
006780     EXIT.
