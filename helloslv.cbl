000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOSLV.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOSLV                                     *
000090*    DESCRIPTION    VERIFICATION OF THE HELLOLOG DAILY SEAL.     *
000100*                   RECOMPUTES EACH SEALED DATE'S RECORD COUNT   *
000110*                   AND CHECK VALUE FROM WHEREVER ITS RECORDS    *
000120*                   LIVE NOW - THE HELLOLOG KSDS FOR DATES STILL *
000130*                   INSIDE RETENTION, THE ARCHIN ARCHIVE         *
000140*                   GENERATIONS FOR DATES HELLOARC HAS PURGED -  *
000150*                   AND COMPARES THEM WITH THE HELLOSEL RECORD   *
000160*                   THE HELLOSLD JOB WROTE WHEN THE DATE CLOSED. *
000170*                   IT ALSO RE-WALKS THE CHAIN OF SEAL RECORDS   *
000180*                   SO AN ALTERED, INSERTED OR DELETED SEAL IS   *
000190*                   CAUGHT AS WELL.  EVERY DATE THAT NO LONGER   *
000200*                   MATCHES ITS SEAL IS PRINTED WITH THE REASON, *
000210*                   AND ANY SUCH DATE ENDS THE STEP WITH RC=4.   *
000220*                                                               *
000230*                   THE KSDS AND ARCHIVE RECORDS ARE SORTED      *
000240*                   TOGETHER ON THE FULL RECORD, SO THE SAME     *
000250*                   RECORD HELD IN BOTH PLACES (A PURGE THAT     *
000260*                   STOPPED PART WAY) OR ARCHIVED TWICE (A       *
000270*                   HELLOARC RESTART) IS COUNTED ONCE.  TWO      *
000280*                   COPIES OF ONE KEY WITH DIFFERENT CONTENTS    *
000290*                   CANNOT BOTH BE GENUINE - THE DATE IS         *
000300*                   REPORTED AS CONFLICTING.  RECORDS FOUND FOR  *
000310*                   A DATE INSIDE THE SEALED SPAN THAT HAS NO    *
000320*                   SEAL ARE REPORTED AS WELL; DATES BEFORE THE  *
000330*                   FIRST SEAL OR AFTER THE LAST ARE NOT         *
000340*                   EXAMINED.                                    *
000350*                                                               *
000360*                   CONTROL CARDS (CTLIN), OPTIONAL, ONE PER     *
000370*                   LINE:  FROMDT=0CYYDDD AND THRUDT=0CYYDDD     *
000380*                   LIMIT THE CONTENT CHECK TO A LOG-DATE RANGE. *
000390*                   WITH NO CARDS EVERY SEALED DATE IS VERIFIED. *
000400*                   THE SEAL CHAIN IS ALWAYS CHECKED END TO END. *
000410*                                                               *
000420*                   THE CHECK ARITHMETIC IS DESCRIBED IN THE     *
000430*                   HELLOSEL COPYBOOK AND MUST MATCH HELLOSLD    *
000440*                   5000-HASH-RECORD.                            *
000450*-----------------------------------------------------------------
000460*    MODIFICATION HISTORY                                       *
000470*    DATE       INIT  DESCRIPTION                                *
000480*    ---------  ----  ------------------------------------------ *
000490*    2026-10-15 SMH   ORIGINAL.                                  *
000491*    2026-10-15 SMH   A HELLOLOG OR ARCHIN READ ERROR NOW STOPS  *
000492*                     THE RUN WITH RC=12 AND NO REPORT, INSTEAD  *
000493*                     OF COMPARING A SHORT INPUT AGAINST THE     *
000494*                     SEALS AND PRINTING BREAKS THAT ARE NOT     *
000495*                     THERE.                                     *
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.    IBM-370.
000540 OBJECT-COMPUTER.    IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT HELLOSEL-FILE    ASSIGN TO HELLOSEL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS SL-SEAL-KEY
000610         FILE STATUS IS WS-HELLOSEL-STATUS.
000620
000630     SELECT HELLOLOG-FILE    ASSIGN TO HELLOLOG
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS HL-LOG-KEY
000670         FILE STATUS IS WS-HELLOLOG-STATUS.
000680
000690     SELECT ARCHIN-FILE      ASSIGN TO ARCHIN
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-ARCHIN-STATUS.
000720
000730     SELECT CTLIN-FILE       ASSIGN TO CTLIN
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-CTLIN-STATUS.
000760
000770     SELECT SORT-FILE        ASSIGN TO SORTWK01.
000780
000790     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-RPTOUT-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  HELLOSEL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY HELLOSEL.
000880
000890 FD  HELLOLOG-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY HELLOLOG.
000920
000930 FD  ARCHIN-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 73 CHARACTERS.
000960 01  ARCHIN-RECORD.
000970     05  AR-K-TERMID         PIC X(04).
000980     05  AR-K-DATE           PIC 9(07).
000990     05  FILLER              PIC X(62).
001000
001010 FD  CTLIN-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  CTLIN-RECORD.
001050     05  CT-KEYWORD          PIC X(07).
001060     05  CT-VALUE            PIC X(08).
001070     05  FILLER              PIC X(65).
001080*----------------------------------------------------------------*
001090*    SORT RECORD - ONE HELLOLOG RECORD FROM EITHER SOURCE.       *
001100*    SORTED ON THE KEY AND THEN THE REST OF THE RECORD, SO       *
001110*    IDENTICAL COPIES LAND SIDE BY SIDE.                         *
001120*----------------------------------------------------------------*
001130 SD  SORT-FILE.
001140 01  SORT-RECORD.
001150     05  SR-LOG-KEY.
001160         10  SR-K-TERMID     PIC X(04).
001170         10  SR-K-DATE       PIC 9(07).
001180         10  SR-K-TIME       PIC 9(07).
001190         10  SR-K-SEQ        PIC 9(07).
001200     05  SR-LOG-DATA         PIC X(48).
001210
001220 FD  RPTOUT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 133 CHARACTERS.
001250 01  RPTOUT-LINE.
001260     05  RO-CTRL             PIC X(01).
001270     05  RO-TEXT             PIC X(132).
001280
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------*
001310*    FILE STATUS AND CONTROL SWITCHES                            *
001320*----------------------------------------------------------------*
001330 01  WS-HELLOSEL-STATUS      PIC X(02)   VALUE '00'.
001340     88  WS-HELLOSEL-OK                  VALUE '00'.
001350 01  WS-HELLOLOG-STATUS      PIC X(02)   VALUE '00'.
001360     88  WS-HELLOLOG-OK                  VALUE '00'.
001370 01  WS-ARCHIN-STATUS        PIC X(02)   VALUE '00'.
001380     88  WS-ARCHIN-OK                    VALUE '00'.
001390 01  WS-CTLIN-STATUS         PIC X(02)   VALUE '00'.
001400     88  WS-CTLIN-OK                     VALUE '00'.
001410 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
001420 01  WS-SEL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001430     88  WS-SEL-END                      VALUE 'Y'.
001440 01  WS-LOG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001450     88  WS-LOG-END                      VALUE 'Y'.
001460 01  WS-ARC-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001470     88  WS-ARC-END                      VALUE 'Y'.
001480 01  WS-CTL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001490     88  WS-CTL-END                      VALUE 'Y'.
001500 01  WS-SORT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001510     88  WS-SORT-END                     VALUE 'Y'.
001520 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
001530     88  WS-RUN-ABORTED                  VALUE 'Y'.
001540 01  WS-SEAL-FOUND-SW        PIC X(01)   VALUE 'N'.
001550     88  WS-SEAL-FOUND                   VALUE 'Y'.
001560*----------------------------------------------------------------*
001570*    LOG-DATE RANGE FROM THE CONTROL CARDS, AND THE PART OF IT   *
001580*    THE SEALS ACTUALLY COVER                                    *
001590*----------------------------------------------------------------*
001600 01  WS-SEL-FROM-DATE        PIC 9(07)   VALUE ZERO.
001610 01  WS-SEL-THRU-DATE        PIC 9(07)   VALUE 9999999.
001620 01  WS-LOW-DATE             PIC 9(07)   VALUE ZERO.
001630 01  WS-HIGH-DATE            PIC 9(07)   VALUE ZERO.
001640*----------------------------------------------------------------*
001650*    SEAL TABLE - EVERY HELLOSEL RECORD, IN DATE ORDER (THE      *
001660*    FILE'S KEY ORDER), WITH THE COUNT AND CHECK VALUE           *
001670*    RECOMPUTED FOR IT.  4000 DATES IS ELEVEN YEARS OF SEALS.    *
001680*----------------------------------------------------------------*
001690 01  WS-SEAL-TABLE.
001700     05  WS-SEAL-COUNT-USED  PIC 9(04)   COMP    VALUE 0.
001710     05  WS-SEAL-ENTRY       OCCURS 1 TO 4000 TIMES
001720                             DEPENDING ON WS-SEAL-COUNT-USED
001730                             ASCENDING KEY IS WS-SE-DATE
001740                             INDEXED BY WS-SEAL-IDX.
001750         10  WS-SE-DATE          PIC 9(07).
001760         10  WS-SE-COUNT         PIC 9(09)   COMP.
001770         10  WS-SE-HASH          PIC 9(09)   COMP.
001780         10  WS-SE-FOUND-COUNT   PIC 9(09)   COMP.
001790         10  WS-SE-FOUND-HASH    PIC 9(09)   COMP.
001800         10  WS-SE-RANGE-SW      PIC X(01).
001810             88  WS-SE-IN-RANGE              VALUE 'Y'.
001820         10  WS-SE-CHAIN-SW      PIC X(01).
001830             88  WS-SE-CHAIN-BROKEN          VALUE 'Y'.
001840         10  WS-SE-CONFLICT-SW   PIC X(01).
001850             88  WS-SE-CONFLICT              VALUE 'Y'.
001860 77  WS-SEAL-MAX             PIC 9(04)   COMP    VALUE 4000.
001870*----------------------------------------------------------------*
001880*    RUNNING CHAIN - THE PREVIOUS SEAL'S DATE AND STORED CHAIN   *
001890*    VALUE WHILE THE SEAL FILE IS WALKED.                        *
001900*----------------------------------------------------------------*
001910 01  WS-LAST-SEAL-DATE       PIC 9(07)   VALUE ZERO.
001920 01  WS-LAST-CHAIN           PIC 9(09)   VALUE ZERO.
001930 01  WS-EXPECT-CHAIN         PIC 9(09)   VALUE ZERO.
001940*----------------------------------------------------------------*
001950*    UNSEALED DATES - DATES INSIDE THE SEALED SPAN THAT HAVE     *
001960*    RECORDS BUT NO SEAL.                                        *
001970*----------------------------------------------------------------*
001980 01  WS-UNSEALED-TABLE.
001990     05  WS-UNS-COUNT-USED   PIC 9(04)   COMP    VALUE 0.
002000     05  WS-UNS-ENTRY        OCCURS 400 TIMES
002010                             INDEXED BY WS-UNS-IDX.
002020         10  WS-UN-DATE          PIC 9(07).
002030         10  WS-UN-COUNT         PIC 9(09)   COMP.
002040*----------------------------------------------------------------*
002050*    PREVIOUS SORTED RECORD - FOR DROPPING DUPLICATE COPIES      *
002060*----------------------------------------------------------------*
002070 01  WS-PREV-RECORD.
002080     05  WS-PREV-KEY         PIC X(25)   VALUE LOW-VALUES.
002090     05  WS-PREV-DATA        PIC X(48)   VALUE LOW-VALUES.
002100*----------------------------------------------------------------*
002110*    CHECK-VALUE WORK AREAS.  A RECORD IS MOVED TO WS-HASH-AREA  *
002120*    AND TAKEN A BYTE AT A TIME; EACH BYTE DROPS INTO THE LOW    *
002130*    HALF OF A HALFWORD WHOSE HIGH HALF IS ALWAYS LOW-VALUE, SO  *
002140*    THE BINARY REDEFINITION READS BACK ITS CODE POINT.          *
002150*----------------------------------------------------------------*
002160 01  WS-HASH-AREA.
002170     05  WS-HASH-BYTE        PIC X(01)   OCCURS 73 TIMES.
002180 01  WS-HASH-CHAR.
002190     05  FILLER              PIC X(01)   VALUE LOW-VALUE.
002200     05  WS-HASH-CHAR-LO     PIC X(01)   VALUE LOW-VALUE.
002210 01  WS-HASH-CHAR-N          REDEFINES WS-HASH-CHAR
002220                             PIC 9(04)   COMP.
002230 77  WS-HASH-MODULUS         PIC 9(09)   COMP    VALUE 999999937.
002240 77  WS-HASH-WORK            PIC 9(18)   COMP.
002250 77  WS-HASH-QUOT            PIC 9(18)   COMP.
002260 77  WS-REC-HASH             PIC 9(09)   COMP.
002270 77  WS-BYTE-SUB             PIC 9(04)   COMP.
002280*----------------------------------------------------------------*
002290*    WORK AREAS AND RUN TOTALS                                   *
002300*----------------------------------------------------------------*
002310 01  WS-WORK-DATE            PIC 9(07).
002320 01  WS-SUB                  PIC 9(04)   COMP.
002330 77  WS-KSDS-READ            PIC 9(09)   COMP    VALUE 0.
002340 77  WS-ARCH-READ            PIC 9(09)   COMP    VALUE 0.
002350 77  WS-RECORDS-HASHED       PIC 9(09)   COMP    VALUE 0.
002360 77  WS-DUP-COPIES           PIC 9(09)   COMP    VALUE 0.
002370 77  WS-CONFLICT-COPIES      PIC 9(09)   COMP    VALUE 0.
002380 77  WS-DATES-VERIFIED       PIC 9(09)   COMP    VALUE 0.
002390 77  WS-DATES-MATCHED        PIC 9(09)   COMP    VALUE 0.
002400 77  WS-DATES-FAILED         PIC 9(09)   COMP    VALUE 0.
002410 77  WS-CHAIN-BREAKS         PIC 9(09)   COMP    VALUE 0.
002420*----------------------------------------------------------------*
002430*    PAGE CONTROL                                                *
002440*----------------------------------------------------------------*
002450 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
002460 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
002470 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
002480*----------------------------------------------------------------*
002490*    REPORT LINES                                                *
002500*----------------------------------------------------------------*
002510 01  WS-HDG-1.
002520     05  FILLER              PIC X(40)   VALUE
002530         'HELLOLOG SEAL VERIFICATION - '.
002540     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
002550     05  WS-HDG-PAGE-NO      PIC ZZZ9.
002560 01  WS-HDG-2.
002570     05  FILLER              PIC X(35)   VALUE
002580         'LOGDATE       SEALED        FOUND  '.
002590     05  FILLER              PIC X(35)   VALUE
002600         'SEAL CHECK FOUND CHECK  NOTE'.
002610 01  WS-RANGE-LINE.
002620     05  FILLER              PIC X(23)   VALUE
002630         'LOG DATES VERIFIED:    '.
002640     05  WS-RL-FROM          PIC 9(07).
002650     05  FILLER              PIC X(06)   VALUE ' THRU '.
002660     05  WS-RL-THRU          PIC 9(07).
002670 01  WS-DETAIL-LINE.
002680     05  WS-DET-DATE         PIC 9(07).
002690     05  FILLER              PIC X(02)   VALUE SPACES.
002700     05  WS-DET-SEAL-COUNT   PIC ZZZ,ZZZ,ZZ9.
002710     05  FILLER              PIC X(02)   VALUE SPACES.
002720     05  WS-DET-FOUND-COUNT  PIC ZZZ,ZZZ,ZZ9.
002730     05  FILLER              PIC X(03)   VALUE SPACES.
002740     05  WS-DET-SEAL-HASH    PIC 9(09).
002750     05  FILLER              PIC X(03)   VALUE SPACES.
002760     05  WS-DET-FOUND-HASH   PIC 9(09).
002770     05  FILLER              PIC X(02)   VALUE SPACES.
002780     05  WS-DET-NOTE         PIC X(20).
002790 01  WS-COUNT-LINE.
002800     05  WS-CL-TEXT          PIC X(30).
002810     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002820
002830 PROCEDURE DIVISION.
002840*----------------------------------------------------------------*
002850*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE VERIFICATION   *
002860*                    RUN.                                        *
002870*----------------------------------------------------------------*
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE
002900         THRU 1000-INITIALIZE-EXIT.
002910
002920     IF NOT WS-RUN-ABORTED
002930         AND WS-SEAL-COUNT-USED > 0
002940         AND WS-LOW-DATE NOT > WS-HIGH-DATE
002950         SORT SORT-FILE
002960             ON ASCENDING KEY SR-LOG-KEY SR-LOG-DATA
002970             INPUT PROCEDURE IS 3000-RELEASE-RECORDS
002980                 THRU 3000-RELEASE-RECORDS-EXIT
002990             OUTPUT PROCEDURE IS 4000-RECOMPUTE-DATES
003000                 THRU 4000-RECOMPUTE-DATES-EXIT
003010         IF SORT-RETURN NOT = 0 AND NOT WS-RUN-ABORTED
003020             DISPLAY 'HELLOSLV - SORT FAILED, SORT-RETURN = '
003030                 SORT-RETURN
003040             SET WS-RUN-ABORTED
003050                             TO TRUE
003060             MOVE 12         TO RETURN-CODE
003070         END-IF
003080     END-IF.
003090
003100     IF NOT WS-RUN-ABORTED
003110         PERFORM 8000-PRINT-REPORT
003120             THRU 8000-PRINT-REPORT-EXIT
003130     END-IF.
003140
003150     PERFORM 9000-TERMINATE
003160         THRU 9000-TERMINATE-EXIT.
003170
003180     STOP RUN.
003190*----------------------------------------------------------------*
003200*    1000-INITIALIZE - READ THE CONTROL CARDS, LOAD AND          *
003210*                      CHAIN-CHECK THE SEAL FILE, AND WORK OUT   *
003220*                      THE LOG-DATE SPAN TO RECOMPUTE.           *
003230*----------------------------------------------------------------*
003240 1000-INITIALIZE.
003250     OPEN OUTPUT RPTOUT-FILE.
003260
003270     PERFORM 1100-READ-CONTROL-CARDS
003280         THRU 1100-READ-CONTROL-CARDS-EXIT.
003290     IF WS-RUN-ABORTED
003300         GO TO 1000-INITIALIZE-EXIT
003310     END-IF.
003320
003330     OPEN INPUT HELLOSEL-FILE.
003340     IF NOT WS-HELLOSEL-OK
003350         DISPLAY 'HELLOSLV - HELLOSEL OPEN FAILED, STATUS = '
003360             WS-HELLOSEL-STATUS
003370         SET WS-RUN-ABORTED  TO TRUE
003380         MOVE 8              TO RETURN-CODE
003390         GO TO 1000-INITIALIZE-EXIT
003400     END-IF.
003410     PERFORM 1200-LOAD-SEAL
003420         THRU 1200-LOAD-SEAL-EXIT
003430         UNTIL WS-SEL-END.
003440     CLOSE HELLOSEL-FILE.
003450     IF WS-RUN-ABORTED OR WS-SEAL-COUNT-USED = 0
003460         GO TO 1000-INITIALIZE-EXIT
003470     END-IF.
003480
003490     MOVE WS-SE-DATE (1)     TO WS-LOW-DATE.
003500     IF WS-SEL-FROM-DATE > WS-LOW-DATE
003510         MOVE WS-SEL-FROM-DATE
003520                             TO WS-LOW-DATE
003530     END-IF.
003540     MOVE WS-SE-DATE (WS-SEAL-COUNT-USED)
003550                             TO WS-HIGH-DATE.
003560     IF WS-SEL-THRU-DATE < WS-HIGH-DATE
003570         MOVE WS-SEL-THRU-DATE
003580                             TO WS-HIGH-DATE
003590     END-IF.
003600 1000-INITIALIZE-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------*
003630*    1100-READ-CONTROL-CARDS - PICK UP AND VALIDATE ANY CTLIN    *
003640*                              CARDS.  NO CARDS MEANS EVERY      *
003650*                              SEALED DATE.                      *
003660*----------------------------------------------------------------*
003670 1100-READ-CONTROL-CARDS.
003680     OPEN INPUT CTLIN-FILE.
003690     IF NOT WS-CTLIN-OK
003700         DISPLAY 'HELLOSLV - CTLIN OPEN FAILED, STATUS = '
003710             WS-CTLIN-STATUS
003720         SET WS-RUN-ABORTED  TO TRUE
003730         MOVE 8              TO RETURN-CODE
003740         GO TO 1100-READ-CONTROL-CARDS-EXIT
003750     END-IF.
003760     PERFORM 1110-APPLY-ONE-CARD
003770         THRU 1110-APPLY-ONE-CARD-EXIT
003780         UNTIL WS-CTL-END OR WS-RUN-ABORTED.
003790     CLOSE CTLIN-FILE.
003800     IF WS-RUN-ABORTED
003810         GO TO 1100-READ-CONTROL-CARDS-EXIT
003820     END-IF.
003830     IF WS-SEL-THRU-DATE < WS-SEL-FROM-DATE
003840         DISPLAY 'HELLOSLV - THRUDT IS BEFORE FROMDT'
003850         SET WS-RUN-ABORTED  TO TRUE
003860         MOVE 8              TO RETURN-CODE
003870     END-IF.
003880 1100-READ-CONTROL-CARDS-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------*
003910*    1110-APPLY-ONE-CARD - READ AND APPLY ONE CONTROL CARD.  A   *
003920*                          CARD THAT PARSES TO NOTHING IS AN     *
003930*                          ERROR - A MISKEYED RANGE SILENTLY     *
003940*                          IGNORED WOULD REPORT CLEAN DATES THAT *
003950*                          WERE NEVER CHECKED.                   *
003960*----------------------------------------------------------------*
003970 1110-APPLY-ONE-CARD.
003980     READ CTLIN-FILE
003990         AT END
004000             SET WS-CTL-END  TO TRUE
004010             GO TO 1110-APPLY-ONE-CARD-EXIT
004020     END-READ.
004030     IF CTLIN-RECORD = SPACES
004040         GO TO 1110-APPLY-ONE-CARD-EXIT
004050     END-IF.
004060     EVALUATE CT-KEYWORD
004070         WHEN 'FROMDT='
004080             IF CT-VALUE (1:7) NOT NUMERIC
004090                 DISPLAY 'HELLOSLV - BAD FROMDT CARD: '
004100                     CTLIN-RECORD (1:20)
004110                 SET WS-RUN-ABORTED
004120                             TO TRUE
004130                 MOVE 8      TO RETURN-CODE
004140             ELSE
004150                 MOVE CT-VALUE (1:7)
004160                             TO WS-SEL-FROM-DATE
004170             END-IF
004180         WHEN 'THRUDT='
004190             IF CT-VALUE (1:7) NOT NUMERIC
004200                 DISPLAY 'HELLOSLV - BAD THRUDT CARD: '
004210                     CTLIN-RECORD (1:20)
004220                 SET WS-RUN-ABORTED
004230                             TO TRUE
004240                 MOVE 8      TO RETURN-CODE
004250             ELSE
004260                 MOVE CT-VALUE (1:7)
004270                             TO WS-SEL-THRU-DATE
004280             END-IF
004290         WHEN OTHER
004300             DISPLAY 'HELLOSLV - UNRECOGNIZED CTLIN CARD: '
004310                 CTLIN-RECORD (1:20)
004320             SET WS-RUN-ABORTED
004330                             TO TRUE
004340             MOVE 8          TO RETURN-CODE
004350     END-EVALUATE.
004360 1110-APPLY-ONE-CARD-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390*    1200-LOAD-SEAL - READ THE NEXT SEAL, CHECK IT AGAINST THE   *
004400*                     CHAIN SO FAR, AND ADD IT TO THE TABLE.     *
004410*                     THE SEAL MUST NAME THE SEAL BEFORE IT AS   *
004420*                     ITS PREDECESSOR, AND ITS CHAIN VALUE MUST  *
004430*                     BE THE ONE THAT PREDECESSOR AND ITS OWN    *
004440*                     TOTALS PRODUCE.  THE CHAIN CARRIES ON FROM *
004450*                     THE STORED VALUE, SO ONE BAD SEAL IS       *
004460*                     FLAGGED ONCE, NOT FROM THERE TO THE END OF *
004470*                     THE FILE.                                  *
004480*----------------------------------------------------------------*
004490 1200-LOAD-SEAL.
004500     READ HELLOSEL-FILE NEXT RECORD
004510         AT END
004520             SET WS-SEL-END  TO TRUE
004530             GO TO 1200-LOAD-SEAL-EXIT
004540     END-READ.
004550     IF NOT WS-HELLOSEL-OK
004560         DISPLAY 'HELLOSLV - HELLOSEL READ FAILED, STATUS = '
004570             WS-HELLOSEL-STATUS
004580         SET WS-SEL-END      TO TRUE
004590         SET WS-RUN-ABORTED  TO TRUE
004600         MOVE 12             TO RETURN-CODE
004610         GO TO 1200-LOAD-SEAL-EXIT
004620     END-IF.
004630     IF WS-SEAL-COUNT-USED >= WS-SEAL-MAX
004640         DISPLAY 'HELLOSLV - SEAL TABLE FULL AT ' SL-LOG-DATE
004650         SET WS-SEL-END      TO TRUE
004660         SET WS-RUN-ABORTED  TO TRUE
004670         MOVE 12             TO RETURN-CODE
004680         GO TO 1200-LOAD-SEAL-EXIT
004690     END-IF.
004700     ADD 1                   TO WS-SEAL-COUNT-USED.
004710     SET WS-SEAL-IDX         TO WS-SEAL-COUNT-USED.
004720     MOVE SL-LOG-DATE        TO WS-SE-DATE (WS-SEAL-IDX).
004730     MOVE SL-RECORD-COUNT    TO WS-SE-COUNT (WS-SEAL-IDX).
004740     MOVE SL-DAY-HASH        TO WS-SE-HASH (WS-SEAL-IDX).
004750     MOVE 0                  TO WS-SE-FOUND-COUNT (WS-SEAL-IDX).
004760     MOVE 0                  TO WS-SE-FOUND-HASH (WS-SEAL-IDX).
004770     MOVE 'N'                TO WS-SE-RANGE-SW (WS-SEAL-IDX).
004780     MOVE 'N'                TO WS-SE-CHAIN-SW (WS-SEAL-IDX).
004790     MOVE 'N'                TO WS-SE-CONFLICT-SW (WS-SEAL-IDX).
004800     IF SL-LOG-DATE NOT < WS-SEL-FROM-DATE
004810         AND SL-LOG-DATE NOT > WS-SEL-THRU-DATE
004820         MOVE 'Y'            TO WS-SE-RANGE-SW (WS-SEAL-IDX)
004830     END-IF.
004840
004850     COMPUTE WS-HASH-WORK = WS-LAST-CHAIN * 31
004860         + SL-DAY-HASH + SL-RECORD-COUNT + SL-LOG-DATE.
004870     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
004880         GIVING WS-HASH-QUOT
004890         REMAINDER WS-EXPECT-CHAIN.
004900     IF SL-PREV-DATE NOT = WS-LAST-SEAL-DATE
004910         OR SL-CHAIN-HASH NOT = WS-EXPECT-CHAIN
004920         MOVE 'Y'            TO WS-SE-CHAIN-SW (WS-SEAL-IDX)
004930         ADD 1               TO WS-CHAIN-BREAKS
004940     END-IF.
004950     MOVE SL-LOG-DATE        TO WS-LAST-SEAL-DATE.
004960     MOVE SL-CHAIN-HASH      TO WS-LAST-CHAIN.
004970 1200-LOAD-SEAL-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------*
005000*    3000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  RELEASE EVERY *
005010*                           KSDS RECORD, THEN EVERY ARCHIVE      *
005020*                           RECORD, WHOSE LOG DATE FALLS IN THE  *
005030*                           SPAN BEING VERIFIED.                 *
005040*----------------------------------------------------------------*
005050 3000-RELEASE-RECORDS.
005060     OPEN INPUT HELLOLOG-FILE.
005070     IF NOT WS-HELLOLOG-OK
005080         DISPLAY 'HELLOSLV - HELLOLOG OPEN FAILED, STATUS = '
005090             WS-HELLOLOG-STATUS
005100         SET WS-RUN-ABORTED  TO TRUE
005110         MOVE 8              TO RETURN-CODE
005120         GO TO 3000-RELEASE-RECORDS-EXIT
005130     END-IF.
005140     PERFORM 3100-RELEASE-KSDS
005150         THRU 3100-RELEASE-KSDS-EXIT
005160         UNTIL WS-LOG-END.
005170     CLOSE HELLOLOG-FILE.
005172     IF WS-RUN-ABORTED
005174         GO TO 3000-RELEASE-RECORDS-EXIT
005176     END-IF.
005180
005190     OPEN INPUT ARCHIN-FILE.
005200     IF NOT WS-ARCHIN-OK
005210         DISPLAY 'HELLOSLV - ARCHIN OPEN FAILED, STATUS = '
005220             WS-ARCHIN-STATUS
005230         SET WS-RUN-ABORTED  TO TRUE
005240         MOVE 8              TO RETURN-CODE
005250         GO TO 3000-RELEASE-RECORDS-EXIT
005260     END-IF.
005270     PERFORM 3200-RELEASE-ARCHIVE
005280         THRU 3200-RELEASE-ARCHIVE-EXIT
005290         UNTIL WS-ARC-END.
005300     CLOSE ARCHIN-FILE.
005310 3000-RELEASE-RECORDS-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------*
005338*    3100-RELEASE-KSDS - READ THE NEXT KSDS RECORD AND RELEASE   *
005346*                        IT WHEN ITS DATE IS IN THE SPAN.  A     *
005354*                        READ ERROR STOPS THE RUN.               *
005362*----------------------------------------------------------------*
005370 3100-RELEASE-KSDS.
005380     READ HELLOLOG-FILE NEXT RECORD
005390         AT END
005400             SET WS-LOG-END  TO TRUE
005410             GO TO 3100-RELEASE-KSDS-EXIT
005420     END-READ.
005421     IF NOT WS-HELLOLOG-OK
005422         DISPLAY 'HELLOSLV - HELLOLOG READ FAILED, STATUS = '
005423             WS-HELLOLOG-STATUS
005424         SET WS-LOG-END      TO TRUE
005425         SET WS-RUN-ABORTED  TO TRUE
005426         MOVE 12             TO RETURN-CODE
005427         GO TO 3100-RELEASE-KSDS-EXIT
005428     END-IF.
005430     ADD 1                   TO WS-KSDS-READ.
005440     IF HL-LOG-K-DATE NOT < WS-LOW-DATE
005450         AND HL-LOG-K-DATE NOT > WS-HIGH-DATE
005460         RELEASE SORT-RECORD FROM HELLOLOG-RECORD
005470     END-IF.
005480 3100-RELEASE-KSDS-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------*
005510*    3200-RELEASE-ARCHIVE - READ THE NEXT ARCHIVE RECORD AND     *
005520*                           RELEASE IT WHEN ITS DATE IS IN THE   *
005530*                           SPAN.  A READ ERROR STOPS THE RUN.   *
005540*----------------------------------------------------------------*
005550 3200-RELEASE-ARCHIVE.
005560     READ ARCHIN-FILE
005570         AT END
005580             SET WS-ARC-END  TO TRUE
005590             GO TO 3200-RELEASE-ARCHIVE-EXIT
005600     END-READ.
005601     IF NOT WS-ARCHIN-OK
005602         DISPLAY 'HELLOSLV - ARCHIN READ FAILED, STATUS = '
005603             WS-ARCHIN-STATUS
005604         SET WS-ARC-END      TO TRUE
005605         SET WS-RUN-ABORTED  TO TRUE
005606         MOVE 12             TO RETURN-CODE
005607         GO TO 3200-RELEASE-ARCHIVE-EXIT
005608     END-IF.
005610     ADD 1                   TO WS-ARCH-READ.
005620     IF AR-K-DATE NOT < WS-LOW-DATE
005630         AND AR-K-DATE NOT > WS-HIGH-DATE
005640         RELEASE SORT-RECORD FROM ARCHIN-RECORD
005650     END-IF.
005660 3200-RELEASE-ARCHIVE-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------*
005685*    4000-RECOMPUTE-DATES - SORT OUTPUT PROCEDURE.  RETURN THE   *
005690*                           RECORDS IN KEY ORDER AND BUILD EACH  *
005695*                           DATE'S COUNT AND CHECK VALUE.        *
005700*                           NOTHING IS RECOMPUTED WHEN THE INPUT *
005705*                           STOPPED SHORT - A PART OF THE        *
005710*                           RECORDS WOULD SHOW AS FALSE          *
005715*                           MISMATCHES.                          *
005720*----------------------------------------------------------------*
005730 4000-RECOMPUTE-DATES.
005732     IF WS-RUN-ABORTED
005734         GO TO 4000-RECOMPUTE-DATES-EXIT
005736     END-IF.
005740     PERFORM 4100-RETURN-ONE
005750         THRU 4100-RETURN-ONE-EXIT
005760         UNTIL WS-SORT-END.
005770 4000-RECOMPUTE-DATES-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------*
005800*    4100-RETURN-ONE - TAKE THE NEXT SORTED RECORD.  A SECOND    *
005810*                      IDENTICAL COPY IS DROPPED; A SECOND COPY  *
005820*                      OF THE SAME KEY WITH DIFFERENT CONTENTS   *
005830*                      MARKS ITS DATE AS CONFLICTING.  ANYTHING  *
005840*                      ELSE IS FOLDED INTO ITS DATE'S TOTALS, OR *
005850*                      NOTED AS UNSEALED WHEN THE DATE HAS NO    *
005860*                      SEAL.                                     *
005870*----------------------------------------------------------------*
005880 4100-RETURN-ONE.
005890     RETURN SORT-FILE
005900         AT END
005910             SET WS-SORT-END TO TRUE
005920             GO TO 4100-RETURN-ONE-EXIT
005930     END-RETURN.
005940     MOVE SR-K-DATE          TO WS-WORK-DATE.
005950     PERFORM 4200-FIND-SEAL
005960         THRU 4200-FIND-SEAL-EXIT.
005970     IF SR-LOG-KEY = WS-PREV-KEY
005980         IF SORT-RECORD = WS-PREV-RECORD
005990             ADD 1           TO WS-DUP-COPIES
006000         ELSE
006010             ADD 1           TO WS-CONFLICT-COPIES
006020             IF WS-SEAL-FOUND
006030                 MOVE 'Y'    TO WS-SE-CONFLICT-SW (WS-SEAL-IDX)
006040             END-IF
006050             MOVE SORT-RECORD
006060                             TO WS-PREV-RECORD
006070         END-IF
006080         GO TO 4100-RETURN-ONE-EXIT
006090     END-IF.
006100     MOVE SORT-RECORD        TO WS-PREV-RECORD.
006110
006120     MOVE SORT-RECORD        TO WS-HASH-AREA.
006130     PERFORM 5000-HASH-RECORD
006140         THRU 5000-HASH-RECORD-EXIT.
006150     ADD 1                   TO WS-RECORDS-HASHED.
006160     IF NOT WS-SEAL-FOUND
006170         PERFORM 4300-NOTE-UNSEALED
006180             THRU 4300-NOTE-UNSEALED-EXIT
006190         GO TO 4100-RETURN-ONE-EXIT
006200     END-IF.
006210     ADD 1                   TO WS-SE-FOUND-COUNT (WS-SEAL-IDX).
006220     COMPUTE WS-HASH-WORK = WS-SE-FOUND-HASH (WS-SEAL-IDX)
006230         + WS-REC-HASH.
006240     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
006250         GIVING WS-HASH-QUOT
006260         REMAINDER WS-SE-FOUND-HASH (WS-SEAL-IDX).
006270 4100-RETURN-ONE-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------*
006300*    4200-FIND-SEAL - BINARY-SEARCH THE SEAL TABLE FOR           *
006310*                     WS-WORK-DATE.                              *
006320*----------------------------------------------------------------*
006330 4200-FIND-SEAL.
006340     MOVE 'N'                TO WS-SEAL-FOUND-SW.
006350     SEARCH ALL WS-SEAL-ENTRY
006360         AT END
006370             MOVE 'N'        TO WS-SEAL-FOUND-SW
006380         WHEN WS-SE-DATE (WS-SEAL-IDX) = WS-WORK-DATE
006390             MOVE 'Y'        TO WS-SEAL-FOUND-SW
006400     END-SEARCH.
006410 4200-FIND-SEAL-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------*
006440*    4300-NOTE-UNSEALED - COUNT A RECORD AGAINST ITS UNSEALED    *
006450*                         DATE.  A FULL TABLE DROPS THE DATE     *
006460*                         WITH A CONSOLE NOTE.                   *
006470*----------------------------------------------------------------*
006480 4300-NOTE-UNSEALED.
006490     SET WS-UNS-IDX          TO 1.
006500     SEARCH WS-UNS-ENTRY
006510         AT END
006520             DISPLAY 'HELLOSLV - UNSEALED DATE TABLE FULL, '
006530                 'IGNORING ' WS-WORK-DATE
006540         WHEN WS-UNS-IDX > WS-UNS-COUNT-USED
006550             ADD 1           TO WS-UNS-COUNT-USED
006560             MOVE WS-WORK-DATE
006570                             TO WS-UN-DATE (WS-UNS-IDX)
006580             MOVE 1          TO WS-UN-COUNT (WS-UNS-IDX)
006590         WHEN WS-UN-DATE (WS-UNS-IDX) = WS-WORK-DATE
006600             ADD 1           TO WS-UN-COUNT (WS-UNS-IDX)
006610     END-SEARCH.
006620 4300-NOTE-UNSEALED-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------*
006650*    5000-HASH-RECORD - FOLD THE 73 BYTES IN WS-HASH-AREA INTO   *
006660*                       WS-REC-HASH.  MUST MATCH HELLOSLD        *
006670*                       5000-HASH-RECORD BYTE FOR BYTE.          *
006680*----------------------------------------------------------------*
006690 5000-HASH-RECORD.
006700     MOVE 0                  TO WS-REC-HASH.
006710     PERFORM 5100-HASH-BYTE
006720         THRU 5100-HASH-BYTE-EXIT
006730         VARYING WS-BYTE-SUB FROM 1 BY 1
006740         UNTIL WS-BYTE-SUB > 73.
006750 5000-HASH-RECORD-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------*
006780*    5100-HASH-BYTE - H = (H * 31 + CODE POINT + 1) MOD          *
006790*                     999999937.  THE +1 KEEPS A LOW-VALUE BYTE  *
006800*                     FROM VANISHING.                            *
006810*----------------------------------------------------------------*
006820 5100-HASH-BYTE.
006830     MOVE WS-HASH-BYTE (WS-BYTE-SUB)
006840                             TO WS-HASH-CHAR-LO.
006850     COMPUTE WS-HASH-WORK = WS-REC-HASH * 31 + WS-HASH-CHAR-N + 1.
006860     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
006870         GIVING WS-HASH-QUOT
006880         REMAINDER WS-REC-HASH.
006890 5100-HASH-BYTE-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------*
006920*    8000-PRINT-REPORT - PRINT EVERY SEAL THAT FAILED - CONTENT  *
006930*                        CHECKED IN THE SPAN, CHAIN CHECKED      *
006940*                        EVERYWHERE - THEN THE UNSEALED DATES    *
006950*                        AND THE RUN TOTALS.  MATCHING DATES ARE *
006960*                        COUNTED, NOT PRINTED.                   *
006970*----------------------------------------------------------------*
006980 8000-PRINT-REPORT.
006990     PERFORM 8100-PRINT-HEADINGS
007000         THRU 8100-PRINT-HEADINGS-EXIT.
007010     MOVE WS-LOW-DATE        TO WS-RL-FROM.
007020     MOVE WS-HIGH-DATE       TO WS-RL-THRU.
007030     MOVE WS-RANGE-LINE      TO RO-TEXT.
007040     MOVE ' '                TO RO-CTRL.
007050     WRITE RPTOUT-LINE.
007060     MOVE SPACES             TO RO-TEXT.
007070     WRITE RPTOUT-LINE.
007080     ADD 2                   TO WS-LINE-COUNT.
007090
007100     PERFORM 8200-CHECK-ONE-SEAL
007110         THRU 8200-CHECK-ONE-SEAL-EXIT
007120         VARYING WS-SUB FROM 1 BY 1
007130         UNTIL WS-SUB > WS-SEAL-COUNT-USED.
007140     PERFORM 8300-PRINT-UNSEALED
007150         THRU 8300-PRINT-UNSEALED-EXIT
007160         VARYING WS-SUB FROM 1 BY 1
007170         UNTIL WS-SUB > WS-UNS-COUNT-USED.
007180
007190     MOVE SPACES             TO RO-TEXT.
007200     MOVE ' '                TO RO-CTRL.
007210     WRITE RPTOUT-LINE.
007220     IF WS-SEAL-COUNT-USED = 0
007230         MOVE 'NO SEALS ON FILE - NOTHING TO VERIFY'
007240                             TO RO-TEXT
007250         WRITE RPTOUT-LINE
007260     END-IF.
007270     MOVE 'SEALS ON FILE                 '
007280                             TO WS-CL-TEXT.
007290     MOVE WS-SEAL-COUNT-USED TO WS-CL-COUNT.
007300     PERFORM 8400-PRINT-COUNT
007310         THRU 8400-PRINT-COUNT-EXIT.
007320     MOVE 'SEAL CHAIN BREAKS             '
007330                             TO WS-CL-TEXT.
007340     MOVE WS-CHAIN-BREAKS    TO WS-CL-COUNT.
007350     PERFORM 8400-PRINT-COUNT
007360         THRU 8400-PRINT-COUNT-EXIT.
007370     MOVE 'DATES VERIFIED                '
007380                             TO WS-CL-TEXT.
007390     MOVE WS-DATES-VERIFIED  TO WS-CL-COUNT.
007400     PERFORM 8400-PRINT-COUNT
007410         THRU 8400-PRINT-COUNT-EXIT.
007420     MOVE 'DATES MATCHING THEIR SEAL     '
007430                             TO WS-CL-TEXT.
007440     MOVE WS-DATES-MATCHED   TO WS-CL-COUNT.
007450     PERFORM 8400-PRINT-COUNT
007460         THRU 8400-PRINT-COUNT-EXIT.
007470     MOVE 'DATES NOT MATCHING THEIR SEAL '
007480                             TO WS-CL-TEXT.
007490     MOVE WS-DATES-FAILED    TO WS-CL-COUNT.
007500     PERFORM 8400-PRINT-COUNT
007510         THRU 8400-PRINT-COUNT-EXIT.
007520     MOVE 'UNSEALED DATES WITH RECORDS   '
007530                             TO WS-CL-TEXT.
007540     MOVE WS-UNS-COUNT-USED  TO WS-CL-COUNT.
007550     PERFORM 8400-PRINT-COUNT
007560         THRU 8400-PRINT-COUNT-EXIT.
007570     MOVE 'KSDS RECORDS READ             '
007580                             TO WS-CL-TEXT.
007590     MOVE WS-KSDS-READ       TO WS-CL-COUNT.
007600     PERFORM 8400-PRINT-COUNT
007610         THRU 8400-PRINT-COUNT-EXIT.
007620     MOVE 'ARCHIVE RECORDS READ          '
007630                             TO WS-CL-TEXT.
007640     MOVE WS-ARCH-READ       TO WS-CL-COUNT.
007650     PERFORM 8400-PRINT-COUNT
007660         THRU 8400-PRINT-COUNT-EXIT.
007670     MOVE 'RECORDS CHECKED               '
007680                             TO WS-CL-TEXT.
007690     MOVE WS-RECORDS-HASHED  TO WS-CL-COUNT.
007700     PERFORM 8400-PRINT-COUNT
007710         THRU 8400-PRINT-COUNT-EXIT.
007720     MOVE 'DUPLICATE COPIES DROPPED      '
007730                             TO WS-CL-TEXT.
007740     MOVE WS-DUP-COPIES      TO WS-CL-COUNT.
007750     PERFORM 8400-PRINT-COUNT
007760         THRU 8400-PRINT-COUNT-EXIT.
007770     MOVE 'CONFLICTING COPIES            '
007780                             TO WS-CL-TEXT.
007790     MOVE WS-CONFLICT-COPIES TO WS-CL-COUNT.
007800     PERFORM 8400-PRINT-COUNT
007810         THRU 8400-PRINT-COUNT-EXIT.
007820     DISPLAY 'HELLOSLV - DATES VERIFIED   ' WS-DATES-VERIFIED.
007830     DISPLAY 'HELLOSLV - DATES NOT MATCHED' WS-DATES-FAILED.
007840     DISPLAY 'HELLOSLV - CHAIN BREAKS     ' WS-CHAIN-BREAKS.
007850     DISPLAY 'HELLOSLV - UNSEALED DATES   ' WS-UNS-COUNT-USED.
007860     IF (WS-DATES-FAILED > 0 OR WS-UNS-COUNT-USED > 0)
007870         AND RETURN-CODE = 0
007880         MOVE 4              TO RETURN-CODE
007890     END-IF.
007900 8000-PRINT-REPORT-EXIT.
007910     EXIT.
007920*----------------------------------------------------------------*
007930*    8100-PRINT-HEADINGS - PRINT THE REPORT TITLE ON A NEW PAGE  *
007940*                          WITH THE COLUMN HEADINGS.             *
007950*----------------------------------------------------------------*
007960 8100-PRINT-HEADINGS.
007970     ADD 1                   TO WS-PAGE-COUNT.
007980     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
007990     MOVE WS-HDG-1           TO RO-TEXT.
008000     MOVE '1'                TO RO-CTRL.
008010     WRITE RPTOUT-LINE.
008020     MOVE WS-HDG-2           TO RO-TEXT.
008030     MOVE ' '                TO RO-CTRL.
008040     WRITE RPTOUT-LINE.
008050     MOVE 2                  TO WS-LINE-COUNT.
008060 8100-PRINT-HEADINGS-EXIT.
008070     EXIT.
008080*----------------------------------------------------------------*
008090*    8200-CHECK-ONE-SEAL - JUDGE THE SEAL AT WS-SUB AND PRINT IT *
008100*                          WHEN IT FAILS.  A BROKEN CHAIN IS     *
008110*                          REPORTED WHETHER OR NOT THE DATE IS   *
008120*                          IN THE SPAN; THE CONTENT TESTS APPLY  *
008130*                          ONLY INSIDE IT.                       *
008140*----------------------------------------------------------------*
008150 8200-CHECK-ONE-SEAL.
008160     IF NOT WS-SE-IN-RANGE (WS-SUB)
008170         AND NOT WS-SE-CHAIN-BROKEN (WS-SUB)
008180         GO TO 8200-CHECK-ONE-SEAL-EXIT
008190     END-IF.
008200     IF WS-SE-IN-RANGE (WS-SUB)
008210         ADD 1               TO WS-DATES-VERIFIED
008220     END-IF.
008230     EVALUATE TRUE
008240         WHEN WS-SE-CHAIN-BROKEN (WS-SUB)
008250             MOVE 'SEAL CHAIN BROKEN   '
008260                             TO WS-DET-NOTE
008270         WHEN WS-SE-CONFLICT (WS-SUB)
008280             MOVE 'CONFLICTING COPIES  '
008290                             TO WS-DET-NOTE
008300         WHEN WS-SE-FOUND-COUNT (WS-SUB) = 0
008310             MOVE 'NO RECORDS FOUND    '
008320                             TO WS-DET-NOTE
008330         WHEN WS-SE-FOUND-COUNT (WS-SUB)
008340                 NOT = WS-SE-COUNT (WS-SUB)
008350             MOVE 'COUNT MISMATCH      '
008360                             TO WS-DET-NOTE
008370         WHEN WS-SE-FOUND-HASH (WS-SUB)
008380                 NOT = WS-SE-HASH (WS-SUB)
008390             MOVE 'CONTENT MISMATCH    '
008400                             TO WS-DET-NOTE
008410         WHEN OTHER
008420             ADD 1           TO WS-DATES-MATCHED
008430             GO TO 8200-CHECK-ONE-SEAL-EXIT
008440     END-EVALUATE.
008450     ADD 1                   TO WS-DATES-FAILED.
008460     MOVE WS-SE-DATE (WS-SUB)        TO WS-DET-DATE.
008470     MOVE WS-SE-COUNT (WS-SUB)       TO WS-DET-SEAL-COUNT.
008480     MOVE WS-SE-FOUND-COUNT (WS-SUB) TO WS-DET-FOUND-COUNT.
008490     MOVE WS-SE-HASH (WS-SUB)        TO WS-DET-SEAL-HASH.
008500     MOVE WS-SE-FOUND-HASH (WS-SUB)  TO WS-DET-FOUND-HASH.
008510     PERFORM 8500-PRINT-DETAIL
008520         THRU 8500-PRINT-DETAIL-EXIT.
008530 8200-CHECK-ONE-SEAL-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------*
008560*    8300-PRINT-UNSEALED - PRINT ONE DATE THAT HAS RECORDS BUT   *
008570*                          NO SEAL.                              *
008580*----------------------------------------------------------------*
008590 8300-PRINT-UNSEALED.
008600     MOVE WS-UN-DATE (WS-SUB)        TO WS-DET-DATE.
008610     MOVE 0                          TO WS-DET-SEAL-COUNT.
008620     MOVE WS-UN-COUNT (WS-SUB)       TO WS-DET-FOUND-COUNT.
008630     MOVE 0                          TO WS-DET-SEAL-HASH.
008640     MOVE 0                          TO WS-DET-FOUND-HASH.
008650     MOVE 'NOT SEALED          '     TO WS-DET-NOTE.
008660     PERFORM 8500-PRINT-DETAIL
008670         THRU 8500-PRINT-DETAIL-EXIT.
008680 8300-PRINT-UNSEALED-EXIT.
008690     EXIT.
008700*----------------------------------------------------------------*
008710*    8400-PRINT-COUNT - PRINT ONE RUN-TOTAL LINE.                *
008720*----------------------------------------------------------------*
008730 8400-PRINT-COUNT.
008740     MOVE WS-COUNT-LINE      TO RO-TEXT.
008750     MOVE ' '                TO RO-CTRL.
008760     WRITE RPTOUT-LINE.
008770 8400-PRINT-COUNT-EXIT.
008780     EXIT.
008790*----------------------------------------------------------------*
008800*    8500-PRINT-DETAIL - PRINT THE DETAIL LINE, STARTING A NEW   *
008810*                        PAGE WHEN THIS ONE IS FULL.             *
008820*----------------------------------------------------------------*
008830 8500-PRINT-DETAIL.
008840     IF WS-LINE-COUNT >= WS-MAX-LINES
008850         PERFORM 8100-PRINT-HEADINGS
008860             THRU 8100-PRINT-HEADINGS-EXIT
008870     END-IF.
008880     MOVE WS-DETAIL-LINE     TO RO-TEXT.
008890     MOVE ' '                TO RO-CTRL.
008900     WRITE RPTOUT-LINE.
008910     ADD 1                   TO WS-LINE-COUNT.
008920 8500-PRINT-DETAIL-EXIT.
008930     EXIT.
008940*----------------------------------------------------------------*
008950*    9000-TERMINATE - CLOSE THE REPORT.  THE INPUT FILES ARE     *
008960*                     CLOSED WHERE THEY ARE READ.                *
008970*----------------------------------------------------------------*
008980 9000-TERMINATE.
008990     CLOSE RPTOUT-FILE.
009000 9000-TERMINATE-EXIT.
009010     EXIT.
