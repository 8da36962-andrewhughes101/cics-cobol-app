000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOAQS.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOAQS                                     *
000090*    DESCRIPTION    ARCHIVE SELECTION FOR THE HELLOARQ           *
000100*                   RETRIEVAL.  READS THE HELLOARQ CONTROL       *
000110*                   CARDS, LOOKS UP EVERY ARCHIVE DATASET ON THE *
000120*                   HELLOCAT CATALOG - THE MONTHLY ARCHIVES      *
000130*                   WRITTEN BY HELLOAMC AND THE DAILY GDG STILL  *
000140*                   AWAITING CONSOLIDATION - AND KEEPS ONLY      *
000150*                   THOSE WHOSE RANGE OF LOG DATES OVERLAPS      *
000160*                   FROMDT/THRUDT.  IT THEN BUILDS THE HELLOARQ  *
000170*                   RETRIEVAL JOB FROM THE SKELIN SKELETON, WITH *
000180*                   THE SELECTED DATASETS CONCATENATED ON ARCHIN *
000190*                   OLDEST FIRST AND THE SAME CONTROL CARDS ON   *
000200*                   CTLIN, AND WRITES IT TO JOBOUT (THE INTERNAL *
000210*                   READER) TO RUN AS SOON AS THIS JOB ENDS.     *
000220*                                                               *
000230*                   THE CARDS ARE VALIDATED HERE EXACTLY AS      *
000240*                   HELLOARQ DOES, SO A BAD CARD STOPS THE       *
000250*                   REQUEST BEFORE ANY JOB IS SUBMITTED (RC=8).  *
000260*                   AN OPERID CARD WITH NO DATES SELECTS EVERY   *
000270*                   CATALOGED DATASET.  WHEN NO DATASET OVERLAPS *
000280*                   THE DATES NOTHING IS SUBMITTED AND THE STEP  *
000290*                   ENDS RC=4.                                   *
000291*                                                               *
000292*                   HELLOCAT HAS NO ENTRY FOR THE DAILY GDG      *
000293*                   UNTIL HELLOAMC HAS RUN ONCE - UNTIL THEN     *
000294*                   EVERY ARCHIVED RECORD IS ON THE DAILY        *
000295*                   GENERATIONS AND THE WHOLE GDG BASE IS        *
000296*                   SELECTED.  THE DAILY GDG IS LEFT OUT WHEN A  *
000297*                   COMPLETE HELLOARC CHECKPOINT (CHKPT) SHOWS   *
000298*                   NOTHING ARCHIVED SINCE HELLOAMC LAST         *
000299*                   CONSOLIDATED IT - ITS BASE THEN HOLDS NO     *
000300*                   GENERATION TO ALLOCATE.  A MISSING           *
000301*                   CHECKPOINT, OR ONE LEFT IN FLIGHT BY A       *
000302*                   HELLOARC RUN THAT DID NOT FINISH (ITS        *
000303*                   GENERATION ALREADY HOLDS PURGED RECORDS),    *
000304*                   KEEPS IT IN.                                 *
000305*                                                               *
000310*                   SKELETON - THE SKELIN LINE ')ARCHIN' IS      *
000320*                   REPLACED BY THE ARCHIN DD AND ITS            *
000330*                   CONCATENATION, ONE DATASET PER LINE, AND THE *
000340*                   LINE ')CTLIN' BY THE CONTROL CARDS.  EVERY   *
000350*                   OTHER LINE IS COPIED AS IT STANDS.           *
000360*-----------------------------------------------------------------
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    ---------  ----  ------------------------------------------ *
000400*    2026-10-15 SMH   ORIGINAL.                                  *
000402*    2026-10-15 SMH   THE DAILY GDG BASE IS SELECTED WHEN        *
000404*                     HELLOCAT HAS NO ENTRY FOR IT, AND LEFT OUT *
000406*                     WHEN THE NEW CHKPT DD SHOWS NO GENERATION  *
000408*                     WRITTEN SINCE THE LAST HELLOAMC.           *
000410*    2026-10-15 SMH   ONLY A COMPLETE CHECKPOINT CAN LEAVE THE   *
000412*                     DAILY GDG OUT.  CHECKPOINT LAYOUT NOW      *
000414*                     COPIED FROM HELLOCKP.                      *
000416*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT HELLOCAT-FILE    ASSIGN TO HELLOCAT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS CA-DSN
000520         FILE STATUS IS WS-HELLOCAT-STATUS.
000530
000532     SELECT OPTIONAL CHKPT-FILE ASSIGN TO CHKPT
000534         ORGANIZATION IS SEQUENTIAL
000536         FILE STATUS IS WS-CHKPT-STATUS.
000538
000540     SELECT CTLIN-FILE       ASSIGN TO CTLIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-CTLIN-STATUS.
000570
000580     SELECT SKELIN-FILE      ASSIGN TO SKELIN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-SKELIN-STATUS.
000610
000620     SELECT JOBOUT-FILE      ASSIGN TO JOBOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-JOBOUT-STATUS.
000650
000660     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RPTOUT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  HELLOCAT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY HELLOCAT.
000750
000751 FD  CHKPT-FILE
000752     LABEL RECORDS ARE STANDARD
000753     RECORD CONTAINS 80 CHARACTERS.
000757 COPY HELLOCKP.
000761
000762 FD  CTLIN-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  CTLIN-RECORD.
000800     05  CT-KEYWORD          PIC X(07).
000810     05  CT-VALUE            PIC X(08).
000820     05  FILLER              PIC X(65).
000830
000840 FD  SKELIN-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  SKELIN-RECORD.
000880     05  SK-MARKER           PIC X(08).
000890     05  FILLER              PIC X(72).
000900
000910 FD  JOBOUT-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  JOBOUT-RECORD           PIC X(80).
000950
000960 FD  RPTOUT-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 133 CHARACTERS.
000990 01  RPTOUT-LINE.
001000     05  RO-CTRL             PIC X(01).
001010     05  RO-TEXT             PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040*----------------------------------------------------------------*
001050*    FILE STATUS AND CONTROL SWITCHES                            *
001060*----------------------------------------------------------------*
001070 01  WS-HELLOCAT-STATUS      PIC X(02)   VALUE '00'.
001080     88  WS-HELLOCAT-OK                  VALUE '00'.
001090     88  WS-HELLOCAT-EOF                 VALUE '10'.
001100 01  WS-CTLIN-STATUS         PIC X(02)   VALUE '00'.
001110     88  WS-CTLIN-OK                     VALUE '00'.
001120 01  WS-SKELIN-STATUS        PIC X(02)   VALUE '00'.
001130     88  WS-SKELIN-OK                    VALUE '00'.
001140 01  WS-JOBOUT-STATUS        PIC X(02)   VALUE '00'.
001150     88  WS-JOBOUT-OK                    VALUE '00'.
001160 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
001163 01  WS-CHKPT-STATUS         PIC X(02)   VALUE '00'.
001166     88  WS-CHKPT-OK                     VALUE '00'.
001170 01  WS-CAT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001180     88  WS-CAT-END                      VALUE 'Y'.
001190 01  WS-CTL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001200     88  WS-CTL-END                      VALUE 'Y'.
001210 01  WS-SKEL-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001220     88  WS-SKEL-END                     VALUE 'Y'.
001230 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
001240     88  WS-RUN-ABORTED                  VALUE 'Y'.
001243 01  WS-GDG-CAT-SW           PIC X(01)   VALUE 'N'.
001246     88  WS-GDG-ON-CATALOG               VALUE 'Y'.
001250*----------------------------------------------------------------*
001260*    SELECTION CRITERIA FROM THE CONTROL CARDS - THE SAME CARDS  *
001270*    AND DEFAULTS AS HELLOARQ                                    *
001280*----------------------------------------------------------------*
001290 01  WS-SEL-OPER-SW          PIC X(01)   VALUE 'N'.
001300     88  WS-SEL-BY-OPER                  VALUE 'Y'.
001310 01  WS-SEL-FROM-DATE        PIC 9(07)   VALUE ZERO.
001320 01  WS-SEL-THRU-DATE        PIC 9(07)   VALUE 9999999.
001330 01  WS-SEL-DATE-SW          PIC X(01)   VALUE 'N'.
001340     88  WS-SEL-BY-DATE                  VALUE 'Y'.
001350*----------------------------------------------------------------*
001360*    THE CONTROL CARDS AS READ, PASSED UNCHANGED TO THE HELLOARQ *
001370*    STEP                                                        *
001380*----------------------------------------------------------------*
001390 01  WS-CARD-TABLE.
001400     05  WS-CARD-COUNT-USED  PIC 9(04)   COMP    VALUE 0.
001410     05  WS-CARD-ENTRY       OCCURS 20 TIMES
001420                             PIC X(80).
001430 01  WS-CARD-MAX             PIC 9(04)   COMP    VALUE 20.
001431*----------------------------------------------------------------*
001432*    THE DAILY ARCHIVE GDG - THE BASE SELECTED WHEN HELLOCAT HAS *
001433*    NO ENTRY FOR IT, THE HELLOARC CUTOFF (ZERO WHEN UNKNOWN)    *
001434*    THAT SAYS WHETHER IT HOLDS A GENERATION, AND THE REPORT     *
001435*    NOTE WHEN EITHER APPLIES                                    *
001436*----------------------------------------------------------------*
001437 01  WS-DEFAULT-GDG-DSN      PIC X(44)   VALUE
001438     'CICS.T3.APPL.HELLOLOG.ARCHIVE'.
001439 01  WS-ARCHIVED-BEFORE      PIC 9(07)   VALUE ZERO.
001440 01  WS-GDG-NOTE             PIC X(60)   VALUE SPACES.
001441*----------------------------------------------------------------*
001450*    CATALOGED DATASETS WHOSE LOG DATES OVERLAP THE SELECTION.   *
001460*    THEY COLLECT IN DATASET-NAME ORDER AND ARE SORTED INTO      *
001470*    FROM-DATE ORDER BEFORE THE JOB IS BUILT.                    *
001480*----------------------------------------------------------------*
001490 01  WS-DSN-TABLE.
001500     05  WS-DSN-COUNT-USED   PIC 9(04)   COMP    VALUE 0.
001510     05  WS-DSN-ENTRY        OCCURS 200 TIMES.
001520         10  WS-DS-DSN           PIC X(44).
001530         10  WS-DS-TYPE          PIC X(01).
001540         10  WS-DS-FROM-DATE     PIC 9(07).
001550         10  WS-DS-THRU-DATE     PIC 9(07).
001560         10  WS-DS-RECORD-COUNT  PIC 9(09).
001570 01  WS-DSN-MAX              PIC 9(04)   COMP    VALUE 200.
001580*----------------------------------------------------------------*
001590*    EXCHANGE AREA FOR THE FROM-DATE SORT - MIRRORS ONE          *
001600*    WS-DSN-ENTRY.  KEEP THE TWO LAYOUTS IN STEP.                *
001610*----------------------------------------------------------------*
001620 01  WS-SWAP-ENTRY.
001630     05  WS-SW-DSN           PIC X(44).
001640     05  WS-SW-TYPE          PIC X(01).
001650     05  WS-SW-FROM-DATE     PIC 9(07).
001660     05  WS-SW-THRU-DATE     PIC 9(07).
001670     05  WS-SW-RECORD-COUNT  PIC 9(09).
001680*----------------------------------------------------------------*
001690*    GENERATED ARCHIN DD LINES                                   *
001700*----------------------------------------------------------------*
001710 01  WS-DD-FIRST             PIC X(18)   VALUE
001720     '//ARCHIN   DD DSN='.
001730 01  WS-DD-NEXT              PIC X(18)   VALUE
001740     '//         DD DSN='.
001750 01  WS-DD-LINE              PIC X(80)   VALUE SPACES.
001760*----------------------------------------------------------------*
001770*    SUBSCRIPTS AND RUN TOTALS                                   *
001780*----------------------------------------------------------------*
001790 77  WS-SUB                  PIC 9(04)   COMP    VALUE 0.
001800 77  WS-SUB2                 PIC 9(04)   COMP    VALUE 0.
001810 77  WS-CAT-READ             PIC 9(09)   COMP    VALUE 0.
001820 77  WS-SKEL-LINES           PIC 9(09)   COMP    VALUE 0.
001830 77  WS-JOB-LINES            PIC 9(09)   COMP    VALUE 0.
001840*----------------------------------------------------------------*
001850*    PAGE CONTROL                                                *
001860*----------------------------------------------------------------*
001870 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
001880 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
001890 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
001900 01  WS-PRINT-LINE           PIC X(132)  VALUE SPACES.
001910*----------------------------------------------------------------*
001920*    REPORT LINES                                                *
001930*----------------------------------------------------------------*
001940 01  WS-HDG-1.
001950     05  FILLER              PIC X(50)   VALUE
001960         'HELLOLOG ARCHIVE RETRIEVAL - DATASET SELECTION'.
001970     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
001980     05  WS-HDG-PAGE-NO      PIC ZZZ9.
001990 01  WS-HDG-2.
002000     05  FILLER              PIC X(46)   VALUE
002010         'ARCHIVE DATASET'.
002020     05  FILLER              PIC X(09)   VALUE 'TYPE'.
002030     05  FILLER              PIC X(09)   VALUE 'FROM'.
002040     05  FILLER              PIC X(09)   VALUE 'THRU'.
002050     05  FILLER              PIC X(11)   VALUE '    RECORDS'.
002060 01  WS-DETAIL-LINE.
002070     05  WS-DT-DSN           PIC X(44).
002080     05  FILLER              PIC X(02)   VALUE SPACES.
002090     05  WS-DT-TYPE          PIC X(09).
002100     05  WS-DT-FROM          PIC 9(07).
002110     05  FILLER              PIC X(02)   VALUE SPACES.
002120     05  WS-DT-THRU          PIC X(07).
002130     05  FILLER              PIC X(02)   VALUE SPACES.
002140     05  WS-DT-RECORDS       PIC ZZZ,ZZZ,ZZ9
002150                             BLANK WHEN ZERO.
002160 01  WS-SEL-LINE.
002170     05  FILLER              PIC X(30)   VALUE
002180         'LOG DATES SELECTED'.
002190     05  WS-SL-FROM          PIC 9(07).
002200     05  FILLER              PIC X(09)   VALUE ' THROUGH '.
002210     05  WS-SL-THRU          PIC 9(07).
002220 01  WS-COUNT-LINE.
002230     05  WS-CL-TEXT          PIC X(30).
002240     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002250
002260 PROCEDURE DIVISION.
002270*----------------------------------------------------------------*
002280*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE SELECTION      *
002290*                    STEP.                                       *
002300*----------------------------------------------------------------*
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE
002330         THRU 1000-INITIALIZE-EXIT.
002340
002350     IF NOT WS-RUN-ABORTED
002360         PERFORM 2000-LOAD-CATALOG
002370             THRU 2000-LOAD-CATALOG-EXIT
002380     END-IF.
002390
002400     IF NOT WS-RUN-ABORTED
002410         PERFORM 3000-SORT-DATASETS
002420             THRU 3000-SORT-DATASETS-EXIT
002430         PERFORM 4000-PRINT-DATASETS
002440             THRU 4000-PRINT-DATASETS-EXIT
002450     END-IF.
002460
002470     IF NOT WS-RUN-ABORTED AND WS-DSN-COUNT-USED > 0
002480         PERFORM 5000-BUILD-JOB
002490             THRU 5000-BUILD-JOB-EXIT
002500     END-IF.
002510
002520     PERFORM 8000-FINALIZE
002530         THRU 8000-FINALIZE-EXIT.
002540
002550     PERFORM 9000-TERMINATE
002560         THRU 9000-TERMINATE-EXIT.
002570
002580     STOP RUN.
002590*----------------------------------------------------------------*
002600*    1000-INITIALIZE - OPEN THE REPORT, READ AND VALIDATE THE    *
002610*                      CONTROL CARDS, AND PRINT THE SELECTION.   *
002620*----------------------------------------------------------------*
002630 1000-INITIALIZE.
002640     OPEN OUTPUT RPTOUT-FILE.
002650     PERFORM 8100-PRINT-HEADINGS
002660         THRU 8100-PRINT-HEADINGS-EXIT.
002670     PERFORM 1100-READ-CONTROL-CARDS
002680         THRU 1100-READ-CONTROL-CARDS-EXIT.
002690     IF WS-RUN-ABORTED
002700         GO TO 1000-INITIALIZE-EXIT
002710     END-IF.
002713     PERFORM 1200-READ-CHECKPOINT
002716         THRU 1200-READ-CHECKPOINT-EXIT.
002720     MOVE WS-SEL-FROM-DATE   TO WS-SL-FROM.
002730     MOVE WS-SEL-THRU-DATE   TO WS-SL-THRU.
002740     MOVE WS-SEL-LINE        TO WS-PRINT-LINE.
002750     PERFORM 8500-PRINT-LINE
002760         THRU 8500-PRINT-LINE-EXIT.
002770     MOVE SPACES             TO WS-PRINT-LINE.
002780     PERFORM 8500-PRINT-LINE
002790         THRU 8500-PRINT-LINE-EXIT.
002800     MOVE WS-HDG-2           TO WS-PRINT-LINE.
002810     PERFORM 8500-PRINT-LINE
002820         THRU 8500-PRINT-LINE-EXIT.
002830 1000-INITIALIZE-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------*
002860*    1100-READ-CONTROL-CARDS - PICK UP AND VALIDATE EVERY CTLIN  *
002870*                              CARD, KEEPING EACH ONE FOR THE    *
002880*                              GENERATED JOB.  NO USABLE         *
002890*                              SELECTION MEANS NO RUN.           *
002900*----------------------------------------------------------------*
002910 1100-READ-CONTROL-CARDS.
002920     OPEN INPUT CTLIN-FILE.
002930     IF NOT WS-CTLIN-OK
002940         DISPLAY 'HELLOAQS - CTLIN OPEN FAILED, STATUS = '
002950             WS-CTLIN-STATUS
002960         SET WS-RUN-ABORTED  TO TRUE
002970         MOVE 8              TO RETURN-CODE
002980         GO TO 1100-READ-CONTROL-CARDS-EXIT
002990     END-IF.
003000     PERFORM 1110-APPLY-ONE-CARD
003010         THRU 1110-APPLY-ONE-CARD-EXIT
003020         UNTIL WS-CTL-END OR WS-RUN-ABORTED.
003030     CLOSE CTLIN-FILE.
003040     IF WS-RUN-ABORTED
003050         GO TO 1100-READ-CONTROL-CARDS-EXIT
003060     END-IF.
003070     IF NOT WS-SEL-BY-OPER AND NOT WS-SEL-BY-DATE
003080         DISPLAY 'HELLOAQS - NO SELECTION CARD - GIVE OPERID='
003090             ' AND/OR FROMDT=/THRUDT='
003100         SET WS-RUN-ABORTED  TO TRUE
003110         MOVE 8              TO RETURN-CODE
003120         GO TO 1100-READ-CONTROL-CARDS-EXIT
003130     END-IF.
003140     IF WS-SEL-THRU-DATE < WS-SEL-FROM-DATE
003150         DISPLAY 'HELLOAQS - THRUDT IS BEFORE FROMDT'
003160         SET WS-RUN-ABORTED  TO TRUE
003170         MOVE 8              TO RETURN-CODE
003180     END-IF.
003190 1100-READ-CONTROL-CARDS-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------*
003220*    1110-APPLY-ONE-CARD - READ, CHECK AND KEEP ONE CONTROL      *
003230*                          CARD.  THE CHECKS ARE HELLOARQ'S, SO  *
003240*                          A CARD HELLOARQ WOULD REFUSE NEVER    *
003250*                          GETS AS FAR AS A SUBMITTED JOB.       *
003260*----------------------------------------------------------------*
003270 1110-APPLY-ONE-CARD.
003280     READ CTLIN-FILE
003290         AT END
003300             SET WS-CTL-END  TO TRUE
003310             GO TO 1110-APPLY-ONE-CARD-EXIT
003320     END-READ.
003330     IF CTLIN-RECORD = SPACES
003340         GO TO 1110-APPLY-ONE-CARD-EXIT
003350     END-IF.
003360     EVALUATE CT-KEYWORD
003370         WHEN 'OPERID='
003380             SET WS-SEL-BY-OPER
003390                             TO TRUE
003400         WHEN 'FROMDT='
003410             IF CT-VALUE (1:7) NOT NUMERIC
003420                 DISPLAY 'HELLOAQS - BAD FROMDT CARD: '
003430                     CTLIN-RECORD (1:20)
003440                 SET WS-RUN-ABORTED
003450                             TO TRUE
003460                 MOVE 8      TO RETURN-CODE
003470             ELSE
003480                 MOVE CT-VALUE (1:7)
003490                             TO WS-SEL-FROM-DATE
003500                 SET WS-SEL-BY-DATE
003510                             TO TRUE
003520             END-IF
003530         WHEN 'THRUDT='
003540             IF CT-VALUE (1:7) NOT NUMERIC
003550                 DISPLAY 'HELLOAQS - BAD THRUDT CARD: '
003560                     CTLIN-RECORD (1:20)
003570                 SET WS-RUN-ABORTED
003580                             TO TRUE
003590                 MOVE 8      TO RETURN-CODE
003600             ELSE
003610                 MOVE CT-VALUE (1:7)
003620                             TO WS-SEL-THRU-DATE
003630                 SET WS-SEL-BY-DATE
003640                             TO TRUE
003650             END-IF
003660         WHEN 'EXTOUT='
003670             CONTINUE
003680         WHEN OTHER
003690             DISPLAY 'HELLOAQS - UNRECOGNIZED CTLIN CARD: '
003700                 CTLIN-RECORD (1:20)
003710             SET WS-RUN-ABORTED
003720                             TO TRUE
003730             MOVE 8          TO RETURN-CODE
003740     END-EVALUATE.
003750     IF WS-RUN-ABORTED
003760         GO TO 1110-APPLY-ONE-CARD-EXIT
003770     END-IF.
003780     IF WS-CARD-COUNT-USED >= WS-CARD-MAX
003790         DISPLAY 'HELLOAQS - MORE THAN 20 CTLIN CARDS'
003800         SET WS-RUN-ABORTED  TO TRUE
003810         MOVE 8              TO RETURN-CODE
003820         GO TO 1110-APPLY-ONE-CARD-EXIT
003830     END-IF.
003840     ADD 1                   TO WS-CARD-COUNT-USED.
003850     MOVE CTLIN-RECORD
003860         TO WS-CARD-ENTRY (WS-CARD-COUNT-USED).
003870 1110-APPLY-ONE-CARD-EXIT.
003880     EXIT.
003881*----------------------------------------------------------------*
003882*    1200-READ-CHECKPOINT - TAKE THE HELLOARC CUTOFF FROM ITS    *
003883*                           CHECKPOINT - EVERY RECORD BEFORE IT  *
003884*                           HAS BEEN ARCHIVED.  ONLY A COMPLETE  *
003885*                           CHECKPOINT IS USED.  ONE LEFT IN     *
003886*                           FLIGHT STILL CARRIES THE EARLIER     *
003887*                           CUTOFF WHILE THE UNFINISHED RUN'S    *
003888*                           GENERATION ALREADY HOLDS NEWER       *
003889*                           RECORDS, SO IT LEAVES THE CUTOFF     *
003890*                           UNKNOWN, AS DOES A MISSING           *
003891*                           CHECKPOINT OR ONE WRITTEN BEFORE THE *
003892*                           DATE WAS KEPT.                       *
003893*----------------------------------------------------------------*
003894 1200-READ-CHECKPOINT.
003895     OPEN INPUT CHKPT-FILE.
003896     IF NOT WS-CHKPT-OK
003897         CLOSE CHKPT-FILE
003898         GO TO 1200-READ-CHECKPOINT-EXIT
003899     END-IF.
003900     READ CHKPT-FILE
003901         AT END
003902             MOVE SPACES     TO CHKPT-RECORD
003903     END-READ.
003904     CLOSE CHKPT-FILE.
003905     IF CP-COMPLETE
003906         AND CP-ARCHIVED-BEFORE NUMERIC
003907         MOVE CP-ARCHIVED-BEFORE
003908                             TO WS-ARCHIVED-BEFORE
003909     END-IF.
003910 1200-READ-CHECKPOINT-EXIT.
003911     EXIT.
003912*----------------------------------------------------------------*
003913*    2000-LOAD-CATALOG - READ THE WHOLE HELLOCAT CATALOG AND     *
003914*                        TABLE EVERY DATASET WHOSE LOG DATES     *
003915*                        OVERLAP THE SELECTION, THEN THE DAILY   *
003916*                        GDG BASE WHEN THE CATALOG HAS NO ENTRY  *
003917*                        FOR IT.                                 *
003930*----------------------------------------------------------------*
003940 2000-LOAD-CATALOG.
003950     OPEN INPUT HELLOCAT-FILE.
003960     IF NOT WS-HELLOCAT-OK
003970         DISPLAY 'HELLOAQS - HELLOCAT OPEN FAILED, STATUS = '
003980             WS-HELLOCAT-STATUS
003990         SET WS-RUN-ABORTED  TO TRUE
004000         MOVE 8              TO RETURN-CODE
004010         GO TO 2000-LOAD-CATALOG-EXIT
004020     END-IF.
004030     PERFORM 2100-CHECK-ENTRY
004040         THRU 2100-CHECK-ENTRY-EXIT
004050         UNTIL WS-CAT-END.
004060     CLOSE HELLOCAT-FILE.
004061     IF NOT WS-RUN-ABORTED
004062         AND NOT WS-GDG-ON-CATALOG
004063         PERFORM 2200-ADD-DEFAULT-GDG
004064             THRU 2200-ADD-DEFAULT-GDG-EXIT
004065     END-IF.
004070 2000-LOAD-CATALOG-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------*
004096*    2100-CHECK-ENTRY - READ THE NEXT CATALOG ENTRY AND TABLE IT *
004102*                       WHEN ITS RANGE OVERLAPS THE SELECTED     *
004108*                       DATES - IT STARTS NO LATER THAN THRUDT   *
004114*                       AND ENDS NO EARLIER THAN FROMDT.  THE    *
004120*                       DAILY GDG IS LEFT OUT WHEN IT STARTS ON  *
004126*                       OR AFTER THE HELLOARC CUTOFF - NOTHING   *
004132*                       HAS BEEN ARCHIVED SINCE HELLOAMC EMPTIED *
004138*                       IT.                                      *
004144*----------------------------------------------------------------*
004150 2100-CHECK-ENTRY.
004160     READ HELLOCAT-FILE NEXT RECORD.
004170     IF WS-HELLOCAT-EOF
004180         SET WS-CAT-END      TO TRUE
004190         GO TO 2100-CHECK-ENTRY-EXIT
004200     END-IF.
004210     IF NOT WS-HELLOCAT-OK
004220         DISPLAY 'HELLOAQS - HELLOCAT READ FAILED, STATUS = '
004230             WS-HELLOCAT-STATUS
004240         SET WS-CAT-END      TO TRUE
004250         SET WS-RUN-ABORTED  TO TRUE
004260         MOVE 12             TO RETURN-CODE
004270         GO TO 2100-CHECK-ENTRY-EXIT
004280     END-IF.
004290     ADD 1                   TO WS-CAT-READ.
004292     IF CA-TYPE-DAILY-GDG
004294         SET WS-GDG-ON-CATALOG
004296                             TO TRUE
004298     END-IF.
004300     IF CA-FROM-DATE > WS-SEL-THRU-DATE
004310         OR CA-THRU-DATE < WS-SEL-FROM-DATE
004320         GO TO 2100-CHECK-ENTRY-EXIT
004330     END-IF.
004331     IF CA-TYPE-DAILY-GDG
004332         AND WS-ARCHIVED-BEFORE > ZERO
004333         AND CA-FROM-DATE NOT < WS-ARCHIVED-BEFORE
004334         MOVE 'DAILY GDG LEFT OUT - NO GENERATION SINCE HELLOAMC'
004335                             TO WS-GDG-NOTE
004336         GO TO 2100-CHECK-ENTRY-EXIT
004337     END-IF.
004340     IF WS-DSN-COUNT-USED >= WS-DSN-MAX
004350         DISPLAY 'HELLOAQS - MORE THAN 200 ARCHIVE DATASETS -'
004360             ' NARROW FROMDT/THRUDT'
004370         SET WS-CAT-END      TO TRUE
004380         SET WS-RUN-ABORTED  TO TRUE
004390         MOVE 8              TO RETURN-CODE
004400         GO TO 2100-CHECK-ENTRY-EXIT
004410     END-IF.
004420     ADD 1                   TO WS-DSN-COUNT-USED.
004430     MOVE CA-DSN             TO WS-DS-DSN (WS-DSN-COUNT-USED).
004440     MOVE CA-TYPE            TO WS-DS-TYPE (WS-DSN-COUNT-USED).
004450     MOVE CA-FROM-DATE
004460         TO WS-DS-FROM-DATE (WS-DSN-COUNT-USED).
004470     MOVE CA-THRU-DATE
004480         TO WS-DS-THRU-DATE (WS-DSN-COUNT-USED).
004490     MOVE CA-RECORD-COUNT
004500         TO WS-DS-RECORD-COUNT (WS-DSN-COUNT-USED).
004510 2100-CHECK-ENTRY-EXIT.
004520     EXIT.
004521*----------------------------------------------------------------*
004522*    2200-ADD-DEFAULT-GDG - HELLOCAT HAS NO DAILY GDG ENTRY      *
004523*                           UNTIL HELLOAMC HAS RUN ONCE, AND     *
004524*                           UNTIL THEN EVERY ARCHIVED RECORD IS  *
004525*                           ON THE DAILY GENERATIONS - TABLE THE *
004526*                           WHOLE GDG BASE, OPEN FROM THE        *
004527*                           EARLIEST DATE.                       *
004528*----------------------------------------------------------------*
004529 2200-ADD-DEFAULT-GDG.
004530     IF WS-DSN-COUNT-USED >= WS-DSN-MAX
004531         DISPLAY 'HELLOAQS - MORE THAN 200 ARCHIVE DATASETS -'
004532             ' NARROW FROMDT/THRUDT'
004533         SET WS-RUN-ABORTED  TO TRUE
004534         MOVE 8              TO RETURN-CODE
004535         GO TO 2200-ADD-DEFAULT-GDG-EXIT
004536     END-IF.
004537     ADD 1                   TO WS-DSN-COUNT-USED.
004538     MOVE WS-DEFAULT-GDG-DSN TO WS-DS-DSN (WS-DSN-COUNT-USED).
004539     MOVE 'G'                TO WS-DS-TYPE (WS-DSN-COUNT-USED).
004540     MOVE ZERO
004541         TO WS-DS-FROM-DATE (WS-DSN-COUNT-USED).
004542     MOVE 9999999
004543         TO WS-DS-THRU-DATE (WS-DSN-COUNT-USED).
004544     MOVE ZERO
004545         TO WS-DS-RECORD-COUNT (WS-DSN-COUNT-USED).
004546     MOVE 'DAILY GDG NOT ON HELLOCAT - WHOLE GDG BASE SELECTED'
004547                             TO WS-GDG-NOTE.
004548 2200-ADD-DEFAULT-GDG-EXIT.
004549     EXIT.
004550*----------------------------------------------------------------*
004551*    3000-SORT-DATASETS - EXCHANGE-SORT THE SELECTED DATASETS    *
004552*                         INTO ASCENDING FROM-DATE ORDER, SO THE *
004560*                         ARCHIVE IS READ OLDEST FIRST AND THE   *
004570*                         DAILY GDG COMES LAST.                  *
004580*----------------------------------------------------------------*
004590 3000-SORT-DATASETS.
004600     IF WS-DSN-COUNT-USED < 2
004610         GO TO 3000-SORT-DATASETS-EXIT
004620     END-IF.
004630     PERFORM 3100-SORT-PASS
004640         THRU 3100-SORT-PASS-EXIT
004650         VARYING WS-SUB FROM 1 BY 1
004660         UNTIL WS-SUB >= WS-DSN-COUNT-USED.
004670 3000-SORT-DATASETS-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------*
004700*    3100-SORT-PASS - ONE PASS: PULL THE EARLIEST REMAINING      *
004710*                     DATASET INTO POSITION WS-SUB.              *
004720*----------------------------------------------------------------*
004730 3100-SORT-PASS.
004740     COMPUTE WS-SUB2 = WS-SUB + 1.
004750     PERFORM 3110-SORT-COMPARE
004760         THRU 3110-SORT-COMPARE-EXIT
004770         UNTIL WS-SUB2 > WS-DSN-COUNT-USED.
004780 3100-SORT-PASS-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------*
004810*    3110-SORT-COMPARE - EXCHANGE THE TWO ENTRIES WHEN THE LATER *
004820*                        ONE STARTS EARLIER.                     *
004830*----------------------------------------------------------------*
004840 3110-SORT-COMPARE.
004850     IF WS-DS-FROM-DATE (WS-SUB2) < WS-DS-FROM-DATE (WS-SUB)
004860         MOVE WS-DSN-ENTRY (WS-SUB)     TO WS-SWAP-ENTRY
004870         MOVE WS-DSN-ENTRY (WS-SUB2)    TO WS-DSN-ENTRY (WS-SUB)
004880         MOVE WS-SWAP-ENTRY             TO WS-DSN-ENTRY (WS-SUB2)
004890     END-IF.
004900     ADD 1                   TO WS-SUB2.
004910 3110-SORT-COMPARE-EXIT.
004920     EXIT.
004927*----------------------------------------------------------------*
004934*    4000-PRINT-DATASETS - LIST THE SELECTED DATASETS IN THE     *
004941*                          ORDER THEY WILL BE READ, THEN ANY     *
004948*                          NOTE ON THE DAILY GDG.                *
004955*----------------------------------------------------------------*
004962 4000-PRINT-DATASETS.
004969     IF WS-DSN-COUNT-USED = 0
004976         MOVE 'NO ARCHIVE DATASET COVERS THE DATES'
004983                             TO WS-PRINT-LINE
004990         PERFORM 8500-PRINT-LINE
004997             THRU 8500-PRINT-LINE-EXIT
005004     ELSE
005011         PERFORM 4100-PRINT-ONE
005018             THRU 4100-PRINT-ONE-EXIT
005025             VARYING WS-SUB FROM 1 BY 1
005032             UNTIL WS-SUB > WS-DSN-COUNT-USED
005039     END-IF.
005046     IF WS-GDG-NOTE NOT = SPACES
005053         MOVE WS-GDG-NOTE    TO WS-PRINT-LINE
005060         PERFORM 8500-PRINT-LINE
005067             THRU 8500-PRINT-LINE-EXIT
005074     END-IF.
005090 4000-PRINT-DATASETS-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------*
005120*    4100-PRINT-ONE - PRINT ONE SELECTED DATASET.  THE DAILY GDG *
005130*                     HAS NO FIXED END DATE OR COUNT - IT PRINTS *
005140*                     AS OPEN WITH NO COUNT.                     *
005150*----------------------------------------------------------------*
005160 4100-PRINT-ONE.
005170     MOVE WS-DS-DSN (WS-SUB) TO WS-DT-DSN.
005180     MOVE WS-DS-FROM-DATE (WS-SUB)
005190                             TO WS-DT-FROM.
005200     IF WS-DS-TYPE (WS-SUB) = 'G'
005210         MOVE 'DAILY'        TO WS-DT-TYPE
005220         MOVE 'OPEN'         TO WS-DT-THRU
005230         MOVE ZERO           TO WS-DT-RECORDS
005240     ELSE
005250         MOVE 'MONTHLY'      TO WS-DT-TYPE
005260         MOVE WS-DS-THRU-DATE (WS-SUB)
005270                             TO WS-DT-THRU
005280         MOVE WS-DS-RECORD-COUNT (WS-SUB)
005290                             TO WS-DT-RECORDS
005300     END-IF.
005310     MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
005320     PERFORM 8500-PRINT-LINE
005330         THRU 8500-PRINT-LINE-EXIT.
005340 4100-PRINT-ONE-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------*
005370*    5000-BUILD-JOB - COPY THE SKELETON TO THE INTERNAL READER,  *
005380*                     FILLING IN THE ARCHIN CONCATENATION AND    *
005390*                     THE CONTROL CARDS.                         *
005400*----------------------------------------------------------------*
005410 5000-BUILD-JOB.
005420     OPEN INPUT SKELIN-FILE.
005430     IF NOT WS-SKELIN-OK
005440         DISPLAY 'HELLOAQS - SKELIN OPEN FAILED, STATUS = '
005450             WS-SKELIN-STATUS
005460         SET WS-RUN-ABORTED  TO TRUE
005470         MOVE 8              TO RETURN-CODE
005480         GO TO 5000-BUILD-JOB-EXIT
005490     END-IF.
005500     OPEN OUTPUT JOBOUT-FILE.
005510     IF NOT WS-JOBOUT-OK
005520         DISPLAY 'HELLOAQS - JOBOUT OPEN FAILED, STATUS = '
005530             WS-JOBOUT-STATUS
005540         CLOSE SKELIN-FILE
005550         SET WS-RUN-ABORTED  TO TRUE
005560         MOVE 8              TO RETURN-CODE
005570         GO TO 5000-BUILD-JOB-EXIT
005580     END-IF.
005590     PERFORM 5100-COPY-ONE-LINE
005600         THRU 5100-COPY-ONE-LINE-EXIT
005610         UNTIL WS-SKEL-END.
005620     CLOSE SKELIN-FILE
005630           JOBOUT-FILE.
005640 5000-BUILD-JOB-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------*
005670*    5100-COPY-ONE-LINE - READ ONE SKELETON LINE AND WRITE IT,   *
005680*                         OR WHAT IT STANDS FOR, TO THE JOB.     *
005690*----------------------------------------------------------------*
005700 5100-COPY-ONE-LINE.
005710     READ SKELIN-FILE
005720         AT END
005730             SET WS-SKEL-END TO TRUE
005740             GO TO 5100-COPY-ONE-LINE-EXIT
005750     END-READ.
005760     ADD 1                   TO WS-SKEL-LINES.
005770     EVALUATE SK-MARKER
005780         WHEN ')ARCHIN'
005790             PERFORM 5200-WRITE-ARCHIN-DD
005800                 THRU 5200-WRITE-ARCHIN-DD-EXIT
005810                 VARYING WS-SUB FROM 1 BY 1
005820                 UNTIL WS-SUB > WS-DSN-COUNT-USED
005830         WHEN ')CTLIN'
005840             PERFORM 5300-WRITE-CARD
005850                 THRU 5300-WRITE-CARD-EXIT
005860                 VARYING WS-SUB FROM 1 BY 1
005870                 UNTIL WS-SUB > WS-CARD-COUNT-USED
005880         WHEN OTHER
005890             MOVE SKELIN-RECORD
005900                             TO WS-DD-LINE
005910             PERFORM 5400-WRITE-JOB-LINE
005920                 THRU 5400-WRITE-JOB-LINE-EXIT
005930     END-EVALUATE.
005940 5100-COPY-ONE-LINE-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------*
005970*    5200-WRITE-ARCHIN-DD - WRITE ONE DATASET OF THE ARCHIN      *
005980*                           CONCATENATION - THE FIRST CARRIES    *
005990*                           THE DD NAME.                         *
006000*----------------------------------------------------------------*
006010 5200-WRITE-ARCHIN-DD.
006020     IF WS-SUB = 1
006030         MOVE WS-DD-FIRST    TO WS-DD-LINE
006040     ELSE
006050         MOVE WS-DD-NEXT     TO WS-DD-LINE
006060     END-IF.
006070     STRING WS-DS-DSN (WS-SUB)  DELIMITED BY SPACE
006080            ',DISP=SHR'         DELIMITED BY SIZE
006090       INTO WS-DD-LINE (19:62).
006100     PERFORM 5400-WRITE-JOB-LINE
006110         THRU 5400-WRITE-JOB-LINE-EXIT.
006120 5200-WRITE-ARCHIN-DD-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------*
006150*    5300-WRITE-CARD - WRITE ONE OF THE CONTROL CARDS AS READ.   *
006160*----------------------------------------------------------------*
006170 5300-WRITE-CARD.
006180     MOVE WS-CARD-ENTRY (WS-SUB)
006190                             TO WS-DD-LINE.
006200     PERFORM 5400-WRITE-JOB-LINE
006210         THRU 5400-WRITE-JOB-LINE-EXIT.
006220 5300-WRITE-CARD-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------*
006250*    5400-WRITE-JOB-LINE - WRITE ONE LINE OF THE GENERATED JOB.  *
006260*----------------------------------------------------------------*
006270 5400-WRITE-JOB-LINE.
006280     WRITE JOBOUT-RECORD     FROM WS-DD-LINE.
006290     IF NOT WS-JOBOUT-OK
006300         DISPLAY 'HELLOAQS - JOBOUT WRITE FAILED, STATUS = '
006310             WS-JOBOUT-STATUS
006320         SET WS-SKEL-END     TO TRUE
006330         SET WS-RUN-ABORTED  TO TRUE
006340         MOVE 12             TO RETURN-CODE
006350         GO TO 5400-WRITE-JOB-LINE-EXIT
006360     END-IF.
006370     ADD 1                   TO WS-JOB-LINES.
006380 5400-WRITE-JOB-LINE-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410*    8000-FINALIZE - PRINT THE RUN TOTALS AND SET THE RETURN     *
006420*                    CODE - NOTHING SELECTED IS RC=4.            *
006430*----------------------------------------------------------------*
006440 8000-FINALIZE.
006450     MOVE SPACES             TO WS-PRINT-LINE.
006460     PERFORM 8500-PRINT-LINE
006470         THRU 8500-PRINT-LINE-EXIT.
006480     MOVE 'CATALOG ENTRIES READ'
006490                             TO WS-CL-TEXT.
006500     MOVE WS-CAT-READ        TO WS-CL-COUNT.
006510     PERFORM 8400-PRINT-COUNT
006520         THRU 8400-PRINT-COUNT-EXIT.
006530     MOVE 'ARCHIVE DATASETS SELECTED'
006540                             TO WS-CL-TEXT.
006550     MOVE WS-DSN-COUNT-USED  TO WS-CL-COUNT.
006560     PERFORM 8400-PRINT-COUNT
006570         THRU 8400-PRINT-COUNT-EXIT.
006580     MOVE 'RETRIEVAL JOB LINES SUBMITTED'
006590                             TO WS-CL-TEXT.
006600     MOVE WS-JOB-LINES       TO WS-CL-COUNT.
006610     PERFORM 8400-PRINT-COUNT
006620         THRU 8400-PRINT-COUNT-EXIT.
006630     IF WS-RUN-ABORTED
006640         MOVE 'RUN STOPPED - NO RETRIEVAL JOB SUBMITTED'
006650                             TO WS-PRINT-LINE
006660         PERFORM 8500-PRINT-LINE
006670             THRU 8500-PRINT-LINE-EXIT
006680         GO TO 8000-FINALIZE-EXIT
006690     END-IF.
006700     IF WS-DSN-COUNT-USED = 0
006710         MOVE 'NO RETRIEVAL JOB SUBMITTED'
006720                             TO WS-PRINT-LINE
006730         PERFORM 8500-PRINT-LINE
006740             THRU 8500-PRINT-LINE-EXIT
006750         MOVE 4              TO RETURN-CODE
006760     END-IF.
006770     DISPLAY 'HELLOAQS - DATASETS SELECTED ' WS-DSN-COUNT-USED.
006780 8000-FINALIZE-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------*
006810*    8100-PRINT-HEADINGS - START A NEW PAGE.                     *
006820*----------------------------------------------------------------*
006830 8100-PRINT-HEADINGS.
006840     ADD 1                   TO WS-PAGE-COUNT.
006850     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
006860     MOVE WS-HDG-1           TO RO-TEXT.
006870     MOVE '1'                TO RO-CTRL.
006880     WRITE RPTOUT-LINE.
006890     MOVE 1                  TO WS-LINE-COUNT.
006900 8100-PRINT-HEADINGS-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------*
006930*    8400-PRINT-COUNT - PRINT ONE RUN-TOTAL LINE.                *
006940*----------------------------------------------------------------*
006950 8400-PRINT-COUNT.
006960     MOVE WS-COUNT-LINE      TO WS-PRINT-LINE.
006970     PERFORM 8500-PRINT-LINE
006980         THRU 8500-PRINT-LINE-EXIT.
006990 8400-PRINT-COUNT-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------*
007020*    8500-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE  *
007030*                      WHEN THIS ONE IS FULL.                    *
007040*----------------------------------------------------------------*
007050 8500-PRINT-LINE.
007060     IF WS-LINE-COUNT >= WS-MAX-LINES
007070         PERFORM 8100-PRINT-HEADINGS
007080             THRU 8100-PRINT-HEADINGS-EXIT
007090     END-IF.
007100     MOVE WS-PRINT-LINE      TO RO-TEXT.
007110     MOVE ' '                TO RO-CTRL.
007120     WRITE RPTOUT-LINE.
007130     ADD 1                   TO WS-LINE-COUNT.
007140 8500-PRINT-LINE-EXIT.
007150     EXIT.
007160*----------------------------------------------------------------*
007170*    9000-TERMINATE - CLOSE FILES.                               *
007180*----------------------------------------------------------------*
007190 9000-TERMINATE.
007200     CLOSE RPTOUT-FILE.
007210 9000-TERMINATE-EXIT.
007220     EXIT.
