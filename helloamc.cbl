000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOAMC.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOAMC                                     *
000090*    DESCRIPTION    MONTHLY CONSOLIDATION OF THE HELLOLOG        *
000100*                   ARCHIVE.  MERGES THE DAILY GENERATIONS       *
000110*                   HELLOARC HAS WRITTEN SINCE THE LAST          *
000120*                   CONSOLIDATION INTO ONE MONTHLY ARCHIVE       *
000130*                   DATASET - SORTED IN HELLOLOG KEY ORDER, ONE  *
000140*                   COPY OF EACH KEY, ALL RECORDS AT THE CURRENT *
000150*                   73-BYTE LAYOUT - AND CATALOGS IT ON HELLOCAT *
000160*                   WITH THE RANGE OF LOG DATES IT HOLDS.        *
000170*                                                               *
000177*                   DUPLICATES - A HELLOARC RESTART CAN ARCHIVE  *
000184*                   UP TO ONE BATCH OF RECORDS TWICE, SO THE     *
000191*                   SAME KEY CAN SIT IN TWO GENERATIONS.  THE    *
000198*                   RECORDS ARE SORTED ON THE KEY AND THEN THE   *
000205*                   REST OF THE RECORD (AS IN HELLOSLV) SO       *
000212*                   COPIES LAND SIDE BY SIDE.  A SECOND          *
000219*                   IDENTICAL COPY IS DROPPED AND COUNTED.  A    *
000226*                   SECOND COPY OF A KEY WITH DIFFERENT CONTENTS *
000233*                   SHOULD NEVER HAPPEN - IT IS DROPPED TOO, BUT *
000240*                   PRINTED IN FULL, THE MONTHLY ARCHIVE IS NOT  *
000247*                   CATALOGED AND THE STEP ENDS RC=4 SO THE      *
000254*                   DAILIES ARE KEPT FOR REVIEW.  ONCE THE       *
000261*                   COPIES KEPT HAVE BEEN CHECKED, THE RUN IS    *
000268*                   REPEATED WITH THE ACCEPT=Y CARD TO CATALOG   *
000275*                   THE MONTH.                                   *
000290*                                                               *
000300*                   OLD GENERATIONS - GENERATIONS WRITTEN BEFORE *
000310*                   THE BRANCH CODE WAS ADDED ARE 69 BYTES AND   *
000320*                   COME IN ON THE ARCH69 DD (DUMMY ONCE THEY    *
000330*                   HAVE ALL BEEN CONSOLIDATED).  THEY ARE       *
000340*                   PADDED TO 73 WITH A SPACE BRANCH.            *
000350*                                                               *
000358*                   VERIFICATION - THE MONTHLY DATASET IS READ   *
000366*                   BACK AFTER IT IS WRITTEN.  THE RECORDS READ  *
000374*                   BACK MUST EQUAL THE RECORDS WRITTEN, BE IN   *
000382*                   STRICT KEY ORDER, AND THE RECORDS WRITTEN    *
000390*                   PLUS THE COPIES DROPPED MUST EQUAL THE DAILY *
000398*                   RECORDS READ.  ONLY THEN, AND WITH NO        *
000406*                   CONFLICTING COPIES UNLESS THEY HAVE BEEN     *
000414*                   ACCEPTED, IS THE CATALOG UPDATED - THE       *
000422*                   MONTHLY ENTRY IS ADDED AND THE DAILY GDG     *
000430*                   ENTRY MOVED ON TO THE DAY AFTER THE MONTHLY  *
000438*                   ARCHIVE'S LAST DATE.  ANY FAILURE ENDS THE   *
000446*                   STEP RC=8 OR HIGHER.  THE JOB RELEASES THE   *
000454*                   DAILY GENERATIONS IN A LATER STEP ONLY WHEN  *
000462*                   THIS STEP ENDS RC=0.                         *
000480*                                                               *
000486*                   CONTROL CARDS (CTLIN), THE FIRST TWO         *
000492*                   REQUIRED:                                    *
000498*                   MTHDSN=NAME OF THE MONTHLY DATASET ON        *
000504*                   MTHOUT, AS IT IS TO BE CATALOGED.            *
000510*                   GDGDSN=NAME OF THE DAILY ARCHIVE GDG BASE.   *
000516*                   ACCEPT=Y CATALOGS THE MONTH DESPITE          *
000522*                   CONFLICTING COPIES - ONLY FOR THE RERUN      *
000528*                   AFTER THEY HAVE BEEN CHECKED.                *
000534*                   A MONTHLY NAME ALREADY ON THE CATALOG STOPS  *
000540*                   THE RUN.                                     *
000550*-----------------------------------------------------------------
000560*    MODIFICATION HISTORY                                       *
000570*    DATE       INIT  DESCRIPTION                                *
000580*    ---------  ----  ------------------------------------------ *
000590*    2026-10-15 SMH   ORIGINAL.                                  *
000592*    2026-10-15 SMH   CONFLICTING COPIES NOW LEAVE HELLOCAT      *
000594*                     UNCHANGED, SO A MONTH WHOSE DAILIES ARE    *
000596*                     KEPT IS NEVER CATALOGED TWICE.  NEW        *
000598*                     ACCEPT=Y CARD CATALOGS IT ON THE RERUN.    *
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.    IBM-370.
000640 OBJECT-COMPUTER.    IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT ARCHIN-FILE      ASSIGN TO ARCHIN
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ARCHIN-STATUS.
000700
000710     SELECT ARCH69-FILE      ASSIGN TO ARCH69
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ARCH69-STATUS.
000740
000750     SELECT MTHOUT-FILE      ASSIGN TO MTHOUT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-MTHOUT-STATUS.
000780
000790     SELECT HELLOCAT-FILE    ASSIGN TO HELLOCAT
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS CA-DSN
000830         FILE STATUS IS WS-HELLOCAT-STATUS.
000840
000850     SELECT CTLIN-FILE       ASSIGN TO CTLIN
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-CTLIN-STATUS.
000880
000890     SELECT SORT-FILE        ASSIGN TO SORTWK01.
000900
000910     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-RPTOUT-STATUS.
000940
000950     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS RH-RUN-KEY
000990         FILE STATUS IS WS-HELLORUN-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ARCHIN-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 73 CHARACTERS.
001060 01  ARCHIN-RECORD           PIC X(73).
001070
001080 FD  ARCH69-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 69 CHARACTERS.
001110 01  ARCH69-RECORD           PIC X(69).
001120
001130 FD  MTHOUT-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 73 CHARACTERS.
001160 01  MTHOUT-RECORD.
001170     05  MO-LOG-KEY          PIC X(25).
001180     05  FILLER              PIC X(48).
001190
001200 FD  HELLOCAT-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY HELLOCAT.
001230
001240 FD  CTLIN-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS.
001270 01  CTLIN-RECORD.
001280     05  CT-KEYWORD          PIC X(07).
001290     05  CT-VALUE            PIC X(44).
001300     05  FILLER              PIC X(29).
001310*----------------------------------------------------------------*
001320*    SORT RECORD - ONE ARCHIVED HELLOLOG RECORD FROM EITHER      *
001330*    INPUT. SORTED ON THE KEY AND THEN THE REST OF THE RECORD,   *
001340*    SO IDENTICAL COPIES LAND SIDE BY SIDE.                      *
001350*----------------------------------------------------------------*
001360 SD  SORT-FILE.
001370 01  SORT-RECORD.
001380     05  SR-LOG-KEY.
001390         10  SR-K-TERMID     PIC X(04).
001400         10  SR-K-DATE       PIC 9(07).
001410         10  SR-K-TIME       PIC 9(07).
001420         10  SR-K-SEQ        PIC 9(07).
001430     05  SR-LOG-DATA         PIC X(48).
001440
001450 FD  RPTOUT-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 133 CHARACTERS.
001480 01  RPTOUT-LINE.
001490     05  RO-CTRL             PIC X(01).
001500     05  RO-TEXT             PIC X(132).
001510
001520 FD  HELLORUN-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 COPY HELLORUN.
001550
001560 WORKING-STORAGE SECTION.
001570*----------------------------------------------------------------*
001580*    FILE STATUS AND CONTROL SWITCHES                            *
001590*----------------------------------------------------------------*
001600 01  WS-ARCHIN-STATUS        PIC X(02)   VALUE '00'.
001610     88  WS-ARCHIN-OK                    VALUE '00'.
001620 01  WS-ARCH69-STATUS        PIC X(02)   VALUE '00'.
001630     88  WS-ARCH69-OK                    VALUE '00'.
001640 01  WS-MTHOUT-STATUS        PIC X(02)   VALUE '00'.
001650     88  WS-MTHOUT-OK                    VALUE '00'.
001660 01  WS-HELLOCAT-STATUS      PIC X(02)   VALUE '00'.
001670     88  WS-HELLOCAT-OK                  VALUE '00'.
001680     88  WS-HELLOCAT-NOTFND              VALUE '23'.
001690 01  WS-CTLIN-STATUS         PIC X(02)   VALUE '00'.
001700     88  WS-CTLIN-OK                     VALUE '00'.
001710 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
001720 01  WS-CTL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001730     88  WS-CTL-END                      VALUE 'Y'.
001740 01  WS-ARC-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001750     88  WS-ARC-END                      VALUE 'Y'.
001760 01  WS-SORT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001770     88  WS-SORT-END                     VALUE 'Y'.
001780 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
001790     88  WS-RUN-ABORTED                  VALUE 'Y'.
001800 01  WS-VERIFY-SWITCH        PIC X(01)   VALUE 'N'.
001810     88  WS-COUNTS-VERIFIED              VALUE 'Y'.
001820 01  WS-CATALOG-SWITCH       PIC X(01)   VALUE 'N'.
001830     88  WS-CATALOG-UPDATED              VALUE 'Y'.
001840 01  WS-CAT-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001850     88  WS-HELLOCAT-OPEN                VALUE 'Y'.
001860 01  WS-MTH-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001870     88  WS-MTHOUT-OPEN                  VALUE 'Y'.
001873 01  WS-ACCEPT-SWITCH        PIC X(01)   VALUE 'N'.
001876     88  WS-CONFLICTS-ACCEPTED           VALUE 'Y'.
001880*----------------------------------------------------------------*
001890*    CONTROL CARD VALUES AND THE RUN DATE/TIME STAMPED ON THE    *
001900*    CATALOG ENTRIES                                             *
001910*----------------------------------------------------------------*
001920 01  WS-MTH-DSN              PIC X(44)   VALUE SPACES.
001930 01  WS-GDG-DSN              PIC X(44)   VALUE SPACES.
001940 01  WS-RUN-YYYYDDD          PIC 9(07)   VALUE ZERO.
001950 01  WS-RUN-DATE             PIC 9(07)   VALUE ZERO.
001960 01  WS-RUN-TIME             PIC 9(08)   VALUE ZERO.
001970*----------------------------------------------------------------*
001980*    THE RECORD LAST WRITTEN TO THE MONTHLY ARCHIVE, AND THE     *
001990*    RANGE OF LOG DATES WRITTEN                                  *
002000*----------------------------------------------------------------*
002010 01  WS-PREV-RECORD.
002020     05  WS-PREV-KEY         PIC X(25)   VALUE LOW-VALUES.
002030     05  FILLER              PIC X(48)   VALUE LOW-VALUES.
002040 01  WS-VERIFY-PREV-KEY      PIC X(25)   VALUE LOW-VALUES.
002050 01  WS-LOW-DATE             PIC 9(07)   VALUE 9999999.
002060 01  WS-HIGH-DATE            PIC 9(07)   VALUE ZERO.
002070 01  WS-GDG-FROM-DATE        PIC 9(07)   VALUE ZERO.
002080*----------------------------------------------------------------*
002090*    DAY-NUMBER WORK AREAS.  A 0CYYDDD DATE IS TURNED INTO A DAY *
002100*    NUMBER (DAYS SINCE THE START OF YEAR 1, GREGORIAN) AS IN    *
002110*    HELLODRM, AND BACK AGAIN, SO THE DAY AFTER COMES OUT RIGHT  *
002120*    ACROSS A YEAR END.                                          *
002130*----------------------------------------------------------------*
002140 01  WS-DN-DATE              PIC 9(07)   VALUE ZERO.
002150 01  WS-DN-DAYS              PIC 9(09)   COMP    VALUE 0.
002160 01  WS-DN-CYY               PIC 9(04)   COMP    VALUE 0.
002170 01  WS-DN-DDD               PIC 9(04)   COMP    VALUE 0.
002180 01  WS-DN-PRIOR-YEARS       PIC 9(09)   COMP    VALUE 0.
002190 01  WS-DN-LEAP-4            PIC 9(09)   COMP    VALUE 0.
002200 01  WS-DN-LEAP-100          PIC 9(09)   COMP    VALUE 0.
002210 01  WS-DN-LEAP-400          PIC 9(09)   COMP    VALUE 0.
002220 01  WS-DN-YEAR-BASE         PIC 9(09)   COMP    VALUE 0.
002230 01  WS-DN-NEXT-BASE         PIC 9(09)   COMP    VALUE 0.
002240 01  WS-DN-SETTLED-SW        PIC X(01)   VALUE 'N'.
002250     88  WS-DN-SETTLED                   VALUE 'Y'.
002260*----------------------------------------------------------------*
002270*    RUN TOTALS                                                  *
002280*----------------------------------------------------------------*
002290 77  WS-ARCH69-READ          PIC 9(09)   COMP    VALUE 0.
002300 77  WS-ARCHIN-READ          PIC 9(09)   COMP    VALUE 0.
002310 77  WS-DAILY-READ           PIC 9(09)   COMP    VALUE 0.
002320 77  WS-DUP-COPIES           PIC 9(09)   COMP    VALUE 0.
002330 77  WS-CONFLICT-COPIES      PIC 9(09)   COMP    VALUE 0.
002340 77  WS-DROPPED-COUNT        PIC 9(09)   COMP    VALUE 0.
002350 77  WS-WRITTEN-COUNT        PIC 9(09)   COMP    VALUE 0.
002360 77  WS-VERIFY-COUNT         PIC 9(09)   COMP    VALUE 0.
002370 77  WS-OUT-OF-ORDER         PIC 9(09)   COMP    VALUE 0.
002380 77  WS-ACCOUNTED-COUNT      PIC 9(09)   COMP    VALUE 0.
002390*----------------------------------------------------------------*
002400*    PAGE CONTROL                                                *
002410*----------------------------------------------------------------*
002420 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
002430 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
002440 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
002450 01  WS-PRINT-LINE           PIC X(132)  VALUE SPACES.
002460*----------------------------------------------------------------*
002470*    REPORT LINES                                                *
002480*----------------------------------------------------------------*
002490 01  WS-HDG-1.
002500     05  FILLER              PIC X(45)   VALUE
002510         'HELLOLOG MONTHLY ARCHIVE CONSOLIDATION - '.
002520     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
002530     05  WS-HDG-PAGE-NO      PIC ZZZ9.
002540 01  WS-DSN-LINE.
002550     05  WS-DL-TEXT          PIC X(30).
002560     05  WS-DL-DSN           PIC X(44).
002570 01  WS-RANGE-LINE.
002580     05  FILLER              PIC X(30)   VALUE
002590         'LOG DATES'.
002600     05  WS-RL-FROM          PIC 9(07).
002610     05  FILLER              PIC X(06)   VALUE ' THRU '.
002620     05  WS-RL-THRU          PIC X(07).
002630 01  WS-CONFLICT-HDG         PIC X(60)   VALUE
002640     'SAME KEY, DIFFERENT CONTENTS - COPY DROPPED:'.
002650 01  WS-CONFLICT-LINE.
002660     05  FILLER              PIC X(04)   VALUE SPACES.
002670     05  WS-CFL-RECORD       PIC X(73).
002680 01  WS-RESULT-NOT-VERIFIED.
002690     05  FILLER              PIC X(40)   VALUE
002700         'COUNTS DO NOT AGREE - DAILY GENERATIONS '.
002710     05  FILLER              PIC X(40)   VALUE
002720         'MUST NOT BE RELEASED'.
002730 01  WS-RESULT-NOT-CATALOGED.
002740     05  FILLER              PIC X(40)   VALUE
002750         'HELLOCAT NOT UPDATED - DAILY GENERATIONS'.
002760     05  FILLER              PIC X(40)   VALUE
002770         ' MUST NOT BE RELEASED'.
002780 01  WS-RESULT-CONFLICTS.
002790     05  FILLER              PIC X(40)   VALUE
002800         'CONFLICTING COPIES - NOT CATALOGED, DAIL'.
002810     05  FILLER              PIC X(40)   VALUE
002820         'IES KEPT - RERUN WITH ACCEPT=Y'.
002830 01  WS-RESULT-RELEASE.
002840     05  FILLER              PIC X(40)   VALUE
002850         'COUNTS VERIFIED AND CATALOGED - DAILY GE'.
002860     05  FILLER              PIC X(40)   VALUE
002870         'NERATIONS MAY BE RELEASED'.
002880 01  WS-COUNT-LINE.
002890     05  WS-CL-TEXT          PIC X(30).
002900     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002910*----------------------------------------------------------------*
002920*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
002930*    WRITE FOR THE END REWRITE.                                  *
002940*----------------------------------------------------------------*
002950 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
002960     88  WS-HELLORUN-OK                  VALUE '00'.
002970 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
002980     88  WS-RH-STARTED                   VALUE 'Y'.
002990 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
003000 01  WS-RH-YYYYDDD           PIC 9(07).
003010
003020 PROCEDURE DIVISION.
003030*----------------------------------------------------------------*
003040*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE CONSOLIDATION  *
003050*                    RUN.                                        *
003060*----------------------------------------------------------------*
003070 0000-MAINLINE.
003080     PERFORM 0100-START-RUN-HISTORY
003090         THRU 0100-START-RUN-HISTORY-EXIT.
003100
003110     PERFORM 1000-INITIALIZE
003120         THRU 1000-INITIALIZE-EXIT.
003130
003140     IF NOT WS-RUN-ABORTED
003150         SORT SORT-FILE
003160             ON ASCENDING KEY SR-LOG-KEY SR-LOG-DATA
003170             INPUT PROCEDURE IS 3000-RELEASE-RECORDS
003180                 THRU 3000-RELEASE-RECORDS-EXIT
003190             OUTPUT PROCEDURE IS 4000-WRITE-MONTHLY
003200                 THRU 4000-WRITE-MONTHLY-EXIT
003210         IF SORT-RETURN NOT = 0 AND NOT WS-RUN-ABORTED
003220             DISPLAY 'HELLOAMC - SORT FAILED, SORT-RETURN = '
003230                 SORT-RETURN
003240             SET WS-RUN-ABORTED
003250                             TO TRUE
003260             MOVE 12         TO RETURN-CODE
003270         END-IF
003280     END-IF.
003290
003300     IF NOT WS-RUN-ABORTED
003310         PERFORM 5000-VERIFY-MONTHLY
003320             THRU 5000-VERIFY-MONTHLY-EXIT
003330     END-IF.
003340
003346     IF WS-COUNTS-VERIFIED
003352         AND (WS-CONFLICT-COPIES = 0 OR WS-CONFLICTS-ACCEPTED)
003360         PERFORM 5500-UPDATE-CATALOG
003370             THRU 5500-UPDATE-CATALOG-EXIT
003380     END-IF.
003390
003400     IF NOT WS-RUN-ABORTED
003410         PERFORM 8000-PRINT-TOTALS
003420             THRU 8000-PRINT-TOTALS-EXIT
003430     END-IF.
003440
003450     PERFORM 9000-TERMINATE
003460         THRU 9000-TERMINATE-EXIT.
003470
003480     PERFORM 9100-END-RUN-HISTORY
003490         THRU 9100-END-RUN-HISTORY-EXIT.
003500
003510     STOP RUN.
003520*----------------------------------------------------------------*
003530*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
003540*                             AS RUNNING.  A HISTORY FILE THAT   *
003550*                             CANNOT BE OPENED OR WRITTEN IS     *
003560*                             REPORTED AND THE JOB CARRIES ON.   *
003570*----------------------------------------------------------------*
003580 0100-START-RUN-HISTORY.
003590     MOVE SPACES             TO HELLORUN-RECORD.
003600     MOVE 'HELLOAMC'         TO RH-JOB-NAME.
003610     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
003620     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
003630         GIVING RH-START-DATE.
003640     ACCEPT RH-START-TIME    FROM TIME.
003650     MOVE ZERO               TO RH-END-DATE
003660                                RH-END-TIME
003670                                RH-RETURN-CODE
003680                                RH-INPUT-COUNT
003690                                RH-OUTPUT-COUNT
003700                                RH-REJECT-COUNT.
003710     SET RH-STAT-RUNNING     TO TRUE.
003720     SET RH-FRESH-START      TO TRUE.
003730     MOVE RH-RUN-KEY         TO WS-RH-KEY.
003740     OPEN I-O HELLORUN-FILE.
003750     IF NOT WS-HELLORUN-OK
003760         DISPLAY 'HELLOAMC - HELLORUN OPEN FAILED, STATUS = '
003770             WS-HELLORUN-STATUS
003780         DISPLAY 'HELLOAMC - RUN HISTORY NOT RECORDED'
003790         GO TO 0100-START-RUN-HISTORY-EXIT
003800     END-IF.
003810     WRITE HELLORUN-RECORD.
003820     IF WS-HELLORUN-OK
003830         SET WS-RH-STARTED   TO TRUE
003840     ELSE
003850         DISPLAY 'HELLOAMC - HELLORUN WRITE FAILED, STATUS = '
003860             WS-HELLORUN-STATUS
003870     END-IF.
003880     CLOSE HELLORUN-FILE.
003890 0100-START-RUN-HISTORY-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------*
003920*    1000-INITIALIZE - READ THE CONTROL CARDS, OPEN THE CATALOG  *
003930*                      AND MAKE SURE THE MONTHLY DATASET IS NOT  *
003940*                      ALREADY ON IT, OPEN THE MONTHLY OUTPUT,   *
003950*                      AND PRINT THE FIRST HEADINGS.             *
003960*----------------------------------------------------------------*
003970 1000-INITIALIZE.
003980     OPEN OUTPUT RPTOUT-FILE.
003990     ACCEPT WS-RUN-YYYYDDD   FROM DAY YYYYDDD.
004000     SUBTRACT 1900000 FROM WS-RUN-YYYYDDD
004010         GIVING WS-RUN-DATE.
004020     ACCEPT WS-RUN-TIME      FROM TIME.
004030
004040     PERFORM 1100-READ-CONTROL-CARDS
004050         THRU 1100-READ-CONTROL-CARDS-EXIT.
004060     IF WS-RUN-ABORTED
004070         GO TO 1000-INITIALIZE-EXIT
004080     END-IF.
004090
004100     OPEN I-O HELLOCAT-FILE.
004110     IF NOT WS-HELLOCAT-OK
004120         DISPLAY 'HELLOAMC - HELLOCAT OPEN FAILED, STATUS = '
004130             WS-HELLOCAT-STATUS
004140         SET WS-RUN-ABORTED  TO TRUE
004150         MOVE 8              TO RETURN-CODE
004160         GO TO 1000-INITIALIZE-EXIT
004170     END-IF.
004180     SET WS-HELLOCAT-OPEN    TO TRUE.
004190     MOVE WS-MTH-DSN         TO CA-DSN.
004200     READ HELLOCAT-FILE.
004210     EVALUATE TRUE
004220         WHEN WS-HELLOCAT-NOTFND
004230             CONTINUE
004240         WHEN WS-HELLOCAT-OK
004250             DISPLAY 'HELLOAMC - ALREADY CATALOGED: ' WS-MTH-DSN
004260             SET WS-RUN-ABORTED
004270                             TO TRUE
004280             MOVE 8          TO RETURN-CODE
004290             GO TO 1000-INITIALIZE-EXIT
004300         WHEN OTHER
004310             DISPLAY 'HELLOAMC - HELLOCAT READ FAILED, STATUS = '
004320                 WS-HELLOCAT-STATUS
004330             SET WS-RUN-ABORTED
004340                             TO TRUE
004350             MOVE 12         TO RETURN-CODE
004360             GO TO 1000-INITIALIZE-EXIT
004370     END-EVALUATE.
004380
004390     OPEN OUTPUT MTHOUT-FILE.
004400     IF NOT WS-MTHOUT-OK
004410         DISPLAY 'HELLOAMC - MTHOUT OPEN FAILED, STATUS = '
004420             WS-MTHOUT-STATUS
004430         SET WS-RUN-ABORTED  TO TRUE
004440         MOVE 8              TO RETURN-CODE
004450         GO TO 1000-INITIALIZE-EXIT
004460     END-IF.
004470     SET WS-MTHOUT-OPEN      TO TRUE.
004480
004490     PERFORM 8100-PRINT-HEADINGS
004500         THRU 8100-PRINT-HEADINGS-EXIT.
004510     MOVE 'MONTHLY ARCHIVE'  TO WS-DL-TEXT.
004520     MOVE WS-MTH-DSN         TO WS-DL-DSN.
004530     MOVE WS-DSN-LINE        TO WS-PRINT-LINE.
004540     PERFORM 8500-PRINT-LINE
004550         THRU 8500-PRINT-LINE-EXIT.
004560     MOVE 'DAILY ARCHIVE GDG'
004570                             TO WS-DL-TEXT.
004580     MOVE WS-GDG-DSN         TO WS-DL-DSN.
004590     MOVE WS-DSN-LINE        TO WS-PRINT-LINE.
004600     PERFORM 8500-PRINT-LINE
004610         THRU 8500-PRINT-LINE-EXIT.
004620     MOVE SPACES             TO WS-PRINT-LINE.
004630     PERFORM 8500-PRINT-LINE
004640         THRU 8500-PRINT-LINE-EXIT.
004650 1000-INITIALIZE-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------*
004680*    1100-READ-CONTROL-CARDS - PICK UP AND VALIDATE THE CTLIN    *
004690*                              CARDS.  BOTH DATASET NAMES ARE    *
004700*                              REQUIRED.                         *
004710*----------------------------------------------------------------*
004720 1100-READ-CONTROL-CARDS.
004730     OPEN INPUT CTLIN-FILE.
004740     IF NOT WS-CTLIN-OK
004750         DISPLAY 'HELLOAMC - CTLIN OPEN FAILED, STATUS = '
004760             WS-CTLIN-STATUS
004770         SET WS-RUN-ABORTED  TO TRUE
004780         MOVE 8              TO RETURN-CODE
004790         GO TO 1100-READ-CONTROL-CARDS-EXIT
004800     END-IF.
004810     PERFORM 1110-APPLY-ONE-CARD
004820         THRU 1110-APPLY-ONE-CARD-EXIT
004830         UNTIL WS-CTL-END OR WS-RUN-ABORTED.
004840     CLOSE CTLIN-FILE.
004850     IF WS-RUN-ABORTED
004860         GO TO 1100-READ-CONTROL-CARDS-EXIT
004870     END-IF.
004880     IF WS-MTH-DSN = SPACES OR WS-GDG-DSN = SPACES
004890         DISPLAY 'HELLOAMC - MTHDSN= AND GDGDSN= CARDS ARE BOTH'
004900             ' REQUIRED'
004910         SET WS-RUN-ABORTED  TO TRUE
004920         MOVE 8              TO RETURN-CODE
004930     END-IF.
004940 1100-READ-CONTROL-CARDS-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------*
004970*    1110-APPLY-ONE-CARD - READ AND APPLY ONE CONTROL CARD.  AN  *
004980*                          UNRECOGNIZED CARD IS AN ERROR.        *
004990*----------------------------------------------------------------*
005000 1110-APPLY-ONE-CARD.
005010     READ CTLIN-FILE
005020         AT END
005030             SET WS-CTL-END  TO TRUE
005040             GO TO 1110-APPLY-ONE-CARD-EXIT
005050     END-READ.
005060     IF CTLIN-RECORD = SPACES
005070         GO TO 1110-APPLY-ONE-CARD-EXIT
005080     END-IF.
005090     EVALUATE CT-KEYWORD
005100         WHEN 'MTHDSN='
005110             MOVE CT-VALUE   TO WS-MTH-DSN
005120         WHEN 'GDGDSN='
005130             MOVE CT-VALUE   TO WS-GDG-DSN
005131         WHEN 'ACCEPT='
005132             IF CT-VALUE (1:1) = 'Y'
005133                 SET WS-CONFLICTS-ACCEPTED
005134                             TO TRUE
005135             ELSE
005136                 DISPLAY 'HELLOAMC - BAD ACCEPT CARD: '
005137                     CTLIN-RECORD (1:20)
005138                 SET WS-RUN-ABORTED
005139                             TO TRUE
005140                 MOVE 8      TO RETURN-CODE
005141             END-IF
005142         WHEN OTHER
005150             DISPLAY 'HELLOAMC - UNRECOGNIZED CTLIN CARD: '
005160                 CTLIN-RECORD (1:20)
005170             SET WS-RUN-ABORTED
005180                             TO TRUE
005190             MOVE 8          TO RETURN-CODE
005200     END-EVALUATE.
005210 1110-APPLY-ONE-CARD-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------*
005240*    3000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  RELEASE EVERY *
005250*                           69-BYTE RECORD ON ARCH69, PADDED TO  *
005260*                           73, THEN EVERY RECORD ON ARCHIN.     *
005270*----------------------------------------------------------------*
005280 3000-RELEASE-RECORDS.
005290     OPEN INPUT ARCH69-FILE.
005300     IF NOT WS-ARCH69-OK
005310         DISPLAY 'HELLOAMC - ARCH69 OPEN FAILED, STATUS = '
005320             WS-ARCH69-STATUS
005330         SET WS-RUN-ABORTED  TO TRUE
005340         MOVE 8              TO RETURN-CODE
005350         GO TO 3000-RELEASE-RECORDS-EXIT
005360     END-IF.
005370     PERFORM 3100-RELEASE-69
005380         THRU 3100-RELEASE-69-EXIT
005390         UNTIL WS-ARC-END.
005400     CLOSE ARCH69-FILE.
005410     IF WS-RUN-ABORTED
005420         GO TO 3000-RELEASE-RECORDS-EXIT
005430     END-IF.
005440
005450     MOVE 'N'                TO WS-ARC-EOF-SWITCH.
005460     OPEN INPUT ARCHIN-FILE.
005470     IF NOT WS-ARCHIN-OK
005480         DISPLAY 'HELLOAMC - ARCHIN OPEN FAILED, STATUS = '
005490             WS-ARCHIN-STATUS
005500         SET WS-RUN-ABORTED  TO TRUE
005510         MOVE 8              TO RETURN-CODE
005520         GO TO 3000-RELEASE-RECORDS-EXIT
005530     END-IF.
005540     PERFORM 3200-RELEASE-73
005550         THRU 3200-RELEASE-73-EXIT
005560         UNTIL WS-ARC-END.
005570     CLOSE ARCHIN-FILE.
005580 3000-RELEASE-RECORDS-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610*    3100-RELEASE-69 - READ THE NEXT 69-BYTE RECORD INTO THE     *
005620*                      SORT RECORD, WHICH PADS IT WITH A SPACE   *
005630*                      BRANCH, AND RELEASE IT.                   *
005640*----------------------------------------------------------------*
005650 3100-RELEASE-69.
005660     READ ARCH69-FILE
005670         INTO SORT-RECORD
005680         AT END
005690             SET WS-ARC-END  TO TRUE
005700             GO TO 3100-RELEASE-69-EXIT
005710     END-READ.
005720     IF NOT WS-ARCH69-OK
005730         DISPLAY 'HELLOAMC - ARCH69 READ FAILED, STATUS = '
005740             WS-ARCH69-STATUS
005750         SET WS-ARC-END      TO TRUE
005760         SET WS-RUN-ABORTED  TO TRUE
005770         MOVE 12             TO RETURN-CODE
005780         GO TO 3100-RELEASE-69-EXIT
005790     END-IF.
005800     ADD 1                   TO WS-ARCH69-READ.
005810     RELEASE SORT-RECORD.
005820 3100-RELEASE-69-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------*
005850*    3200-RELEASE-73 - READ THE NEXT 73-BYTE RECORD AND RELEASE  *
005860*                      IT.                                       *
005870*----------------------------------------------------------------*
005880 3200-RELEASE-73.
005890     READ ARCHIN-FILE
005900         AT END
005910             SET WS-ARC-END  TO TRUE
005920             GO TO 3200-RELEASE-73-EXIT
005930     END-READ.
005940     IF NOT WS-ARCHIN-OK
005950         DISPLAY 'HELLOAMC - ARCHIN READ FAILED, STATUS = '
005960             WS-ARCHIN-STATUS
005970         SET WS-ARC-END      TO TRUE
005980         SET WS-RUN-ABORTED  TO TRUE
005990         MOVE 12             TO RETURN-CODE
006000         GO TO 3200-RELEASE-73-EXIT
006010     END-IF.
006020     ADD 1                   TO WS-ARCHIN-READ.
006030     RELEASE SORT-RECORD FROM ARCHIN-RECORD.
006040 3200-RELEASE-73-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------*
006070*    4000-WRITE-MONTHLY - SORT OUTPUT PROCEDURE.  RETURN THE     *
006080*                         RECORDS IN KEY ORDER AND WRITE ONE     *
006090*                         COPY OF EACH KEY TO THE MONTHLY        *
006100*                         ARCHIVE.                               *
006110*----------------------------------------------------------------*
006120 4000-WRITE-MONTHLY.
006130     IF WS-RUN-ABORTED
006140         GO TO 4000-WRITE-MONTHLY-EXIT
006150     END-IF.
006160     PERFORM 4100-RETURN-ONE
006170         THRU 4100-RETURN-ONE-EXIT
006180         UNTIL WS-SORT-END.
006190 4000-WRITE-MONTHLY-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------*
006220*    4100-RETURN-ONE - TAKE THE NEXT SORTED RECORD.  A SECOND    *
006230*                      IDENTICAL COPY OF A KEY IS DROPPED AND    *
006240*                      COUNTED; A SECOND COPY WITH DIFFERENT     *
006250*                      CONTENTS IS DROPPED, COUNTED AND PRINTED. *
006260*                      ANYTHING ELSE IS WRITTEN.                 *
006270*----------------------------------------------------------------*
006280 4100-RETURN-ONE.
006290     RETURN SORT-FILE
006300         AT END
006310             SET WS-SORT-END TO TRUE
006320             GO TO 4100-RETURN-ONE-EXIT
006330     END-RETURN.
006340     IF SR-LOG-KEY = WS-PREV-KEY
006350         IF SORT-RECORD = WS-PREV-RECORD
006360             ADD 1           TO WS-DUP-COPIES
006370         ELSE
006380             ADD 1           TO WS-CONFLICT-COPIES
006390             PERFORM 4200-PRINT-CONFLICT
006400                 THRU 4200-PRINT-CONFLICT-EXIT
006410             MOVE SORT-RECORD
006420                             TO WS-PREV-RECORD
006430         END-IF
006440         GO TO 4100-RETURN-ONE-EXIT
006450     END-IF.
006460     MOVE SORT-RECORD        TO WS-PREV-RECORD.
006470
006480     WRITE MTHOUT-RECORD     FROM SORT-RECORD.
006490     IF NOT WS-MTHOUT-OK
006500         DISPLAY 'HELLOAMC - MTHOUT WRITE FAILED, STATUS = '
006510             WS-MTHOUT-STATUS
006520         SET WS-SORT-END     TO TRUE
006530         SET WS-RUN-ABORTED  TO TRUE
006540         MOVE 12             TO RETURN-CODE
006550         GO TO 4100-RETURN-ONE-EXIT
006560     END-IF.
006570     ADD 1                   TO WS-WRITTEN-COUNT.
006580     IF SR-K-DATE < WS-LOW-DATE
006590         MOVE SR-K-DATE      TO WS-LOW-DATE
006600     END-IF.
006610     IF SR-K-DATE > WS-HIGH-DATE
006620         MOVE SR-K-DATE      TO WS-HIGH-DATE
006630     END-IF.
006640 4100-RETURN-ONE-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------*
006670*    4200-PRINT-CONFLICT - PRINT A DROPPED CONFLICTING COPY IN   *
006680*                          FULL, UNDER A HEADING BEFORE THE      *
006690*                          FIRST ONE.                            *
006700*----------------------------------------------------------------*
006710 4200-PRINT-CONFLICT.
006720     IF WS-CONFLICT-COPIES = 1
006730         MOVE WS-CONFLICT-HDG
006740                             TO WS-PRINT-LINE
006750         PERFORM 8500-PRINT-LINE
006760             THRU 8500-PRINT-LINE-EXIT
006770     END-IF.
006780     MOVE SORT-RECORD        TO WS-CFL-RECORD.
006790     MOVE WS-CONFLICT-LINE   TO WS-PRINT-LINE.
006800     PERFORM 8500-PRINT-LINE
006810         THRU 8500-PRINT-LINE-EXIT.
006820 4200-PRINT-CONFLICT-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------*
006850*    5000-VERIFY-MONTHLY - READ THE MONTHLY ARCHIVE BACK AND     *
006860*                          CHECK THE COUNTS.  THE CATALOG IS     *
006870*                          ONLY UPDATED, AND THE DAILIES ONLY    *
006880*                          RELEASED, WHEN EVERYTHING AGREES.     *
006890*----------------------------------------------------------------*
006900 5000-VERIFY-MONTHLY.
006910     CLOSE MTHOUT-FILE.
006920     MOVE 'N'                TO WS-MTH-OPEN-SWITCH.
006930     COMPUTE WS-DAILY-READ = WS-ARCH69-READ + WS-ARCHIN-READ.
006940     COMPUTE WS-DROPPED-COUNT = WS-DUP-COPIES
006950         + WS-CONFLICT-COPIES.
006960     IF WS-WRITTEN-COUNT = 0
006970         DISPLAY 'HELLOAMC - NO DAILY RECORDS TO CONSOLIDATE'
006980         MOVE 4              TO RETURN-CODE
006990         GO TO 5000-VERIFY-MONTHLY-EXIT
007000     END-IF.
007010
007020     OPEN INPUT MTHOUT-FILE.
007030     IF NOT WS-MTHOUT-OK
007040         DISPLAY 'HELLOAMC - MTHOUT REOPEN FAILED, STATUS = '
007050             WS-MTHOUT-STATUS
007060         MOVE 8              TO RETURN-CODE
007070         GO TO 5000-VERIFY-MONTHLY-EXIT
007080     END-IF.
007090     MOVE 'N'                TO WS-ARC-EOF-SWITCH.
007100     PERFORM 5100-VERIFY-ONE
007110         THRU 5100-VERIFY-ONE-EXIT
007120         UNTIL WS-ARC-END.
007130     CLOSE MTHOUT-FILE.
007140
007150     COMPUTE WS-ACCOUNTED-COUNT = WS-WRITTEN-COUNT
007160         + WS-DROPPED-COUNT.
007170     IF WS-VERIFY-COUNT = WS-WRITTEN-COUNT
007180         AND WS-OUT-OF-ORDER = 0
007190         AND WS-ACCOUNTED-COUNT = WS-DAILY-READ
007200         SET WS-COUNTS-VERIFIED
007210                             TO TRUE
007220     ELSE
007230         DISPLAY 'HELLOAMC - MONTHLY ARCHIVE FAILED VERIFICATION'
007240         MOVE 8              TO RETURN-CODE
007250     END-IF.
007260 5000-VERIFY-MONTHLY-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------*
007290*    5100-VERIFY-ONE - READ ONE MONTHLY RECORD BACK, COUNT IT,   *
007300*                      AND CHECK ITS KEY IS PAST THE ONE BEFORE. *
007310*----------------------------------------------------------------*
007320 5100-VERIFY-ONE.
007330     READ MTHOUT-FILE
007340         AT END
007350             SET WS-ARC-END  TO TRUE
007360             GO TO 5100-VERIFY-ONE-EXIT
007370     END-READ.
007380     IF NOT WS-MTHOUT-OK
007390         DISPLAY 'HELLOAMC - MTHOUT READ FAILED, STATUS = '
007400             WS-MTHOUT-STATUS
007410         SET WS-ARC-END      TO TRUE
007420         ADD 1               TO WS-OUT-OF-ORDER
007430         GO TO 5100-VERIFY-ONE-EXIT
007440     END-IF.
007450     ADD 1                   TO WS-VERIFY-COUNT.
007460     IF MO-LOG-KEY NOT > WS-VERIFY-PREV-KEY
007470         ADD 1               TO WS-OUT-OF-ORDER
007480     END-IF.
007490     MOVE MO-LOG-KEY         TO WS-VERIFY-PREV-KEY.
007500 5100-VERIFY-ONE-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------*
007530*    5500-UPDATE-CATALOG - ADD THE MONTHLY ARCHIVE TO HELLOCAT   *
007540*                          AND MOVE THE DAILY GDG ENTRY ON TO    *
007550*                          THE DAY AFTER ITS LAST LOG DATE,      *
007560*                          ADDING THE GDG ENTRY ON THE FIRST     *
007570*                          RUN.                                  *
007580*----------------------------------------------------------------*
007590 5500-UPDATE-CATALOG.
007600     MOVE SPACES             TO HELLOCAT-RECORD.
007610     MOVE WS-MTH-DSN         TO CA-DSN.
007620     SET CA-TYPE-MONTHLY     TO TRUE.
007630     MOVE WS-LOW-DATE        TO CA-FROM-DATE.
007640     MOVE WS-HIGH-DATE       TO CA-THRU-DATE.
007650     MOVE WS-WRITTEN-COUNT   TO CA-RECORD-COUNT.
007660     MOVE WS-DROPPED-COUNT   TO CA-DUP-COUNT.
007670     MOVE WS-RUN-DATE        TO CA-UPDATE-DATE.
007680     MOVE WS-RUN-TIME        TO CA-UPDATE-TIME.
007690     WRITE HELLOCAT-RECORD.
007700     IF NOT WS-HELLOCAT-OK
007710         DISPLAY 'HELLOAMC - HELLOCAT WRITE FAILED, STATUS = '
007720             WS-HELLOCAT-STATUS
007730         MOVE 12             TO RETURN-CODE
007740         GO TO 5500-UPDATE-CATALOG-EXIT
007750     END-IF.
007760
007770     MOVE WS-HIGH-DATE       TO WS-DN-DATE.
007780     PERFORM 6000-DAY-NUMBER
007790         THRU 6000-DAY-NUMBER-EXIT.
007800     ADD 1                   TO WS-DN-DAYS.
007810     PERFORM 6100-DAY-TO-DATE
007820         THRU 6100-DAY-TO-DATE-EXIT.
007830     MOVE WS-DN-DATE         TO WS-GDG-FROM-DATE.
007840
007850     MOVE WS-GDG-DSN         TO CA-DSN.
007860     READ HELLOCAT-FILE.
007870     IF NOT WS-HELLOCAT-OK AND NOT WS-HELLOCAT-NOTFND
007880         DISPLAY 'HELLOAMC - HELLOCAT READ FAILED, STATUS = '
007890             WS-HELLOCAT-STATUS
007900         MOVE 12             TO RETURN-CODE
007910         GO TO 5500-UPDATE-CATALOG-EXIT
007920     END-IF.
007930     IF WS-HELLOCAT-NOTFND
007940         MOVE SPACES         TO HELLOCAT-RECORD
007950         MOVE WS-GDG-DSN     TO CA-DSN
007960         SET CA-TYPE-DAILY-GDG
007970                             TO TRUE
007980     END-IF.
007990     MOVE WS-GDG-FROM-DATE   TO CA-FROM-DATE.
008000     MOVE 9999999            TO CA-THRU-DATE.
008010     MOVE ZERO               TO CA-RECORD-COUNT
008020                                CA-DUP-COUNT.
008030     MOVE WS-RUN-DATE        TO CA-UPDATE-DATE.
008040     MOVE WS-RUN-TIME        TO CA-UPDATE-TIME.
008050     IF WS-HELLOCAT-NOTFND
008060         WRITE HELLOCAT-RECORD
008070     ELSE
008080         REWRITE HELLOCAT-RECORD
008090     END-IF.
008100     IF NOT WS-HELLOCAT-OK
008110         DISPLAY 'HELLOAMC - HELLOCAT GDG UPDATE FAILED, STATUS '
008120             WS-HELLOCAT-STATUS
008130         MOVE 12             TO RETURN-CODE
008140         GO TO 5500-UPDATE-CATALOG-EXIT
008150     END-IF.
008160     SET WS-CATALOG-UPDATED  TO TRUE.
008170 5500-UPDATE-CATALOG-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------*
008200*    6000-DAY-NUMBER - TURN THE 0CYYDDD DATE IN WS-DN-DATE INTO  *
008210*                      A DAY NUMBER IN WS-DN-DAYS: 365 DAYS FOR  *
008220*                      EVERY EARLIER YEAR PLUS ONE FOR EVERY     *
008230*                      EARLIER LEAP YEAR, PLUS THE DAY OF THE    *
008240*                      YEAR.  THE SAME ARITHMETIC AS HELLODRM.   *
008250*----------------------------------------------------------------*
008260 6000-DAY-NUMBER.
008270     DIVIDE WS-DN-DATE BY 1000
008280         GIVING WS-DN-CYY
008290         REMAINDER WS-DN-DDD.
008300     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CYY + 1899.
008310     PERFORM 6150-YEAR-BASE
008320         THRU 6150-YEAR-BASE-EXIT.
008330     COMPUTE WS-DN-DAYS = WS-DN-YEAR-BASE + WS-DN-DDD.
008340 6000-DAY-NUMBER-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------*
008370*    6100-DAY-TO-DATE - TURN THE DAY NUMBER IN WS-DN-DAYS BACK   *
008380*                       INTO A 0CYYDDD DATE IN WS-DN-DATE.  THE  *
008390*                       YEAR IS ESTIMATED FROM THE AVERAGE       *
008400*                       GREGORIAN YEAR AND THEN NUDGED UNTIL THE *
008410*                       DAY FALLS INSIDE IT.                     *
008420*----------------------------------------------------------------*
008430 6100-DAY-TO-DATE.
008440     COMPUTE WS-DN-PRIOR-YEARS = (WS-DN-DAYS * 400) / 146097.
008450     MOVE 'N'                TO WS-DN-SETTLED-SW.
008460     PERFORM 6160-SETTLE-YEAR
008470         THRU 6160-SETTLE-YEAR-EXIT
008480         UNTIL WS-DN-SETTLED.
008490     COMPUTE WS-DN-DDD = WS-DN-DAYS - WS-DN-YEAR-BASE.
008500     COMPUTE WS-DN-CYY = WS-DN-PRIOR-YEARS - 1899.
008510     COMPUTE WS-DN-DATE = WS-DN-CYY * 1000 + WS-DN-DDD.
008520 6100-DAY-TO-DATE-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------*
008550*    6150-YEAR-BASE - THE DAY NUMBER OF THE LAST DAY BEFORE THE  *
008560*                     YEAR THAT FOLLOWS WS-DN-PRIOR-YEARS        *
008570*                     COMPLETE YEARS.                            *
008580*----------------------------------------------------------------*
008590 6150-YEAR-BASE.
008600     DIVIDE WS-DN-PRIOR-YEARS BY 4   GIVING WS-DN-LEAP-4.
008610     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAP-100.
008620     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAP-400.
008630     COMPUTE WS-DN-YEAR-BASE = WS-DN-PRIOR-YEARS * 365
008640         + WS-DN-LEAP-4 - WS-DN-LEAP-100 + WS-DN-LEAP-400.
008650 6150-YEAR-BASE-EXIT.
008660     EXIT.
008670*----------------------------------------------------------------*
008680*    6160-SETTLE-YEAR - MOVE THE YEAR ESTIMATE ONE YEAR TOWARD   *
008690*                       THE DAY, OR STOP WHEN THE DAY IS INSIDE  *
008700*                       IT.                                      *
008710*----------------------------------------------------------------*
008720 6160-SETTLE-YEAR.
008730     PERFORM 6150-YEAR-BASE
008740         THRU 6150-YEAR-BASE-EXIT.
008750     IF WS-DN-DAYS NOT > WS-DN-YEAR-BASE
008760         SUBTRACT 1          FROM WS-DN-PRIOR-YEARS
008770         GO TO 6160-SETTLE-YEAR-EXIT
008780     END-IF.
008790     MOVE WS-DN-YEAR-BASE    TO WS-DN-NEXT-BASE.
008800     ADD 1                   TO WS-DN-PRIOR-YEARS.
008810     PERFORM 6150-YEAR-BASE
008820         THRU 6150-YEAR-BASE-EXIT.
008830     IF WS-DN-DAYS > WS-DN-YEAR-BASE
008840         GO TO 6160-SETTLE-YEAR-EXIT
008850     END-IF.
008860     SUBTRACT 1              FROM WS-DN-PRIOR-YEARS.
008870     MOVE WS-DN-NEXT-BASE    TO WS-DN-YEAR-BASE.
008880     SET WS-DN-SETTLED       TO TRUE.
008890 6160-SETTLE-YEAR-EXIT.
008900     EXIT.
008910*----------------------------------------------------------------*
008918*    8000-PRINT-TOTALS - PRINT THE RUN TOTALS, THE CATALOG       *
008926*                        RESULT, AND WHETHER THE DAILY           *
008934*                        GENERATIONS MAY BE RELEASED.            *
008942*                        CONFLICTING COPIES NOT YET ACCEPTED END *
008950*                        THE STEP RC=4 WITH NOTHING CATALOGED SO *
008958*                        THE DAILIES ARE KEPT FOR REVIEW.        *
008970*----------------------------------------------------------------*
008980 8000-PRINT-TOTALS.
008990     MOVE SPACES             TO WS-PRINT-LINE.
009000     PERFORM 8500-PRINT-LINE
009010         THRU 8500-PRINT-LINE-EXIT.
009020     IF WS-WRITTEN-COUNT > 0
009030         MOVE WS-LOW-DATE    TO WS-RL-FROM
009040         MOVE WS-HIGH-DATE   TO WS-RL-THRU
009050         MOVE WS-RANGE-LINE  TO WS-PRINT-LINE
009060         PERFORM 8500-PRINT-LINE
009070             THRU 8500-PRINT-LINE-EXIT
009080     END-IF.
009090     MOVE 'READ - 69-BYTE, PADDED'
009100                             TO WS-CL-TEXT.
009110     MOVE WS-ARCH69-READ     TO WS-CL-COUNT.
009120     PERFORM 8400-PRINT-COUNT
009130         THRU 8400-PRINT-COUNT-EXIT.
009140     MOVE 'READ - 73-BYTE'   TO WS-CL-TEXT.
009150     MOVE WS-ARCHIN-READ     TO WS-CL-COUNT.
009160     PERFORM 8400-PRINT-COUNT
009170         THRU 8400-PRINT-COUNT-EXIT.
009180     MOVE 'IDENTICAL COPIES DROPPED'
009190                             TO WS-CL-TEXT.
009200     MOVE WS-DUP-COPIES      TO WS-CL-COUNT.
009210     PERFORM 8400-PRINT-COUNT
009220         THRU 8400-PRINT-COUNT-EXIT.
009230     MOVE 'CONFLICTING COPIES DROPPED'
009240                             TO WS-CL-TEXT.
009250     MOVE WS-CONFLICT-COPIES TO WS-CL-COUNT.
009260     PERFORM 8400-PRINT-COUNT
009270         THRU 8400-PRINT-COUNT-EXIT.
009280     MOVE 'WRITTEN TO MONTHLY ARCHIVE'
009290                             TO WS-CL-TEXT.
009300     MOVE WS-WRITTEN-COUNT   TO WS-CL-COUNT.
009310     PERFORM 8400-PRINT-COUNT
009320         THRU 8400-PRINT-COUNT-EXIT.
009330     MOVE 'READ BACK FROM MONTHLY ARCHIVE'
009340                             TO WS-CL-TEXT.
009350     MOVE WS-VERIFY-COUNT    TO WS-CL-COUNT.
009360     PERFORM 8400-PRINT-COUNT
009370         THRU 8400-PRINT-COUNT-EXIT.
009380     IF WS-OUT-OF-ORDER > 0
009390         MOVE 'OUT OF ORDER OR UNREADABLE'
009400                             TO WS-CL-TEXT
009410         MOVE WS-OUT-OF-ORDER
009420                             TO WS-CL-COUNT
009430         PERFORM 8400-PRINT-COUNT
009440             THRU 8400-PRINT-COUNT-EXIT
009450     END-IF.
009460
009470     MOVE SPACES             TO WS-PRINT-LINE.
009480     PERFORM 8500-PRINT-LINE
009490         THRU 8500-PRINT-LINE-EXIT.
009500     EVALUATE TRUE
009510         WHEN WS-WRITTEN-COUNT = 0
009520             MOVE 'NOTHING TO CONSOLIDATE - CATALOG NOT CHANGED'
009530                             TO WS-PRINT-LINE
009540         WHEN NOT WS-COUNTS-VERIFIED
009550             MOVE WS-RESULT-NOT-VERIFIED
009560                             TO WS-PRINT-LINE
009569         WHEN WS-CONFLICT-COPIES > 0
009578             AND NOT WS-CONFLICTS-ACCEPTED
009587             MOVE WS-RESULT-CONFLICTS
009596                             TO WS-PRINT-LINE
009605             IF RETURN-CODE < 4
009614                 MOVE 4      TO RETURN-CODE
009623             END-IF
009632         WHEN NOT WS-CATALOG-UPDATED
009641             MOVE WS-RESULT-NOT-CATALOGED
009650                             TO WS-PRINT-LINE
009660         WHEN OTHER
009670             MOVE WS-RESULT-RELEASE
009680                             TO WS-PRINT-LINE
009690     END-EVALUATE.
009700     PERFORM 8500-PRINT-LINE
009710         THRU 8500-PRINT-LINE-EXIT.
009720     IF WS-CATALOG-UPDATED
009730         MOVE SPACES         TO WS-PRINT-LINE
009740         STRING 'DAILY GDG CATALOGED FROM ' DELIMITED BY SIZE
009750                WS-GDG-FROM-DATE           DELIMITED BY SIZE
009760                ' ON'                      DELIMITED BY SIZE
009770           INTO WS-PRINT-LINE
009780         PERFORM 8500-PRINT-LINE
009790             THRU 8500-PRINT-LINE-EXIT
009800     END-IF.
009801     IF WS-CATALOG-UPDATED
009802         AND WS-CONFLICT-COPIES > 0
009803         MOVE 'CONFLICTING COPIES ACCEPTED ON THE ACCEPT=Y CARD'
009804                             TO WS-PRINT-LINE
009805         PERFORM 8500-PRINT-LINE
009806             THRU 8500-PRINT-LINE-EXIT
009807     END-IF.
009810     DISPLAY 'HELLOAMC - RECORDS READ    ' WS-DAILY-READ.
009820     DISPLAY 'HELLOAMC - RECORDS WRITTEN ' WS-WRITTEN-COUNT.
009830 8000-PRINT-TOTALS-EXIT.
009840     EXIT.
009850*----------------------------------------------------------------*
009860*    8100-PRINT-HEADINGS - START A NEW PAGE.                     *
009870*----------------------------------------------------------------*
009880 8100-PRINT-HEADINGS.
009890     ADD 1                   TO WS-PAGE-COUNT.
009900     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
009910     MOVE WS-HDG-1           TO RO-TEXT.
009920     MOVE '1'                TO RO-CTRL.
009930     WRITE RPTOUT-LINE.
009940     MOVE 1                  TO WS-LINE-COUNT.
009950 8100-PRINT-HEADINGS-EXIT.
009960     EXIT.
009970*----------------------------------------------------------------*
009980*    8400-PRINT-COUNT - PRINT ONE RUN-TOTAL LINE.                *
009990*----------------------------------------------------------------*
010000 8400-PRINT-COUNT.
010010     MOVE WS-COUNT-LINE      TO WS-PRINT-LINE.
010020     PERFORM 8500-PRINT-LINE
010030         THRU 8500-PRINT-LINE-EXIT.
010040 8400-PRINT-COUNT-EXIT.
010050     EXIT.
010060*----------------------------------------------------------------*
010070*    8500-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE  *
010080*                      WHEN THIS ONE IS FULL.                    *
010090*----------------------------------------------------------------*
010100 8500-PRINT-LINE.
010110     IF WS-LINE-COUNT >= WS-MAX-LINES
010120         PERFORM 8100-PRINT-HEADINGS
010130             THRU 8100-PRINT-HEADINGS-EXIT
010140     END-IF.
010150     MOVE WS-PRINT-LINE      TO RO-TEXT.
010160     MOVE ' '                TO RO-CTRL.
010170     WRITE RPTOUT-LINE.
010180     ADD 1                   TO WS-LINE-COUNT.
010190 8500-PRINT-LINE-EXIT.
010200     EXIT.
010210*----------------------------------------------------------------*
010220*    9000-TERMINATE - CLOSE FILES.                               *
010230*----------------------------------------------------------------*
010240 9000-TERMINATE.
010250     IF WS-MTHOUT-OPEN
010260         CLOSE MTHOUT-FILE
010270     END-IF.
010280     IF WS-HELLOCAT-OPEN
010290         CLOSE HELLOCAT-FILE
010300     END-IF.
010310     CLOSE RPTOUT-FILE.
010320 9000-TERMINATE-EXIT.
010330     EXIT.
010340*----------------------------------------------------------------*
010350*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
010360*                           AS ENDED WITH THE END DATE AND TIME, *
010370*                           RETURN CODE, RESTART INDICATOR AND   *
010380*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
010390*                           THE START WRITE FAILED.              *
010400*----------------------------------------------------------------*
010410 9100-END-RUN-HISTORY.
010420     IF NOT WS-RH-STARTED
010430         GO TO 9100-END-RUN-HISTORY-EXIT
010440     END-IF.
010450     OPEN I-O HELLORUN-FILE.
010460     IF NOT WS-HELLORUN-OK
010470         DISPLAY 'HELLOAMC - HELLORUN OPEN FAILED, STATUS = '
010480             WS-HELLORUN-STATUS
010490         GO TO 9100-END-RUN-HISTORY-EXIT
010500     END-IF.
010510     MOVE WS-RH-KEY          TO RH-RUN-KEY.
010520     READ HELLORUN-FILE.
010530     IF NOT WS-HELLORUN-OK
010540         DISPLAY 'HELLOAMC - HELLORUN READ FAILED, STATUS = '
010550             WS-HELLORUN-STATUS
010560         CLOSE HELLORUN-FILE
010570         GO TO 9100-END-RUN-HISTORY-EXIT
010580     END-IF.
010590     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
010600     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
010610         GIVING RH-END-DATE.
010620     ACCEPT RH-END-TIME      FROM TIME.
010630     SET RH-STAT-ENDED       TO TRUE.
010640     MOVE RETURN-CODE        TO RH-RETURN-CODE.
010650     COMPUTE RH-INPUT-COUNT = WS-ARCH69-READ + WS-ARCHIN-READ.
010660     MOVE 'DAILY RECS'       TO RH-INPUT-LABEL.
010670     MOVE WS-WRITTEN-COUNT   TO RH-OUTPUT-COUNT.
010680     MOVE 'MONTHLY'          TO RH-OUTPUT-LABEL.
010690     COMPUTE RH-REJECT-COUNT = WS-DUP-COPIES + WS-CONFLICT-COPIES.
010700     MOVE 'DUPLICATES'       TO RH-REJECT-LABEL.
010710     REWRITE HELLORUN-RECORD.
010720     IF NOT WS-HELLORUN-OK
010730         DISPLAY 'HELLOAMC - HELLORUN REWRITE FAILED, STATUS = '
010740             WS-HELLORUN-STATUS
010750     END-IF.
010760     CLOSE HELLORUN-FILE.
010770 9100-END-RUN-HISTORY-EXIT.
010780     EXIT.
