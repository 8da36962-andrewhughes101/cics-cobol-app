000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOSLD.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOSLD                                     *
000090*    DESCRIPTION    NIGHTLY SEAL OF THE HELLOLOG AUDIT TRAIL.    *
000100*                   READS THE HELLOLOG KSDS AND, FOR EVERY       *
000110*                   CLOSED LOG DATE (BEFORE TODAY) NOT YET       *
000120*                   SEALED, WRITES ONE HELLOSEL RECORD CARRYING  *
000130*                   THE DAY'S RECORD COUNT, A CHECK VALUE OVER   *
000140*                   THE CONTENTS OF EVERY RECORD ON THAT DATE,   *
000150*                   AND A RUNNING CHAIN VALUE THAT FOLDS IN THE  *
000160*                   PREVIOUS SEAL.  SEALS ARE WRITTEN IN DATE    *
000170*                   ORDER AND NEVER REWRITTEN - A DATE AT OR     *
000180*                   BEFORE THE LAST SEAL ON FILE IS LEFT ALONE,  *
000190*                   SO A RECORD LANDING ON AN ALREADY-SEALED     *
000200*                   DATE SHOWS UP AS A MISMATCH IN THE HELLOSLV  *
000210*                   VERIFICATION INSTEAD OF BEING QUIETLY        *
000220*                   ABSORBED.                                    *
000230*                                                               *
000240*                   THE JOB MUST RUN BEFORE HELLOARC PURGES A    *
000250*                   DATE - A DATE PURGED BEFORE IT WAS EVER      *
000260*                   SEALED CANNOT BE SEALED AFTERWARDS.  THE     *
000270*                   FIRST RUN SEALS EVERY CLOSED DATE THE KSDS   *
000280*                   STILL HOLDS.                                 *
000290*                                                               *
000300*                   THE CHECK ARITHMETIC IS DESCRIBED IN THE     *
000310*                   HELLOSEL COPYBOOK AND MUST MATCH HELLOSLV    *
000320*                   5000-HASH-RECORD.                            *
000330*-----------------------------------------------------------------
000340*    MODIFICATION HISTORY                                       *
000350*    DATE       INIT  DESCRIPTION                                *
000360*    ---------  ----  ------------------------------------------ *
000370*    2026-10-15 SMH   ORIGINAL.                                  *
000372*    2026-10-15 SMH   A HELLOLOG READ ERROR NOW STOPS THE RUN    *
000374*                     WITH RC=12 AND NO SEALS WRITTEN, INSTEAD   *
000376*                     OF SEALING THE PARTIAL TOTALS AS IF THE    *
000378*                     FILE HAD ENDED.                            *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000420 OBJECT-COMPUTER.    IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT HELLOLOG-FILE    ASSIGN TO HELLOLOG
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS HL-LOG-KEY
000490         FILE STATUS IS WS-HELLOLOG-STATUS.
000500
000510     SELECT HELLOSEL-FILE    ASSIGN TO HELLOSEL
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SL-SEAL-KEY
000550         FILE STATUS IS WS-HELLOSEL-STATUS.
000560
000570     SELECT RPTOUT-FILE      ASSIGN TO RPTOUT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RPTOUT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  HELLOLOG-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY HELLOLOG.
000660
000670 FD  HELLOSEL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY HELLOSEL.
000700
000710 FD  RPTOUT-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 133 CHARACTERS.
000740 01  RPTOUT-LINE.
000750     05  RO-CTRL             PIC X(01).
000760     05  RO-TEXT             PIC X(132).
000770
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------*
000800*    FILE STATUS AND CONTROL SWITCHES                            *
000810*----------------------------------------------------------------*
000820 01  WS-HELLOLOG-STATUS      PIC X(02)   VALUE '00'.
000830     88  WS-HELLOLOG-OK                  VALUE '00'.
000840 01  WS-HELLOSEL-STATUS      PIC X(02)   VALUE '00'.
000850     88  WS-HELLOSEL-OK                  VALUE '00'.
000860 01  WS-RPTOUT-STATUS        PIC X(02)   VALUE '00'.
000870 01  WS-LOG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000880     88  WS-LOG-END                      VALUE 'Y'.
000890 01  WS-SEL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000900     88  WS-SEL-END                      VALUE 'Y'.
000910 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
000920     88  WS-RUN-ABORTED                  VALUE 'Y'.
000930 01  WS-DATE-SLOT-SW         PIC X(01)   VALUE 'N'.
000940     88  WS-DATE-SLOT-OK                 VALUE 'Y'.
000950*----------------------------------------------------------------*
000960*    RUN DATE/TIME - 0CYYDDD/0HHMMSS, THE EIBDATE/EIBTIME FORMS  *
000970*    THE AUDIT KEYS CARRY.  ONLY DATES BEFORE TODAY ARE CLOSED.  *
000980*----------------------------------------------------------------*
000990 01  WS-TODAY-YYYYDDD        PIC 9(07).
001000 01  WS-TODAY-DATE           PIC 9(07)   VALUE ZERO.
001010 01  WS-RUN-TIME-RAW         PIC 9(08).
001020 01  WS-RUN-TIME             PIC 9(07)   VALUE ZERO.
001030*----------------------------------------------------------------*
001040*    LAST SEAL ON FILE - THE CHAIN CONTINUES FROM HERE.  ZERO ON *
001050*    THE FIRST RUN.                                              *
001060*----------------------------------------------------------------*
001070 01  WS-LAST-SEAL-DATE       PIC 9(07)   VALUE ZERO.
001080 01  WS-LAST-CHAIN           PIC 9(09)   VALUE ZERO.
001090*----------------------------------------------------------------*
001100*    PER-DATE COUNT AND CHECK VALUE FOR THE DATES BEING SEALED.  *
001110*    ENTRIES COLLECT IN FIRST-SEEN ORDER (THE HELLOLOG KEY IS    *
001120*    TERMINAL-MAJOR, SO DATES ARRIVE INTERLEAVED) AND ARE SORTED *
001130*    INTO DATE ORDER BEFORE THE SEALS ARE CHAINED.               *
001140*----------------------------------------------------------------*
001150 01  WS-DATE-TABLE.
001160     05  WS-DATE-COUNT-USED  PIC 9(04)   COMP    VALUE 0.
001170     05  WS-DATE-ENTRY       OCCURS 400 TIMES
001180                             INDEXED BY WS-DATE-IDX.
001190         10  WS-DT-DATE          PIC 9(07).
001200         10  WS-DT-COUNT         PIC 9(09)   COMP.
001210         10  WS-DT-HASH          PIC 9(09)   COMP.
001220*----------------------------------------------------------------*
001230*    EXCHANGE AREA FOR THE DATE-ORDER SORT - MIRRORS ONE         *
001240*    WS-DATE-ENTRY.  KEEP THE TWO LAYOUTS IN STEP.               *
001250*----------------------------------------------------------------*
001260 01  WS-SWAP-ENTRY.
001270     05  WS-SW-DATE          PIC 9(07).
001280     05  WS-SW-COUNT         PIC 9(09)   COMP.
001290     05  WS-SW-HASH          PIC 9(09)   COMP.
001300*----------------------------------------------------------------*
001310*    CHECK-VALUE WORK AREAS.  A RECORD IS MOVED TO WS-HASH-AREA  *
001320*    AND TAKEN A BYTE AT A TIME; EACH BYTE DROPS INTO THE LOW    *
001330*    HALF OF A HALFWORD WHOSE HIGH HALF IS ALWAYS LOW-VALUE, SO  *
001340*    THE BINARY REDEFINITION READS BACK ITS CODE POINT.          *
001350*----------------------------------------------------------------*
001360 01  WS-HASH-AREA.
001370     05  WS-HASH-BYTE        PIC X(01)   OCCURS 73 TIMES.
001380 01  WS-HASH-CHAR.
001390     05  FILLER              PIC X(01)   VALUE LOW-VALUE.
001400     05  WS-HASH-CHAR-LO     PIC X(01)   VALUE LOW-VALUE.
001410 01  WS-HASH-CHAR-N          REDEFINES WS-HASH-CHAR
001420                             PIC 9(04)   COMP.
001430 77  WS-HASH-MODULUS         PIC 9(09)   COMP    VALUE 999999937.
001440 77  WS-HASH-WORK            PIC 9(18)   COMP.
001450 77  WS-HASH-QUOT            PIC 9(18)   COMP.
001460 77  WS-REC-HASH             PIC 9(09)   COMP.
001470 77  WS-BYTE-SUB             PIC 9(04)   COMP.
001480*----------------------------------------------------------------*
001490*    WORK AREAS AND RUN TOTALS                                   *
001500*----------------------------------------------------------------*
001510 01  WS-WORK-DATE            PIC 9(07).
001520 01  WS-SUB                  PIC 9(04)   COMP.
001530 01  WS-SUB2                 PIC 9(04)   COMP.
001540 77  WS-SEALS-ON-FILE        PIC 9(09)   COMP    VALUE 0.
001550 77  WS-SEALS-WRITTEN        PIC 9(09)   COMP    VALUE 0.
001560 77  WS-RECORDS-SEALED       PIC 9(09)   COMP    VALUE 0.
001570*----------------------------------------------------------------*
001580*    PAGE CONTROL                                                *
001590*----------------------------------------------------------------*
001600 01  WS-LINE-COUNT           PIC 9(02)   COMP    VALUE 99.
001610 01  WS-MAX-LINES            PIC 9(02)   COMP    VALUE 55.
001620 01  WS-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
001630*----------------------------------------------------------------*
001640*    REPORT LINES                                                *
001650*----------------------------------------------------------------*
001660 01  WS-HDG-1.
001670     05  FILLER              PIC X(40)   VALUE
001680         'HELLOLOG DAILY SEAL - '.
001690     05  WS-HDG-PAGE-LIT     PIC X(05)   VALUE 'PAGE '.
001700     05  WS-HDG-PAGE-NO      PIC ZZZ9.
001710 01  WS-HDG-2                PIC X(70)   VALUE
001720     'LOGDATE      RECORDS  CHECK VALUE  PREV SEAL  CHAIN VALUE'.
001730 01  WS-DETAIL-LINE.
001740     05  WS-DET-DATE         PIC 9(07).
001750     05  FILLER              PIC X(02)   VALUE SPACES.
001760     05  WS-DET-COUNT        PIC ZZZ,ZZZ,ZZ9.
001770     05  FILLER              PIC X(04)   VALUE SPACES.
001780     05  WS-DET-HASH         PIC 9(09).
001790     05  FILLER              PIC X(04)   VALUE SPACES.
001800     05  WS-DET-PREV         PIC 9(07).
001810     05  FILLER              PIC X(04)   VALUE SPACES.
001820     05  WS-DET-CHAIN        PIC 9(09).
001830 01  WS-COUNT-LINE.
001840     05  WS-CL-TEXT          PIC X(30).
001850     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
001860
001870 PROCEDURE DIVISION.
001880*----------------------------------------------------------------*
001890*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE SEAL RUN.      *
001900*----------------------------------------------------------------*
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE
001930         THRU 1000-INITIALIZE-EXIT.
001940
001950     IF NOT WS-RUN-ABORTED
001960         PERFORM 2000-COLLECT-RECORD
001970             THRU 2000-COLLECT-RECORD-EXIT
001980             UNTIL WS-LOG-END OR WS-RUN-ABORTED
001990     END-IF.
002000
002010     IF NOT WS-RUN-ABORTED
002020         PERFORM 7000-SORT-DATES
002030             THRU 7000-SORT-DATES-EXIT
002040         PERFORM 8000-WRITE-SEALS
002050             THRU 8000-WRITE-SEALS-EXIT
002060     END-IF.
002070
002080     PERFORM 9000-TERMINATE
002090         THRU 9000-TERMINATE-EXIT.
002100
002110     STOP RUN.
002120*----------------------------------------------------------------*
002130*    1000-INITIALIZE - CAPTURE THE RUN DATE, OPEN THE FILES,     *
002140*                      FIND THE LAST SEAL ON FILE, AND PRIME THE *
002150*                      FIRST READ.                               *
002160*----------------------------------------------------------------*
002170 1000-INITIALIZE.
002180     ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
002190     COMPUTE WS-TODAY-DATE = WS-TODAY-YYYYDDD - 1900000.
002200     ACCEPT WS-RUN-TIME-RAW  FROM TIME.
002210     COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100.
002220
002230     OPEN INPUT HELLOLOG-FILE.
002240     IF NOT WS-HELLOLOG-OK
002250         DISPLAY 'HELLOSLD - HELLOLOG OPEN FAILED, STATUS = '
002260             WS-HELLOLOG-STATUS
002270         SET WS-RUN-ABORTED  TO TRUE
002280         MOVE 8              TO RETURN-CODE
002290         GO TO 1000-INITIALIZE-EXIT
002300     END-IF.
002310
002320     OPEN I-O HELLOSEL-FILE.
002330     IF NOT WS-HELLOSEL-OK
002340         DISPLAY 'HELLOSLD - HELLOSEL OPEN FAILED, STATUS = '
002350             WS-HELLOSEL-STATUS
002360         SET WS-RUN-ABORTED  TO TRUE
002370         MOVE 8              TO RETURN-CODE
002380         GO TO 1000-INITIALIZE-EXIT
002390     END-IF.
002400
002410     OPEN OUTPUT RPTOUT-FILE.
002420
002430     PERFORM 1100-FIND-LAST-SEAL
002440         THRU 1100-FIND-LAST-SEAL-EXIT
002450         UNTIL WS-SEL-END.
002460     IF WS-RUN-ABORTED
002470         GO TO 1000-INITIALIZE-EXIT
002480     END-IF.
002490
002500     PERFORM 2100-READ-HELLOLOG
002510         THRU 2100-READ-HELLOLOG-EXIT.
002520 1000-INITIALIZE-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------*
002550*    1100-FIND-LAST-SEAL - READ THE SEAL FILE THROUGH TO ITS     *
002560*                          LAST (HIGHEST-DATED) RECORD, WHOSE    *
002570*                          DATE AND CHAIN VALUE THE NEW SEALS    *
002580*                          CONTINUE FROM.  THE FILE GROWS BY A   *
002590*                          RECORD A DAY - READING IT END TO END  *
002600*                          IS CHEAP.                             *
002610*----------------------------------------------------------------*
002620 1100-FIND-LAST-SEAL.
002630     READ HELLOSEL-FILE NEXT RECORD
002640         AT END
002650             SET WS-SEL-END  TO TRUE
002660             GO TO 1100-FIND-LAST-SEAL-EXIT
002670     END-READ.
002680     IF NOT WS-HELLOSEL-OK
002690         DISPLAY 'HELLOSLD - HELLOSEL READ FAILED, STATUS = '
002700             WS-HELLOSEL-STATUS
002710         SET WS-SEL-END      TO TRUE
002720         SET WS-RUN-ABORTED  TO TRUE
002730         MOVE 12             TO RETURN-CODE
002740         GO TO 1100-FIND-LAST-SEAL-EXIT
002750     END-IF.
002760     MOVE SL-LOG-DATE        TO WS-LAST-SEAL-DATE.
002770     MOVE SL-CHAIN-HASH      TO WS-LAST-CHAIN.
002780     ADD 1                   TO WS-SEALS-ON-FILE.
002790 1100-FIND-LAST-SEAL-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------*
002820*    2000-COLLECT-RECORD - ADD THE CURRENT RECORD TO ITS DATE'S  *
002830*                          COUNT AND CHECK VALUE WHEN THE DATE   *
002840*                          IS CLOSED AND NOT YET SEALED, THEN    *
002850*                          READ THE NEXT ONE.                    *
002860*----------------------------------------------------------------*
002870 2000-COLLECT-RECORD.
002880     IF HL-LOG-K-DATE NOT > WS-LAST-SEAL-DATE
002890         OR HL-LOG-K-DATE NOT < WS-TODAY-DATE
002900         GO TO 2000-COLLECT-RECORD-NEXT
002910     END-IF.
002920     MOVE HL-LOG-K-DATE      TO WS-WORK-DATE.
002930     PERFORM 4000-FIND-DATE-SLOT
002940         THRU 4000-FIND-DATE-SLOT-EXIT.
002950     IF NOT WS-DATE-SLOT-OK
002960         GO TO 2000-COLLECT-RECORD-EXIT
002970     END-IF.
002980     MOVE HELLOLOG-RECORD    TO WS-HASH-AREA.
002990     PERFORM 5000-HASH-RECORD
003000         THRU 5000-HASH-RECORD-EXIT.
003010     ADD 1                   TO WS-DT-COUNT (WS-DATE-IDX).
003020     COMPUTE WS-HASH-WORK = WS-DT-HASH (WS-DATE-IDX)
003030         + WS-REC-HASH.
003040     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
003050         GIVING WS-HASH-QUOT
003060         REMAINDER WS-DT-HASH (WS-DATE-IDX).
003070     ADD 1                   TO WS-RECORDS-SEALED.
003080 2000-COLLECT-RECORD-NEXT.
003090     PERFORM 2100-READ-HELLOLOG
003100         THRU 2100-READ-HELLOLOG-EXIT.
003110 2000-COLLECT-RECORD-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------*
003134*    2100-READ-HELLOLOG - READ THE NEXT AUDIT RECORD IN KEY      *
003138*                         SEQUENCE.  A READ ERROR STOPS THE RUN, *
003142*                         AS THE TOTALS SO FAR COVER ONLY PART   *
003146*                         OF THE FILE AND MUST NOT BE SEALED.    *
003150*----------------------------------------------------------------*
003154 2100-READ-HELLOLOG.
003158     READ HELLOLOG-FILE NEXT RECORD
003162         AT END
003166             MOVE 'Y'        TO WS-LOG-EOF-SWITCH
003170             GO TO 2100-READ-HELLOLOG-EXIT
003174     END-READ.
003178     IF NOT WS-HELLOLOG-OK
003182         DISPLAY 'HELLOSLD - HELLOLOG READ FAILED, STATUS = '
003186             WS-HELLOLOG-STATUS ' - NO SEALS WRITTEN'
003190         MOVE 'Y'            TO WS-LOG-EOF-SWITCH
003194         SET WS-RUN-ABORTED  TO TRUE
003198         MOVE 12             TO RETURN-CODE
003202     END-IF.
003220 2100-READ-HELLOLOG-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------*
003250*    4000-FIND-DATE-SLOT - FIND OR ADD THE TABLE ENTRY FOR THE   *
003260*                          DATE IN WS-WORK-DATE.                 *
003270*----------------------------------------------------------------*
003280 4000-FIND-DATE-SLOT.
003290     MOVE 'N'                TO WS-DATE-SLOT-SW.
003300     SET WS-DATE-IDX         TO 1.
003310     SEARCH WS-DATE-ENTRY
003320         AT END
003330             PERFORM 4100-ADD-DATE-SLOT
003340                 THRU 4100-ADD-DATE-SLOT-EXIT
003350         WHEN WS-DATE-IDX > WS-DATE-COUNT-USED
003360             PERFORM 4100-ADD-DATE-SLOT
003370                 THRU 4100-ADD-DATE-SLOT-EXIT
003380         WHEN WS-DT-DATE (WS-DATE-IDX) = WS-WORK-DATE
003390             MOVE 'Y'        TO WS-DATE-SLOT-SW
003400     END-SEARCH.
003410 4000-FIND-DATE-SLOT-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------*
003440*    4100-ADD-DATE-SLOT - START A FRESH ENTRY FOR WS-WORK-DATE.  *
003450*                         A FULL TABLE STOPS THE RUN WITH        *
003460*                         NOTHING WRITTEN - DROPPING A DATE      *
003470*                         WOULD LEAVE IT BEHIND THE CHAIN FOR    *
003480*                         GOOD.                                  *
003490*----------------------------------------------------------------*
003500 4100-ADD-DATE-SLOT.
003510     IF WS-DATE-COUNT-USED >= 400
003520         DISPLAY 'HELLOSLD - DATE TABLE FULL AT '
003530             WS-WORK-DATE ' - NO SEALS WRITTEN'
003540         SET WS-RUN-ABORTED  TO TRUE
003550         MOVE 12             TO RETURN-CODE
003560         GO TO 4100-ADD-DATE-SLOT-EXIT
003570     END-IF.
003580     ADD 1                   TO WS-DATE-COUNT-USED.
003590     SET WS-DATE-IDX         TO WS-DATE-COUNT-USED.
003600     MOVE WS-WORK-DATE       TO WS-DT-DATE (WS-DATE-IDX).
003610     MOVE 0                  TO WS-DT-COUNT (WS-DATE-IDX).
003620     MOVE 0                  TO WS-DT-HASH (WS-DATE-IDX).
003630     MOVE 'Y'                TO WS-DATE-SLOT-SW.
003640 4100-ADD-DATE-SLOT-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------*
003670*    5000-HASH-RECORD - FOLD THE 73 BYTES IN WS-HASH-AREA INTO   *
003680*                       WS-REC-HASH.  MUST MATCH HELLOSLV        *
003690*                       5000-HASH-RECORD BYTE FOR BYTE.          *
003700*----------------------------------------------------------------*
003710 5000-HASH-RECORD.
003720     MOVE 0                  TO WS-REC-HASH.
003730     PERFORM 5100-HASH-BYTE
003740         THRU 5100-HASH-BYTE-EXIT
003750         VARYING WS-BYTE-SUB FROM 1 BY 1
003760         UNTIL WS-BYTE-SUB > 73.
003770 5000-HASH-RECORD-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------*
003800*    5100-HASH-BYTE - H = (H * 31 + CODE POINT + 1) MOD          *
003810*                     999999937.  THE +1 KEEPS A LOW-VALUE BYTE  *
003820*                     FROM VANISHING.                            *
003830*----------------------------------------------------------------*
003840 5100-HASH-BYTE.
003850     MOVE WS-HASH-BYTE (WS-BYTE-SUB)
003860                             TO WS-HASH-CHAR-LO.
003870     COMPUTE WS-HASH-WORK = WS-REC-HASH * 31 + WS-HASH-CHAR-N + 1.
003880     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
003890         GIVING WS-HASH-QUOT
003900         REMAINDER WS-REC-HASH.
003910 5100-HASH-BYTE-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------*
003940*    7000-SORT-DATES - EXCHANGE-SORT THE DATE TABLE INTO         *
003950*                      ASCENDING DATE ORDER - THE CHAIN MUST RUN *
003960*                      OLDEST FIRST.                             *
003970*----------------------------------------------------------------*
003980 7000-SORT-DATES.
003990     IF WS-DATE-COUNT-USED < 2
004000         GO TO 7000-SORT-DATES-EXIT
004010     END-IF.
004020     PERFORM 7100-SORT-PASS
004030         THRU 7100-SORT-PASS-EXIT
004040         VARYING WS-SUB FROM 1 BY 1
004050         UNTIL WS-SUB >= WS-DATE-COUNT-USED.
004060 7000-SORT-DATES-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------*
004090*    7100-SORT-PASS - ONE PASS: PULL THE SMALLEST REMAINING DATE *
004100*                     INTO POSITION WS-SUB.                      *
004110*----------------------------------------------------------------*
004120 7100-SORT-PASS.
004130     COMPUTE WS-SUB2 = WS-SUB + 1.
004140     PERFORM 7110-SORT-COMPARE
004150         THRU 7110-SORT-COMPARE-EXIT
004160         UNTIL WS-SUB2 > WS-DATE-COUNT-USED.
004170 7100-SORT-PASS-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------*
004200*    7110-SORT-COMPARE - EXCHANGE THE TWO ENTRIES WHEN THE LATER *
004210*                        ONE CARRIES THE EARLIER DATE.           *
004220*----------------------------------------------------------------*
004230 7110-SORT-COMPARE.
004240     IF WS-DT-DATE (WS-SUB2) < WS-DT-DATE (WS-SUB)
004250         MOVE WS-DT-DATE (WS-SUB)       TO WS-SW-DATE
004260         MOVE WS-DT-COUNT (WS-SUB)      TO WS-SW-COUNT
004270         MOVE WS-DT-HASH (WS-SUB)       TO WS-SW-HASH
004280         MOVE WS-DT-DATE (WS-SUB2)      TO WS-DT-DATE (WS-SUB)
004290         MOVE WS-DT-COUNT (WS-SUB2)     TO WS-DT-COUNT (WS-SUB)
004300         MOVE WS-DT-HASH (WS-SUB2)      TO WS-DT-HASH (WS-SUB)
004310         MOVE WS-SW-DATE                TO WS-DT-DATE (WS-SUB2)
004320         MOVE WS-SW-COUNT               TO WS-DT-COUNT (WS-SUB2)
004330         MOVE WS-SW-HASH                TO WS-DT-HASH (WS-SUB2)
004340     END-IF.
004350     ADD 1                   TO WS-SUB2.
004360 7110-SORT-COMPARE-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390*    8000-WRITE-SEALS - WRITE AND PRINT ONE SEAL PER DATE,       *
004400*                       OLDEST FIRST, THEN THE RUN TOTALS.       *
004410*----------------------------------------------------------------*
004420 8000-WRITE-SEALS.
004430     PERFORM 8100-PRINT-HEADINGS
004440         THRU 8100-PRINT-HEADINGS-EXIT.
004450
004460     PERFORM 8200-WRITE-ONE-SEAL
004470         THRU 8200-WRITE-ONE-SEAL-EXIT
004480         VARYING WS-SUB FROM 1 BY 1
004490         UNTIL WS-SUB > WS-DATE-COUNT-USED
004500            OR WS-RUN-ABORTED.
004510
004520     MOVE SPACES             TO RO-TEXT.
004530     MOVE ' '                TO RO-CTRL.
004540     WRITE RPTOUT-LINE.
004550     IF WS-DATE-COUNT-USED = 0
004560         MOVE 'NO CLOSED DATES AWAITING A SEAL'
004570                             TO RO-TEXT
004580         WRITE RPTOUT-LINE
004590     END-IF.
004600     MOVE 'SEALS ON FILE BEFORE THE RUN  '
004610                             TO WS-CL-TEXT.
004620     MOVE WS-SEALS-ON-FILE   TO WS-CL-COUNT.
004630     MOVE WS-COUNT-LINE      TO RO-TEXT.
004640     WRITE RPTOUT-LINE.
004650     MOVE 'DATES SEALED THIS RUN         '
004660                             TO WS-CL-TEXT.
004670     MOVE WS-SEALS-WRITTEN   TO WS-CL-COUNT.
004680     MOVE WS-COUNT-LINE      TO RO-TEXT.
004690     WRITE RPTOUT-LINE.
004700     MOVE 'RECORDS SEALED THIS RUN       '
004710                             TO WS-CL-TEXT.
004720     MOVE WS-RECORDS-SEALED  TO WS-CL-COUNT.
004730     MOVE WS-COUNT-LINE      TO RO-TEXT.
004740     WRITE RPTOUT-LINE.
004750     DISPLAY 'HELLOSLD - SEALS ON FILE    ' WS-SEALS-ON-FILE.
004760     DISPLAY 'HELLOSLD - DATES SEALED     ' WS-SEALS-WRITTEN.
004770     DISPLAY 'HELLOSLD - RECORDS SEALED   ' WS-RECORDS-SEALED.
004780 8000-WRITE-SEALS-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------*
004810*    8100-PRINT-HEADINGS - PRINT THE REPORT TITLE ON A NEW PAGE  *
004820*                          WITH THE COLUMN HEADINGS.             *
004830*----------------------------------------------------------------*
004840 8100-PRINT-HEADINGS.
004850     ADD 1                   TO WS-PAGE-COUNT.
004860     MOVE WS-PAGE-COUNT      TO WS-HDG-PAGE-NO.
004870     MOVE WS-HDG-1           TO RO-TEXT.
004880     MOVE '1'                TO RO-CTRL.
004890     WRITE RPTOUT-LINE.
004900     MOVE WS-HDG-2           TO RO-TEXT.
004910     MOVE ' '                TO RO-CTRL.
004920     WRITE RPTOUT-LINE.
004930     MOVE 2                  TO WS-LINE-COUNT.
004940 8100-PRINT-HEADINGS-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------*
004970*    8200-WRITE-ONE-SEAL - CHAIN THE DATE AT WS-SUB ONTO THE     *
004980*                          LAST SEAL, WRITE IT, AND PRINT IT.  A *
004990*                          FAILED WRITE STOPS THE RUN - A LATER  *
005000*                          SEAL CHAINED PAST A MISSING ONE WOULD *
005010*                          NEVER VERIFY.                         *
005020*----------------------------------------------------------------*
005030 8200-WRITE-ONE-SEAL.
005040     MOVE SPACES             TO HELLOSEL-RECORD.
005050     MOVE WS-DT-DATE (WS-SUB)       TO SL-LOG-DATE.
005060     MOVE WS-DT-COUNT (WS-SUB)      TO SL-RECORD-COUNT.
005070     MOVE WS-DT-HASH (WS-SUB)       TO SL-DAY-HASH.
005080     MOVE WS-LAST-SEAL-DATE         TO SL-PREV-DATE.
005090     COMPUTE WS-HASH-WORK = WS-LAST-CHAIN * 31
005100         + WS-DT-HASH (WS-SUB) + WS-DT-COUNT (WS-SUB)
005110         + WS-DT-DATE (WS-SUB).
005120     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
005130         GIVING WS-HASH-QUOT
005140         REMAINDER SL-CHAIN-HASH.
005150     MOVE WS-TODAY-DATE             TO SL-SEALED-DATE.
005160     MOVE WS-RUN-TIME               TO SL-SEALED-TIME.
005170     WRITE HELLOSEL-RECORD.
005180     IF NOT WS-HELLOSEL-OK
005190         DISPLAY 'HELLOSLD - HELLOSEL WRITE FAILED, STATUS = '
005200             WS-HELLOSEL-STATUS ' DATE = ' SL-LOG-DATE
005210         SET WS-RUN-ABORTED  TO TRUE
005220         MOVE 12             TO RETURN-CODE
005230         GO TO 8200-WRITE-ONE-SEAL-EXIT
005240     END-IF.
005250     MOVE SL-LOG-DATE        TO WS-LAST-SEAL-DATE.
005260     MOVE SL-CHAIN-HASH      TO WS-LAST-CHAIN.
005270     ADD 1                   TO WS-SEALS-WRITTEN.
005280
005290     IF WS-LINE-COUNT >= WS-MAX-LINES
005300         PERFORM 8100-PRINT-HEADINGS
005310             THRU 8100-PRINT-HEADINGS-EXIT
005320     END-IF.
005330     MOVE SL-LOG-DATE        TO WS-DET-DATE.
005340     MOVE SL-RECORD-COUNT    TO WS-DET-COUNT.
005350     MOVE SL-DAY-HASH        TO WS-DET-HASH.
005360     MOVE SL-PREV-DATE       TO WS-DET-PREV.
005370     MOVE SL-CHAIN-HASH      TO WS-DET-CHAIN.
005380     MOVE WS-DETAIL-LINE     TO RO-TEXT.
005390     MOVE ' '                TO RO-CTRL.
005400     WRITE RPTOUT-LINE.
005410     ADD 1                   TO WS-LINE-COUNT.
005420 8200-WRITE-ONE-SEAL-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------*
005450*    9000-TERMINATE - CLOSE FILES.                               *
005460*----------------------------------------------------------------*
005470 9000-TERMINATE.
005480     CLOSE HELLOLOG-FILE.
005490     CLOSE HELLOSEL-FILE.
005500     CLOSE RPTOUT-FILE.
005510 9000-TERMINATE-EXIT.
005520     EXIT.
