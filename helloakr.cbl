000170*    PROGRAM       HELLOAKR                                     *
000180*    DESCRIPTION    URGENT-BULLETIN ACKNOWLEDGMENT REPORT.  FOR  *
000190*                   THE BULLETIN NAMED ON THE CTLIN CARD, JOINS  *
000200*                   THE HELLOACK ACKNOWLEDGMENT FILE AGAINST THE *
000210*                   ACTIVE USRPROF ENTRIES IN THE BULLETIN'S     *
000215*                   AUDIENCE AND PRINTS:                         *
000220*                   - THE OPERATORS WHO HAVE NOT ACKNOWLEDGED   *
000230*                     (THE LIST THE FLOOR SUPERVISOR CHASES),   *
000240*                   - THE OPERATORS WHO HAVE, WITH THE DATE AND *
000250*                     TIME (THE PROOF-OF-NOTIFICATION           *
000260*                     COMPLIANCE ASKS FOR).                     *
000270*                   ACTIVE MEANS THE AUTH LEVEL IS NOT 'N', THE  *
000280*                   PROFILE IS NOT SUSPENDED, AND THE ACCESS     *
000290*                   WINDOW HAS NOT EXPIRED.  THE AUDIENCE IS     *
000300*                   EVERY OPERATOR, THE OPERATORS WHOSE BRANCH   *
000302*                   CODE IS IN THE BULLETIN'S BRANCH LIST, OR    *
000304*                   THE ADMINISTRATORS ONLY - AN ACTIVE OPERATOR *
000306*                   OUTSIDE IT OWES NOTHING AND IS ONLY COUNTED. *
000308*                   RC=4 FLAGS ANY OUTSTANDING ACKNOWLEDGMENT.   *
000310*                                                               *
000320*                   CONTROL CARD (CTLIN):                       *
000330*                       BLTID=XXXXXX (HELLOBLT BULLETIN ID)     *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    ---------  ----  ------------------------------------------ *
000380*    2026-09-02 SMH   ORIGINAL.                                  *
000381*    2026-10-15 SMH   ONLY OPERATORS IN THE BULLETIN'S AUDIENCE  *
000382*                     (ALL, A BRANCH LIST, OR ADMINISTRATORS)    *
000383*                     ARE LISTED AND COUNTED AS OUTSTANDING.     *
000384*                     THE AUDIENCE IS PRINTED UNDER THE BULLETIN *
000385*                     TEXT.                                      *
000386*    2026-10-15 SMH   WRITE A RUN-HISTORY RECORD TO HELLORUN AT  *
000387*                     THE START AND END OF EACH RUN.             *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-RPTOUT-STATUS.
000710
000711     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS RANDOM
000714         RECORD KEY IS RH-RUN-KEY
000715         FILE STATUS IS WS-HELLORUN-STATUS.
000716
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  USRPROF-FILE
000980     05  RO-CTRL             PIC X(01).
000990     05  RO-TEXT             PIC X(132).
001000
001002 FD  HELLORUN-FILE
001004     LABEL RECORDS ARE STANDARD.
001006 COPY HELLORUN.
001008
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------*
001030*    FILE STATUS AND CONTROL SWITCHES                            *
001190     88  WS-RUN-ABORTED                  VALUE 'Y'.
001200 01  WS-ACK-FOUND-SW         PIC X(01)   VALUE 'N'.
001210     88  WS-ACK-FOUND                    VALUE 'Y'.
001213 01  WS-AUD-SWITCH           PIC X(01)   VALUE 'N'.
001216     88  WS-IN-AUDIENCE                  VALUE 'Y'.
001220*----------------------------------------------------------------*
001230*    SELECTION AND RUN-DATE WORK AREAS                           *
001240*----------------------------------------------------------------*
001250 01  WS-SEL-BLT-ID           PIC X(06)   VALUE SPACES.
001260 01  WS-TODAY-YYYYDDD        PIC 9(07).
001270 01  WS-TODAY-DATE           PIC 9(07)   VALUE ZERO.
001271 01  WS-SEL-AUDIENCE         PIC X(01)   VALUE SPACE.
001272     88  WS-SEL-AUD-ALL                  VALUES 'O' ' '.
001273     88  WS-SEL-AUD-BRANCH               VALUE 'B'.
001274     88  WS-SEL-AUD-ADMIN                VALUE 'A'.
001275 01  WS-SEL-BRANCH-LIST.
001276     05  WS-SEL-BRANCH       PIC X(04)   OCCURS 8 TIMES
001277                                         INDEXED BY WS-SEL-BR-IDX.
001278 01  WS-AUD-SUB              PIC 9(02)   COMP    VALUE 0.
001280*----------------------------------------------------------------*
001290*    ACKNOWLEDGMENT TABLE - EVERY ACK ON FILE FOR THE BULLETIN   *
001300*----------------------------------------------------------------*
001410 77  WS-ACTIVE-COUNT         PIC 9(04)   COMP    VALUE 0.
001420 77  WS-ACKED-COUNT          PIC 9(04)   COMP    VALUE 0.
001430 77  WS-OUTSTANDING-COUNT    PIC 9(04)   COMP    VALUE 0.
001435 77  WS-OUTSIDE-COUNT        PIC 9(04)   COMP    VALUE 0.
001440*----------------------------------------------------------------*
001450*    PAGE CONTROL                                                *
001460*----------------------------------------------------------------*
001610     05  WS-BL-ID            PIC X(06).
001620     05  FILLER              PIC X(02)   VALUE SPACES.
001630     05  WS-BL-TEXT          PIC X(60).
001631 01  WS-AUD-LINE.
001632     05  FILLER              PIC X(10)   VALUE 'AUDIENCE: '.
001633     05  WS-AUD-DESC         PIC X(20)   VALUE SPACES.
001634     05  WS-AUD-BRANCHES                 VALUE SPACES.
001635         10  WS-AUD-BR-ENTRY OCCURS 8 TIMES.
001636             15  WS-AUD-BR   PIC X(04).
001637             15  FILLER      PIC X(01).
001640 01  WS-HDG-2                PIC X(70)   VALUE
001650     'OPERATOR  NAME                ACKDATE ACKTIME (BLANK=OWED)'.
001680 01  WS-DETAIL-LINE.
001770     05  WS-CL-TEXT          PIC X(30).
001780     05  WS-CL-COUNT         PIC ZZZ9.
001790
001791*----------------------------------------------------------------*
001792*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
001793*    WRITE FOR THE END REWRITE.                                  *
001794*----------------------------------------------------------------*
001795 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
001796     88  WS-HELLORUN-OK                  VALUE '00'.
001797 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
001798     88  WS-RH-STARTED                   VALUE 'Y'.
001799 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
001800 01  WS-RH-YYYYDDD           PIC 9(07).
001801
001802 PROCEDURE DIVISION.
001810*----------------------------------------------------------------*
001820*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN.           *
001830*----------------------------------------------------------------*
001840 0000-MAINLINE.
001842     PERFORM 0100-START-RUN-HISTORY
001844         THRU 0100-START-RUN-HISTORY-EXIT.
001846
001850     PERFORM 1000-INITIALIZE
001860         THRU 1000-INITIALIZE-EXIT.
001870
001960     PERFORM 9000-TERMINATE
001970         THRU 9000-TERMINATE-EXIT.
001980
001982     PERFORM 9100-END-RUN-HISTORY
001984         THRU 9100-END-RUN-HISTORY-EXIT.
001986
001990     STOP RUN.
001991
001992*----------------------------------------------------------------*
001993*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
001994*                             AS RUNNING.  A HISTORY FILE THAT   *
001995*                             CANNOT BE OPENED OR WRITTEN IS     *
001996*                             REPORTED AND THE JOB CARRIES ON.   *
001997*----------------------------------------------------------------*
001998 0100-START-RUN-HISTORY.
001999     MOVE SPACES             TO HELLORUN-RECORD.
002000     MOVE 'HELLOAKR'         TO RH-JOB-NAME.
002001     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
002002     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
002003         GIVING RH-START-DATE.
002004     ACCEPT RH-START-TIME    FROM TIME.
002005     MOVE ZERO               TO RH-END-DATE
002006                                RH-END-TIME
002007                                RH-RETURN-CODE
002008                                RH-INPUT-COUNT
002009                                RH-OUTPUT-COUNT
002010                                RH-REJECT-COUNT.
002011     SET RH-STAT-RUNNING     TO TRUE.
002012     SET RH-FRESH-START      TO TRUE.
002013     MOVE RH-RUN-KEY         TO WS-RH-KEY.
002014     OPEN I-O HELLORUN-FILE.
002015     IF NOT WS-HELLORUN-OK
002016         DISPLAY 'HELLOAKR - HELLORUN OPEN FAILED, STATUS = '
002017             WS-HELLORUN-STATUS
002018         DISPLAY 'HELLOAKR - RUN HISTORY NOT RECORDED'
002019         GO TO 0100-START-RUN-HISTORY-EXIT
002020     END-IF.
002021     WRITE HELLORUN-RECORD.
002022     IF WS-HELLORUN-OK
002023         SET WS-RH-STARTED   TO TRUE
002024     ELSE
002025         DISPLAY 'HELLOAKR - HELLORUN WRITE FAILED, STATUS = '
002026             WS-HELLORUN-STATUS
002027     END-IF.
002028     CLOSE HELLORUN-FILE.
002029 0100-START-RUN-HISTORY-EXIT.
002030     EXIT.
002031
002032*----------------------------------------------------------------*
002033*    1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE FILES,    *
002034*                      FETCH THE BULLETIN TEXT, AND POSITION THE *
002040*                      ACKNOWLEDGMENT BROWSE.                    *
002050*----------------------------------------------------------------*
002060 1000-INITIALIZE.
002860
002870*----------------------------------------------------------------*
002880*    1200-FETCH-BULLETIN - READ THE BULLETIN SO THE REPORT CAN   *
002890*                          SHOW ITS TEXT, AND KEEP ITS AUDIENCE  *
002900*                          FOR THE PROFILE SCAN.  A BULLETIN     *
002910*                          THAT IS NOT ON FILE IS A MISKEYED     *
002913*                          CARD.                                 *
002916*----------------------------------------------------------------*
002920 1200-FETCH-BULLETIN.
002930     OPEN INPUT HELLOBLT-FILE.
002940     IF NOT WS-HELLOBLT-OK
003080                             TO TRUE
003090             MOVE 8          TO RETURN-CODE
003100     END-READ.
003103     MOVE BL-AUDIENCE        TO WS-SEL-AUDIENCE.
003106     MOVE BL-AUD-BRANCH-LIST TO WS-SEL-BRANCH-LIST.
003110     CLOSE HELLOBLT-FILE.
003120 1200-FETCH-BULLETIN-EXIT.
003130     EXIT.
003630     MOVE ' '                TO RO-CTRL.
003640     WRITE RPTOUT-LINE.
003650     ADD 1                   TO WS-LINE-COUNT.
003651     PERFORM 8050-FORMAT-AUDIENCE
003652         THRU 8050-FORMAT-AUDIENCE-EXIT.
003653     MOVE WS-AUD-LINE        TO RO-TEXT.
003654     WRITE RPTOUT-LINE.
003655     ADD 1                   TO WS-LINE-COUNT.
003660     MOVE WS-HDG-2           TO WS-ACTIVE-HDG.
003670     PERFORM 8150-PRINT-ACTIVE-HDG
003680         THRU 8150-PRINT-ACTIVE-HDG-EXIT.
003730
003740     MOVE SPACES             TO RO-TEXT.
003750     WRITE RPTOUT-LINE.
003760     MOVE 'ACTIVE PROFILES IN AUDIENCE '
003770                             TO WS-CL-TEXT.
003780     MOVE WS-ACTIVE-COUNT    TO WS-CL-COUNT.
003790     MOVE WS-COUNT-LINE      TO RO-TEXT.
003890                             TO WS-CL-COUNT.
003900     MOVE WS-COUNT-LINE      TO RO-TEXT.
003910     WRITE RPTOUT-LINE.
003911     MOVE 'ACTIVE, NOT IN AUDIENCE     '
003912                             TO WS-CL-TEXT.
003913     MOVE WS-OUTSIDE-COUNT   TO WS-CL-COUNT.
003914     MOVE WS-COUNT-LINE      TO RO-TEXT.
003915     WRITE RPTOUT-LINE.
003920     DISPLAY 'HELLOAKR - IN AUDIENCE     ' WS-ACTIVE-COUNT.
003930     DISPLAY 'HELLOAKR - ACKNOWLEDGED    ' WS-ACKED-COUNT.
003940     DISPLAY 'HELLOAKR - OUTSTANDING     ' WS-OUTSTANDING-COUNT.
003945     DISPLAY 'HELLOAKR - NOT IN AUDIENCE ' WS-OUTSIDE-COUNT.
003950     IF WS-OUTSTANDING-COUNT > 0 AND RETURN-CODE = 0
003960         MOVE 4              TO RETURN-CODE
003970     END-IF.
003980 8000-PRINT-REPORT-EXIT.
003990     EXIT.
003991
003992*----------------------------------------------------------------*
003993*    8050-FORMAT-AUDIENCE - DESCRIBE THE BULLETIN'S AUDIENCE FOR *
003994*                           THE LINE UNDER ITS TEXT, WITH THE    *
003995*                           BRANCH CODES FOR A BRANCH BULLETIN.  *
003996*----------------------------------------------------------------*
003997 8050-FORMAT-AUDIENCE.
003998     EVALUATE TRUE
003999         WHEN WS-SEL-AUD-ALL
004000             MOVE 'ALL OPERATORS'
004001                             TO WS-AUD-DESC
004002         WHEN WS-SEL-AUD-ADMIN
004003             MOVE 'ADMINISTRATORS ONLY'
004004                             TO WS-AUD-DESC
004005         WHEN WS-SEL-AUD-BRANCH
004006             MOVE 'BRANCHES'  TO WS-AUD-DESC
004007             PERFORM 8060-FORMAT-BRANCH
004008                 THRU 8060-FORMAT-BRANCH-EXIT
004009                 VARYING WS-AUD-SUB FROM 1 BY 1
004010                 UNTIL WS-AUD-SUB > 8
004011         WHEN OTHER
004012             MOVE 'UNKNOWN - NOBODY' TO WS-AUD-DESC
004013     END-EVALUATE.
004014 8050-FORMAT-AUDIENCE-EXIT.
004015     EXIT.
004016
004017*----------------------------------------------------------------*
004018*    8060-FORMAT-BRANCH - COPY ONE BRANCH CODE OF THE LIST TO    *
004019*                         THE AUDIENCE LINE.                     *
004020*----------------------------------------------------------------*
004021 8060-FORMAT-BRANCH.
004022     MOVE WS-SEL-BRANCH (WS-AUD-SUB)
004023                             TO WS-AUD-BR (WS-AUD-SUB).
004024 8060-FORMAT-BRANCH-EXIT.
004025     EXIT.
004026
004027*----------------------------------------------------------------*
004028*    3000-SCAN-PROFILES - TEST ONE PROFILE.  INACTIVE PROFILES   *
004030*                         (REVOKED, SUSPENDED, OR EXPIRED        *
004040*                         WINDOW) OWE NOTHING AND ARE SKIPPED,   *
004050*                         AND AN ACTIVE ONE OUTSIDE THE          *
004060*                         BULLETIN'S AUDIENCE IS ONLY COUNTED.   *
004070*                         ONE IN THE AUDIENCE PRINTS ONE LINE ON *
004080*                         THE SPOT - WITH ITS ACK DATE AND TIME  *
004090*                         WHEN THE ACKNOWLEDGMENT IS ON FILE     *
004100*                         (8300), OR WITH BLANK STAMP COLUMNS    *
004103*                         WHEN IT IS STILL OWED (8200).          *
004106*----------------------------------------------------------------*
004110 3000-SCAN-PROFILES.
004120     IF UP-AUTH-LEVEL = 'N' OR UP-STAT-SUSPENDED
004130         GO TO 3000-SCAN-PROFILES-NEXT
004170             AND UP-END-DATE < WS-TODAY-DATE
004180         GO TO 3000-SCAN-PROFILES-NEXT
004190     END-IF.
004191     PERFORM 3050-CHECK-AUDIENCE
004192         THRU 3050-CHECK-AUDIENCE-EXIT.
004193     IF NOT WS-IN-AUDIENCE
004194         ADD 1               TO WS-OUTSIDE-COUNT
004195         GO TO 3000-SCAN-PROFILES-NEXT
004196     END-IF.
004200     ADD 1                   TO WS-ACTIVE-COUNT.
004210     MOVE 'N'                TO WS-ACK-FOUND-SW.
004220     PERFORM 3100-MATCH-ACK
004360         THRU 3200-READ-USRPROF-EXIT.
004370 3000-SCAN-PROFILES-EXIT.
004380     EXIT.
004381
004382*----------------------------------------------------------------*
004383*    3050-CHECK-AUDIENCE - DECIDE WHETHER THE CURRENT PROFILE IS *
004384*                          IN THE BULLETIN'S AUDIENCE - THE SAME *
004385*                          TEST HELLOSVC APPLIES BEFORE IT SHOWS *
004386*                          THE BULLETIN.  A BLANK AUDIENCE MEANS *
004387*                          ALL OPERATORS, A PROFILE WITH NO      *
004388*                          BRANCH CODE IS IN NO BRANCH LIST, AND *
004389*                          AN UNKNOWN AUDIENCE CODE REACHES      *
004390*                          NOBODY.                               *
004391*----------------------------------------------------------------*
004392 3050-CHECK-AUDIENCE.
004393     MOVE 'N'                TO WS-AUD-SWITCH.
004394     IF WS-SEL-AUD-ALL
004395         SET WS-IN-AUDIENCE  TO TRUE
004396         GO TO 3050-CHECK-AUDIENCE-EXIT
004397     END-IF.
004398     IF WS-SEL-AUD-ADMIN
004399         IF UP-AUTH-ADMIN
004400             SET WS-IN-AUDIENCE
004401                             TO TRUE
004402         END-IF
004403         GO TO 3050-CHECK-AUDIENCE-EXIT
004404     END-IF.
004405     IF NOT WS-SEL-AUD-BRANCH OR UP-BRANCH-CODE = SPACES
004406         GO TO 3050-CHECK-AUDIENCE-EXIT
004407     END-IF.
004408     SET WS-SEL-BR-IDX       TO 1.
004409     SEARCH WS-SEL-BRANCH
004410         AT END
004411             CONTINUE
004412         WHEN WS-SEL-BRANCH (WS-SEL-BR-IDX) = UP-BRANCH-CODE
004413             SET WS-IN-AUDIENCE
004414                             TO TRUE
004415     END-SEARCH.
004416 3050-CHECK-AUDIENCE-EXIT.
004417     EXIT.
004418
004419*----------------------------------------------------------------*
004420*    3100-MATCH-ACK - TEST ONE TABLE ENTRY AGAINST THE CURRENT   *
004421*                     PROFILE AND PRINT THE PROOF LINE ON A      *
004430*                     MATCH.                                     *
004440*----------------------------------------------------------------*
004450 3100-MATCH-ACK.
005450     CLOSE RPTOUT-FILE.
005460 9000-TERMINATE-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------*
005500*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
005510*                           AS ENDED WITH THE END DATE AND TIME, *
005520*                           RETURN CODE, RESTART INDICATOR AND   *
005530*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
005540*                           THE START WRITE FAILED.              *
005550*----------------------------------------------------------------*
005560 9100-END-RUN-HISTORY.
005570     IF NOT WS-RH-STARTED
005580         GO TO 9100-END-RUN-HISTORY-EXIT
005590     END-IF.
005600     OPEN I-O HELLORUN-FILE.
005610     IF NOT WS-HELLORUN-OK
005620         DISPLAY 'HELLOAKR - HELLORUN OPEN FAILED, STATUS = '
005630             WS-HELLORUN-STATUS
005640         GO TO 9100-END-RUN-HISTORY-EXIT
005650     END-IF.
005660     MOVE WS-RH-KEY          TO RH-RUN-KEY.
005670     READ HELLORUN-FILE.
005680     IF NOT WS-HELLORUN-OK
005690         DISPLAY 'HELLOAKR - HELLORUN READ FAILED, STATUS = '
005700             WS-HELLORUN-STATUS
005710         CLOSE HELLORUN-FILE
005720         GO TO 9100-END-RUN-HISTORY-EXIT
005730     END-IF.
005740     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
005750     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
005760         GIVING RH-END-DATE.
005770     ACCEPT RH-END-TIME      FROM TIME.
005780     SET RH-STAT-ENDED       TO TRUE.
005790     MOVE RETURN-CODE        TO RH-RETURN-CODE.
005800     MOVE WS-ACTIVE-COUNT    TO RH-INPUT-COUNT.
005810     MOVE 'IN AUDNCE'        TO RH-INPUT-LABEL.
005820     MOVE WS-ACKED-COUNT     TO RH-OUTPUT-COUNT.
005830     MOVE 'ACKED'            TO RH-OUTPUT-LABEL.
005840     MOVE WS-OUTSTANDING-COUNT
005850                             TO RH-REJECT-COUNT.
005860     MOVE 'OUTSTANDNG'       TO RH-REJECT-LABEL.
005870     REWRITE HELLORUN-RECORD.
005880     IF NOT WS-HELLORUN-OK
005890         DISPLAY 'HELLOAKR - HELLORUN REWRITE FAILED, STATUS = '
005900             WS-HELLORUN-STATUS
005910     END-IF.
005920     CLOSE HELLORUN-FILE.
005930 9100-END-RUN-HISTORY-EXIT.
005940     EXIT.
