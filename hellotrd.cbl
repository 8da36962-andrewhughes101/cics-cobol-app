000410*                     DETAIL LINE (D=DAY, M=MONTH, B=BRANCH/     *
000420*                     MONTH) FOR THE CAPACITY SPREADSHEET.  NO   *
000430*                     DLMOUT DD (OR DD DUMMY) SIMPLY SKIPS IT.   *
000433*    2026-10-15 SMH   WRITE A RUN-HISTORY RECORD TO HELLORUN AT  *
000436*                     THE START AND END OF EACH RUN.             *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-DLMOUT-STATUS.
000700
000701     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000704         RECORD KEY IS RH-RUN-KEY
000705         FILE STATUS IS WS-HELLORUN-STATUS.
000706
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  HELLOHST-FILE
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  DLMOUT-RECORD           PIC X(80).
000920
000922 FD  HELLORUN-FILE
000924     LABEL RECORDS ARE STANDARD.
000926 COPY HELLORUN.
000928
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------*
000950*    FILE STATUS AND CONTROL SWITCHES                            *
002370     05  FILLER              PIC X(03)   VALUE SPACES.
002380     05  WS-ML-PCT           PIC ZZZZ9-.
002390
002391*----------------------------------------------------------------*
002392*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
002393*    WRITE FOR THE END REWRITE.                                  *
002394*----------------------------------------------------------------*
002395 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
002396     88  WS-HELLORUN-OK                  VALUE '00'.
002397 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
002398     88  WS-RH-STARTED                   VALUE 'Y'.
002399 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
002400 01  WS-RH-YYYYDDD           PIC 9(07).
002401
002402 PROCEDURE DIVISION.
002410*----------------------------------------------------------------*
002420*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE TREND RUN.     *
002430*----------------------------------------------------------------*
002440 0000-MAINLINE.
002442     PERFORM 0100-START-RUN-HISTORY
002444         THRU 0100-START-RUN-HISTORY-EXIT.
002446
002450     PERFORM 1000-INITIALIZE
002460         THRU 1000-INITIALIZE-EXIT.
002470
002620     PERFORM 9000-TERMINATE
002630         THRU 9000-TERMINATE-EXIT.
002640
002642     PERFORM 9100-END-RUN-HISTORY
002644         THRU 9100-END-RUN-HISTORY-EXIT.
002646
002650     STOP RUN.
002651
002652*----------------------------------------------------------------*
002653*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
002654*                             AS RUNNING.  A HISTORY FILE THAT   *
002655*                             CANNOT BE OPENED OR WRITTEN IS     *
002656*                             REPORTED AND THE JOB CARRIES ON.   *
002657*----------------------------------------------------------------*
002658 0100-START-RUN-HISTORY.
002659     MOVE SPACES             TO HELLORUN-RECORD.
002660     MOVE 'HELLOTRD'         TO RH-JOB-NAME.
002661     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
002662     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
002663         GIVING RH-START-DATE.
002664     ACCEPT RH-START-TIME    FROM TIME.
002665     MOVE ZERO               TO RH-END-DATE
002666                                RH-END-TIME
002667                                RH-RETURN-CODE
002668                                RH-INPUT-COUNT
002669                                RH-OUTPUT-COUNT
002670                                RH-REJECT-COUNT.
002671     SET RH-STAT-RUNNING     TO TRUE.
002672     SET RH-FRESH-START      TO TRUE.
002673     MOVE RH-RUN-KEY         TO WS-RH-KEY.
002674     OPEN I-O HELLORUN-FILE.
002675     IF NOT WS-HELLORUN-OK
002676         DISPLAY 'HELLOTRD - HELLORUN OPEN FAILED, STATUS = '
002677             WS-HELLORUN-STATUS
002678         DISPLAY 'HELLOTRD - RUN HISTORY NOT RECORDED'
002679         GO TO 0100-START-RUN-HISTORY-EXIT
002680     END-IF.
002681     WRITE HELLORUN-RECORD.
002682     IF WS-HELLORUN-OK
002683         SET WS-RH-STARTED   TO TRUE
002684     ELSE
002685         DISPLAY 'HELLOTRD - HELLORUN WRITE FAILED, STATUS = '
002686             WS-HELLORUN-STATUS
002687     END-IF.
002688     CLOSE HELLORUN-FILE.
002689 0100-START-RUN-HISTORY-EXIT.
002690     EXIT.
002691
002692*----------------------------------------------------------------*
002693*    1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.      *
002694*----------------------------------------------------------------*
002700 1000-INITIALIZE.
002710     OPEN INPUT HELLOHST-FILE.
002720     IF NOT WS-HELLOHST-OK
008650     CLOSE RPTOUT-FILE.
008660 9000-TERMINATE-EXIT.
008670     EXIT.
008680
008690*----------------------------------------------------------------*
008700*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
008710*                           AS ENDED WITH THE END DATE AND TIME, *
008720*                           RETURN CODE, RESTART INDICATOR AND   *
008730*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
008740*                           THE START WRITE FAILED.              *
008750*----------------------------------------------------------------*
008760 9100-END-RUN-HISTORY.
008770     IF NOT WS-RH-STARTED
008780         GO TO 9100-END-RUN-HISTORY-EXIT
008790     END-IF.
008800     OPEN I-O HELLORUN-FILE.
008810     IF NOT WS-HELLORUN-OK
008820         DISPLAY 'HELLOTRD - HELLORUN OPEN FAILED, STATUS = '
008830             WS-HELLORUN-STATUS
008840         GO TO 9100-END-RUN-HISTORY-EXIT
008850     END-IF.
008860     MOVE WS-RH-KEY          TO RH-RUN-KEY.
008870     READ HELLORUN-FILE.
008880     IF NOT WS-HELLORUN-OK
008890         DISPLAY 'HELLOTRD - HELLORUN READ FAILED, STATUS = '
008900             WS-HELLORUN-STATUS
008910         CLOSE HELLORUN-FILE
008920         GO TO 9100-END-RUN-HISTORY-EXIT
008930     END-IF.
008940     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
008950     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
008960         GIVING RH-END-DATE.
008970     ACCEPT RH-END-TIME      FROM TIME.
008980     SET RH-STAT-ENDED       TO TRUE.
008990     MOVE RETURN-CODE        TO RH-RETURN-CODE.
009000     MOVE WS-DAY-COUNT-USED  TO RH-INPUT-COUNT.
009010     MOVE 'DAYS'             TO RH-INPUT-LABEL.
009020     MOVE WS-MONTH-COUNT-USED
009030                             TO RH-OUTPUT-COUNT.
009040     MOVE 'MONTHS'           TO RH-OUTPUT-LABEL.
009050     REWRITE HELLORUN-RECORD.
009060     IF NOT WS-HELLORUN-OK
009070         DISPLAY 'HELLOTRD - HELLORUN REWRITE FAILED, STATUS = '
009080             WS-HELLORUN-STATUS
009090     END-IF.
009100     CLOSE HELLORUN-FILE.
009110 9100-END-RUN-HISTORY-EXIT.
009120     EXIT.
