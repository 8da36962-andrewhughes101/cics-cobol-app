000384*    2026-09-02 SMH   NOTED THE 'BTCH' TERMINAL CONVENTION -     *
000385*                     HELLOCNT EXCLUDES BATCH-WRITTEN RECORDS    *
000386*                     FROM THE EXTRACT RECONCILIATION.           *
000387*    2026-10-15 SMH   WRITE A RUN-HISTORY RECORD TO HELLORUN AT  *
000388*                     THE START AND END OF EACH RUN.             *
000389*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RPTOUT-STATUS.
000640
000641     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS RH-RUN-KEY
000645         FILE STATUS IS WS-HELLORUN-STATUS.
000646
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  FEEDIN-FILE
000930     05  RO-CTRL             PIC X(01).
000940     05  RO-TEXT             PIC X(132).
000950
000952 FD  HELLORUN-FILE
000954     LABEL RECORDS ARE STANDARD.
000956 COPY HELLORUN.
000958
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------*
000980*    FILE STATUS AND CONTROL SWITCHES                            *
001690     05  WS-CL-TEXT          PIC X(30).
001700     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
001710
001711*----------------------------------------------------------------*
001712*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
001713*    WRITE FOR THE END REWRITE.                                  *
001714*----------------------------------------------------------------*
001715 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
001716     88  WS-HELLORUN-OK                  VALUE '00'.
001717 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
001718     88  WS-RH-STARTED                   VALUE 'Y'.
001719 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
001720 01  WS-RH-YYYYDDD           PIC 9(07).
001721
001722 PROCEDURE DIVISION.
001730*----------------------------------------------------------------*
001740*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE LOAD RUN.      *
001750*----------------------------------------------------------------*
001760 0000-MAINLINE.
001762     PERFORM 0100-START-RUN-HISTORY
001764         THRU 0100-START-RUN-HISTORY-EXIT.
001766
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-INITIALIZE-EXIT.
001790
001880     PERFORM 9000-TERMINATE
001890         THRU 9000-TERMINATE-EXIT.
001900
001902     PERFORM 9100-END-RUN-HISTORY
001904         THRU 9100-END-RUN-HISTORY-EXIT.
001906
001910     STOP RUN.
001911
001912*----------------------------------------------------------------*
001913*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
001914*                             AS RUNNING.  A HISTORY FILE THAT   *
001915*                             CANNOT BE OPENED OR WRITTEN IS     *
001916*                             REPORTED AND THE JOB CARRIES ON.   *
001917*----------------------------------------------------------------*
001918 0100-START-RUN-HISTORY.
001919     MOVE SPACES             TO HELLORUN-RECORD.
001920     MOVE 'USRLOAD'         TO RH-JOB-NAME.
001921     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
001922     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
001923         GIVING RH-START-DATE.
001924     ACCEPT RH-START-TIME    FROM TIME.
001925     MOVE ZERO               TO RH-END-DATE
001926                                RH-END-TIME
001927                                RH-RETURN-CODE
001928                                RH-INPUT-COUNT
001929                                RH-OUTPUT-COUNT
001930                                RH-REJECT-COUNT.
001931     SET RH-STAT-RUNNING     TO TRUE.
001932     SET RH-FRESH-START      TO TRUE.
001933     MOVE RH-RUN-KEY         TO WS-RH-KEY.
001934     OPEN I-O HELLORUN-FILE.
001935     IF NOT WS-HELLORUN-OK
001936         DISPLAY 'USRLOAD - HELLORUN OPEN FAILED, STATUS = '
001937             WS-HELLORUN-STATUS
001938         DISPLAY 'USRLOAD - RUN HISTORY NOT RECORDED'
001939         GO TO 0100-START-RUN-HISTORY-EXIT
001940     END-IF.
001941     WRITE HELLORUN-RECORD.
001942     IF WS-HELLORUN-OK
001943         SET WS-RH-STARTED   TO TRUE
001944     ELSE
001945         DISPLAY 'USRLOAD - HELLORUN WRITE FAILED, STATUS = '
001946             WS-HELLORUN-STATUS
001947     END-IF.
001948     CLOSE HELLORUN-FILE.
001949 0100-START-RUN-HISTORY-EXIT.
001950     EXIT.
001951
001952*----------------------------------------------------------------*
001953*    1000-INITIALIZE - OPEN THE FILES, CAPTURE THE RUN DATE AND  *
001954*                      TIME FOR THE AUDIT KEYS, AND PRIME THE    *
001960*                      FIRST FEED READ.                          *
001970*----------------------------------------------------------------*
001980 1000-INITIALIZE.
005280     CLOSE RPTOUT-FILE.
005290 9000-TERMINATE-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------*
005330*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
005340*                           AS ENDED WITH THE END DATE AND TIME, *
005350*                           RETURN CODE, RESTART INDICATOR AND   *
005360*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
005370*                           THE START WRITE FAILED.              *
005380*----------------------------------------------------------------*
005390 9100-END-RUN-HISTORY.
005400     IF NOT WS-RH-STARTED
005410         GO TO 9100-END-RUN-HISTORY-EXIT
005420     END-IF.
005430     OPEN I-O HELLORUN-FILE.
005440     IF NOT WS-HELLORUN-OK
005450         DISPLAY 'USRLOAD - HELLORUN OPEN FAILED, STATUS = '
005460             WS-HELLORUN-STATUS
005470         GO TO 9100-END-RUN-HISTORY-EXIT
005480     END-IF.
005490     MOVE WS-RH-KEY          TO RH-RUN-KEY.
005500     READ HELLORUN-FILE.
005510     IF NOT WS-HELLORUN-OK
005520         DISPLAY 'USRLOAD - HELLORUN READ FAILED, STATUS = '
005530             WS-HELLORUN-STATUS
005540         CLOSE HELLORUN-FILE
005550         GO TO 9100-END-RUN-HISTORY-EXIT
005560     END-IF.
005570     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
005580     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
005590         GIVING RH-END-DATE.
005600     ACCEPT RH-END-TIME      FROM TIME.
005610     SET RH-STAT-ENDED       TO TRUE.
005620     MOVE RETURN-CODE        TO RH-RETURN-CODE.
005630     MOVE WS-READ-COUNT      TO RH-INPUT-COUNT.
005640     MOVE 'FEED RECS'        TO RH-INPUT-LABEL.
005650     ADD WS-ADDED-COUNT WS-REVOKED-COUNT
005660         GIVING RH-OUTPUT-COUNT.
005670     MOVE 'ADD+REVOKE'       TO RH-OUTPUT-LABEL.
005680     MOVE WS-REJECT-COUNT    TO RH-REJECT-COUNT.
005690     MOVE 'EXCEPTIONS'       TO RH-REJECT-LABEL.
005700     REWRITE HELLORUN-RECORD.
005710     IF NOT WS-HELLORUN-OK
005720         DISPLAY 'USRLOAD - HELLORUN REWRITE FAILED, STATUS = '
005730             WS-HELLORUN-STATUS
005740     END-IF.
005750     CLOSE HELLORUN-FILE.
005760 9100-END-RUN-HISTORY-EXIT.
005770     EXIT.
