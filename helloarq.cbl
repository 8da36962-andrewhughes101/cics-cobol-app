000436*                     MUST BE PADDED TO 73 BEFORE THEY CAN BE    *
000438*                     CONCATENATED ON ARCHIN (SEE THE JCL) -     *
000439*                     THEIR BRANCH READS BACK AS SPACES.         *
000441*    2026-10-15 SMH   WRITE A RUN-HISTORY RECORD TO HELLORUN AT  *
000443*                     THE START AND END OF EACH RUN.             *
000444*    2026-10-15 SMH   ARCHIN BUILT FROM HELLOCAT BY HELLOAQS.    *
000445*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.    IBM-370.
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-EXTOUT-STATUS.
000660
000661     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS RH-RUN-KEY
000665         FILE STATUS IS WS-HELLORUN-STATUS.
000666
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ARCHIN-FILE
000910     RECORD CONTAINS 73 CHARACTERS.
000920 01  EXTOUT-RECORD           PIC X(73).
000930
000932 FD  HELLORUN-FILE
000934     LABEL RECORDS ARE STANDARD.
000936 COPY HELLORUN.
000938
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------*
000960*    FILE STATUS AND CONTROL SWITCHES                            *
001730     05  WS-CL-TEXT          PIC X(30).
001740     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
001750
001751*----------------------------------------------------------------*
001752*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
001753*    WRITE FOR THE END REWRITE.                                  *
001754*----------------------------------------------------------------*
001755 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
001756     88  WS-HELLORUN-OK                  VALUE '00'.
001757 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
001758     88  WS-RH-STARTED                   VALUE 'Y'.
001759 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
001760 01  WS-RH-YYYYDDD           PIC 9(07).
001761
001762 PROCEDURE DIVISION.
001770*----------------------------------------------------------------*
001780*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RETRIEVAL RUN. *
001790*----------------------------------------------------------------*
001800 0000-MAINLINE.
001802     PERFORM 0100-START-RUN-HISTORY
001804         THRU 0100-START-RUN-HISTORY-EXIT.
001806
001810     PERFORM 1000-INITIALIZE
001820         THRU 1000-INITIALIZE-EXIT.
001830
001920     PERFORM 9000-TERMINATE
001930         THRU 9000-TERMINATE-EXIT.
001940
001942     PERFORM 9100-END-RUN-HISTORY
001944         THRU 9100-END-RUN-HISTORY-EXIT.
001946
001950     STOP RUN.
001951
001952*----------------------------------------------------------------*
001953*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
001954*                             AS RUNNING.  A HISTORY FILE THAT   *
001955*                             CANNOT BE OPENED OR WRITTEN IS     *
001956*                             REPORTED AND THE JOB CARRIES ON.   *
001957*----------------------------------------------------------------*
001958 0100-START-RUN-HISTORY.
001959     MOVE SPACES             TO HELLORUN-RECORD.
001960     MOVE 'HELLOARQ'         TO RH-JOB-NAME.
001961     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
001962     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
001963         GIVING RH-START-DATE.
001964     ACCEPT RH-START-TIME    FROM TIME.
001965     MOVE ZERO               TO RH-END-DATE
001966                                RH-END-TIME
001967                                RH-RETURN-CODE
001968                                RH-INPUT-COUNT
001969                                RH-OUTPUT-COUNT
001970                                RH-REJECT-COUNT.
001971     SET RH-STAT-RUNNING     TO TRUE.
001972     SET RH-FRESH-START      TO TRUE.
001973     MOVE RH-RUN-KEY         TO WS-RH-KEY.
001974     OPEN I-O HELLORUN-FILE.
001975     IF NOT WS-HELLORUN-OK
001976         DISPLAY 'HELLOARQ - HELLORUN OPEN FAILED, STATUS = '
001977             WS-HELLORUN-STATUS
001978         DISPLAY 'HELLOARQ - RUN HISTORY NOT RECORDED'
001979         GO TO 0100-START-RUN-HISTORY-EXIT
001980     END-IF.
001981     WRITE HELLORUN-RECORD.
001982     IF WS-HELLORUN-OK
001983         SET WS-RH-STARTED   TO TRUE
001984     ELSE
001985         DISPLAY 'HELLOARQ - HELLORUN WRITE FAILED, STATUS = '
001986             WS-HELLORUN-STATUS
001987     END-IF.
001988     CLOSE HELLORUN-FILE.
001989 0100-START-RUN-HISTORY-EXIT.
001990     EXIT.
001991
001992*----------------------------------------------------------------*
001993*    1000-INITIALIZE - READ THE CONTROL CARDS, OPEN THE FILES,   *
001994*                      PRINT THE SELECTION ECHO, AND PRIME THE   *
002000*                      FIRST READ.                               *
002010*----------------------------------------------------------------*
002020 1000-INITIALIZE.
005280     END-IF.
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
005450         DISPLAY 'HELLOARQ - HELLORUN OPEN FAILED, STATUS = '
005460             WS-HELLORUN-STATUS
005470         GO TO 9100-END-RUN-HISTORY-EXIT
005480     END-IF.
005490     MOVE WS-RH-KEY          TO RH-RUN-KEY.
005500     READ HELLORUN-FILE.
005510     IF NOT WS-HELLORUN-OK
005520         DISPLAY 'HELLOARQ - HELLORUN READ FAILED, STATUS = '
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
005640     MOVE 'ARCH READ'        TO RH-INPUT-LABEL.
005650     MOVE WS-MATCH-COUNT     TO RH-OUTPUT-COUNT.
005660     MOVE 'MATCHED'          TO RH-OUTPUT-LABEL.
005670     REWRITE HELLORUN-RECORD.
005680     IF NOT WS-HELLORUN-OK
005690         DISPLAY 'HELLOARQ - HELLORUN REWRITE FAILED, STATUS = '
005700             WS-HELLORUN-STATUS
005710     END-IF.
005720     CLOSE HELLORUN-FILE.
005730 9100-END-RUN-HISTORY-EXIT.
005740     EXIT.
