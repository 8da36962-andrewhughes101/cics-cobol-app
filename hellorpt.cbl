000850*                     LOAD THE NUMBERS INSTEAD OF RE-KEYING     *
000860*                     THE PRINT.  NO DLMOUT DD (OR DD DUMMY)    *
000870*                     SIMPLY SKIPS IT - THE PRINT IS UNCHANGED. *
000873*    2026-10-15 SMH   WRITE A RUN-HISTORY RECORD TO HELLORUN AT  *
000876*                     THE START AND END OF EACH RUN.             *
000880*****************************************************************
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-DLMOUT-STATUS.
001280
001281     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
001282         ORGANIZATION IS INDEXED
001283         ACCESS MODE IS RANDOM
001284         RECORD KEY IS RH-RUN-KEY
001285         FILE STATUS IS WS-HELLORUN-STATUS.
001286
001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  HELLOLOG-FILE
001650     RECORD CONTAINS 80 CHARACTERS.
001660 01  DLMOUT-RECORD           PIC X(80).
001670
001672 FD  HELLORUN-FILE
001674     LABEL RECORDS ARE STANDARD.
001676 COPY HELLORUN.
001678
001680 WORKING-STORAGE SECTION.
001690*----------------------------------------------------------------*
001700*    FILE STATUS AND CONTROL SWITCHES                            *
003340     05  FILLER              PIC X(15)   VALUE 'VIOLATIONS    '.
003350     05  WS-VIOL-TOTAL-OUT   PIC ZZZ,ZZ9.
003360
003361*----------------------------------------------------------------*
003362*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
003363*    WRITE FOR THE END REWRITE.                                  *
003364*----------------------------------------------------------------*
003365 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
003366     88  WS-HELLORUN-OK                  VALUE '00'.
003367 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
003368     88  WS-RH-STARTED                   VALUE 'Y'.
003369 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
003370 01  WS-RH-YYYYDDD           PIC 9(07).
003371
003372 PROCEDURE DIVISION.
003380*----------------------------------------------------------------*
003390*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE REPORT RUN.    *
003400*----------------------------------------------------------------*
003410 0000-MAINLINE.
003412     PERFORM 0100-START-RUN-HISTORY
003414         THRU 0100-START-RUN-HISTORY-EXIT.
003416
003420     PERFORM 1000-INITIALIZE
003430         THRU 1000-INITIALIZE-EXIT.
003440
003690     PERFORM 9000-TERMINATE
003700         THRU 9000-TERMINATE-EXIT.
003710
003712     PERFORM 9100-END-RUN-HISTORY
003714         THRU 9100-END-RUN-HISTORY-EXIT.
003716
003720     STOP RUN.
003721
003722*----------------------------------------------------------------*
003723*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
003724*                             AS RUNNING.  A HISTORY FILE THAT   *
003725*                             CANNOT BE OPENED OR WRITTEN IS     *
003726*                             REPORTED AND THE JOB CARRIES ON.   *
003727*----------------------------------------------------------------*
003728 0100-START-RUN-HISTORY.
003729     MOVE SPACES             TO HELLORUN-RECORD.
003730     MOVE 'HELLORPT'         TO RH-JOB-NAME.
003731     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
003732     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
003733         GIVING RH-START-DATE.
003734     ACCEPT RH-START-TIME    FROM TIME.
003735     MOVE ZERO               TO RH-END-DATE
003736                                RH-END-TIME
003737                                RH-RETURN-CODE
003738                                RH-INPUT-COUNT
003739                                RH-OUTPUT-COUNT
003740                                RH-REJECT-COUNT.
003741     SET RH-STAT-RUNNING     TO TRUE.
003742     SET RH-FRESH-START      TO TRUE.
003743     MOVE RH-RUN-KEY         TO WS-RH-KEY.
003744     OPEN I-O HELLORUN-FILE.
003745     IF NOT WS-HELLORUN-OK
003746         DISPLAY 'HELLORPT - HELLORUN OPEN FAILED, STATUS = '
003747             WS-HELLORUN-STATUS
003748         DISPLAY 'HELLORPT - RUN HISTORY NOT RECORDED'
003749         GO TO 0100-START-RUN-HISTORY-EXIT
003750     END-IF.
003751     WRITE HELLORUN-RECORD.
003752     IF WS-HELLORUN-OK
003753         SET WS-RH-STARTED   TO TRUE
003754     ELSE
003755         DISPLAY 'HELLORPT - HELLORUN WRITE FAILED, STATUS = '
003756             WS-HELLORUN-STATUS
003757     END-IF.
003758     CLOSE HELLORUN-FILE.
003759 0100-START-RUN-HISTORY-EXIT.
003760     EXIT.
003761
003762*----------------------------------------------------------------*
003763*    1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.      *
003764*----------------------------------------------------------------*
003770 1000-INITIALIZE.
003780     OPEN INPUT HELLOLOG-FILE.
003790     IF NOT WS-HELLOLOG-OK
012920     END-IF.
012930 9000-TERMINATE-EXIT.
012940     EXIT.
012950
012960*----------------------------------------------------------------*
012970*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
012980*                           AS ENDED WITH THE END DATE AND TIME, *
012990*                           RETURN CODE, RESTART INDICATOR AND   *
013000*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
013010*                           THE START WRITE FAILED.              *
013020*----------------------------------------------------------------*
013030 9100-END-RUN-HISTORY.
013040     IF NOT WS-RH-STARTED
013050         GO TO 9100-END-RUN-HISTORY-EXIT
013060     END-IF.
013070     OPEN I-O HELLORUN-FILE.
013080     IF NOT WS-HELLORUN-OK
013090         DISPLAY 'HELLORPT - HELLORUN OPEN FAILED, STATUS = '
013100             WS-HELLORUN-STATUS
013110         GO TO 9100-END-RUN-HISTORY-EXIT
013120     END-IF.
013130     MOVE WS-RH-KEY          TO RH-RUN-KEY.
013140     READ HELLORUN-FILE.
013150     IF NOT WS-HELLORUN-OK
013160         DISPLAY 'HELLORPT - HELLORUN READ FAILED, STATUS = '
013170             WS-HELLORUN-STATUS
013180         CLOSE HELLORUN-FILE
013190         GO TO 9100-END-RUN-HISTORY-EXIT
013200     END-IF.
013210     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
013220     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
013230         GIVING RH-END-DATE.
013240     ACCEPT RH-END-TIME      FROM TIME.
013250     SET RH-STAT-ENDED       TO TRUE.
013260     MOVE RETURN-CODE        TO RH-RETURN-CODE.
013270     MOVE WS-EXTRACT-COUNT   TO RH-INPUT-COUNT.
013280     MOVE 'EXTRACT'          TO RH-INPUT-LABEL.
013290     MOVE 'DATES'            TO RH-OUTPUT-LABEL.
013300     MOVE 'REFED RECS'       TO RH-REJECT-LABEL.
013310     IF WS-RUN-REJECTED
013320         MOVE WS-EXTRACT-COUNT
013330                             TO RH-REJECT-COUNT
013340     ELSE
013350         MOVE WS-DATE-COUNT-USED
013360                             TO RH-OUTPUT-COUNT
013370     END-IF.
013380     REWRITE HELLORUN-RECORD.
013390     IF NOT WS-HELLORUN-OK
013400         DISPLAY 'HELLORPT - HELLORUN REWRITE FAILED, STATUS = '
013410             WS-HELLORUN-STATUS
013420     END-IF.
013430     CLOSE HELLORUN-FILE.
013440 9100-END-RUN-HISTORY-EXIT.
013450     EXIT.
