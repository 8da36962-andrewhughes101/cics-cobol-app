000400*                     KSDS COUNT - THEY NEVER REACH AN EXTRACT   *
000410*                     AND WERE DROWNING THE REAL CLOSE-WINDOW    *
000420*                     LOSS IN A PHANTOM SHORTFALL.               *
000423*    2026-10-15 SMH   WRITE A RUN-HISTORY RECORD TO HELLORUN AT  *
000426*                     THE START AND END OF EACH RUN.             *
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RPTOUT-STATUS.
000650
000651     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS RANDOM
000654         RECORD KEY IS RH-RUN-KEY
000655         FILE STATUS IS WS-HELLORUN-STATUS.
000656
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  HELLOLOG-FILE
000800     05  RO-CTRL             PIC X(01).
000810     05  RO-TEXT             PIC X(132).
000820
000822 FD  HELLORUN-FILE
000824     LABEL RECORDS ARE STANDARD.
000826 COPY HELLORUN.
000828
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------*
000850*    FILE STATUS AND CONTROL SWITCHES                            *
001610     05  WS-CL-TEXT          PIC X(30).
001620     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
001630
001631*----------------------------------------------------------------*
001632*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
001633*    WRITE FOR THE END REWRITE.                                  *
001634*----------------------------------------------------------------*
001635 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
001636     88  WS-HELLORUN-OK                  VALUE '00'.
001637 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
001638     88  WS-RH-STARTED                   VALUE 'Y'.
001639 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
001640 01  WS-RH-YYYYDDD           PIC 9(07).
001641
001642 PROCEDURE DIVISION.
001650*----------------------------------------------------------------*
001660*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN.           *
001670*----------------------------------------------------------------*
001680 0000-MAINLINE.
001682     PERFORM 0100-START-RUN-HISTORY
001684         THRU 0100-START-RUN-HISTORY-EXIT.
001686
001690     PERFORM 1000-INITIALIZE
001700         THRU 1000-INITIALIZE-EXIT.
001710
001860     PERFORM 9000-TERMINATE
001870         THRU 9000-TERMINATE-EXIT.
001880
001882     PERFORM 9100-END-RUN-HISTORY
001884         THRU 9100-END-RUN-HISTORY-EXIT.
001886
001890     STOP RUN.
001891
001892*----------------------------------------------------------------*
001893*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
001894*                             AS RUNNING.  A HISTORY FILE THAT   *
001895*                             CANNOT BE OPENED OR WRITTEN IS     *
001896*                             REPORTED AND THE JOB CARRIES ON.   *
001897*----------------------------------------------------------------*
001898 0100-START-RUN-HISTORY.
001899     MOVE SPACES             TO HELLORUN-RECORD.
001900     MOVE 'HELLOCNT'         TO RH-JOB-NAME.
001901     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
001902     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
001903         GIVING RH-START-DATE.
001904     ACCEPT RH-START-TIME    FROM TIME.
001905     MOVE ZERO               TO RH-END-DATE
001906                                RH-END-TIME
001907                                RH-RETURN-CODE
001908                                RH-INPUT-COUNT
001909                                RH-OUTPUT-COUNT
001910                                RH-REJECT-COUNT.
001911     SET RH-STAT-RUNNING     TO TRUE.
001912     SET RH-FRESH-START      TO TRUE.
001913     MOVE RH-RUN-KEY         TO WS-RH-KEY.
001914     OPEN I-O HELLORUN-FILE.
001915     IF NOT WS-HELLORUN-OK
001916         DISPLAY 'HELLOCNT - HELLORUN OPEN FAILED, STATUS = '
001917             WS-HELLORUN-STATUS
001918         DISPLAY 'HELLOCNT - RUN HISTORY NOT RECORDED'
001919         GO TO 0100-START-RUN-HISTORY-EXIT
001920     END-IF.
001921     WRITE HELLORUN-RECORD.
001922     IF WS-HELLORUN-OK
001923         SET WS-RH-STARTED   TO TRUE
001924     ELSE
001925         DISPLAY 'HELLOCNT - HELLORUN WRITE FAILED, STATUS = '
001926             WS-HELLORUN-STATUS
001927     END-IF.
001928     CLOSE HELLORUN-FILE.
001929 0100-START-RUN-HISTORY-EXIT.
001930     EXIT.
001931
001932*----------------------------------------------------------------*
001933*    1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READS.     *
001934*----------------------------------------------------------------*
001940 1000-INITIALIZE.
001950     OPEN INPUT HELLOLOG-FILE.
001960     IF NOT WS-HELLOLOG-OK
004980     CLOSE RPTOUT-FILE.
004990 9000-TERMINATE-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------*
005030*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
005040*                           AS ENDED WITH THE END DATE AND TIME, *
005050*                           RETURN CODE, RESTART INDICATOR AND   *
005060*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
005070*                           THE START WRITE FAILED.              *
005080*----------------------------------------------------------------*
005090 9100-END-RUN-HISTORY.
005100     IF NOT WS-RH-STARTED
005110         GO TO 9100-END-RUN-HISTORY-EXIT
005120     END-IF.
005130     OPEN I-O HELLORUN-FILE.
005140     IF NOT WS-HELLORUN-OK
005150         DISPLAY 'HELLOCNT - HELLORUN OPEN FAILED, STATUS = '
005160             WS-HELLORUN-STATUS
005170         GO TO 9100-END-RUN-HISTORY-EXIT
005180     END-IF.
005190     MOVE WS-RH-KEY          TO RH-RUN-KEY.
005200     READ HELLORUN-FILE.
005210     IF NOT WS-HELLORUN-OK
005220         DISPLAY 'HELLOCNT - HELLORUN READ FAILED, STATUS = '
005230             WS-HELLORUN-STATUS
005240         CLOSE HELLORUN-FILE
005250         GO TO 9100-END-RUN-HISTORY-EXIT
005260     END-IF.
005270     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
005280     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
005290         GIVING RH-END-DATE.
005300     ACCEPT RH-END-TIME      FROM TIME.
005310     SET RH-STAT-ENDED       TO TRUE.
005320     MOVE RETURN-CODE        TO RH-RETURN-CODE.
005330     MOVE WS-KSDS-TOTAL      TO RH-INPUT-COUNT.
005340     MOVE 'KSDS RECS'        TO RH-INPUT-LABEL.
005350     MOVE WS-EXTR-TOTAL      TO RH-OUTPUT-COUNT.
005360     MOVE 'EXTRACTED'        TO RH-OUTPUT-LABEL.
005370     MOVE WS-SHORT-DATES     TO RH-REJECT-COUNT.
005380     MOVE 'SHORT DATE'       TO RH-REJECT-LABEL.
005390     REWRITE HELLORUN-RECORD.
005400     IF NOT WS-HELLORUN-OK
005410         DISPLAY 'HELLOCNT - HELLORUN REWRITE FAILED, STATUS = '
005420             WS-HELLORUN-STATUS
005430     END-IF.
005440     CLOSE HELLORUN-FILE.
005450 9100-END-RUN-HISTORY-EXIT.
005460     EXIT.
