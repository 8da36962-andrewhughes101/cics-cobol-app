000364*                     FINDING THE RECERTIFICATION EXISTS TO      *
000366*                     CATCH NOW THAT USRPROF CARRIES THE         *
000368*                     EFFECTIVE-DATED ACCESS WINDOW.             *
000371*    2026-10-15 SMH   WRITE A RUN-HISTORY RECORD TO HELLORUN AT  *
000374*                     THE START AND END OF EACH RUN.             *
000377*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.    IBM-370.
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RPTOUT-STATUS.
000590
000591     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000594         RECORD KEY IS RH-RUN-KEY
000595         FILE STATUS IS WS-HELLORUN-STATUS.
000596
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  USRPROF-FILE
000740     05  RO-CTRL             PIC X(01).
000750     05  RO-TEXT             PIC X(132).
000760
000762 FD  HELLORUN-FILE
000764     LABEL RECORDS ARE STANDARD.
000766 COPY HELLORUN.
000768
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------*
000790*    FILE STATUS AND CONTROL SWITCHES                            *
001140*----------------------------------------------------------------*
001150 01  WS-DORMANT-COUNT        PIC 9(04)   COMP    VALUE 0.
001152 01  WS-EXPIRED-COUNT        PIC 9(04)   COMP    VALUE 0.
001153 01  WS-LOG-READ-COUNT       PIC 9(09)   COMP    VALUE 0.
001154 01  WS-TODAY-YYYYDDD        PIC 9(07).
001156 01  WS-TODAY-DATE           PIC 9(07)   VALUE ZERO.
001160 01  WS-SUB                  PIC 9(04)   COMP.
001570     05  WS-CL-TEXT          PIC X(30).
001580     05  WS-CL-COUNT         PIC ZZZ9.
001590
001591*----------------------------------------------------------------*
001592*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
001593*    WRITE FOR THE END REWRITE.                                  *
001594*----------------------------------------------------------------*
001595 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
001596     88  WS-HELLORUN-OK                  VALUE '00'.
001597 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
001598     88  WS-RH-STARTED                   VALUE 'Y'.
001599 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
001600 01  WS-RH-YYYYDDD           PIC 9(07).
001601
001602 PROCEDURE DIVISION.
001610*----------------------------------------------------------------*
001620*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN.           *
001630*----------------------------------------------------------------*
001640 0000-MAINLINE.
001642     PERFORM 0100-START-RUN-HISTORY
001644         THRU 0100-START-RUN-HISTORY-EXIT.
001646
001650     PERFORM 1000-INITIALIZE
001660         THRU 1000-INITIALIZE-EXIT.
001670
001790     PERFORM 9000-TERMINATE
001800         THRU 9000-TERMINATE-EXIT.
001810
001812     PERFORM 9100-END-RUN-HISTORY
001814         THRU 9100-END-RUN-HISTORY-EXIT.
001816
001820     STOP RUN.
001821
001822*----------------------------------------------------------------*
001823*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
001824*                             AS RUNNING.  A HISTORY FILE THAT   *
001825*                             CANNOT BE OPENED OR WRITTEN IS     *
001826*                             REPORTED AND THE JOB CARRIES ON.   *
001827*----------------------------------------------------------------*
001828 0100-START-RUN-HISTORY.
001829     MOVE SPACES             TO HELLORUN-RECORD.
001830     MOVE 'HELLORCN'         TO RH-JOB-NAME.
001831     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
001832     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
001833         GIVING RH-START-DATE.
001834     ACCEPT RH-START-TIME    FROM TIME.
001835     MOVE ZERO               TO RH-END-DATE
001836                                RH-END-TIME
001837                                RH-RETURN-CODE
001838                                RH-INPUT-COUNT
001839                                RH-OUTPUT-COUNT
001840                                RH-REJECT-COUNT.
001841     SET RH-STAT-RUNNING     TO TRUE.
001842     SET RH-FRESH-START      TO TRUE.
001843     MOVE RH-RUN-KEY         TO WS-RH-KEY.
001844     OPEN I-O HELLORUN-FILE.
001845     IF NOT WS-HELLORUN-OK
001846         DISPLAY 'HELLORCN - HELLORUN OPEN FAILED, STATUS = '
001847             WS-HELLORUN-STATUS
001848         DISPLAY 'HELLORCN - RUN HISTORY NOT RECORDED'
001849         GO TO 0100-START-RUN-HISTORY-EXIT
001850     END-IF.
001851     WRITE HELLORUN-RECORD.
001852     IF WS-HELLORUN-OK
001853         SET WS-RH-STARTED   TO TRUE
001854     ELSE
001855         DISPLAY 'HELLORCN - HELLORUN WRITE FAILED, STATUS = '
001856             WS-HELLORUN-STATUS
001857     END-IF.
001858     CLOSE HELLORUN-FILE.
001859 0100-START-RUN-HISTORY-EXIT.
001860     EXIT.
001861
001862*----------------------------------------------------------------*
001863*    1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READS.     *
001864*----------------------------------------------------------------*
001870 1000-INITIALIZE.
001872     ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
001874     COMPUTE WS-TODAY-DATE = WS-TODAY-YYYYDDD - 1900000.
002780     READ HELLOLOG-FILE NEXT RECORD
002790         AT END
002800             MOVE 'Y'        TO WS-LOG-EOF-SWITCH
002803         NOT AT END
002806             ADD 1           TO WS-LOG-READ-COUNT
002810     END-READ.
002820 3100-READ-HELLOLOG-EXIT.
002830     EXIT.
004950     CLOSE RPTOUT-FILE.
004960 9000-TERMINATE-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------*
005000*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
005010*                           AS ENDED WITH THE END DATE AND TIME, *
005020*                           RETURN CODE, RESTART INDICATOR AND   *
005030*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
005040*                           THE START WRITE FAILED.              *
005050*----------------------------------------------------------------*
005060 9100-END-RUN-HISTORY.
005070     IF NOT WS-RH-STARTED
005080         GO TO 9100-END-RUN-HISTORY-EXIT
005090     END-IF.
005100     OPEN I-O HELLORUN-FILE.
005110     IF NOT WS-HELLORUN-OK
005120         DISPLAY 'HELLORCN - HELLORUN OPEN FAILED, STATUS = '
005130             WS-HELLORUN-STATUS
005140         GO TO 9100-END-RUN-HISTORY-EXIT
005150     END-IF.
005160     MOVE WS-RH-KEY          TO RH-RUN-KEY.
005170     READ HELLORUN-FILE.
005180     IF NOT WS-HELLORUN-OK
005190         DISPLAY 'HELLORCN - HELLORUN READ FAILED, STATUS = '
005200             WS-HELLORUN-STATUS
005210         CLOSE HELLORUN-FILE
005220         GO TO 9100-END-RUN-HISTORY-EXIT
005230     END-IF.
005240     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
005250     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
005260         GIVING RH-END-DATE.
005270     ACCEPT RH-END-TIME      FROM TIME.
005280     SET RH-STAT-ENDED       TO TRUE.
005290     MOVE RETURN-CODE        TO RH-RETURN-CODE.
005300     MOVE WS-LOG-READ-COUNT  TO RH-INPUT-COUNT.
005310     MOVE 'LOG READ'         TO RH-INPUT-LABEL.
005320     MOVE WS-PROF-COUNT-USED TO RH-OUTPUT-COUNT.
005330     MOVE 'PROFILES'         TO RH-OUTPUT-LABEL.
005340     MOVE WS-ORPH-COUNT-USED TO RH-REJECT-COUNT.
005350     MOVE 'ORPHAN IDS'       TO RH-REJECT-LABEL.
005360     REWRITE HELLORUN-RECORD.
005370     IF NOT WS-HELLORUN-OK
005380         DISPLAY 'HELLORCN - HELLORUN REWRITE FAILED, STATUS = '
005390             WS-HELLORUN-STATUS
005400     END-IF.
005410     CLOSE HELLORUN-FILE.
005420 9100-END-RUN-HISTORY-EXIT.
005430     EXIT.
