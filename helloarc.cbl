000440*                       CUTOFF=0CYYDDD (EIBDATE DATE FORM)       *
000450*                   RECORDS WITH HL-LOG-K-DATE LESS THAN THE     *
000460*                   CUTOFF ARE ARCHIVED AND PURGED.              *
000461*                                                               *
000462*                   LEGAL HOLDS - EVERY ACTIVE HOLD ON THE       *
000463*                   HELLOHLD FILE IS LOADED AT THE START.  A     *
000464*                   RECORD OLDER THAN THE CUTOFF THAT ANY ACTIVE *
000465*                   HOLD COVERS IS STILL ARCHIVED BUT IS LEFT ON *
000466*                   THE KSDS, SO HELLOI CAN STILL FIND IT, AND   *
000467*                   IS COUNTED AGAINST EACH HOLD THAT COVERS IT. *
000468*                   IT IS ONLY ARCHIVED ONCE - THE CHECKPOINT    *
000469*                   KEEPS THE DATE BEFORE WHICH EVERYTHING HAS   *
000470*                   BEEN ARCHIVED, AND A HELD RECORD OLDER THAN  *
000471*                   THAT IS JUST COUNTED.  ONCE ITS HOLD IS      *
000472*                   RELEASED THE NEXT RUN ARCHIVES AND PURGES IT *
000473*                   LIKE ANY OTHER RECORD (THE EXTRA IDENTICAL   *
000474*                   ARCHIVE COPY IS DROPPED BY HELLOAMC AND      *
000475*                   COUNTED ONCE BY HELLOSLV).  THE PER-HOLD     *
000476*                   COUNTS ARE DISPLAYED AT THE END; ON A        *
000477*                   RESTARTED RUN THEY COVER ONLY THE RECORDS    *
000478*                   AFTER THE RESTART POINT.                     *
000479*-----------------------------------------------------------------
000480*    MODIFICATION HISTORY                                       *
000490*    DATE       INIT  DESCRIPTION                                *
000500*    ---------  ----  ------------------------------------------ *
000514*                     HELLOLOG NOW CARRIES THE BRANCH CODE.      *
000516*                     GENERATIONS WRITTEN BEFORE THIS CHANGE     *
000518*                     REMAIN 69 BYTES (SEE THE HELLOARQ JCL).    *
000521*    2026-10-15 SMH   WRITE A RUN-HISTORY RECORD TO HELLORUN AT  *
000524*                     THE START AND END OF EACH RUN.             *
000526*    2026-10-15 SMH   HONOUR LEGAL HOLDS ON THE NEW HELLOHLD     *
000528*                     FILE - HELD RECORDS ARE ARCHIVED ONCE BUT  *
000530*                     NOT PURGED, AND A HELD COUNT IS DISPLAYED  *
000532*                     PER HOLD.  THE CHECKPOINT CARRIES THE      *
000534*                     ARCHIVED-BEFORE DATE.                      *
000535*    2026-10-15 SMH   CHECKPOINT LAYOUT MOVED TO THE NEW         *
000536*                     HELLOCKP COPYBOOK, SHARED WITH HELLOHLR    *
000537*                     AND HELLOAQS.                              *
000538*****************************************************************
000539 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.    IBM-370.
000560 OBJECT-COMPUTER.    IBM-370.
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-CTLIN-STATUS.
000760
000761     SELECT HELLORUN-FILE    ASSIGN TO HELLORUN
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS RANDOM
000764         RECORD KEY IS RH-RUN-KEY
000765         FILE STATUS IS WS-HELLORUN-STATUS.
000766
000767     SELECT HELLOHLD-FILE    ASSIGN TO HELLOHLD
000768         ORGANIZATION IS INDEXED
000769         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS HD-HOLD-ID
000771         FILE STATUS IS WS-HELLOHLD-STATUS.
000772
000773 DATA DIVISION.
000780 FILE SECTION.
000790 FD  HELLOLOG-FILE
000800     LABEL RECORDS ARE STANDARD.
000880 FD  CHKPT-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910 COPY HELLOCKP.
000990
001000 FD  CTLIN-FILE
001010     LABEL RECORDS ARE STANDARD
001050     05  CT-CUTOFF-DATE      PIC X(07).
001060     05  FILLER              PIC X(66).
001070
001072 FD  HELLORUN-FILE
001074     LABEL RECORDS ARE STANDARD.
001076 COPY HELLORUN.
001077
001078 FD  HELLOHLD-FILE
001080     LABEL RECORDS ARE STANDARD.
001082 COPY HELLOHLD.
001084
001086 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------*
001100*    FILE STATUS AND CONTROL SWITCHES                            *
001110*----------------------------------------------------------------*
001180     88  WS-CHKPT-OK                     VALUE '00'.
001190 01  WS-CTLIN-STATUS         PIC X(02)   VALUE '00'.
001200     88  WS-CTLIN-OK                     VALUE '00'.
001202 01  WS-HELLOHLD-STATUS      PIC X(02)   VALUE '00'.
001204     88  WS-HELLOHLD-OK                  VALUE '00'.
001206     88  WS-HELLOHLD-EOF                 VALUE '10'.
001210 01  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001220     88  WS-END-OF-FILE                  VALUE 'Y'.
001230 01  WS-ABORT-SWITCH         PIC X(01)   VALUE 'N'.
001240     88  WS-RUN-ABORTED                  VALUE 'Y'.
001250 01  WS-RESTART-SWITCH       PIC X(01)   VALUE 'N'.
001260     88  WS-RESTARTING                   VALUE 'Y'.
001263 01  WS-HELD-SWITCH          PIC X(01)   VALUE 'N'.
001266     88  WS-RECORD-HELD                  VALUE 'Y'.
001270*----------------------------------------------------------------*
001280*    CONTROL CARD AND CHECKPOINT WORK AREAS                      *
001290*----------------------------------------------------------------*
001310 01  WS-RESTART-KEY          PIC X(25)   VALUE SPACES.
001320 01  WS-LAST-PURGED-KEY      PIC X(25)   VALUE LOW-VALUES.
001330 01  WS-RESUME-KEY           PIC X(25)   VALUE LOW-VALUES.
001335 01  WS-ARCHIVED-BEFORE      PIC 9(07)   VALUE ZERO.
001340*----------------------------------------------------------------*
001350*    BATCH OF ARCHIVED KEYS AWAITING DELETION.  THE BATCH IS     *
001360*    ONLY DELETED ONCE THE ARCHIVE COPIES ARE FLUSHED TO DISK.   *
001480 77  WS-ARCHIVED-COUNT       PIC 9(09)   COMP    VALUE 0.
001490 77  WS-PURGED-COUNT         PIC 9(09)   COMP    VALUE 0.
001500 77  WS-KEPT-COUNT           PIC 9(09)   COMP    VALUE 0.
001501 77  WS-HELD-COUNT           PIC 9(09)   COMP    VALUE 0.
001502*----------------------------------------------------------------*
001503*    ACTIVE LEGAL HOLDS, LOADED FROM HELLOHLD AT THE START, WITH *
001504*    THE NUMBER OF RECORDS EACH ONE KEPT ON THE KSDS THIS RUN.   *
001505*    A RECORD TWO HOLDS COVER COUNTS AGAINST BOTH.               *
001506*----------------------------------------------------------------*
001507 77  WS-HOLD-LIMIT           PIC 9(05)   COMP    VALUE 200.
001508 01  WS-HOLD-TABLE.
001509     05  WS-HOLD-COUNT-USED  PIC 9(05)   COMP    VALUE 0.
001510     05  WS-HOLD-ENTRY       OCCURS 200 TIMES
001511                             INDEXED BY WS-HOLD-IDX.
001512         10  WS-HOLD-ID          PIC X(08).
001513         10  WS-HOLD-TYPE        PIC X(01).
001514             88  WS-HOLD-BY-OPERATOR         VALUE 'O'.
001515             88  WS-HOLD-BY-TERMINAL         VALUE 'T'.
001516         10  WS-HOLD-OPERATOR-ID PIC X(08).
001517         10  WS-HOLD-TERMID      PIC X(04).
001518         10  WS-HOLD-FROM-DATE   PIC 9(07).
001519         10  WS-HOLD-THRU-DATE   PIC 9(07).
001520         10  WS-HOLD-KEPT-COUNT  PIC 9(09)   COMP.
001521
001522*----------------------------------------------------------------*
001523*    RUN HISTORY - THIS RUN'S HELLORUN KEY, KEPT FROM THE START  *
001524*    WRITE FOR THE END REWRITE.                                  *
001525*----------------------------------------------------------------*
001526 01  WS-HELLORUN-STATUS      PIC X(02)   VALUE '00'.
001527     88  WS-HELLORUN-OK                  VALUE '00'.
001528 01  WS-RH-SWITCH            PIC X(01)   VALUE 'N'.
001529     88  WS-RH-STARTED                   VALUE 'Y'.
001530 01  WS-RH-KEY               PIC X(23)   VALUE SPACES.
001531 01  WS-RH-YYYYDDD           PIC 9(07).
001532
001533 PROCEDURE DIVISION.
001534*----------------------------------------------------------------*
001540*    0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PURGE RUN.     *
001550*----------------------------------------------------------------*
001560 0000-MAINLINE.
001562     PERFORM 0100-START-RUN-HISTORY
001564         THRU 0100-START-RUN-HISTORY-EXIT.
001566
001570     PERFORM 1000-INITIALIZE
001580         THRU 1000-INITIALIZE-EXIT.
001590
001680     PERFORM 9000-TERMINATE
001690         THRU 9000-TERMINATE-EXIT.
001700
001702     PERFORM 9100-END-RUN-HISTORY
001704         THRU 9100-END-RUN-HISTORY-EXIT.
001706
001710     STOP RUN.
001711
001712*----------------------------------------------------------------*
001713*    0100-START-RUN-HISTORY - WRITE THIS RUN'S HELLORUN RECORD   *
001714*                             AS RUNNING.  A HISTORY FILE THAT   *
001715*                             CANNOT BE OPENED OR WRITTEN IS     *
001716*                             REPORTED AND THE JOB CARRIES ON.   *
001717*----------------------------------------------------------------*
001718 0100-START-RUN-HISTORY.
001719     MOVE SPACES             TO HELLORUN-RECORD.
001720     MOVE 'HELLOARC'         TO RH-JOB-NAME.
001721     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
001722     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
001723         GIVING RH-START-DATE.
001724     ACCEPT RH-START-TIME    FROM TIME.
001725     MOVE ZERO               TO RH-END-DATE
001726                                RH-END-TIME
001727                                RH-RETURN-CODE
001728                                RH-INPUT-COUNT
001729                                RH-OUTPUT-COUNT
001730                                RH-REJECT-COUNT.
001731     SET RH-STAT-RUNNING     TO TRUE.
001732     SET RH-FRESH-START      TO TRUE.
001733     MOVE RH-RUN-KEY         TO WS-RH-KEY.
001734     OPEN I-O HELLORUN-FILE.
001735     IF NOT WS-HELLORUN-OK
001736         DISPLAY 'HELLOARC - HELLORUN OPEN FAILED, STATUS = '
001737             WS-HELLORUN-STATUS
001738         DISPLAY 'HELLOARC - RUN HISTORY NOT RECORDED'
001739         GO TO 0100-START-RUN-HISTORY-EXIT
001740     END-IF.
001741     WRITE HELLORUN-RECORD.
001742     IF WS-HELLORUN-OK
001743         SET WS-RH-STARTED   TO TRUE
001744     ELSE
001745         DISPLAY 'HELLOARC - HELLORUN WRITE FAILED, STATUS = '
001746             WS-HELLORUN-STATUS
001747     END-IF.
001748     CLOSE HELLORUN-FILE.
001749 0100-START-RUN-HISTORY-EXIT.
001750     EXIT.
001751
001752*----------------------------------------------------------------*
001753*    1000-INITIALIZE - READ THE CONTROL CARD, ANY CHECKPOINT AND *
001754*                      THE ACTIVE LEGAL HOLDS, OPEN THE FILES,   *
001757*                      AND POSITION THE BROWSE.                  *
001760*----------------------------------------------------------------*
001770 1000-INITIALIZE.
001780     PERFORM 1100-READ-CONTROL-CARD
001830
001840     PERFORM 1200-READ-CHECKPOINT
001850         THRU 1200-READ-CHECKPOINT-EXIT.
001851     PERFORM 1250-LOAD-HOLDS
001852         THRU 1250-LOAD-HOLDS-EXIT.
001853     IF WS-RUN-ABORTED
001854         GO TO 1000-INITIALIZE-EXIT
001855     END-IF.
001860
001870     OPEN I-O HELLOLOG-FILE.
001880     IF NOT WS-HELLOLOG-OK
002470     EXIT.
002480
002490*----------------------------------------------------------------*
002500*    1200-READ-CHECKPOINT - PICK UP THE DATE BEFORE WHICH EVERY  *
002510*                           RECORD HAS ALREADY BEEN ARCHIVED     *
002520*                           (ZERO FROM A CHECKPOINT WRITTEN      *
002530*                           BEFORE IT WAS KEPT).  IF THE LAST    *
002540*                           RUN LEFT AN IN-FLIGHT CHECKPOINT,    *
002542*                           THIS RUN IS A RESTART AND RESUMES    *
002544*                           AFTER THE LAST PURGED KEY.           *
002546*----------------------------------------------------------------*
002550 1200-READ-CHECKPOINT.
002560     MOVE 'N'                TO WS-RESTART-SWITCH.
002570     MOVE SPACES             TO WS-RESTART-KEY.
002650             MOVE SPACES     TO CHKPT-RECORD
002660     END-READ.
002670     CLOSE CHKPT-FILE.
002672     IF CP-ARCHIVED-BEFORE NUMERIC
002674         MOVE CP-ARCHIVED-BEFORE TO WS-ARCHIVED-BEFORE
002676     END-IF.
002680     IF CP-IN-FLIGHT
002690         SET WS-RESTARTING   TO TRUE
002700         MOVE CP-LAST-KEY    TO WS-RESTART-KEY
002760     END-IF.
002770 1200-READ-CHECKPOINT-EXIT.
002780     EXIT.
002781
002782*----------------------------------------------------------------*
002783*    1250-LOAD-HOLDS - LOAD EVERY ACTIVE HOLD FROM THE HELLOHLD  *
002784*                      FILE.  A HOLD FILE THAT CANNOT BE READ,   *
002785*                      OR MORE ACTIVE HOLDS THAN THE TABLE       *
002786*                      HOLDS, STOPS THE RUN - PURGING WITHOUT    *
002787*                      THE FULL LIST OF HOLDS COULD DESTROY HELD *
002788*                      RECORDS.                                  *
002789*----------------------------------------------------------------*
002790 1250-LOAD-HOLDS.
002791     MOVE 0                  TO WS-HOLD-COUNT-USED.
002792     OPEN INPUT HELLOHLD-FILE.
002793     IF NOT WS-HELLOHLD-OK
002794         DISPLAY 'HELLOARC - HELLOHLD OPEN FAILED, STATUS = '
002795             WS-HELLOHLD-STATUS
002796         SET WS-RUN-ABORTED  TO TRUE
002797         MOVE 8              TO RETURN-CODE
002798         GO TO 1250-LOAD-HOLDS-EXIT
002799     END-IF.
002800     PERFORM 1260-LOAD-ONE-HOLD
002801         THRU 1260-LOAD-ONE-HOLD-EXIT
002802         UNTIL WS-HELLOHLD-EOF
002803            OR WS-RUN-ABORTED.
002804     CLOSE HELLOHLD-FILE.
002805     IF NOT WS-RUN-ABORTED
002806         DISPLAY 'HELLOARC - ACTIVE LEGAL HOLDS  '
002807             WS-HOLD-COUNT-USED
002808     END-IF.
002809 1250-LOAD-HOLDS-EXIT.
002810     EXIT.
002811
002812*----------------------------------------------------------------*
002813*    1260-LOAD-ONE-HOLD - READ ONE HOLD AND ADD IT TO THE TABLE  *
002814*                         IF IT IS ACTIVE.                       *
002815*----------------------------------------------------------------*
002816 1260-LOAD-ONE-HOLD.
002817     READ HELLOHLD-FILE NEXT RECORD
002818         AT END
002819             GO TO 1260-LOAD-ONE-HOLD-EXIT
002820     END-READ.
002821     IF NOT WS-HELLOHLD-OK
002822         DISPLAY 'HELLOARC - HELLOHLD READ FAILED, STATUS = '
002823             WS-HELLOHLD-STATUS
002824         SET WS-RUN-ABORTED  TO TRUE
002825         MOVE 8              TO RETURN-CODE
002826         GO TO 1260-LOAD-ONE-HOLD-EXIT
002827     END-IF.
002828     IF NOT HD-STAT-ACTIVE
002829         GO TO 1260-LOAD-ONE-HOLD-EXIT
002830     END-IF.
002831     IF WS-HOLD-COUNT-USED >= WS-HOLD-LIMIT
002832         DISPLAY 'HELLOARC - MORE THAN ' WS-HOLD-LIMIT
002833             ' ACTIVE LEGAL HOLDS - RUN STOPPED'
002834         SET WS-RUN-ABORTED  TO TRUE
002835         MOVE 8              TO RETURN-CODE
002836         GO TO 1260-LOAD-ONE-HOLD-EXIT
002837     END-IF.
002838     ADD 1                   TO WS-HOLD-COUNT-USED.
002839     SET WS-HOLD-IDX         TO WS-HOLD-COUNT-USED.
002840     MOVE HD-HOLD-ID         TO WS-HOLD-ID (WS-HOLD-IDX).
002841     MOVE HD-HOLD-TYPE       TO WS-HOLD-TYPE (WS-HOLD-IDX).
002842     MOVE HD-OPERATOR-ID     TO WS-HOLD-OPERATOR-ID (WS-HOLD-IDX).
002843     MOVE HD-TERMID          TO WS-HOLD-TERMID (WS-HOLD-IDX).
002844     MOVE HD-FROM-DATE       TO WS-HOLD-FROM-DATE (WS-HOLD-IDX).
002845     MOVE HD-THRU-DATE       TO WS-HOLD-THRU-DATE (WS-HOLD-IDX).
002846     MOVE 0                  TO WS-HOLD-KEPT-COUNT (WS-HOLD-IDX).
002847 1260-LOAD-ONE-HOLD-EXIT.
002848     EXIT.
002849
002850*----------------------------------------------------------------*
002851*    1300-POSITION-BROWSE - START THE KEYED BROWSE AT THE TOP OF *
002852*                           THE FILE, OR JUST PAST THE LAST      *
002853*                           PURGED KEY ON A RESTART.             *
002854*----------------------------------------------------------------*
002855 1300-POSITION-BROWSE.
002860     IF WS-RESTARTING
002870         MOVE WS-RESTART-KEY TO HL-LOG-KEY
002880     ELSE
002990
003000*----------------------------------------------------------------*
003010*    2000-PROCESS-RECORD - ARCHIVE ONE RECORD IF IT IS OLDER     *
003020*                          THAN THE CUTOFF AND, UNLESS A LEGAL   *
003030*                          HOLD COVERS IT, QUEUE ITS KEY FOR     *
003040*                          DELETION, FLUSHING AND PURGING THE    *
003050*                          BATCH WHEN IT FILLS, THEN READ THE    *
003060*                          NEXT RECORD.  A HELD RECORD OLDER     *
003070*                          THAN THE ARCHIVED-BEFORE DATE IS      *
003080*                          ALREADY IN AN ARCHIVE AND IS LEFT     *
003090*                          ALONE.                                *
003100*----------------------------------------------------------------*
003110 2000-PROCESS-RECORD.
003120     IF HL-LOG-K-DATE < WS-CUTOFF-DATE
003130         PERFORM 2300-CHECK-HOLDS
003140             THRU 2300-CHECK-HOLDS-EXIT
003150         IF WS-RECORD-HELD
003160                 AND HL-LOG-K-DATE < WS-ARCHIVED-BEFORE
003170             CONTINUE
003180         ELSE
003190             PERFORM 2200-ARCHIVE-RECORD
003200                 THRU 2200-ARCHIVE-RECORD-EXIT
003210         END-IF
003220     ELSE
003230         ADD 1               TO WS-KEPT-COUNT
003240     END-IF.
003250
003251     IF WS-BATCH-COUNT >= WS-BATCH-LIMIT
003252         PERFORM 3000-PURGE-BATCH
003253             THRU 3000-PURGE-BATCH-EXIT
003254     END-IF.
003255
003256     IF NOT WS-END-OF-FILE
003257         PERFORM 2100-READ-HELLOLOG
003258             THRU 2100-READ-HELLOLOG-EXIT
003259     END-IF.
003260 2000-PROCESS-RECORD-EXIT.
003261     EXIT.
003262
003270*----------------------------------------------------------------*
003280*    2100-READ-HELLOLOG - READ THE NEXT AUDIT RECORD IN KEY      *
003290*                         SEQUENCE.                              *
003500
003510*----------------------------------------------------------------*
003520*    2200-ARCHIVE-RECORD - COPY THE CURRENT RECORD TO THE        *
003530*                          ARCHIVE DATASET AND, UNLESS IT IS     *
003540*                          HELD, QUEUE ITS KEY IN THE DELETE     *
003550*                          BATCH.                                *
003555*----------------------------------------------------------------*
003560 2200-ARCHIVE-RECORD.
003570     MOVE HELLOLOG-RECORD    TO ARCHOUT-RECORD.
003580     WRITE ARCHOUT-RECORD.
003650         GO TO 2200-ARCHIVE-RECORD-EXIT
003660     END-IF.
003670     ADD 1                   TO WS-ARCHIVED-COUNT.
003672     IF WS-RECORD-HELD
003674         GO TO 2200-ARCHIVE-RECORD-EXIT
003676     END-IF.
003680     ADD 1                   TO WS-BATCH-COUNT.
003690     SET WS-BATCH-IDX        TO WS-BATCH-COUNT.
003700     MOVE HL-LOG-KEY         TO WS-BATCH-KEY (WS-BATCH-IDX).
003710 2200-ARCHIVE-RECORD-EXIT.
003720     EXIT.
003721
003722*----------------------------------------------------------------*
003723*    2300-CHECK-HOLDS - CHECK THE CURRENT RECORD AGAINST EVERY   *
003724*                       ACTIVE HOLD, COUNTING IT AGAINST EACH    *
003725*                       ONE THAT COVERS IT AND ONCE IN THE RUN'S *
003726*                       HELD TOTAL.                              *
003727*----------------------------------------------------------------*
003728 2300-CHECK-HOLDS.
003729     MOVE 'N'                TO WS-HELD-SWITCH.
003730     PERFORM 2310-MATCH-ONE-HOLD
003731         THRU 2310-MATCH-ONE-HOLD-EXIT
003732         VARYING WS-HOLD-IDX FROM 1 BY 1
003733         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT-USED.
003734     IF WS-RECORD-HELD
003735         ADD 1               TO WS-HELD-COUNT
003736     END-IF.
003737 2300-CHECK-HOLDS-EXIT.
003738     EXIT.
003739
003740*----------------------------------------------------------------*
003741*    2310-MATCH-ONE-HOLD - DOES ONE HOLD COVER THE CURRENT       *
003742*                          RECORD - THE LOG DATE MUST BE IN ITS  *
003743*                          DATE RANGE AND, FOR AN OPERATOR OR    *
003744*                          TERMINAL HOLD, THE OPERATOR ID OR     *
003745*                          TERMINAL MUST MATCH.                  *
003746*----------------------------------------------------------------*
003747 2310-MATCH-ONE-HOLD.
003748     IF HL-LOG-K-DATE < WS-HOLD-FROM-DATE (WS-HOLD-IDX)
003749             OR HL-LOG-K-DATE > WS-HOLD-THRU-DATE (WS-HOLD-IDX)
003750         GO TO 2310-MATCH-ONE-HOLD-EXIT
003751     END-IF.
003752     IF WS-HOLD-BY-OPERATOR (WS-HOLD-IDX)
003753             AND WS-HOLD-OPERATOR-ID (WS-HOLD-IDX)
003754                 NOT = HL-LOG-OPERATOR-ID
003755         GO TO 2310-MATCH-ONE-HOLD-EXIT
003756     END-IF.
003757     IF WS-HOLD-BY-TERMINAL (WS-HOLD-IDX)
003758             AND WS-HOLD-TERMID (WS-HOLD-IDX)
003759                 NOT = HL-LOG-K-TERMID
003760         GO TO 2310-MATCH-ONE-HOLD-EXIT
003761     END-IF.
003762     SET WS-RECORD-HELD      TO TRUE.
003763     ADD 1                   TO WS-HOLD-KEPT-COUNT (WS-HOLD-IDX).
003764 2310-MATCH-ONE-HOLD-EXIT.
003765     EXIT.
003766
003767*----------------------------------------------------------------*
003768*    3000-PURGE-BATCH - FLUSH THE ARCHIVE FILE TO DISK, DELETE   *
003769*                       EVERY KEY IN THE BATCH FROM THE KSDS,    *
003770*                       CHECKPOINT THE LAST PURGED KEY, AND      *
003780*                       RE-POSITION THE BROWSE.  THE FLUSH COMES *
003790*                       FIRST SO AN ABEND CAN NEVER HAVE DELETED *
003870     SET WS-BATCH-IDX        TO WS-BATCH-COUNT.
003880     MOVE WS-BATCH-KEY (WS-BATCH-IDX)
003890                             TO WS-RESUME-KEY.
003900     PERFORM 3050-FLUSH-ARCHIVE
003910         THRU 3050-FLUSH-ARCHIVE-EXIT.
003920     IF WS-RUN-ABORTED
003930         GO TO 3000-PURGE-BATCH-EXIT
003940     END-IF.
004000
004010     PERFORM 3100-DELETE-ONE
004020         THRU 3100-DELETE-ONE-EXIT
004090     MOVE WS-LAST-PURGED-KEY TO CP-LAST-KEY.
004100     MOVE WS-PURGED-COUNT    TO CP-PURGED-COUNT.
004110     MOVE WS-ARCHIVED-COUNT  TO CP-ARCHIVED-COUNT.
004115     MOVE WS-ARCHIVED-BEFORE TO CP-ARCHIVED-BEFORE.
004120     PERFORM 3200-WRITE-CHECKPOINT
004130         THRU 3200-WRITE-CHECKPOINT-EXIT.
004140
004220     END-IF.
004230 3000-PURGE-BATCH-EXIT.
004240     EXIT.
004241
004242*----------------------------------------------------------------*
004243*    3050-FLUSH-ARCHIVE - CLOSE AND REOPEN THE ARCHIVE FILE,     *
004244*                         FORCING EVERY COPY WRITTEN SO FAR TO   *
004245*                         DISK.                                  *
004246*----------------------------------------------------------------*
004247 3050-FLUSH-ARCHIVE.
004248     CLOSE ARCHOUT-FILE.
004249     OPEN EXTEND ARCHOUT-FILE.
004250     IF NOT WS-ARCHOUT-OK
004251         DISPLAY 'HELLOARC - ARCHIVE REOPEN FAILED, STATUS = '
004252             WS-ARCHOUT-STATUS
004253         MOVE 'Y'            TO WS-EOF-SWITCH
004254         SET WS-RUN-ABORTED  TO TRUE
004255         MOVE 12             TO RETURN-CODE
004256     END-IF.
004257 3050-FLUSH-ARCHIVE-EXIT.
004258     EXIT.
004259
004260*----------------------------------------------------------------*
004270*    3100-DELETE-ONE - DELETE ONE BATCHED KEY FROM THE KSDS.     *
004280*----------------------------------------------------------------*
004590     EXIT.
004600
004610*----------------------------------------------------------------*
004620*    8000-FINALIZE - PURGE ANY PART-FILLED FINAL BATCH, FLUSH    *
004630*                    THE ARCHIVE (HELD RECORDS MAY HAVE BEEN     *
004640*                    WRITTEN SINCE THE LAST PURGE), MARK THE     *
004650*                    CHECKPOINT COMPLETE ON A CLEAN RUN WITH THE *
004652*                    NEW ARCHIVED-BEFORE DATE, AND REPORT THE    *
004654*                    RUN TOTALS AND THE RECORDS EACH HOLD KEPT.  *
004656*----------------------------------------------------------------*
004660 8000-FINALIZE.
004670     PERFORM 3000-PURGE-BATCH
004680         THRU 3000-PURGE-BATCH-EXIT.
004690     IF WS-RUN-ABORTED
004700         GO TO 8000-FINALIZE-EXIT
004710     END-IF.
004711     PERFORM 3050-FLUSH-ARCHIVE
004712         THRU 3050-FLUSH-ARCHIVE-EXIT.
004713     IF WS-RUN-ABORTED
004714         GO TO 8000-FINALIZE-EXIT
004715     END-IF.
004716     IF WS-CUTOFF-DATE > WS-ARCHIVED-BEFORE
004717         MOVE WS-CUTOFF-DATE TO WS-ARCHIVED-BEFORE
004718     END-IF.
004720     MOVE SPACES             TO CHKPT-RECORD.
004730     SET CP-COMPLETE         TO TRUE.
004740     MOVE WS-PURGED-COUNT    TO CP-PURGED-COUNT.
004750     MOVE WS-ARCHIVED-COUNT  TO CP-ARCHIVED-COUNT.
004755     MOVE WS-ARCHIVED-BEFORE TO CP-ARCHIVED-BEFORE.
004760     PERFORM 3200-WRITE-CHECKPOINT
004770         THRU 3200-WRITE-CHECKPOINT-EXIT.
004780     DISPLAY 'HELLOARC - RECORDS READ     ' WS-READ-COUNT.
004790     DISPLAY 'HELLOARC - RECORDS ARCHIVED ' WS-ARCHIVED-COUNT.
004800     DISPLAY 'HELLOARC - RECORDS PURGED   ' WS-PURGED-COUNT.
004810     DISPLAY 'HELLOARC - RECORDS KEPT     ' WS-KEPT-COUNT.
004811     DISPLAY 'HELLOARC - RECORDS HELD     ' WS-HELD-COUNT.
004812     PERFORM 8100-DISPLAY-HOLD
004813         THRU 8100-DISPLAY-HOLD-EXIT
004814         VARYING WS-HOLD-IDX FROM 1 BY 1
004815         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT-USED.
004820 8000-FINALIZE-EXIT.
004830     EXIT.
004831
004832*----------------------------------------------------------------*
004833*    8100-DISPLAY-HOLD - REPORT HOW MANY RECORDS ONE ACTIVE HOLD *
004834*                        KEPT ON THE KSDS.                       *
004835*----------------------------------------------------------------*
004836 8100-DISPLAY-HOLD.
004837     DISPLAY 'HELLOARC - HOLD ' WS-HOLD-ID (WS-HOLD-IDX)
004838         ' RECORDS HELD ' WS-HOLD-KEPT-COUNT (WS-HOLD-IDX).
004839 8100-DISPLAY-HOLD-EXIT.
004840     EXIT.
004841
004850*----------------------------------------------------------------*
004860*    9000-TERMINATE - CLOSE FILES.                               *
004870*----------------------------------------------------------------*
004900     CLOSE ARCHOUT-FILE.
004910 9000-TERMINATE-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------*
004950*    9100-END-RUN-HISTORY - REWRITE THIS RUN'S HELLORUN RECORD   *
004960*                           AS ENDED WITH THE END DATE AND TIME, *
004970*                           RETURN CODE, RESTART INDICATOR AND   *
004980*                           RUN COUNTS.  NOTHING IS DONE WHEN    *
004990*                           THE START WRITE FAILED.              *
005000*----------------------------------------------------------------*
005010 9100-END-RUN-HISTORY.
005020     IF NOT WS-RH-STARTED
005030         GO TO 9100-END-RUN-HISTORY-EXIT
005040     END-IF.
005050     OPEN I-O HELLORUN-FILE.
005060     IF NOT WS-HELLORUN-OK
005070         DISPLAY 'HELLOARC - HELLORUN OPEN FAILED, STATUS = '
005080             WS-HELLORUN-STATUS
005090         GO TO 9100-END-RUN-HISTORY-EXIT
005100     END-IF.
005110     MOVE WS-RH-KEY          TO RH-RUN-KEY.
005120     READ HELLORUN-FILE.
005130     IF NOT WS-HELLORUN-OK
005140         DISPLAY 'HELLOARC - HELLORUN READ FAILED, STATUS = '
005150             WS-HELLORUN-STATUS
005160         CLOSE HELLORUN-FILE
005170         GO TO 9100-END-RUN-HISTORY-EXIT
005180     END-IF.
005190     ACCEPT WS-RH-YYYYDDD    FROM DAY YYYYDDD.
005200     SUBTRACT 1900000        FROM WS-RH-YYYYDDD
005210         GIVING RH-END-DATE.
005220     ACCEPT RH-END-TIME      FROM TIME.
005230     SET RH-STAT-ENDED       TO TRUE.
005240     MOVE RETURN-CODE        TO RH-RETURN-CODE.
005250     MOVE WS-READ-COUNT      TO RH-INPUT-COUNT.
005260     MOVE 'KSDS READ'        TO RH-INPUT-LABEL.
005270     MOVE WS-PURGED-COUNT    TO RH-OUTPUT-COUNT.
005280     MOVE 'PURGED'           TO RH-OUTPUT-LABEL.
005283     MOVE WS-HELD-COUNT      TO RH-REJECT-COUNT.
005286     MOVE 'HELD'             TO RH-REJECT-LABEL.
005290     IF WS-RESTARTING
005300         SET RH-RESTARTED    TO TRUE
005310     END-IF.
005320     REWRITE HELLORUN-RECORD.
005330     IF NOT WS-HELLORUN-OK
005340         DISPLAY 'HELLOARC - HELLORUN REWRITE FAILED, STATUS = '
005350             WS-HELLORUN-STATUS
005360     END-IF.
005370     CLOSE HELLORUN-FILE.
005380 9100-END-RUN-HISTORY-EXIT.
005390     EXIT.
