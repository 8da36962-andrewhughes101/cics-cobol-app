000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLORHQ.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLORHQ                                     *
000090*    DESCRIPTION    ONLINE INQUIRY ON THE HELLORUN BATCH RUN     *
000100*                   HISTORY.  THE FIRST SCREEN SHOWS THE LATEST  *
000110*                   RUN OF EACH BATCH JOB THAT RECORDS ITS RUNS  *
000120*                   - START, END, RETURN CODE, STATUS, COUNTS    *
000130*                   AND RESTART FLAG.  KEYING A JOB NAME AND     *
000140*                   ENTER LISTS THAT JOB'S RUNS NEWEST FIRST,    *
000150*                   TWELVE TO A PAGE, WITH THE JOB'S COUNT       *
000160*                   LABELS; PF8 PAGES BACK TO OLDER RUNS, PF7    *
000170*                   FORWARD TO NEWER ONES.  ENTER WITH THE JOB   *
000180*                   NAME BLANKED RETURNS TO THE LATEST-RUN       *
000190*                   SCREEN.  PF3 EXITS.                          *
000200*                                                               *
000210*                   A RUN THAT ENDED WITH RC=4 (WARNING) OR      *
000220*                   HIGHER (FAILED) IS SHOWN BRIGHT.  SO IS A    *
000230*                   RUN THAT NEVER WROTE ITS END - RUNNING IF IT *
000240*                   STARTED TODAY, ABENDED IF IT STARTED ON AN   *
000250*                   EARLIER DAY (A JOB STILL RUNNING PAST        *
000260*                   MIDNIGHT ALSO SHOWS AS ABENDED UNTIL IT      *
000270*                   ENDS).                                       *
000280*                                                               *
000290*                   BROWSE ONLY - NOTHING IS UPDATED.  THE       *
000300*                   OPERATOR MUST HOLD A HELLORHQ ENTITLEMENT ON *
000310*                   THE HELLOENT FILE (HELLOSEC DECIDES); READ   *
000320*                   ACCESS IS ENOUGH.                            *
000330*-----------------------------------------------------------------
000340*    MODIFICATION HISTORY                                       *
000350*    DATE       INIT  DESCRIPTION                                *
000360*    ---------  ----  ------------------------------------------ *
000370*    2026-10-15 SMH   ORIGINAL.                                  *
000375*    2026-10-15 SMH   HELLOAMC ADDED TO THE LATEST-RUN LIST.     *
000377*    2026-10-15 SMH   HELLOSVR ADDED TO THE LATEST-RUN LIST.     *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420*----------------------------------------------------------------*
000430*    SWITCHES AND RESPONSE HOLDERS                               *
000440*----------------------------------------------------------------*
000450 01  RQ-EXIT-SWITCH              PIC X(01)   VALUE 'N'.
000460     88  RQ-EXIT-REQUESTED                   VALUE 'Y'.
000470 01  RQ-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000480     88  RQ-AUTH-DENIED                      VALUE 'Y'.
000490 01  RQ-MODE-SW                  PIC X(01)   VALUE 'S'.
000500     88  RQ-MODE-SUMMARY                     VALUE 'S'.
000510     88  RQ-MODE-HISTORY                     VALUE 'H'.
000520 01  RQ-FOUND-SW                 PIC X(01)   VALUE 'N'.
000530     88  RQ-FOUND-RUN                        VALUE 'Y'.
000540 01  RQ-SCAN-SW                  PIC X(01)   VALUE 'N'.
000550     88  RQ-SCAN-DONE                        VALUE 'Y'.
000560 01  RQ-BROWSE-SW                PIC X(01)   VALUE 'N'.
000570     88  RQ-BROWSING                         VALUE 'Y'.
000580 01  RQ-FLAG-SW                  PIC X(01)   VALUE 'N'.
000590     88  RQ-FLAG-ROW                         VALUE 'Y'.
000600 01  RQ-TRAN-NAME                PIC X(08)   VALUE 'HELLORHQ'.
000610 01  RQ-RESP                     PIC S9(08)  COMP.
000620 01  RQ-STATUS-MSG               PIC X(60)   VALUE SPACES.
000630 01  RQ-OPERATOR-ID              PIC X(08)   VALUE SPACES.
000640 01  RQ-TODAY                    PIC 9(07)   VALUE ZERO.
000650*----------------------------------------------------------------*
000660*    BATCH JOBS THAT RECORD THEIR RUNS ON HELLORUN - ONE ROW     *
000670*    EACH ON THE LATEST-RUN SCREEN                               *
000680*----------------------------------------------------------------*
000690 01  RQ-JOB-LIST.
000700     05  FILLER                  PIC X(08)   VALUE 'HELLORPT'.
000710     05  FILLER                  PIC X(08)   VALUE 'HELLOCNT'.
000720     05  FILLER                  PIC X(08)   VALUE 'HELLOARC'.
000730     05  FILLER                  PIC X(08)   VALUE 'HELLOARQ'.
000740     05  FILLER                  PIC X(08)   VALUE 'HELLORCN'.
000750     05  FILLER                  PIC X(08)   VALUE 'HELLOAKR'.
000760     05  FILLER                  PIC X(08)   VALUE 'HELLOTRD'.
000770     05  FILLER                  PIC X(08)   VALUE 'USRLOAD'.
000775     05  FILLER                  PIC X(08)   VALUE 'HELLOAMC'.
000777     05  FILLER                  PIC X(08)   VALUE 'HELLOSVR'.
000780 01  RQ-JOB-LIST-R               REDEFINES RQ-JOB-LIST.
000790     05  RQ-JOB-NAME             PIC X(08)   OCCURS 10 TIMES.
000800 01  RQ-JOB-MAX                  PIC 9(04)   COMP    VALUE 10.
000810 01  RQ-JOB-SUB                  PIC 9(04)   COMP    VALUE 0.
000820*----------------------------------------------------------------*
000830*    BROWSE POSITION - THE JOB WHOSE HISTORY IS ON THE SCREEN,   *
000840*    THE JOB BEING LOOKED UP, THE KEY A BACKWARD SCAN MUST STAY  *
000850*    BELOW, AND THE KEYS OF THE NEWEST AND OLDEST RUNS ON THE    *
000860*    PAGE                                                        *
000870*----------------------------------------------------------------*
000880 01  RQ-SEL-JOB                  PIC X(08)   VALUE SPACES.
000890 01  RQ-WANT-JOB                 PIC X(08)   VALUE SPACES.
000900 01  RQ-BR-KEY                   PIC X(23)   VALUE LOW-VALUES.
000910 01  RQ-LIMIT-KEY                PIC X(23)   VALUE LOW-VALUES.
000920 01  RQ-LIMIT-KEY-R              REDEFINES RQ-LIMIT-KEY.
000930     05  RQ-LIMIT-JOB            PIC X(08).
000940     05  RQ-LIMIT-REST           PIC X(15).
000950 01  RQ-TOP-KEY                  PIC X(23)   VALUE LOW-VALUES.
000960 01  RQ-BOT-KEY                  PIC X(23)   VALUE LOW-VALUES.
000970*----------------------------------------------------------------*
000980*    PAGE TABLES - THE RUNS ON THE SCREEN, AND THE RUNS A LOOKUP *
000990*    OR PAGE KEY HAS JUST COLLECTED (KEPT APART SO A PAGE KEY    *
001000*    THAT FINDS NOTHING LEAVES THE SCREEN AS IT WAS)             *
001010*----------------------------------------------------------------*
001020 01  RQ-PAGE-TABLE.
001030     05  RQ-PAGE-COUNT           PIC 9(04)   COMP    VALUE 0.
001040     05  RQ-PAGE-REC             PIC X(120)  OCCURS 12 TIMES.
001050 01  RQ-NEW-TABLE.
001060     05  RQ-NEW-COUNT            PIC 9(04)   COMP    VALUE 0.
001070     05  RQ-NEW-REC              PIC X(120)  OCCURS 12 TIMES.
001080 01  RQ-PAGE-MAX                 PIC 9(04)   COMP    VALUE 12.
001090 01  RQ-SUB                      PIC 9(04)   COMP    VALUE 0.
001100 01  RQ-SUB2                     PIC 9(04)   COMP    VALUE 0.
001110*----------------------------------------------------------------*
001120*    SCREEN LINES - ONE RUN PER ROW UNDER THE MAP HEADING        *
001130*----------------------------------------------------------------*
001140 01  RQ-ROW-LINE.
001150     05  RQ-ROW-JOB              PIC X(08).
001160     05  FILLER                  PIC X(01).
001170     05  RQ-ROW-START-DATE       PIC X(07).
001180     05  FILLER                  PIC X(01).
001190     05  RQ-ROW-START-TIME       PIC X(08).
001200     05  FILLER                  PIC X(01).
001210     05  RQ-ROW-END-TIME         PIC X(08).
001220     05  FILLER                  PIC X(01).
001230     05  RQ-ROW-RC               PIC ZZZ9.
001240     05  FILLER                  PIC X(01).
001250     05  RQ-ROW-STATUS           PIC X(09).
001260     05  FILLER                  PIC X(01).
001270     05  RQ-ROW-INPUT            PIC Z(07)9.
001280     05  FILLER                  PIC X(01).
001290     05  RQ-ROW-OUTPUT           PIC Z(07)9.
001300     05  FILLER                  PIC X(01).
001310     05  RQ-ROW-REJECT           PIC Z(07)9.
001320     05  FILLER                  PIC X(01).
001330     05  RQ-ROW-RESTART          PIC X(01).
001340     05  FILLER                  PIC X(01).
001350 01  RQ-TIME-IN                  PIC 9(08)   VALUE ZERO.
001360 01  RQ-TIME-IN-R                REDEFINES RQ-TIME-IN.
001370     05  RQ-TIME-IN-HH           PIC 9(02).
001380     05  RQ-TIME-IN-MM           PIC 9(02).
001390     05  RQ-TIME-IN-SS           PIC 9(02).
001400     05  FILLER                  PIC 9(02).
001410 01  RQ-TIME-OUT.
001420     05  RQ-TIME-OUT-HH          PIC 9(02).
001430     05  FILLER                  PIC X(01)   VALUE ':'.
001440     05  RQ-TIME-OUT-MM          PIC 9(02).
001450     05  FILLER                  PIC X(01)   VALUE ':'.
001460     05  RQ-TIME-OUT-SS          PIC 9(02).
001470 01  RQ-MODE-LINE.
001480     05  FILLER                  PIC X(15)   VALUE
001490         'RUN HISTORY OF '.
001500     05  RQ-MODE-JOB             PIC X(08).
001510     05  FILLER                  PIC X(15)   VALUE
001520         ' - NEWEST FIRST'.
001530 01  RQ-LABEL-LINE.
001540     05  FILLER                  PIC X(08)   VALUE 'INPUT = '.
001550     05  RQ-LBL-INPUT            PIC X(10).
001560     05  FILLER                  PIC X(12)   VALUE '   OUTPUT = '.
001570     05  RQ-LBL-OUTPUT           PIC X(10).
001580     05  FILLER                  PIC X(13)   VALUE
001590         '   REJECTS = '.
001600     05  RQ-LBL-REJECT           PIC X(10).
001610*----------------------------------------------------------------*
001620*    COMMAREA USED TO LINK TO THE SHARED SIGN-ON CHECK           *
001630*----------------------------------------------------------------*
001640 COPY HELLOSCA REPLACING COMMAREA-LEVEL BY HELLOSEC-COMMAREA.
001650*----------------------------------------------------------------*
001660*    RUN HISTORY RECORD AND INQUIRY MAP                          *
001670*----------------------------------------------------------------*
001680 COPY HELLORUN.
001690 COPY HELLORHMAP.
001700 COPY DFHAID.
001710 COPY DFHBMSCA.
001720
001730 LINKAGE SECTION.
001740 01  DFHCOMMAREA                 PIC X(01).
001750
001760 PROCEDURE DIVISION.
001770*----------------------------------------------------------------*
001780*    0000-MAINLINE - CHECK AUTHORIZATION, BUILD THE LATEST-RUN   *
001790*                    SCREEN, THEN RUN THE SCREEN LOOP.           *
001800*----------------------------------------------------------------*
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE
001830         THRU 1000-INITIALIZE-EXIT.
001840
001850     PERFORM 1200-AUTHORIZE-USER
001860         THRU 1200-AUTHORIZE-USER-EXIT.
001870
001880     IF RQ-AUTH-DENIED
001890         PERFORM 1250-SEND-DENIAL
001900             THRU 1250-SEND-DENIAL-EXIT
001910     ELSE
001920         PERFORM 4000-SHOW-SUMMARY
001930             THRU 4000-SHOW-SUMMARY-EXIT
001940         PERFORM 2900-SCREEN-CYCLE
001950             THRU 2900-SCREEN-CYCLE-EXIT
001960             UNTIL RQ-EXIT-REQUESTED
001970     END-IF.
001980
001990     EXEC CICS RETURN
002000     END-EXEC.
002010
002020     GOBACK.
002025
002030*----------------------------------------------------------------*
002040*    1000-INITIALIZE - CLEAR WORKING STORAGE FOR A FRESH TASK    *
002050*                      AND NOTE TODAY'S DATE FOR THE             *
002060*                      RUNNING/ABENDED TEST.                     *
002070*----------------------------------------------------------------*
002080 1000-INITIALIZE.
002090     MOVE 'N'                    TO RQ-EXIT-SWITCH.
002100     MOVE 'N'                    TO RQ-AUTH-SWITCH.
002110     MOVE 'N'                    TO RQ-BROWSE-SW.
002120     MOVE SPACES                 TO RQ-STATUS-MSG.
002130     MOVE SPACES                 TO RQ-SEL-JOB.
002140     MOVE ZERO                   TO RQ-PAGE-COUNT.
002150     MOVE EIBUSERID              TO RQ-OPERATOR-ID.
002160     EXEC CICS ASKTIME
002170     END-EXEC.
002180     MOVE EIBDATE                TO RQ-TODAY.
002190 1000-INITIALIZE-EXIT.
002200     EXIT.
002205
002210*----------------------------------------------------------------*
002220*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK,     *
002230*                          NAMING THIS TRANSACTION, AND LET      *
002240*                          THROUGH ONLY OPERATORS HELLOSEC FINDS *
002250*                          ENTITLED TO IT.  THE INQUIRY UPDATES  *
002260*                          NOTHING, SO READ ACCESS IS ENOUGH.    *
002270*----------------------------------------------------------------*
002280 1200-AUTHORIZE-USER.
002290     MOVE SPACES                 TO HELLOSEC-COMMAREA.
002300     MOVE RQ-OPERATOR-ID         TO HS-OPERATOR-ID
002310                                    OF HELLOSEC-COMMAREA.
002320     MOVE RQ-TRAN-NAME           TO HS-TRAN-NAME
002330                                    OF HELLOSEC-COMMAREA.
002340     EXEC CICS LINK PROGRAM('HELLOSEC')
002350         COMMAREA (HELLOSEC-COMMAREA)
002360         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
002370     END-EXEC.
002380     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
002390         MOVE 'N'                TO RQ-AUTH-SWITCH
002400     ELSE
002410         SET RQ-AUTH-DENIED      TO TRUE
002420     END-IF.
002430 1200-AUTHORIZE-USER-EXIT.
002440     EXIT.
002445
002450*----------------------------------------------------------------*
002460*    1250-SEND-DENIAL - TELL AN UNAUTHORIZED OPERATOR THIS       *
002470*                       TRANSACTION IS NOT FOR THEM AND END.     *
002480*----------------------------------------------------------------*
002490 1250-SEND-DENIAL.
002500     MOVE 'HELLORHQ - NOT AUTHORIZED FOR THIS TRANSACTION'
002510                                 TO RQ-STATUS-MSG.
002520     EXEC CICS SEND TEXT
002530         FROM     (RQ-STATUS-MSG)
002540         LENGTH   (LENGTH OF RQ-STATUS-MSG)
002550         ERASE
002560     END-EXEC.
002570 1250-SEND-DENIAL-EXIT.
002580     EXIT.
002585
002590*----------------------------------------------------------------*
002600*    2900-SCREEN-CYCLE - SEND THE CURRENT PAGE AND WAIT FOR THE  *
002610*                        OPERATOR'S NEXT KEY.                    *
002620*----------------------------------------------------------------*
002630 2900-SCREEN-CYCLE.
002640     PERFORM 3000-DISPLAY-PAGE
002650         THRU 3000-DISPLAY-PAGE-EXIT.
002660     PERFORM 5000-RECEIVE-KEY
002670         THRU 5000-RECEIVE-KEY-EXIT.
002680 2900-SCREEN-CYCLE-EXIT.
002690     EXIT.
002695
002700*----------------------------------------------------------------*
002710*    3000-DISPLAY-PAGE - FORMAT THE HEADING LINES AND ONE ROW    *
002720*                        PER RUN ON THE PAGE, AND SEND THE       *
002730*                        SCREEN.  THE JOB NAME FIELD GOES OUT    *
002740*                        MODIFIED SO AN UNTOUCHED NAME COMES     *
002750*                        BACK ON ENTER AND REFRESHES THE SAME    *
002760*                        HISTORY.                                *
002770*----------------------------------------------------------------*
002780 3000-DISPLAY-PAGE.
002790     MOVE SPACES                 TO HELLORHMAPO.
002800     MOVE DFHBMFSE               TO JOBFA.
002810     IF RQ-MODE-HISTORY
002820         MOVE RQ-SEL-JOB         TO JOBFO
002830         MOVE RQ-SEL-JOB         TO RQ-MODE-JOB
002840         MOVE RQ-MODE-LINE       TO MODEFO
002850         MOVE RQ-PAGE-REC (1)    TO HELLORUN-RECORD
002860         MOVE RH-INPUT-LABEL     TO RQ-LBL-INPUT
002870         MOVE RH-OUTPUT-LABEL    TO RQ-LBL-OUTPUT
002880         MOVE RH-REJECT-LABEL    TO RQ-LBL-REJECT
002890         MOVE RQ-LABEL-LINE      TO LBLFO
002900     ELSE
002910         MOVE 'LATEST RUN OF EACH JOB - FAILED/RC=4 BRIGHT'
002920                                 TO MODEFO
002930         MOVE 'KEY A JOB NAME TO SEE WHAT ITS COUNTS ARE'
002940                                 TO LBLFO
002950     END-IF.
002960     PERFORM 3100-FORMAT-ROW
002970         THRU 3100-FORMAT-ROW-EXIT
002980         VARYING RQ-SUB FROM 1 BY 1
002990         UNTIL RQ-SUB > RQ-PAGE-MAX.
003000     MOVE RQ-STATUS-MSG          TO MSGFO.
003010     EXEC CICS SEND MAP('HELLORHM')
003020         MAPSET   ('HELLORHS')
003030         FROM     (HELLORHMAPO)
003040         ERASE
003050         FREEKB
003060     END-EXEC.
003070 3000-DISPLAY-PAGE-EXIT.
003080     EXIT.
003085
003090*----------------------------------------------------------------*
003100*    3100-FORMAT-ROW - FORMAT SCREEN ROW RQ-SUB FROM THE RUN IN  *
003110*                      THE SAME PAGE SLOT.  A JOB WITH NO RUN ON *
003120*                      FILE SHOWS ITS NAME ONLY.  THE END,       *
003130*                      RETURN CODE AND COUNTS SHOW ONLY ONCE THE *
003140*                      RUN HAS ENDED.  WARNING, FAILED, RUNNING  *
003150*                      AND ABENDED ROWS GO OUT BRIGHT.           *
003160*----------------------------------------------------------------*
003170 3100-FORMAT-ROW.
003180     MOVE DFHBMASK               TO RLINFA (RQ-SUB).
003190     IF RQ-SUB > RQ-PAGE-COUNT
003200         GO TO 3100-FORMAT-ROW-EXIT
003210     END-IF.
003220     MOVE RQ-PAGE-REC (RQ-SUB)   TO HELLORUN-RECORD.
003230     MOVE SPACES                 TO RQ-ROW-LINE.
003240     MOVE RH-JOB-NAME            TO RQ-ROW-JOB.
003250     IF RH-RUN-STATUS = SPACE
003260         MOVE 'NO RUNS'          TO RQ-ROW-STATUS
003270         MOVE RQ-ROW-LINE        TO RLINFO (RQ-SUB)
003280         GO TO 3100-FORMAT-ROW-EXIT
003290     END-IF.
003300     MOVE RH-START-DATE          TO RQ-ROW-START-DATE.
003310     MOVE RH-START-TIME          TO RQ-TIME-IN.
003320     PERFORM 3200-EDIT-TIME
003330         THRU 3200-EDIT-TIME-EXIT.
003340     MOVE RQ-TIME-OUT            TO RQ-ROW-START-TIME.
003350     MOVE 'N'                    TO RQ-FLAG-SW.
003360     EVALUATE TRUE
003370         WHEN RH-STAT-RUNNING
003380             SET RQ-FLAG-ROW     TO TRUE
003390             IF RH-START-DATE < RQ-TODAY
003400                 MOVE 'ABENDED'  TO RQ-ROW-STATUS
003410             ELSE
003420                 MOVE 'RUNNING'  TO RQ-ROW-STATUS
003430             END-IF
003440         WHEN RH-RETURN-CODE = ZERO
003450             MOVE 'ENDED OK'     TO RQ-ROW-STATUS
003460         WHEN RH-RETURN-CODE NOT > 4
003470             SET RQ-FLAG-ROW     TO TRUE
003480             MOVE 'WARNING'      TO RQ-ROW-STATUS
003490         WHEN OTHER
003500             SET RQ-FLAG-ROW     TO TRUE
003510             MOVE 'FAILED'       TO RQ-ROW-STATUS
003520     END-EVALUATE.
003530     IF RH-STAT-ENDED
003540         MOVE RH-END-TIME        TO RQ-TIME-IN
003550         PERFORM 3200-EDIT-TIME
003560             THRU 3200-EDIT-TIME-EXIT
003570         MOVE RQ-TIME-OUT        TO RQ-ROW-END-TIME
003580         MOVE RH-RETURN-CODE     TO RQ-ROW-RC
003590         MOVE RH-INPUT-COUNT     TO RQ-ROW-INPUT
003600         MOVE RH-OUTPUT-COUNT    TO RQ-ROW-OUTPUT
003610         MOVE RH-REJECT-COUNT    TO RQ-ROW-REJECT
003620         MOVE RH-RESTART-IND     TO RQ-ROW-RESTART
003630     END-IF.
003640     IF RQ-FLAG-ROW
003650         MOVE DFHBMASB           TO RLINFA (RQ-SUB)
003660     END-IF.
003670     MOVE RQ-ROW-LINE            TO RLINFO (RQ-SUB).
003680 3100-FORMAT-ROW-EXIT.
003690     EXIT.
003695
003700*----------------------------------------------------------------*
003710*    3200-EDIT-TIME - EDIT RQ-TIME-IN (HHMMSSTH) AS HH:MM:SS IN  *
003720*                     RQ-TIME-OUT.                               *
003730*----------------------------------------------------------------*
003740 3200-EDIT-TIME.
003750     MOVE RQ-TIME-IN-HH          TO RQ-TIME-OUT-HH.
003760     MOVE RQ-TIME-IN-MM          TO RQ-TIME-OUT-MM.
003770     MOVE RQ-TIME-IN-SS          TO RQ-TIME-OUT-SS.
003780 3200-EDIT-TIME-EXIT.
003790     EXIT.
003795
003800*----------------------------------------------------------------*
003810*    4000-SHOW-SUMMARY - BUILD THE LATEST-RUN SCREEN - ONE ROW   *
003820*                        PER JOB IN THE JOB LIST, EACH THE LAST  *
003830*                        RUN ON FILE UNDER ITS NAME.             *
003840*----------------------------------------------------------------*
003850 4000-SHOW-SUMMARY.
003860     MOVE ZERO                   TO RQ-NEW-COUNT.
003870     PERFORM 4010-LATEST-FOR-JOB
003880         THRU 4010-LATEST-FOR-JOB-EXIT
003890         VARYING RQ-JOB-SUB FROM 1 BY 1
003900         UNTIL RQ-JOB-SUB > RQ-JOB-MAX.
003910     MOVE RQ-NEW-TABLE           TO RQ-PAGE-TABLE.
003920     SET RQ-MODE-SUMMARY         TO TRUE.
003930     MOVE SPACES                 TO RQ-SEL-JOB.
003940 4000-SHOW-SUMMARY-EXIT.
003950     EXIT.
003955
003960*----------------------------------------------------------------*
003970*    4010-LATEST-FOR-JOB - FIND THE LATEST RUN OF ONE JOB - THE  *
003980*                          LAST RECORD BELOW THE JOB NAME        *
003990*                          FOLLOWED BY HIGH-VALUES - OR A        *
004000*                          NAME-ONLY ROW WHEN IT HAS NONE.       *
004010*----------------------------------------------------------------*
004020 4010-LATEST-FOR-JOB.
004030     MOVE RQ-JOB-NAME (RQ-JOB-SUB)
004040                                 TO RQ-WANT-JOB.
004050     MOVE RQ-WANT-JOB            TO RQ-LIMIT-JOB.
004060     MOVE HIGH-VALUES            TO RQ-LIMIT-REST.
004070     PERFORM 4400-FIND-BEFORE
004080         THRU 4400-FIND-BEFORE-EXIT.
004090     IF NOT RQ-FOUND-RUN
004100             OR RH-JOB-NAME NOT = RQ-WANT-JOB
004110         MOVE SPACES             TO HELLORUN-RECORD
004120         MOVE RQ-WANT-JOB        TO RH-JOB-NAME
004130     END-IF.
004140     ADD 1                       TO RQ-NEW-COUNT.
004150     MOVE HELLORUN-RECORD        TO RQ-NEW-REC (RQ-NEW-COUNT).
004160     PERFORM 4450-END-BROWSE
004170         THRU 4450-END-BROWSE-EXIT.
004180 4010-LATEST-FOR-JOB-EXIT.
004190     EXIT.
004195
004200*----------------------------------------------------------------*
004210*    4200-HISTORY-FIRST-PAGE - LIST THE NEWEST RUNS OF THE JOB   *
004220*                              IN RQ-WANT-JOB.  A JOB WITH NO    *
004230*                              RUNS ON FILE LEAVES THE SCREEN AS *
004240*                              IT WAS.                           *
004250*----------------------------------------------------------------*
004260 4200-HISTORY-FIRST-PAGE.
004270     MOVE RQ-WANT-JOB            TO RQ-LIMIT-JOB.
004280     MOVE HIGH-VALUES            TO RQ-LIMIT-REST.
004290     PERFORM 4300-LOAD-OLDER
004300         THRU 4300-LOAD-OLDER-EXIT.
004310     IF RQ-NEW-COUNT = ZERO
004320         MOVE 'NO RUNS ON FILE FOR THAT JOB NAME'
004330                                 TO RQ-STATUS-MSG
004340         GO TO 4200-HISTORY-FIRST-PAGE-EXIT
004350     END-IF.
004360     PERFORM 4600-KEEP-OLDER
004370         THRU 4600-KEEP-OLDER-EXIT.
004380     SET RQ-MODE-HISTORY         TO TRUE.
004390     MOVE RQ-WANT-JOB            TO RQ-SEL-JOB.
004400 4200-HISTORY-FIRST-PAGE-EXIT.
004410     EXIT.
004415
004420*----------------------------------------------------------------*
004430*    4250-PAGE-OLDER - PF8 - LIST THE RUNS OLDER THAN THE OLDEST *
004440*                      ONE ON THE SCREEN.                        *
004450*----------------------------------------------------------------*
004460 4250-PAGE-OLDER.
004470     IF NOT RQ-MODE-HISTORY
004480         MOVE 'KEY A JOB NAME TO PAGE THROUGH ITS HISTORY'
004490                                 TO RQ-STATUS-MSG
004500         GO TO 4250-PAGE-OLDER-EXIT
004510     END-IF.
004520     MOVE RQ-SEL-JOB             TO RQ-WANT-JOB.
004530     MOVE RQ-BOT-KEY             TO RQ-LIMIT-KEY.
004540     PERFORM 4300-LOAD-OLDER
004550         THRU 4300-LOAD-OLDER-EXIT.
004560     IF RQ-NEW-COUNT = ZERO
004570         MOVE 'NO OLDER RUNS ON FILE' TO RQ-STATUS-MSG
004580         GO TO 4250-PAGE-OLDER-EXIT
004590     END-IF.
004600     PERFORM 4600-KEEP-OLDER
004610         THRU 4600-KEEP-OLDER-EXIT.
004620 4250-PAGE-OLDER-EXIT.
004630     EXIT.
004635
004640*----------------------------------------------------------------*
004650*    4300-LOAD-OLDER - COLLECT UP TO A PAGE OF RUNS OF           *
004660*                      RQ-WANT-JOB, NEWEST FIRST, FROM JUST      *
004670*                      BELOW RQ-LIMIT-KEY, INTO THE NEW-PAGE     *
004680*                      TABLE.  THE BROWSE IS ENDED HERE SO NONE  *
004690*                      IS LEFT OPEN WHILE THE OPERATOR READS THE *
004700*                      SCREEN.                                   *
004710*----------------------------------------------------------------*
004720 4300-LOAD-OLDER.
004730     MOVE ZERO                   TO RQ-NEW-COUNT.
004740     PERFORM 4400-FIND-BEFORE
004750         THRU 4400-FIND-BEFORE-EXIT.
004760     PERFORM 4420-TAKE-OLDER
004770         THRU 4420-TAKE-OLDER-EXIT
004780         UNTIL NOT RQ-FOUND-RUN
004790            OR RH-JOB-NAME NOT = RQ-WANT-JOB
004800            OR RQ-NEW-COUNT = RQ-PAGE-MAX.
004810     PERFORM 4450-END-BROWSE
004820         THRU 4450-END-BROWSE-EXIT.
004830 4300-LOAD-OLDER-EXIT.
004840     EXIT.
004845
004850*----------------------------------------------------------------*
004860*    4400-FIND-BEFORE - START A BACKWARD BROWSE AND READ THE     *
004870*                       LAST RUN WHOSE KEY IS BELOW              *
004880*                       RQ-LIMIT-KEY.  THE BROWSE STARTS ON THE  *
004890*                       FIRST KEY AT OR ABOVE THE LIMIT AND      *
004900*                       READS IT FORWARD ONCE SO THE POSITION IS *
004910*                       FIXED; THE READPREV SCAN THEN SKIPS IT.  *
004920*                       WITH NOTHING AT OR ABOVE THE LIMIT THE   *
004930*                       BROWSE STARTS AT THE END OF THE FILE     *
004940*                       INSTEAD.  THE BROWSE IS LEFT OPEN FOR    *
004950*                       4420-TAKE-OLDER.                         *
004960*----------------------------------------------------------------*
004970 4400-FIND-BEFORE.
004980     MOVE 'N'                    TO RQ-FOUND-SW.
004990     MOVE 'N'                    TO RQ-SCAN-SW.
005000     MOVE RQ-LIMIT-KEY           TO RQ-BR-KEY.
005010     EXEC CICS STARTBR FILE('HELLORUN')
005020         RIDFLD   (RQ-BR-KEY)
005030         GTEQ
005040         RESP     (RQ-RESP)
005050     END-EXEC.
005060     IF RQ-RESP = DFHRESP(NORMAL)
005070         SET RQ-BROWSING         TO TRUE
005080         EXEC CICS READNEXT FILE('HELLORUN')
005090             INTO     (HELLORUN-RECORD)
005100             RIDFLD   (RQ-BR-KEY)
005110             RESP     (RQ-RESP)
005120         END-EXEC
005130     END-IF.
005140     IF RQ-RESP NOT = DFHRESP(NORMAL)
005150         PERFORM 4450-END-BROWSE
005160             THRU 4450-END-BROWSE-EXIT
005170         MOVE HIGH-VALUES        TO RQ-BR-KEY
005180         EXEC CICS STARTBR FILE('HELLORUN')
005190             RIDFLD   (RQ-BR-KEY)
005200             GTEQ
005210             RESP     (RQ-RESP)
005220         END-EXEC
005230         IF RQ-RESP NOT = DFHRESP(NORMAL)
005240             GO TO 4400-FIND-BEFORE-EXIT
005250         END-IF
005260         SET RQ-BROWSING         TO TRUE
005270     END-IF.
005280     PERFORM 4410-SCAN-BACK
005290         THRU 4410-SCAN-BACK-EXIT
005300         UNTIL RQ-SCAN-DONE.
005310 4400-FIND-BEFORE-EXIT.
005320     EXIT.
005325
005330*----------------------------------------------------------------*
005340*    4410-SCAN-BACK - READ ONE RUN BACKWARD, SKIPPING ANY AT OR  *
005350*                     ABOVE RQ-LIMIT-KEY.  THE START OF THE FILE *
005360*                     ENDS THE SCAN WITH NOTHING FOUND.          *
005370*----------------------------------------------------------------*
005380 4410-SCAN-BACK.
005390     EXEC CICS READPREV FILE('HELLORUN')
005400         INTO     (HELLORUN-RECORD)
005410         RIDFLD   (RQ-BR-KEY)
005420         RESP     (RQ-RESP)
005430     END-EXEC.
005440     IF RQ-RESP NOT = DFHRESP(NORMAL)
005450         SET RQ-SCAN-DONE        TO TRUE
005460         GO TO 4410-SCAN-BACK-EXIT
005470     END-IF.
005480     IF RH-RUN-KEY NOT < RQ-LIMIT-KEY
005490         GO TO 4410-SCAN-BACK-EXIT
005500     END-IF.
005510     SET RQ-FOUND-RUN            TO TRUE.
005520     SET RQ-SCAN-DONE            TO TRUE.
005530 4410-SCAN-BACK-EXIT.
005540     EXIT.
005545
005550*----------------------------------------------------------------*
005560*    4420-TAKE-OLDER - KEEP THE RUN JUST READ AND READ THE ONE   *
005570*                      BEFORE IT.                                *
005580*----------------------------------------------------------------*
005590 4420-TAKE-OLDER.
005600     ADD 1                       TO RQ-NEW-COUNT.
005610     MOVE HELLORUN-RECORD        TO RQ-NEW-REC (RQ-NEW-COUNT).
005620     MOVE RH-RUN-KEY             TO RQ-LIMIT-KEY.
005630     MOVE 'N'                    TO RQ-FOUND-SW.
005640     MOVE 'N'                    TO RQ-SCAN-SW.
005650     PERFORM 4410-SCAN-BACK
005660         THRU 4410-SCAN-BACK-EXIT
005670         UNTIL RQ-SCAN-DONE.
005680 4420-TAKE-OLDER-EXIT.
005690     EXIT.
005695
005700*----------------------------------------------------------------*
005710*    4450-END-BROWSE - END THE BROWSE IF ONE IS OPEN.            *
005720*----------------------------------------------------------------*
005730 4450-END-BROWSE.
005740     IF RQ-BROWSING
005750         EXEC CICS ENDBR FILE('HELLORUN')
005760             RESP     (RQ-RESP)
005770         END-EXEC
005780         MOVE 'N'                TO RQ-BROWSE-SW
005790     END-IF.
005800 4450-END-BROWSE-EXIT.
005810     EXIT.
005815
005820*----------------------------------------------------------------*
005830*    4500-PAGE-NEWER - PF7 - LIST THE PAGE OF RUNS NEWER THAN    *
005840*                      THE NEWEST ONE ON THE SCREEN.  THEY ARE   *
005850*                      READ FORWARD (OLDEST FIRST) AND TURNED    *
005860*                      ROUND FOR THE SCREEN.  FEWER THAN A PAGE  *
005870*                      OF NEWER RUNS MEANS THE NEWEST PAGE IS    *
005880*                      NEXT, SO IT IS SHOWN FROM THE TOP.        *
005890*----------------------------------------------------------------*
005900 4500-PAGE-NEWER.
005910     IF NOT RQ-MODE-HISTORY
005920         MOVE 'KEY A JOB NAME TO PAGE THROUGH ITS HISTORY'
005930                                 TO RQ-STATUS-MSG
005940         GO TO 4500-PAGE-NEWER-EXIT
005950     END-IF.
005960     MOVE RQ-SEL-JOB             TO RQ-WANT-JOB.
005970     MOVE ZERO                   TO RQ-NEW-COUNT.
005980     MOVE 'N'                    TO RQ-SCAN-SW.
005990     MOVE RQ-TOP-KEY             TO RQ-BR-KEY.
006000     EXEC CICS STARTBR FILE('HELLORUN')
006010         RIDFLD   (RQ-BR-KEY)
006020         GTEQ
006030         RESP     (RQ-RESP)
006040     END-EXEC.
006050     IF RQ-RESP = DFHRESP(NORMAL)
006060         SET RQ-BROWSING         TO TRUE
006070         PERFORM 4510-SCAN-FORWARD
006080             THRU 4510-SCAN-FORWARD-EXIT
006090             UNTIL RQ-SCAN-DONE
006100         PERFORM 4450-END-BROWSE
006110             THRU 4450-END-BROWSE-EXIT
006120     END-IF.
006130     EVALUATE TRUE
006140         WHEN RQ-NEW-COUNT = ZERO
006150             MOVE 'NO NEWER RUNS - THIS IS THE LATEST PAGE'
006160                                 TO RQ-STATUS-MSG
006170         WHEN RQ-NEW-COUNT < RQ-PAGE-MAX
006180             PERFORM 4200-HISTORY-FIRST-PAGE
006190                 THRU 4200-HISTORY-FIRST-PAGE-EXIT
006200         WHEN OTHER
006210             PERFORM 4610-KEEP-NEWER
006220                 THRU 4610-KEEP-NEWER-EXIT
006230     END-EVALUATE.
006240 4500-PAGE-NEWER-EXIT.
006250     EXIT.
006255
006260*----------------------------------------------------------------*
006270*    4510-SCAN-FORWARD - READ ONE RUN FORWARD, SKIPPING THE      *
006280*                        NEWEST ONE ON THE SCREEN, AND KEEP IT   *
006290*                        WHILE IT IS STILL THE SAME JOB AND THE  *
006300*                        PAGE IS NOT FULL.                       *
006310*----------------------------------------------------------------*
006320 4510-SCAN-FORWARD.
006330     EXEC CICS READNEXT FILE('HELLORUN')
006340         INTO     (HELLORUN-RECORD)
006350         RIDFLD   (RQ-BR-KEY)
006360         RESP     (RQ-RESP)
006370     END-EXEC.
006380     IF RQ-RESP NOT = DFHRESP(NORMAL)
006390         SET RQ-SCAN-DONE        TO TRUE
006400         GO TO 4510-SCAN-FORWARD-EXIT
006410     END-IF.
006420     IF RH-RUN-KEY NOT > RQ-TOP-KEY
006430         GO TO 4510-SCAN-FORWARD-EXIT
006440     END-IF.
006450     IF RH-JOB-NAME NOT = RQ-WANT-JOB
006460         SET RQ-SCAN-DONE        TO TRUE
006470         GO TO 4510-SCAN-FORWARD-EXIT
006480     END-IF.
006490     ADD 1                       TO RQ-NEW-COUNT.
006500     MOVE HELLORUN-RECORD        TO RQ-NEW-REC (RQ-NEW-COUNT).
006510     IF RQ-NEW-COUNT = RQ-PAGE-MAX
006520         SET RQ-SCAN-DONE        TO TRUE
006530     END-IF.
006540 4510-SCAN-FORWARD-EXIT.
006550     EXIT.
006555
006560*----------------------------------------------------------------*
006570*    4600-KEEP-OLDER - MAKE THE RUNS JUST COLLECTED NEWEST FIRST *
006580*                      THE PAGE ON THE SCREEN.                   *
006590*----------------------------------------------------------------*
006600 4600-KEEP-OLDER.
006610     MOVE RQ-NEW-TABLE           TO RQ-PAGE-TABLE.
006620     PERFORM 4620-SET-PAGE-KEYS
006630         THRU 4620-SET-PAGE-KEYS-EXIT.
006640 4600-KEEP-OLDER-EXIT.
006650     EXIT.
006655
006660*----------------------------------------------------------------*
006670*    4610-KEEP-NEWER - MAKE THE RUNS JUST COLLECTED OLDEST FIRST *
006680*                      THE PAGE ON THE SCREEN, TURNED ROUND SO   *
006690*                      THE NEWEST IS ON TOP.                     *
006700*----------------------------------------------------------------*
006710 4610-KEEP-NEWER.
006720     MOVE RQ-NEW-COUNT           TO RQ-PAGE-COUNT.
006730     PERFORM 4615-REVERSE-ONE
006740         THRU 4615-REVERSE-ONE-EXIT
006750         VARYING RQ-SUB FROM 1 BY 1
006760         UNTIL RQ-SUB > RQ-NEW-COUNT.
006770     PERFORM 4620-SET-PAGE-KEYS
006780         THRU 4620-SET-PAGE-KEYS-EXIT.
006790 4610-KEEP-NEWER-EXIT.
006800     EXIT.
006805
006810*----------------------------------------------------------------*
006820*    4615-REVERSE-ONE - COPY ONE COLLECTED RUN TO ITS MIRROR     *
006830*                       SLOT ON THE PAGE.                        *
006840*----------------------------------------------------------------*
006850 4615-REVERSE-ONE.
006860     COMPUTE RQ-SUB2 = RQ-NEW-COUNT + 1 - RQ-SUB.
006870     MOVE RQ-NEW-REC (RQ-SUB2)   TO RQ-PAGE-REC (RQ-SUB).
006880 4615-REVERSE-ONE-EXIT.
006890     EXIT.
006895
006900*----------------------------------------------------------------*
006910*    4620-SET-PAGE-KEYS - NOTE THE KEYS OF THE NEWEST (TOP) AND  *
006920*                         OLDEST (BOTTOM) RUNS ON THE PAGE FOR   *
006930*                         PF7 AND PF8.                           *
006940*----------------------------------------------------------------*
006950 4620-SET-PAGE-KEYS.
006960     MOVE RQ-PAGE-REC (1)        TO HELLORUN-RECORD.
006970     MOVE RH-RUN-KEY             TO RQ-TOP-KEY.
006980     MOVE RQ-PAGE-REC (RQ-PAGE-COUNT)
006990                                 TO HELLORUN-RECORD.
007000     MOVE RH-RUN-KEY             TO RQ-BOT-KEY.
007010 4620-SET-PAGE-KEYS-EXIT.
007020     EXIT.
007025
007030*----------------------------------------------------------------*
007040*    5000-RECEIVE-KEY - WAIT FOR A KEY AND ACT ON IT.            *
007050*----------------------------------------------------------------*
007060 5000-RECEIVE-KEY.
007070     EXEC CICS RECEIVE MAP('HELLORHM')
007080         MAPSET   ('HELLORHS')
007090         INTO     (HELLORHMAPI)
007100         RESP     (RQ-RESP)
007110     END-EXEC.
007120     MOVE SPACES                 TO RQ-STATUS-MSG.
007130     EVALUATE TRUE
007140         WHEN EIBAID = DFHPF3
007150             SET RQ-EXIT-REQUESTED TO TRUE
007160         WHEN EIBAID = DFHPF8
007170             PERFORM 4250-PAGE-OLDER
007180                 THRU 4250-PAGE-OLDER-EXIT
007190         WHEN EIBAID = DFHPF7
007200             PERFORM 4500-PAGE-NEWER
007210                 THRU 4500-PAGE-NEWER-EXIT
007220         WHEN EIBAID = DFHENTER
007230             PERFORM 6000-SELECT-JOB
007240                 THRU 6000-SELECT-JOB-EXIT
007250         WHEN OTHER
007260             CONTINUE
007270     END-EVALUATE.
007280 5000-RECEIVE-KEY-EXIT.
007290     EXIT.
007295
007300*----------------------------------------------------------------*
007310*    6000-SELECT-JOB - ENTER - A KEYED JOB NAME LISTS THAT JOB'S *
007320*                      RUNS; A BLANK ONE REBUILDS THE LATEST-RUN *
007330*                      SCREEN.                                   *
007340*----------------------------------------------------------------*
007350 6000-SELECT-JOB.
007360     IF RQ-RESP NOT = DFHRESP(NORMAL)
007370             OR JOBFI = SPACES
007380             OR JOBFI = LOW-VALUES
007390         PERFORM 4000-SHOW-SUMMARY
007400             THRU 4000-SHOW-SUMMARY-EXIT
007410         GO TO 6000-SELECT-JOB-EXIT
007420     END-IF.
007430     MOVE JOBFI                  TO RQ-WANT-JOB.
007440     INSPECT RQ-WANT-JOB REPLACING ALL LOW-VALUES BY SPACES.
007450     PERFORM 4200-HISTORY-FIRST-PAGE
007460         THRU 4200-HISTORY-FIRST-PAGE-EXIT.
007470 6000-SELECT-JOB-EXIT.
007480     EXIT.
