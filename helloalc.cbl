000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOALC.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOALC                                     *
000090*    DESCRIPTION    ONLINE ALERT CONSOLE FOR THE DUTY OPERATOR.  *
000100*                   BROWSES THE HELLOALR ALERT FILE THAT         *
000110*                   HELLOMON WRITES, ONE ALERT AT A TIME, OLDEST *
000120*                   FIRST, SHOWING ONLY ALERTS NOT YET CLOSED.   *
000130*                   PF8 MOVES FORWARD, PF7 MOVES BACK, PF3       *
000140*                   EXITS.                                       *
000150*                                                               *
000160*                   FUNCTION A ACKNOWLEDGES THE ALERT ON THE     *
000170*                   SCREEN - THE NOTE KEYED WITH IT IS REQUIRED  *
000180*                   - AND STAMPS THE OPERATOR'S USER ID AND THE  *
000190*                   DATE/TIME ON THE ALERT.  FUNCTION C CLOSES   *
000200*                   AN ACKNOWLEDGED ALERT, STAMPING THE CLOSER   *
000210*                   THE SAME WAY, AND MOVES ON TO THE NEXT OPEN  *
000220*                   ONE.  ALERTS ARE NEVER DELETED; A CLOSED     *
000230*                   ALERT JUST DROPS OUT OF THE CONSOLE.         *
000240*                                                               *
000250*                   THE OPERATOR MUST HOLD A HELLOALC            *
000260*                   ENTITLEMENT ON THE HELLOENT FILE (HELLOSEC   *
000270*                   DECIDES); READ-ONLY ACCESS MAY BROWSE BUT    *
000280*                   NOT ACKNOWLEDGE OR CLOSE.                    *
000290*-----------------------------------------------------------------
000300*    MODIFICATION HISTORY                                       *
000310*    DATE       INIT  DESCRIPTION                                *
000320*    ---------  ----  ------------------------------------------ *
000330*    2026-10-15 SMH   ORIGINAL.                                  *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380*----------------------------------------------------------------*
000390*    SWITCHES AND RESPONSE HOLDERS                               *
000400*----------------------------------------------------------------*
000410 01  AC-EXIT-SWITCH              PIC X(01)   VALUE 'N'.
000420     88  AC-EXIT-REQUESTED                   VALUE 'Y'.
000430 01  AC-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000440     88  AC-AUTH-DENIED                      VALUE 'Y'.
000450 01  AC-READ-ONLY-SWITCH         PIC X(01)   VALUE 'N'.
000460     88  AC-READ-ONLY                        VALUE 'Y'.
000470 01  AC-RECORD-SW                PIC X(01)   VALUE 'N'.
000480     88  AC-HAVE-ALERT                       VALUE 'Y'.
000490 01  AC-FOUND-SW                 PIC X(01)   VALUE 'N'.
000500     88  AC-FOUND-ALERT                      VALUE 'Y'.
000510 01  AC-SCAN-SW                  PIC X(01)   VALUE 'N'.
000520     88  AC-SCAN-DONE                        VALUE 'Y'.
000530 01  AC-TRAN-NAME                PIC X(08)   VALUE 'HELLOALC'.
000540 01  AC-RESP                     PIC S9(08)  COMP.
000550 01  AC-STATUS-MSG               PIC X(60)   VALUE SPACES.
000560 01  AC-OPERATOR-ID              PIC X(08)   VALUE SPACES.
000570*----------------------------------------------------------------*
000580*    BROWSE POSITION - THE KEY OF THE ALERT ON THE SCREEN        *
000590*    (LOW-VALUES BEFORE THE FIRST ONE IS FOUND) AND THE KEY THE  *
000600*    BROWSE RUNS ON                                              *
000610*----------------------------------------------------------------*
000620 01  AC-CUR-KEY                  PIC X(24)   VALUE LOW-VALUES.
000630 01  AC-BR-KEY                   PIC X(24)   VALUE LOW-VALUES.
000640*----------------------------------------------------------------*
000650*    COMMAREA USED TO LINK TO THE SHARED SIGN-ON CHECK           *
000660*----------------------------------------------------------------*
000670 COPY HELLOSCA REPLACING COMMAREA-LEVEL BY HELLOSEC-COMMAREA.
000680*----------------------------------------------------------------*
000690*    ALERT RECORD AND CONSOLE MAP                                *
000700*----------------------------------------------------------------*
000710 COPY HELLOALR.
000720 COPY HELLOALMAP.
000730 COPY DFHAID.
000740
000750 LINKAGE SECTION.
000760 01  DFHCOMMAREA                 PIC X(01).
000770
000780 PROCEDURE DIVISION.
000790*----------------------------------------------------------------*
000800*    0000-MAINLINE - CHECK AUTHORIZATION, FIND THE FIRST OPEN    *
000810*                    ALERT, THEN RUN THE SCREEN LOOP.            *
000820*----------------------------------------------------------------*
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE
000850         THRU 1000-INITIALIZE-EXIT.
000860
000870     PERFORM 1200-AUTHORIZE-USER
000880         THRU 1200-AUTHORIZE-USER-EXIT.
000890
000900     IF AC-AUTH-DENIED
000910         PERFORM 1250-SEND-DENIAL
000920             THRU 1250-SEND-DENIAL-EXIT
000930     ELSE
000940         PERFORM 4000-READ-NEXT
000950             THRU 4000-READ-NEXT-EXIT
000960         IF NOT AC-FOUND-ALERT
000970             MOVE 'NO OPEN ALERTS'
000980                                 TO AC-STATUS-MSG
000990         END-IF
001000         PERFORM 2900-SCREEN-CYCLE
001010             THRU 2900-SCREEN-CYCLE-EXIT
001020             UNTIL AC-EXIT-REQUESTED
001030     END-IF.
001040
001050     EXEC CICS RETURN
001060     END-EXEC.
001070
001080     GOBACK.
001085
001090*----------------------------------------------------------------*
001100*    1000-INITIALIZE - CLEAR WORKING STORAGE FOR A FRESH TASK.   *
001110*----------------------------------------------------------------*
001120 1000-INITIALIZE.
001130     MOVE 'N'                    TO AC-EXIT-SWITCH.
001140     MOVE 'N'                    TO AC-AUTH-SWITCH.
001150     MOVE 'N'                    TO AC-READ-ONLY-SWITCH.
001160     MOVE 'N'                    TO AC-RECORD-SW.
001170     MOVE SPACES                 TO AC-STATUS-MSG.
001180     MOVE LOW-VALUES             TO AC-CUR-KEY.
001190     MOVE EIBUSERID              TO AC-OPERATOR-ID.
001200 1000-INITIALIZE-EXIT.
001210     EXIT.
001215
001220*----------------------------------------------------------------*
001230*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK,     *
001240*                          NAMING THIS TRANSACTION, AND LET      *
001250*                          THROUGH ONLY OPERATORS HELLOSEC FINDS *
001260*                          ENTITLED TO IT.  READ-ONLY ACCESS IS  *
001270*                          NOTED FOR 6000-PROCESS-FUNCTION.      *
001280*----------------------------------------------------------------*
001290 1200-AUTHORIZE-USER.
001300     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001310     MOVE AC-OPERATOR-ID         TO HS-OPERATOR-ID
001320                                    OF HELLOSEC-COMMAREA.
001330     MOVE AC-TRAN-NAME           TO HS-TRAN-NAME
001340                                    OF HELLOSEC-COMMAREA.
001350     EXEC CICS LINK PROGRAM('HELLOSEC')
001360         COMMAREA (HELLOSEC-COMMAREA)
001370         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001380     END-EXEC.
001390     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
001400         MOVE 'N'                TO AC-AUTH-SWITCH
001410         IF HS-ACCESS-READ OF HELLOSEC-COMMAREA
001420             SET AC-READ-ONLY    TO TRUE
001430         END-IF
001440     ELSE
001450         SET AC-AUTH-DENIED      TO TRUE
001460     END-IF.
001470 1200-AUTHORIZE-USER-EXIT.
001480     EXIT.
001485
001490*----------------------------------------------------------------*
001500*    1250-SEND-DENIAL - TELL AN UNAUTHORIZED OPERATOR THIS       *
001510*                       TRANSACTION IS NOT FOR THEM AND END.     *
001520*----------------------------------------------------------------*
001530 1250-SEND-DENIAL.
001540     MOVE 'HELLOALC - NOT AUTHORIZED FOR THIS TRANSACTION'
001550                                 TO AC-STATUS-MSG.
001560     EXEC CICS SEND TEXT
001570         FROM     (AC-STATUS-MSG)
001580         LENGTH   (LENGTH OF AC-STATUS-MSG)
001590         ERASE
001600     END-EXEC.
001610 1250-SEND-DENIAL-EXIT.
001620     EXIT.
001625
001630*----------------------------------------------------------------*
001640*    2900-SCREEN-CYCLE - SEND THE CURRENT ALERT AND WAIT FOR THE *
001650*                        OPERATOR'S NEXT KEY.                    *
001660*----------------------------------------------------------------*
001670 2900-SCREEN-CYCLE.
001680     PERFORM 3000-DISPLAY-ALERT
001690         THRU 3000-DISPLAY-ALERT-EXIT.
001700     PERFORM 5000-RECEIVE-KEY
001710         THRU 5000-RECEIVE-KEY-EXIT.
001720 2900-SCREEN-CYCLE-EXIT.
001730     EXIT.
001735
001740*----------------------------------------------------------------*
001750*    3000-DISPLAY-ALERT - FORMAT AND SEND THE ALERT ON THE       *
001760*                         SCREEN, OR JUST THE STATUS LINE WHEN   *
001770*                         THERE IS NONE.                         *
001780*----------------------------------------------------------------*
001790 3000-DISPLAY-ALERT.
001800     MOVE SPACES                 TO HELLOALMAPO.
001810     IF AC-HAVE-ALERT
001820         MOVE AL-DATE            TO ADATFO
001830         MOVE AL-TIME            TO ATIMFO
001840         MOVE AL-ALERT-TYPE      TO ATYPFO
001850         MOVE AL-TERMID          TO ATRMFO
001860         MOVE AL-TEXT            TO ATXTFO
001870         EVALUATE TRUE
001880             WHEN AL-STAT-OPEN
001890                 MOVE 'OPEN'     TO ASTAFO
001900             WHEN AL-STAT-ACKED
001910                 MOVE 'ACKNOWLEDGED'
001920                                 TO ASTAFO
001930             WHEN AL-STAT-CLOSED
001940                 MOVE 'CLOSED'   TO ASTAFO
001950             WHEN OTHER
001960                 MOVE AL-STATUS  TO ASTAFO
001970         END-EVALUATE
001980         IF NOT AL-STAT-OPEN
001990             MOVE AL-ACK-USER    TO AKBYFO
002000             MOVE AL-ACK-DATE    TO AKDTFO
002010             MOVE AL-ACK-TIME    TO AKTMFO
002020             MOVE AL-ACK-NOTE    TO AKNTFO
002030         END-IF
002040         IF AL-STAT-CLOSED
002050             MOVE AL-CLOSE-USER  TO CLBYFO
002060             MOVE AL-CLOSE-DATE  TO CLDTFO
002070             MOVE AL-CLOSE-TIME  TO CLTMFO
002080         END-IF
002090     END-IF.
002100     MOVE AC-STATUS-MSG          TO MSGFO.
002110     EXEC CICS SEND MAP('HELLOALM')
002120         MAPSET   ('HELLOALS')
002130         FROM     (HELLOALMAPO)
002140         ERASE
002150         FREEKB
002160     END-EXEC.
002170 3000-DISPLAY-ALERT-EXIT.
002180     EXIT.
002185
002190*----------------------------------------------------------------*
002200*    4000-READ-NEXT - FIND THE NEXT ALERT AFTER THE ONE ON THE   *
002210*                     SCREEN THAT IS NOT CLOSED (PF8, AND AFTER  *
002220*                     A CLOSE).  THE BROWSE IS OPENED AND ENDED  *
002230*                     HERE SO NONE IS LEFT OPEN WHILE THE        *
002240*                     OPERATOR THINKS OR WHILE AN ALERT IS       *
002250*                     UPDATED.  WITH NOTHING FURTHER THE ALERT   *
002260*                     ON THE SCREEN IS RE-READ AND STAYS.        *
002270*----------------------------------------------------------------*
002280 4000-READ-NEXT.
002290     MOVE 'N'                    TO AC-FOUND-SW.
002300     MOVE 'N'                    TO AC-SCAN-SW.
002310     MOVE AC-CUR-KEY             TO AC-BR-KEY.
002320     EXEC CICS STARTBR FILE('HELLOALR')
002330         RIDFLD   (AC-BR-KEY)
002340         GTEQ
002350         RESP     (AC-RESP)
002360     END-EXEC.
002370     IF AC-RESP = DFHRESP(NORMAL)
002380         PERFORM 4010-SCAN-NEXT
002390             THRU 4010-SCAN-NEXT-EXIT
002400             UNTIL AC-SCAN-DONE
002410         EXEC CICS ENDBR FILE('HELLOALR')
002420             RESP     (AC-RESP)
002430         END-EXEC
002440     END-IF.
002450     IF AC-FOUND-ALERT
002460         MOVE AL-ALERT-KEY       TO AC-CUR-KEY
002470         MOVE 'Y'                TO AC-RECORD-SW
002480         MOVE SPACES             TO AC-STATUS-MSG
002490     ELSE
002500         MOVE 'NO MORE OPEN ALERTS - PF7 FOR EARLIER ONES'
002510                                 TO AC-STATUS-MSG
002520         PERFORM 4500-REREAD-CURRENT
002530             THRU 4500-REREAD-CURRENT-EXIT
002540     END-IF.
002550 4000-READ-NEXT-EXIT.
002560     EXIT.
002565
002570*----------------------------------------------------------------*
002580*    4010-SCAN-NEXT - READ ONE ALERT FORWARD, SKIPPING THE ONE   *
002590*                     ON THE SCREEN AND ANY CLOSED ALERT.        *
002600*----------------------------------------------------------------*
002610 4010-SCAN-NEXT.
002620     EXEC CICS READNEXT FILE('HELLOALR')
002630         INTO     (HELLOALR-RECORD)
002640         RIDFLD   (AC-BR-KEY)
002650         RESP     (AC-RESP)
002660     END-EXEC.
002670     IF AC-RESP NOT = DFHRESP(NORMAL)
002680         SET AC-SCAN-DONE        TO TRUE
002690         GO TO 4010-SCAN-NEXT-EXIT
002700     END-IF.
002710     IF AL-ALERT-KEY NOT > AC-CUR-KEY
002720             OR AL-STAT-CLOSED
002730         GO TO 4010-SCAN-NEXT-EXIT
002740     END-IF.
002750     SET AC-FOUND-ALERT          TO TRUE.
002760     SET AC-SCAN-DONE            TO TRUE.
002770 4010-SCAN-NEXT-EXIT.
002780     EXIT.
002785
002790*----------------------------------------------------------------*
002800*    4100-READ-PREV - FIND THE NEAREST ALERT BEFORE THE ONE ON   *
002810*                     THE SCREEN THAT IS NOT CLOSED (PF7).  THE  *
002820*                     BROWSE STARTS ON THE ALERT ON THE SCREEN,  *
002830*                     WHICH IS ALWAYS ON FILE, SO THE FIRST      *
002840*                     READPREV RETURNS IT AND IS SKIPPED.        *
002850*----------------------------------------------------------------*
002860 4100-READ-PREV.
002870     MOVE 'N'                    TO AC-FOUND-SW.
002880     MOVE 'N'                    TO AC-SCAN-SW.
002890     IF NOT AC-HAVE-ALERT
002900         MOVE 'NO EARLIER OPEN ALERTS' TO AC-STATUS-MSG
002910         GO TO 4100-READ-PREV-EXIT
002920     END-IF.
002930     MOVE AC-CUR-KEY             TO AC-BR-KEY.
002940     EXEC CICS STARTBR FILE('HELLOALR')
002950         RIDFLD   (AC-BR-KEY)
002960         GTEQ
002970         RESP     (AC-RESP)
002980     END-EXEC.
002990     IF AC-RESP = DFHRESP(NORMAL)
003000         PERFORM 4110-SCAN-PREV
003010             THRU 4110-SCAN-PREV-EXIT
003020             UNTIL AC-SCAN-DONE
003030         EXEC CICS ENDBR FILE('HELLOALR')
003040             RESP     (AC-RESP)
003050         END-EXEC
003060     END-IF.
003070     IF AC-FOUND-ALERT
003080         MOVE AL-ALERT-KEY       TO AC-CUR-KEY
003090         MOVE 'Y'                TO AC-RECORD-SW
003100         MOVE SPACES             TO AC-STATUS-MSG
003110     ELSE
003120         MOVE 'NO EARLIER OPEN ALERTS' TO AC-STATUS-MSG
003130         PERFORM 4500-REREAD-CURRENT
003140             THRU 4500-REREAD-CURRENT-EXIT
003150     END-IF.
003160 4100-READ-PREV-EXIT.
003170     EXIT.
003175
003180*----------------------------------------------------------------*
003190*    4110-SCAN-PREV - READ ONE ALERT BACKWARD, SKIPPING THE ONE  *
003200*                     ON THE SCREEN AND ANY CLOSED ALERT.        *
003210*----------------------------------------------------------------*
003220 4110-SCAN-PREV.
003230     EXEC CICS READPREV FILE('HELLOALR')
003240         INTO     (HELLOALR-RECORD)
003250         RIDFLD   (AC-BR-KEY)
003260         RESP     (AC-RESP)
003270     END-EXEC.
003280     IF AC-RESP NOT = DFHRESP(NORMAL)
003290         SET AC-SCAN-DONE        TO TRUE
003300         GO TO 4110-SCAN-PREV-EXIT
003310     END-IF.
003320     IF AL-ALERT-KEY NOT < AC-CUR-KEY
003330             OR AL-STAT-CLOSED
003340         GO TO 4110-SCAN-PREV-EXIT
003350     END-IF.
003360     SET AC-FOUND-ALERT          TO TRUE.
003370     SET AC-SCAN-DONE            TO TRUE.
003380 4110-SCAN-PREV-EXIT.
003390     EXIT.
003395
003400*----------------------------------------------------------------*
003410*    4500-REREAD-CURRENT - PUT THE ALERT ON THE SCREEN BACK INTO *
003420*                          THE RECORD AREA AFTER A SCAN THAT     *
003430*                          FOUND NOTHING, SO THE SCREEN STILL    *
003440*                          SHOWS IT AS IT NOW STANDS.  BEFORE    *
003450*                          THE FIRST ALERT IS FOUND THERE IS     *
003460*                          NOTHING TO SHOW.                      *
003470*----------------------------------------------------------------*
003480 4500-REREAD-CURRENT.
003490     IF AC-CUR-KEY = LOW-VALUES
003500         MOVE 'N'                TO AC-RECORD-SW
003510         GO TO 4500-REREAD-CURRENT-EXIT
003520     END-IF.
003530     MOVE AC-CUR-KEY             TO AC-BR-KEY.
003540     EXEC CICS READ FILE('HELLOALR')
003550         INTO     (HELLOALR-RECORD)
003560         RIDFLD   (AC-BR-KEY)
003570         KEYLENGTH (LENGTH OF AC-BR-KEY)
003580         RESP     (AC-RESP)
003590     END-EXEC.
003600     IF AC-RESP = DFHRESP(NORMAL)
003610         MOVE 'Y'                TO AC-RECORD-SW
003620     ELSE
003630         MOVE 'N'                TO AC-RECORD-SW
003640     END-IF.
003650 4500-REREAD-CURRENT-EXIT.
003660     EXIT.
003665
003670*----------------------------------------------------------------*
003680*    5000-RECEIVE-KEY - WAIT FOR A KEY AND ACT ON IT.            *
003690*----------------------------------------------------------------*
003700 5000-RECEIVE-KEY.
003710     EXEC CICS RECEIVE MAP('HELLOALM')
003720         MAPSET   ('HELLOALS')
003730         INTO     (HELLOALMAPI)
003740         RESP     (AC-RESP)
003750     END-EXEC.
003760     EVALUATE TRUE
003770         WHEN EIBAID = DFHPF3
003780             SET AC-EXIT-REQUESTED TO TRUE
003790         WHEN EIBAID = DFHPF8
003800             PERFORM 4000-READ-NEXT
003810                 THRU 4000-READ-NEXT-EXIT
003820         WHEN EIBAID = DFHPF7
003830             PERFORM 4100-READ-PREV
003840                 THRU 4100-READ-PREV-EXIT
003850         WHEN EIBAID = DFHENTER
003860             PERFORM 6000-PROCESS-FUNCTION
003870                 THRU 6000-PROCESS-FUNCTION-EXIT
003880         WHEN OTHER
003890             CONTINUE
003900     END-EVALUATE.
003910 5000-RECEIVE-KEY-EXIT.
003920     EXIT.
003925
003930*----------------------------------------------------------------*
003940*    6000-PROCESS-FUNCTION - VALIDATE THE KEYED FUNCTION AGAINST *
003950*                            THE ALERT ON THE SCREEN AND THE     *
003960*                            OPERATOR'S ACCESS, THEN DISPATCH    *
003970*                            IT.                                 *
003980*----------------------------------------------------------------*
003990 6000-PROCESS-FUNCTION.
004000     IF AC-RESP NOT = DFHRESP(NORMAL)
004010         MOVE 'NO INPUT RECEIVED - TRY AGAIN' TO AC-STATUS-MSG
004020         GO TO 6000-PROCESS-FUNCTION-EXIT
004030     END-IF.
004040     IF NOT AC-HAVE-ALERT
004050         MOVE 'NO ALERT ON THE SCREEN' TO AC-STATUS-MSG
004060         GO TO 6000-PROCESS-FUNCTION-EXIT
004070     END-IF.
004080     IF AC-READ-ONLY
004090         MOVE 'READ-ONLY ACCESS - BROWSE WITH PF7 AND PF8 ONLY'
004100                                 TO AC-STATUS-MSG
004110         GO TO 6000-PROCESS-FUNCTION-EXIT
004120     END-IF.
004130     EVALUATE FUNCFI
004140         WHEN 'A'
004150             PERFORM 6100-ACKNOWLEDGE-ALERT
004160                 THRU 6100-ACKNOWLEDGE-ALERT-EXIT
004170         WHEN 'C'
004180             PERFORM 6200-CLOSE-ALERT
004190                 THRU 6200-CLOSE-ALERT-EXIT
004200         WHEN OTHER
004210             MOVE 'FUNC MUST BE A OR C' TO AC-STATUS-MSG
004220     END-EVALUATE.
004230 6000-PROCESS-FUNCTION-EXIT.
004240     EXIT.
004245
004250*----------------------------------------------------------------*
004260*    6100-ACKNOWLEDGE-ALERT - READ THE ALERT FOR UPDATE, CHECK   *
004270*                             IT IS STILL OPEN, AND STAMP THE    *
004280*                             ACKNOWLEDGING OPERATOR, THE        *
004290*                             DATE/TIME, AND THE REQUIRED NOTE   *
004300*                             ON IT.                             *
004310*----------------------------------------------------------------*
004320 6100-ACKNOWLEDGE-ALERT.
004330     IF NOTEFI = SPACES OR NOTEFI = LOW-VALUES
004340         MOVE 'A NOTE IS REQUIRED TO ACKNOWLEDGE AN ALERT'
004350                                 TO AC-STATUS-MSG
004360         GO TO 6100-ACKNOWLEDGE-ALERT-EXIT
004370     END-IF.
004380     PERFORM 6500-READ-FOR-UPDATE
004390         THRU 6500-READ-FOR-UPDATE-EXIT.
004400     IF AC-RESP NOT = DFHRESP(NORMAL)
004410         MOVE 'ALERT COULD NOT BE READ FOR UPDATE'
004420                                 TO AC-STATUS-MSG
004430         GO TO 6100-ACKNOWLEDGE-ALERT-EXIT
004440     END-IF.
004450     IF NOT AL-STAT-OPEN
004460         EXEC CICS UNLOCK FILE('HELLOALR')
004470             RESP     (AC-RESP)
004480         END-EXEC
004490         MOVE 'ALERT IS ALREADY ACKNOWLEDGED' TO AC-STATUS-MSG
004500         GO TO 6100-ACKNOWLEDGE-ALERT-EXIT
004510     END-IF.
004520     EXEC CICS ASKTIME
004530     END-EXEC.
004540     SET AL-STAT-ACKED           TO TRUE.
004550     MOVE AC-OPERATOR-ID         TO AL-ACK-USER.
004560     MOVE EIBDATE                TO AL-ACK-DATE.
004570     MOVE EIBTIME                TO AL-ACK-TIME.
004580     MOVE NOTEFI                 TO AL-ACK-NOTE.
004590     EXEC CICS REWRITE FILE('HELLOALR')
004600         FROM     (HELLOALR-RECORD)
004610         RESP     (AC-RESP)
004620     END-EXEC.
004630     IF AC-RESP = DFHRESP(NORMAL)
004640         MOVE 'ALERT ACKNOWLEDGED' TO AC-STATUS-MSG
004650     ELSE
004660         MOVE 'ACKNOWLEDGE FAILED' TO AC-STATUS-MSG
004670         PERFORM 4500-REREAD-CURRENT
004680             THRU 4500-REREAD-CURRENT-EXIT
004690     END-IF.
004700 6100-ACKNOWLEDGE-ALERT-EXIT.
004710     EXIT.
004715
004720*----------------------------------------------------------------*
004730*    6200-CLOSE-ALERT - READ THE ALERT FOR UPDATE, CHECK IT HAS  *
004740*                       BEEN ACKNOWLEDGED, STAMP THE CLOSING     *
004750*                       OPERATOR AND THE DATE/TIME, AND MOVE ON  *
004760*                       TO THE NEXT OPEN ALERT.                  *
004770*----------------------------------------------------------------*
004780 6200-CLOSE-ALERT.
004790     PERFORM 6500-READ-FOR-UPDATE
004800         THRU 6500-READ-FOR-UPDATE-EXIT.
004810     IF AC-RESP NOT = DFHRESP(NORMAL)
004820         MOVE 'ALERT COULD NOT BE READ FOR UPDATE'
004830                                 TO AC-STATUS-MSG
004840         GO TO 6200-CLOSE-ALERT-EXIT
004850     END-IF.
004860     IF NOT AL-STAT-ACKED
004870         EXEC CICS UNLOCK FILE('HELLOALR')
004880             RESP     (AC-RESP)
004890         END-EXEC
004900         IF AL-STAT-OPEN
004910             MOVE 'ACKNOWLEDGE THE ALERT (A) BEFORE CLOSING IT'
004920                                 TO AC-STATUS-MSG
004930         ELSE
004940             MOVE 'ALERT IS ALREADY CLOSED' TO AC-STATUS-MSG
004950         END-IF
004960         GO TO 6200-CLOSE-ALERT-EXIT
004970     END-IF.
004980     EXEC CICS ASKTIME
004990     END-EXEC.
005000     SET AL-STAT-CLOSED          TO TRUE.
005010     MOVE AC-OPERATOR-ID         TO AL-CLOSE-USER.
005020     MOVE EIBDATE                TO AL-CLOSE-DATE.
005030     MOVE EIBTIME                TO AL-CLOSE-TIME.
005040     EXEC CICS REWRITE FILE('HELLOALR')
005050         FROM     (HELLOALR-RECORD)
005060         RESP     (AC-RESP)
005070     END-EXEC.
005080     IF AC-RESP NOT = DFHRESP(NORMAL)
005090         MOVE 'CLOSE FAILED'     TO AC-STATUS-MSG
005100         PERFORM 4500-REREAD-CURRENT
005110             THRU 4500-REREAD-CURRENT-EXIT
005120         GO TO 6200-CLOSE-ALERT-EXIT
005130     END-IF.
005140     PERFORM 4000-READ-NEXT
005150         THRU 4000-READ-NEXT-EXIT.
005160     IF AC-FOUND-ALERT
005170         MOVE 'ALERT CLOSED - NEXT OPEN ALERT SHOWN'
005180                                 TO AC-STATUS-MSG
005190     ELSE
005200         MOVE 'ALERT CLOSED - NO MORE OPEN ALERTS AFTER IT'
005210                                 TO AC-STATUS-MSG
005220     END-IF.
005230 6200-CLOSE-ALERT-EXIT.
005240     EXIT.
005245
005250*----------------------------------------------------------------*
005260*    6500-READ-FOR-UPDATE - READ THE ALERT ON THE SCREEN FOR     *
005270*                           UPDATE INTO THE RECORD AREA.         *
005280*----------------------------------------------------------------*
005290 6500-READ-FOR-UPDATE.
005300     MOVE AC-CUR-KEY             TO AC-BR-KEY.
005310     EXEC CICS READ FILE('HELLOALR')
005320         INTO     (HELLOALR-RECORD)
005330         RIDFLD   (AC-BR-KEY)
005340         KEYLENGTH (LENGTH OF AC-BR-KEY)
005350         UPDATE
005360         RESP     (AC-RESP)
005370     END-EXEC.
005380 6500-READ-FOR-UPDATE-EXIT.
005390     EXIT.
