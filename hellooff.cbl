000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOOFF.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOOFF                                     *
000090*    DESCRIPTION    SIGN-OFF TRANSACTION.  THE COUNTERPART OF    *
000100*                   THE HELLO GREETING: THE OPERATOR GOES        *
000110*                   THROUGH THE SAME HELLOSEC CHECK (NAMING      *
000120*                   THIS TRANSACTION), AND ON A GRANT AN 'O'     *
000130*                   SIGN-OFF RECORD IS WRITTEN TO HELLOLOG,      *
000140*                   MIRRORED TO THE HLOX EXTRACT QUEUE LIKE      *
000150*                   EVERY OTHER HELLOLOG RECORD, AND THE         *
000160*                   OPERATOR'S OPEN SESSION AT THIS TERMINAL IS  *
000170*                   DELETED FROM THE HELLOSES FILE.  THE         *
000180*                   SIGN-OFF IS LOGGED EVEN WHEN NO SESSION WAS  *
000190*                   OPEN - THE OPERATOR IS TOLD SO.  A DENIAL IS *
000200*                   RECORDED BY HELLOSEC AS USUAL AND NOTHING    *
000210*                   ELSE IS TOUCHED.  THE HELLOSDR BATCH REPORT  *
000220*                   PAIRS THE 'O' RECORDS WITH THE 'N' GREETING  *
000230*                   RECORDS TO GIVE SESSION DURATIONS.           *
000240*                                                               *
000250*                   EVERY OPERATOR DEFAULTS TO UPDATE ACCESS ON  *
000260*                   THIS TRANSACTION, AS FOR THE GREETING; ANY   *
000270*                   ENTITLEMENT HELLOSEC GRANTS WILL DO.         *
000280*-----------------------------------------------------------------
000290*    MODIFICATION HISTORY                                       *
000300*    DATE       INIT  DESCRIPTION                                *
000310*    ---------  ----  ------------------------------------------ *
000320*    2026-10-15 SMH   ORIGINAL.                                  *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370*----------------------------------------------------------------*
000380*    SWITCHES AND RESPONSE HOLDERS                               *
000390*----------------------------------------------------------------*
000400 01  SO-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000410     88  SO-AUTH-DENIED                      VALUE 'Y'.
000420 01  SO-TRAN-NAME                PIC X(08)   VALUE 'HELLOOFF'.
000430 01  SO-RESP                     PIC S9(08)  COMP.
000440 01  SO-OPERATOR-ID              PIC X(08)   VALUE SPACES.
000450 01  SO-OPERATOR-NAME            PIC X(20)   VALUE SPACES.
000460 01  SO-OPER-BRANCH              PIC X(04)   VALUE SPACES.
000470 01  SO-DEFAULT-NAME             PIC X(20)   VALUE 'CICS T3'.
000480 01  SO-STATUS-MSG               PIC X(60)   VALUE SPACES.
000490*----------------------------------------------------------------*
000500*    ERROR/ABEND HANDLING WORK AREAS                             *
000510*----------------------------------------------------------------*
000520 01  SO-ABEND-CODE               PIC X(04)   VALUE SPACES.
000530 01  SO-RESP-DISPLAY             PIC ZZZZZZZ9.
000540*----------------------------------------------------------------*
000550*    COMMAREA USED TO LINK TO THE SHARED SIGN-ON CHECK           *
000560*----------------------------------------------------------------*
000570 COPY HELLOSCA REPLACING COMMAREA-LEVEL BY HELLOSEC-COMMAREA.
000580*----------------------------------------------------------------*
000590*    HELLOLOG AUDIT RECORD - SIGN-OFF AND ABEND EVENTS           *
000600*----------------------------------------------------------------*
000610 COPY HELLOLOG.
000620*----------------------------------------------------------------*
000630*    HELLOSES OPEN-SESSION RECORD                                *
000640*----------------------------------------------------------------*
000650 COPY HELLOSES.
000660
000670 LINKAGE SECTION.
000680 01  DFHCOMMAREA                 PIC X(01).
000690
000700 PROCEDURE DIVISION.
000710*----------------------------------------------------------------*
000720*    0000-MAINLINE - CHECK AUTHORIZATION, LOG THE SIGN-OFF,      *
000730*                    CLOSE THE SESSION, AND TELL THE OPERATOR.   *
000740*----------------------------------------------------------------*
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE
000770         THRU 1000-INITIALIZE-EXIT.
000780
000790     PERFORM 1200-AUTHORIZE-USER
000800         THRU 1200-AUTHORIZE-USER-EXIT.
000810
000820     IF SO-AUTH-DENIED
000830         PERFORM 1250-SEND-DENIAL
000840             THRU 1250-SEND-DENIAL-EXIT
000850     ELSE
000860         PERFORM 1500-LOG-SIGNOFF
000870             THRU 1500-LOG-SIGNOFF-EXIT
000880
000890         PERFORM 1600-CLOSE-SESSION
000900             THRU 1600-CLOSE-SESSION-EXIT
000910
000920         PERFORM 1650-COMMIT-WORK
000930             THRU 1650-COMMIT-WORK-EXIT
000940
000950         PERFORM 1700-SEND-CONFIRM
000960             THRU 1700-SEND-CONFIRM-EXIT
000970     END-IF.
000980
000990     EXEC CICS RETURN
001000     END-EXEC.
001010
001020     GOBACK.
001030
001040*----------------------------------------------------------------*
001050*    1000-INITIALIZE - SET UP ERROR TRAPPING AND TAKE THE        *
001060*                      OPERATOR ID FROM EIBUSERID, THE SIGNED-ON *
001070*                      USER OF THIS TASK.                        *
001080*----------------------------------------------------------------*
001090 1000-INITIALIZE.
001100     EXEC CICS HANDLE CONDITION
001110         ERROR    (9400-ERROR-PARAGRAPH)
001120     END-EXEC.
001130     EXEC CICS HANDLE ABEND
001140         LABEL    (9500-ABEND-HANDLER)
001150     END-EXEC.
001160     MOVE 'N'                    TO SO-AUTH-SWITCH.
001170     MOVE SPACES                 TO SO-STATUS-MSG.
001180     MOVE SPACES                 TO SO-OPER-BRANCH.
001190     MOVE EIBUSERID              TO SO-OPERATOR-ID.
001200     MOVE SO-DEFAULT-NAME        TO SO-OPERATOR-NAME.
001210 1000-INITIALIZE-EXIT.
001220     EXIT.
001230
001240*----------------------------------------------------------------*
001250*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK,     *
001260*                          NAMING THIS TRANSACTION.  HELLOSEC    *
001270*                          RECORDS THE VIOLATION ON A DENIAL.    *
001280*----------------------------------------------------------------*
001290 1200-AUTHORIZE-USER.
001300     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001310     MOVE SO-OPERATOR-ID         TO HS-OPERATOR-ID
001320                                    OF HELLOSEC-COMMAREA.
001330     MOVE SO-TRAN-NAME           TO HS-TRAN-NAME
001340                                    OF HELLOSEC-COMMAREA.
001350     EXEC CICS LINK PROGRAM('HELLOSEC')
001360         COMMAREA (HELLOSEC-COMMAREA)
001370         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001380     END-EXEC.
001390     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
001400         MOVE HS-BRANCH-CODE OF HELLOSEC-COMMAREA
001410                                 TO SO-OPER-BRANCH
001420         IF HS-OPERATOR-NAME OF HELLOSEC-COMMAREA NOT = SPACES
001430             MOVE HS-OPERATOR-NAME OF HELLOSEC-COMMAREA
001440                                 TO SO-OPERATOR-NAME
001450         END-IF
001460     ELSE
001470         SET SO-AUTH-DENIED      TO TRUE
001480     END-IF.
001490 1200-AUTHORIZE-USER-EXIT.
001500     EXIT.
001510
001520*----------------------------------------------------------------*
001530*    1250-SEND-DENIAL - TELL AN UNAUTHORIZED OPERATOR THIS       *
001540*                       TRANSACTION IS NOT FOR THEM AND END.     *
001550*----------------------------------------------------------------*
001560 1250-SEND-DENIAL.
001570     MOVE 'HELLOOFF - NOT AUTHORIZED FOR THIS TRANSACTION'
001580                                 TO SO-STATUS-MSG.
001590     EXEC CICS SEND TEXT
001600         FROM     (SO-STATUS-MSG)
001610         LENGTH   (LENGTH OF SO-STATUS-MSG)
001620         ERASE
001630     END-EXEC.
001640 1250-SEND-DENIAL-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------------*
001680*    1500-LOG-SIGNOFF - WRITE THE 'O' SIGN-OFF RECORD TO         *
001690*                       HELLOLOG AND MIRROR IT TO THE HLOX       *
001700*                       EXTRACT QUEUE.  THE KEY IS BUILT AS FOR  *
001710*                       EVERY OTHER HELLOLOG RECORD.             *
001720*----------------------------------------------------------------*
001730 1500-LOG-SIGNOFF.
001740     MOVE SPACES                 TO HELLOLOG-RECORD.
001750     MOVE EIBTRMID               TO HL-LOG-K-TERMID.
001760     MOVE EIBDATE                TO HL-LOG-K-DATE.
001770     MOVE EIBTIME                TO HL-LOG-K-TIME.
001780     MOVE EIBTASKN               TO HL-LOG-K-SEQ.
001790     MOVE SO-OPERATOR-ID         TO HL-LOG-OPERATOR-ID.
001800     MOVE SO-OPERATOR-NAME       TO HL-LOG-OPERATOR-NAME.
001810     SET HL-LOG-EVENT-SIGNOFF    TO TRUE.
001820     MOVE SO-OPER-BRANCH         TO HL-LOG-BRANCH-CODE.
001830     EXEC CICS WRITE FILE('HELLOLOG')
001840         FROM     (HELLOLOG-RECORD)
001850         RIDFLD   (HL-LOG-KEY)
001860         KEYLENGTH (LENGTH OF HL-LOG-KEY)
001870     END-EXEC.
001880     EXEC CICS WRITEQ TD
001890         QUEUE    ('HLOX')
001900         FROM     (HELLOLOG-RECORD)
001910         LENGTH   (LENGTH OF HELLOLOG-RECORD)
001920         RESP     (SO-RESP)
001930     END-EXEC.
001940 1500-LOG-SIGNOFF-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------*
001980*    1600-CLOSE-SESSION - DELETE THE OPERATOR'S OPEN SESSION AT  *
001990*                         THIS TERMINAL FROM HELLOSES.  NOTFND   *
002000*                         MEANS THERE WAS NONE OPEN (A SECOND    *
002010*                         SIGN-OFF, OR A SESSION OPENED BEFORE   *
002020*                         THE FILE EXISTED) - THE SIGN-OFF STILL *
002030*                         STANDS AND THE OPERATOR IS TOLD.       *
002040*----------------------------------------------------------------*
002050 1600-CLOSE-SESSION.
002060     MOVE SPACES                 TO HELLOSES-RECORD.
002070     MOVE EIBTRMID               TO SS-SES-TERMID.
002080     MOVE SO-OPERATOR-ID         TO SS-SES-OPERATOR.
002090     EXEC CICS DELETE FILE('HELLOSES')
002100         RIDFLD   (SS-SES-KEY)
002110         KEYLENGTH (LENGTH OF SS-SES-KEY)
002120         RESP     (SO-RESP)
002130     END-EXEC.
002140     EVALUATE TRUE
002150         WHEN SO-RESP = DFHRESP(NORMAL)
002160             MOVE 'HELLOOFF - SIGNED OFF, SESSION CLOSED'
002170                                 TO SO-STATUS-MSG
002180         WHEN SO-RESP = DFHRESP(NOTFND)
002190             MOVE 'HELLOOFF - SIGNED OFF, NO OPEN SESSION ON FILE'
002200                                 TO SO-STATUS-MSG
002210         WHEN OTHER
002220             MOVE SO-RESP        TO SO-RESP-DISPLAY
002230             STRING 'HELLOOFF - SESSION NOT CLOSED, RESP '
002240                                        DELIMITED BY SIZE
002250                    SO-RESP-DISPLAY     DELIMITED BY SIZE
002260               INTO SO-STATUS-MSG
002270     END-EVALUATE.
002280 1600-CLOSE-SESSION-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------------*
002320*    1650-COMMIT-WORK - TAKE A SYNCPOINT NOW THAT THE SIGN-OFF   *
002330*                       RECORD IS WRITTEN AND THE SESSION        *
002340*                       CLOSED, SO BOTH ARE DURABLE BEFORE THE   *
002350*                       OPERATOR SEES THE CONFIRMATION.          *
002360*----------------------------------------------------------------*
002370 1650-COMMIT-WORK.
002380     EXEC CICS SYNCPOINT
002390     END-EXEC.
002400 1650-COMMIT-WORK-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------------*
002440*    1700-SEND-CONFIRM - TELL THE OPERATOR THE SIGN-OFF IS DONE. *
002450*----------------------------------------------------------------*
002460 1700-SEND-CONFIRM.
002470     EXEC CICS SEND TEXT
002480         FROM     (SO-STATUS-MSG)
002490         LENGTH   (LENGTH OF SO-STATUS-MSG)
002500         ERASE
002510     END-EXEC.
002520 1700-SEND-CONFIRM-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------*
002560*    9400-ERROR-PARAGRAPH - REACHED VIA HANDLE CONDITION ERROR   *
002570*                           FOR ANY CICS CONDITION NOT OTHERWISE *
002580*                           TRAPPED WITH ITS OWN RESP CHECK.     *
002590*                           BACKS OUT THE SIGN-OFF, LOGS THE     *
002600*                           FAILING COMMAND'S RESPONSE CODE TO   *
002610*                           HELLOLOG AND TELLS THE OPERATOR.     *
002620*----------------------------------------------------------------*
002630 9400-ERROR-PARAGRAPH.
002640     MOVE 'ERRC'                 TO SO-ABEND-CODE.
002650     MOVE EIBRESP                TO SO-RESP-DISPLAY.
002660     MOVE SPACES                 TO SO-STATUS-MSG.
002670     STRING 'HELLOOFF ERROR - CICS RESP ' DELIMITED BY SIZE
002680            SO-RESP-DISPLAY               DELIMITED BY SIZE
002690       INTO SO-STATUS-MSG.
002700     EXEC CICS SYNCPOINT ROLLBACK
002710     END-EXEC.
002720     PERFORM 9600-LOG-ABEND
002730         THRU 9600-LOG-ABEND-EXIT.
002740     EXEC CICS SEND TEXT
002750         FROM     (SO-STATUS-MSG)
002760         LENGTH   (LENGTH OF SO-STATUS-MSG)
002770         ERASE
002780         RESP     (SO-RESP)
002790     END-EXEC.
002800     EXEC CICS SYNCPOINT
002810     END-EXEC.
002820     EXEC CICS RETURN
002830     END-EXEC.
002840
002850*----------------------------------------------------------------*
002860*    9500-ABEND-HANDLER - REACHED VIA HANDLE ABEND LABEL WHEN THE*
002870*                         TASK ABENDS.  LOGS THE ABEND CODE TO   *
002880*                         HELLOLOG, TELLS THE OPERATOR, THEN     *
002890*                         RE-ISSUES THE SAME ABEND.              *
002900*----------------------------------------------------------------*
002910 9500-ABEND-HANDLER.
002920     EXEC CICS ASSIGN
002930         ABCODE   (SO-ABEND-CODE)
002940     END-EXEC.
002950     MOVE SPACES                 TO SO-STATUS-MSG.
002960     STRING 'HELLOOFF ABEND - CODE '    DELIMITED BY SIZE
002970            SO-ABEND-CODE               DELIMITED BY SIZE
002980       INTO SO-STATUS-MSG.
002990     EXEC CICS SYNCPOINT ROLLBACK
003000     END-EXEC.
003010     PERFORM 9600-LOG-ABEND
003020         THRU 9600-LOG-ABEND-EXIT.
003030     EXEC CICS SEND TEXT
003040         FROM     (SO-STATUS-MSG)
003050         LENGTH   (LENGTH OF SO-STATUS-MSG)
003060         ERASE
003070         RESP     (SO-RESP)
003080     END-EXEC.
003090     EXEC CICS SYNCPOINT
003100     END-EXEC.
003110     EXEC CICS ABEND
003120         ABCODE   (SO-ABEND-CODE)
003130         NODUMP
003140     END-EXEC.
003150
003160*----------------------------------------------------------------*
003170*    9600-LOG-ABEND - WRITE AN ABEND-EVENT RECORD TO HELLOLOG    *
003180*                     AND MIRROR IT TO THE HLOX EXTRACT QUEUE.   *
003190*----------------------------------------------------------------*
003200 9600-LOG-ABEND.
003210     MOVE SPACES                 TO HELLOLOG-RECORD.
003220     MOVE EIBTRMID               TO HL-LOG-K-TERMID.
003230     MOVE EIBDATE                TO HL-LOG-K-DATE.
003240     MOVE EIBTIME                TO HL-LOG-K-TIME.
003250     MOVE EIBTASKN               TO HL-LOG-K-SEQ.
003260     MOVE SO-OPERATOR-ID         TO HL-LOG-OPERATOR-ID.
003270     MOVE SO-OPERATOR-NAME       TO HL-LOG-OPERATOR-NAME.
003280     SET HL-LOG-EVENT-ABEND      TO TRUE.
003290     MOVE SO-ABEND-CODE          TO HL-LOG-ABEND-CODE.
003300     MOVE SO-OPER-BRANCH         TO HL-LOG-BRANCH-CODE.
003310     EXEC CICS WRITE FILE('HELLOLOG')
003320         FROM     (HELLOLOG-RECORD)
003330         RIDFLD   (HL-LOG-KEY)
003340         KEYLENGTH (LENGTH OF HL-LOG-KEY)
003350         RESP     (SO-RESP)
003360     END-EXEC.
003370     IF SO-RESP = DFHRESP(NORMAL)
003380         EXEC CICS WRITEQ TD
003390             QUEUE    ('HLOX')
003400             FROM     (HELLOLOG-RECORD)
003410             LENGTH   (LENGTH OF HELLOLOG-RECORD)
003420             RESP     (SO-RESP)
003430         END-EXEC
003440     END-IF.
003450 9600-LOG-ABEND-EXIT.
003460     EXIT.
