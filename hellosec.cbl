000330*                   NOT NUMERIC THE LIMIT DEFAULTS TO 3.  A      *
000340*                   SUSPENDED PROFILE STAYS DENIED UNTIL AN      *
000350*                   ADMINISTRATOR RE-ACTIVATES IT WITH USRMNT.   *
000351*                   WHEN THE CALLER NAMES ITS FRONT DOOR IN      *
000352*                   HS-TRAN-NAME, A SIGNED-ON OPERATOR MUST ALSO *
000353*                   HOLD AN ENTITLEMENT TO THAT TRANSACTION ON   *
000354*                   THE HELLOENT FILE; THE ACCESS (READ-ONLY OR  *
000355*                   UPDATE) RIDES BACK IN HS-TRAN-ACCESS.  A     *
000356*                   TRANSACTION-LEVEL DENIAL IS RECORDED AS THE  *
000357*                   SAME 'V' VIOLATION BUT DOES NOT COUNT        *
000358*                   TOWARD THE LOCKOUT LIMIT.                    *
000360*-----------------------------------------------------------------
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000502*                     USRPROF BRANCH, AND STAMP IT ON THE 'V'    *
000503*                     VIOLATION RECORD (SPACES WHEN THE PROFILE  *
000504*                     COULD NOT BE READ).                        *
000505*    2026-10-15 SMH   ADDED 1500-CHECK-ENTITLEMENT - PER-        *
000506*                     TRANSACTION ACCESS FROM THE HELLOENT FILE. *
000507*                     A DENIAL WRITES THE USUAL 'V' RECORD.      *
000508*    2026-10-15 SMH   2500-RESET-FAILURES NOW ALSO STAMPS THE    *
000509*                     LAST SUCCESSFUL SIGN-ON DATE/TIME ON       *
000510*                     USRPROF FOR THE HELLODRM DORMANT-PROFILE   *
000511*                     SUSPENSION, SO THE HELD RECORD IS ALWAYS   *
000512*                     REWRITTEN.                                 *
000513*    2026-10-15 SMH   3000-LOG-VIOLATION ALSO QUEUES A 'V' EVENT *
000514*                     TO THE HELLOEVT TS QUEUE FOR HELLOMON'S    *
000515*                     BRUTE-FORCE WATCH, FLAGGED AS A LOCKOUT    *
000516*                     WHEN 2000-RECORD-FAILURE HAS JUST          *
000517*                     SUSPENDED THE PROFILE.                     *
000518*    2026-10-15 SMH   THE HELLOOFF SIGN-OFF TRANSACTION IS NOW   *
000519*                     DEFAULTED LIKE THE GREETING, SO EVERY      *
000520*                     OPERATOR WHO CAN SIGN ON CAN SIGN OFF.     *
000521*    2026-10-15 SMH   THE FAILURE RESET AND SIGN-ON STAMP NOW    *
000522*                     RUN ONLY AFTER THE ENTITLEMENT CHECK HAS   *
000523*                     GRANTED ACCESS, SO A TRANSACTION DENIAL    *
000524*                     NO LONGER KEEPS A PROFILE FROM GOING       *
000525*                     DORMANT; THE HELD RECORD IS UNLOCKED       *
000526*                     INSTEAD.  AN ENTITLEMENT DENIAL NOW CLEARS *
000527*                     THE NAME, LEVEL, LANGUAGE AND BRANCH IN    *
000528*                     THE COMMAREA LIKE EVERY OTHER DENIAL.      *
000529*****************************************************************
000530 ENVIRONMENT DIVISION.
000531 DATA DIVISION.
000532 WORKING-STORAGE SECTION.
000533*----------------------------------------------------------------*
000540*    WORK AREAS                                                 *
000550*----------------------------------------------------------------*
000560 01  HS-RESP                     PIC S9(08)  COMP.
000570 01  HS-LOG-RESP                 PIC S9(08)  COMP.
000580 77  HS-MAX-FAILS                PIC 9(03)   VALUE 3.
000590 77  HS-DEFAULT-MAX-FAILS        PIC 9(03)   VALUE 3.
000593 01  HS-LOCKOUT-SWITCH           PIC X(01)   VALUE 'N'.
000596     88  HS-LOCKOUT-NOW                      VALUE 'Y'.
000600*----------------------------------------------------------------*
000610*    FAILURE-LIMIT CONFIG RECORD KEY (HELLOMSG FILE)             *
000620*----------------------------------------------------------------*
000630 01  HS-SECLIM-MSG-ID            PIC X(06)   VALUE 'SECLIM'.
000640 01  HS-SECLIM-MSG-LOCALE        PIC X(05)   VALUE 'EN-US'.
000641*----------------------------------------------------------------*
000642*    ENTITLEMENT ROLE SUBJECTS AND THE GREETING AND SIGN-OFF     *
000643*    TRANSACTIONS EVERY SIGNED-ON USER HAS                       *
000644*----------------------------------------------------------------*
000645 01  HS-ROLE-ADMIN               PIC X(08)   VALUE '*ADMIN'.
000646 01  HS-ROLE-USER                PIC X(08)   VALUE '*USER'.
000647 01  HS-GREETING-TRAN            PIC X(08)   VALUE 'HELLO'.
000648 01  HS-SIGNOFF-TRAN             PIC X(08)   VALUE 'HELLOOFF'.
000650*----------------------------------------------------------------*
000660*    USER PROFILE RECORD                                        *
000670*----------------------------------------------------------------*
000740*    HELLOMSG CONFIG RECORD - CARRIES THE FAILURE LIMIT          *
000750*----------------------------------------------------------------*
000760 COPY HELLOMSG.
000761*----------------------------------------------------------------*
000762*    PER-TRANSACTION ENTITLEMENT RECORD                          *
000763*----------------------------------------------------------------*
000764 COPY HELLOENT.
000765*----------------------------------------------------------------*
000766*    MONITORING EVENT QUEUED FOR EVERY DENIAL                    *
000767*----------------------------------------------------------------*
000768 COPY HELLOEVT.
000770
000780 LINKAGE SECTION.
000790 COPY HELLOSCA REPLACING COMMAREA-LEVEL BY DFHCOMMAREA.
001100*                      SUCCESS RESETS IT.                        *
001110*----------------------------------------------------------------*
001120 1000-CHECK-USER.
001125     SET HS-ACCESS-NONE          TO TRUE.
001127     MOVE 'N'                    TO HS-LOCKOUT-SWITCH.
001130     MOVE SPACES                 TO USRPROF-RECORD.
001140     EXEC CICS READ FILE('USRPROF')
001150         INTO     (USRPROF-RECORD)
001450     MOVE UP-AUTH-LEVEL           TO HS-AUTH-LEVEL.
001455     MOVE UP-LANG-PREF            TO HS-LANG-PREF.
001456     MOVE UP-BRANCH-CODE          TO HS-BRANCH-CODE.
001472     IF HS-TRAN-NAME NOT = SPACES
001474         PERFORM 1500-CHECK-ENTITLEMENT
001476             THRU 1500-CHECK-ENTITLEMENT-EXIT
001477     ELSE
001478         MOVE SPACE               TO HS-TRAN-ACCESS
001479     END-IF.
001480*    ONLY A SIGN-ON THE ENTITLEMENT CHECK LET THROUGH COUNTS AS
001481*    SUCCESSFUL - A TRANSACTION DENIAL LEAVES THE FAILURE COUNT
001482*    AND THE LAST SIGN-ON STAMP AS THEY WERE AND RELEASES THE
001483*    HELD RECORD.
001484     IF HS-AUTH-GRANTED
001485         PERFORM 2500-RESET-FAILURES
001486             THRU 2500-RESET-FAILURES-EXIT
001487     ELSE
001488         EXEC CICS UNLOCK FILE('USRPROF')
001489             RESP     (HS-RESP)
001490         END-EXEC
001491     END-IF.
001492 1000-CHECK-USER-EXIT.
001493     EXIT.
001494
001495*----------------------------------------------------------------*
001496*    1500-CHECK-ENTITLEMENT - THE OPERATOR HAS SIGNED ON; NOW    *
001497*                             DECIDE WHETHER THEY MAY USE THE    *
001498*                             TRANSACTION THE CALLER NAMED.  THE *
001499*                             OPERATOR'S OWN HELLOENT RECORD     *
001500*                             WINS, THEN THE RECORD FOR THEIR    *
001501*                             ROLE; WITH NEITHER ON FILE THE     *
001502*                             OLD RULES APPLY (1600).  NO ACCESS *
001503*                             IS A DENIAL AND IS RECORDED, BUT   *
001504*                             THE PROFILE'S FAILURE COUNT IS     *
001505*                             LEFT ALONE - THE OPERATOR IS WHO   *
001506*                             THEY SAY THEY ARE.  A DENIAL       *
001507*                             CLEARS THE PROFILE DETAILS IN THE  *
001508*                             COMMAREA AS THE OTHER DENIALS DO.  *
001509*----------------------------------------------------------------*
001510 1500-CHECK-ENTITLEMENT.
001511     MOVE SPACES                 TO HELLOENT-RECORD.
001512     MOVE HS-OPERATOR-ID         TO EN-SUBJECT.
001513     MOVE HS-TRAN-NAME           TO EN-TRAN-NAME.
001514     EXEC CICS READ FILE('HELLOENT')
001515         INTO     (HELLOENT-RECORD)
001516         RIDFLD   (EN-ENT-KEY)
001517         KEYLENGTH (LENGTH OF EN-ENT-KEY)
001518         RESP     (HS-RESP)
001519     END-EXEC.
001520     IF HS-RESP NOT = DFHRESP(NORMAL)
001521         MOVE SPACES              TO HELLOENT-RECORD
001522         IF UP-AUTH-ADMIN
001523             MOVE HS-ROLE-ADMIN   TO EN-SUBJECT
001524         ELSE
001525             MOVE HS-ROLE-USER    TO EN-SUBJECT
001526         END-IF
001527         MOVE HS-TRAN-NAME        TO EN-TRAN-NAME
001528         EXEC CICS READ FILE('HELLOENT')
001529             INTO     (HELLOENT-RECORD)
001530             RIDFLD   (EN-ENT-KEY)
001531             KEYLENGTH (LENGTH OF EN-ENT-KEY)
001532             RESP     (HS-RESP)
001533         END-EXEC
001534     END-IF.
001535     IF HS-RESP = DFHRESP(NORMAL)
001536         MOVE EN-ACCESS           TO HS-TRAN-ACCESS
001537     ELSE
001538         PERFORM 1600-DEFAULT-ENTITLEMENT
001539             THRU 1600-DEFAULT-ENTITLEMENT-EXIT
001540     END-IF.
001541     IF HS-ACCESS-READ OR HS-ACCESS-UPDATE
001542         GO TO 1500-CHECK-ENTITLEMENT-EXIT
001543     END-IF.
001544     SET HS-AUTH-DENIED           TO TRUE.
001545     SET HS-ACCESS-NONE           TO TRUE.
001546     SET HS-LEVEL-NONE            TO TRUE.
001547     MOVE SPACES                  TO HS-OPERATOR-NAME.
001548     MOVE SPACES                  TO HS-LANG-PREF.
001549     MOVE SPACES                  TO HS-BRANCH-CODE.
001550     PERFORM 3000-LOG-VIOLATION
001551         THRU 3000-LOG-VIOLATION-EXIT.
001552 1500-CHECK-ENTITLEMENT-EXIT.
001553     EXIT.
001554
001555*----------------------------------------------------------------*
001556*    1600-DEFAULT-ENTITLEMENT - NO OPERATOR OR ROLE RECORD FOR   *
001557*                               THIS TRANSACTION.  AN            *
001558*                               ADMINISTRATOR KEEPS UPDATE       *
001559*                               ACCESS AND A USER KEEPS THE      *
001560*                               GREETING, AS BEFORE THE HELLOENT *
001561*                               FILE EXISTED, AND THE MATCHING   *
001562*                               SIGN-OFF; ANYTHING ELSE IS NO    *
001563*                               ACCESS.                          *
001564*----------------------------------------------------------------*
001565 1600-DEFAULT-ENTITLEMENT.
001566     EVALUATE TRUE
001567         WHEN UP-AUTH-ADMIN
001568             SET HS-ACCESS-UPDATE TO TRUE
001569         WHEN HS-TRAN-NAME = HS-GREETING-TRAN
001570             SET HS-ACCESS-UPDATE TO TRUE
001571         WHEN HS-TRAN-NAME = HS-SIGNOFF-TRAN
001572             SET HS-ACCESS-UPDATE TO TRUE
001573         WHEN OTHER
001574             SET HS-ACCESS-NONE   TO TRUE
001575     END-EVALUATE.
001576 1600-DEFAULT-ENTITLEMENT-EXIT.
001577     EXIT.
001578
001579*----------------------------------------------------------------*
001580*    2000-RECORD-FAILURE - BUMP THE CONSECUTIVE-FAILURE COUNT ON *
001581*                          THE HELD USRPROF RECORD AND SUSPEND   *
001582*                          THE PROFILE ONCE THE COUNT REACHES    *
001583*                          THE CONFIGURED LIMIT.  A SUSPENSION   *
001584*                          HERE IS NOTED AS A LOCKOUT FOR THE    *
001585*                          MONITORING EVENT.                     *
001586*----------------------------------------------------------------*
001587 2000-RECORD-FAILURE.
001588     IF UP-FAIL-COUNT < 999
001590         ADD 1                    TO UP-FAIL-COUNT
001600     END-IF.
001610     PERFORM 2100-GET-FAIL-LIMIT
001630     IF UP-FAIL-COUNT >= HS-MAX-FAILS
001640             AND NOT UP-STAT-SUSPENDED
001650         SET UP-STAT-SUSPENDED    TO TRUE
001655         SET HS-LOCKOUT-NOW       TO TRUE
001660     END-IF.
001670     EXEC CICS REWRITE FILE('USRPROF')
001680         FROM     (USRPROF-RECORD)
002020
002030*----------------------------------------------------------------*
002040*    2500-RESET-FAILURES - A SUCCESSFUL CHECK CLEARS ANY         *
002050*                          CONSECUTIVE-FAILURE COUNT AND STAMPS  *
002060*                          THE LAST SUCCESSFUL SIGN-ON           *
002070*                          DATE/TIME, WHICH KEEPS THE PROFILE    *
002080*                          CLEAR OF THE HELLODRM DORMANCY LIMIT. *
002090*----------------------------------------------------------------*
002095 2500-RESET-FAILURES.
002100     MOVE ZERO                   TO UP-FAIL-COUNT.
002110     MOVE EIBDATE                TO UP-LAST-SIGNON-DATE.
002120     MOVE EIBTIME                TO UP-LAST-SIGNON-TIME.
002130     EXEC CICS REWRITE FILE('USRPROF')
002140         FROM     (USRPROF-RECORD)
002150         RESP     (HS-RESP)
002160     END-EXEC.
002210 2500-RESET-FAILURES-EXIT.
002220     EXIT.
002230
002240*----------------------------------------------------------------*
002250*    3000-LOG-VIOLATION - WRITE A SECURITY-VIOLATION ('V')       *
002260*                         RECORD TO HELLOLOG FOR THIS DENIAL AND *
002270*                         QUEUE THE MATCHING 'V' EVENT ON        *
002280*                         HELLOEVT FOR HELLOMON.  THE DENIAL     *
002290*                         STANDS EVEN IF EITHER WRITE FAILS, AND *
002292*                         THE EVENT IS QUEUED EVEN WHEN THE LOG  *
002294*                         WRITE FAILED.                          *
002296*----------------------------------------------------------------*
002300 3000-LOG-VIOLATION.
002310     MOVE SPACES                 TO HELLOLOG-RECORD.
002320     MOVE EIBTRMID               TO HL-LOG-K-TERMID.
002446             RESP     (HS-LOG-RESP)
002447         END-EXEC
002448     END-IF.
002458     MOVE SPACES                 TO HELLOEVT-RECORD.
002468     MOVE EIBTRMID               TO HE-TERMID.
002478     MOVE EIBDATE                TO HE-DATE.
002488     MOVE EIBTIME                TO HE-TIME.
002498     MOVE HS-OPERATOR-ID         TO HE-OPERATOR-ID.
002508     MOVE UP-USER-NAME           TO HE-OPERATOR-NAME.
002518     SET HE-EVENT-VIOLATION      TO TRUE.
002528     IF HS-LOCKOUT-NOW
002538         SET HE-LOCKOUT          TO TRUE
002548     END-IF.
002558     EXEC CICS WRITEQ TS
002568         QUEUE    ('HELLOEVT')
002578         FROM     (HELLOEVT-RECORD)
002588         LENGTH   (LENGTH OF HELLOEVT-RECORD)
002598         RESP     (HS-LOG-RESP)
002608     END-EXEC.
002618 3000-LOG-VIOLATION-EXIT.
002628     EXIT.
