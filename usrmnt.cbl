000160*                   EVERY PROFILE CHANGE WRITES A WHO-CHANGED-   *
000170*                   WHAT AUDIT RECORD (EVENT TYPE 'P') TO THE    *
000180*                   HELLOLOG FILE FOR SECURITY REVIEW.           *
000190*                   RESTRICTED TO OPERATORS ENTITLED TO USRMNT   *
000200*                   ON THE HELLOENT FILE (HELLOSEC DECIDES);     *
000205*                   READ-ONLY ACCESS ALLOWS BROWSE ONLY.         *
000210*-----------------------------------------------------------------
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                                *
000370*                     0000000 CLEARS IT.                         *
000380*    2026-09-02 SMH   ADDED THE BRANCH CODE FIELD - BLANK ON AN  *
000390*                     UPDATE LEAVES IT UNCHANGED.                *
000391*    2026-10-15 SMH   ACCESS IS NOW DECIDED BY THE USRMNT        *
000392*                     ENTITLEMENT ON THE HELLOENT FILE RATHER    *
000393*                     THAN THE ADMINISTRATOR AUTH LEVEL.         *
000394*                     READ-ONLY ACCESS MAY BROWSE; ANY OTHER     *
000395*                     FUNCTION IS REFUSED.                       *
000396*    2026-10-15 SMH   A NEW PROFILE STARTS WITH NO LAST SIGN-ON  *
000397*                     STAMP, AND AN UPDATE THAT LIFTS A          *
000398*                     SUSPENSION CLEARS THE STAMP SO THE         *
000399*                     HELLODRM DORMANCY CLOCK STARTS AFRESH      *
000400*                     INSTEAD OF RE-SUSPENDING THE PROFILE THAT  *
000401*                     NIGHT.                                     *
000402*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 DATA DIVISION.
000430 WORKING-STORAGE SECTION.
000480     88  UM-EXIT-REQUESTED                   VALUE 'Y'.
000490 01  UM-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000500     88  UM-AUTH-DENIED                      VALUE 'Y'.
000502 01  UM-READ-ONLY-SWITCH         PIC X(01)   VALUE 'N'.
000504     88  UM-READ-ONLY                        VALUE 'Y'.
000506 01  UM-TRAN-NAME                PIC X(08)   VALUE 'USRMNT'.
000510 01  UM-RESP                     PIC S9(08)  COMP.
000520 01  UM-STATUS-MSG               PIC X(60)   VALUE SPACES.
000530 01  UM-OPERATOR-ID              PIC X(08)   VALUE SPACES.
001200 1000-INITIALIZE.
001210     MOVE 'N'                    TO UM-EXIT-SWITCH.
001220     MOVE 'N'                    TO UM-AUTH-SWITCH.
001225     MOVE 'N'                    TO UM-READ-ONLY-SWITCH.
001230     MOVE SPACES                 TO UM-STATUS-MSG.
001240     MOVE SPACES                 TO UM-OPERATOR-NAME.
001250     MOVE EIBUSERID              TO UM-OPERATOR-ID.
001270     EXIT.
001280
001290*----------------------------------------------------------------*
001300*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK,     *
001310*                          NAMING THIS TRANSACTION, AND LET      *
001320*                          THROUGH ONLY OPERATORS HELLOSEC FINDS *
001330*                          ENTITLED TO IT.  READ-ONLY ACCESS IS  *
001333*                          NOTED FOR 3000-RECEIVE-KEY.           *
001336*----------------------------------------------------------------*
001340 1200-AUTHORIZE-USER.
001350     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001360     MOVE UM-OPERATOR-ID         TO HS-OPERATOR-ID
001370                                    OF HELLOSEC-COMMAREA.
001373     MOVE UM-TRAN-NAME           TO HS-TRAN-NAME
001376                                    OF HELLOSEC-COMMAREA.
001380     EXEC CICS LINK PROGRAM('HELLOSEC')
001390         COMMAREA (HELLOSEC-COMMAREA)
001400         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001410     END-EXEC.
001420     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
001440         MOVE 'N'                TO UM-AUTH-SWITCH
001442         IF HS-ACCESS-READ OF HELLOSEC-COMMAREA
001444             SET UM-READ-ONLY    TO TRUE
001446         END-IF
001450         MOVE HS-OPERATOR-NAME OF HELLOSEC-COMMAREA
001460                                 TO UM-OPERATOR-NAME
001470     ELSE
002020         MOVE 'USER ID IS REQUIRED' TO UM-STATUS-MSG
002030         GO TO 3000-RECEIVE-KEY-EXIT
002040     END-IF.
002041     IF UM-READ-ONLY AND FUNCFI NOT = 'B'
002042         MOVE 'READ-ONLY ACCESS - ONLY BROWSE (B) IS ALLOWED'
002043                                 TO UM-STATUS-MSG
002044         GO TO 3000-RECEIVE-KEY-EXIT
002045     END-IF.
002050     EVALUATE FUNCFI
002060         WHEN 'A'
002070             PERFORM 4000-ADD-PROFILE
002860     MOVE UM-AUTH-IN             TO UP-AUTH-LEVEL.
002870     MOVE SPACE                  TO UP-STATUS.
002880     MOVE ZERO                   TO UP-FAIL-COUNT.
002883     MOVE ZERO                   TO UP-LAST-SIGNON-DATE.
002886     MOVE ZERO                   TO UP-LAST-SIGNON-TIME.
002890     IF LANGFI = SPACES OR LANGFI = LOW-VALUES
002900         MOVE SPACES             TO UP-LANG-PREF
002910     ELSE
003300*                          AN UPDATE ALSO CLEARS ANY SUSPENSION  *
003310*                          AND FAILURE COUNT - IT IS THE ADMIN'S *
003320*                          WAY TO RE-ACTIVATE A LOCKED PROFILE.  *
003323*                          LIFTING A SUSPENSION ALSO CLEARS THE  *
003326*                          LAST SIGN-ON STAMP (SEE USRPROF).     *
003330*----------------------------------------------------------------*
003340 5000-UPDATE-PROFILE.
003350     MOVE AUTHFI                 TO UM-AUTH-IN.
003610         MOVE NAMEFI             TO UP-USER-NAME
003620     END-IF.
003630     MOVE UM-AUTH-IN             TO UP-AUTH-LEVEL.
003632     IF UP-STAT-SUSPENDED
003634         MOVE ZERO               TO UP-LAST-SIGNON-DATE
003636         MOVE ZERO               TO UP-LAST-SIGNON-TIME
003638     END-IF.
003640     MOVE SPACE                  TO UP-STATUS.
003650     MOVE ZERO                   TO UP-FAIL-COUNT.
003660     IF LANGFI NOT = SPACES AND LANGFI NOT = LOW-VALUES
