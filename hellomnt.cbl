000180*    DESCRIPTION    ONLINE MAINTENANCE TRANSACTION FOR THE       *
000190*                   HELLOMSG GREETING CONFIGURATION FILE.        *
000200*                   HELLOMSG IS NOT JUST GREETING TEXT - SECLIM  *
000210*                   DRIVES THE HELLOSEC LOCKOUT LIMIT, MONSPK    *
000220*                   DRIVES THE HELLOMON SPIKE ALERT, MONBFD AND  *
000230*                   MONLCK DRIVE THE HELLOMON BRUTE-FORCE AND    *
000240*                   LOCKOUT ALERTS, DORMNT DRIVES THE HELLODRM   *
000250*                   DORMANT-PROFILE SUSPENSION, AND SVCTGT SETS  *
000260*                   THE HELLOSVR RESPONSE-TIME TARGET - SO NO    *
000265*                   CHANGE TAKES EFFECT ON A SINGLE KEYSTROKE.   *
000270*                   ADD, UPDATE, AND DELETE ARE ENTERED AS       *
000280*                   PENDING RECORDS ON THE HELLOMPD FILE AND     *
000290*                   APPLIED ONLY WHEN A SECOND ADMINISTRATOR     *
000300*                   (NOT THE REQUESTER) APPROVES WITH FUNCTION   *
000310*                   P.  AN OPTIONAL EFFECTIVE DATE/TIME HOLDS AN *
000320*                   APPROVED CHANGE UNTIL THE HELLOMON INTERVAL  *
000330*                   TASK FINDS IT DUE, SO A HOLIDAY GREETING CAN *
000340*                   BE STAGED IN ADVANCE INSTEAD OF KEYED AT     *
000345*                   MIDNIGHT.  FUNCTION X CANCELS A PENDING      *
000346*                   CHANGE; BROWSE SHOWS THE LIVE RECORD AND     *
000347*                   FLAGS ANY CHANGE IN FLIGHT.                  *
000350*                   RESTRICTED TO OPERATORS ENTITLED TO HELLOMNT *
000360*                   ON THE HELLOENT FILE (HELLOSEC DECIDES);     *
000365*                   READ-ONLY ACCESS ALLOWS BROWSE ONLY.         *
000370*-----------------------------------------------------------------
000380*    MODIFICATION HISTORY                                       *
000390*    DATE       INIT  DESCRIPTION                                *
000560*                     (FUNCTION P; X CANCELS).  AN APPROVED      *
000570*                     CHANGE WITH A FUTURE EFFECTIVE DATE/TIME   *
000580*                     IS APPLIED BY HELLOMON WHEN IT COMES DUE.  *
000581*    2026-10-15 SMH   ACCESS IS NOW DECIDED BY THE HELLOMNT      *
000582*                     ENTITLEMENT ON THE HELLOENT FILE RATHER    *
000583*                     THAN THE ADMINISTRATOR AUTH LEVEL.         *
000584*                     READ-ONLY ACCESS MAY BROWSE; ANY OTHER     *
000585*                     FUNCTION IS REFUSED.                       *
000586*    2026-10-15 SMH   NOTED THE DORMNT CONFIG RECORD (DORMANCY   *
000587*                     LIMIT IN DAYS, FIRST THREE CHARACTERS)     *
000588*                     READ BY THE NEW HELLODRM NIGHTLY JOB.      *
000590*    2026-10-15 SMH   NOTED THE MONBFD AND MONLCK CONFIG RECORDS *
000592*                     (BRUTE-FORCE OPERATOR-ID COUNT AND LOCKOUT *
000594*                     COUNT PER INTERVAL, FIRST THREE            *
000596*                     CHARACTERS) READ BY HELLOMON.              *
000598*    2026-10-15 SMH   NOTED THE SVCTGT CONFIG RECORD (RESPONSE-  *
000600*                     TIME TARGET IN MILLISECONDS, FIRST FIVE    *
000602*                     CHARACTERS) READ BY HELLOSVR.              *
000604*****************************************************************
000606 ENVIRONMENT DIVISION.
000610 DATA DIVISION.
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------*
000670     88  HT-EXIT-REQUESTED                   VALUE 'Y'.
000680 01  HT-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000690     88  HT-AUTH-DENIED                      VALUE 'Y'.
000692 01  HT-READ-ONLY-SWITCH         PIC X(01)   VALUE 'N'.
000694     88  HT-READ-ONLY                        VALUE 'Y'.
000696 01  HT-TRAN-NAME                PIC X(08)   VALUE 'HELLOMNT'.
000700 01  HT-EDIT-SWITCH              PIC X(01)   VALUE 'N'.
000710     88  HT-EDIT-FAILED                      VALUE 'Y'.
000720 01  HT-APPLY-SWITCH             PIC X(01)   VALUE 'N'.
001380 1000-INITIALIZE.
001390     MOVE 'N'                    TO HT-EXIT-SWITCH.
001400     MOVE 'N'                    TO HT-AUTH-SWITCH.
001405     MOVE 'N'                    TO HT-READ-ONLY-SWITCH.
001410     MOVE SPACES                 TO HT-STATUS-MSG.
001420     MOVE EIBUSERID              TO HT-OPERATOR-ID.
001430 1000-INITIALIZE-EXIT.
001440     EXIT.
001450
001460*----------------------------------------------------------------*
001470*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK,     *
001480*                          NAMING THIS TRANSACTION, AND LET      *
001490*                          THROUGH ONLY OPERATORS HELLOSEC FINDS *
001500*                          ENTITLED TO IT.  READ-ONLY ACCESS IS  *
001503*                          NOTED FOR 3000-RECEIVE-KEY.           *
001506*----------------------------------------------------------------*
001510 1200-AUTHORIZE-USER.
001520     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001530     MOVE HT-OPERATOR-ID         TO HS-OPERATOR-ID
001540                                    OF HELLOSEC-COMMAREA.
001543     MOVE HT-TRAN-NAME           TO HS-TRAN-NAME
001546                                    OF HELLOSEC-COMMAREA.
001550     EXEC CICS LINK PROGRAM('HELLOSEC')
001560         COMMAREA (HELLOSEC-COMMAREA)
001570         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001580     END-EXEC.
001590     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
001610         MOVE 'N'                TO HT-AUTH-SWITCH
001612         IF HS-ACCESS-READ OF HELLOSEC-COMMAREA
001614             SET HT-READ-ONLY    TO TRUE
001616         END-IF
001620     ELSE
001630         SET HT-AUTH-DENIED      TO TRUE
001640     END-IF.
002130         MOVE 'NO INPUT RECEIVED - TRY AGAIN' TO HT-STATUS-MSG
002140         GO TO 3000-RECEIVE-KEY-EXIT
002150     END-IF.
002151     IF HT-READ-ONLY AND FUNCFI NOT = 'B'
002152         MOVE 'READ-ONLY ACCESS - ONLY BROWSE (B) IS ALLOWED'
002153                                 TO HT-STATUS-MSG
002154         GO TO 3000-RECEIVE-KEY-EXIT
002155     END-IF.
002160     EVALUATE FUNCFI
002170         WHEN 'A'
002180             PERFORM 4000-ADD-RECORD
