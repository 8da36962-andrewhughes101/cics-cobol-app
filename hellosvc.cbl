000230*                   MIRROR), THE HELLOEVT MONITORING EVENT, THE  *
000240*                   SYNCPOINT, THE LOCALE-AWARE HELLOMSG LOOKUP, *
000250*                   THE GREETING BUILD, AND THE BULLETIN LOOKUP. *
000253*                   A GRANTED GREETING ALSO OPENS THE OPERATOR'S *
000256*                   SESSION RECORD ON HELLOSES.                  *
000258*                   EVERY CALL, GRANTED OR DENIED, ALSO WRITES A *
000260*                   SERVICE-TIMING RECORD (ELAPSED TIME AND      *
000262*                   CALLER CHANNEL) TO THE HSVT EXTRACT QUEUE    *
000264*                   FOR THE HELLOSVR SERVICE-LEVEL REPORT.       *
000266*                   DRIVEN PURELY BY THE HELLOSVA COMMAREA -     *
000270*                   OPERATOR IN, GREETING TEXT AND RETURN CODE   *
000280*                   OUT - SO THE HELLO TRANSACTION, THE BRANCH   *
000290*                   WEB PORTAL, AND PROGRAM-TO-PROGRAM CALLERS   *
000388*                     URGENT BULLETIN THE OPERATOR HAS NOT YET   *
000389*                     ACKNOWLEDGED ON THE HELLOACK FILE SO THE   *
000391*                     CALLER CAN DEMAND THE ACKNOWLEDGE KEY.     *
000392*    2026-10-15 SMH   THE HELLOSEC CHECK NOW NAMES THE HELLO     *
000393*                     TRANSACTION SO THE OPERATOR'S HELLOENT     *
000394*                     ENTITLEMENT IS ENFORCED ON THE GREETING.   *
000395*    2026-10-15 SMH   THE BULLETIN LOOKUP SKIPS A BULLETIN WHOSE *
000396*                     AUDIENCE (BRANCH LIST OR ADMINISTRATORS    *
000397*                     ONLY) DOES NOT INCLUDE THE OPERATOR AND    *
000398*                     SHOWS THE FIRST ONE THAT DOES.             *
000399*    2026-10-15 SMH   A GRANTED GREETING NOW OPENS THE           *
000400*                     OPERATOR'S SESSION ON THE HELLOSES FILE    *
000401*                     (FIRST GREETING ONLY); THE HELLOOFF        *
000402*                     SIGN-OFF TRANSACTION CLOSES IT.            *
000403*    2026-10-15 SMH   TIME EVERY CALL FROM ENTRY TO THE FINAL    *
000404*                     RETURN AND WRITE THE ELAPSED MILLISECONDS, *
000405*                     WITH THE CALLER'S CHANNEL (FROM THE NEW    *
000406*                     HV-CHANNEL, OR FROM WHETHER THE TASK HAS A *
000407*                     TERMINAL), TO THE HSVT SERVICE-TIMING      *
000408*                     EXTRACT QUEUE.  A COMMAREA FROM A CALLER   *
000409*                     NOT YET CARRYING HV-CHANNEL IS STILL       *
000410*                     ACCEPTED.                                  *
000411*****************************************************************
000412 ENVIRONMENT DIVISION.
000413 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------*
000440*    GREETING WORK AREAS                                        *
000490 01  SV-DEFAULT-MSG-LOCALE       PIC X(05)   VALUE 'EN-US'.
000500 01  SV-OPER-LOCALE              PIC X(05)   VALUE SPACES.
000505 01  SV-OPER-BRANCH              PIC X(04)   VALUE SPACES.
000506 01  SV-OPER-ADMIN-SWITCH        PIC X(01)   VALUE 'N'.
000507     88  SV-OPER-ADMIN                       VALUE 'Y'.
000510 01  SV-MSG-RESP                 PIC S9(08)  COMP.
000520 01  SV-RESP                     PIC S9(08)  COMP.
000525 01  SV-TRAN-NAME                PIC X(08)   VALUE 'HELLO'.
000526*----------------------------------------------------------------*
000527*    SERVICE-TIMING WORK AREAS - ABSTIME IS MILLISECONDS, SO THE *
000528*    DIFFERENCE OF TWO ASKTIMES IS THE ELAPSED SERVICE TIME.     *
000529*----------------------------------------------------------------*
000530 01  SV-START-ABSTIME            PIC S9(15)  COMP-3  VALUE 0.
000531 01  SV-END-ABSTIME              PIC S9(15)  COMP-3  VALUE 0.
000532 01  SV-ELAPSED-MS               PIC S9(15)  COMP-3  VALUE 0.
000533 01  SV-MAX-ELAPSED-MS           PIC S9(15)  COMP-3
000534                                             VALUE 9999999.
000535 01  SV-CALL-DATE                PIC 9(07)   VALUE 0.
000536 01  SV-CALL-TIME                PIC 9(07)   VALUE 0.
000537 01  SV-CHANNEL                  PIC X(01)   VALUE SPACE.
000538*----------------------------------------------------------------*
000540*    BULLETIN WORK AREAS - DATE/TIME STAMPS COMPARE AS 14-DIGIT  *
000550*    GROUPS SO A WINDOW TEST NEEDS NO DATE ARITHMETIC.           *
000560*----------------------------------------------------------------*
000580     88  SV-BLT-FOUND                        VALUE 'Y'.
000590 01  SV-BLT-DONE-SWITCH          PIC X(01)   VALUE 'N'.
000600     88  SV-BLT-DONE                         VALUE 'Y'.
000603 01  SV-AUD-SWITCH               PIC X(01)   VALUE 'N'.
000606     88  SV-IN-AUDIENCE                      VALUE 'Y'.
000610 01  SV-NOW-STAMP.
000620     05  SV-NOW-DATE             PIC 9(07).
000630     05  SV-NOW-TIME             PIC 9(07).
000894*    HELLOACK BULLETIN-ACKNOWLEDGMENT RECORD                     *
000896*----------------------------------------------------------------*
000898 COPY HELLOACK.
000900*----------------------------------------------------------------*
000902*    HELLOSES OPEN-SESSION RECORD                                *
000904*----------------------------------------------------------------*
000906 COPY HELLOSES.
000908*----------------------------------------------------------------*
000910*    HELLOSVT SERVICE-TIMING RECORD                              *
000912*----------------------------------------------------------------*
000914 COPY HELLOSVT.
000916
000918 LINKAGE SECTION.
000920 COPY HELLOSVA REPLACING COMMAREA-LEVEL BY DFHCOMMAREA.
000930
000940 PROCEDURE DIVISION.
000980*----------------------------------------------------------------*
000990 0000-MAINLINE.
001000*    A MISSING OR SHORT COMMAREA CANNOT BE ANSWERED - WRITING
001010*    THE GREETING INTO IT WOULD OVERLAY THE CALLER'S STORAGE.  A
001020*    COMMAREA THAT STOPS SHORT OF THE OPTIONAL HV-CHANNEL IS
001030*    STILL A WHOLE ONE.
001032     IF EIBCALEN = 0
001034             OR EIBCALEN < LENGTH OF DFHCOMMAREA
001036                         - LENGTH OF HV-CHANNEL
001040         EXEC CICS RETURN
001050         END-EXEC
001060     END-IF.
001170         PERFORM 1500-LOG-INVOCATION
001180             THRU 1500-LOG-INVOCATION-EXIT
001190
001192         PERFORM 1550-OPEN-SESSION
001194             THRU 1550-OPEN-SESSION-EXIT
001196
001200         PERFORM 1600-NOTIFY-QUEUE
001210             THRU 1600-NOTIFY-QUEUE-EXIT
001220
001330             THRU 1800-LOOKUP-BULLETIN-EXIT
001340     END-IF.
001350
001352     PERFORM 2500-RECORD-TIMING
001354         THRU 2500-RECORD-TIMING-EXIT.
001356
001360     EXEC CICS RETURN
001370     END-EXEC.
001380
001390     GOBACK.
001400
001410*----------------------------------------------------------------*
001420*    1000-INITIALIZE - START THE SERVICE CLOCK, SETTLE THE       *
001430*                      CALLER'S CHANNEL, ESTABLISH THE OPERATOR  *
001440*                      IDENTITY AND CLEAR THE OUTPUT HALF OF THE *
001450*                      COMMAREA.  A BLANK OPERATOR ID MEANS THE  *
001460*                      SIGNED-ON USER OF THIS TASK.              *
001465*----------------------------------------------------------------*
001470 1000-INITIALIZE.
001471     EXEC CICS ASKTIME
001472         ABSTIME  (SV-START-ABSTIME)
001473     END-EXEC.
001474     MOVE EIBDATE                TO SV-CALL-DATE.
001475     MOVE EIBTIME                TO SV-CALL-TIME.
001476     PERFORM 1050-SET-CHANNEL
001477         THRU 1050-SET-CHANNEL-EXIT.
001480     MOVE 'N'                    TO SV-BLT-SWITCH.
001490     MOVE 'N'                    TO SV-BLT-DONE-SWITCH.
001500     MOVE SPACES                 TO SV-OPER-LOCALE.
001505     MOVE SPACES                 TO SV-OPER-BRANCH.
001507     MOVE 'N'                    TO SV-OPER-ADMIN-SWITCH.
001510     MOVE SPACES                 TO HV-GREETING-TEXT.
001520     MOVE SPACES                 TO HV-BULLETIN-TEXT.
001530     MOVE 'N'                    TO HV-BULLETIN-URGENT.
001610     END-IF.
001620 1000-INITIALIZE-EXIT.
001630     EXIT.
001631
001632*----------------------------------------------------------------*
001633*    1050-SET-CHANNEL - TAKE THE CALLER'S CHANNEL FROM           *
001634*                       HV-CHANNEL.  A COMMAREA TOO SHORT TO     *
001635*                       CARRY IT, OR A CODE THAT IS NOT 3, W OR  *
001636*                       P, IS TAKEN AS THE 3270 SCREEN WHEN THE  *
001637*                       TASK HAS A TERMINAL AND AS A PROGRAM     *
001638*                       CALLER WHEN IT HAS NONE.                 *
001639*----------------------------------------------------------------*
001640 1050-SET-CHANNEL.
001641     IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
001642         IF HV-CHANNEL-VALID
001643             MOVE HV-CHANNEL     TO SV-CHANNEL
001644             GO TO 1050-SET-CHANNEL-EXIT
001645         END-IF
001646     END-IF.
001647     IF EIBTRMID = SPACES OR EIBTRMID = LOW-VALUES
001648         MOVE 'P'                TO SV-CHANNEL
001649     ELSE
001650         MOVE '3'                TO SV-CHANNEL
001651     END-IF.
001652 1050-SET-CHANNEL-EXIT.
001653     EXIT.
001654
001655*----------------------------------------------------------------*
001660*    1200-AUTHORIZE-USER - LINK TO HELLOSEC TO CHECK THE         *
001670*                          OPERATOR AGAINST USRPROF.  HELLOSEC   *
001680*                          RECORDS THE VIOLATION AND MAINTAINS   *
001690*                          THE FAILURE COUNT ON A DENIAL.        *
001695*                          ANY HELLO ENTITLEMENT WILL DO.        *
001700*----------------------------------------------------------------*
001710 1200-AUTHORIZE-USER.
001720     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001730     MOVE HV-OPERATOR-ID         TO HS-OPERATOR-ID
001740                                    OF HELLOSEC-COMMAREA.
001742     MOVE SV-TRAN-NAME           TO HS-TRAN-NAME
001744                                    OF HELLOSEC-COMMAREA.
001750     EXEC CICS LINK PROGRAM('HELLOSEC')
001760         COMMAREA (HELLOSEC-COMMAREA)
001770         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001810                                 TO SV-OPER-LOCALE
001812         MOVE HS-BRANCH-CODE OF HELLOSEC-COMMAREA
001814                                 TO SV-OPER-BRANCH
001815         IF HS-LEVEL-ADMIN OF HELLOSEC-COMMAREA
001816             SET SV-OPER-ADMIN   TO TRUE
001817         END-IF
001820         IF HS-OPERATOR-NAME OF HELLOSEC-COMMAREA NOT = SPACES
001830             MOVE HS-OPERATOR-NAME OF HELLOSEC-COMMAREA
001840                                 TO HV-OPERATOR-NAME
002230 1500-LOG-INVOCATION-EXIT.
002240     EXIT.
002250
002251*----------------------------------------------------------------*
002252*    1550-OPEN-SESSION - RECORD THE OPERATOR AS SIGNED ON AT     *
002253*                        THIS TERMINAL ON THE HELLOSES FILE.     *
002254*                        A DUPLICATE MEANS THE SESSION IS        *
002255*                        ALREADY OPEN AND KEEPS ITS ORIGINAL     *
002256*                        START.  ANY OTHER FAILURE IS IGNORED -  *
002257*                        THE GREETING NEVER FAILS OVER THIS, AND *
002258*                        HELLOLOG REMAINS THE RECORD OF THE      *
002259*                        SIGN-ON.                                *
002260*----------------------------------------------------------------*
002261 1550-OPEN-SESSION.
002262     MOVE SPACES                 TO HELLOSES-RECORD.
002263     MOVE EIBTRMID               TO SS-SES-TERMID.
002264     MOVE HV-OPERATOR-ID         TO SS-SES-OPERATOR.
002265     MOVE EIBDATE                TO SS-START-DATE.
002266     MOVE EIBTIME                TO SS-START-TIME.
002267     MOVE SV-OPER-BRANCH         TO SS-BRANCH-CODE.
002268     EXEC CICS WRITE FILE('HELLOSES')
002269         FROM     (HELLOSES-RECORD)
002270         RIDFLD   (SS-SES-KEY)
002271         KEYLENGTH (LENGTH OF SS-SES-KEY)
002272         RESP     (SV-RESP)
002273     END-EXEC.
002274 1550-OPEN-SESSION-EXIT.
002275     EXIT.
002276
002277*----------------------------------------------------------------*
002278*    1600-NOTIFY-QUEUE - QUEUE A MONITORING EVENT TO THE HELLOEVT*
002280*                        TS QUEUE FOR THE HELLOMON CONSUMER.     *
002290*----------------------------------------------------------------*
002300 1600-NOTIFY-QUEUE.
003210
003220*----------------------------------------------------------------*
003230*    1800-LOOKUP-BULLETIN - BROWSE THE HELLOBLT FILE FOR THE     *
003240*                           FIRST BULLETIN WHOSE                 *
003250*                           EFFECTIVE-TO-EXPIRY WINDOW CONTAINS  *
003260*                           THIS CALL AND WHOSE AUDIENCE         *
003270*                           INCLUDES THIS OPERATOR.  AN EXPIRED  *
003280*                           OR NOT-YET-EFFECTIVE BULLETIN, OR    *
003290*                           ONE MEANT FOR ANOTHER BRANCH OR FOR  *
003300*                           ADMINISTRATORS ONLY, IS SIMPLY       *
003310*                           SKIPPED, AND A MISSING OR CLOSED     *
003312*                           FILE MEANS NO BULLETIN - THE         *
003314*                           GREETING NEVER FAILS OVER THIS.      *
003316*----------------------------------------------------------------*
003320 1800-LOOKUP-BULLETIN.
003330     MOVE EIBDATE                TO SV-NOW-DATE.
003340     MOVE EIBTIME                TO SV-NOW-TIME.
003598*----------------------------------------------------------------*
003600*    1850-READ-BULLETIN - READ THE NEXT BULLETIN AND STOP ON THE *
003610*                         FIRST ONE WHOSE WINDOW CONTAINS THE    *
003620*                         CURRENT DATE AND TIME AND WHOSE        *
003630*                         AUDIENCE INCLUDES THE OPERATOR.        *
003635*----------------------------------------------------------------*
003640 1850-READ-BULLETIN.
003650     EXEC CICS READNEXT FILE('HELLOBLT')
003660         INTO     (HELLOBLT-RECORD)
003770     MOVE BL-EXP-TIME            TO SV-EXP-TIME.
003780     IF SV-EFF-STAMP NOT > SV-NOW-STAMP
003790             AND SV-EXP-STAMP NOT < SV-NOW-STAMP
003800         PERFORM 1860-CHECK-AUDIENCE
003810             THRU 1860-CHECK-AUDIENCE-EXIT
003820         IF SV-IN-AUDIENCE
003822             SET SV-BLT-FOUND    TO TRUE
003824             SET SV-BLT-DONE     TO TRUE
003826         END-IF
003828     END-IF.
003830 1850-READ-BULLETIN-EXIT.
003840     EXIT.
003841
003842*----------------------------------------------------------------*
003843*    1860-CHECK-AUDIENCE - DECIDE WHETHER THE OPERATOR IS IN THE *
003844*                          BULLETIN'S AUDIENCE.  A BLANK         *
003845*                          AUDIENCE (A RECORD LOADED BEFORE      *
003846*                          AUDIENCES EXISTED) MEANS ALL          *
003847*                          OPERATORS.  AN OPERATOR WITH NO       *
003848*                          BRANCH CODE ON USRPROF IS IN NO       *
003849*                          BRANCH LIST, AND AN UNKNOWN AUDIENCE  *
003850*                          CODE REACHES NOBODY.                  *
003851*----------------------------------------------------------------*
003852 1860-CHECK-AUDIENCE.
003853     MOVE 'N'                    TO SV-AUD-SWITCH.
003854     IF BL-AUD-ALL
003855         SET SV-IN-AUDIENCE      TO TRUE
003856         GO TO 1860-CHECK-AUDIENCE-EXIT
003857     END-IF.
003858     IF BL-AUD-ADMIN
003859         IF SV-OPER-ADMIN
003860             SET SV-IN-AUDIENCE  TO TRUE
003861         END-IF
003862         GO TO 1860-CHECK-AUDIENCE-EXIT
003863     END-IF.
003864     IF NOT BL-AUD-BRANCH
003865             OR SV-OPER-BRANCH = SPACES
003866             OR SV-OPER-BRANCH = LOW-VALUES
003867         GO TO 1860-CHECK-AUDIENCE-EXIT
003868     END-IF.
003869     SET BL-AUD-IDX              TO 1.
003870     SEARCH BL-AUD-BRANCH-CODE
003871         AT END
003872             CONTINUE
003873         WHEN BL-AUD-BRANCH-CODE (BL-AUD-IDX) = SV-OPER-BRANCH
003874             SET SV-IN-AUDIENCE  TO TRUE
003875     END-SEARCH.
003876 1860-CHECK-AUDIENCE-EXIT.
003877     EXIT.
003878
003879*----------------------------------------------------------------*
003880*    2000-BUILD-GREETING - FORMAT THE PERSONALIZED GREETING INTO *
003881*                          THE COMMAREA.                         *
003890*----------------------------------------------------------------*
003900 2000-BUILD-GREETING.
003910     MOVE SPACES                 TO HV-GREETING-TEXT.
003960       INTO HV-GREETING-TEXT.
003970 2000-BUILD-GREETING-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------*
004010*    2500-RECORD-TIMING - STOP THE SERVICE CLOCK AND WRITE THE   *
004020*                         SERVICE-TIMING RECORD TO THE HSVT      *
004030*                         EXTRACT QUEUE.  THE WRITE IS           *
004040*                         BEST-EFFORT LIKE THE HLOX MIRROR - A   *
004050*                         CLOSED OR FAILED QUEUE LOSES THE       *
004060*                         TIMING, NEVER THE GREETING.            *
004070*----------------------------------------------------------------*
004080 2500-RECORD-TIMING.
004090     EXEC CICS ASKTIME
004100         ABSTIME  (SV-END-ABSTIME)
004110     END-EXEC.
004120     COMPUTE SV-ELAPSED-MS = SV-END-ABSTIME - SV-START-ABSTIME.
004130     IF SV-ELAPSED-MS < 0
004140         MOVE 0                  TO SV-ELAPSED-MS
004150     END-IF.
004160     IF SV-ELAPSED-MS > SV-MAX-ELAPSED-MS
004170         MOVE SV-MAX-ELAPSED-MS  TO SV-ELAPSED-MS
004180     END-IF.
004190     MOVE SPACES                 TO HELLOSVT-RECORD.
004200     MOVE SV-CALL-DATE           TO ST-START-DATE.
004210     MOVE SV-CALL-TIME           TO ST-START-TIME.
004220     MOVE EIBTRMID               TO ST-TERMID.
004230     MOVE EIBTRNID               TO ST-TRANID.
004240     MOVE EIBTASKN               TO ST-TASKN.
004250     MOVE HV-OPERATOR-ID         TO ST-OPERATOR-ID.
004260     MOVE SV-CHANNEL             TO ST-CHANNEL.
004270     MOVE HV-RETURN-CODE         TO ST-RETURN-CODE.
004280     MOVE SV-ELAPSED-MS          TO ST-ELAPSED-MS.
004290     EXEC CICS WRITEQ TD
004300         QUEUE    ('HSVT')
004310         FROM     (HELLOSVT-RECORD)
004320         LENGTH   (LENGTH OF HELLOSVT-RECORD)
004330         RESP     (SV-RESP)
004340     END-EXEC.
004350 2500-RECORD-TIMING-EXIT.
004360     EXIT.
