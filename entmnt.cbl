000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ENTMNT.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       ENTMNT                                       *
000090*    DESCRIPTION    ONLINE SECURITY ADMINISTRATION TRANSACTION   *
000100*                   FOR THE HELLOENT PER-TRANSACTION ENTITLEMENT *
000110*                   FILE.  LETS AN ENTITLED ADMINISTRATOR ADD,   *
000120*                   UPDATE, REVOKE, OR BROWSE ONE ENTITLEMENT -  *
000130*                   A SUBJECT (OPERATOR ID, OR THE ROLE *ADMIN   *
000140*                   OR *USER) AGAINST ONE TRANSACTION NAME - AT  *
000150*                   A TIME.  REVOKE SETS THE ACCESS TO 'N'       *
000160*                   RATHER THAN DELETING THE RECORD, SO AN       *
000170*                   EXPLICIT DENIAL STILL OVERRIDES THE ROLE AND *
000180*                   STAYS VISIBLE TO THE RECERTIFICATION LISTING *
000190*                   (HELLOENL).  EVERY CHANGE STAMPS THE         *
000200*                   CHANGING OPERATOR AND THE DATE/TIME ON THE   *
000210*                   RECORD ITSELF.  AN OPERATOR-LEVEL SUBJECT    *
000220*                   MUST HAVE A USRPROF PROFILE, AND NO ONE MAY  *
000230*                   CHANGE THEIR OWN ENTITLEMENTS.  RESTRICTED   *
000240*                   TO OPERATORS ENTITLED TO ENTMNT ON THE       *
000250*                   HELLOENT FILE (HELLOSEC DECIDES); READ-ONLY  *
000260*                   ACCESS ALLOWS BROWSE ONLY.                   *
000270*-----------------------------------------------------------------
000280*    MODIFICATION HISTORY                                       *
000290*    DATE       INIT  DESCRIPTION                                *
000300*    ---------  ----  ------------------------------------------ *
000310*    2026-10-15 SMH   ORIGINAL.                                  *
000313*    2026-10-15 SMH   HELLOALC ADDED TO THE TRANSACTION NAMES AN *
000316*                     ENTITLEMENT MAY NAME.                      *
000317*    2026-10-15 SMH   HELLOOFF ADDED TO THE TRANSACTION NAMES AN *
000318*                     ENTITLEMENT MAY NAME.                      *
000321*    2026-10-15 SMH   HELLORHQ ADDED TO THE TRANSACTION NAMES AN *
000324*                     ENTITLEMENT MAY NAME.                      *
000325*    2026-10-15 SMH   HELLOHLM ADDED TO THE TRANSACTION NAMES AN *
000326*                     ENTITLEMENT MAY NAME.                      *
000327*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 DATA DIVISION.
000350 WORKING-STORAGE SECTION.
000360*----------------------------------------------------------------*
000370*    SWITCHES AND RESPONSE HOLDERS                               *
000380*----------------------------------------------------------------*
000390 01  EM-EXIT-SWITCH              PIC X(01)   VALUE 'N'.
000400     88  EM-EXIT-REQUESTED                   VALUE 'Y'.
000410 01  EM-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000420     88  EM-AUTH-DENIED                      VALUE 'Y'.
000430 01  EM-READ-ONLY-SWITCH         PIC X(01)   VALUE 'N'.
000440     88  EM-READ-ONLY                        VALUE 'Y'.
000450 01  EM-TRAN-NAME                PIC X(08)   VALUE 'ENTMNT'.
000460 01  EM-RESP                     PIC S9(08)  COMP.
000470 01  EM-STATUS-MSG               PIC X(60)   VALUE SPACES.
000480 01  EM-OPERATOR-ID              PIC X(08)   VALUE SPACES.
000490 01  EM-OPERATOR-NAME            PIC X(20)   VALUE SPACES.
000500*----------------------------------------------------------------*
000510*    INPUT EDIT WORK AREAS - THE TRANSACTION NAMES HELLOSEC IS   *
000520*    ASKED ABOUT BY THE FRONT DOORS, AND THE ACCESS CODES        *
000530*----------------------------------------------------------------*
000540 01  EM-TRAN-IN                  PIC X(08)   VALUE SPACES.
000550     88  EM-TRAN-IN-VALID                    VALUES 'HELLO'
000560                                                    'HELLOI'
000570                                                    'HMON'
000580                                                    'HELLOMNT'
000590                                                    'HELLOBRD'
000600                                                    'USRMNT'
000610                                                    'ENTMNT'
000615                                                    'HELLOALC'
000617                                                    'HELLOOFF'
000618                                                    'HELLORHQ'
000619                                                    'HELLOHLM'.
000620 01  EM-ACCESS-IN                PIC X(01)   VALUE SPACE.
000630     88  EM-ACCESS-IN-VALID                  VALUES 'R' 'U' 'N'.
000640 01  EM-EDIT-SW                  PIC X(01)   VALUE 'N'.
000650     88  EM-EDIT-BAD                         VALUE 'Y'.
000660 01  EM-ROLE-ADMIN               PIC X(08)   VALUE '*ADMIN'.
000670 01  EM-ROLE-USER                PIC X(08)   VALUE '*USER'.
000680*----------------------------------------------------------------*
000690*    COMMAREA USED TO LINK TO THE SHARED SIGN-ON CHECK           *
000700*----------------------------------------------------------------*
000710 COPY HELLOSCA REPLACING COMMAREA-LEVEL BY HELLOSEC-COMMAREA.
000720*----------------------------------------------------------------*
000730*    ENTITLEMENT RECORD, USER PROFILE RECORD, AND MAINTENANCE    *
000740*    MAP                                                         *
000750*----------------------------------------------------------------*
000760 COPY HELLOENT.
000770 COPY USRPROF.
000780 COPY ENTMNTMAP.
000790 COPY DFHAID.
000800
000810 LINKAGE SECTION.
000820 01  DFHCOMMAREA                 PIC X(01).
000830
000840 PROCEDURE DIVISION.
000850*----------------------------------------------------------------*
000860*    0000-MAINLINE - CHECK AUTHORIZATION, THEN RUN THE           *
000870*                    ADD/UPDATE/REVOKE/BROWSE LOOP.              *
000880*----------------------------------------------------------------*
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE
000910         THRU 1000-INITIALIZE-EXIT.
000920
000930     PERFORM 1200-AUTHORIZE-USER
000940         THRU 1200-AUTHORIZE-USER-EXIT.
000950
000960     IF EM-AUTH-DENIED
000970         PERFORM 1250-SEND-DENIAL
000980             THRU 1250-SEND-DENIAL-EXIT
000990     ELSE
001000         MOVE SPACES             TO ENTMNTMAPO
001010         PERFORM 2000-DISPLAY-SCREEN
001020             THRU 3000-RECEIVE-KEY-EXIT
001030             UNTIL EM-EXIT-REQUESTED
001040     END-IF.
001050
001060     EXEC CICS RETURN
001070     END-EXEC.
001080
001090     GOBACK.
001095
001100*----------------------------------------------------------------*
001110*    1000-INITIALIZE - CLEAR WORKING STORAGE FOR A FRESH TASK.   *
001120*----------------------------------------------------------------*
001130 1000-INITIALIZE.
001140     MOVE 'N'                    TO EM-EXIT-SWITCH.
001150     MOVE 'N'                    TO EM-AUTH-SWITCH.
001160     MOVE 'N'                    TO EM-READ-ONLY-SWITCH.
001170     MOVE SPACES                 TO EM-STATUS-MSG.
001180     MOVE SPACES                 TO EM-OPERATOR-NAME.
001190     MOVE EIBUSERID              TO EM-OPERATOR-ID.
001200 1000-INITIALIZE-EXIT.
001210     EXIT.
001215
001220*----------------------------------------------------------------*
001230*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK,     *
001240*                          NAMING THIS TRANSACTION, AND LET      *
001250*                          THROUGH ONLY OPERATORS HELLOSEC FINDS *
001260*                          ENTITLED TO IT.  READ-ONLY ACCESS IS  *
001270*                          NOTED FOR 3000-RECEIVE-KEY.           *
001280*----------------------------------------------------------------*
001290 1200-AUTHORIZE-USER.
001300     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001310     MOVE EM-OPERATOR-ID         TO HS-OPERATOR-ID
001320                                    OF HELLOSEC-COMMAREA.
001330     MOVE EM-TRAN-NAME           TO HS-TRAN-NAME
001340                                    OF HELLOSEC-COMMAREA.
001350     EXEC CICS LINK PROGRAM('HELLOSEC')
001360         COMMAREA (HELLOSEC-COMMAREA)
001370         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001380     END-EXEC.
001390     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
001400         MOVE 'N'                TO EM-AUTH-SWITCH
001410         IF HS-ACCESS-READ OF HELLOSEC-COMMAREA
001420             SET EM-READ-ONLY    TO TRUE
001430         END-IF
001440         MOVE HS-OPERATOR-NAME OF HELLOSEC-COMMAREA
001450                                 TO EM-OPERATOR-NAME
001460     ELSE
001470         SET EM-AUTH-DENIED      TO TRUE
001480     END-IF.
001490 1200-AUTHORIZE-USER-EXIT.
001500     EXIT.
001505
001510*----------------------------------------------------------------*
001520*    1250-SEND-DENIAL - TELL AN UNAUTHORIZED OPERATOR THIS       *
001530*                       TRANSACTION IS NOT FOR THEM AND END.     *
001540*----------------------------------------------------------------*
001550 1250-SEND-DENIAL.
001560     MOVE 'ENTMNT - NOT AUTHORIZED FOR THIS TRANSACTION'
001570                                 TO EM-STATUS-MSG.
001580     EXEC CICS SEND TEXT
001590         FROM     (EM-STATUS-MSG)
001600         LENGTH   (LENGTH OF EM-STATUS-MSG)
001610         ERASE
001620     END-EXEC.
001630 1250-SEND-DENIAL-EXIT.
001640     EXIT.
001645
001650*----------------------------------------------------------------*
001660*    2000-DISPLAY-SCREEN - SET THE STATUS LINE, SEND THE MAP,    *
001670*                          AND WAIT FOR THE NEXT KEY.            *
001680*----------------------------------------------------------------*
001690 2000-DISPLAY-SCREEN.
001700     MOVE EM-STATUS-MSG          TO MSGFO.
001710     EXEC CICS SEND MAP('ENTMNTM')
001720         MAPSET   ('ENTMNTS')
001730         FROM     (ENTMNTMAPO)
001740         ERASE
001750         FREEKB
001760     END-EXEC.
001770 2000-DISPLAY-SCREEN-EXIT.
001780     EXIT.
001785
001790*----------------------------------------------------------------*
001800*    3000-RECEIVE-KEY - WAIT FOR A PF KEY, THEN DISPATCH ON THE  *
001810*                       FUNCTION CODE THE OPERATOR KEYED IN.     *
001820*----------------------------------------------------------------*
001830 3000-RECEIVE-KEY.
001840     EXEC CICS RECEIVE MAP('ENTMNTM')
001850         MAPSET   ('ENTMNTS')
001860         INTO     (ENTMNTMAPI)
001870         RESP     (EM-RESP)
001880     END-EXEC.
001890     IF EIBAID = DFHPF3
001900         SET EM-EXIT-REQUESTED   TO TRUE
001910         GO TO 3000-RECEIVE-KEY-EXIT
001920     END-IF.
001930     IF EM-RESP NOT = DFHRESP(NORMAL)
001940         MOVE 'NO INPUT RECEIVED - TRY AGAIN' TO EM-STATUS-MSG
001950         GO TO 3000-RECEIVE-KEY-EXIT
001960     END-IF.
001970     IF USERFI = SPACES OR USERFI = LOW-VALUES
001980         MOVE 'USER ID OR ROLE IS REQUIRED' TO EM-STATUS-MSG
001990         GO TO 3000-RECEIVE-KEY-EXIT
002000     END-IF.
002010     IF TRANFI = SPACES OR TRANFI = LOW-VALUES
002020         MOVE 'TRANSACTION IS REQUIRED' TO EM-STATUS-MSG
002030         GO TO 3000-RECEIVE-KEY-EXIT
002040     END-IF.
002050     IF EM-READ-ONLY AND FUNCFI NOT = 'B'
002060         MOVE 'READ-ONLY ACCESS - ONLY BROWSE (B) IS ALLOWED'
002070                                 TO EM-STATUS-MSG
002080         GO TO 3000-RECEIVE-KEY-EXIT
002090     END-IF.
002100     EVALUATE FUNCFI
002110         WHEN 'A'
002120             PERFORM 4000-ADD-ENTITLEMENT
002130                 THRU 4000-ADD-ENTITLEMENT-EXIT
002140         WHEN 'U'
002150             PERFORM 5000-UPDATE-ENTITLEMENT
002160                 THRU 5000-UPDATE-ENTITLEMENT-EXIT
002170         WHEN 'R'
002180             PERFORM 6000-REVOKE-ENTITLEMENT
002190                 THRU 6000-REVOKE-ENTITLEMENT-EXIT
002200         WHEN 'B'
002210             PERFORM 7000-BROWSE-ENTITLEMENT
002220                 THRU 7000-BROWSE-ENTITLEMENT-EXIT
002230         WHEN OTHER
002240             MOVE 'FUNC MUST BE A, U, R, OR B' TO EM-STATUS-MSG
002250     END-EVALUATE.
002260 3000-RECEIVE-KEY-EXIT.
002270     EXIT.
002275
002280*----------------------------------------------------------------*
002290*    3500-EDIT-CHANGE - VALIDATE THE KEYS FOR A CHANGE.  THE     *
002300*                       TRANSACTION MUST BE ONE HELLOSEC IS      *
002310*                       ASKED ABOUT, THE SUBJECT MUST BE A ROLE  *
002320*                       OR AN OPERATOR WITH A USRPROF PROFILE,   *
002330*                       AND NO ONE MAY CHANGE THEIR OWN          *
002340*                       ENTITLEMENTS.                            *
002350*----------------------------------------------------------------*
002360 3500-EDIT-CHANGE.
002370     MOVE 'N'                    TO EM-EDIT-SW.
002380     MOVE TRANFI                 TO EM-TRAN-IN.
002390     IF NOT EM-TRAN-IN-VALID
002400         MOVE 'UNKNOWN TRANSACTION NAME'
002410                                 TO EM-STATUS-MSG
002420         SET EM-EDIT-BAD         TO TRUE
002430         GO TO 3500-EDIT-CHANGE-EXIT
002440     END-IF.
002450     IF USERFI = EM-OPERATOR-ID
002460         MOVE 'YOU MAY NOT CHANGE YOUR OWN ENTITLEMENTS'
002470                                 TO EM-STATUS-MSG
002480         SET EM-EDIT-BAD         TO TRUE
002490         GO TO 3500-EDIT-CHANGE-EXIT
002500     END-IF.
002510     IF USERFI = EM-ROLE-ADMIN OR USERFI = EM-ROLE-USER
002520         GO TO 3500-EDIT-CHANGE-EXIT
002530     END-IF.
002540     MOVE SPACES                 TO USRPROF-RECORD.
002550     MOVE USERFI                 TO UP-USER-ID.
002560     EXEC CICS READ FILE('USRPROF')
002570         INTO     (USRPROF-RECORD)
002580         RIDFLD   (UP-USER-ID)
002590         KEYLENGTH (LENGTH OF UP-USER-ID)
002600         RESP     (EM-RESP)
002610     END-EXEC.
002620     IF EM-RESP NOT = DFHRESP(NORMAL)
002630         MOVE 'NO USRPROF PROFILE FOR THIS USER ID'
002640                                 TO EM-STATUS-MSG
002650         SET EM-EDIT-BAD         TO TRUE
002660     END-IF.
002670 3500-EDIT-CHANGE-EXIT.
002680     EXIT.
002685
002690*----------------------------------------------------------------*
002700*    3600-STAMP-CHANGE - STAMP THE CHANGING OPERATOR AND THE     *
002710*                        CURRENT DATE/TIME ON THE ENTITLEMENT    *
002720*                        RECORD.                                 *
002730*----------------------------------------------------------------*
002740 3600-STAMP-CHANGE.
002750     EXEC CICS ASKTIME
002760     END-EXEC.
002770     MOVE EM-OPERATOR-ID         TO EN-CHANGED-BY.
002780     MOVE EIBDATE                TO EN-CHANGED-DATE.
002790     MOVE EIBTIME                TO EN-CHANGED-TIME.
002800 3600-STAMP-CHANGE-EXIT.
002810     EXIT.
002815
002820*----------------------------------------------------------------*
002830*    4000-ADD-ENTITLEMENT - WRITE A NEW HELLOENT RECORD.         *
002840*                           DUPLICATE KEYS ARE REJECTED WITH A   *
002850*                           STATUS MESSAGE.                      *
002860*----------------------------------------------------------------*
002870 4000-ADD-ENTITLEMENT.
002880     MOVE ACCFI                  TO EM-ACCESS-IN.
002890     IF NOT EM-ACCESS-IN-VALID
002900         MOVE 'ACCESS MUST BE R, U, OR N' TO EM-STATUS-MSG
002910         GO TO 4000-ADD-ENTITLEMENT-EXIT
002920     END-IF.
002930     PERFORM 3500-EDIT-CHANGE
002940         THRU 3500-EDIT-CHANGE-EXIT.
002950     IF EM-EDIT-BAD
002960         GO TO 4000-ADD-ENTITLEMENT-EXIT
002970     END-IF.
002980     MOVE SPACES                 TO HELLOENT-RECORD.
002990     MOVE USERFI                 TO EN-SUBJECT.
003000     MOVE TRANFI                 TO EN-TRAN-NAME.
003010     MOVE EM-ACCESS-IN           TO EN-ACCESS.
003020     PERFORM 3600-STAMP-CHANGE
003030         THRU 3600-STAMP-CHANGE-EXIT.
003040     EXEC CICS WRITE FILE('HELLOENT')
003050         FROM     (HELLOENT-RECORD)
003060         RIDFLD   (EN-ENT-KEY)
003070         KEYLENGTH (LENGTH OF EN-ENT-KEY)
003080         RESP     (EM-RESP)
003090     END-EXEC.
003100     IF EM-RESP = DFHRESP(NORMAL)
003110         MOVE 'ENTITLEMENT ADDED' TO EM-STATUS-MSG
003120         PERFORM 7100-SHOW-ENTITLEMENT
003130             THRU 7100-SHOW-ENTITLEMENT-EXIT
003140     ELSE
003150         IF EM-RESP = DFHRESP(DUPKEY) OR EM-RESP = DFHRESP(DUPREC)
003160             MOVE 'ENTITLEMENT EXISTS - USE UPDATE INSTEAD'
003170                                 TO EM-STATUS-MSG
003180         ELSE
003190             MOVE 'ADD FAILED - CHECK USER ID AND TRANSACTION'
003200                                 TO EM-STATUS-MSG
003210         END-IF
003220     END-IF.
003230 4000-ADD-ENTITLEMENT-EXIT.
003240     EXIT.
003245
003250*----------------------------------------------------------------*
003260*    5000-UPDATE-ENTITLEMENT - READ FOR UPDATE, REPLACE THE      *
003270*                              ACCESS CODE, RESTAMP, AND REWRITE *
003280*                              THE RECORD.                       *
003290*----------------------------------------------------------------*
003300 5000-UPDATE-ENTITLEMENT.
003310     MOVE ACCFI                  TO EM-ACCESS-IN.
003320     IF NOT EM-ACCESS-IN-VALID
003330         MOVE 'ACCESS MUST BE R, U, OR N' TO EM-STATUS-MSG
003340         GO TO 5000-UPDATE-ENTITLEMENT-EXIT
003350     END-IF.
003360     PERFORM 3500-EDIT-CHANGE
003370         THRU 3500-EDIT-CHANGE-EXIT.
003380     IF EM-EDIT-BAD
003390         GO TO 5000-UPDATE-ENTITLEMENT-EXIT
003400     END-IF.
003410     MOVE SPACES                 TO HELLOENT-RECORD.
003420     MOVE USERFI                 TO EN-SUBJECT.
003430     MOVE TRANFI                 TO EN-TRAN-NAME.
003440     EXEC CICS READ FILE('HELLOENT')
003450         INTO     (HELLOENT-RECORD)
003460         RIDFLD   (EN-ENT-KEY)
003470         KEYLENGTH (LENGTH OF EN-ENT-KEY)
003480         UPDATE
003490         RESP     (EM-RESP)
003500     END-EXEC.
003510     IF EM-RESP NOT = DFHRESP(NORMAL)
003520         MOVE 'ENTITLEMENT NOT FOUND - USE ADD INSTEAD'
003530                                 TO EM-STATUS-MSG
003540         GO TO 5000-UPDATE-ENTITLEMENT-EXIT
003550     END-IF.
003560     MOVE EM-ACCESS-IN           TO EN-ACCESS.
003570     PERFORM 3600-STAMP-CHANGE
003580         THRU 3600-STAMP-CHANGE-EXIT.
003590     EXEC CICS REWRITE FILE('HELLOENT')
003600         FROM     (HELLOENT-RECORD)
003610         RESP     (EM-RESP)
003620     END-EXEC.
003630     IF EM-RESP = DFHRESP(NORMAL)
003640         MOVE 'ENTITLEMENT UPDATED' TO EM-STATUS-MSG
003650         PERFORM 7100-SHOW-ENTITLEMENT
003660             THRU 7100-SHOW-ENTITLEMENT-EXIT
003670     ELSE
003680         MOVE 'UPDATE FAILED'    TO EM-STATUS-MSG
003690     END-IF.
003700 5000-UPDATE-ENTITLEMENT-EXIT.
003710     EXIT.
003715
003720*----------------------------------------------------------------*
003730*    6000-REVOKE-ENTITLEMENT - SET THE ACCESS TO 'N'.  THE       *
003740*                              RECORD STAYS ON FILE SO IT KEEPS  *
003750*                              OVERRIDING THE ROLE AND THE       *
003760*                              REVOKE ITSELF REMAINS VISIBLE TO  *
003770*                              AUDIT.                            *
003780*----------------------------------------------------------------*
003790 6000-REVOKE-ENTITLEMENT.
003800     PERFORM 3500-EDIT-CHANGE
003810         THRU 3500-EDIT-CHANGE-EXIT.
003820     IF EM-EDIT-BAD
003830         GO TO 6000-REVOKE-ENTITLEMENT-EXIT
003840     END-IF.
003850     MOVE SPACES                 TO HELLOENT-RECORD.
003860     MOVE USERFI                 TO EN-SUBJECT.
003870     MOVE TRANFI                 TO EN-TRAN-NAME.
003880     EXEC CICS READ FILE('HELLOENT')
003890         INTO     (HELLOENT-RECORD)
003900         RIDFLD   (EN-ENT-KEY)
003910         KEYLENGTH (LENGTH OF EN-ENT-KEY)
003920         UPDATE
003930         RESP     (EM-RESP)
003940     END-EXEC.
003950     IF EM-RESP NOT = DFHRESP(NORMAL)
003960         MOVE 'ENTITLEMENT NOT FOUND - ADD ONE WITH ACCESS N'
003970                                 TO EM-STATUS-MSG
003980         GO TO 6000-REVOKE-ENTITLEMENT-EXIT
003990     END-IF.
004000     IF EN-ACCESS-NONE
004010         MOVE 'ENTITLEMENT IS ALREADY REVOKED' TO EM-STATUS-MSG
004020         EXEC CICS UNLOCK FILE('HELLOENT')
004030             RESP     (EM-RESP)
004040         END-EXEC
004050         GO TO 6000-REVOKE-ENTITLEMENT-EXIT
004060     END-IF.
004070     SET EN-ACCESS-NONE          TO TRUE.
004080     PERFORM 3600-STAMP-CHANGE
004090         THRU 3600-STAMP-CHANGE-EXIT.
004100     EXEC CICS REWRITE FILE('HELLOENT')
004110         FROM     (HELLOENT-RECORD)
004120         RESP     (EM-RESP)
004130     END-EXEC.
004140     IF EM-RESP = DFHRESP(NORMAL)
004150         MOVE 'ENTITLEMENT REVOKED' TO EM-STATUS-MSG
004160         PERFORM 7100-SHOW-ENTITLEMENT
004170             THRU 7100-SHOW-ENTITLEMENT-EXIT
004180     ELSE
004190         MOVE 'REVOKE FAILED'    TO EM-STATUS-MSG
004200     END-IF.
004210 6000-REVOKE-ENTITLEMENT-EXIT.
004220     EXIT.
004225
004230*----------------------------------------------------------------*
004240*    7000-BROWSE-ENTITLEMENT - READ THE HELLOENT RECORD FOR THE  *
004250*                              KEYED SUBJECT AND TRANSACTION AND *
004260*                              DISPLAY IT.                       *
004270*----------------------------------------------------------------*
004280 7000-BROWSE-ENTITLEMENT.
004290     MOVE SPACES                 TO HELLOENT-RECORD.
004300     MOVE USERFI                 TO EN-SUBJECT.
004310     MOVE TRANFI                 TO EN-TRAN-NAME.
004320     EXEC CICS READ FILE('HELLOENT')
004330         INTO     (HELLOENT-RECORD)
004340         RIDFLD   (EN-ENT-KEY)
004350         KEYLENGTH (LENGTH OF EN-ENT-KEY)
004360         RESP     (EM-RESP)
004370     END-EXEC.
004380     IF EM-RESP = DFHRESP(NORMAL)
004390         MOVE 'ENTITLEMENT FOUND' TO EM-STATUS-MSG
004400         PERFORM 7100-SHOW-ENTITLEMENT
004410             THRU 7100-SHOW-ENTITLEMENT-EXIT
004420     ELSE
004430         MOVE SPACES             TO ACCFO
004440         MOVE SPACES             TO CHGBFO
004450         MOVE SPACES             TO CHGDFO
004460         MOVE 'ENTITLEMENT NOT FOUND - ROLE OR DEFAULT APPLIES'
004470                                 TO EM-STATUS-MSG
004480     END-IF.
004490 7000-BROWSE-ENTITLEMENT-EXIT.
004500     EXIT.
004505
004510*----------------------------------------------------------------*
004520*    7100-SHOW-ENTITLEMENT - MOVE THE CURRENT HELLOENT RECORD TO *
004530*                            THE MAP.                            *
004540*----------------------------------------------------------------*
004550 7100-SHOW-ENTITLEMENT.
004560     MOVE EN-ACCESS              TO ACCFO.
004570     MOVE EN-CHANGED-BY          TO CHGBFO.
004580     MOVE EN-CHANGED-DATE        TO CHGDFO.
004590 7100-SHOW-ENTITLEMENT-EXIT.
004600     EXIT.
